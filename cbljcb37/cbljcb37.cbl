000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB37.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000092*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR", POSTED BY  *
000094*            CBLJCB40) ARE LEFT OUT OF THE CREDIT LOAD THE      *
000096*            STATUS IS DERIVED FROM, THE SAME AS COURSES GRADED *
000098*            "W".                                               *
000100*   10/15/26  JCB  A STUDENT WHOSE ONLY ENROLLMENTS ARE         *
000102*            TRANSFER POSTINGS IS NOW TREATED AS NOT ENROLLED   *
000104*            INSTEAD OF BEING REPORTED WITHDRAWN.               *
000106*****************************************************************

000110*****************************************************************
000120* NATIONAL STUDENT CLEARINGHOUSE ENROLLMENT REPORTING RUN.  THE *
000130* TERM BEGIN AND END DATES, THE STATUS AS-OF DATE (THE RUN DATE *
000140* IF BLANK), AND THE SCHOOL CODE, BRANCH AND NAME COME FROM THE *
000150* CONTROL CARD STDNTNCC.DAT - WITH NO VALID CARD NOTHING IS     *
000160* PRODUCED.  MATCHES STDNTCRS.DAT (IN CRS-ID SEQUENCE) AND THE  *
000170* PRIOR SUBMISSION'S STATUS FILE (STDNTNSH.DAT, SEE STDNTNSH)   *
000180* AGAINST STUDENT-MASTER BY I-ID AND DERIVES EACH STUDENT'S     *
000190* ENROLLMENT STATUS FROM CRS-CREDITS, LEAVING OUT COURSES       *
000200* GRADED "W" AND TRANSFER COURSEWORK GRADED "TR":               *
000210*   F - FULL-TIME           12.0 CREDITS OR MORE - THE SAME     *
000220*                           BAR CBLJCB05, 12 AND 24 APPLY       *
000230*   Q - THREE-QUARTER TIME   9.0 TO 11.9 CREDITS                *
000240*   H - HALF-TIME            6.0 TO 8.9 CREDITS                 *
000250*   L - LESS THAN HALF-TIME  UNDER 6.0 CREDITS                  *
000260*   W - WITHDRAWN            NO CREDITS LEFT, OR NOT ENROLLED   *
000270*                           BUT ON THE PRIOR SUBMISSION         *
000280* A STUDENT WITH NO ENROLLMENT WHO WAS NOT ON THE PRIOR         *
000290* SUBMISSION, OR WHOSE WITHDRAWAL WAS ALREADY REPORTED FOR AN   *
000300* EARLIER TERM, IS NOT REPORTED.  A STATUS THAT DIFFERS FROM    *
000310* THE PRIOR SUBMISSION IS FLAGGED AND TAKES THE AS-OF DATE AS   *
000320* ITS EFFECTIVE DATE; AN UNCHANGED STATUS KEEPS ITS EARLIER     *
000330* EFFECTIVE DATE; A STUDENT NEW TO THE FILE TAKES THE TERM      *
000340* BEGIN DATE.  THE ADDRESS COMES FROM STDNTADR.DAT AND THE SSN  *
000350* FROM STDNTTIN.DAT.  THE RUN WRITES THE SUBMISSION FILE        *
000360* STDNTNSC.DAT (FIXED 300-BYTE HEADER, DETAIL AND TRAILER       *
000370* RECORDS), THE NEXT GENERATION OF THE STATUS FILE              *
000380* (STDNTNSN.DAT, SUCCEEDING STDNTNSH.DAT THE WAY CBLJCB15'S     *
000390* STDNTSTN.DAT SUCCEEDS STDNTSTD.DAT), AND A LISTING            *
000400* (STDNTNSR.PRT) OF EVERY NEW OR CHANGED STUDENT AND EVERY      *
000410* STUDENT WITH NO MAILING ADDRESS, WITH COUNTS BY STATUS.       *
000420*****************************************************************

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CONTROL-CARD-FILE
000470         ASSIGN TO "C:\COBOLWI22\STDNTNCC.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS NSC100-CTL-STATUS.

000500     SELECT STUDENT-MASTER
000510         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS I-ID.

000550     SELECT COURSE-FILE
000560         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580     SELECT ADDRESS-FILE
000590         ASSIGN TO "C:\COBOLWI22\STDNTADR.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS ADR-ID
000630         FILE STATUS IS NSC100-ADR-STATUS.

000640     SELECT TAXID-FILE
000650         ASSIGN TO "C:\COBOLWI22\STDNTTIN.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS TIN-ID
000690         FILE STATUS IS NSC100-TIN-STATUS.

000700     SELECT OPTIONAL PRIOR-STATUS-FILE
000710         ASSIGN TO "C:\COBOLWI22\STDNTNSH.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL.

000730     SELECT STATUS-FILE
000740         ASSIGN TO "C:\COBOLWI22\STDNTNSN.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL.

000760     SELECT SUBMISSION-FILE
000770         ASSIGN TO "C:\COBOLWI22\STDNTNSC.DAT"
000780         ORGANIZATION IS RECORD SEQUENTIAL.

000790     SELECT PRTOUT
000800         ASSIGN TO "C:\COBOLWI22\STDNTNSR.PRT"
000810         ORGANIZATION IS RECORD SEQUENTIAL.

000820 DATA DIVISION.
000830 FILE SECTION.

000840 FD  CONTROL-CARD-FILE
000850     LABEL RECORD IS STANDARD
000860     DATA RECORD IS NCC-REC
000870     RECORD CONTAINS 72 CHARACTERS.

000880 01  NCC-REC.
000890     05  NCC-TERM-BEGIN      PIC X(8).
000900     05  NCC-TERM-END        PIC X(8).
000910     05  NCC-AS-OF-DATE      PIC X(8).
000920     05  NCC-SCHOOL-CODE     PIC X(6).
000930     05  NCC-BRANCH          PIC X(2).
000940     05  NCC-SCHOOL-NAME     PIC X(40).

000950 FD  STUDENT-MASTER
000960     LABEL RECORD IS STANDARD
000970     DATA RECORD IS I-REC
000980     RECORD CONTAINS 50 CHARACTERS.

000990     COPY STDNTREC.

001000 FD  COURSE-FILE
001010     LABEL RECORD IS STANDARD
001020     DATA RECORD IS CRS-REC
001030     RECORD CONTAINS 22 CHARACTERS.

001040     COPY STDNTCRS.

001050 FD  ADDRESS-FILE
001060     LABEL RECORD IS STANDARD
001070     DATA RECORD IS ADR-REC
001080     RECORD CONTAINS 94 CHARACTERS.

001090     COPY STDNTADR.

001100 FD  TAXID-FILE
001110     LABEL RECORD IS STANDARD
001120     DATA RECORD IS TIN-REC
001130     RECORD CONTAINS 24 CHARACTERS.

001140     COPY STDNTTIN.

001150 FD  PRIOR-STATUS-FILE
001160     LABEL RECORD IS STANDARD
001170     DATA RECORD IS PNS-REC
001180     RECORD CONTAINS 36 CHARACTERS.

001190 01  PNS-REC.
001200     05  PNS-ID          PIC X(7).
001210     05  PNS-STATUS      PIC X(1).
001220         88  PNS-WITHDRAWN               VALUE "W".
001230     05  PNS-EFF-DATE    PIC 9(8).
001240     05  PNS-CREDITS     PIC 9(3)V9.
001250     05  PNS-TERM-BEGIN  PIC 9(8).
001260     05  PNS-TERM-END    PIC 9(8).

001270 FD  STATUS-FILE
001280     LABEL RECORD IS STANDARD
001290     DATA RECORD IS NSH-REC
001300     RECORD CONTAINS 36 CHARACTERS.

001310     COPY STDNTNSH.

001320 FD  SUBMISSION-FILE
001330     LABEL RECORD IS STANDARD
001340     DATA RECORD IS NSC-REC
001350     RECORD CONTAINS 300 CHARACTERS.

001360 01  NSC-REC             PIC X(300).

001370 FD  PRTOUT
001380     LABEL RECORD IS OMITTED
001390     DATA RECORD IS PRTLINE
001400     RECORD CONTAINS 132 CHARACTERS
001410     LINAGE IS 60 WITH FOOTING AT 56.

001420 01  PRTLINE             PIC X(132).

001430 WORKING-STORAGE SECTION.
001440 77  NSC100-SW-MORE-MST  PIC X       VALUE "Y".
001450     88  NSC100-MORE-MST              VALUE "Y".

001460 77  NSC100-SW-MORE-CRS  PIC X       VALUE "Y".
001470     88  NSC100-MORE-CRS              VALUE "Y".

001480 77  NSC100-SW-MORE-PNS  PIC X       VALUE "Y".
001490     88  NSC100-MORE-PNS              VALUE "Y".

001500 77  NSC100-SW-CARD      PIC X       VALUE "N".
001510     88  NSC100-CARD-VALID            VALUE "Y".

001520 77  NSC100-SW-NO-ADR    PIC X       VALUE "N".
001530     88  NSC100-NO-ADDRESS-FILE       VALUE "Y".

001540 77  NSC100-SW-NO-TIN    PIC X       VALUE "N".
001550     88  NSC100-NO-TAXID-FILE         VALUE "Y".

001560 77  NSC100-SW-ENROLLED  PIC X       VALUE "N".
001570     88  NSC100-ENROLLED              VALUE "Y".

001580 77  NSC100-SW-PRIOR     PIC X       VALUE "N".
001590     88  NSC100-ON-PRIOR              VALUE "Y".

001600 77  NSC100-SW-HAS-ADR   PIC X       VALUE "N".
001610     88  NSC100-HAS-ADDRESS           VALUE "Y".

001620 77  NSC100-SW-HAS-TIN   PIC X       VALUE "N".
001630     88  NSC100-HAS-TAXID             VALUE "Y".

001640 77  NSC100-CHANGE-CODE  PIC X       VALUE SPACE.
001650     88  NSC100-NEW-STUDENT           VALUE "N".
001660     88  NSC100-STATUS-CHANGED        VALUE "C".
001670     88  NSC100-STATUS-UNCHANGED      VALUE "U".

001680 77  NSC100-CTL-STATUS   PIC XX      VALUE SPACES.
001690 77  NSC100-ADR-STATUS   PIC XX      VALUE SPACES.
001700 77  NSC100-TIN-STATUS   PIC XX      VALUE SPACES.

001710 77  NSC100-FT-THRESHOLD PIC 9(3)V9  VALUE 12.0.
001720 77  NSC100-TQ-THRESHOLD PIC 9(3)V9  VALUE 9.0.
001730 77  NSC100-HT-THRESHOLD PIC 9(3)V9  VALUE 6.0.
001740 77  NSC100-CREDIT-TOTAL PIC 9(3)V9  VALUE ZERO.

001750 77  NSC100-RUN-DATE     PIC 9(8)    VALUE ZERO.
001760 77  NSC100-TERM-BEGIN   PIC 9(8)    VALUE ZERO.
001770 77  NSC100-TERM-END     PIC 9(8)    VALUE ZERO.
001780 77  NSC100-AS-OF-DATE   PIC 9(8)    VALUE ZERO.
001790 77  NSC100-EFF-DATE     PIC 9(8)    VALUE ZERO.
001800 77  NSC100-CURR-STATUS  PIC X       VALUE SPACE.
001810 77  NSC100-PRIOR-STATUS PIC X       VALUE SPACE.
001820 77  NSC100-PRIOR-EFF-DATE PIC 9(8)  VALUE ZERO.
001830 77  NSC100-PRIOR-TERM-BEGIN PIC 9(8) VALUE ZERO.
001840 77  NSC100-STAT-SUB     PIC 9(2)    COMP VALUE ZERO.

001850 77  NSC100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001860 77  NSC100-MST-CTR      PIC 9(5)    COMP VALUE ZERO.
001870 77  NSC100-RPT-CTR      PIC 9(5)    COMP VALUE ZERO.
001880 77  NSC100-SKIP-CTR     PIC 9(5)    COMP VALUE ZERO.
001890 77  NSC100-RETIRED-CTR  PIC 9(5)    COMP VALUE ZERO.
001900 77  NSC100-NEW-CTR      PIC 9(5)    COMP VALUE ZERO.
001910 77  NSC100-CHG-CTR      PIC 9(5)    COMP VALUE ZERO.
001920 77  NSC100-SAME-CTR     PIC 9(5)    COMP VALUE ZERO.
001930 77  NSC100-NOADR-CTR    PIC 9(5)    COMP VALUE ZERO.
001940 77  NSC100-NOTIN-CTR    PIC 9(5)    COMP VALUE ZERO.
001950 77  NSC100-PNS-CTR      PIC 9(5)    COMP VALUE ZERO.
001960 77  NSC100-ORPHAN-CTR   PIC 9(5)    COMP VALUE ZERO.
001970 77  NSC100-LISTED-CTR   PIC 9(5)    COMP VALUE ZERO.
001980 77  NSC100-REC-CTR      PIC 9(8)    VALUE ZERO.

001990 01  NSC100-STATUS-VALUES.
002000     05  FILLER          PIC X(21)   VALUE "FFULL-TIME".
002010     05  FILLER          PIC X(21)   VALUE "QTHREE-QUARTER TIME".
002020     05  FILLER          PIC X(21)   VALUE "HHALF-TIME".
002030     05  FILLER          PIC X(21)   VALUE "LLESS THAN HALF-TIME".
002040     05  FILLER          PIC X(21)   VALUE "WWITHDRAWN".

002050 01  NSC100-STATUS-TABLE REDEFINES NSC100-STATUS-VALUES.
002060     05  NSC100-STATUS-ENTRY OCCURS 5 TIMES
002070                         INDEXED BY NSC100-STAT-IDX.
002080         10  NSC100-STAT-CODE    PIC X(1).
002090         10  NSC100-STAT-NAME    PIC X(20).

002100 01  NSC100-STAT-CTRS.
002110     05  NSC100-STAT-CTR OCCURS 5 TIMES
002120                         PIC 9(5)    COMP.

002130 01  NSC100-CURRENT-DATE-AND-TIME.
002140     05  NSC100-I-DATE.
002150         10  NSC100-I-YEAR   PIC 9(4).
002160         10  NSC100-I-MONTH  PIC 99.
002170         10  NSC100-I-DAY    PIC 99.
002180     05  NSC100-DTIME        PIC X(11).

002190 01  NSC100-DATE-WORK.
002200     05  NSC100-DW-YEAR  PIC 9(4).
002210     05  NSC100-DW-MONTH PIC 99.
002220     05  NSC100-DW-DAY   PIC 99.

002230 01  NSC100-DATE-EDIT.
002240     05  NSC100-DE-MONTH PIC 99.
002250     05  FILLER          PIC X       VALUE '/'.
002260     05  NSC100-DE-DAY   PIC 99.
002270     05  FILLER          PIC X       VALUE '/'.
002280     05  NSC100-DE-YEAR  PIC 9(4).

002290*****************************************************************
002300* CLEARINGHOUSE SUBMISSION RECORDS - EACH 300 BYTES.            *
002310*****************************************************************
002320 01  NSC100-H-REC.
002330     05  NSC100-H-TYPE       PIC X(2).
002340     05  NSC100-H-SCHOOL-CODE PIC X(6).
002350     05  NSC100-H-BRANCH     PIC X(2).
002360     05  NSC100-H-SCHOOL-NAME PIC X(40).
002370     05  NSC100-H-CREATE-DATE PIC 9(8).
002380     05  NSC100-H-REPORT-TYPE PIC X(1).
002390     05  NSC100-H-AS-OF-DATE PIC 9(8).
002400     05  NSC100-H-TERM-BEGIN PIC 9(8).
002410     05  NSC100-H-TERM-END   PIC 9(8).
002420     05  FILLER              PIC X(217).

002430 01  NSC100-D-REC.
002440     05  NSC100-D-TYPE       PIC X(2).
002450     05  NSC100-D-SSN        PIC X(9).
002460     05  NSC100-D-FNAME      PIC X(20).
002470     05  NSC100-D-MI         PIC X(1).
002480     05  NSC100-D-LNAME      PIC X(20).
002490     05  NSC100-D-SUFFIX     PIC X(5).
002500     05  NSC100-D-PREV-SSN   PIC X(9).
002510     05  NSC100-D-PREV-LNAME PIC X(20).
002520     05  NSC100-D-STATUS     PIC X(1).
002530     05  NSC100-D-STATUS-DATE PIC 9(8).
002540     05  NSC100-D-STREET-1   PIC X(30).
002550     05  NSC100-D-STREET-2   PIC X(30).
002560     05  NSC100-D-CITY       PIC X(20).
002570     05  NSC100-D-STATE      PIC X(2).
002580     05  NSC100-D-ZIP        PIC X(9).
002590     05  NSC100-D-COUNTRY    PIC X(15).
002600     05  NSC100-D-GRAD-DATE  PIC 9(8).
002610     05  NSC100-D-BIRTH-DATE PIC 9(8).
002620     05  NSC100-D-TERM-BEGIN PIC 9(8).
002630     05  NSC100-D-TERM-END   PIC 9(8).
002640     05  FILLER              PIC X(1).
002650     05  NSC100-D-DIR-BLOCK  PIC X(1).
002660     05  NSC100-D-STUDENT-ID PIC X(20).
002670     05  FILLER              PIC X(45).

002680 01  NSC100-T-REC.
002690     05  NSC100-T-TYPE       PIC X(2).
002700     05  NSC100-T-STAT-CTR OCCURS 5 TIMES
002710                             PIC 9(8).
002720     05  NSC100-T-DETAIL-CTR PIC 9(8).
002730     05  NSC100-T-RECORD-CTR PIC 9(8).
002740     05  FILLER              PIC X(242).

002750 01  NSC100-TITLE-LINE.
002760     05  FILLER          PIC X(6)    VALUE "DATE:".
002770     05  NSC100-O-MONTH  PIC 99.
002780     05  FILLER          PIC X       VALUE '/'.
002790     05  NSC100-O-DAY    PIC 99.
002800     05  FILLER          PIC X       VALUE '/'.
002810     05  NSC100-O-YEAR   PIC 9(4).
002820     05  FILLER          PIC X(26)   VALUE SPACES.
002830     05  FILLER          PIC X(48)   VALUE
002840         "CLEARINGHOUSE ENROLLMENT STATUS - CHANGE LISTING".
002850     05  FILLER          PIC X(34)   VALUE SPACES.
002860     05  FILLER          PIC X(6)    VALUE "PAGE:".
002870     05  NSC100-O-PCTR   PIC Z9.

002880 01  NSC100-TERM-LINE.
002890     05  FILLER          PIC X(40)   VALUE SPACES.
002900     05  NSC100-O-TERM-TEXT PIC X(60).

002910 01  NSC100-COL-HDG.
002920     05  FILLER          PIC X(9)    VALUE "  ID".
002930     05  FILLER          PIC X(16)   VALUE "LAST NAME".
002940     05  FILLER          PIC X(18)   VALUE "FIRST NAME".
002950     05  FILLER          PIC X(8)    VALUE "CREDITS".
002960     05  FILLER          PIC X(22)   VALUE "PRIOR STATUS".
002970     05  FILLER          PIC X(22)   VALUE "CURRENT STATUS".
002980     05  FILLER          PIC X(12)   VALUE "EFFECTIVE".
002990     05  FILLER          PIC X(4)    VALUE "NOTE".

003000 01  NSC100-DETAIL-LINE.
003010     05  NSC100-O-ID     PIC X(7).
003020     05  FILLER          PIC X(2)    VALUE SPACES.
003030     05  NSC100-O-LNAME  PIC X(15).
003040     05  FILLER          PIC X(1)    VALUE SPACES.
003050     05  NSC100-O-FNAME  PIC X(15).
003060     05  FILLER          PIC X(3)    VALUE SPACES.
003070     05  NSC100-O-CREDITS PIC ZZ9.9.
003080     05  FILLER          PIC X(3)    VALUE SPACES.
003090     05  NSC100-O-PRIOR  PIC X(20).
003100     05  FILLER          PIC X(2)    VALUE SPACES.
003110     05  NSC100-O-CURRENT PIC X(20).
003120     05  FILLER          PIC X(2)    VALUE SPACES.
003130     05  NSC100-O-EFF-DATE PIC X(10).
003140     05  FILLER          PIC X(2)    VALUE SPACES.
003150     05  NSC100-O-NOTE   PIC X(24).

003160 01  NSC100-MESSAGE-LINE.
003170     05  FILLER          PIC X(4)    VALUE SPACES.
003180     05  NSC100-O-MESSAGE PIC X(60).

003190 01  NSC100-GT-LINE1.
003200     05  FILLER          PIC X(4)    VALUE SPACES.
003210     05  FILLER          PIC X(15)   VALUE "STUDENTS READ:".
003220     05  NSC100-O-MST-CTR PIC ZZZZ9.
003230     05  FILLER          PIC X(4)    VALUE SPACES.
003240     05  FILLER          PIC X(10)   VALUE "REPORTED:".
003250     05  NSC100-O-RPT-CTR PIC ZZZZ9.
003260     05  FILLER          PIC X(4)    VALUE SPACES.
003270     05  FILLER          PIC X(32)   VALUE
003280         "NOT ENROLLED - NOT REPORTED:".
003290     05  NSC100-O-SKIP-CTR PIC ZZZZ9.
003300     05  FILLER          PIC X(4)    VALUE SPACES.
003310     05  FILLER          PIC X(29)   VALUE
003320         "EARLIER WITHDRAWALS RETIRED:".
003330     05  NSC100-O-RETIRED-CTR PIC ZZZZ9.

003340 01  NSC100-GT-STAT-LINE.
003350     05  FILLER          PIC X(4)    VALUE SPACES.
003360     05  NSC100-O-STAT-CODE PIC X(1).
003370     05  FILLER          PIC X(3)    VALUE " - ".
003380     05  NSC100-O-STAT-NAME PIC X(20).
003390     05  NSC100-O-STAT-CTR PIC ZZZZ9.

003400 01  NSC100-GT-LINE2.
003410     05  FILLER          PIC X(4)    VALUE SPACES.
003420     05  FILLER          PIC X(14)   VALUE "NEW TO FILE:".
003430     05  NSC100-O-NEW-CTR PIC ZZZZ9.
003440     05  FILLER          PIC X(4)    VALUE SPACES.
003450     05  FILLER          PIC X(16)   VALUE "STATUS CHANGED:".
003460     05  NSC100-O-CHG-CTR PIC ZZZZ9.
003470     05  FILLER          PIC X(4)    VALUE SPACES.
003480     05  FILLER          PIC X(11)   VALUE "UNCHANGED:".
003490     05  NSC100-O-SAME-CTR PIC ZZZZ9.
003500     05  FILLER          PIC X(4)    VALUE SPACES.
003510     05  FILLER          PIC X(12)   VALUE "NO ADDRESS:".
003520     05  NSC100-O-NOADR-CTR PIC ZZZZ9.
003530     05  FILLER          PIC X(4)    VALUE SPACES.
003540     05  FILLER          PIC X(8)    VALUE "NO SSN:".
003550     05  NSC100-O-NOTIN-CTR PIC ZZZZ9.

003560 01  NSC100-GT-LINE3.
003570     05  FILLER          PIC X(4)    VALUE SPACES.
003580     05  FILLER          PIC X(26)   VALUE
003590         "PRIOR SUBMISSION RECORDS:".
003600     05  NSC100-O-PNS-CTR PIC ZZZZ9.
003610     05  FILLER          PIC X(4)    VALUE SPACES.
003620     05  FILLER          PIC X(32)   VALUE
003630         "PRIOR RECORDS NOT ON MASTER:".
003640     05  NSC100-O-ORPHAN-CTR PIC ZZZZ9.
003650     05  FILLER          PIC X(4)    VALUE SPACES.
003660     05  FILLER          PIC X(27)   VALUE
003670         "SUBMISSION RECORDS WRITTEN:".
003680     05  NSC100-O-REC-CTR PIC ZZZZZZZ9.

003690 PROCEDURE DIVISION.

003700 0000-MAINLINE.
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720     IF NSC100-CARD-VALID
003730         PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
003740             UNTIL NOT NSC100-MORE-MST
003750         PERFORM 2900-FINISH-PRIOR THRU 2900-EXIT
003760             UNTIL NOT NSC100-MORE-PNS
003770     END-IF.
003780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003790     STOP RUN.

003800 1000-INITIALIZE.
003810     MOVE FUNCTION CURRENT-DATE TO NSC100-CURRENT-DATE-AND-TIME.
003820     MOVE NSC100-I-YEAR TO NSC100-O-YEAR.
003830     MOVE NSC100-I-MONTH TO NSC100-O-MONTH.
003840     MOVE NSC100-I-DAY TO NSC100-O-DAY.
003850     MOVE NSC100-I-DATE TO NSC100-RUN-DATE.
003860     MOVE ZERO TO NSC100-STAT-CTR (1) NSC100-STAT-CTR (2)
003870         NSC100-STAT-CTR (3) NSC100-STAT-CTR (4)
003880         NSC100-STAT-CTR (5).

003890     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003900     OPEN OUTPUT PRTOUT.

003910     IF NOT NSC100-CARD-VALID
003920         MOVE "NO VALID CONTROL CARD - NOTHING PRODUCED"
003930             TO NSC100-O-TERM-TEXT
003940         PERFORM 9100-PRINT-HDG THRU 9100-EXIT
003950         GO TO 1000-EXIT.

003960     MOVE SPACES TO NSC100-O-TERM-TEXT.
003970     MOVE NSC100-TERM-BEGIN TO NSC100-DATE-WORK.
003980     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
003990     STRING "TERM "                  DELIMITED BY SIZE
004000         NSC100-DATE-EDIT            DELIMITED BY SIZE
004010         " - "                       DELIMITED BY SIZE
004020         INTO NSC100-O-TERM-TEXT
004030     END-STRING.
004040     MOVE NSC100-TERM-END TO NSC100-DATE-WORK.
004050     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
004060     MOVE NSC100-DATE-EDIT TO NSC100-O-TERM-TEXT (19:10).
004070     MOVE NSC100-AS-OF-DATE TO NSC100-DATE-WORK.
004080     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
004090     MOVE "STATUS AS OF" TO NSC100-O-TERM-TEXT (33:12).
004100     MOVE NSC100-DATE-EDIT TO NSC100-O-TERM-TEXT (46:10).

004110     OPEN INPUT STUDENT-MASTER.
004120     OPEN INPUT COURSE-FILE.
004130     OPEN INPUT ADDRESS-FILE.
004140     IF NSC100-ADR-STATUS NOT = "00"
004150         MOVE "Y" TO NSC100-SW-NO-ADR
004160     END-IF.
004170     OPEN INPUT TAXID-FILE.
004180     IF NSC100-TIN-STATUS NOT = "00"
004190         MOVE "Y" TO NSC100-SW-NO-TIN
004200     END-IF.
004210     OPEN INPUT PRIOR-STATUS-FILE.
004220     OPEN OUTPUT STATUS-FILE.
004230     OPEN OUTPUT SUBMISSION-FILE.

004240     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
004250     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004260     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
004270     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
004280     PERFORM 9400-READ-PRIOR THRU 9400-EXIT.
004290 1000-EXIT.
004300     EXIT.

004310 1100-READ-CONTROL-CARD.
004320     OPEN INPUT CONTROL-CARD-FILE.
004330     IF NSC100-CTL-STATUS NOT = "00"
004340         GO TO 1100-EXIT.
004350     READ CONTROL-CARD-FILE
004360         AT END
004370             CLOSE CONTROL-CARD-FILE
004380             GO TO 1100-EXIT
004390     END-READ.
004400     CLOSE CONTROL-CARD-FILE.
004410     IF NCC-TERM-BEGIN NOT NUMERIC
004420         OR NCC-TERM-END NOT NUMERIC
004430         OR NCC-SCHOOL-CODE = SPACES
004440         GO TO 1100-EXIT.
004450     MOVE NCC-TERM-BEGIN TO NSC100-TERM-BEGIN.
004460     MOVE NCC-TERM-END TO NSC100-TERM-END.
004470     IF FUNCTION TEST-DATE-YYYYMMDD (NSC100-TERM-BEGIN) NOT = ZERO
004480         OR FUNCTION TEST-DATE-YYYYMMDD (NSC100-TERM-END)
004490             NOT = ZERO
004500         OR NSC100-TERM-END NOT > NSC100-TERM-BEGIN
004510         GO TO 1100-EXIT.
004520     MOVE NSC100-RUN-DATE TO NSC100-AS-OF-DATE.
004530     IF NCC-AS-OF-DATE NOT = SPACES
004540         IF NCC-AS-OF-DATE NOT NUMERIC
004550             GO TO 1100-EXIT
004560         END-IF
004570         MOVE NCC-AS-OF-DATE TO NSC100-AS-OF-DATE
004580         IF FUNCTION TEST-DATE-YYYYMMDD (NSC100-AS-OF-DATE)
004590                 NOT = ZERO
004600             GO TO 1100-EXIT
004610         END-IF
004620     END-IF.
004630     SET NSC100-CARD-VALID TO TRUE.
004640 1100-EXIT.
004650     EXIT.

004660 1200-WRITE-HEADER.
004670     MOVE SPACES TO NSC100-H-REC.
004680     MOVE "H1" TO NSC100-H-TYPE.
004690     MOVE NCC-SCHOOL-CODE TO NSC100-H-SCHOOL-CODE.
004700     MOVE NCC-BRANCH TO NSC100-H-BRANCH.
004710     MOVE NCC-SCHOOL-NAME TO NSC100-H-SCHOOL-NAME.
004720     MOVE NSC100-RUN-DATE TO NSC100-H-CREATE-DATE.
004730     MOVE "S" TO NSC100-H-REPORT-TYPE.
004740     MOVE NSC100-AS-OF-DATE TO NSC100-H-AS-OF-DATE.
004750     MOVE NSC100-TERM-BEGIN TO NSC100-H-TERM-BEGIN.
004760     MOVE NSC100-TERM-END TO NSC100-H-TERM-END.
004770     WRITE NSC-REC FROM NSC100-H-REC.
004780     ADD 1 TO NSC100-REC-CTR.
004790 1200-EXIT.
004800     EXIT.

004810 2000-PROCESS-STUDENT.
004820     ADD 1 TO NSC100-MST-CTR.
004830     PERFORM 2050-SKIP-ORPHAN-COURSES THRU 2050-EXIT
004840         UNTIL NOT NSC100-MORE-CRS OR CRS-ID NOT < I-ID.
004850     MOVE ZERO TO NSC100-CREDIT-TOTAL.
004860     MOVE "N" TO NSC100-SW-ENROLLED.
004870     IF NSC100-MORE-CRS AND CRS-ID = I-ID
004890         PERFORM 2100-ACCUM-COURSE THRU 2100-EXIT
004900             UNTIL NOT NSC100-MORE-CRS OR CRS-ID NOT = I-ID
004910     END-IF.
004920     PERFORM 2200-FIND-PRIOR-STATUS THRU 2200-EXIT.

004930     IF NOT NSC100-ENROLLED
004940         IF NOT NSC100-ON-PRIOR
004950             ADD 1 TO NSC100-SKIP-CTR
004960             GO TO 2000-READ
004970         END-IF
004980         IF NSC100-PRIOR-STATUS = "W"
004990                 AND NSC100-PRIOR-TERM-BEGIN NOT =
005000                     NSC100-TERM-BEGIN
005010             ADD 1 TO NSC100-RETIRED-CTR
005020             GO TO 2000-READ
005030         END-IF
005040     END-IF.

005050     PERFORM 2300-DETERMINE-STATUS THRU 2300-EXIT.
005060     PERFORM 2400-DETERMINE-CHANGE THRU 2400-EXIT.
005070     PERFORM 2500-LOOKUP-ADDRESS THRU 2500-EXIT.
005080     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
005090     PERFORM 2700-WRITE-STATUS THRU 2700-EXIT.
005100     IF NOT NSC100-STATUS-UNCHANGED OR NOT NSC100-HAS-ADDRESS
005110         PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT
005120     END-IF.
005130 2000-READ.
005140     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
005150 2000-EXIT.
005160     EXIT.

005170 2050-SKIP-ORPHAN-COURSES.
005180     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
005190 2050-EXIT.
005200     EXIT.

005210 2100-ACCUM-COURSE.
005215     IF NOT CRS-TRANSFER-GRADE
005220         MOVE "Y" TO NSC100-SW-ENROLLED
005225         IF CRS-GRADE NOT = "W"
005230             ADD CRS-CREDITS TO NSC100-CREDIT-TOTAL
005235         END-IF
005240     END-IF.
005250     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
005260 2100-EXIT.
005270     EXIT.

005280 2200-FIND-PRIOR-STATUS.
005290     PERFORM 2250-SKIP-PRIOR THRU 2250-EXIT
005300         UNTIL NOT NSC100-MORE-PNS OR PNS-ID NOT < I-ID.
005310     IF NSC100-MORE-PNS AND PNS-ID = I-ID
005320         MOVE "Y" TO NSC100-SW-PRIOR
005330         MOVE PNS-STATUS TO NSC100-PRIOR-STATUS
005340         MOVE PNS-EFF-DATE TO NSC100-PRIOR-EFF-DATE
005350         MOVE PNS-TERM-BEGIN TO NSC100-PRIOR-TERM-BEGIN
005360         PERFORM 9400-READ-PRIOR THRU 9400-EXIT
005370     ELSE
005380         MOVE "N" TO NSC100-SW-PRIOR
005390         MOVE SPACE TO NSC100-PRIOR-STATUS
005400         MOVE ZERO TO NSC100-PRIOR-EFF-DATE
005410         MOVE ZERO TO NSC100-PRIOR-TERM-BEGIN
005420     END-IF.
005430 2200-EXIT.
005440     EXIT.

005450 2250-SKIP-PRIOR.
005460     ADD 1 TO NSC100-ORPHAN-CTR.
005470     PERFORM 9400-READ-PRIOR THRU 9400-EXIT.
005480 2250-EXIT.
005490     EXIT.

005500 2300-DETERMINE-STATUS.
005510     EVALUATE TRUE
005520         WHEN NSC100-CREDIT-TOTAL NOT < NSC100-FT-THRESHOLD
005530             MOVE 1 TO NSC100-STAT-SUB
005540         WHEN NSC100-CREDIT-TOTAL NOT < NSC100-TQ-THRESHOLD
005550             MOVE 2 TO NSC100-STAT-SUB
005560         WHEN NSC100-CREDIT-TOTAL NOT < NSC100-HT-THRESHOLD
005570             MOVE 3 TO NSC100-STAT-SUB
005580         WHEN NSC100-CREDIT-TOTAL > ZERO
005590             MOVE 4 TO NSC100-STAT-SUB
005600         WHEN OTHER
005610             MOVE 5 TO NSC100-STAT-SUB
005620     END-EVALUATE.
005630     MOVE NSC100-STAT-CODE (NSC100-STAT-SUB) TO
005640         NSC100-CURR-STATUS.
005650     ADD 1 TO NSC100-STAT-CTR (NSC100-STAT-SUB).
005660     ADD 1 TO NSC100-RPT-CTR.
005670 2300-EXIT.
005680     EXIT.

005690 2400-DETERMINE-CHANGE.
005700     EVALUATE TRUE
005710         WHEN NOT NSC100-ON-PRIOR
005720             SET NSC100-NEW-STUDENT TO TRUE
005730             ADD 1 TO NSC100-NEW-CTR
005740             IF NSC100-CURR-STATUS = "W"
005750                 MOVE NSC100-AS-OF-DATE TO NSC100-EFF-DATE
005760             ELSE
005770                 MOVE NSC100-TERM-BEGIN TO NSC100-EFF-DATE
005780             END-IF
005790         WHEN NSC100-CURR-STATUS = NSC100-PRIOR-STATUS
005800             SET NSC100-STATUS-UNCHANGED TO TRUE
005810             ADD 1 TO NSC100-SAME-CTR
005820             MOVE NSC100-PRIOR-EFF-DATE TO NSC100-EFF-DATE
005830         WHEN OTHER
005840             SET NSC100-STATUS-CHANGED TO TRUE
005850             ADD 1 TO NSC100-CHG-CTR
005860             MOVE NSC100-AS-OF-DATE TO NSC100-EFF-DATE
005870     END-EVALUATE.
005880 2400-EXIT.
005890     EXIT.

005900 2500-LOOKUP-ADDRESS.
005910     MOVE "N" TO NSC100-SW-HAS-ADR.
005920     IF NOT NSC100-NO-ADDRESS-FILE
005930         MOVE I-ID TO ADR-ID
005940         READ ADDRESS-FILE
005950             NOT INVALID KEY
005960                 IF ADR-STREET NOT = SPACES
005970                         AND ADR-CITY NOT = SPACES
005980                     MOVE "Y" TO NSC100-SW-HAS-ADR
005990                 END-IF
006000         END-READ
006010     END-IF.
006020     IF NOT NSC100-HAS-ADDRESS
006030         MOVE SPACES TO ADR-REC
006040         ADD 1 TO NSC100-NOADR-CTR
006050     END-IF.

006060     MOVE "N" TO NSC100-SW-HAS-TIN.
006070     IF NOT NSC100-NO-TAXID-FILE
006080         MOVE I-ID TO TIN-ID
006090         READ TAXID-FILE
006100             NOT INVALID KEY
006110                 IF TIN-NUMBER NUMERIC
006120                         AND TIN-NUMBER NOT = "000000000"
006130                     MOVE "Y" TO NSC100-SW-HAS-TIN
006140                 END-IF
006150         END-READ
006160     END-IF.
006170     IF NOT NSC100-HAS-TAXID
006180         MOVE SPACES TO TIN-NUMBER
006190         ADD 1 TO NSC100-NOTIN-CTR
006200     END-IF.
006210 2500-EXIT.
006220     EXIT.

006230 2600-WRITE-DETAIL.
006240     MOVE SPACES TO NSC100-D-REC.
006250     MOVE "D1" TO NSC100-D-TYPE.
006260     MOVE TIN-NUMBER TO NSC100-D-SSN.
006270     MOVE I-FNAME TO NSC100-D-FNAME.
006280     MOVE I-INIT TO NSC100-D-MI.
006290     MOVE I-LNAME TO NSC100-D-LNAME.
006300     MOVE NSC100-CURR-STATUS TO NSC100-D-STATUS.
006310     MOVE NSC100-EFF-DATE TO NSC100-D-STATUS-DATE.
006320     MOVE ADR-STREET TO NSC100-D-STREET-1.
006330     MOVE ADR-CITY TO NSC100-D-CITY.
006340     MOVE ADR-STATE TO NSC100-D-STATE.
006350     MOVE ADR-ZIP TO NSC100-D-ZIP.
006360     MOVE ZERO TO NSC100-D-GRAD-DATE.
006370     MOVE ZERO TO NSC100-D-BIRTH-DATE.
006380     MOVE NSC100-TERM-BEGIN TO NSC100-D-TERM-BEGIN.
006390     MOVE NSC100-TERM-END TO NSC100-D-TERM-END.
006400     MOVE "N" TO NSC100-D-DIR-BLOCK.
006410     MOVE I-ID TO NSC100-D-STUDENT-ID.
006420     WRITE NSC-REC FROM NSC100-D-REC.
006430     ADD 1 TO NSC100-REC-CTR.
006440 2600-EXIT.
006450     EXIT.

006460 2700-WRITE-STATUS.
006470     MOVE I-ID TO NSH-ID.
006480     MOVE NSC100-CURR-STATUS TO NSH-STATUS.
006490     MOVE NSC100-EFF-DATE TO NSH-EFF-DATE.
006500     MOVE NSC100-CREDIT-TOTAL TO NSH-CREDITS.
006510     MOVE NSC100-TERM-BEGIN TO NSH-TERM-BEGIN.
006520     MOVE NSC100-TERM-END TO NSH-TERM-END.
006530     WRITE NSH-REC.
006540 2700-EXIT.
006550     EXIT.

006560 2800-PRINT-DETAIL.
006570     ADD 1 TO NSC100-LISTED-CTR.
006580     MOVE I-ID TO NSC100-O-ID.
006590     MOVE I-LNAME TO NSC100-O-LNAME.
006600     MOVE I-FNAME TO NSC100-O-FNAME.
006610     MOVE NSC100-CREDIT-TOTAL TO NSC100-O-CREDITS.
006620     IF NSC100-ON-PRIOR
006630         MOVE "NOT REPORTED" TO NSC100-O-PRIOR
006640         SET NSC100-STAT-IDX TO 1
006650         SEARCH NSC100-STATUS-ENTRY
006660             WHEN NSC100-STAT-CODE (NSC100-STAT-IDX) =
006670                     NSC100-PRIOR-STATUS
006680                 MOVE NSC100-STAT-NAME (NSC100-STAT-IDX) TO
006690                     NSC100-O-PRIOR
006700         END-SEARCH
006710     ELSE
006720         MOVE "NOT REPORTED" TO NSC100-O-PRIOR
006730     END-IF.
006740     MOVE NSC100-STAT-NAME (NSC100-STAT-SUB) TO NSC100-O-CURRENT.
006750     MOVE NSC100-EFF-DATE TO NSC100-DATE-WORK.
006760     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
006770     MOVE NSC100-DATE-EDIT TO NSC100-O-EFF-DATE.
006780     EVALUATE TRUE
006790         WHEN NSC100-NEW-STUDENT AND NOT NSC100-HAS-ADDRESS
006800             MOVE "NEW - NO ADDRESS" TO NSC100-O-NOTE
006810         WHEN NSC100-NEW-STUDENT
006820             MOVE "NEW TO FILE" TO NSC100-O-NOTE
006830         WHEN NSC100-STATUS-CHANGED AND NOT NSC100-HAS-ADDRESS
006840             MOVE "CHANGED - NO ADDRESS" TO NSC100-O-NOTE
006850         WHEN NSC100-STATUS-CHANGED
006860             MOVE "STATUS CHANGED" TO NSC100-O-NOTE
006870         WHEN OTHER
006880             MOVE "NO MAILING ADDRESS" TO NSC100-O-NOTE
006890     END-EVALUATE.
006900     WRITE PRTLINE FROM NSC100-DETAIL-LINE
006910         AFTER ADVANCING 1 LINE
006920             AT EOP
006930                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
006940 2800-EXIT.
006950     EXIT.

006960 2900-FINISH-PRIOR.
006970     ADD 1 TO NSC100-ORPHAN-CTR.
006980     PERFORM 9400-READ-PRIOR THRU 9400-EXIT.
006990 2900-EXIT.
007000     EXIT.

007010 8100-EDIT-DATE.
007020     MOVE NSC100-DW-MONTH TO NSC100-DE-MONTH.
007030     MOVE NSC100-DW-DAY TO NSC100-DE-DAY.
007040     MOVE NSC100-DW-YEAR TO NSC100-DE-YEAR.
007050 8100-EXIT.
007060     EXIT.

007070 9000-TERMINATE.
007080     IF NOT NSC100-CARD-VALID
007090         CLOSE PRTOUT
007100         GO TO 9000-EXIT.

007110     MOVE SPACES TO NSC100-T-REC.
007120     MOVE "T1" TO NSC100-T-TYPE.
007130     PERFORM 9050-MOVE-TRAILER-CTR THRU 9050-EXIT
007140         VARYING NSC100-STAT-SUB FROM 1 BY 1
007150             UNTIL NSC100-STAT-SUB > 5.
007160     MOVE NSC100-RPT-CTR TO NSC100-T-DETAIL-CTR.
007170     ADD 1 TO NSC100-REC-CTR.
007180     MOVE NSC100-REC-CTR TO NSC100-T-RECORD-CTR.
007190     WRITE NSC-REC FROM NSC100-T-REC.

007200     IF NSC100-LISTED-CTR = ZERO
007210         MOVE "NO NEW OR CHANGED STUDENTS" TO NSC100-O-MESSAGE
007220         WRITE PRTLINE FROM NSC100-MESSAGE-LINE
007230             AFTER ADVANCING 1 LINE
007240     END-IF.
007250     MOVE NSC100-MST-CTR TO NSC100-O-MST-CTR.
007260     MOVE NSC100-RPT-CTR TO NSC100-O-RPT-CTR.
007270     MOVE NSC100-SKIP-CTR TO NSC100-O-SKIP-CTR.
007280     MOVE NSC100-RETIRED-CTR TO NSC100-O-RETIRED-CTR.
007290     WRITE PRTLINE FROM NSC100-GT-LINE1
007300         AFTER ADVANCING 3 LINES.
007310     PERFORM 9060-PRINT-STAT-CTR THRU 9060-EXIT
007320         VARYING NSC100-STAT-SUB FROM 1 BY 1
007330             UNTIL NSC100-STAT-SUB > 5.
007340     MOVE NSC100-NEW-CTR TO NSC100-O-NEW-CTR.
007350     MOVE NSC100-CHG-CTR TO NSC100-O-CHG-CTR.
007360     MOVE NSC100-SAME-CTR TO NSC100-O-SAME-CTR.
007370     MOVE NSC100-NOADR-CTR TO NSC100-O-NOADR-CTR.
007380     MOVE NSC100-NOTIN-CTR TO NSC100-O-NOTIN-CTR.
007390     WRITE PRTLINE FROM NSC100-GT-LINE2
007400         AFTER ADVANCING 2 LINES.
007410     MOVE NSC100-PNS-CTR TO NSC100-O-PNS-CTR.
007420     MOVE NSC100-ORPHAN-CTR TO NSC100-O-ORPHAN-CTR.
007430     MOVE NSC100-REC-CTR TO NSC100-O-REC-CTR.
007440     WRITE PRTLINE FROM NSC100-GT-LINE3
007450         AFTER ADVANCING 1 LINE.

007460     CLOSE STUDENT-MASTER.
007470     CLOSE COURSE-FILE.
007480     IF NOT NSC100-NO-ADDRESS-FILE
007490         CLOSE ADDRESS-FILE
007500     END-IF.
007510     IF NOT NSC100-NO-TAXID-FILE
007520         CLOSE TAXID-FILE
007530     END-IF.
007540     CLOSE PRIOR-STATUS-FILE.
007550     CLOSE STATUS-FILE.
007560     CLOSE SUBMISSION-FILE.
007570     CLOSE PRTOUT.
007580 9000-EXIT.
007590     EXIT.

007600 9050-MOVE-TRAILER-CTR.
007610     MOVE NSC100-STAT-CTR (NSC100-STAT-SUB) TO
007620         NSC100-T-STAT-CTR (NSC100-STAT-SUB).
007630 9050-EXIT.
007640     EXIT.

007650 9060-PRINT-STAT-CTR.
007660     MOVE NSC100-STAT-CODE (NSC100-STAT-SUB) TO
007670         NSC100-O-STAT-CODE.
007680     MOVE NSC100-STAT-NAME (NSC100-STAT-SUB) TO
007690         NSC100-O-STAT-NAME.
007700     MOVE NSC100-STAT-CTR (NSC100-STAT-SUB) TO NSC100-O-STAT-CTR.
007710     WRITE PRTLINE FROM NSC100-GT-STAT-LINE
007720         AFTER ADVANCING 1 LINE.
007730 9060-EXIT.
007740     EXIT.

007750 9100-PRINT-HDG.
007760     ADD 1 TO NSC100-PAGE-CTR.
007770     MOVE NSC100-PAGE-CTR TO NSC100-O-PCTR.
007780     WRITE PRTLINE FROM NSC100-TITLE-LINE
007790         AFTER ADVANCING PAGE.
007800     WRITE PRTLINE FROM NSC100-TERM-LINE
007810         AFTER ADVANCING 1 LINE.
007820     WRITE PRTLINE FROM NSC100-COL-HDG
007830         AFTER ADVANCING 2 LINES.
007840 9100-EXIT.
007850     EXIT.

007860 9200-READ-MASTER.
007870     READ STUDENT-MASTER
007880         AT END
007890             MOVE "N" TO NSC100-SW-MORE-MST
007900     END-READ.
007910 9200-EXIT.
007920     EXIT.

007930 9300-READ-COURSE.
007940     READ COURSE-FILE
007950         AT END
007960             MOVE "N" TO NSC100-SW-MORE-CRS
007970     END-READ.
007980 9300-EXIT.
007990     EXIT.

008000 9400-READ-PRIOR.
008010     READ PRIOR-STATUS-FILE
008020         AT END
008030             MOVE "N" TO NSC100-SW-MORE-PNS
008040         NOT AT END
008050             ADD 1 TO NSC100-PNS-CTR
008060     END-READ.
008070 9400-EXIT.
008080     EXIT.
