000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB40.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* TRANSFER COURSEWORK INTAKE.  READS THE INBOUND TRANSFER       *
000130* COURSEWORK FILE (STDNTXFR.DAT) - ONE CARD PER COURSE ON A     *
000140* TRANSFER STUDENT'S TRANSCRIPT FROM ANOTHER SCHOOL, GIVING THE *
000150* STUDENT ID, THE SENDING INSTITUTION CODE, THAT SCHOOL'S       *
000160* COURSE NUMBER, CREDITS AND TITLE, AND THE GRADE EARNED THERE. *
000170* EACH COURSE IS EDITED AGAINST STUDENT-MASTER, THE SHARED      *
000180* GRADE TABLE (STDNTGRT), THE EQUIVALENCY TABLE (STDNTTEQ.DAT,  *
000190* MAINTAINED BY CBLJCB39) AND THE COURSE CATALOG.  A COURSE     *
000200* THAT PASSES IS POSTED AS AN ENROLLMENT IN ITS EQUIVALENT      *
000210* CAT-COURSE-CODE, FOR THE CATALOG'S CREDIT HOURS, WITH THE     *
000220* TRANSFER GRADE "TR" AND SECTION "XFR" (SEE STDNTCRS).  A TR   *
000230* ENROLLMENT COUNTS TOWARD CREDITS EARNED BUT CARRIES NO        *
000240* QUALITY POINTS, SO IT NEVER ENTERS THE GPA.  THE POSTINGS ARE *
000250* SORTED TOGETHER WITH STDNTCRS.DAT BY STUDENT ID AND COURSE,   *
000260* AS CBLJCB29 DOES WITH GRADES, AND EVERY ENROLLMENT IS WRITTEN *
000270* TO THE NEXT GENERATION OF THE ENROLLMENT FILE (STDNTCRN.DAT), *
000280* STILL IN CRS-ID SEQUENCE.  THE MINIMUM TRANSFERABLE GRADE IS  *
000290* C UNLESS THE CONTROL CARD (STDNTXFC.DAT) NAMES ANOTHER GRADE  *
000300* ON THE GRADE TABLE.  EVERY POSTING IS LISTED ON THE POSTING   *
000310* REPORT (STDNTXFP.PRT), WHICH BALANCES COURSES READ AGAINST    *
000320* COURSES POSTED PLUS COURSES SENT FOR EVALUATION.  A COURSE    *
000330* THAT CANNOT BE POSTED GOES ON THE REGISTRAR'S EVALUATION      *
000340* WORKLIST (STDNTXFW.PRT) WITH ITS REASON: | T1 - STUDENT NOT   *
000350* ON STUDENT MASTER | T2 - GRADE NOT A LETTER GRADE (P, S, W,   *
000360* I, ETC.) | T3 - GRADE BELOW THE MINIMUM TRANSFERABLE GRADE |  *
000370* T4 - NO EQUIVALENCY FOR THE INSTITUTION AND COURSE | T5 -     *
000380* EQUIVALENT COURSE NO LONGER IN THE CATALOG | T6 - STUDENT     *
000390* ALREADY HAS THE EQUIVALENT COURSE ON FILE                     *
000400*****************************************************************

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROL-CARD-FILE
000450         ASSIGN TO "C:\COBOLWI22\STDNTXFC.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS XFI100-CTL-STATUS.

000480     SELECT TRANSFER-FILE
000490         ASSIGN TO "C:\COBOLWI22\STDNTXFR.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510     SELECT EQUIV-FILE
000520         ASSIGN TO "C:\COBOLWI22\STDNTTEQ.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS TEQ-KEY
000560         FILE STATUS IS XFI100-TEQ-STATUS.

000570     SELECT COURSE-CATALOG
000580         ASSIGN TO "C:\COBOLWI22\STDNTCAT.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CAT-COURSE-CODE
000620         FILE STATUS IS XFI100-CAT-STATUS.

000630     SELECT STUDENT-MASTER
000640         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS I-ID.

000680     SELECT COURSE-FILE
000690         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL.

000710     SELECT NEW-COURSE-FILE
000720         ASSIGN TO "C:\COBOLWI22\STDNTCRN.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL.

000740     SELECT SORT-WORK
000750         ASSIGN TO "SRTWK01".

000760     SELECT PRTOUT
000770         ASSIGN TO "C:\COBOLWI22\STDNTXFP.PRT"
000780         ORGANIZATION IS RECORD SEQUENTIAL.

000790     SELECT WORKLIST-FILE
000800         ASSIGN TO "C:\COBOLWI22\STDNTXFW.PRT"
000810         ORGANIZATION IS RECORD SEQUENTIAL.

000820 DATA DIVISION.
000830 FILE SECTION.

000840 FD  CONTROL-CARD-FILE
000850     LABEL RECORD IS STANDARD
000860     DATA RECORD IS XFC-REC
000870     RECORD CONTAINS 2 CHARACTERS.

000880 01  XFC-REC.
000890     05  XFC-MIN-GRADE       PIC X(2).

000900 FD  TRANSFER-FILE
000910     LABEL RECORD IS STANDARD
000920     DATA RECORD IS XFR-REC
000930     RECORD CONTAINS 57 CHARACTERS.

000940 01  XFR-REC.
000950     05  XFR-ID              PIC X(7).
000960     05  XFR-INST-CODE       PIC X(6).
000970     05  XFR-EXT-COURSE      PIC X(10).
000980     05  XFR-EXT-CREDITS     PIC 9V9.
000990     05  XFR-GRADE           PIC X(2).
001000     05  XFR-TITLE           PIC X(30).

001010 FD  EQUIV-FILE
001020     LABEL RECORD IS STANDARD
001030     DATA RECORD IS TEQ-REC
001040     RECORD CONTAINS 32 CHARACTERS.

001050     COPY STDNTTEQ.

001060 FD  COURSE-CATALOG
001070     LABEL RECORD IS STANDARD
001080     DATA RECORD IS CAT-REC
001090     RECORD CONTAINS 60 CHARACTERS.

001100     COPY STDNTCAT.

001110 FD  STUDENT-MASTER
001120     LABEL RECORD IS STANDARD
001130     DATA RECORD IS I-REC
001140     RECORD CONTAINS 50 CHARACTERS.

001150     COPY STDNTREC.

001160 FD  COURSE-FILE
001170     LABEL RECORD IS STANDARD
001180     DATA RECORD IS CRS-REC
001190     RECORD CONTAINS 22 CHARACTERS.

001200     COPY STDNTCRS.

001210 FD  NEW-COURSE-FILE
001220     LABEL RECORD IS STANDARD
001230     DATA RECORD IS CRN-REC
001240     RECORD CONTAINS 22 CHARACTERS.

001250 01  CRN-REC                 PIC X(22).

001260 SD  SORT-WORK
001270     DATA RECORD IS SD-REC.

001280 01  SD-REC.
001290     05  SD-ID               PIC X(7).
001300     05  SD-COURSE-CODE      PIC X(8).
001310     05  SD-TYPE             PIC X(1).
001320         88  SD-ENROLLMENT               VALUE "1".
001330         88  SD-TRANSFER                 VALUE "2".
001340     05  SD-CREDITS          PIC 9V9.
001350     05  SD-GRADE            PIC X(2).
001360     05  SD-SECTION          PIC X(3).
001370     05  SD-INST-CODE        PIC X(6).
001380     05  SD-EXT-COURSE       PIC X(10).
001390     05  SD-EXT-CREDITS      PIC 9V9.
001400     05  SD-EXT-GRADE        PIC X(2).
001410     05  SD-EXT-TITLE        PIC X(30).

001420 FD  PRTOUT
001430     LABEL RECORD IS OMITTED
001440     DATA RECORD IS PRTLINE
001450     RECORD CONTAINS 132 CHARACTERS
001460     LINAGE IS 60 WITH FOOTING AT 56.

001470 01  PRTLINE             PIC X(132).

001480 FD  WORKLIST-FILE
001490     LABEL RECORD IS OMITTED
001500     DATA RECORD IS WRKLINE
001510     RECORD CONTAINS 132 CHARACTERS
001520     LINAGE IS 60 WITH FOOTING AT 56.

001530 01  WRKLINE             PIC X(132).

001540 WORKING-STORAGE SECTION.
001550 77  XFI100-SW-MORE-CRS  PIC X       VALUE "Y".
001560     88  XFI100-MORE-CRS              VALUE "Y".

001570 77  XFI100-SW-MORE-XFR  PIC X       VALUE "Y".
001580     88  XFI100-MORE-XFR              VALUE "Y".

001590 77  XFI100-SW-SORT-EOF  PIC X       VALUE "N".
001600     88  XFI100-SORT-EOF              VALUE "Y".

001610 77  XFI100-SW-NO-TEQ    PIC X       VALUE "N".
001620     88  XFI100-NO-EQUIV-FILE         VALUE "Y".

001630 77  XFI100-SW-NO-CAT    PIC X       VALUE "N".
001640     88  XFI100-NO-CATALOG            VALUE "Y".

001650 77  XFI100-SW-FOUND     PIC X       VALUE "N".
001660     88  XFI100-RECORD-FOUND          VALUE "Y".

001670 77  XFI100-SW-GRD-FOUND PIC X       VALUE "N".
001680     88  XFI100-GRD-FOUND             VALUE "Y".

001690 77  XFI100-SW-CARD-REJ  PIC X       VALUE "N".
001700     88  XFI100-CARD-REJECTED         VALUE "Y".

001710 77  XFI100-CTL-STATUS   PIC XX      VALUE SPACES.
001720 77  XFI100-TEQ-STATUS   PIC XX      VALUE SPACES.
001730 77  XFI100-CAT-STATUS   PIC XX      VALUE SPACES.

001740 77  XFI100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001750 77  XFI100-WRK-PAGE-CTR PIC 9(2)    COMP VALUE ZERO.
001760 77  XFI100-XFR-READ-CTR PIC 9(5)    COMP VALUE ZERO.
001770 77  XFI100-POST-CTR     PIC 9(5)    COMP VALUE ZERO.
001780 77  XFI100-WORK-CTR     PIC 9(5)    COMP VALUE ZERO.
001790 77  XFI100-T1-CTR       PIC 9(5)    COMP VALUE ZERO.
001800 77  XFI100-T2-CTR       PIC 9(5)    COMP VALUE ZERO.
001810 77  XFI100-T3-CTR       PIC 9(5)    COMP VALUE ZERO.
001820 77  XFI100-T4-CTR       PIC 9(5)    COMP VALUE ZERO.
001830 77  XFI100-T5-CTR       PIC 9(5)    COMP VALUE ZERO.
001840 77  XFI100-T6-CTR       PIC 9(5)    COMP VALUE ZERO.
001850 77  XFI100-CRS-IN-CTR   PIC 9(5)    COMP VALUE ZERO.
001860 77  XFI100-CRS-OUT-CTR  PIC 9(5)    COMP VALUE ZERO.
001870 77  XFI100-BAL-CTR      PIC 9(5)    COMP VALUE ZERO.

001880 77  XFI100-MIN-GRADE    PIC X(2)    VALUE "C ".
001890 77  XFI100-MIN-PTS      PIC 9V99    VALUE ZERO.
001900 77  XFI100-LOOKUP-GRADE PIC X(2)    VALUE SPACES.
001910 77  XFI100-COURSE-PTS   PIC 9V99    VALUE ZERO.
001920 77  XFI100-LOOKUP-ID    PIC X(7)    VALUE SPACES.

001930     COPY STDNTGRT.

001940 01  XFI100-LAST-WRITTEN.
001950     05  XFI100-LAST-ID      PIC X(7)    VALUE SPACES.
001960     05  XFI100-LAST-COURSE  PIC X(8)    VALUE SPACES.

001970 01  XFI100-NEW-CRS.
001980     05  XFI100-NEW-ID       PIC X(7).
001990     05  XFI100-NEW-COURSE   PIC X(8).
002000     05  XFI100-NEW-CREDITS  PIC 9V9.
002010     05  XFI100-NEW-GRADE    PIC X(2).
002020     05  XFI100-NEW-SECTION  PIC X(3).

002030 01  XFI100-CURRENT-DATE-AND-TIME.
002040     05  XFI100-I-DATE.
002050         10  XFI100-I-YEAR   PIC 9(4).
002060         10  XFI100-I-MONTH  PIC 99.
002070         10  XFI100-I-DAY    PIC 99.
002080     05  XFI100-DTIME        PIC X(11).

002090 01  XFI100-TITLE-LINE.
002100     05  FILLER          PIC X(6)    VALUE "DATE:".
002110     05  XFI100-O-MONTH  PIC 99.
002120     05  FILLER          PIC X       VALUE '/'.
002130     05  XFI100-O-DAY    PIC 99.
002140     05  FILLER          PIC X       VALUE '/'.
002150     05  XFI100-O-YEAR   PIC 9(4).
002160     05  FILLER          PIC X(36)   VALUE SPACES.
002170     05  FILLER          PIC X(36)   VALUE
002180         "TRANSFER CREDIT POSTING REPORT".
002190     05  FILLER          PIC X(36)   VALUE SPACES.
002200     05  FILLER          PIC X(6)    VALUE "PAGE:".
002210     05  XFI100-O-PCTR   PIC Z9.

002220 01  XFI100-COL-HDG.
002230     05  FILLER          PIC X(4)    VALUE "  ID".
002240     05  FILLER          PIC X(6)    VALUE SPACES.
002250     05  FILLER          PIC X(9)    VALUE "LAST NAME".
002260     05  FILLER          PIC X(9)    VALUE SPACES.
002270     05  FILLER          PIC X(10)   VALUE "FIRST NAME".
002280     05  FILLER          PIC X(8)    VALUE SPACES.
002290     05  FILLER          PIC X(4)    VALUE "INST".
002300     05  FILLER          PIC X(4)    VALUE SPACES.
002310     05  FILLER          PIC X(10)   VALUE "EXT COURSE".
002320     05  FILLER          PIC X(3)    VALUE SPACES.
002330     05  FILLER          PIC X(5)    VALUE "GRADE".
002340     05  FILLER          PIC X(1)    VALUE SPACES.
002350     05  FILLER          PIC X(9)    VALUE "POSTED AS".
002360     05  FILLER          PIC X(3)    VALUE SPACES.
002370     05  FILLER          PIC X(7)    VALUE "CREDITS".

002380 01  XFI100-DETAIL-LINE.
002390     05  XFI100-O-ID     PIC X(7).
002400     05  FILLER          PIC X(3)    VALUE SPACES.
002410     05  XFI100-O-LNAME  PIC X(15).
002420     05  FILLER          PIC X(3)    VALUE SPACES.
002430     05  XFI100-O-FNAME  PIC X(15).
002440     05  FILLER          PIC X(3)    VALUE SPACES.
002450     05  XFI100-O-INST-CODE PIC X(6).
002460     05  FILLER          PIC X(2)    VALUE SPACES.
002470     05  XFI100-O-EXT-COURSE PIC X(10).
002480     05  FILLER          PIC X(4)    VALUE SPACES.
002490     05  XFI100-O-EXT-GRADE PIC X(2).
002500     05  FILLER          PIC X(4)    VALUE SPACES.
002510     05  XFI100-O-COURSE PIC X(8).
002520     05  FILLER          PIC X(6)    VALUE SPACES.
002530     05  XFI100-O-CREDITS PIC 9.9.

002540 01  XFI100-GT-LINE1.
002550     05  FILLER          PIC X(4)    VALUE SPACES.
002560     05  FILLER          PIC X(23)   VALUE
002570         "TRANSFER COURSES READ:".
002580     05  XFI100-O-XFR-READ-CTR PIC ZZZZ9.
002590     05  FILLER          PIC X(4)    VALUE SPACES.
002600     05  FILLER          PIC X(8)    VALUE "POSTED:".
002610     05  XFI100-O-POST-CTR PIC ZZZZ9.
002620     05  FILLER          PIC X(4)    VALUE SPACES.
002630     05  FILLER          PIC X(26)   VALUE
002640         "SENT TO EVALUATION LIST:".
002650     05  XFI100-O-WORK-CTR PIC ZZZZ9.
002660     05  FILLER          PIC X(4)    VALUE SPACES.
002670     05  XFI100-O-BALANCE PIC X(14).

002680 01  XFI100-GT-LINE2.
002690     05  FILLER          PIC X(4)    VALUE SPACES.
002700     05  FILLER          PIC X(18)   VALUE "ENROLLMENTS READ:".
002710     05  XFI100-O-CRS-IN-CTR PIC ZZZZ9.
002720     05  FILLER          PIC X(4)    VALUE SPACES.
002730     05  FILLER          PIC X(21)   VALUE "ENROLLMENTS WRITTEN:".
002740     05  XFI100-O-CRS-OUT-CTR PIC ZZZZ9.

002750 01  XFI100-GT-LINE3.
002760     05  FILLER          PIC X(4)    VALUE SPACES.
002770     05  FILLER          PIC X(28)   VALUE
002780         "MINIMUM TRANSFERABLE GRADE:".
002790     05  XFI100-O-MIN-GRADE PIC X(2).
002800     05  FILLER          PIC X(4)    VALUE SPACES.
002810     05  XFI100-O-CARD-NOTE PIC X(50)  VALUE SPACES.

002820 01  XFI100-WRK-TITLE-LINE.
002830     05  FILLER          PIC X(6)    VALUE "DATE:".
002840     05  XFI100-W-MONTH  PIC 99.
002850     05  FILLER          PIC X       VALUE '/'.
002860     05  XFI100-W-DAY    PIC 99.
002870     05  FILLER          PIC X       VALUE '/'.
002880     05  XFI100-W-YEAR   PIC 9(4).
002890     05  FILLER          PIC X(33)   VALUE SPACES.
002900     05  FILLER          PIC X(42)   VALUE
002910         "TRANSFER CREDIT EVALUATION WORKLIST".
002920     05  FILLER          PIC X(33)   VALUE SPACES.
002930     05  FILLER          PIC X(6)    VALUE "PAGE:".
002940     05  XFI100-W-PCTR   PIC Z9.

002950 01  XFI100-WRK-MIN-LINE.
002960     05  FILLER          PIC X(28)   VALUE
002970         "MINIMUM TRANSFERABLE GRADE:".
002980     05  XFI100-W-MIN-GRADE PIC X(2).

002990 01  XFI100-WRK-COL-HDG.
003000     05  FILLER          PIC X(4)    VALUE "  ID".
003010     05  FILLER          PIC X(5)    VALUE SPACES.
003020     05  FILLER          PIC X(9)    VALUE "LAST NAME".
003030     05  FILLER          PIC X(8)    VALUE SPACES.
003040     05  FILLER          PIC X(4)    VALUE "INST".
003050     05  FILLER          PIC X(4)    VALUE SPACES.
003060     05  FILLER          PIC X(10)   VALUE "EXT COURSE".
003070     05  FILLER          PIC X(2)    VALUE SPACES.
003080     05  FILLER          PIC X(9)    VALUE "EXT TITLE".
003090     05  FILLER          PIC X(23)   VALUE SPACES.
003100     05  FILLER          PIC X(3)    VALUE "CR.".
003110     05  FILLER          PIC X(2)    VALUE SPACES.
003120     05  FILLER          PIC X(2)    VALUE "GR".
003130     05  FILLER          PIC X(2)    VALUE SPACES.
003140     05  FILLER          PIC X(8)    VALUE "EQUIV.".
003150     05  FILLER          PIC X(2)    VALUE SPACES.
003160     05  FILLER          PIC X(6)    VALUE "REASON".

003170 01  XFI100-WRK-DETAIL-LINE.
003180     05  XFI100-W-ID     PIC X(7).
003190     05  FILLER          PIC X(2)    VALUE SPACES.
003200     05  XFI100-W-LNAME  PIC X(15).
003210     05  FILLER          PIC X(2)    VALUE SPACES.
003220     05  XFI100-W-INST-CODE PIC X(6).
003230     05  FILLER          PIC X(2)    VALUE SPACES.
003240     05  XFI100-W-EXT-COURSE PIC X(10).
003250     05  FILLER          PIC X(2)    VALUE SPACES.
003260     05  XFI100-W-EXT-TITLE PIC X(30).
003270     05  FILLER          PIC X(2)    VALUE SPACES.
003280     05  XFI100-W-EXT-CREDITS PIC 9.9.
003290     05  FILLER          PIC X(2)    VALUE SPACES.
003300     05  XFI100-W-EXT-GRADE PIC X(2).
003310     05  FILLER          PIC X(2)    VALUE SPACES.
003320     05  XFI100-W-COURSE PIC X(8).
003330     05  FILLER          PIC X(2)    VALUE SPACES.
003340     05  XFI100-W-REASON PIC X(35).

003350 01  XFI100-WRK-GT-LINE1.
003360     05  FILLER          PIC X(4)    VALUE SPACES.
003370     05  FILLER          PIC X(31)   VALUE
003380         "T1 STUDENT NOT ON MASTER:".
003390     05  XFI100-W-T1-CTR PIC ZZZZ9.
003400     05  FILLER          PIC X(4)    VALUE SPACES.
003410     05  FILLER          PIC X(31)   VALUE
003420         "T2 NOT A LETTER GRADE:".
003430     05  XFI100-W-T2-CTR PIC ZZZZ9.
003440     05  FILLER          PIC X(4)    VALUE SPACES.
003450     05  FILLER          PIC X(31)   VALUE
003460         "T3 BELOW MINIMUM GRADE:".
003470     05  XFI100-W-T3-CTR PIC ZZZZ9.

003480 01  XFI100-WRK-GT-LINE2.
003490     05  FILLER          PIC X(4)    VALUE SPACES.
003500     05  FILLER          PIC X(31)   VALUE
003510         "T4 NO EQUIVALENCY ON FILE:".
003520     05  XFI100-W-T4-CTR PIC ZZZZ9.
003530     05  FILLER          PIC X(4)    VALUE SPACES.
003540     05  FILLER          PIC X(31)   VALUE
003550         "T5 EQUIVALENT NOT IN CATALOG:".
003560     05  XFI100-W-T5-CTR PIC ZZZZ9.
003570     05  FILLER          PIC X(4)    VALUE SPACES.
003580     05  FILLER          PIC X(31)   VALUE
003590         "T6 ALREADY ON ENROLLMENTS:".
003600     05  XFI100-W-T6-CTR PIC ZZZZ9.

003610 01  XFI100-WRK-GT-LINE3.
003620     05  FILLER          PIC X(4)    VALUE SPACES.
003630     05  FILLER          PIC X(31)   VALUE
003640         "COURSES FOR EVALUATION:".
003650     05  XFI100-W-WORK-CTR PIC ZZZZ9.

003660 PROCEDURE DIVISION.

003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT.
003700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003710     STOP RUN.

003720 1000-INITIALIZE.
003730     MOVE FUNCTION CURRENT-DATE TO XFI100-CURRENT-DATE-AND-TIME.
003740     MOVE XFI100-I-YEAR TO XFI100-O-YEAR.
003750     MOVE XFI100-I-MONTH TO XFI100-O-MONTH.
003760     MOVE XFI100-I-DAY TO XFI100-O-DAY.
003770     MOVE XFI100-I-YEAR TO XFI100-W-YEAR.
003780     MOVE XFI100-I-MONTH TO XFI100-W-MONTH.
003790     MOVE XFI100-I-DAY TO XFI100-W-DAY.

003800     MOVE XFI100-MIN-GRADE TO XFI100-LOOKUP-GRADE.
003810     PERFORM 9600-LOOKUP-GRADE THRU 9600-EXIT.
003820     MOVE XFI100-COURSE-PTS TO XFI100-MIN-PTS.
003830     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003840     MOVE XFI100-MIN-GRADE TO XFI100-O-MIN-GRADE
003850                              XFI100-W-MIN-GRADE.

003860     OPEN INPUT EQUIV-FILE.
003870     IF XFI100-TEQ-STATUS NOT = "00"
003880         MOVE "Y" TO XFI100-SW-NO-TEQ
003890     END-IF.
003900     OPEN INPUT COURSE-CATALOG.
003910     IF XFI100-CAT-STATUS NOT = "00"
003920         MOVE "Y" TO XFI100-SW-NO-CAT
003930     END-IF.
003940     OPEN INPUT STUDENT-MASTER.
003950     OPEN OUTPUT PRTOUT.
003960     OPEN OUTPUT WORKLIST-FILE.

003970     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003980     PERFORM 9150-PRINT-WRK-HDG THRU 9150-EXIT.
003990 1000-EXIT.
004000     EXIT.

004010 1100-READ-CONTROL-CARD.
004020     OPEN INPUT CONTROL-CARD-FILE.
004030     IF XFI100-CTL-STATUS NOT = "00"
004040         GO TO 1100-EXIT.
004050     READ CONTROL-CARD-FILE
004060         AT END
004070             CLOSE CONTROL-CARD-FILE
004080             GO TO 1100-EXIT
004090     END-READ.
004100     CLOSE CONTROL-CARD-FILE.
004110     IF XFC-MIN-GRADE = SPACES
004120         GO TO 1100-EXIT.
004130     MOVE XFC-MIN-GRADE TO XFI100-LOOKUP-GRADE.
004140     PERFORM 9600-LOOKUP-GRADE THRU 9600-EXIT.
004150     IF NOT XFI100-GRD-FOUND
004160         MOVE "Y" TO XFI100-SW-CARD-REJ
004170         STRING "CONTROL CARD GRADE " DELIMITED BY SIZE
004180             XFC-MIN-GRADE           DELIMITED BY SIZE
004190             " NOT IN GRADE TABLE - IGNORED"
004200                                     DELIMITED BY SIZE
004210             INTO XFI100-O-CARD-NOTE
004220         END-STRING
004230         GO TO 1100-EXIT.
004240     MOVE XFC-MIN-GRADE TO XFI100-MIN-GRADE.
004250     MOVE XFI100-COURSE-PTS TO XFI100-MIN-PTS.
004260 1100-EXIT.
004270     EXIT.

004280 2000-PROCESS-SORT.
004290     SORT SORT-WORK
004300         ON ASCENDING KEY SD-ID SD-COURSE-CODE SD-TYPE
004310         INPUT PROCEDURE IS 3000-INPUT-PROC THRU 3000-EXIT
004320         OUTPUT PROCEDURE IS 4000-OUTPUT-PROC THRU 4000-EXIT.
004330 2000-EXIT.
004340     EXIT.

004350*****************************************************************
004360* INPUT SIDE: RELEASE EVERY ENROLLMENT AS IS, THEN EDIT THE     *
004370* TRANSFER COURSEWORK AND RELEASE EACH COURSE THAT HAS A        *
004380* POSTABLE EQUIVALENT.                                          *
004390*****************************************************************

004400 3000-INPUT-PROC.
004410     OPEN INPUT COURSE-FILE.
004420     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
004430     PERFORM 3100-RELEASE-ENROLLMENT THRU 3100-EXIT
004440         UNTIL NOT XFI100-MORE-CRS.
004450     CLOSE COURSE-FILE.

004460     OPEN INPUT TRANSFER-FILE.
004470     PERFORM 9300-READ-TRANSFER THRU 9300-EXIT.
004480     PERFORM 3200-PROCESS-TRANSFER THRU 3200-EXIT
004490         UNTIL NOT XFI100-MORE-XFR.
004500     CLOSE TRANSFER-FILE.
004510 3000-EXIT.
004520     EXIT.

004530 3100-RELEASE-ENROLLMENT.
004540     ADD 1 TO XFI100-CRS-IN-CTR.
004550     MOVE SPACES TO SD-REC.
004560     MOVE CRS-ID TO SD-ID.
004570     MOVE CRS-COURSE-CODE TO SD-COURSE-CODE.
004580     MOVE "1" TO SD-TYPE.
004590     MOVE CRS-CREDITS TO SD-CREDITS.
004600     MOVE CRS-GRADE TO SD-GRADE.
004610     MOVE CRS-SECTION TO SD-SECTION.
004620     MOVE ZERO TO SD-EXT-CREDITS.
004630     RELEASE SD-REC.
004640     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
004650 3100-EXIT.
004660     EXIT.

004670 3200-PROCESS-TRANSFER.
004680     ADD 1 TO XFI100-XFR-READ-CTR.
004690     PERFORM 3300-EDIT-TRANSFER THRU 3300-EXIT.
004700     PERFORM 9300-READ-TRANSFER THRU 9300-EXIT.
004710 3200-EXIT.
004720     EXIT.

004730 3300-EDIT-TRANSFER.
004740     MOVE SPACES TO XFI100-WRK-DETAIL-LINE.
004750     MOVE XFR-ID TO XFI100-W-ID.
004760     MOVE XFR-INST-CODE TO XFI100-W-INST-CODE.
004770     MOVE XFR-EXT-COURSE TO XFI100-W-EXT-COURSE.
004780     MOVE XFR-TITLE TO XFI100-W-EXT-TITLE.
004790     MOVE XFR-EXT-CREDITS TO XFI100-W-EXT-CREDITS.
004800     MOVE XFR-GRADE TO XFI100-W-EXT-GRADE.
004810     MOVE XFR-ID TO XFI100-LOOKUP-ID.
004820     PERFORM 9450-LOOKUP-STUDENT THRU 9450-EXIT.
004830     MOVE I-LNAME TO XFI100-W-LNAME.
004840     IF XFR-ID = SPACES
004850             OR NOT XFI100-RECORD-FOUND
004860         MOVE "T1 STUDENT NOT ON STUDENT MASTER" TO
004870             XFI100-W-REASON
004880         ADD 1 TO XFI100-T1-CTR
004890         PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT
004900         GO TO 3300-EXIT.
004910     MOVE XFR-GRADE TO XFI100-LOOKUP-GRADE.
004920     PERFORM 9600-LOOKUP-GRADE THRU 9600-EXIT.
004930     IF NOT XFI100-GRD-FOUND
004940         MOVE "T2 GRADE NOT A LETTER GRADE" TO XFI100-W-REASON
004950         ADD 1 TO XFI100-T2-CTR
004960         PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT
004970         GO TO 3300-EXIT.
004980     IF XFI100-COURSE-PTS < XFI100-MIN-PTS
004990         MOVE "T3 GRADE BELOW MINIMUM TRANSFERABLE" TO
005000             XFI100-W-REASON
005010         ADD 1 TO XFI100-T3-CTR
005020         PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT
005030         GO TO 3300-EXIT.
005040     PERFORM 3400-LOOKUP-EQUIVALENCY THRU 3400-EXIT.
005050     IF NOT XFI100-RECORD-FOUND
005060         MOVE "T4 NO EQUIVALENCY ON FILE" TO XFI100-W-REASON
005070         ADD 1 TO XFI100-T4-CTR
005080         PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT
005090         GO TO 3300-EXIT.
005100     MOVE TEQ-COURSE-CODE TO XFI100-W-COURSE.
005110     PERFORM 3500-LOOKUP-CATALOG THRU 3500-EXIT.
005120     IF NOT XFI100-RECORD-FOUND
005130         MOVE "T5 EQUIVALENT COURSE NOT IN CATALOG" TO
005140             XFI100-W-REASON
005150         ADD 1 TO XFI100-T5-CTR
005160         PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT
005170         GO TO 3300-EXIT.
005180     MOVE XFR-ID TO SD-ID.
005190     MOVE TEQ-COURSE-CODE TO SD-COURSE-CODE.
005200     MOVE "2" TO SD-TYPE.
005210     MOVE CAT-STD-CREDITS TO SD-CREDITS.
005220     MOVE "TR" TO SD-GRADE.
005230     MOVE "XFR" TO SD-SECTION.
005240     MOVE XFR-INST-CODE TO SD-INST-CODE.
005250     MOVE XFR-EXT-COURSE TO SD-EXT-COURSE.
005260     MOVE XFR-EXT-CREDITS TO SD-EXT-CREDITS.
005270     MOVE XFR-GRADE TO SD-EXT-GRADE.
005280     MOVE XFR-TITLE TO SD-EXT-TITLE.
005290     RELEASE SD-REC.
005300 3300-EXIT.
005310     EXIT.

005320 3400-LOOKUP-EQUIVALENCY.
005330     MOVE "N" TO XFI100-SW-FOUND.
005340     IF XFI100-NO-EQUIV-FILE
005350         GO TO 3400-EXIT.
005360     MOVE XFR-INST-CODE TO TEQ-INST-CODE.
005370     MOVE XFR-EXT-COURSE TO TEQ-EXT-COURSE.
005380     READ EQUIV-FILE
005390         NOT INVALID KEY
005400             SET XFI100-RECORD-FOUND TO TRUE
005410     END-READ.
005420 3400-EXIT.
005430     EXIT.

005440 3500-LOOKUP-CATALOG.
005450     MOVE "N" TO XFI100-SW-FOUND.
005460     IF XFI100-NO-CATALOG
005470         GO TO 3500-EXIT.
005480     MOVE TEQ-COURSE-CODE TO CAT-COURSE-CODE.
005490     READ COURSE-CATALOG
005500         NOT INVALID KEY
005510             SET XFI100-RECORD-FOUND TO TRUE
005520     END-READ.
005530 3500-EXIT.
005540     EXIT.

005550*****************************************************************
005560* OUTPUT SIDE: EVERY ENROLLMENT IS WRITTEN TO THE NEW           *
005570* GENERATION AS IT COMES BACK.  A TRANSFER POSTING SORTS IN     *
005580* BEHIND ANY ENROLLMENT THE STUDENT ALREADY HAS IN THE SAME     *
005590* COURSE, SO ONE THAT MATCHES THE RECORD JUST WRITTEN IS A      *
005600* DUPLICATE AND GOES TO THE WORKLIST INSTEAD.                   *
005610*****************************************************************

005620 4000-OUTPUT-PROC.
005630     OPEN OUTPUT NEW-COURSE-FILE.
005640     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
005650         UNTIL XFI100-SORT-EOF.
005660     CLOSE NEW-COURSE-FILE.
005670 4000-EXIT.
005680     EXIT.

005690 4100-RETURN-SORTED.
005700     RETURN SORT-WORK
005710         AT END
005720             SET XFI100-SORT-EOF TO TRUE
005730             GO TO 4100-EXIT.
005740     IF SD-ENROLLMENT
005750         PERFORM 4300-WRITE-ENROLLMENT THRU 4300-EXIT
005760         GO TO 4100-EXIT.
005770     IF SD-ID = XFI100-LAST-ID
005780             AND SD-COURSE-CODE = XFI100-LAST-COURSE
005790         PERFORM 4200-REJECT-DUPLICATE THRU 4200-EXIT
005800         GO TO 4100-EXIT.
005810     PERFORM 4300-WRITE-ENROLLMENT THRU 4300-EXIT.
005820     ADD 1 TO XFI100-POST-CTR.
005830     PERFORM 9400-PRINT-POSTING THRU 9400-EXIT.
005840 4100-EXIT.
005850     EXIT.

005860 4200-REJECT-DUPLICATE.
005870     MOVE SPACES TO XFI100-WRK-DETAIL-LINE.
005880     MOVE SD-ID TO XFI100-W-ID.
005890     MOVE SD-INST-CODE TO XFI100-W-INST-CODE.
005900     MOVE SD-EXT-COURSE TO XFI100-W-EXT-COURSE.
005910     MOVE SD-EXT-TITLE TO XFI100-W-EXT-TITLE.
005920     MOVE SD-EXT-CREDITS TO XFI100-W-EXT-CREDITS.
005930     MOVE SD-EXT-GRADE TO XFI100-W-EXT-GRADE.
005940     MOVE SD-COURSE-CODE TO XFI100-W-COURSE.
005950     MOVE SD-ID TO XFI100-LOOKUP-ID.
005960     PERFORM 9450-LOOKUP-STUDENT THRU 9450-EXIT.
005970     MOVE I-LNAME TO XFI100-W-LNAME.
005980     MOVE "T6 COURSE ALREADY ON ENROLLMENTS" TO XFI100-W-REASON.
005990     ADD 1 TO XFI100-T6-CTR.
006000     PERFORM 9500-PRINT-WORKLIST THRU 9500-EXIT.
006010 4200-EXIT.
006020     EXIT.

006030 4300-WRITE-ENROLLMENT.
006040     MOVE SD-ID TO XFI100-NEW-ID.
006050     MOVE SD-COURSE-CODE TO XFI100-NEW-COURSE.
006060     MOVE SD-CREDITS TO XFI100-NEW-CREDITS.
006070     MOVE SD-GRADE TO XFI100-NEW-GRADE.
006080     MOVE SD-SECTION TO XFI100-NEW-SECTION.
006090     WRITE CRN-REC FROM XFI100-NEW-CRS.
006100     ADD 1 TO XFI100-CRS-OUT-CTR.
006110     MOVE SD-ID TO XFI100-LAST-ID.
006120     MOVE SD-COURSE-CODE TO XFI100-LAST-COURSE.
006130 4300-EXIT.
006140     EXIT.

006150 9000-TERMINATE.
006160     MOVE XFI100-XFR-READ-CTR TO XFI100-O-XFR-READ-CTR.
006170     MOVE XFI100-POST-CTR TO XFI100-O-POST-CTR.
006180     MOVE XFI100-WORK-CTR TO XFI100-O-WORK-CTR.
006190     ADD XFI100-POST-CTR XFI100-WORK-CTR GIVING XFI100-BAL-CTR.
006200     IF XFI100-BAL-CTR = XFI100-XFR-READ-CTR
006210         MOVE "IN BALANCE" TO XFI100-O-BALANCE
006220     ELSE
006230         MOVE "OUT OF BALANCE" TO XFI100-O-BALANCE
006240     END-IF.
006250     WRITE PRTLINE FROM XFI100-GT-LINE1
006260         AFTER ADVANCING 3 LINES.
006270     MOVE XFI100-CRS-IN-CTR TO XFI100-O-CRS-IN-CTR.
006280     MOVE XFI100-CRS-OUT-CTR TO XFI100-O-CRS-OUT-CTR.
006290     WRITE PRTLINE FROM XFI100-GT-LINE2
006300         AFTER ADVANCING 1 LINE.
006302     IF NOT XFI100-CARD-REJECTED
006304         MOVE SPACES TO XFI100-O-CARD-NOTE
006306     END-IF.
006310     WRITE PRTLINE FROM XFI100-GT-LINE3
006320         AFTER ADVANCING 1 LINE.

006330     MOVE XFI100-T1-CTR TO XFI100-W-T1-CTR.
006340     MOVE XFI100-T2-CTR TO XFI100-W-T2-CTR.
006350     MOVE XFI100-T3-CTR TO XFI100-W-T3-CTR.
006360     WRITE WRKLINE FROM XFI100-WRK-GT-LINE1
006370         AFTER ADVANCING 3 LINES.
006380     MOVE XFI100-T4-CTR TO XFI100-W-T4-CTR.
006390     MOVE XFI100-T5-CTR TO XFI100-W-T5-CTR.
006400     MOVE XFI100-T6-CTR TO XFI100-W-T6-CTR.
006410     WRITE WRKLINE FROM XFI100-WRK-GT-LINE2
006420         AFTER ADVANCING 1 LINE.
006430     MOVE XFI100-WORK-CTR TO XFI100-W-WORK-CTR.
006440     WRITE WRKLINE FROM XFI100-WRK-GT-LINE3
006450         AFTER ADVANCING 2 LINES.

006460     IF NOT XFI100-NO-EQUIV-FILE
006470         CLOSE EQUIV-FILE
006480     END-IF.
006490     IF NOT XFI100-NO-CATALOG
006500         CLOSE COURSE-CATALOG
006510     END-IF.
006520     CLOSE STUDENT-MASTER.
006530     CLOSE PRTOUT.
006540     CLOSE WORKLIST-FILE.
006550 9000-EXIT.
006560     EXIT.

006570 9100-PRINT-HDG.
006580     ADD 1 TO XFI100-PAGE-CTR.
006590     MOVE XFI100-PAGE-CTR TO XFI100-O-PCTR.
006600     WRITE PRTLINE FROM XFI100-TITLE-LINE
006610         AFTER ADVANCING PAGE.
006620     WRITE PRTLINE FROM XFI100-COL-HDG
006630         AFTER ADVANCING 2 LINES.
006640 9100-EXIT.
006650     EXIT.

006660 9150-PRINT-WRK-HDG.
006670     ADD 1 TO XFI100-WRK-PAGE-CTR.
006680     MOVE XFI100-WRK-PAGE-CTR TO XFI100-W-PCTR.
006690     WRITE WRKLINE FROM XFI100-WRK-TITLE-LINE
006700         AFTER ADVANCING PAGE.
006710     WRITE WRKLINE FROM XFI100-WRK-MIN-LINE
006720         AFTER ADVANCING 1 LINE.
006730     WRITE WRKLINE FROM XFI100-WRK-COL-HDG
006740         AFTER ADVANCING 2 LINES.
006750 9150-EXIT.
006760     EXIT.

006770 9200-READ-COURSE.
006780     READ COURSE-FILE
006790         AT END
006800             MOVE "N" TO XFI100-SW-MORE-CRS
006810     END-READ.
006820 9200-EXIT.
006830     EXIT.

006840 9300-READ-TRANSFER.
006850     READ TRANSFER-FILE
006860         AT END
006870             MOVE "N" TO XFI100-SW-MORE-XFR
006880     END-READ.
006890 9300-EXIT.
006900     EXIT.

006910 9400-PRINT-POSTING.
006920     MOVE SD-ID TO XFI100-O-ID.
006930     MOVE SD-ID TO XFI100-LOOKUP-ID.
006940     PERFORM 9450-LOOKUP-STUDENT THRU 9450-EXIT.
006950     MOVE I-LNAME TO XFI100-O-LNAME.
006960     MOVE I-FNAME TO XFI100-O-FNAME.
006970     MOVE SD-INST-CODE TO XFI100-O-INST-CODE.
006980     MOVE SD-EXT-COURSE TO XFI100-O-EXT-COURSE.
006990     MOVE SD-EXT-GRADE TO XFI100-O-EXT-GRADE.
007000     MOVE SD-COURSE-CODE TO XFI100-O-COURSE.
007010     MOVE SD-CREDITS TO XFI100-O-CREDITS.
007020     WRITE PRTLINE FROM XFI100-DETAIL-LINE
007030         AFTER ADVANCING 1 LINE
007040             AT EOP
007050                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
007060 9400-EXIT.
007070     EXIT.

007080 9450-LOOKUP-STUDENT.
007090     MOVE "Y" TO XFI100-SW-FOUND.
007100     MOVE XFI100-LOOKUP-ID TO I-ID.
007110     READ STUDENT-MASTER
007120         INVALID KEY
007130             MOVE "N" TO XFI100-SW-FOUND
007140             MOVE SPACES TO I-NAME
007150             MOVE "NOT ON FILE ***" TO I-LNAME
007160     END-READ.
007170 9450-EXIT.
007180     EXIT.

007190 9500-PRINT-WORKLIST.
007200     WRITE WRKLINE FROM XFI100-WRK-DETAIL-LINE
007210         AFTER ADVANCING 1 LINE
007220             AT EOP
007230                 PERFORM 9150-PRINT-WRK-HDG THRU 9150-EXIT.
007240     ADD 1 TO XFI100-WORK-CTR.
007250 9500-EXIT.
007260     EXIT.

007270 9600-LOOKUP-GRADE.
007280     MOVE "N" TO XFI100-SW-GRD-FOUND.
007290     MOVE ZERO TO XFI100-COURSE-PTS.
007300     SET GRT-GRD-IDX TO 1.
007310     SEARCH GRT-GRADE-ENTRY
007320         AT END
007330             MOVE "N" TO XFI100-SW-GRD-FOUND
007340         WHEN GRT-GRD-CODE (GRT-GRD-IDX) = XFI100-LOOKUP-GRADE
007350             MOVE GRT-GRD-PTS (GRT-GRD-IDX) TO XFI100-COURSE-PTS
007360             SET XFI100-GRD-FOUND TO TRUE
007370     END-SEARCH.
007380 9600-EXIT.
007390     EXIT.
