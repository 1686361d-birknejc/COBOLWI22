000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB34.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000095*   10/15/26  JCB  ADDED STUDENT TAXPAYER ID FILE STDNTTIN.     *
000097*   10/15/26  JCB  ADDED CLEARINGHOUSE STATUS FILE STDNTNSH.    *
000099*   10/15/26  JCB  ADDED TRANSFER EQUIVALENCY FILE STDNTTEQ.    *
000101*            TRANSFER ENROLLMENTS (SECTION "XFR") NO LONGER GET *
000103*            THE COURSE/SECTION CHECK.                          *
000104*   10/15/26  JCB  RECORD KEY WIDENED TO 25 SO THE LEDGER AND   *
000105*            WAITLIST KEYS PRINT WHOLE.                         *
000106*****************************************************************

000110*****************************************************************
000120* NIGHTLY REFERENTIAL INTEGRITY SWEEP.  READS EVERY FILE THAT   *
000130* HANGS OFF THE STUDENT MASTER OR THE COURSE CATALOG AND CHECKS *
000140* EACH RECORD'S KEYS AGAINST THE FILE IT POINTS TO:             *
000150*   STDNTCRS - ID ON MASTER, COURSE IN CATALOG, COURSE/SECTION  *
000156*              ON THE SECTION FILE (NOT FOR TRANSFER            *
000162*              ENROLLMENTS, WHOSE SECTION "XFR" IS NOT REAL).   *
000170*   STDNTSEC - COURSE IN CATALOG.                               *
000175*   STDNTTEQ - EQUIVALENT COURSE IN CATALOG.                    *
000180*   STDNTCAT - EACH PREREQUISITE CODE IN CATALOG.               *
000190*   STDNTADR, STDNTAWD, STDNTRNK, STDNTSTD, STDNTHON, STDNTLGR, *
000200*   STDNTHLD, STDNTTIN, STDNTNSH - ID ON MASTER.                *
000210*   STDNTINC, STDNTWTL - ID ON MASTER, COURSE/SECTION ON THE    *
000220*              SECTION FILE.                                    *
000230* EACH PROBLEM IS RELEASED TO A SORT AND PRINTED ON             *
000240* STDNTRIS.PRT BY FILE AND REASON CODE WITH A COUNT FOR EACH    *
000250* REASON.  A SUMMARY PAGE THEN GIVES, FOR EACH FILE, RECORDS    *
000260* READ, CLEAN, AND IN ERROR, THE PROBLEMS FOUND BY REASON, AND  *
000270* THE PROBLEMS LISTED.  A FILE IS IN BALANCE WHEN READ EQUALS   *
000280* CLEAN PLUS IN ERROR AND THE REASON COUNTS ADD TO THE PROBLEMS *
000290* LISTED.  ONE RECORD CAN CARRY MORE THAN ONE PROBLEM.  A       *
000300* SATELLITE FILE OR THE SECTION FILE THAT CANNOT BE OPENED IS   *
000310* SHOWN AS NOT AVAILABLE AND ITS CHECKS ARE SKIPPED.  NOTHING   *
000320* IS CHANGED ON ANY FILE - THE REPORT IS FOR THE OFFICE TO      *
000330* CORRECT THE DATA BEFORE THE DOWNSTREAM RUNS.                  *
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STUDENT-MASTER
000390         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS I-ID.

000430     SELECT CATALOG-FILE
000440         ASSIGN TO "C:\COBOLWI22\STDNTCAT.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CAT-COURSE-CODE.

000480     SELECT SECTION-FILE
000490         ASSIGN TO "C:\COBOLWI22\STDNTSEC.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SEC-KEY
000530         FILE STATUS IS RIS100-SEC-STATUS.

000540     SELECT COURSE-FILE
000550         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RIS100-FILE-STATUS.

000580     SELECT ADDRESS-FILE
000590         ASSIGN TO "C:\COBOLWI22\STDNTADR.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS ADR-ID
000630         FILE STATUS IS RIS100-FILE-STATUS.

000640     SELECT AWARD-FILE
000650         ASSIGN TO "C:\COBOLWI22\STDNTAWD.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RIS100-FILE-STATUS.

000680     SELECT RANK-FILE
000690         ASSIGN TO "C:\COBOLWI22\STDNTRNK.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS RNK-ID
000730         FILE STATUS IS RIS100-FILE-STATUS.

000740     SELECT STANDING-FILE
000750         ASSIGN TO "C:\COBOLWI22\STDNTSTD.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS RIS100-FILE-STATUS.

000780     SELECT HONORS-FILE
000790         ASSIGN TO "C:\COBOLWI22\STDNTHON.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS RIS100-FILE-STATUS.

000820     SELECT LEDGER-FILE
000830         ASSIGN TO "C:\COBOLWI22\STDNTLGR.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS RIS100-FILE-STATUS.

000860     SELECT HOLD-FILE
000870         ASSIGN TO "C:\COBOLWI22\STDNTHLD.DAT"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS HLD-KEY
000910         FILE STATUS IS RIS100-FILE-STATUS.

000920     SELECT INCOMPLETE-FILE
000930         ASSIGN TO "C:\COBOLWI22\STDNTINC.DAT"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS SEQUENTIAL
000960         RECORD KEY IS INC-KEY
000970         FILE STATUS IS RIS100-FILE-STATUS.

000980     SELECT WAITLIST-FILE
000990         ASSIGN TO "C:\COBOLWI22\STDNTWTL.DAT"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS SEQUENTIAL
001020         RECORD KEY IS WTL-KEY
001021         FILE STATUS IS RIS100-FILE-STATUS.

001022     SELECT TAXID-FILE
001023         ASSIGN TO "C:\COBOLWI22\STDNTTIN.DAT"
001024         ORGANIZATION IS INDEXED
001025         ACCESS MODE IS SEQUENTIAL
001026         RECORD KEY IS TIN-ID
001028         FILE STATUS IS RIS100-FILE-STATUS.

001030     SELECT NSC-STATUS-FILE
001032         ASSIGN TO "C:\COBOLWI22\STDNTNSH.DAT"
001034         ORGANIZATION IS LINE SEQUENTIAL
001035         FILE STATUS IS RIS100-FILE-STATUS.

001036     SELECT EQUIV-FILE
001037         ASSIGN TO "C:\COBOLWI22\STDNTTEQ.DAT"
001038         ORGANIZATION IS INDEXED
001039         ACCESS MODE IS SEQUENTIAL
001040         RECORD KEY IS TEQ-KEY
001041         FILE STATUS IS RIS100-FILE-STATUS.

001042     SELECT SORT-WORK
001050         ASSIGN TO "SRTWK01".

001060     SELECT PRTOUT
001070         ASSIGN TO "C:\COBOLWI22\STDNTRIS.PRT"
001080         ORGANIZATION IS RECORD SEQUENTIAL.

001090 DATA DIVISION.
001100 FILE SECTION.

001110 FD  STUDENT-MASTER
001120     LABEL RECORD IS STANDARD
001130     DATA RECORD IS I-REC
001140     RECORD CONTAINS 50 CHARACTERS.

001150     COPY STDNTREC.

001160 FD  CATALOG-FILE
001170     LABEL RECORD IS STANDARD
001180     DATA RECORD IS CAT-REC
001190     RECORD CONTAINS 60 CHARACTERS.

001200     COPY STDNTCAT.

001210 FD  SECTION-FILE
001220     LABEL RECORD IS STANDARD
001230     DATA RECORD IS SEC-REC
001240     RECORD CONTAINS 58 CHARACTERS.

001250     COPY STDNTSCT.

001260 FD  COURSE-FILE
001270     LABEL RECORD IS STANDARD
001280     DATA RECORD IS CRS-REC
001290     RECORD CONTAINS 22 CHARACTERS.

001300     COPY STDNTCRS.

001310 FD  ADDRESS-FILE
001320     LABEL RECORD IS STANDARD
001330     DATA RECORD IS ADR-REC
001340     RECORD CONTAINS 94 CHARACTERS.

001350     COPY STDNTADR.

001360 FD  AWARD-FILE
001370     LABEL RECORD IS STANDARD
001380     DATA RECORD IS AWD-REC
001390     RECORD CONTAINS 23 CHARACTERS.

001400     COPY STDNTAWD.

001410 FD  RANK-FILE
001420     LABEL RECORD IS STANDARD
001430     DATA RECORD IS RNK-REC
001440     RECORD CONTAINS 20 CHARACTERS.

001450     COPY STDNTRNK.

001460 FD  STANDING-FILE
001470     LABEL RECORD IS STANDARD
001480     DATA RECORD IS STD-REC
001490     RECORD CONTAINS 11 CHARACTERS.

001500     COPY STDNTSTD.

001510 FD  HONORS-FILE
001520     LABEL RECORD IS STANDARD
001530     DATA RECORD IS HON-REC
001540     RECORD CONTAINS 11 CHARACTERS.

001550     COPY STDNTHON.

001560 FD  LEDGER-FILE
001570     LABEL RECORD IS STANDARD
001580     DATA RECORD IS LGR-REC
001590     RECORD CONTAINS 32 CHARACTERS.

001600     COPY STDNTLGR.

001610 FD  HOLD-FILE
001620     LABEL RECORD IS STANDARD
001630     DATA RECORD IS HLD-REC
001640     RECORD CONTAINS 55 CHARACTERS.

001650     COPY STDNTHLD.

001660 FD  INCOMPLETE-FILE
001670     LABEL RECORD IS STANDARD
001680     DATA RECORD IS INC-REC
001690     RECORD CONTAINS 26 CHARACTERS.

001700     COPY STDNTINC.

001710 FD  WAITLIST-FILE
001720     LABEL RECORD IS STANDARD
001730     DATA RECORD IS WTL-REC
001740     RECORD CONTAINS 30 CHARACTERS.

001750     COPY STDNTWTL.

001751 FD  TAXID-FILE
001752     LABEL RECORD IS STANDARD
001753     DATA RECORD IS TIN-REC
001754     RECORD CONTAINS 24 CHARACTERS.

001755     COPY STDNTTIN.

001757 FD  NSC-STATUS-FILE
001759     LABEL RECORD IS STANDARD
001761     DATA RECORD IS NSH-REC
001763     RECORD CONTAINS 36 CHARACTERS.

001765     COPY STDNTNSH.

001766 FD  EQUIV-FILE
001767     LABEL RECORD IS STANDARD
001768     DATA RECORD IS TEQ-REC
001769     RECORD CONTAINS 32 CHARACTERS.

001770     COPY STDNTTEQ.

001771 SD  SORT-WORK
001772     DATA RECORD IS SD-REC.

001780 01  SD-REC.
001790     05  SD-FILE-SEQ     PIC 9(2).
001800     05  SD-REASON       PIC 9(2).
001810     05  SD-KEY          PIC X(25).
001820     05  SD-VALUE        PIC X(20).

001830 FD  PRTOUT
001840     LABEL RECORD IS OMITTED
001850     DATA RECORD IS PRTLINE
001860     RECORD CONTAINS 132 CHARACTERS
001870     LINAGE IS 60 WITH FOOTING AT 56.

001880 01  PRTLINE             PIC X(132).

001890 WORKING-STORAGE SECTION.
001900 77  RIS100-SW-MORE      PIC X       VALUE "Y".
001910     88  RIS100-MORE-RECS             VALUE "Y".

001920 77  RIS100-SW-NO-SEC    PIC X       VALUE "N".
001930     88  RIS100-NO-SECTION-FILE       VALUE "Y".

001940 77  RIS100-SW-REC-ERROR PIC X       VALUE "N".
001950     88  RIS100-RECORD-IN-ERROR       VALUE "Y".

001960 77  RIS100-SW-SORT-EOF  PIC X       VALUE "N".
001970     88  RIS100-SORT-EOF              VALUE "Y".

001980 77  RIS100-SW-BALANCE   PIC X       VALUE "Y".
001990     88  RIS100-ALL-IN-BALANCE        VALUE "Y".

002000 77  RIS100-SEC-STATUS   PIC XX      VALUE SPACES.
002010 77  RIS100-FILE-STATUS  PIC XX      VALUE SPACES.

002020 77  RIS100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
002030 77  RIS100-FILE-SUB     PIC 9(2)    COMP VALUE ZERO.
002040 77  RIS100-RSN-SUB      PIC 9(2)    COMP VALUE ZERO.
002050 77  RIS100-PRQ-SUB      PIC 9(1)    COMP VALUE ZERO.
002060 77  RIS100-REASON       PIC 9(2)    VALUE ZERO.
002070 77  RIS100-RSN-LISTED   PIC 9(7)    COMP VALUE ZERO.
002080 77  RIS100-FILE-LISTED  PIC 9(7)    COMP VALUE ZERO.
002090 77  RIS100-RSN-TOTAL    PIC 9(7)    COMP VALUE ZERO.

002100 77  RIS100-PRIOR-FILE   PIC 9(2)    VALUE ZERO.
002110 77  RIS100-PRIOR-REASON PIC 9(2)    VALUE ZERO.
002120 77  RIS100-REC-KEY      PIC X(25)   VALUE SPACES.
002130 77  RIS100-BAD-VALUE    PIC X(20)   VALUE SPACES.
002140 77  RIS100-CHECK-ID     PIC X(7)    VALUE SPACES.
002150 77  RIS100-CHECK-COURSE PIC X(8)    VALUE SPACES.
002160 77  RIS100-CHECK-SECTION PIC X(3)   VALUE SPACES.
002170 77  RIS100-SAVE-CAT-CODE PIC X(8)   VALUE SPACES.

002180 01  RIS100-SAVE-PREREQS.
002190     05  RIS100-SAVE-PREREQ OCCURS 2 TIMES
002200                         PIC X(8).

002210 01  RIS100-FILE-NAME-VALUES.
002220     05  FILLER          PIC X(36)   VALUE
002230         "STDNTCRS.DATCOURSE ENROLLMENTS".
002240     05  FILLER          PIC X(36)   VALUE
002250         "STDNTSEC.DATCOURSE SECTIONS".
002260     05  FILLER          PIC X(36)   VALUE
002270         "STDNTCAT.DATCOURSE CATALOG".
002280     05  FILLER          PIC X(36)   VALUE
002290         "STDNTADR.DATSTUDENT ADDRESSES".
002300     05  FILLER          PIC X(36)   VALUE
002310         "STDNTAWD.DATFINANCIAL AID AWARDS".
002320     05  FILLER          PIC X(36)   VALUE
002330         "STDNTRNK.DATCLASS RANK".
002340     05  FILLER          PIC X(36)   VALUE
002350         "STDNTSTD.DATACADEMIC STANDING".
002360     05  FILLER          PIC X(36)   VALUE
002370         "STDNTHON.DATHONORS".
002380     05  FILLER          PIC X(36)   VALUE
002390         "STDNTLGR.DATA/R LEDGER".
002400     05  FILLER          PIC X(36)   VALUE
002410         "STDNTHLD.DATSTUDENT HOLDS".
002420     05  FILLER          PIC X(36)   VALUE
002430         "STDNTINC.DATINCOMPLETE GRADES".
002440     05  FILLER          PIC X(36)   VALUE
002450         "STDNTWTL.DATSECTION WAITLIST".
002453     05  FILLER          PIC X(36)   VALUE
002456         "STDNTTIN.DATSTUDENT TAXPAYER IDS".
002457     05  FILLER          PIC X(36)   VALUE
002458         "STDNTNSH.DATCLEARINGHOUSE STATUS".
002461     05  FILLER          PIC X(36)   VALUE
002464         "STDNTTEQ.DATTRANSFER EQUIVALENCIES".

002467 01  RIS100-FILE-NAME-TABLE REDEFINES RIS100-FILE-NAME-VALUES.
002470     05  RIS100-FILE-NAME-ENTRY OCCURS 15 TIMES.
002480         10  RIS100-FILE-NAME PIC X(12).
002490         10  RIS100-FILE-DESC PIC X(24).

002500 01  RIS100-REASON-VALUES.
002510     05  FILLER          PIC X(36)   VALUE
002520         "ID NOT ON STUDENT MASTER".
002530     05  FILLER          PIC X(36)   VALUE
002540         "COURSE NOT IN CATALOG".
002550     05  FILLER          PIC X(36)   VALUE
002560         "COURSE/SECTION NOT ON SECTION FILE".
002570     05  FILLER          PIC X(36)   VALUE
002580         "PREREQUISITE NOT IN CATALOG".

002590 01  RIS100-REASON-TABLE REDEFINES RIS100-REASON-VALUES.
002600     05  RIS100-REASON-DESC OCCURS 4 TIMES
002610                         PIC X(36).

002620 01  RIS100-FILE-CTRS.
002630     05  RIS100-FILE-CTR-ENTRY OCCURS 15 TIMES.
002640         10  RIS100-AVAIL-SW     PIC X.
002650             88  RIS100-FILE-AVAILABLE    VALUE "Y".
002660         10  RIS100-READ-CTR     PIC 9(7)    COMP.
002670         10  RIS100-CLEAN-CTR    PIC 9(7)    COMP.
002680         10  RIS100-ERROR-CTR    PIC 9(7)    COMP.
002690         10  RIS100-LISTED-CTR   PIC 9(7)    COMP.
002700         10  RIS100-RSN-CTR      OCCURS 4 TIMES
002710                                 PIC 9(7)    COMP.

002720 01  RIS100-TOTAL-CTRS.
002730     05  RIS100-TOT-READ-CTR     PIC 9(7)    COMP VALUE ZERO.
002740     05  RIS100-TOT-CLEAN-CTR    PIC 9(7)    COMP VALUE ZERO.
002750     05  RIS100-TOT-ERROR-CTR    PIC 9(7)    COMP VALUE ZERO.
002760     05  RIS100-TOT-LISTED-CTR   PIC 9(7)    COMP VALUE ZERO.
002770     05  RIS100-TOT-RSN-CTR      OCCURS 4 TIMES
002780                                 PIC 9(7)    COMP.

002790 01  RIS100-CURRENT-DATE-AND-TIME.
002800     05  RIS100-I-DATE.
002810         10  RIS100-I-YEAR   PIC 9(4).
002820         10  RIS100-I-MONTH  PIC 99.
002830         10  RIS100-I-DAY    PIC 99.
002840     05  RIS100-DTIME        PIC X(11).

002850 01  RIS100-TITLE-LINE.
002860     05  FILLER          PIC X(6)    VALUE "DATE:".
002870     05  RIS100-O-MONTH  PIC 99.
002880     05  FILLER          PIC X       VALUE '/'.
002890     05  RIS100-O-DAY    PIC 99.
002900     05  FILLER          PIC X       VALUE '/'.
002910     05  RIS100-O-YEAR   PIC 9(4).
002920     05  FILLER          PIC X(34)   VALUE SPACES.
002930     05  FILLER          PIC X(40)   VALUE
002940         "REFERENTIAL INTEGRITY PROBLEM REPORT".
002950     05  FILLER          PIC X(34)   VALUE SPACES.
002960     05  FILLER          PIC X(6)    VALUE "PAGE:".
002970     05  RIS100-O-PCTR   PIC Z9.

002980 01  RIS100-HDG-LINE     PIC X(132)  VALUE SPACES.

002990 01  RIS100-COL-HDG.
003000     05  FILLER          PIC X(6)    VALUE SPACES.
003010     05  FILLER          PIC X(28)   VALUE "RECORD KEY".
003020     05  FILLER          PIC X(20)   VALUE "VALUE NOT FOUND".

003030 01  RIS100-SUM-HDG.
003040     05  FILLER          PIC X(14)   VALUE "FILE".
003050     05  FILLER          PIC X(9)    VALUE "     READ".
003060     05  FILLER          PIC X(9)    VALUE "    CLEAN".
003070     05  FILLER          PIC X(9)    VALUE " IN ERROR".
003080     05  FILLER          PIC X(9)    VALUE "   RSN 01".
003090     05  FILLER          PIC X(9)    VALUE "   RSN 02".
003100     05  FILLER          PIC X(9)    VALUE "   RSN 03".
003110     05  FILLER          PIC X(9)    VALUE "   RSN 04".
003120     05  FILLER          PIC X(9)    VALUE "   LISTED".
003130     05  FILLER          PIC X(3)    VALUE SPACES.
003140     05  FILLER          PIC X(7)    VALUE "BALANCE".

003150 01  RIS100-FILE-LINE.
003160     05  FILLER          PIC X(6)    VALUE "FILE:".
003170     05  RIS100-O-FILE-NAME PIC X(12).
003180     05  FILLER          PIC X(3)    VALUE " - ".
003190     05  RIS100-O-FILE-DESC PIC X(24).

003200 01  RIS100-REASON-LINE.
003210     05  FILLER          PIC X(2)    VALUE SPACES.
003220     05  FILLER          PIC X(7)    VALUE "REASON".
003230     05  RIS100-O-REASON PIC 99.
003240     05  FILLER          PIC X(3)    VALUE " - ".
003250     05  RIS100-O-REASON-DESC PIC X(36).

003260 01  RIS100-DETAIL-LINE.
003270     05  FILLER          PIC X(6)    VALUE SPACES.
003280     05  RIS100-O-KEY    PIC X(25).
003290     05  FILLER          PIC X(3)    VALUE SPACES.
003300     05  RIS100-O-VALUE  PIC X(20).

003310 01  RIS100-RSN-TOTAL-LINE.
003320     05  FILLER          PIC X(6)    VALUE SPACES.
003330     05  FILLER          PIC X(21)   VALUE
003340         "PROBLEMS FOR REASON:".
003350     05  RIS100-O-RSN-LISTED PIC ZZZZZZ9.

003360 01  RIS100-FILE-TOTAL-LINE.
003370     05  FILLER          PIC X(2)    VALUE SPACES.
003380     05  FILLER          PIC X(19)   VALUE "PROBLEMS FOR FILE:".
003390     05  RIS100-O-FILE-LISTED PIC ZZZZZZ9.

003400 01  RIS100-NONE-LINE.
003410     05  FILLER          PIC X(6)    VALUE SPACES.
003420     05  FILLER          PIC X(40)   VALUE
003430         "NO REFERENTIAL INTEGRITY PROBLEMS FOUND".

003440 01  RIS100-SUM-LINE.
003450     05  RIS100-O-SUM-NAME PIC X(14).
003460     05  RIS100-O-SUM-NUMBERS.
003470         10  RIS100-O-READ-CTR   PIC Z(8)9.
003480         10  RIS100-O-CLEAN-CTR  PIC Z(8)9.
003490         10  RIS100-O-ERROR-CTR  PIC Z(8)9.
003500         10  RIS100-O-RSN-CTR    OCCURS 4 TIMES
003510                                 PIC Z(8)9.
003520         10  RIS100-O-LISTED-CTR PIC Z(8)9.
003530     05  FILLER          PIC X(3)    VALUE SPACES.
003540     05  RIS100-O-BALANCE PIC X(14).

003550 01  RIS100-LEGEND-LINE.
003560     05  FILLER          PIC X(4)    VALUE SPACES.
003570     05  FILLER          PIC X(7)    VALUE "RSN".
003580     05  RIS100-O-LEG-REASON PIC 99.
003590     05  FILLER          PIC X(3)    VALUE " - ".
003600     05  RIS100-O-LEG-DESC PIC X(36).

003610 01  RIS100-RESULT-LINE.
003620     05  FILLER          PIC X(4)    VALUE SPACES.
003630     05  RIS100-O-RESULT PIC X(50).

003640 PROCEDURE DIVISION.

003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT.
003680     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
003690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003700     STOP RUN.

003710 1000-INITIALIZE.
003720     MOVE FUNCTION CURRENT-DATE TO RIS100-CURRENT-DATE-AND-TIME.
003730     MOVE RIS100-I-YEAR TO RIS100-O-YEAR.
003740     MOVE RIS100-I-MONTH TO RIS100-O-MONTH.
003750     MOVE RIS100-I-DAY TO RIS100-O-DAY.

003760     PERFORM 1100-CLEAR-FILE-CTRS THRU 1100-EXIT
003770         VARYING RIS100-FILE-SUB FROM 1 BY 1
003780             UNTIL RIS100-FILE-SUB > 15.
003790     PERFORM 1200-CLEAR-TOTAL-RSN THRU 1200-EXIT
003800         VARYING RIS100-RSN-SUB FROM 1 BY 1
003810             UNTIL RIS100-RSN-SUB > 4.

003820     OPEN INPUT STUDENT-MASTER.
003830     OPEN INPUT CATALOG-FILE.
003840     OPEN INPUT SECTION-FILE.
003850     IF RIS100-SEC-STATUS NOT = "00"
003860         MOVE "Y" TO RIS100-SW-NO-SEC
003870     END-IF.
003880     OPEN OUTPUT PRTOUT.

003890     MOVE RIS100-COL-HDG TO RIS100-HDG-LINE.
003900     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003910 1000-EXIT.
003920     EXIT.

003930 1100-CLEAR-FILE-CTRS.
003940     MOVE "Y" TO RIS100-AVAIL-SW (RIS100-FILE-SUB).
003950     MOVE ZERO TO RIS100-READ-CTR (RIS100-FILE-SUB).
003960     MOVE ZERO TO RIS100-CLEAN-CTR (RIS100-FILE-SUB).
003970     MOVE ZERO TO RIS100-ERROR-CTR (RIS100-FILE-SUB).
003980     MOVE ZERO TO RIS100-LISTED-CTR (RIS100-FILE-SUB).
003990     PERFORM 1110-CLEAR-RSN-CTR THRU 1110-EXIT
004000         VARYING RIS100-RSN-SUB FROM 1 BY 1
004010             UNTIL RIS100-RSN-SUB > 4.
004020 1100-EXIT.
004030     EXIT.

004040 1110-CLEAR-RSN-CTR.
004050     MOVE ZERO TO
004060         RIS100-RSN-CTR (RIS100-FILE-SUB, RIS100-RSN-SUB).
004070 1110-EXIT.
004080     EXIT.

004090 1200-CLEAR-TOTAL-RSN.
004100     MOVE ZERO TO RIS100-TOT-RSN-CTR (RIS100-RSN-SUB).
004110 1200-EXIT.
004120     EXIT.

004130 2000-PROCESS-SORT.
004140     SORT SORT-WORK
004150         ON ASCENDING KEY SD-FILE-SEQ SD-REASON SD-KEY
004160         INPUT PROCEDURE 3000-SWEEP-FILES THRU 3000-EXIT
004170         OUTPUT PROCEDURE 5000-PRINT-PROBLEMS THRU 5000-EXIT.
004180 2000-EXIT.
004190     EXIT.

004200 3000-SWEEP-FILES.
004210     PERFORM 3100-SWEEP-ENROLLMENTS THRU 3100-EXIT.
004220     PERFORM 3200-SWEEP-SECTIONS THRU 3200-EXIT.
004230     PERFORM 3300-SWEEP-CATALOG THRU 3300-EXIT.
004240     PERFORM 3400-SWEEP-ADDRESSES THRU 3400-EXIT.
004250     PERFORM 3500-SWEEP-AWARDS THRU 3500-EXIT.
004260     PERFORM 3600-SWEEP-RANKS THRU 3600-EXIT.
004270     PERFORM 3700-SWEEP-STANDING THRU 3700-EXIT.
004280     PERFORM 3800-SWEEP-HONORS THRU 3800-EXIT.
004290     PERFORM 3900-SWEEP-LEDGER THRU 3900-EXIT.
004300     PERFORM 4000-SWEEP-HOLDS THRU 4000-EXIT.
004310     PERFORM 4100-SWEEP-INCOMPLETES THRU 4100-EXIT.
004320     PERFORM 4200-SWEEP-WAITLIST THRU 4200-EXIT.
004325     PERFORM 4300-SWEEP-TAXIDS THRU 4300-EXIT.
004327     PERFORM 4400-SWEEP-NSC-STATUS THRU 4400-EXIT.
004328     PERFORM 4500-SWEEP-EQUIVALENCIES THRU 4500-EXIT.
004330 3000-EXIT.
004340     EXIT.

004350 3100-SWEEP-ENROLLMENTS.
004360     MOVE 1 TO RIS100-FILE-SUB.
004370     OPEN INPUT COURSE-FILE.
004380     IF RIS100-FILE-STATUS NOT = "00"
004390         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
004400         GO TO 3100-EXIT.
004410     MOVE "Y" TO RIS100-SW-MORE.
004420     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
004430     PERFORM 3110-CHECK-ENROLLMENT THRU 3110-EXIT
004440         UNTIL NOT RIS100-MORE-RECS.
004450     CLOSE COURSE-FILE.
004460 3100-EXIT.
004470     EXIT.

004480 3110-CHECK-ENROLLMENT.
004490     MOVE SPACES TO RIS100-REC-KEY.
004500     STRING CRS-ID                   DELIMITED BY SIZE
004510         " "                         DELIMITED BY SIZE
004520         CRS-COURSE-CODE             DELIMITED BY SIZE
004530         " "                         DELIMITED BY SIZE
004540         CRS-SECTION                 DELIMITED BY SIZE
004550         INTO RIS100-REC-KEY
004560     END-STRING.
004570     MOVE CRS-ID TO RIS100-CHECK-ID.
004580     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
004590     MOVE CRS-COURSE-CODE TO RIS100-CHECK-COURSE.
004600     PERFORM 8200-CHECK-COURSE THRU 8200-EXIT.
004606     IF NOT CRS-TRANSFER-SECTION
004612         MOVE CRS-SECTION TO RIS100-CHECK-SECTION
004618         PERFORM 8300-CHECK-SECTION THRU 8300-EXIT
004624     END-IF.
004630     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
004640     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
004650 3110-EXIT.
004660     EXIT.

004670 3200-SWEEP-SECTIONS.
004680     MOVE 2 TO RIS100-FILE-SUB.
004690     IF RIS100-NO-SECTION-FILE
004700         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
004710         GO TO 3200-EXIT.
004720     MOVE LOW-VALUES TO SEC-KEY.
004730     START SECTION-FILE KEY IS NOT LESS THAN SEC-KEY
004740         INVALID KEY
004750             GO TO 3200-EXIT
004760     END-START.
004770     MOVE "Y" TO RIS100-SW-MORE.
004780     PERFORM 9210-READ-SECTION THRU 9210-EXIT.
004790     PERFORM 3210-CHECK-SECTION-REC THRU 3210-EXIT
004800         UNTIL NOT RIS100-MORE-RECS.
004810 3200-EXIT.
004820     EXIT.

004830 3210-CHECK-SECTION-REC.
004840     MOVE SPACES TO RIS100-REC-KEY.
004850     STRING SEC-COURSE-CODE          DELIMITED BY SIZE
004860         " "                         DELIMITED BY SIZE
004870         SEC-SECTION                 DELIMITED BY SIZE
004880         INTO RIS100-REC-KEY
004890     END-STRING.
004900     MOVE SEC-COURSE-CODE TO RIS100-CHECK-COURSE.
004910     PERFORM 8200-CHECK-COURSE THRU 8200-EXIT.
004920     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
004930     PERFORM 9210-READ-SECTION THRU 9210-EXIT.
004940 3210-EXIT.
004950     EXIT.

004960 3300-SWEEP-CATALOG.
004970     MOVE 3 TO RIS100-FILE-SUB.
004980     MOVE LOW-VALUES TO CAT-COURSE-CODE.
004990     START CATALOG-FILE KEY IS NOT LESS THAN CAT-COURSE-CODE
005000         INVALID KEY
005010             GO TO 3300-EXIT
005020     END-START.
005030     MOVE "Y" TO RIS100-SW-MORE.
005040     PERFORM 9220-READ-CATALOG THRU 9220-EXIT.
005050     PERFORM 3310-CHECK-CATALOG-REC THRU 3310-EXIT
005060         UNTIL NOT RIS100-MORE-RECS.
005070 3300-EXIT.
005080     EXIT.

005090 3310-CHECK-CATALOG-REC.
005100     MOVE CAT-COURSE-CODE TO RIS100-REC-KEY.
005110     MOVE CAT-COURSE-CODE TO RIS100-SAVE-CAT-CODE.
005120     MOVE CAT-PREREQS TO RIS100-SAVE-PREREQS.
005130     PERFORM 3320-CHECK-PREREQ THRU 3320-EXIT
005140         VARYING RIS100-PRQ-SUB FROM 1 BY 1
005150             UNTIL RIS100-PRQ-SUB > 2.
005160     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
005170     MOVE RIS100-SAVE-CAT-CODE TO CAT-COURSE-CODE.
005180     START CATALOG-FILE KEY IS GREATER THAN CAT-COURSE-CODE
005190         INVALID KEY
005200             MOVE "N" TO RIS100-SW-MORE
005210             GO TO 3310-EXIT
005220     END-START.
005230     PERFORM 9220-READ-CATALOG THRU 9220-EXIT.
005240 3310-EXIT.
005250     EXIT.

005260 3320-CHECK-PREREQ.
005270     IF RIS100-SAVE-PREREQ (RIS100-PRQ-SUB) = SPACES
005280         GO TO 3320-EXIT.
005290     MOVE RIS100-SAVE-PREREQ (RIS100-PRQ-SUB) TO CAT-COURSE-CODE.
005300     READ CATALOG-FILE
005310         INVALID KEY
005320             MOVE 4 TO RIS100-REASON
005330             MOVE RIS100-SAVE-PREREQ (RIS100-PRQ-SUB)
005340                 TO RIS100-BAD-VALUE
005350             PERFORM 8900-RELEASE-PROBLEM THRU 8900-EXIT
005360     END-READ.
005370 3320-EXIT.
005380     EXIT.

005390 3400-SWEEP-ADDRESSES.
005400     MOVE 4 TO RIS100-FILE-SUB.
005410     OPEN INPUT ADDRESS-FILE.
005420     IF RIS100-FILE-STATUS NOT = "00"
005430         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
005440         GO TO 3400-EXIT.
005450     MOVE "Y" TO RIS100-SW-MORE.
005460     PERFORM 9230-READ-ADDRESS THRU 9230-EXIT.
005470     PERFORM 3410-CHECK-ADDRESS THRU 3410-EXIT
005480         UNTIL NOT RIS100-MORE-RECS.
005490     CLOSE ADDRESS-FILE.
005500 3400-EXIT.
005510     EXIT.

005520 3410-CHECK-ADDRESS.
005530     MOVE ADR-ID TO RIS100-REC-KEY.
005540     MOVE ADR-ID TO RIS100-CHECK-ID.
005550     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
005560     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
005570     PERFORM 9230-READ-ADDRESS THRU 9230-EXIT.
005580 3410-EXIT.
005590     EXIT.

005600 3500-SWEEP-AWARDS.
005610     MOVE 5 TO RIS100-FILE-SUB.
005620     OPEN INPUT AWARD-FILE.
005630     IF RIS100-FILE-STATUS NOT = "00"
005640         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
005650         GO TO 3500-EXIT.
005660     MOVE "Y" TO RIS100-SW-MORE.
005670     PERFORM 9240-READ-AWARD THRU 9240-EXIT.
005680     PERFORM 3510-CHECK-AWARD THRU 3510-EXIT
005690         UNTIL NOT RIS100-MORE-RECS.
005700     CLOSE AWARD-FILE.
005710 3500-EXIT.
005720     EXIT.

005730 3510-CHECK-AWARD.
005740     MOVE SPACES TO RIS100-REC-KEY.
005750     STRING AWD-ID                   DELIMITED BY SIZE
005760         " "                         DELIMITED BY SIZE
005770         AWD-CODE                    DELIMITED BY SIZE
005780         INTO RIS100-REC-KEY
005790     END-STRING.
005800     MOVE AWD-ID TO RIS100-CHECK-ID.
005810     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
005820     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
005830     PERFORM 9240-READ-AWARD THRU 9240-EXIT.
005840 3510-EXIT.
005850     EXIT.

005860 3600-SWEEP-RANKS.
005870     MOVE 6 TO RIS100-FILE-SUB.
005880     OPEN INPUT RANK-FILE.
005890     IF RIS100-FILE-STATUS NOT = "00"
005900         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
005910         GO TO 3600-EXIT.
005920     MOVE "Y" TO RIS100-SW-MORE.
005930     PERFORM 9250-READ-RANK THRU 9250-EXIT.
005940     PERFORM 3610-CHECK-RANK THRU 3610-EXIT
005950         UNTIL NOT RIS100-MORE-RECS.
005960     CLOSE RANK-FILE.
005970 3600-EXIT.
005980     EXIT.

005990 3610-CHECK-RANK.
006000     MOVE RNK-ID TO RIS100-REC-KEY.
006010     MOVE RNK-ID TO RIS100-CHECK-ID.
006020     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
006030     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
006040     PERFORM 9250-READ-RANK THRU 9250-EXIT.
006050 3610-EXIT.
006060     EXIT.

006070 3700-SWEEP-STANDING.
006080     MOVE 7 TO RIS100-FILE-SUB.
006090     OPEN INPUT STANDING-FILE.
006100     IF RIS100-FILE-STATUS NOT = "00"
006110         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
006120         GO TO 3700-EXIT.
006130     MOVE "Y" TO RIS100-SW-MORE.
006140     PERFORM 9260-READ-STANDING THRU 9260-EXIT.
006150     PERFORM 3710-CHECK-STANDING THRU 3710-EXIT
006160         UNTIL NOT RIS100-MORE-RECS.
006170     CLOSE STANDING-FILE.
006180 3700-EXIT.
006190     EXIT.

006200 3710-CHECK-STANDING.
006210     MOVE STD-ID TO RIS100-REC-KEY.
006220     MOVE STD-ID TO RIS100-CHECK-ID.
006230     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
006240     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
006250     PERFORM 9260-READ-STANDING THRU 9260-EXIT.
006260 3710-EXIT.
006270     EXIT.

006280 3800-SWEEP-HONORS.
006290     MOVE 8 TO RIS100-FILE-SUB.
006300     OPEN INPUT HONORS-FILE.
006310     IF RIS100-FILE-STATUS NOT = "00"
006320         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
006330         GO TO 3800-EXIT.
006340     MOVE "Y" TO RIS100-SW-MORE.
006350     PERFORM 9270-READ-HONORS THRU 9270-EXIT.
006360     PERFORM 3810-CHECK-HONORS THRU 3810-EXIT
006370         UNTIL NOT RIS100-MORE-RECS.
006380     CLOSE HONORS-FILE.
006390 3800-EXIT.
006400     EXIT.

006410 3810-CHECK-HONORS.
006420     MOVE HON-ID TO RIS100-REC-KEY.
006430     MOVE HON-ID TO RIS100-CHECK-ID.
006440     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
006450     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
006460     PERFORM 9270-READ-HONORS THRU 9270-EXIT.
006470 3810-EXIT.
006480     EXIT.

006490 3900-SWEEP-LEDGER.
006500     MOVE 9 TO RIS100-FILE-SUB.
006510     OPEN INPUT LEDGER-FILE.
006520     IF RIS100-FILE-STATUS NOT = "00"
006530         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
006540         GO TO 3900-EXIT.
006550     MOVE "Y" TO RIS100-SW-MORE.
006560     PERFORM 9280-READ-LEDGER THRU 9280-EXIT.
006570     PERFORM 3910-CHECK-LEDGER THRU 3910-EXIT
006580         UNTIL NOT RIS100-MORE-RECS.
006590     CLOSE LEDGER-FILE.
006600 3900-EXIT.
006610     EXIT.

006620 3910-CHECK-LEDGER.
006630     MOVE SPACES TO RIS100-REC-KEY.
006640     STRING LGR-ID                   DELIMITED BY SIZE
006650         " "                         DELIMITED BY SIZE
006660         LGR-DATE                    DELIMITED BY SIZE
006670         " "                         DELIMITED BY SIZE
006680         LGR-REF                     DELIMITED BY SIZE
006690         INTO RIS100-REC-KEY
006700     END-STRING.
006710     MOVE LGR-ID TO RIS100-CHECK-ID.
006720     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
006730     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
006740     PERFORM 9280-READ-LEDGER THRU 9280-EXIT.
006750 3910-EXIT.
006760     EXIT.

006770 4000-SWEEP-HOLDS.
006780     MOVE 10 TO RIS100-FILE-SUB.
006790     OPEN INPUT HOLD-FILE.
006800     IF RIS100-FILE-STATUS NOT = "00"
006810         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
006820         GO TO 4000-EXIT.
006830     MOVE "Y" TO RIS100-SW-MORE.
006840     PERFORM 9290-READ-HOLD THRU 9290-EXIT.
006850     PERFORM 4010-CHECK-HOLD THRU 4010-EXIT
006860         UNTIL NOT RIS100-MORE-RECS.
006870     CLOSE HOLD-FILE.
006880 4000-EXIT.
006890     EXIT.

006900 4010-CHECK-HOLD.
006910     MOVE SPACES TO RIS100-REC-KEY.
006920     STRING HLD-ID                   DELIMITED BY SIZE
006930         " "                         DELIMITED BY SIZE
006940         HLD-TYPE                    DELIMITED BY SIZE
006950         INTO RIS100-REC-KEY
006960     END-STRING.
006970     MOVE HLD-ID TO RIS100-CHECK-ID.
006980     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
006990     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007000     PERFORM 9290-READ-HOLD THRU 9290-EXIT.
007010 4010-EXIT.
007020     EXIT.

007030 4100-SWEEP-INCOMPLETES.
007040     MOVE 11 TO RIS100-FILE-SUB.
007050     OPEN INPUT INCOMPLETE-FILE.
007060     IF RIS100-FILE-STATUS NOT = "00"
007070         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
007080         GO TO 4100-EXIT.
007090     MOVE "Y" TO RIS100-SW-MORE.
007100     PERFORM 9300-READ-INCOMPLETE THRU 9300-EXIT.
007110     PERFORM 4110-CHECK-INCOMPLETE THRU 4110-EXIT
007120         UNTIL NOT RIS100-MORE-RECS.
007130     CLOSE INCOMPLETE-FILE.
007140 4100-EXIT.
007150     EXIT.

007160 4110-CHECK-INCOMPLETE.
007170     MOVE SPACES TO RIS100-REC-KEY.
007180     STRING INC-ID                   DELIMITED BY SIZE
007190         " "                         DELIMITED BY SIZE
007200         INC-COURSE-CODE             DELIMITED BY SIZE
007210         " "                         DELIMITED BY SIZE
007220         INC-SECTION                 DELIMITED BY SIZE
007230         INTO RIS100-REC-KEY
007240     END-STRING.
007250     MOVE INC-ID TO RIS100-CHECK-ID.
007260     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
007270     MOVE INC-COURSE-CODE TO RIS100-CHECK-COURSE.
007280     MOVE INC-SECTION TO RIS100-CHECK-SECTION.
007290     PERFORM 8300-CHECK-SECTION THRU 8300-EXIT.
007300     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007310     PERFORM 9300-READ-INCOMPLETE THRU 9300-EXIT.
007320 4110-EXIT.
007330     EXIT.

007340 4200-SWEEP-WAITLIST.
007350     MOVE 12 TO RIS100-FILE-SUB.
007360     OPEN INPUT WAITLIST-FILE.
007370     IF RIS100-FILE-STATUS NOT = "00"
007380         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
007390         GO TO 4200-EXIT.
007400     MOVE "Y" TO RIS100-SW-MORE.
007410     PERFORM 9310-READ-WAITLIST THRU 9310-EXIT.
007420     PERFORM 4210-CHECK-WAITLIST THRU 4210-EXIT
007430         UNTIL NOT RIS100-MORE-RECS.
007440     CLOSE WAITLIST-FILE.
007450 4200-EXIT.
007460     EXIT.

007470 4210-CHECK-WAITLIST.
007480     MOVE SPACES TO RIS100-REC-KEY.
007490     STRING WTL-COURSE-CODE          DELIMITED BY SIZE
007500         " "                         DELIMITED BY SIZE
007510         WTL-SECTION                 DELIMITED BY SIZE
007520         " "                         DELIMITED BY SIZE
007530         WTL-SEQ                     DELIMITED BY SIZE
007540         " "                         DELIMITED BY SIZE
007550         WTL-ID                      DELIMITED BY SIZE
007560         INTO RIS100-REC-KEY
007570     END-STRING.
007580     MOVE WTL-ID TO RIS100-CHECK-ID.
007590     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
007600     MOVE WTL-COURSE-CODE TO RIS100-CHECK-COURSE.
007610     MOVE WTL-SECTION TO RIS100-CHECK-SECTION.
007620     PERFORM 8300-CHECK-SECTION THRU 8300-EXIT.
007630     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007640     PERFORM 9310-READ-WAITLIST THRU 9310-EXIT.
007650 4210-EXIT.
007651     EXIT.

007652 4300-SWEEP-TAXIDS.
007653     MOVE 13 TO RIS100-FILE-SUB.
007654     OPEN INPUT TAXID-FILE.
007655     IF RIS100-FILE-STATUS NOT = "00"
007656         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
007657         GO TO 4300-EXIT.
007658     MOVE "Y" TO RIS100-SW-MORE.
007659     PERFORM 9320-READ-TAXID THRU 9320-EXIT.
007660     PERFORM 4310-CHECK-TAXID THRU 4310-EXIT
007661         UNTIL NOT RIS100-MORE-RECS.
007662     CLOSE TAXID-FILE.
007663 4300-EXIT.
007664     EXIT.

007665 4310-CHECK-TAXID.
007666     MOVE TIN-ID TO RIS100-REC-KEY.
007667     MOVE TIN-ID TO RIS100-CHECK-ID.
007668     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
007669     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007670     PERFORM 9320-READ-TAXID THRU 9320-EXIT.
007671 4310-EXIT.
007672     EXIT.

007673 4400-SWEEP-NSC-STATUS.
007674     MOVE 14 TO RIS100-FILE-SUB.
007675     OPEN INPUT NSC-STATUS-FILE.
007676     IF RIS100-FILE-STATUS NOT = "00"
007677         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
007678         GO TO 4400-EXIT.
007679     MOVE "Y" TO RIS100-SW-MORE.
007680     PERFORM 9330-READ-NSC-STATUS THRU 9330-EXIT.
007681     PERFORM 4410-CHECK-NSC-STATUS THRU 4410-EXIT
007682         UNTIL NOT RIS100-MORE-RECS.
007683     CLOSE NSC-STATUS-FILE.
007684 4400-EXIT.
007685     EXIT.

007686 4410-CHECK-NSC-STATUS.
007687     MOVE NSH-ID TO RIS100-REC-KEY.
007688     MOVE NSH-ID TO RIS100-CHECK-ID.
007689     PERFORM 8100-CHECK-STUDENT THRU 8100-EXIT.
007690     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007691     PERFORM 9330-READ-NSC-STATUS THRU 9330-EXIT.
007692 4410-EXIT.
007693     EXIT.

007694 4500-SWEEP-EQUIVALENCIES.
007695     MOVE 15 TO RIS100-FILE-SUB.
007696     OPEN INPUT EQUIV-FILE.
007697     IF RIS100-FILE-STATUS NOT = "00"
007698         MOVE "N" TO RIS100-AVAIL-SW (RIS100-FILE-SUB)
007699         GO TO 4500-EXIT.
007700     MOVE "Y" TO RIS100-SW-MORE.
007701     PERFORM 9340-READ-EQUIV THRU 9340-EXIT.
007702     PERFORM 4510-CHECK-EQUIV THRU 4510-EXIT
007703         UNTIL NOT RIS100-MORE-RECS.
007704     CLOSE EQUIV-FILE.
007705 4500-EXIT.
007706     EXIT.

007707 4510-CHECK-EQUIV.
007708     MOVE SPACES TO RIS100-REC-KEY.
007709     STRING TEQ-INST-CODE            DELIMITED BY SIZE
007710         " "                         DELIMITED BY SIZE
007711         TEQ-EXT-COURSE              DELIMITED BY SIZE
007712         INTO RIS100-REC-KEY
007713     END-STRING.
007714     MOVE TEQ-COURSE-CODE TO RIS100-CHECK-COURSE.
007715     PERFORM 8200-CHECK-COURSE THRU 8200-EXIT.
007716     PERFORM 8950-COUNT-RECORD THRU 8950-EXIT.
007717     PERFORM 9340-READ-EQUIV THRU 9340-EXIT.
007718 4510-EXIT.
007719     EXIT.

007720 5000-PRINT-PROBLEMS.
007721     PERFORM 9400-RETURN-SORTED THRU 9400-EXIT.
007722     IF RIS100-SORT-EOF
007723         WRITE PRTLINE FROM RIS100-NONE-LINE
007724             AFTER ADVANCING 2 LINES
007725         GO TO 5000-EXIT.
007730     PERFORM 5100-PRINT-FILE THRU 5100-EXIT
007740         UNTIL RIS100-SORT-EOF.
007750 5000-EXIT.
007760     EXIT.

007770 5100-PRINT-FILE.
007780     MOVE SD-FILE-SEQ TO RIS100-PRIOR-FILE.
007790     MOVE ZERO TO RIS100-FILE-LISTED.
007800     MOVE RIS100-FILE-NAME (RIS100-PRIOR-FILE)
007810         TO RIS100-O-FILE-NAME.
007820     MOVE RIS100-FILE-DESC (RIS100-PRIOR-FILE)
007830         TO RIS100-O-FILE-DESC.
007840     WRITE PRTLINE FROM RIS100-FILE-LINE
007850         AFTER ADVANCING 2 LINES
007860             AT EOP
007870                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
007880     PERFORM 5200-PRINT-REASON THRU 5200-EXIT
007890         UNTIL RIS100-SORT-EOF
007900             OR SD-FILE-SEQ NOT = RIS100-PRIOR-FILE.
007910     MOVE RIS100-FILE-LISTED TO RIS100-O-FILE-LISTED.
007920     WRITE PRTLINE FROM RIS100-FILE-TOTAL-LINE
007930         AFTER ADVANCING 2 LINES
007940             AT EOP
007950                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
007960 5100-EXIT.
007970     EXIT.

007980 5200-PRINT-REASON.
007990     MOVE SD-REASON TO RIS100-PRIOR-REASON.
008000     MOVE ZERO TO RIS100-RSN-LISTED.
008010     MOVE RIS100-PRIOR-REASON TO RIS100-O-REASON.
008020     MOVE RIS100-REASON-DESC (RIS100-PRIOR-REASON)
008030         TO RIS100-O-REASON-DESC.
008040     WRITE PRTLINE FROM RIS100-REASON-LINE
008050         AFTER ADVANCING 2 LINES
008060             AT EOP
008070                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
008080     PERFORM 5300-PRINT-DETAIL THRU 5300-EXIT
008090         UNTIL RIS100-SORT-EOF
008100             OR SD-FILE-SEQ NOT = RIS100-PRIOR-FILE
008110             OR SD-REASON NOT = RIS100-PRIOR-REASON.
008120     MOVE RIS100-RSN-LISTED TO RIS100-O-RSN-LISTED.
008130     WRITE PRTLINE FROM RIS100-RSN-TOTAL-LINE
008140         AFTER ADVANCING 1 LINE
008150             AT EOP
008160                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
008170 5200-EXIT.
008180     EXIT.

008190 5300-PRINT-DETAIL.
008200     MOVE SD-KEY TO RIS100-O-KEY.
008210     MOVE SD-VALUE TO RIS100-O-VALUE.
008220     WRITE PRTLINE FROM RIS100-DETAIL-LINE
008230         AFTER ADVANCING 1 LINE
008240             AT EOP
008250                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
008260     ADD 1 TO RIS100-RSN-LISTED.
008270     ADD 1 TO RIS100-FILE-LISTED.
008280     ADD 1 TO RIS100-LISTED-CTR (RIS100-PRIOR-FILE).
008290     PERFORM 9400-RETURN-SORTED THRU 9400-EXIT.
008300 5300-EXIT.
008310     EXIT.

008320 6000-PRINT-SUMMARY.
008330     MOVE RIS100-SUM-HDG TO RIS100-HDG-LINE.
008340     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
008350     PERFORM 6100-PRINT-FILE-SUMMARY THRU 6100-EXIT
008360         VARYING RIS100-FILE-SUB FROM 1 BY 1
008370             UNTIL RIS100-FILE-SUB > 15.

008380     MOVE "TOTALS" TO RIS100-O-SUM-NAME.
008390     MOVE RIS100-TOT-READ-CTR TO RIS100-O-READ-CTR.
008400     MOVE RIS100-TOT-CLEAN-CTR TO RIS100-O-CLEAN-CTR.
008410     MOVE RIS100-TOT-ERROR-CTR TO RIS100-O-ERROR-CTR.
008420     MOVE RIS100-TOT-LISTED-CTR TO RIS100-O-LISTED-CTR.
008430     MOVE ZERO TO RIS100-RSN-TOTAL.
008440     PERFORM 6200-MOVE-TOTAL-RSN THRU 6200-EXIT
008450         VARYING RIS100-RSN-SUB FROM 1 BY 1
008460             UNTIL RIS100-RSN-SUB > 4.
008470     IF RIS100-TOT-READ-CTR =
008480             RIS100-TOT-CLEAN-CTR + RIS100-TOT-ERROR-CTR
008490         AND RIS100-RSN-TOTAL = RIS100-TOT-LISTED-CTR
008500         MOVE "IN BALANCE" TO RIS100-O-BALANCE
008510     ELSE
008520         MOVE "OUT OF BALANCE" TO RIS100-O-BALANCE
008530         MOVE "N" TO RIS100-SW-BALANCE
008540     END-IF.
008550     WRITE PRTLINE FROM RIS100-SUM-LINE
008560         AFTER ADVANCING 2 LINES.

008570     PERFORM 6300-PRINT-LEGEND THRU 6300-EXIT
008580         VARYING RIS100-RSN-SUB FROM 1 BY 1
008590             UNTIL RIS100-RSN-SUB > 4.

008600     IF RIS100-ALL-IN-BALANCE
008610         MOVE "ALL FILES IN BALANCE" TO RIS100-O-RESULT
008620     ELSE
008630         MOVE "*** ONE OR MORE FILES OUT OF BALANCE ***"
008640             TO RIS100-O-RESULT
008650     END-IF.
008660     WRITE PRTLINE FROM RIS100-RESULT-LINE
008670         AFTER ADVANCING 2 LINES.
008680 6000-EXIT.
008690     EXIT.

008700 6100-PRINT-FILE-SUMMARY.
008710     MOVE RIS100-FILE-NAME (RIS100-FILE-SUB) TO RIS100-O-SUM-NAME.
008720     IF NOT RIS100-FILE-AVAILABLE (RIS100-FILE-SUB)
008730         MOVE SPACES TO RIS100-O-SUM-NUMBERS
008740         MOVE "NOT AVAILABLE" TO RIS100-O-BALANCE
008750         WRITE PRTLINE FROM RIS100-SUM-LINE
008760             AFTER ADVANCING 1 LINE
008770         GO TO 6100-EXIT.
008780     MOVE RIS100-READ-CTR (RIS100-FILE-SUB) TO RIS100-O-READ-CTR.
008790     MOVE RIS100-CLEAN-CTR (RIS100-FILE-SUB)
008800         TO RIS100-O-CLEAN-CTR.
008810     MOVE RIS100-ERROR-CTR (RIS100-FILE-SUB)
008820         TO RIS100-O-ERROR-CTR.
008830     MOVE RIS100-LISTED-CTR (RIS100-FILE-SUB)
008840         TO RIS100-O-LISTED-CTR.
008850     ADD RIS100-READ-CTR (RIS100-FILE-SUB) TO RIS100-TOT-READ-CTR.
008860     ADD RIS100-CLEAN-CTR (RIS100-FILE-SUB)
008870         TO RIS100-TOT-CLEAN-CTR.
008880     ADD RIS100-ERROR-CTR (RIS100-FILE-SUB)
008890         TO RIS100-TOT-ERROR-CTR.
008900     ADD RIS100-LISTED-CTR (RIS100-FILE-SUB)
008910         TO RIS100-TOT-LISTED-CTR.
008920     MOVE ZERO TO RIS100-RSN-TOTAL.
008930     PERFORM 6110-MOVE-FILE-RSN THRU 6110-EXIT
008940         VARYING RIS100-RSN-SUB FROM 1 BY 1
008950             UNTIL RIS100-RSN-SUB > 4.
008960     IF RIS100-READ-CTR (RIS100-FILE-SUB) =
008970             RIS100-CLEAN-CTR (RIS100-FILE-SUB)
008980                 + RIS100-ERROR-CTR (RIS100-FILE-SUB)
008990         AND RIS100-RSN-TOTAL =
009000                 RIS100-LISTED-CTR (RIS100-FILE-SUB)
009010         MOVE "IN BALANCE" TO RIS100-O-BALANCE
009020     ELSE
009030         MOVE "OUT OF BALANCE" TO RIS100-O-BALANCE
009040         MOVE "N" TO RIS100-SW-BALANCE
009050     END-IF.
009060     WRITE PRTLINE FROM RIS100-SUM-LINE
009070         AFTER ADVANCING 1 LINE.
009080 6100-EXIT.
009090     EXIT.

009100 6110-MOVE-FILE-RSN.
009110     MOVE RIS100-RSN-CTR (RIS100-FILE-SUB, RIS100-RSN-SUB)
009120         TO RIS100-O-RSN-CTR (RIS100-RSN-SUB).
009130     ADD RIS100-RSN-CTR (RIS100-FILE-SUB, RIS100-RSN-SUB)
009140         TO RIS100-RSN-TOTAL.
009150     ADD RIS100-RSN-CTR (RIS100-FILE-SUB, RIS100-RSN-SUB)
009160         TO RIS100-TOT-RSN-CTR (RIS100-RSN-SUB).
009170 6110-EXIT.
009180     EXIT.

009190 6200-MOVE-TOTAL-RSN.
009200     MOVE RIS100-TOT-RSN-CTR (RIS100-RSN-SUB)
009210         TO RIS100-O-RSN-CTR (RIS100-RSN-SUB).
009220     ADD RIS100-TOT-RSN-CTR (RIS100-RSN-SUB) TO RIS100-RSN-TOTAL.
009230 6200-EXIT.
009240     EXIT.

009250 6300-PRINT-LEGEND.
009260     MOVE RIS100-RSN-SUB TO RIS100-O-LEG-REASON.
009270     MOVE RIS100-REASON-DESC (RIS100-RSN-SUB)
009280         TO RIS100-O-LEG-DESC.
009290     IF RIS100-RSN-SUB = 1
009300         WRITE PRTLINE FROM RIS100-LEGEND-LINE
009310             AFTER ADVANCING 2 LINES
009320     ELSE
009330         WRITE PRTLINE FROM RIS100-LEGEND-LINE
009340             AFTER ADVANCING 1 LINE
009350     END-IF.
009360 6300-EXIT.
009370     EXIT.

009380 8100-CHECK-STUDENT.
009390     MOVE RIS100-CHECK-ID TO I-ID.
009400     READ STUDENT-MASTER
009410         INVALID KEY
009420             MOVE 1 TO RIS100-REASON
009430             MOVE RIS100-CHECK-ID TO RIS100-BAD-VALUE
009440             PERFORM 8900-RELEASE-PROBLEM THRU 8900-EXIT
009450     END-READ.
009460 8100-EXIT.
009470     EXIT.

009480 8200-CHECK-COURSE.
009490     MOVE RIS100-CHECK-COURSE TO CAT-COURSE-CODE.
009500     READ CATALOG-FILE
009510         INVALID KEY
009520             MOVE 2 TO RIS100-REASON
009530             MOVE RIS100-CHECK-COURSE TO RIS100-BAD-VALUE
009540             PERFORM 8900-RELEASE-PROBLEM THRU 8900-EXIT
009550     END-READ.
009560 8200-EXIT.
009570     EXIT.

009580 8300-CHECK-SECTION.
009590     IF RIS100-NO-SECTION-FILE
009600         GO TO 8300-EXIT.
009610     MOVE RIS100-CHECK-COURSE TO SEC-COURSE-CODE.
009620     MOVE RIS100-CHECK-SECTION TO SEC-SECTION.
009630     READ SECTION-FILE
009640         INVALID KEY
009650             MOVE 3 TO RIS100-REASON
009660             MOVE SPACES TO RIS100-BAD-VALUE
009670             STRING RIS100-CHECK-COURSE  DELIMITED BY SIZE
009680                 " "                     DELIMITED BY SIZE
009690                 RIS100-CHECK-SECTION    DELIMITED BY SIZE
009700                 INTO RIS100-BAD-VALUE
009710             END-STRING
009720             PERFORM 8900-RELEASE-PROBLEM THRU 8900-EXIT
009730     END-READ.
009740 8300-EXIT.
009750     EXIT.

009760 8900-RELEASE-PROBLEM.
009770     MOVE "Y" TO RIS100-SW-REC-ERROR.
009780     ADD 1 TO RIS100-RSN-CTR (RIS100-FILE-SUB, RIS100-REASON).
009790     MOVE RIS100-FILE-SUB TO SD-FILE-SEQ.
009800     MOVE RIS100-REASON TO SD-REASON.
009810     MOVE RIS100-REC-KEY TO SD-KEY.
009820     MOVE RIS100-BAD-VALUE TO SD-VALUE.
009830     RELEASE SD-REC.
009840 8900-EXIT.
009850     EXIT.

009860 8950-COUNT-RECORD.
009870     ADD 1 TO RIS100-READ-CTR (RIS100-FILE-SUB).
009880     IF RIS100-RECORD-IN-ERROR
009890         ADD 1 TO RIS100-ERROR-CTR (RIS100-FILE-SUB)
009900     ELSE
009910         ADD 1 TO RIS100-CLEAN-CTR (RIS100-FILE-SUB)
009920     END-IF.
009930     MOVE "N" TO RIS100-SW-REC-ERROR.
009940 8950-EXIT.
009950     EXIT.

009960 9000-TERMINATE.
009970     CLOSE STUDENT-MASTER.
009980     CLOSE CATALOG-FILE.
009990     IF NOT RIS100-NO-SECTION-FILE
010000         CLOSE SECTION-FILE
010010     END-IF.
010020     CLOSE PRTOUT.
010030 9000-EXIT.
010040     EXIT.

010050 9100-PRINT-HDG.
010060     ADD 1 TO RIS100-PAGE-CTR.
010070     MOVE RIS100-PAGE-CTR TO RIS100-O-PCTR.
010080     WRITE PRTLINE FROM RIS100-TITLE-LINE
010090         AFTER ADVANCING PAGE.
010100     WRITE PRTLINE FROM RIS100-HDG-LINE
010110         AFTER ADVANCING 2 LINES.
010120 9100-EXIT.
010130     EXIT.

010140 9200-READ-COURSE.
010150     READ COURSE-FILE
010160         AT END
010170             MOVE "N" TO RIS100-SW-MORE
010180     END-READ.
010190 9200-EXIT.
010200     EXIT.

010210 9210-READ-SECTION.
010220     READ SECTION-FILE NEXT RECORD
010230         AT END
010240             MOVE "N" TO RIS100-SW-MORE
010250     END-READ.
010260 9210-EXIT.
010270     EXIT.

010280 9220-READ-CATALOG.
010290     READ CATALOG-FILE NEXT RECORD
010300         AT END
010310             MOVE "N" TO RIS100-SW-MORE
010320     END-READ.
010330 9220-EXIT.
010340     EXIT.

010350 9230-READ-ADDRESS.
010360     READ ADDRESS-FILE
010370         AT END
010380             MOVE "N" TO RIS100-SW-MORE
010390     END-READ.
010400 9230-EXIT.
010410     EXIT.

010420 9240-READ-AWARD.
010430     READ AWARD-FILE
010440         AT END
010450             MOVE "N" TO RIS100-SW-MORE
010460     END-READ.
010470 9240-EXIT.
010480     EXIT.

010490 9250-READ-RANK.
010500     READ RANK-FILE
010510         AT END
010520             MOVE "N" TO RIS100-SW-MORE
010530     END-READ.
010540 9250-EXIT.
010550     EXIT.

010560 9260-READ-STANDING.
010570     READ STANDING-FILE
010580         AT END
010590             MOVE "N" TO RIS100-SW-MORE
010600     END-READ.
010610 9260-EXIT.
010620     EXIT.

010630 9270-READ-HONORS.
010640     READ HONORS-FILE
010650         AT END
010660             MOVE "N" TO RIS100-SW-MORE
010670     END-READ.
010680 9270-EXIT.
010690     EXIT.

010700 9280-READ-LEDGER.
010710     READ LEDGER-FILE
010720         AT END
010730             MOVE "N" TO RIS100-SW-MORE
010740     END-READ.
010750 9280-EXIT.
010760     EXIT.

010770 9290-READ-HOLD.
010780     READ HOLD-FILE
010790         AT END
010800             MOVE "N" TO RIS100-SW-MORE
010810     END-READ.
010820 9290-EXIT.
010830     EXIT.

010840 9300-READ-INCOMPLETE.
010850     READ INCOMPLETE-FILE
010860         AT END
010870             MOVE "N" TO RIS100-SW-MORE
010880     END-READ.
010890 9300-EXIT.
010900     EXIT.

010910 9310-READ-WAITLIST.
010920     READ WAITLIST-FILE
010930         AT END
010940             MOVE "N" TO RIS100-SW-MORE
010950     END-READ.
010960 9310-EXIT.
010970     EXIT.

010971 9320-READ-TAXID.
010972     READ TAXID-FILE
010973         AT END
010974             MOVE "N" TO RIS100-SW-MORE
010975     END-READ.
010976 9320-EXIT.
010977     EXIT.

010978 9330-READ-NSC-STATUS.
010979     READ NSC-STATUS-FILE
010980         AT END
010981             MOVE "N" TO RIS100-SW-MORE
010982     END-READ.
010983 9330-EXIT.
010984     EXIT.

010985 9340-READ-EQUIV.
010986     READ EQUIV-FILE
010987         AT END
010988             MOVE "N" TO RIS100-SW-MORE
010989     END-READ.
010990 9340-EXIT.
010991     EXIT.

010992 9400-RETURN-SORTED.
010993     RETURN SORT-WORK
011000         AT END
011010             SET RIS100-SORT-EOF TO TRUE
011020     END-RETURN.
011030 9400-EXIT.
011040     EXIT.
