000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB32.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* SEAT-RELEASE WAITLIST PROMOTION RUN.  LOADS THE SECTION       *
000130* WAITLIST (STDNTWTL.DAT, SEE STDNTWTL) IN KEY ORDER, LOOKS UP  *
000140* EACH WAITLISTED SECTION'S CAPACITY ON THE SECTION FILE AND    *
000150* EACH COURSE'S PREREQUISITES AND CREDIT HOURS ON THE COURSE    *
000160* CATALOG, THEN READS STDNTCRS.DAT ONCE TO COUNT EACH SECTION'S *
000170* CURRENT ENROLLMENT AND TO GATHER WHAT EACH WAITLISTED STUDENT *
000180* IS ALREADY TAKING.  WHEREVER DROPS HAVE LEFT A SECTION BELOW  *
000190* ITS CAPACITY, STUDENTS ARE PROMOTED IN WAITLIST ORDER UNTIL   *
000200* THE SEATS ARE FILLED.  A STUDENT IS PASSED OVER, AND LEFT ON  *
000210* THE WAITLIST, WHEN THE STUDENT WOULD FAIL THE CBLJCB16        *
000220* PREREQUISITE EDIT (COURSE NOT IN THE CATALOG, OR A            *
000230* PREREQUISITE COURSE NOT AMONG THE STUDENT'S ENROLLMENTS) OR   *
000240* IS ALREADY ENROLLED IN A SECTION OF THE COURSE, INCLUDING ONE *
000250* PROMOTED INTO EARLIER IN THIS RUN.  EACH PROMOTED STUDENT     *
000260* GETS AN ENROLLMENT RECORD (CREDITS FROM THE CATALOG, NO GRADE *
000270* YET), IS DELETED FROM THE WAITLIST, AND IS LISTED ON THE      *
000280* PROMOTION NOTICE LISTING (STDNTSRN.PRT).  THE NEW ENROLLMENTS *
000290* ARE SORTED INTO CRS-ID ORDER AND MERGED WITH STDNTCRS.DAT TO  *
000300* WRITE THE NEXT GENERATION OF THE ENROLLMENT FILE              *
000310* (STDNTCRN.DAT, AS CBLJCB29 DOES).  THE WAITLIST REPORT        *
000320* (STDNTSRL.PRT) SHOWS EVERY WAITLISTED SECTION WITH ITS SEATS  *
000330* AND LISTS EVERY STUDENT STILL WAITING AND WHY.  A WAITLIST    *
000340* LONGER THAN THE 500-ENTRY TABLE IS WORKED AS FAR AS THE TABLE *
000350* GOES; THE REST STAY ON FILE FOR THE NEXT RUN AND ARE COUNTED  *
000360* IN THE FOOTING.                                               *
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL WAITLIST-FILE
000420         ASSIGN TO "C:\COBOLWI22\STDNTWTL.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS WTL-KEY.

000460     SELECT SECTION-FILE
000470         ASSIGN TO "C:\COBOLWI22\STDNTSEC.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SEC-KEY
000510         FILE STATUS IS SRL100-SEC-STATUS.

000520     SELECT COURSE-CATALOG
000530         ASSIGN TO "C:\COBOLWI22\STDNTCAT.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CAT-COURSE-CODE
000570         FILE STATUS IS SRL100-CAT-STATUS.

000580     SELECT STUDENT-MASTER
000590         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS I-ID.

000630     SELECT COURSE-FILE
000640         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660     SELECT NEW-COURSE-FILE
000670         ASSIGN TO "C:\COBOLWI22\STDNTCRN.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL.

000690     SELECT SORT-WORK
000700         ASSIGN TO "SRTWK01".

000710     SELECT PRTOUT
000720         ASSIGN TO "C:\COBOLWI22\STDNTSRL.PRT"
000730         ORGANIZATION IS RECORD SEQUENTIAL.

000740     SELECT NOTICE-FILE
000750         ASSIGN TO "C:\COBOLWI22\STDNTSRN.PRT"
000760         ORGANIZATION IS RECORD SEQUENTIAL.

000770 DATA DIVISION.
000780 FILE SECTION.

000790 FD  WAITLIST-FILE
000800     LABEL RECORD IS STANDARD
000810     DATA RECORD IS WTL-REC
000820     RECORD CONTAINS 30 CHARACTERS.

000830     COPY STDNTWTL.

000840 FD  SECTION-FILE
000850     LABEL RECORD IS STANDARD
000860     DATA RECORD IS SEC-REC
000870     RECORD CONTAINS 58 CHARACTERS.

000880     COPY STDNTSCT.

000890 FD  COURSE-CATALOG
000900     LABEL RECORD IS STANDARD
000910     DATA RECORD IS CAT-REC
000920     RECORD CONTAINS 60 CHARACTERS.

000930     COPY STDNTCAT.

000940 FD  STUDENT-MASTER
000950     LABEL RECORD IS STANDARD
000960     DATA RECORD IS I-REC
000970     RECORD CONTAINS 50 CHARACTERS.

000980     COPY STDNTREC.

000990 FD  COURSE-FILE
001000     LABEL RECORD IS STANDARD
001010     DATA RECORD IS CRS-REC
001020     RECORD CONTAINS 22 CHARACTERS.

001030     COPY STDNTCRS.

001040 FD  NEW-COURSE-FILE
001050     LABEL RECORD IS STANDARD
001060     DATA RECORD IS CRN-REC
001070     RECORD CONTAINS 22 CHARACTERS.

001080 01  CRN-REC                 PIC X(22).

001090 SD  SORT-WORK
001100     DATA RECORD IS SD-REC.

001110 01  SD-REC.
001120     05  SD-ID           PIC X(7).
001130     05  SD-COURSE-CODE  PIC X(8).
001140     05  SD-CREDITS      PIC 9V9.
001150     05  SD-GRADE        PIC X(2).
001160     05  SD-SECTION      PIC X(3).

001170 FD  PRTOUT
001180     LABEL RECORD IS OMITTED
001190     DATA RECORD IS PRTLINE
001200     RECORD CONTAINS 132 CHARACTERS
001210     LINAGE IS 60 WITH FOOTING AT 56.

001220 01  PRTLINE             PIC X(132).

001230 FD  NOTICE-FILE
001240     LABEL RECORD IS OMITTED
001250     DATA RECORD IS NOTLINE
001260     RECORD CONTAINS 132 CHARACTERS
001270     LINAGE IS 60 WITH FOOTING AT 56.

001280 01  NOTLINE             PIC X(132).

001290 WORKING-STORAGE SECTION.
001300 77  SRL100-SW-MORE-WTL  PIC X       VALUE "Y".
001310     88  SRL100-MORE-WTL              VALUE "Y".

001320 77  SRL100-SW-MORE-CRS  PIC X       VALUE "Y".
001330     88  SRL100-MORE-CRS              VALUE "Y".

001340 77  SRL100-SW-SORT-EOF  PIC X       VALUE "N".
001350     88  SRL100-SORT-EOF              VALUE "Y".

001360 77  SRL100-SW-NO-SEC    PIC X       VALUE "N".
001370     88  SRL100-NO-SECTION-FILE       VALUE "Y".

001380 77  SRL100-SW-NO-CAT    PIC X       VALUE "N".
001390     88  SRL100-NO-CATALOG            VALUE "Y".

001400 77  SRL100-SEC-STATUS   PIC XX      VALUE SPACES.
001410 77  SRL100-CAT-STATUS   PIC XX      VALUE SPACES.

001420 77  SRL100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001430 77  SRL100-NOT-PAGE-CTR PIC 9(2)    COMP VALUE ZERO.
001440 77  SRL100-WTL-READ-CTR PIC 9(5)    COMP VALUE ZERO.
001450 77  SRL100-NOT-LOADED-CTR PIC 9(5)  COMP VALUE ZERO.
001460 77  SRL100-PROMOTE-CTR  PIC 9(5)    COMP VALUE ZERO.
001470 77  SRL100-WAIT-CTR     PIC 9(5)    COMP VALUE ZERO.
001480 77  SRL100-PREREQ-CTR   PIC 9(5)    COMP VALUE ZERO.
001490 77  SRL100-ENROLLED-CTR PIC 9(5)    COMP VALUE ZERO.
001500 77  SRL100-CRS-IN-CTR   PIC 9(5)    COMP VALUE ZERO.
001510 77  SRL100-CRS-OUT-CTR  PIC 9(5)    COMP VALUE ZERO.
001520 77  SRL100-SECT-PROMOTE-CTR PIC 9(5) COMP VALUE ZERO.
001530 77  SRL100-SECT-WAIT-CTR PIC 9(5)   COMP VALUE ZERO.

001540 77  SRL100-WT-CTR       PIC 9(3)    COMP VALUE ZERO.
001550 77  SRL100-WT-SUB       PIC 9(3)    COMP VALUE ZERO.
001560 77  SRL100-SCAN-SUB     PIC 9(3)    COMP VALUE ZERO.
001570 77  SRL100-ST-CTR       PIC 9(3)    COMP VALUE ZERO.
001580 77  SRL100-ST-SUB       PIC 9(3)    COMP VALUE ZERO.
001590 77  SRL100-PRQ-SUB      PIC 9(1)    COMP VALUE ZERO.

001600 01  SRL100-PRIOR-SECTION-KEY.
001610     05  SRL100-PRIOR-COURSE PIC X(8) VALUE SPACES.
001620     05  SRL100-PRIOR-SECT   PIC X(3) VALUE SPACES.

001630 01  SRL100-WAITLIST-TABLE.
001640     05  SRL100-WT-ENTRY OCCURS 500 TIMES.
001650         10  SRL100-WT-COURSE    PIC X(8).
001660         10  SRL100-WT-SECTION   PIC X(3).
001670         10  SRL100-WT-SEQ       PIC 9(4).
001680         10  SRL100-WT-ID        PIC X(7).
001690         10  SRL100-WT-ST-SUB    PIC 9(3)    COMP.
001700         10  SRL100-WT-CAT-SW    PIC X.
001710             88  SRL100-WT-IN-CATALOG      VALUE "Y".
001720         10  SRL100-WT-CREDITS   PIC 9V9.
001730         10  SRL100-WT-PREREQ    OCCURS 2 TIMES
001740                                 PIC X(8).
001750         10  SRL100-WT-PRQ-MET   OCCURS 2 TIMES
001760                                 PIC X.
001770         10  SRL100-WT-IN-SECTION PIC X(3).

001780 01  SRL100-SECTION-TABLE.
001790     05  SRL100-ST-ENTRY OCCURS 100 TIMES.
001800         10  SRL100-ST-COURSE    PIC X(8).
001810         10  SRL100-ST-SECTION   PIC X(3).
001820         10  SRL100-ST-FOUND-SW  PIC X.
001830             88  SRL100-ST-ON-FILE         VALUE "Y".
001840         10  SRL100-ST-INSTRUCTOR PIC X(20).
001850         10  SRL100-ST-CAPACITY  PIC 9(3).
001860         10  SRL100-ST-ENROLLED  PIC 9(4)    COMP.
001870         10  SRL100-ST-OPEN      PIC 9(4)    COMP.
001880         10  SRL100-ST-FIRST     PIC 9(3)    COMP.
001890         10  SRL100-ST-LAST      PIC 9(3)    COMP.

001900 01  SRL100-CURRENT-DATE-AND-TIME.
001910     05  SRL100-I-DATE.
001920         10  SRL100-I-YEAR   PIC 9(4).
001930         10  SRL100-I-MONTH  PIC 99.
001940         10  SRL100-I-DAY    PIC 99.
001950     05  SRL100-DTIME        PIC X(11).

001960 01  SRL100-TITLE-LINE.
001970     05  FILLER          PIC X(6)    VALUE "DATE:".
001980     05  SRL100-O-MONTH  PIC 99.
001990     05  FILLER          PIC X       VALUE '/'.
002000     05  SRL100-O-DAY    PIC 99.
002010     05  FILLER          PIC X       VALUE '/'.
002020     05  SRL100-O-YEAR   PIC 9(4).
002030     05  FILLER          PIC X(36)   VALUE SPACES.
002040     05  FILLER          PIC X(36)   VALUE
002050         "SEAT RELEASE WAITLIST REPORT".
002060     05  FILLER          PIC X(36)   VALUE SPACES.
002070     05  FILLER          PIC X(6)    VALUE "PAGE:".
002080     05  SRL100-O-PCTR   PIC Z9.

002090 01  SRL100-COL-HDG.
002100     05  FILLER          PIC X(4)    VALUE SPACES.
002110     05  FILLER          PIC X(3)    VALUE "SEQ".
002120     05  FILLER          PIC X(4)    VALUE SPACES.
002130     05  FILLER          PIC X(4)    VALUE "  ID".
002140     05  FILLER          PIC X(6)    VALUE SPACES.
002150     05  FILLER          PIC X(9)    VALUE "LAST NAME".
002160     05  FILLER          PIC X(9)    VALUE SPACES.
002170     05  FILLER          PIC X(10)   VALUE "FIRST NAME".
002180     05  FILLER          PIC X(8)    VALUE SPACES.
002190     05  FILLER          PIC X(15)   VALUE "STILL WAITING -".
002200     05  FILLER          PIC X(7)    VALUE " REASON".

002210 01  SRL100-SECTION-LINE.
002220     05  FILLER          PIC X(8)    VALUE "COURSE:".
002230     05  SRL100-O-S-COURSE PIC X(8).
002240     05  FILLER          PIC X(3)    VALUE SPACES.
002250     05  FILLER          PIC X(9)    VALUE "SECTION:".
002260     05  SRL100-O-S-SECTION PIC X(3).
002270     05  FILLER          PIC X(3)    VALUE SPACES.
002280     05  FILLER          PIC X(12)   VALUE "INSTRUCTOR:".
002290     05  SRL100-O-S-INSTRUCTOR PIC X(20).
002300     05  FILLER          PIC X(3)    VALUE SPACES.
002310     05  FILLER          PIC X(10)   VALUE "CAPACITY:".
002320     05  SRL100-O-S-CAPACITY PIC ZZ9.
002330     05  FILLER          PIC X(3)    VALUE SPACES.
002340     05  FILLER          PIC X(10)   VALUE "ENROLLED:".
002350     05  SRL100-O-S-ENROLLED PIC ZZZ9.
002360     05  FILLER          PIC X(3)    VALUE SPACES.
002370     05  FILLER          PIC X(12)   VALUE "OPEN SEATS:".
002380     05  SRL100-O-S-OPEN PIC ZZZ9.

002390 01  SRL100-DETAIL-LINE.
002400     05  FILLER          PIC X(3)    VALUE SPACES.
002410     05  SRL100-O-SEQ    PIC ZZZ9.
002420     05  FILLER          PIC X(4)    VALUE SPACES.
002430     05  SRL100-O-ID     PIC X(7).
002440     05  FILLER          PIC X(3)    VALUE SPACES.
002450     05  SRL100-O-LNAME  PIC X(15).
002460     05  FILLER          PIC X(3)    VALUE SPACES.
002470     05  SRL100-O-FNAME  PIC X(15).
002480     05  FILLER          PIC X(3)    VALUE SPACES.
002490     05  SRL100-O-REASON PIC X(50).

002500 01  SRL100-SECT-TOTAL-LINE.
002510     05  FILLER          PIC X(4)    VALUE SPACES.
002520     05  FILLER          PIC X(10)   VALUE "PROMOTED:".
002530     05  SRL100-O-ST-PROMOTE PIC ZZZZ9.
002540     05  FILLER          PIC X(4)    VALUE SPACES.
002550     05  FILLER          PIC X(15)   VALUE "STILL WAITING:".
002560     05  SRL100-O-ST-WAIT PIC ZZZZ9.
002570     05  FILLER          PIC X(4)    VALUE SPACES.
002580     05  FILLER          PIC X(18)   VALUE "SEATS STILL OPEN:".
002590     05  SRL100-O-ST-OPEN PIC ZZZ9.

002600 01  SRL100-GT-LINE1.
002610     05  FILLER          PIC X(4)    VALUE SPACES.
002620     05  FILLER          PIC X(23)   VALUE
002630         "WAITLIST ENTRIES READ:".
002640     05  SRL100-O-WTL-READ-CTR PIC ZZZZ9.
002650     05  FILLER          PIC X(4)    VALUE SPACES.
002660     05  FILLER          PIC X(10)   VALUE "PROMOTED:".
002670     05  SRL100-O-PROMOTE-CTR PIC ZZZZ9.
002680     05  FILLER          PIC X(4)    VALUE SPACES.
002690     05  FILLER          PIC X(15)   VALUE "STILL WAITING:".
002700     05  SRL100-O-WAIT-CTR PIC ZZZZ9.
002710     05  FILLER          PIC X(4)    VALUE SPACES.
002720     05  FILLER          PIC X(27)   VALUE
002730         "NOT LOADED - TABLE FULL:".
002740     05  SRL100-O-NOT-LOADED-CTR PIC ZZZZ9.

002750 01  SRL100-GT-LINE2.
002760     05  FILLER          PIC X(4)    VALUE SPACES.
002770     05  FILLER          PIC X(28)   VALUE
002780         "PASSED OVER - PREREQUISITE:".
002790     05  SRL100-O-PREREQ-CTR PIC ZZZZ9.
002800     05  FILLER          PIC X(4)    VALUE SPACES.
002810     05  FILLER          PIC X(31)   VALUE
002820         "PASSED OVER - ALREADY ENROLLED:".
002830     05  SRL100-O-ENROLLED-CTR PIC ZZZZ9.

002840 01  SRL100-GT-LINE3.
002850     05  FILLER          PIC X(4)    VALUE SPACES.
002860     05  FILLER          PIC X(18)   VALUE "ENROLLMENTS READ:".
002870     05  SRL100-O-CRS-IN-CTR PIC ZZZZ9.
002880     05  FILLER          PIC X(4)    VALUE SPACES.
002890     05  FILLER          PIC X(21)   VALUE "ENROLLMENTS WRITTEN:".
002900     05  SRL100-O-CRS-OUT-CTR PIC ZZZZ9.

002910 01  SRL100-NOT-TITLE-LINE.
002920     05  FILLER          PIC X(6)    VALUE "DATE:".
002930     05  SRL100-N-MONTH  PIC 99.
002940     05  FILLER          PIC X       VALUE '/'.
002950     05  SRL100-N-DAY    PIC 99.
002960     05  FILLER          PIC X       VALUE '/'.
002970     05  SRL100-N-YEAR   PIC 9(4).
002980     05  FILLER          PIC X(36)   VALUE SPACES.
002990     05  FILLER          PIC X(36)   VALUE
003000         "WAITLIST PROMOTION NOTICE LISTING".
003010     05  FILLER          PIC X(36)   VALUE SPACES.
003020     05  FILLER          PIC X(6)    VALUE "PAGE:".
003030     05  SRL100-N-PCTR   PIC Z9.

003040 01  SRL100-NOT-COL-HDG.
003050     05  FILLER          PIC X(4)    VALUE "  ID".
003060     05  FILLER          PIC X(6)    VALUE SPACES.
003070     05  FILLER          PIC X(9)    VALUE "LAST NAME".
003080     05  FILLER          PIC X(9)    VALUE SPACES.
003090     05  FILLER          PIC X(10)   VALUE "FIRST NAME".
003100     05  FILLER          PIC X(8)    VALUE SPACES.
003110     05  FILLER          PIC X(6)    VALUE "COURSE".
003120     05  FILLER          PIC X(4)    VALUE SPACES.
003130     05  FILLER          PIC X(3)    VALUE "SEC".
003140     05  FILLER          PIC X(3)    VALUE SPACES.
003150     05  FILLER          PIC X(7)    VALUE "CREDITS".
003160     05  FILLER          PIC X(3)    VALUE SPACES.
003170     05  FILLER          PIC X(10)   VALUE "INSTRUCTOR".
003180     05  FILLER          PIC X(13)   VALUE SPACES.
003190     05  FILLER          PIC X(8)    VALUE "WAIT SEQ".

003200 01  SRL100-NOT-DETAIL-LINE.
003210     05  SRL100-N-ID     PIC X(7).
003220     05  FILLER          PIC X(3)    VALUE SPACES.
003230     05  SRL100-N-LNAME  PIC X(15).
003240     05  FILLER          PIC X(3)    VALUE SPACES.
003250     05  SRL100-N-FNAME  PIC X(15).
003260     05  FILLER          PIC X(3)    VALUE SPACES.
003270     05  SRL100-N-COURSE PIC X(8).
003280     05  FILLER          PIC X(2)    VALUE SPACES.
003290     05  SRL100-N-SECTION PIC X(3).
003300     05  FILLER          PIC X(5)    VALUE SPACES.
003310     05  SRL100-N-CREDITS PIC 9.9.
003320     05  FILLER          PIC X(5)    VALUE SPACES.
003330     05  SRL100-N-INSTRUCTOR PIC X(20).
003340     05  FILLER          PIC X(7)    VALUE SPACES.
003350     05  SRL100-N-SEQ    PIC ZZZ9.

003360 01  SRL100-NOT-GT-LINE.
003370     05  FILLER          PIC X(4)    VALUE SPACES.
003380     05  FILLER          PIC X(18)   VALUE "STUDENTS PROMOTED:".
003390     05  SRL100-N-PROMOTE-CTR PIC ZZZZ9.

003400 PROCEDURE DIVISION.

003410 0000-MAINLINE.
003420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003430     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT.
003440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003450     STOP RUN.

003460 1000-INITIALIZE.
003470     MOVE FUNCTION CURRENT-DATE TO SRL100-CURRENT-DATE-AND-TIME.
003480     MOVE SRL100-I-YEAR TO SRL100-O-YEAR.
003490     MOVE SRL100-I-MONTH TO SRL100-O-MONTH.
003500     MOVE SRL100-I-DAY TO SRL100-O-DAY.
003510     MOVE SRL100-I-YEAR TO SRL100-N-YEAR.
003520     MOVE SRL100-I-MONTH TO SRL100-N-MONTH.
003530     MOVE SRL100-I-DAY TO SRL100-N-DAY.

003540     OPEN I-O WAITLIST-FILE.
003550     OPEN INPUT SECTION-FILE.
003560     IF SRL100-SEC-STATUS NOT = "00"
003570         MOVE "Y" TO SRL100-SW-NO-SEC
003580     END-IF.
003590     OPEN INPUT COURSE-CATALOG.
003600     IF SRL100-CAT-STATUS NOT = "00"
003610         MOVE "Y" TO SRL100-SW-NO-CAT
003620     END-IF.
003630     OPEN INPUT STUDENT-MASTER.
003640     OPEN OUTPUT PRTOUT.
003650     OPEN OUTPUT NOTICE-FILE.

003660     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003670     PERFORM 9150-PRINT-NOT-HDG THRU 9150-EXIT.

003680     PERFORM 9200-READ-WAITLIST THRU 9200-EXIT.
003690     PERFORM 1100-LOAD-WAITLIST THRU 1100-EXIT
003700         UNTIL NOT SRL100-MORE-WTL.

003710     OPEN INPUT COURSE-FILE.
003720     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
003730     PERFORM 1300-SCAN-ENROLLMENT THRU 1300-EXIT
003740         UNTIL NOT SRL100-MORE-CRS.
003750     CLOSE COURSE-FILE.
003760 1000-EXIT.
003770     EXIT.

003780 1100-LOAD-WAITLIST.
003790     ADD 1 TO SRL100-WTL-READ-CTR.
003800     IF SRL100-WT-CTR = 500
003810         ADD 1 TO SRL100-NOT-LOADED-CTR
003820         PERFORM 9200-READ-WAITLIST THRU 9200-EXIT
003830         GO TO 1100-EXIT.
003840     IF WTL-COURSE-CODE NOT = SRL100-PRIOR-COURSE
003850             OR WTL-SECTION NOT = SRL100-PRIOR-SECT
003860         IF SRL100-ST-CTR = 100
003870             ADD 1 TO SRL100-NOT-LOADED-CTR
003880             PERFORM 9200-READ-WAITLIST THRU 9200-EXIT
003890             GO TO 1100-EXIT
003900         END-IF
003910         PERFORM 1200-ADD-SECTION THRU 1200-EXIT
003920     END-IF.
003930     ADD 1 TO SRL100-WT-CTR.
003940     MOVE SRL100-WT-CTR TO SRL100-ST-LAST (SRL100-ST-CTR).
003950     MOVE WTL-COURSE-CODE TO SRL100-WT-COURSE (SRL100-WT-CTR).
003960     MOVE WTL-SECTION TO SRL100-WT-SECTION (SRL100-WT-CTR).
003970     MOVE WTL-SEQ TO SRL100-WT-SEQ (SRL100-WT-CTR).
003980     MOVE WTL-ID TO SRL100-WT-ID (SRL100-WT-CTR).
003990     MOVE SRL100-ST-CTR TO SRL100-WT-ST-SUB (SRL100-WT-CTR).
004000     MOVE SPACES TO SRL100-WT-IN-SECTION (SRL100-WT-CTR).
004010     MOVE "N" TO SRL100-WT-CAT-SW (SRL100-WT-CTR).
004020     MOVE ZERO TO SRL100-WT-CREDITS (SRL100-WT-CTR).
004030     MOVE SPACES TO SRL100-WT-PREREQ (SRL100-WT-CTR, 1)
004040                    SRL100-WT-PREREQ (SRL100-WT-CTR, 2).
004050     IF NOT SRL100-NO-CATALOG
004060         MOVE WTL-COURSE-CODE TO CAT-COURSE-CODE
004070         READ COURSE-CATALOG
004080             NOT INVALID KEY
004090                 MOVE "Y" TO SRL100-WT-CAT-SW (SRL100-WT-CTR)
004100                 MOVE CAT-STD-CREDITS TO
004110                     SRL100-WT-CREDITS (SRL100-WT-CTR)
004120                 MOVE CAT-PREREQ-CODE (1) TO
004130                     SRL100-WT-PREREQ (SRL100-WT-CTR, 1)
004140                 MOVE CAT-PREREQ-CODE (2) TO
004150                     SRL100-WT-PREREQ (SRL100-WT-CTR, 2)
004160         END-READ
004170     END-IF.
004180     PERFORM 1150-SET-PREREQ THRU 1150-EXIT
004190         VARYING SRL100-PRQ-SUB FROM 1 BY 1
004200             UNTIL SRL100-PRQ-SUB > 2.
004210     PERFORM 9200-READ-WAITLIST THRU 9200-EXIT.
004220 1100-EXIT.
004230     EXIT.

004240 1150-SET-PREREQ.
004250     IF SRL100-WT-PREREQ (SRL100-WT-CTR, SRL100-PRQ-SUB) = SPACES
004260         MOVE "Y" TO
004270             SRL100-WT-PRQ-MET (SRL100-WT-CTR, SRL100-PRQ-SUB)
004280     ELSE
004290         MOVE "N" TO
004300             SRL100-WT-PRQ-MET (SRL100-WT-CTR, SRL100-PRQ-SUB)
004310     END-IF.
004320 1150-EXIT.
004330     EXIT.

004340 1200-ADD-SECTION.
004350     ADD 1 TO SRL100-ST-CTR.
004360     MOVE WTL-COURSE-CODE TO SRL100-PRIOR-COURSE.
004370     MOVE WTL-SECTION TO SRL100-PRIOR-SECT.
004380     MOVE WTL-COURSE-CODE TO SRL100-ST-COURSE (SRL100-ST-CTR).
004390     MOVE WTL-SECTION TO SRL100-ST-SECTION (SRL100-ST-CTR).
004400     MOVE "N" TO SRL100-ST-FOUND-SW (SRL100-ST-CTR).
004410     MOVE "NOT ON FILE" TO SRL100-ST-INSTRUCTOR (SRL100-ST-CTR).
004420     MOVE ZERO TO SRL100-ST-CAPACITY (SRL100-ST-CTR)
004430                  SRL100-ST-ENROLLED (SRL100-ST-CTR)
004440                  SRL100-ST-OPEN (SRL100-ST-CTR).
004450     ADD 1 TO SRL100-WT-CTR
004460         GIVING SRL100-ST-FIRST (SRL100-ST-CTR).
004470     IF SRL100-NO-SECTION-FILE
004480         GO TO 1200-EXIT.
004490     MOVE WTL-COURSE-CODE TO SEC-COURSE-CODE.
004500     MOVE WTL-SECTION TO SEC-SECTION.
004510     READ SECTION-FILE
004520         INVALID KEY
004530             GO TO 1200-EXIT
004540     END-READ.
004550     MOVE "Y" TO SRL100-ST-FOUND-SW (SRL100-ST-CTR).
004560     MOVE SEC-INSTRUCTOR TO SRL100-ST-INSTRUCTOR (SRL100-ST-CTR).
004570     MOVE SEC-CAPACITY TO SRL100-ST-CAPACITY (SRL100-ST-CTR).
004580 1200-EXIT.
004590     EXIT.

004600 1300-SCAN-ENROLLMENT.
004610     ADD 1 TO SRL100-CRS-IN-CTR.
004620     PERFORM 1310-COUNT-SECTION THRU 1310-EXIT
004630         VARYING SRL100-ST-SUB FROM 1 BY 1
004640             UNTIL SRL100-ST-SUB > SRL100-ST-CTR.
004650     PERFORM 1320-MATCH-STUDENT THRU 1320-EXIT
004660         VARYING SRL100-SCAN-SUB FROM 1 BY 1
004670             UNTIL SRL100-SCAN-SUB > SRL100-WT-CTR.
004680     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
004690 1300-EXIT.
004700     EXIT.

004710 1310-COUNT-SECTION.
004720     IF CRS-COURSE-CODE = SRL100-ST-COURSE (SRL100-ST-SUB)
004730             AND CRS-SECTION = SRL100-ST-SECTION (SRL100-ST-SUB)
004740         ADD 1 TO SRL100-ST-ENROLLED (SRL100-ST-SUB)
004750     END-IF.
004760 1310-EXIT.
004770     EXIT.

004780 1320-MATCH-STUDENT.
004790     IF CRS-ID NOT = SRL100-WT-ID (SRL100-SCAN-SUB)
004800         GO TO 1320-EXIT.
004810     IF CRS-COURSE-CODE = SRL100-WT-COURSE (SRL100-SCAN-SUB)
004820         MOVE CRS-SECTION TO
004830             SRL100-WT-IN-SECTION (SRL100-SCAN-SUB)
004840     END-IF.
004850     IF CRS-COURSE-CODE = SRL100-WT-PREREQ (SRL100-SCAN-SUB, 1)
004860         MOVE "Y" TO SRL100-WT-PRQ-MET (SRL100-SCAN-SUB, 1)
004870     END-IF.
004880     IF CRS-COURSE-CODE = SRL100-WT-PREREQ (SRL100-SCAN-SUB, 2)
004890         MOVE "Y" TO SRL100-WT-PRQ-MET (SRL100-SCAN-SUB, 2)
004900     END-IF.
004910 1320-EXIT.
004920     EXIT.

004930 2000-PROCESS-SORT.
004940     SORT SORT-WORK
004950         ON ASCENDING KEY SD-ID SD-COURSE-CODE
004960         INPUT PROCEDURE 3000-PROMOTE-WAITLIST THRU 3000-EXIT
004970         OUTPUT PROCEDURE 4000-MERGE-ENROLLMENTS THRU 4000-EXIT.
004980 2000-EXIT.
004990     EXIT.

005000 3000-PROMOTE-WAITLIST.
005010     PERFORM 3100-PROCESS-SECTION THRU 3100-EXIT
005020         VARYING SRL100-ST-SUB FROM 1 BY 1
005030             UNTIL SRL100-ST-SUB > SRL100-ST-CTR.
005040 3000-EXIT.
005050     EXIT.

005060 3100-PROCESS-SECTION.
005070     IF SRL100-ST-ENROLLED (SRL100-ST-SUB) <
005080             SRL100-ST-CAPACITY (SRL100-ST-SUB)
005090         COMPUTE SRL100-ST-OPEN (SRL100-ST-SUB) =
005100             SRL100-ST-CAPACITY (SRL100-ST-SUB) -
005110                 SRL100-ST-ENROLLED (SRL100-ST-SUB)
005120     END-IF.
005130     MOVE SRL100-ST-COURSE (SRL100-ST-SUB) TO SRL100-O-S-COURSE.
005140     MOVE SRL100-ST-SECTION (SRL100-ST-SUB) TO SRL100-O-S-SECTION.
005150     MOVE SRL100-ST-INSTRUCTOR (SRL100-ST-SUB) TO
005160         SRL100-O-S-INSTRUCTOR.
005170     MOVE SRL100-ST-CAPACITY (SRL100-ST-SUB) TO
005180         SRL100-O-S-CAPACITY.
005190     MOVE SRL100-ST-ENROLLED (SRL100-ST-SUB) TO
005200         SRL100-O-S-ENROLLED.
005210     MOVE SRL100-ST-OPEN (SRL100-ST-SUB) TO SRL100-O-S-OPEN.
005220     WRITE PRTLINE FROM SRL100-SECTION-LINE
005230         AFTER ADVANCING 3 LINES
005240             AT EOP
005250                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
005260     MOVE ZERO TO SRL100-SECT-PROMOTE-CTR SRL100-SECT-WAIT-CTR.
005270     PERFORM 3200-PROCESS-ENTRY THRU 3200-EXIT
005280         VARYING SRL100-WT-SUB
005290             FROM SRL100-ST-FIRST (SRL100-ST-SUB) BY 1
005300             UNTIL SRL100-WT-SUB > SRL100-ST-LAST (SRL100-ST-SUB).
005310     MOVE SRL100-SECT-PROMOTE-CTR TO SRL100-O-ST-PROMOTE.
005320     MOVE SRL100-SECT-WAIT-CTR TO SRL100-O-ST-WAIT.
005330     MOVE SRL100-ST-OPEN (SRL100-ST-SUB) TO SRL100-O-ST-OPEN.
005340     WRITE PRTLINE FROM SRL100-SECT-TOTAL-LINE
005350         AFTER ADVANCING 2 LINES
005360             AT EOP
005370                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
005380 3100-EXIT.
005390     EXIT.

005400 3200-PROCESS-ENTRY.
005410     MOVE SPACES TO SRL100-O-REASON.
005420     IF SRL100-WT-IN-SECTION (SRL100-WT-SUB) NOT = SPACES
005430         ADD 1 TO SRL100-ENROLLED-CTR
005440         IF SRL100-WT-IN-SECTION (SRL100-WT-SUB) =
005450                 SRL100-WT-SECTION (SRL100-WT-SUB)
005460             MOVE "ALREADY ENROLLED IN THIS SECTION" TO
005470                 SRL100-O-REASON
005480         ELSE
005490             STRING "PASSED OVER - ENROLLED IN SECTION "
005500                                         DELIMITED BY SIZE
005510                 SRL100-WT-IN-SECTION (SRL100-WT-SUB)
005520                                         DELIMITED BY SIZE
005530                 INTO SRL100-O-REASON
005540             END-STRING
005550         END-IF
005560         PERFORM 9500-PRINT-WAITING THRU 9500-EXIT
005570         GO TO 3200-EXIT.
005580     IF NOT SRL100-WT-IN-CATALOG (SRL100-WT-SUB)
005590         ADD 1 TO SRL100-PREREQ-CTR
005600         MOVE "PASSED OVER - COURSE NOT IN CATALOG" TO
005610             SRL100-O-REASON
005620         PERFORM 9500-PRINT-WAITING THRU 9500-EXIT
005630         GO TO 3200-EXIT.
005640     PERFORM 3250-CHECK-PREREQ THRU 3250-EXIT
005650         VARYING SRL100-PRQ-SUB FROM 1 BY 1
005660             UNTIL SRL100-PRQ-SUB > 2
005670                 OR SRL100-O-REASON NOT = SPACES.
005680     IF SRL100-O-REASON NOT = SPACES
005690         ADD 1 TO SRL100-PREREQ-CTR
005700         PERFORM 9500-PRINT-WAITING THRU 9500-EXIT
005710         GO TO 3200-EXIT.
005720     IF NOT SRL100-ST-ON-FILE (SRL100-ST-SUB)
005730         MOVE "SECTION NOT ON SECTION FILE" TO SRL100-O-REASON
005740         PERFORM 9500-PRINT-WAITING THRU 9500-EXIT
005750         GO TO 3200-EXIT.
005760     IF SRL100-ST-OPEN (SRL100-ST-SUB) = ZERO
005770         MOVE "NO SEAT OPEN" TO SRL100-O-REASON
005780         PERFORM 9500-PRINT-WAITING THRU 9500-EXIT
005790         GO TO 3200-EXIT.
005800     PERFORM 3300-PROMOTE-STUDENT THRU 3300-EXIT.
005810 3200-EXIT.
005820     EXIT.

005830 3250-CHECK-PREREQ.
005840     IF SRL100-WT-PRQ-MET (SRL100-WT-SUB, SRL100-PRQ-SUB) = "N"
005850         STRING "PASSED OVER - PREREQUISITE "
005860                                         DELIMITED BY SIZE
005870             SRL100-WT-PREREQ (SRL100-WT-SUB, SRL100-PRQ-SUB)
005880                                         DELIMITED BY SIZE
005890             " NOT MET"                  DELIMITED BY SIZE
005900             INTO SRL100-O-REASON
005910         END-STRING
005920     END-IF.
005930 3250-EXIT.
005940     EXIT.

005950 3300-PROMOTE-STUDENT.
005960     MOVE SRL100-WT-ID (SRL100-WT-SUB) TO SD-ID.
005970     MOVE SRL100-WT-COURSE (SRL100-WT-SUB) TO SD-COURSE-CODE.
005980     MOVE SRL100-WT-CREDITS (SRL100-WT-SUB) TO SD-CREDITS.
005990     MOVE SPACES TO SD-GRADE.
006000     MOVE SRL100-WT-SECTION (SRL100-WT-SUB) TO SD-SECTION.
006010     RELEASE SD-REC.

006020     MOVE SRL100-WT-COURSE (SRL100-WT-SUB) TO WTL-COURSE-CODE.
006030     MOVE SRL100-WT-SECTION (SRL100-WT-SUB) TO WTL-SECTION.
006040     MOVE SRL100-WT-SEQ (SRL100-WT-SUB) TO WTL-SEQ.
006050     DELETE WAITLIST-FILE RECORD
006060         INVALID KEY
006070             CONTINUE
006080     END-DELETE.

006090     ADD 1 TO SRL100-ST-ENROLLED (SRL100-ST-SUB).
006100     SUBTRACT 1 FROM SRL100-ST-OPEN (SRL100-ST-SUB).
006110     ADD 1 TO SRL100-PROMOTE-CTR SRL100-SECT-PROMOTE-CTR.
006120     PERFORM 3350-MARK-ENROLLED THRU 3350-EXIT
006130         VARYING SRL100-SCAN-SUB FROM SRL100-WT-SUB BY 1
006140             UNTIL SRL100-SCAN-SUB > SRL100-WT-CTR.
006150     PERFORM 9600-PRINT-NOTICE THRU 9600-EXIT.
006160 3300-EXIT.
006170     EXIT.

006180 3350-MARK-ENROLLED.
006190     IF SRL100-WT-ID (SRL100-SCAN-SUB) =
006200             SRL100-WT-ID (SRL100-WT-SUB)
006210             AND SRL100-WT-COURSE (SRL100-SCAN-SUB) =
006220                 SRL100-WT-COURSE (SRL100-WT-SUB)
006230             AND SRL100-SCAN-SUB NOT = SRL100-WT-SUB
006240         MOVE SRL100-WT-SECTION (SRL100-WT-SUB) TO
006250             SRL100-WT-IN-SECTION (SRL100-SCAN-SUB)
006260     END-IF.
006270 3350-EXIT.
006280     EXIT.

006290 4000-MERGE-ENROLLMENTS.
006300     OPEN INPUT COURSE-FILE.
006310     OPEN OUTPUT NEW-COURSE-FILE.
006320     MOVE "Y" TO SRL100-SW-MORE-CRS.
006330     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
006340     PERFORM 9400-RETURN-SORTED THRU 9400-EXIT.
006350     PERFORM 4100-MERGE-RECORD THRU 4100-EXIT
006360         UNTIL NOT SRL100-MORE-CRS AND SRL100-SORT-EOF.
006370     CLOSE COURSE-FILE.
006380     CLOSE NEW-COURSE-FILE.
006390 4000-EXIT.
006400     EXIT.

006410 4100-MERGE-RECORD.
006420     IF NOT SRL100-SORT-EOF
006430         IF NOT SRL100-MORE-CRS OR SD-ID < CRS-ID
006440             WRITE CRN-REC FROM SD-REC
006450             ADD 1 TO SRL100-CRS-OUT-CTR
006460             PERFORM 9400-RETURN-SORTED THRU 9400-EXIT
006470             GO TO 4100-EXIT
006480         END-IF
006490     END-IF.
006500     WRITE CRN-REC FROM CRS-REC.
006510     ADD 1 TO SRL100-CRS-OUT-CTR.
006520     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
006530 4100-EXIT.
006540     EXIT.

006550 9000-TERMINATE.
006560     MOVE SRL100-WTL-READ-CTR TO SRL100-O-WTL-READ-CTR.
006570     MOVE SRL100-PROMOTE-CTR TO SRL100-O-PROMOTE-CTR.
006580     MOVE SRL100-WAIT-CTR TO SRL100-O-WAIT-CTR.
006590     MOVE SRL100-NOT-LOADED-CTR TO SRL100-O-NOT-LOADED-CTR.
006600     WRITE PRTLINE FROM SRL100-GT-LINE1
006610         AFTER ADVANCING 3 LINES.
006620     MOVE SRL100-PREREQ-CTR TO SRL100-O-PREREQ-CTR.
006630     MOVE SRL100-ENROLLED-CTR TO SRL100-O-ENROLLED-CTR.
006640     WRITE PRTLINE FROM SRL100-GT-LINE2
006650         AFTER ADVANCING 1 LINE.
006660     MOVE SRL100-CRS-IN-CTR TO SRL100-O-CRS-IN-CTR.
006670     MOVE SRL100-CRS-OUT-CTR TO SRL100-O-CRS-OUT-CTR.
006680     WRITE PRTLINE FROM SRL100-GT-LINE3
006690         AFTER ADVANCING 1 LINE.
006700     MOVE SRL100-PROMOTE-CTR TO SRL100-N-PROMOTE-CTR.
006710     WRITE NOTLINE FROM SRL100-NOT-GT-LINE
006720         AFTER ADVANCING 3 LINES.
006730     CLOSE WAITLIST-FILE.
006740     IF NOT SRL100-NO-SECTION-FILE
006750         CLOSE SECTION-FILE
006760     END-IF.
006770     IF NOT SRL100-NO-CATALOG
006780         CLOSE COURSE-CATALOG
006790     END-IF.
006800     CLOSE STUDENT-MASTER.
006810     CLOSE PRTOUT.
006820     CLOSE NOTICE-FILE.
006830 9000-EXIT.
006840     EXIT.

006850 9100-PRINT-HDG.
006860     ADD 1 TO SRL100-PAGE-CTR.
006870     MOVE SRL100-PAGE-CTR TO SRL100-O-PCTR.
006880     WRITE PRTLINE FROM SRL100-TITLE-LINE
006890         AFTER ADVANCING PAGE.
006900     WRITE PRTLINE FROM SRL100-COL-HDG
006910         AFTER ADVANCING 2 LINES.
006920 9100-EXIT.
006930     EXIT.

006940 9150-PRINT-NOT-HDG.
006950     ADD 1 TO SRL100-NOT-PAGE-CTR.
006960     MOVE SRL100-NOT-PAGE-CTR TO SRL100-N-PCTR.
006970     WRITE NOTLINE FROM SRL100-NOT-TITLE-LINE
006980         AFTER ADVANCING PAGE.
006990     WRITE NOTLINE FROM SRL100-NOT-COL-HDG
007000         AFTER ADVANCING 2 LINES.
007010 9150-EXIT.
007020     EXIT.

007030 9200-READ-WAITLIST.
007040     READ WAITLIST-FILE NEXT RECORD
007050         AT END
007060             MOVE "N" TO SRL100-SW-MORE-WTL
007070     END-READ.
007080 9200-EXIT.
007090     EXIT.

007100 9300-READ-COURSE.
007110     READ COURSE-FILE
007120         AT END
007130             MOVE "N" TO SRL100-SW-MORE-CRS
007140     END-READ.
007150 9300-EXIT.
007160     EXIT.

007170 9400-RETURN-SORTED.
007180     RETURN SORT-WORK
007190         AT END
007200             SET SRL100-SORT-EOF TO TRUE
007210     END-RETURN.
007220 9400-EXIT.
007230     EXIT.

007240 9450-LOOKUP-STUDENT.
007250     MOVE SRL100-WT-ID (SRL100-WT-SUB) TO I-ID.
007260     READ STUDENT-MASTER
007270         INVALID KEY
007280             MOVE SPACES TO I-NAME
007290             MOVE "NOT ON FILE ***" TO I-LNAME
007300     END-READ.
007310 9450-EXIT.
007320     EXIT.

007330 9500-PRINT-WAITING.
007340     ADD 1 TO SRL100-WAIT-CTR SRL100-SECT-WAIT-CTR.
007350     PERFORM 9450-LOOKUP-STUDENT THRU 9450-EXIT.
007360     MOVE SRL100-WT-SEQ (SRL100-WT-SUB) TO SRL100-O-SEQ.
007370     MOVE SRL100-WT-ID (SRL100-WT-SUB) TO SRL100-O-ID.
007380     MOVE I-LNAME TO SRL100-O-LNAME.
007390     MOVE I-FNAME TO SRL100-O-FNAME.
007400     WRITE PRTLINE FROM SRL100-DETAIL-LINE
007410         AFTER ADVANCING 1 LINE
007420             AT EOP
007430                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
007440 9500-EXIT.
007450     EXIT.

007460 9600-PRINT-NOTICE.
007470     PERFORM 9450-LOOKUP-STUDENT THRU 9450-EXIT.
007480     MOVE SRL100-WT-ID (SRL100-WT-SUB) TO SRL100-N-ID.
007490     MOVE I-LNAME TO SRL100-N-LNAME.
007500     MOVE I-FNAME TO SRL100-N-FNAME.
007510     MOVE SRL100-WT-COURSE (SRL100-WT-SUB) TO SRL100-N-COURSE.
007520     MOVE SRL100-WT-SECTION (SRL100-WT-SUB) TO SRL100-N-SECTION.
007530     MOVE SRL100-WT-CREDITS (SRL100-WT-SUB) TO SRL100-N-CREDITS.
007540     MOVE SRL100-ST-INSTRUCTOR (SRL100-ST-SUB) TO
007550         SRL100-N-INSTRUCTOR.
007560     MOVE SRL100-WT-SEQ (SRL100-WT-SUB) TO SRL100-N-SEQ.
007570     WRITE NOTLINE FROM SRL100-NOT-DETAIL-LINE
007580         AFTER ADVANCING 1 LINE
007590             AT EOP
007600                 PERFORM 9150-PRINT-NOT-HDG THRU 9150-EXIT.
007610 9600-EXIT.
007620     EXIT.
