000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB33.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000092*   10/15/26  JCB  TRANSFER ENROLLMENTS (SECTION "XFR") ARE     *
000094*            SKIPPED INSTEAD OF BEING COUNTED AS NOT ON THE     *
000096*            SECTION FILE.                                      *
000100*****************************************************************

000110*****************************************************************
000120* SCHEDULE-CONFLICT REPORT FOR REGISTRATION.  LOADS EVERY       *
000130* SCHEDULED SECTION (ONE WITH MEETING DAYS) FROM THE SECTION    *
000140* FILE (STDNTSEC.DAT, SEE STDNTSCT) INTO A TABLE, THEN PRINTS   *
000150* THREE LISTINGS, EACH STARTING ON A NEW PAGE:                  *
000160*   1. STUDENT CONFLICTS - STDNTCRS.DAT IS READ IN CRS-ID       *
000170*      SEQUENCE AND EVERY PAIR OF A STUDENT'S SECTIONS THAT     *
000180*      MEET ON A COMMON DAY AT OVERLAPPING TIMES IS LISTED      *
000190*      WITH THE STUDENT'S NAME FROM STUDENT-MASTER.             *
000200*   2. ROOM DOUBLE-BOOKINGS - EVERY PAIR OF SECTIONS BOOKED     *
000210*      INTO THE SAME BUILDING AND ROOM AT OVERLAPPING TIMES.    *
000220*   3. INSTRUCTOR DOUBLE-BOOKINGS - EVERY PAIR OF SECTIONS      *
000230*      TAUGHT BY THE SAME INSTRUCTOR AT OVERLAPPING TIMES.      *
000240* TWO MEETINGS OVERLAP WHEN EACH STARTS BEFORE THE OTHER ENDS,  *
000250* SO BACK-TO-BACK SECTIONS ARE NOT A CONFLICT.  ARRANGED        *
000260* SECTIONS (NO MEETING DAYS) ARE NOT CHECKED, A BLANK ROOM IS   *
000270* NOT ROOM-CHECKED, AND AN INSTRUCTOR OF BLANK, STAFF, OR TBA   *
000280* IS NOT INSTRUCTOR-CHECKED.  AN ENROLLMENT IN A SECTION THAT   *
000290* IS NOT ON THE SECTION FILE OR HAS NO MEETING TIME IS COUNTED  *
000300* IN THE FOOTING.  SECTIONS BEYOND THE 500-ENTRY TABLE, OR A    *
000310* STUDENT'S ENROLLMENTS BEYOND 50, ARE NOT CHECKED AND ARE      *
000320* COUNTED IN THE FOOTING.                                       *
000330*****************************************************************

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SECTION-FILE
000380         ASSIGN TO "C:\COBOLWI22\STDNTSEC.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS SEC-KEY
000420         FILE STATUS IS SCF100-SEC-STATUS.

000430     SELECT COURSE-FILE
000440         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460     SELECT STUDENT-MASTER
000470         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS I-ID.

000510     SELECT PRTOUT
000520         ASSIGN TO "C:\COBOLWI22\STDNTSCF.PRT"
000530         ORGANIZATION IS RECORD SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.

000560 FD  SECTION-FILE
000570     LABEL RECORD IS STANDARD
000580     DATA RECORD IS SEC-REC
000590     RECORD CONTAINS 58 CHARACTERS.

000600     COPY STDNTSCT.

000610 FD  COURSE-FILE
000620     LABEL RECORD IS STANDARD
000630     DATA RECORD IS CRS-REC
000640     RECORD CONTAINS 22 CHARACTERS.

000650     COPY STDNTCRS.

000660 FD  STUDENT-MASTER
000670     LABEL RECORD IS STANDARD
000680     DATA RECORD IS I-REC
000690     RECORD CONTAINS 50 CHARACTERS.

000700     COPY STDNTREC.

000710 FD  PRTOUT
000720     LABEL RECORD IS OMITTED
000730     DATA RECORD IS PRTLINE
000740     RECORD CONTAINS 132 CHARACTERS
000750     LINAGE IS 60 WITH FOOTING AT 56.

000760 01  PRTLINE             PIC X(132).

000770 WORKING-STORAGE SECTION.
000780 77  SCF100-SW-MORE-SEC  PIC X       VALUE "Y".
000790     88  SCF100-MORE-SEC              VALUE "Y".

000800 77  SCF100-SW-MORE-CRS  PIC X       VALUE "Y".
000810     88  SCF100-MORE-CRS              VALUE "Y".

000820 77  SCF100-SW-NO-SEC    PIC X       VALUE "N".
000830     88  SCF100-NO-SECTION-FILE       VALUE "Y".

000840 77  SCF100-SW-FOUND     PIC X       VALUE "N".
000850     88  SCF100-SECTION-FOUND         VALUE "Y".

000860 77  SCF100-SW-OVERLAP   PIC X       VALUE "N".
000870     88  SCF100-OVERLAP               VALUE "Y".

000880 77  SCF100-SW-NAME      PIC X       VALUE "N".
000890     88  SCF100-NAME-LOADED           VALUE "Y".

000900 77  SCF100-SW-OVERFLOW  PIC X       VALUE "N".
000910     88  SCF100-TABLE-OVERFLOW        VALUE "Y".

000920 77  SCF100-SEC-STATUS   PIC XX      VALUE SPACES.

000930 77  SCF100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000940 77  SCF100-SEC-READ-CTR PIC 9(5)    COMP VALUE ZERO.
000950 77  SCF100-ARRANGED-CTR PIC 9(5)    COMP VALUE ZERO.
000960 77  SCF100-SEC-OVER-CTR PIC 9(5)    COMP VALUE ZERO.
000970 77  SCF100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
000980 77  SCF100-ENR-READ-CTR PIC 9(5)    COMP VALUE ZERO.
000990 77  SCF100-UNSCHED-CTR  PIC 9(5)    COMP VALUE ZERO.
001000 77  SCF100-STU-OVER-CTR PIC 9(5)    COMP VALUE ZERO.
001010 77  SCF100-STU-CONF-CTR PIC 9(5)    COMP VALUE ZERO.
001020 77  SCF100-STU-PAIR-CTR PIC 9(5)    COMP VALUE ZERO.
001030 77  SCF100-ROOM-CTR     PIC 9(5)    COMP VALUE ZERO.
001040 77  SCF100-INSTR-CTR    PIC 9(5)    COMP VALUE ZERO.
001050 77  SCF100-PART-CTR     PIC 9(5)    COMP VALUE ZERO.

001060 77  SCF100-ST-CTR       PIC 9(3)    COMP VALUE ZERO.
001070 77  SCF100-ST-SUB       PIC 9(3)    COMP VALUE ZERO.
001080 77  SCF100-A-SUB        PIC 9(3)    COMP VALUE ZERO.
001090 77  SCF100-B-SUB        PIC 9(3)    COMP VALUE ZERO.
001100 77  SCF100-B-START      PIC 9(3)    COMP VALUE ZERO.
001110 77  SCF100-ENR-CTR      PIC 9(2)    COMP VALUE ZERO.
001120 77  SCF100-ENR-A        PIC 9(2)    COMP VALUE ZERO.
001130 77  SCF100-ENR-B        PIC 9(2)    COMP VALUE ZERO.
001140 77  SCF100-ENR-B-START  PIC 9(2)    COMP VALUE ZERO.
001150 77  SCF100-DAY-SUB      PIC 9(1)    COMP VALUE ZERO.

001160 77  SCF100-CURR-ID      PIC X(7)    VALUE SPACES.

001170 01  SCF100-INSTR-WORK   PIC X(20)   VALUE SPACES.
001180     88  SCF100-INSTR-UNASSIGNED      VALUE SPACES "STAFF" "TBA".

001190 01  SCF100-SECTION-TABLE.
001200     05  SCF100-ST-ENTRY OCCURS 500 TIMES.
001210         10  SCF100-ST-COURSE    PIC X(8).
001220         10  SCF100-ST-SECTION   PIC X(3).
001230         10  SCF100-ST-INSTRUCTOR PIC X(20).
001240         10  SCF100-ST-DAYS.
001250             15  SCF100-ST-DAY   OCCURS 7 TIMES
001260                                 PIC X.
001270         10  SCF100-ST-START     PIC 9(4).
001280         10  SCF100-ST-END       PIC 9(4).
001290         10  SCF100-ST-LOCATION.
001300             15  SCF100-ST-BUILDING PIC X(4).
001310             15  SCF100-ST-ROOM  PIC X(5).

001320 01  SCF100-ENROLLMENT-TABLE.
001330     05  SCF100-ENR-ST-SUB OCCURS 50 TIMES
001340                         PIC 9(3)    COMP.

001350 01  SCF100-OVERLAP-DAYS.
001360     05  SCF100-OVL-DAY  OCCURS 7 TIMES
001370                         PIC X.

001380 01  SCF100-TIME-WORK    PIC 9(4)    VALUE ZERO.
001390 01  SCF100-TIME-WORK-R REDEFINES SCF100-TIME-WORK.
001400     05  SCF100-TW-HH    PIC 99.
001410     05  SCF100-TW-MM    PIC 99.

001420 01  SCF100-TIME-EDIT.
001430     05  SCF100-TE-START-HH PIC 99.
001440     05  FILLER          PIC X       VALUE ':'.
001450     05  SCF100-TE-START-MM PIC 99.
001460     05  FILLER          PIC X       VALUE '-'.
001470     05  SCF100-TE-END-HH PIC 99.
001480     05  FILLER          PIC X       VALUE ':'.
001490     05  SCF100-TE-END-MM PIC 99.

001500 01  SCF100-CURRENT-DATE-AND-TIME.
001510     05  SCF100-I-DATE.
001520         10  SCF100-I-YEAR   PIC 9(4).
001530         10  SCF100-I-MONTH  PIC 99.
001540         10  SCF100-I-DAY    PIC 99.
001550     05  SCF100-DTIME        PIC X(11).

001560 01  SCF100-TITLE-LINE.
001570     05  FILLER          PIC X(6)    VALUE "DATE:".
001580     05  SCF100-O-MONTH  PIC 99.
001590     05  FILLER          PIC X       VALUE '/'.
001600     05  SCF100-O-DAY    PIC 99.
001610     05  FILLER          PIC X       VALUE '/'.
001620     05  SCF100-O-YEAR   PIC 9(4).
001630     05  FILLER          PIC X(36)   VALUE SPACES.
001640     05  FILLER          PIC X(36)   VALUE
001650         "SECTION SCHEDULE CONFLICT REPORT".
001660     05  FILLER          PIC X(36)   VALUE SPACES.
001670     05  FILLER          PIC X(6)    VALUE "PAGE:".
001680     05  SCF100-O-PCTR   PIC Z9.

001690 01  SCF100-PART-LINE.
001700     05  FILLER          PIC X(52)   VALUE SPACES.
001710     05  SCF100-O-PART-TITLE PIC X(40).

001720 01  SCF100-COL-HDG.
001730     05  SCF100-H-KEY-TITLE PIC X(40).
001740     05  FILLER          PIC X(2)    VALUE SPACES.
001750     05  FILLER          PIC X(25)   VALUE "COURSE   SEC  MEETS".
001760     05  FILLER          PIC X(3)    VALUE SPACES.
001770     05  FILLER          PIC X(25)   VALUE "COURSE   SEC  MEETS".
001780     05  FILLER          PIC X(3)    VALUE SPACES.
001790     05  FILLER          PIC X(12)   VALUE "COMMON DAYS".

001800 01  SCF100-DETAIL-LINE.
001810     05  SCF100-O-KEY    PIC X(40).
001820     05  SCF100-O-STU-KEY REDEFINES SCF100-O-KEY.
001830         10  SCF100-O-ID     PIC X(7).
001840         10  FILLER          PIC X(2).
001850         10  SCF100-O-LNAME  PIC X(15).
001860         10  FILLER          PIC X(1).
001870         10  SCF100-O-FNAME  PIC X(15).
001880     05  FILLER          PIC X(2)    VALUE SPACES.
001890     05  SCF100-O-COURSE-1 PIC X(8).
001900     05  FILLER          PIC X(1)    VALUE SPACES.
001910     05  SCF100-O-SEC-1  PIC X(3).
001920     05  FILLER          PIC X(2)    VALUE SPACES.
001930     05  SCF100-O-TIME-1 PIC X(11).
001940     05  FILLER          PIC X(3)    VALUE SPACES.
001950     05  SCF100-O-COURSE-2 PIC X(8).
001960     05  FILLER          PIC X(1)    VALUE SPACES.
001970     05  SCF100-O-SEC-2  PIC X(3).
001980     05  FILLER          PIC X(2)    VALUE SPACES.
001990     05  SCF100-O-TIME-2 PIC X(11).
002000     05  FILLER          PIC X(3)    VALUE SPACES.
002010     05  SCF100-O-DAYS   PIC X(7).

002020 01  SCF100-PART-TOTAL-LINE.
002030     05  FILLER          PIC X(4)    VALUE SPACES.
002040     05  SCF100-O-PART-LABEL PIC X(30).
002050     05  SCF100-O-PART-CTR PIC ZZZZ9.

002060 01  SCF100-GT-LINE1.
002070     05  FILLER          PIC X(4)    VALUE SPACES.
002080     05  FILLER          PIC X(15)   VALUE "SECTIONS READ:".
002090     05  SCF100-O-SEC-READ-CTR PIC ZZZZ9.
002100     05  FILLER          PIC X(4)    VALUE SPACES.
002110     05  FILLER          PIC X(18)   VALUE "ARRANGED SECTIONS:".
002120     05  SCF100-O-ARRANGED-CTR PIC ZZZZ9.
002130     05  FILLER          PIC X(4)    VALUE SPACES.
002140     05  FILLER          PIC X(35)   VALUE
002150         "SECTIONS NOT CHECKED - TABLE FULL:".
002160     05  SCF100-O-SEC-OVER-CTR PIC ZZZZ9.

002170 01  SCF100-GT-LINE2.
002180     05  FILLER          PIC X(4)    VALUE SPACES.
002190     05  FILLER          PIC X(17)   VALUE "STUDENTS CHECKED:".
002200     05  SCF100-O-STU-CTR PIC ZZZZ9.
002210     05  FILLER          PIC X(4)    VALUE SPACES.
002220     05  FILLER          PIC X(18)   VALUE "ENROLLMENTS READ:".
002230     05  SCF100-O-ENR-READ-CTR PIC ZZZZ9.
002240     05  FILLER          PIC X(4)    VALUE SPACES.
002250     05  FILLER          PIC X(27)   VALUE
002260         "NO SCHEDULED MEETING TIME:".
002270     05  SCF100-O-UNSCHED-CTR PIC ZZZZ9.
002280     05  FILLER          PIC X(4)    VALUE SPACES.
002290     05  FILLER          PIC X(21)   VALUE
002300         "OVER 50 ENROLLMENTS:".
002310     05  SCF100-O-STU-OVER-CTR PIC ZZZZ9.

002320 01  SCF100-GT-LINE3.
002330     05  FILLER          PIC X(4)    VALUE SPACES.
002340     05  FILLER          PIC X(25)   VALUE
002350         "STUDENTS WITH CONFLICTS:".
002360     05  SCF100-O-STU-CONF-CTR PIC ZZZZ9.
002370     05  FILLER          PIC X(4)    VALUE SPACES.
002380     05  FILLER          PIC X(19)   VALUE "STUDENT CONFLICTS:".
002390     05  SCF100-O-STU-PAIR-CTR PIC ZZZZ9.
002400     05  FILLER          PIC X(4)    VALUE SPACES.
002410     05  FILLER          PIC X(22)   VALUE
002420         "ROOM DOUBLE-BOOKINGS:".
002430     05  SCF100-O-ROOM-CTR PIC ZZZZ9.
002440     05  FILLER          PIC X(4)    VALUE SPACES.
002450     05  FILLER          PIC X(28)   VALUE
002460         "INSTRUCTOR DOUBLE-BOOKINGS:".
002470     05  SCF100-O-INSTR-CTR PIC ZZZZ9.

002480 PROCEDURE DIVISION.

002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-MAINLINE THRU 2000-EXIT
002520         UNTIL NOT SCF100-MORE-CRS.
002530     PERFORM 2900-END-STUDENTS THRU 2900-EXIT.
002540     PERFORM 3000-CHECK-ROOMS THRU 3000-EXIT.
002550     PERFORM 4000-CHECK-INSTRUCTORS THRU 4000-EXIT.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     STOP RUN.

002580 1000-INITIALIZE.
002590     MOVE FUNCTION CURRENT-DATE TO SCF100-CURRENT-DATE-AND-TIME.
002600     MOVE SCF100-I-YEAR TO SCF100-O-YEAR.
002610     MOVE SCF100-I-MONTH TO SCF100-O-MONTH.
002620     MOVE SCF100-I-DAY TO SCF100-O-DAY.

002630     OPEN INPUT SECTION-FILE.
002640     IF SCF100-SEC-STATUS NOT = "00"
002650         MOVE "Y" TO SCF100-SW-NO-SEC
002660     ELSE
002670         PERFORM 9200-READ-SECTION THRU 9200-EXIT
002680         PERFORM 1100-LOAD-SECTION THRU 1100-EXIT
002690             UNTIL NOT SCF100-MORE-SEC
002700         CLOSE SECTION-FILE
002710     END-IF.

002720     OPEN INPUT COURSE-FILE.
002730     OPEN INPUT STUDENT-MASTER.
002740     OPEN OUTPUT PRTOUT.

002750     MOVE "STUDENT SCHEDULE CONFLICTS" TO SCF100-O-PART-TITLE.
002760     MOVE "STUDENT ID / NAME" TO SCF100-H-KEY-TITLE.
002770     MOVE ZERO TO SCF100-PART-CTR.
002780     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002790     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
002800 1000-EXIT.
002810     EXIT.

002820 1100-LOAD-SECTION.
002830     ADD 1 TO SCF100-SEC-READ-CTR.
002840     IF SEC-MEETING-DAYS = SPACES
002850         ADD 1 TO SCF100-ARRANGED-CTR
002860         PERFORM 9200-READ-SECTION THRU 9200-EXIT
002870         GO TO 1100-EXIT.
002880     IF SCF100-ST-CTR = 500
002890         ADD 1 TO SCF100-SEC-OVER-CTR
002900         PERFORM 9200-READ-SECTION THRU 9200-EXIT
002910         GO TO 1100-EXIT.
002920     ADD 1 TO SCF100-ST-CTR.
002930     MOVE SEC-COURSE-CODE TO SCF100-ST-COURSE (SCF100-ST-CTR).
002940     MOVE SEC-SECTION TO SCF100-ST-SECTION (SCF100-ST-CTR).
002950     MOVE SEC-INSTRUCTOR TO SCF100-ST-INSTRUCTOR (SCF100-ST-CTR).
002960     MOVE SEC-MEETING-DAYS TO SCF100-ST-DAYS (SCF100-ST-CTR).
002970     MOVE SEC-START-TIME TO SCF100-ST-START (SCF100-ST-CTR).
002980     MOVE SEC-END-TIME TO SCF100-ST-END (SCF100-ST-CTR).
002990     MOVE SEC-LOCATION TO SCF100-ST-LOCATION (SCF100-ST-CTR).
003000     PERFORM 9200-READ-SECTION THRU 9200-EXIT.
003010 1100-EXIT.
003020     EXIT.

003030 2000-MAINLINE.
003040     ADD 1 TO SCF100-STU-CTR.
003050     MOVE CRS-ID TO SCF100-CURR-ID.
003060     MOVE ZERO TO SCF100-ENR-CTR.
003070     MOVE "N" TO SCF100-SW-OVERFLOW.
003080     MOVE "N" TO SCF100-SW-NAME.
003090     PERFORM 2100-LOAD-ENROLLMENT THRU 2100-EXIT
003100         UNTIL NOT SCF100-MORE-CRS
003110             OR CRS-ID NOT = SCF100-CURR-ID.
003120     IF SCF100-TABLE-OVERFLOW
003130         ADD 1 TO SCF100-STU-OVER-CTR
003140     END-IF.
003150     MOVE ZERO TO SCF100-PART-CTR.
003160     PERFORM 2200-CHECK-FIRST THRU 2200-EXIT
003170         VARYING SCF100-ENR-A FROM 1 BY 1
003180             UNTIL SCF100-ENR-A > SCF100-ENR-CTR.
003190     IF SCF100-PART-CTR > ZERO
003200         ADD 1 TO SCF100-STU-CONF-CTR
003210         ADD SCF100-PART-CTR TO SCF100-STU-PAIR-CTR
003220     END-IF.
003230 2000-EXIT.
003240     EXIT.

003250 2100-LOAD-ENROLLMENT.
003252     IF CRS-TRANSFER-SECTION
003254         PERFORM 9300-READ-COURSE THRU 9300-EXIT
003256         GO TO 2100-EXIT.
003260     ADD 1 TO SCF100-ENR-READ-CTR.
003270     PERFORM 8100-FIND-SECTION THRU 8100-EXIT.
003280     IF NOT SCF100-SECTION-FOUND
003290         ADD 1 TO SCF100-UNSCHED-CTR
003300     ELSE
003310         IF SCF100-ENR-CTR = 50
003320             SET SCF100-TABLE-OVERFLOW TO TRUE
003330         ELSE
003340             ADD 1 TO SCF100-ENR-CTR
003350             MOVE SCF100-ST-SUB TO
003360                 SCF100-ENR-ST-SUB (SCF100-ENR-CTR)
003370         END-IF
003380     END-IF.
003390     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
003400 2100-EXIT.
003410     EXIT.

003420 2200-CHECK-FIRST.
003430     ADD 1 TO SCF100-ENR-A GIVING SCF100-ENR-B-START.
003440     PERFORM 2300-CHECK-PAIR THRU 2300-EXIT
003450         VARYING SCF100-ENR-B FROM SCF100-ENR-B-START BY 1
003460             UNTIL SCF100-ENR-B > SCF100-ENR-CTR.
003470 2200-EXIT.
003480     EXIT.

003490 2300-CHECK-PAIR.
003500     MOVE SCF100-ENR-ST-SUB (SCF100-ENR-A) TO SCF100-A-SUB.
003510     MOVE SCF100-ENR-ST-SUB (SCF100-ENR-B) TO SCF100-B-SUB.
003520     IF SCF100-A-SUB = SCF100-B-SUB
003530         GO TO 2300-EXIT.
003540     PERFORM 8200-CHECK-OVERLAP THRU 8200-EXIT.
003550     IF NOT SCF100-OVERLAP
003560         GO TO 2300-EXIT.
003570     IF NOT SCF100-NAME-LOADED
003580         MOVE SCF100-CURR-ID TO I-ID
003590         READ STUDENT-MASTER
003600             INVALID KEY
003610                 MOVE SPACES TO I-NAME
003620                 MOVE "NOT ON FILE ***" TO I-LNAME
003630         END-READ
003640         SET SCF100-NAME-LOADED TO TRUE
003650     END-IF.
003660     MOVE SPACES TO SCF100-O-KEY.
003670     MOVE SCF100-CURR-ID TO SCF100-O-ID.
003680     MOVE I-LNAME TO SCF100-O-LNAME.
003690     MOVE I-FNAME TO SCF100-O-FNAME.
003700     PERFORM 8300-PRINT-PAIR THRU 8300-EXIT.
003710 2300-EXIT.
003720     EXIT.

003730 2900-END-STUDENTS.
003740     MOVE "STUDENT CONFLICTS:" TO SCF100-O-PART-LABEL.
003750     MOVE SCF100-STU-PAIR-CTR TO SCF100-PART-CTR.
003760     PERFORM 8400-PRINT-PART-TOTAL THRU 8400-EXIT.
003770 2900-EXIT.
003780     EXIT.

003790 3000-CHECK-ROOMS.
003800     MOVE "ROOM DOUBLE-BOOKINGS" TO SCF100-O-PART-TITLE.
003810     MOVE "BUILDING / ROOM" TO SCF100-H-KEY-TITLE.
003820     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003830     MOVE ZERO TO SCF100-PART-CTR.
003840     PERFORM 3100-CHECK-ROOM-FIRST THRU 3100-EXIT
003850         VARYING SCF100-A-SUB FROM 1 BY 1
003860             UNTIL SCF100-A-SUB > SCF100-ST-CTR.
003870     MOVE SCF100-PART-CTR TO SCF100-ROOM-CTR.
003880     MOVE "ROOM DOUBLE-BOOKINGS:" TO SCF100-O-PART-LABEL.
003890     PERFORM 8400-PRINT-PART-TOTAL THRU 8400-EXIT.
003900 3000-EXIT.
003910     EXIT.

003920 3100-CHECK-ROOM-FIRST.
003930     IF SCF100-ST-ROOM (SCF100-A-SUB) = SPACES
003940         GO TO 3100-EXIT.
003950     ADD 1 TO SCF100-A-SUB GIVING SCF100-B-START.
003960     PERFORM 3200-CHECK-ROOM-PAIR THRU 3200-EXIT
003970         VARYING SCF100-B-SUB FROM SCF100-B-START BY 1
003980             UNTIL SCF100-B-SUB > SCF100-ST-CTR.
003990 3100-EXIT.
004000     EXIT.

004010 3200-CHECK-ROOM-PAIR.
004020     IF SCF100-ST-LOCATION (SCF100-B-SUB) NOT =
004030             SCF100-ST-LOCATION (SCF100-A-SUB)
004040         GO TO 3200-EXIT.
004050     PERFORM 8200-CHECK-OVERLAP THRU 8200-EXIT.
004060     IF NOT SCF100-OVERLAP
004070         GO TO 3200-EXIT.
004080     MOVE SPACES TO SCF100-O-KEY.
004090     STRING SCF100-ST-BUILDING (SCF100-A-SUB)   DELIMITED BY SIZE
004100         " "                                     DELIMITED BY SIZE
004110         SCF100-ST-ROOM (SCF100-A-SUB)           DELIMITED BY SIZE
004120         INTO SCF100-O-KEY
004130     END-STRING.
004140     PERFORM 8300-PRINT-PAIR THRU 8300-EXIT.
004150 3200-EXIT.
004160     EXIT.

004170 4000-CHECK-INSTRUCTORS.
004180     MOVE "INSTRUCTOR DOUBLE-BOOKINGS" TO SCF100-O-PART-TITLE.
004190     MOVE "INSTRUCTOR" TO SCF100-H-KEY-TITLE.
004200     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004210     MOVE ZERO TO SCF100-PART-CTR.
004220     PERFORM 4100-CHECK-INSTR-FIRST THRU 4100-EXIT
004230         VARYING SCF100-A-SUB FROM 1 BY 1
004240             UNTIL SCF100-A-SUB > SCF100-ST-CTR.
004250     MOVE SCF100-PART-CTR TO SCF100-INSTR-CTR.
004260     MOVE "INSTRUCTOR DOUBLE-BOOKINGS:" TO SCF100-O-PART-LABEL.
004270     PERFORM 8400-PRINT-PART-TOTAL THRU 8400-EXIT.
004280 4000-EXIT.
004290     EXIT.

004300 4100-CHECK-INSTR-FIRST.
004310     MOVE SCF100-ST-INSTRUCTOR (SCF100-A-SUB)
004320         TO SCF100-INSTR-WORK.
004330     IF SCF100-INSTR-UNASSIGNED
004340         GO TO 4100-EXIT.
004350     ADD 1 TO SCF100-A-SUB GIVING SCF100-B-START.
004360     PERFORM 4200-CHECK-INSTR-PAIR THRU 4200-EXIT
004370         VARYING SCF100-B-SUB FROM SCF100-B-START BY 1
004380             UNTIL SCF100-B-SUB > SCF100-ST-CTR.
004390 4100-EXIT.
004400     EXIT.

004410 4200-CHECK-INSTR-PAIR.
004420     IF SCF100-ST-INSTRUCTOR (SCF100-B-SUB) NOT =
004430             SCF100-INSTR-WORK
004440         GO TO 4200-EXIT.
004450     PERFORM 8200-CHECK-OVERLAP THRU 8200-EXIT.
004460     IF NOT SCF100-OVERLAP
004470         GO TO 4200-EXIT.
004480     MOVE SCF100-INSTR-WORK TO SCF100-O-KEY.
004490     PERFORM 8300-PRINT-PAIR THRU 8300-EXIT.
004500 4200-EXIT.
004510     EXIT.

004520 8100-FIND-SECTION.
004530     MOVE "N" TO SCF100-SW-FOUND.
004540     PERFORM 8110-SCAN-SECTION THRU 8110-EXIT
004550         VARYING SCF100-ST-SUB FROM 1 BY 1
004560             UNTIL SCF100-ST-SUB > SCF100-ST-CTR
004570                 OR SCF100-SECTION-FOUND.
004580     IF SCF100-SECTION-FOUND
004590         SUBTRACT 1 FROM SCF100-ST-SUB
004600     END-IF.
004610 8100-EXIT.
004620     EXIT.

004630 8110-SCAN-SECTION.
004640     IF SCF100-ST-COURSE (SCF100-ST-SUB) = CRS-COURSE-CODE
004650             AND SCF100-ST-SECTION (SCF100-ST-SUB) = CRS-SECTION
004660         SET SCF100-SECTION-FOUND TO TRUE
004670     END-IF.
004680 8110-EXIT.
004690     EXIT.

004700 8200-CHECK-OVERLAP.
004710     MOVE "N" TO SCF100-SW-OVERLAP.
004720     IF SCF100-ST-START (SCF100-A-SUB) NOT <
004730             SCF100-ST-END (SCF100-B-SUB)
004740         GO TO 8200-EXIT.
004750     IF SCF100-ST-START (SCF100-B-SUB) NOT <
004760             SCF100-ST-END (SCF100-A-SUB)
004770         GO TO 8200-EXIT.
004780     MOVE SPACES TO SCF100-OVERLAP-DAYS.
004790     PERFORM 8210-CHECK-DAY THRU 8210-EXIT
004800         VARYING SCF100-DAY-SUB FROM 1 BY 1
004810             UNTIL SCF100-DAY-SUB > 7.
004820 8200-EXIT.
004830     EXIT.

004840 8210-CHECK-DAY.
004850     IF SCF100-ST-DAY (SCF100-A-SUB, SCF100-DAY-SUB) NOT = SPACE
004860             AND SCF100-ST-DAY (SCF100-B-SUB, SCF100-DAY-SUB)
004870                 NOT = SPACE
004880         MOVE SCF100-ST-DAY (SCF100-A-SUB, SCF100-DAY-SUB) TO
004890             SCF100-OVL-DAY (SCF100-DAY-SUB)
004900         SET SCF100-OVERLAP TO TRUE
004910     END-IF.
004920 8210-EXIT.
004930     EXIT.

004940 8300-PRINT-PAIR.
004950     ADD 1 TO SCF100-PART-CTR.
004960     MOVE SCF100-ST-COURSE (SCF100-A-SUB) TO SCF100-O-COURSE-1.
004970     MOVE SCF100-ST-SECTION (SCF100-A-SUB) TO SCF100-O-SEC-1.
004980     MOVE SCF100-A-SUB TO SCF100-ST-SUB.
004990     PERFORM 8310-EDIT-TIME THRU 8310-EXIT.
005000     MOVE SCF100-TIME-EDIT TO SCF100-O-TIME-1.
005010     MOVE SCF100-ST-COURSE (SCF100-B-SUB) TO SCF100-O-COURSE-2.
005020     MOVE SCF100-ST-SECTION (SCF100-B-SUB) TO SCF100-O-SEC-2.
005030     MOVE SCF100-B-SUB TO SCF100-ST-SUB.
005040     PERFORM 8310-EDIT-TIME THRU 8310-EXIT.
005050     MOVE SCF100-TIME-EDIT TO SCF100-O-TIME-2.
005060     MOVE SCF100-OVERLAP-DAYS TO SCF100-O-DAYS.
005070     WRITE PRTLINE FROM SCF100-DETAIL-LINE
005080         AFTER ADVANCING 1 LINE
005090             AT EOP
005100                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
005110 8300-EXIT.
005120     EXIT.

005130 8310-EDIT-TIME.
005140     MOVE SCF100-ST-START (SCF100-ST-SUB) TO SCF100-TIME-WORK.
005150     MOVE SCF100-TW-HH TO SCF100-TE-START-HH.
005160     MOVE SCF100-TW-MM TO SCF100-TE-START-MM.
005170     MOVE SCF100-ST-END (SCF100-ST-SUB) TO SCF100-TIME-WORK.
005180     MOVE SCF100-TW-HH TO SCF100-TE-END-HH.
005190     MOVE SCF100-TW-MM TO SCF100-TE-END-MM.
005200 8310-EXIT.
005210     EXIT.

005220 8400-PRINT-PART-TOTAL.
005230     MOVE SCF100-PART-CTR TO SCF100-O-PART-CTR.
005240     WRITE PRTLINE FROM SCF100-PART-TOTAL-LINE
005250         AFTER ADVANCING 2 LINES
005260             AT EOP
005270                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
005280 8400-EXIT.
005290     EXIT.

005300 9000-TERMINATE.
005310     MOVE SCF100-SEC-READ-CTR TO SCF100-O-SEC-READ-CTR.
005320     MOVE SCF100-ARRANGED-CTR TO SCF100-O-ARRANGED-CTR.
005330     MOVE SCF100-SEC-OVER-CTR TO SCF100-O-SEC-OVER-CTR.
005340     WRITE PRTLINE FROM SCF100-GT-LINE1
005350         AFTER ADVANCING 3 LINES.
005360     MOVE SCF100-STU-CTR TO SCF100-O-STU-CTR.
005370     MOVE SCF100-ENR-READ-CTR TO SCF100-O-ENR-READ-CTR.
005380     MOVE SCF100-UNSCHED-CTR TO SCF100-O-UNSCHED-CTR.
005390     MOVE SCF100-STU-OVER-CTR TO SCF100-O-STU-OVER-CTR.
005400     WRITE PRTLINE FROM SCF100-GT-LINE2
005410         AFTER ADVANCING 1 LINE.
005420     MOVE SCF100-STU-CONF-CTR TO SCF100-O-STU-CONF-CTR.
005430     MOVE SCF100-STU-PAIR-CTR TO SCF100-O-STU-PAIR-CTR.
005440     MOVE SCF100-ROOM-CTR TO SCF100-O-ROOM-CTR.
005450     MOVE SCF100-INSTR-CTR TO SCF100-O-INSTR-CTR.
005460     WRITE PRTLINE FROM SCF100-GT-LINE3
005470         AFTER ADVANCING 1 LINE.
005480     CLOSE COURSE-FILE.
005490     CLOSE STUDENT-MASTER.
005500     CLOSE PRTOUT.
005510 9000-EXIT.
005520     EXIT.

005530 9100-PRINT-HDG.
005540     ADD 1 TO SCF100-PAGE-CTR.
005550     MOVE SCF100-PAGE-CTR TO SCF100-O-PCTR.
005560     WRITE PRTLINE FROM SCF100-TITLE-LINE
005570         AFTER ADVANCING PAGE.
005580     WRITE PRTLINE FROM SCF100-PART-LINE
005590         AFTER ADVANCING 1 LINE.
005600     WRITE PRTLINE FROM SCF100-COL-HDG
005610         AFTER ADVANCING 2 LINES.
005620 9100-EXIT.
005630     EXIT.

005640 9200-READ-SECTION.
005650     READ SECTION-FILE
005660         AT END
005670             MOVE "N" TO SCF100-SW-MORE-SEC
005680     END-READ.
005690 9200-EXIT.
005700     EXIT.

005710 9300-READ-COURSE.
005720     READ COURSE-FILE
005730         AT END
005740             MOVE "N" TO SCF100-SW-MORE-CRS
005750     END-READ.
005760 9300-EXIT.
005770     EXIT.
