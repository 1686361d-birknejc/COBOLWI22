000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   09/02/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  SECTION CARDS AND THE SECTION FILE NOW CARRY *
000092*            THE MEETING DAYS, START AND END TIMES, AND         *
000093*            BUILDING/ROOM.  DAY CODES, TIMES, AND TIME ORDER   *
000094*            ARE EDITED; A CARD WITH NO MEETING DAYS LOADS AS   *
000095*            AN ARRANGED SECTION WITH ZERO TIMES.               *
000100*****************************************************************

000110*****************************************************************
000190* SEAT CAPACITY, OR A COURSE/SECTION PAIR ALREADY LOADED THIS   *
000200* RUN IS LISTED ON THE EXCEPTION REPORT AND SKIPPED RATHER      *
000210* THAN LOADED.                                                  *
000211* EACH CARD ALSO GIVES THE MEETING DAYS (ONE POSITION PER DAY,  *
000212* M T W R F S U FOR MONDAY THROUGH SUNDAY), A 24-HOUR HHMM      *
000213* START AND END TIME, AND THE BUILDING AND ROOM.  A CARD WITH   *
000214* NO MEETING DAYS IS AN ARRANGED SECTION AND MUST LEAVE THE     *
000215* TIMES BLANK; A CARD WITH MEETING DAYS MUST CARRY VALID TIMES  *
000216* WITH THE END AFTER THE START.  THE BUILDING AND ROOM MAY BE   *
000217* LEFT BLANK UNTIL A ROOM IS ASSIGNED.                          *
000220*****************************************************************

000230 ENVIRONMENT DIVISION.
000390 FD  CARD-FILE
000400     LABEL RECORD IS STANDARD
000410     DATA RECORD IS SCL100-CARD-REC
000420     RECORD CONTAINS 58 CHARACTERS.

000430 01  SCL100-CARD-REC.
000440     05  SCL100-C-COURSE-CODE PIC X(8).
000450     05  SCL100-C-SECTION     PIC X(3).
000460     05  SCL100-C-INSTRUCTOR  PIC X(20).
000470     05  SCL100-C-CAPACITY    PIC 9(3).
000471     05  SCL100-C-MEETING-DAYS.
000472         10  SCL100-C-MEET-DAY    OCCURS 7 TIMES
000473                                  PIC X.
000474     05  SCL100-C-START-TIME  PIC X(4).
000475     05  SCL100-C-START-R REDEFINES SCL100-C-START-TIME.
000476         10  SCL100-C-START-HH    PIC 99.
000477         10  SCL100-C-START-MM    PIC 99.
000478     05  SCL100-C-END-TIME    PIC X(4).
000479     05  SCL100-C-END-R REDEFINES SCL100-C-END-TIME.
000480         10  SCL100-C-END-HH      PIC 99.
000481         10  SCL100-C-END-MM      PIC 99.
000482     05  SCL100-C-BUILDING    PIC X(4).
000483     05  SCL100-C-ROOM        PIC X(5).

000484 FD  SECTION-FILE
000490     LABEL RECORD IS STANDARD
000500     DATA RECORD IS SEC-REC
000510     RECORD CONTAINS 58 CHARACTERS.

000520     COPY STDNTSCT.

000620 77  SCL100-SW-CARD-OK   PIC X       VALUE "Y".
000630     88  SCL100-CARD-OK              VALUE "Y".

000632 77  SCL100-SW-DAYS-GIVEN PIC X      VALUE "N".
000634     88  SCL100-DAYS-GIVEN           VALUE "Y".

000636 77  SCL100-SW-BAD-DAY   PIC X       VALUE "N".
000638     88  SCL100-BAD-DAY              VALUE "Y".

000640 77  SCL100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000650 77  SCL100-LOAD-CTR     PIC 9(5)    COMP VALUE ZERO.
000660 77  SCL100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.
000661 77  SCL100-DAY-SUB      PIC 9(1)    COMP VALUE ZERO.

000662 01  SCL100-DAY-CODE-VALUES.
000663     05  FILLER          PIC X(7)    VALUE "MTWRFSU".

000664 01  SCL100-DAY-CODE-TABLE REDEFINES SCL100-DAY-CODE-VALUES.
000665     05  SCL100-DAY-CODE OCCURS 7 TIMES
000666                         PIC X.

000670 01  SCL100-CURRENT-DATE-AND-TIME.
000680     05  SCL100-I-DATE.
001550         MOVE "N" TO SCL100-SW-CARD-OK
001560         MOVE "ZERO SEAT CAPACITY - CARD REJECTED" TO
001570             SCL100-O-REASON
001580         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001583         GO TO 2050-EXIT.
001586     PERFORM 2060-EDIT-SCHEDULE THRU 2060-EXIT.
001590 2050-EXIT.
001600     EXIT.

001601 2060-EDIT-SCHEDULE.
001602     MOVE "N" TO SCL100-SW-DAYS-GIVEN.
001603     MOVE "N" TO SCL100-SW-BAD-DAY.
001604     PERFORM 2070-EDIT-DAY THRU 2070-EXIT
001605         VARYING SCL100-DAY-SUB FROM 1 BY 1
001606             UNTIL SCL100-DAY-SUB > 7.
001607     IF SCL100-BAD-DAY
001608         MOVE "N" TO SCL100-SW-CARD-OK
001609         MOVE "INVALID MEETING DAY CODE - CARD REJECTED" TO
001610             SCL100-O-REASON
001611         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001612         GO TO 2060-EXIT.
001613     IF NOT SCL100-DAYS-GIVEN
001614         IF SCL100-C-START-TIME NOT = SPACES
001615                 OR SCL100-C-END-TIME NOT = SPACES
001616             MOVE "N" TO SCL100-SW-CARD-OK
001617             MOVE "TIMES GIVEN, NO DAYS - CARD REJECTED" TO
001618                 SCL100-O-REASON
001619             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001620         END-IF
001621         GO TO 2060-EXIT.
001622     IF SCL100-C-START-TIME NOT NUMERIC
001623             OR SCL100-C-END-TIME NOT NUMERIC
001624         MOVE "N" TO SCL100-SW-CARD-OK
001625         MOVE "INVALID MEETING TIME - CARD REJECTED" TO
001626             SCL100-O-REASON
001627         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001628         GO TO 2060-EXIT.
001629     IF SCL100-C-START-HH > 23 OR SCL100-C-START-MM > 59
001630             OR SCL100-C-END-HH > 23 OR SCL100-C-END-MM > 59
001631         MOVE "N" TO SCL100-SW-CARD-OK
001632         MOVE "INVALID MEETING TIME - CARD REJECTED" TO
001633             SCL100-O-REASON
001634         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001635         GO TO 2060-EXIT.
001636     IF SCL100-C-END-TIME NOT > SCL100-C-START-TIME
001637         MOVE "N" TO SCL100-SW-CARD-OK
001638         MOVE "END TIME NOT AFTER START - CARD REJECTED" TO
001639             SCL100-O-REASON
001640         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT.
001641 2060-EXIT.
001642     EXIT.

001643 2070-EDIT-DAY.
001644     IF SCL100-C-MEET-DAY (SCL100-DAY-SUB) = SPACE
001645         GO TO 2070-EXIT.
001646     IF SCL100-C-MEET-DAY (SCL100-DAY-SUB) =
001647             SCL100-DAY-CODE (SCL100-DAY-SUB)
001648         SET SCL100-DAYS-GIVEN TO TRUE
001649     ELSE
001650         SET SCL100-BAD-DAY TO TRUE
001651     END-IF.
001652 2070-EXIT.
001653     EXIT.

001654 2100-LOAD-SECTION.
001655     MOVE SCL100-C-COURSE-CODE TO SEC-COURSE-CODE.
001656     MOVE SCL100-C-SECTION TO SEC-SECTION.
001657     MOVE SCL100-C-INSTRUCTOR TO SEC-INSTRUCTOR.
001658     MOVE SCL100-C-CAPACITY TO SEC-CAPACITY.
001659     MOVE SCL100-C-MEETING-DAYS TO SEC-MEETING-DAYS.
001660     IF SCL100-DAYS-GIVEN
001661         MOVE SCL100-C-START-TIME TO SEC-START-TIME
001662         MOVE SCL100-C-END-TIME TO SEC-END-TIME
001663     ELSE
001664         MOVE ZERO TO SEC-START-TIME SEC-END-TIME
001665     END-IF.
001666     MOVE SCL100-C-BUILDING TO SEC-BUILDING.
001667     MOVE SCL100-C-ROOM TO SEC-ROOM.
001668     WRITE SEC-REC
001670         INVALID KEY
001680             MOVE "DUPLICATE COURSE/SECTION - CARD REJECTED" TO
001690                 SCL100-O-REASON
