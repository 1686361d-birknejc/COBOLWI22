000146*            INSTEAD OF THE RUN FAILING.                           *
000147*   09/02/26  JCB  FD STUDENT-MASTER RECORD LENGTH RAISED TO 50    *
000148*            TO MATCH THE FERPA FLAG BYTE ADDED TO STDNTREC.       *
000150*   10/15/26  JCB  EVERY STUDENT IS NOW CHECKED AGAINST THE NEW    *
000151*            STUDENT HOLD FILE (STDNTHLD.DAT, MAINTAINED BY NEW    *
000152*            CBLJCB28) BEFORE THE TRANSCRIPT PRINTS.  A STUDENT    *
000153*            WITH A HOLD IN FORCE ON THE RUN DATE GETS NO          *
000154*            TRANSCRIPT - THE COURSE RECORDS ARE SKIPPED AND THE   *
000155*            STUDENT IS LISTED INSTEAD ON A SEPARATE WITHHELD-     *
000156*            TRANSCRIPT LISTING (STDNTTRH.PRT) NAMING THE HOLD.    *
000157*            THE HOLD FILE IS FILE STATUS-CHECKED ON THE OPEN - IF *
000158*            IT IS ABSENT EVERY TRANSCRIPT PRINTS AS BEFORE.       *
000159*****************************************************************

000160*****************************************************************
000161* MATCHES STDNTCRS.DAT (COURSE ENROLLMENT, IN CRS-ID SEQUENCE)  *
000162* AGAINST STUDENT-MASTER BY I-ID AND PRINTS A PER-STUDENT       *
000163* TRANSCRIPT SHOWING NAME AND GPA FROM STUDENT-MASTER FOLLOWED  *
000164* BY EVERY COURSE ON FILE FOR THAT STUDENT AND A CREDIT TOTAL.  *
000165* A STUDENT WITH AN ACTIVE HOLD ON STDNTHLD.DAT IS NOT          *
000166* TRANSCRIBED; THE STUDENT IS LISTED ON THE WITHHELD-TRANSCRIPT *
000167* LISTING WITH THE HOLD TYPE, REASON, AND DATE IT WAS PLACED.   *
000168*****************************************************************

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000285         ASSIGN TO "C:\COBOLWI22\STDNTTRP.PRT"
000286         ORGANIZATION IS RECORD SEQUENTIAL.

000287     SELECT HOLD-FILE
000288         ASSIGN TO "C:\COBOLWI22\STDNTHLD.DAT"
000289         ORGANIZATION IS INDEXED
000291         ACCESS MODE IS DYNAMIC
000292         RECORD KEY IS HLD-KEY
000293         FILE STATUS IS TRN100-HLD-STATUS.

000294     SELECT HOLD-EXC-FILE
000295         ASSIGN TO "C:\COBOLWI22\STDNTTRH.PRT"
000296         ORGANIZATION IS RECORD SEQUENTIAL.

000310 DATA DIVISION.
000320 FILE SECTION.


000480 01  PRTLINE             PIC X(132).

000481 FD  HOLD-FILE
000482     LABEL RECORD IS STANDARD
000483     DATA RECORD IS HLD-REC
000484     RECORD CONTAINS 55 CHARACTERS.

000485     COPY STDNTHLD.

000486 FD  HOLD-EXC-FILE
000487     LABEL RECORD IS OMITTED
000488     DATA RECORD IS HLDLINE
000489     RECORD CONTAINS 132 CHARACTERS
000491     LINAGE IS 60 WITH FOOTING AT 56.

000492 01  HLDLINE             PIC X(132).

000496 WORKING-STORAGE SECTION.
000500 77  TRN100-SW-MORE-MSTR PIC X       VALUE "Y".
000510     88  TRN100-MORE-MSTR             VALUE "Y".


000538 77  TRN100-RNK-STATUS   PIC XX      VALUE SPACES.

000539 77  TRN100-SW-NO-HLD    PIC X       VALUE "N".
000541     88  TRN100-NO-HOLD-FILE          VALUE "Y".

000542 77  TRN100-HLD-STATUS   PIC XX      VALUE SPACES.

000543 77  TRN100-SW-MORE-HLD  PIC X       VALUE "N".
000544     88  TRN100-MORE-HLD              VALUE "Y".

000545 77  TRN100-SW-ON-HOLD   PIC X       VALUE "N".
000546     88  TRN100-ON-HOLD               VALUE "Y".

000547 77  TRN100-RUN-DATE     PIC 9(8)    VALUE ZERO.

000548 77  TRN100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000550 77  TRN100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
000560 77  TRN100-CREDIT-TOTAL PIC 9(3)V9  COMP VALUE ZERO.
000561 77  TRN100-UNREC-CTR    PIC 9(5)    COMP VALUE ZERO.
000562 77  TRN100-HELD-CTR     PIC 9(5)    COMP VALUE ZERO.
000563 77  TRN100-HLD-PAGE-CTR PIC 9(2)    COMP VALUE ZERO.

000564 01  TRN100-HOLD-DATE.
000565     05  TRN100-HD-YEAR  PIC 9(4).
000566     05  TRN100-HD-MONTH PIC 99.
000567     05  TRN100-HD-DAY   PIC 99.

000570 01  TRN100-CURRENT-DATE-AND-TIME.
000580     05  TRN100-I-DATE.
001143     05  FILLER          PIC X(24)  VALUE "UNRECOGNIZED COURSES:".
001144     05  TRN100-O-UNREC-CTR PIC ZZZZ9.

001145 01  TRN100-HELD-GT-LINE.
001146     05  FILLER          PIC X(4)    VALUE SPACES.
001147     05  FILLER          PIC X(24)  VALUE "TRANSCRIPTS WITHHELD:".
001148     05  TRN100-O-HELD-CTR PIC ZZZZ9.

001149 01  TRN100-HLD-TITLE-LINE.
001151     05  FILLER          PIC X(6)    VALUE "DATE:".
001152     05  TRN100-H-MONTH  PIC 99.
001153     05  FILLER          PIC X       VALUE '/'.
001154     05  TRN100-H-DAY    PIC 99.
001155     05  FILLER          PIC X       VALUE '/'.
001156     05  TRN100-H-YEAR   PIC 9(4).
001157     05  FILLER          PIC X(33)   VALUE SPACES.
001158     05  FILLER          PIC X(40)   VALUE "TRANSCRIPTS WITHHELD -
001159-                                    " STUDENT ON HOLD".
001161     05  FILLER          PIC X(35)   VALUE SPACES.
001162     05  FILLER          PIC X(6)    VALUE "PAGE:".
001163     05  TRN100-H-PCTR   PIC Z9.

001164 01  TRN100-HLD-COL-HDG.
001165     05  FILLER          PIC X(4)    VALUE "  ID".
001166     05  FILLER          PIC X(8)    VALUE SPACES.
001167     05  FILLER          PIC X(9)    VALUE "LAST NAME".
001168     05  FILLER          PIC X(11)   VALUE SPACES.
001169     05  FILLER          PIC X(10)   VALUE "FIRST NAME".
001171     05  FILLER          PIC X(10)   VALUE SPACES.
001172     05  FILLER          PIC X(4)    VALUE "HOLD".
001173     05  FILLER          PIC X(4)    VALUE SPACES.
001174     05  FILLER          PIC X(6)    VALUE "REASON".
001175     05  FILLER          PIC X(26)   VALUE SPACES.
001176     05  FILLER          PIC X(6)    VALUE "PLACED".

001177 01  TRN100-HLD-DETAIL-LINE.
001178     05  TRN100-H-ID     PIC X(7).
001179     05  FILLER          PIC X(5)    VALUE SPACES.
001181     05  TRN100-H-LNAME  PIC X(15).
001182     05  FILLER          PIC X(5)    VALUE SPACES.
001183     05  TRN100-H-FNAME  PIC X(15).
001184     05  FILLER          PIC X(5)    VALUE SPACES.
001185     05  TRN100-H-TYPE   PIC X(2).
001186     05  FILLER          PIC X(6)    VALUE SPACES.
001187     05  TRN100-H-REASON PIC X(30).
001188     05  FILLER          PIC X(2)    VALUE SPACES.
001189     05  TRN100-H-PL-MONTH PIC 99.
001191     05  FILLER          PIC X       VALUE '/'.
001192     05  TRN100-H-PL-DAY PIC 99.
001193     05  FILLER          PIC X       VALUE '/'.
001194     05  TRN100-H-PL-YEAR PIC 9(4).

001195 01  TRN100-HLD-GT-LINE.
001196     05  FILLER          PIC X(4)    VALUE SPACES.
001197     05  FILLER          PIC X(24)  VALUE "TRANSCRIPTS WITHHELD:".
001198     05  TRN100-H-HELD-CTR PIC ZZZZ9.

001199 PROCEDURE DIVISION.

001200 0000-MAINLINE.
001201     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001202     PERFORM 2000-MAINLINE THRU 2000-EXIT
001203         UNTIL NOT TRN100-MORE-MSTR.
001204     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001210     STOP RUN.

001220 1000-INITIALIZE.
001240     MOVE TRN100-I-YEAR TO TRN100-O-YEAR.
001250     MOVE TRN100-I-MONTH TO TRN100-O-MONTH.
001260     MOVE TRN100-I-DAY TO TRN100-O-DAY.
001261     MOVE TRN100-I-YEAR TO TRN100-H-YEAR.
001262     MOVE TRN100-I-MONTH TO TRN100-H-MONTH.
001263     MOVE TRN100-I-DAY TO TRN100-H-DAY.
001264     MOVE TRN100-I-DATE TO TRN100-RUN-DATE.

001270     OPEN INPUT STUDENT-MASTER.
001280     OPEN INPUT COURSE-FILE.
001292         MOVE "Y" TO TRN100-SW-NO-RNK
001293     END-IF.
001294     OPEN OUTPUT PRTOUT.
001295     OPEN INPUT HOLD-FILE.
001296     IF TRN100-HLD-STATUS NOT = "00"
001297         MOVE "Y" TO TRN100-SW-NO-HLD
001298     END-IF.
001299     OPEN OUTPUT HOLD-EXC-FILE.

001300     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001305     PERFORM 9160-PRINT-HLD-HDG THRU 9160-EXIT.
001310     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
001320     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
001330 1000-EXIT.
001340     EXIT.

001350 2000-MAINLINE.
001352     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT.
001354     IF TRN100-ON-HOLD
001356         PERFORM 2400-WITHHOLD-TRANSCRIPT THRU 2400-EXIT
001357         PERFORM 9200-READ-MASTER THRU 9200-EXIT
001358         GO TO 2000-EXIT.
001360     ADD 1 TO TRN100-STU-CTR.
001370     PERFORM 2100-PRINT-STUDENT THRU 2100-EXIT.
001375     PERFORM 2050-SKIP-ORPHAN-COURSES THRU 2050-EXIT
001772 2210-EXIT.
001774     EXIT.

001775 2300-CHECK-HOLDS.
001776     MOVE "N" TO TRN100-SW-ON-HOLD.
001777     IF TRN100-NO-HOLD-FILE
001778         GO TO 2300-EXIT.
001779     MOVE I-ID TO HLD-ID.
001780     MOVE LOW-VALUES TO HLD-TYPE.
001781     MOVE "Y" TO TRN100-SW-MORE-HLD.
001782     START HOLD-FILE KEY NOT LESS THAN HLD-KEY
001783         INVALID KEY
001784             MOVE "N" TO TRN100-SW-MORE-HLD
001785     END-START.
001786     PERFORM 2310-SCAN-HOLDS THRU 2310-EXIT
001787         UNTIL NOT TRN100-MORE-HLD OR TRN100-ON-HOLD.
001788 2300-EXIT.
001789     EXIT.

001790 2310-SCAN-HOLDS.
001791     READ HOLD-FILE NEXT RECORD
001792         AT END
001793             MOVE "N" TO TRN100-SW-MORE-HLD
001794     END-READ.
001795     IF NOT TRN100-MORE-HLD
001796         GO TO 2310-EXIT.
001797     IF HLD-ID NOT = I-ID
001798         MOVE "N" TO TRN100-SW-MORE-HLD
001799         GO TO 2310-EXIT.
001800     IF HLD-START-DATE NOT > TRN100-RUN-DATE
001801         AND (HLD-RELEASE-DATE = ZERO
001802             OR HLD-RELEASE-DATE > TRN100-RUN-DATE)
001803         SET TRN100-ON-HOLD TO TRUE
001804     END-IF.
001805 2310-EXIT.
001806     EXIT.

001807 2400-WITHHOLD-TRANSCRIPT.
001808     PERFORM 9400-DRAIN-ORPHAN-COURSES THRU 9400-EXIT
001809         UNTIL NOT TRN100-MORE-CRS OR CRS-ID NOT < I-ID.
001810     PERFORM 2450-SKIP-HELD-COURSES THRU 2450-EXIT
001811         UNTIL NOT TRN100-MORE-CRS OR CRS-ID NOT = I-ID.
001812     MOVE I-ID TO TRN100-H-ID.
001813     MOVE I-LNAME TO TRN100-H-LNAME.
001814     MOVE I-FNAME TO TRN100-H-FNAME.
001815     MOVE HLD-TYPE TO TRN100-H-TYPE.
001816     MOVE HLD-REASON TO TRN100-H-REASON.
001817     MOVE HLD-START-DATE TO TRN100-HOLD-DATE.
001818     MOVE TRN100-HD-MONTH TO TRN100-H-PL-MONTH.
001819     MOVE TRN100-HD-DAY TO TRN100-H-PL-DAY.
001820     MOVE TRN100-HD-YEAR TO TRN100-H-PL-YEAR.
001821     WRITE HLDLINE FROM TRN100-HLD-DETAIL-LINE
001822         AFTER ADVANCING 2 LINES
001823             AT EOP
001824                 PERFORM 9160-PRINT-HLD-HDG THRU 9160-EXIT.
001825     ADD 1 TO TRN100-HELD-CTR.
001826 2400-EXIT.
001827     EXIT.

001828 2450-SKIP-HELD-COURSES.
001829     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
001830 2450-EXIT.
001831     EXIT.

001832 9000-TERMINATE.
001833     MOVE TRN100-STU-CTR TO TRN100-O-STU-CTR.
001834     WRITE PRTLINE FROM TRN100-GT-LINE
001835         AFTER ADVANCING 3 LINES.
001836     MOVE TRN100-UNREC-CTR TO TRN100-O-UNREC-CTR.
001837     WRITE PRTLINE FROM TRN100-UNREC-GT-LINE
001838         AFTER ADVANCING 1 LINE.
001839     MOVE TRN100-HELD-CTR TO TRN100-O-HELD-CTR.
001840     WRITE PRTLINE FROM TRN100-HELD-GT-LINE
001841         AFTER ADVANCING 1 LINE.
001842     PERFORM 9400-DRAIN-ORPHAN-COURSES THRU 9400-EXIT
001843         UNTIL NOT TRN100-MORE-CRS.
001844     CLOSE STUDENT-MASTER.
001845     CLOSE COURSE-FILE.
001846     IF NOT TRN100-NO-CATALOG
001847         CLOSE COURSE-CATALOG
001848     END-IF.
001849     IF NOT TRN100-NO-RANK-FILE
001850         CLOSE RANK-FILE
001851     END-IF.
001852     CLOSE PRTOUT.
001853     IF NOT TRN100-NO-HOLD-FILE
001854         CLOSE HOLD-FILE
001855     END-IF.
001856     MOVE TRN100-HELD-CTR TO TRN100-H-HELD-CTR.
001857     WRITE HLDLINE FROM TRN100-HLD-GT-LINE
001858         AFTER ADVANCING 3 LINES.
001859     CLOSE HOLD-EXC-FILE.
001860 9000-EXIT.
001861     EXIT.

001870 9100-PRINT-HDG.
001880     ADD 1 TO TRN100-PAGE-CTR.
001941 9150-EXIT.
001942     EXIT.

001943 9160-PRINT-HLD-HDG.
001944     ADD 1 TO TRN100-HLD-PAGE-CTR.
001945     MOVE TRN100-HLD-PAGE-CTR TO TRN100-H-PCTR.
001946     WRITE HLDLINE FROM TRN100-HLD-TITLE-LINE
001947         AFTER ADVANCING PAGE.
001948     WRITE HLDLINE FROM TRN100-HLD-COL-HDG
001949         AFTER ADVANCING 2 LINES.
001950 9160-EXIT.
001951     EXIT.

001954 9200-READ-MASTER.
001957     READ STUDENT-MASTER
001960         AT END
001970             MOVE "N" TO TRN100-SW-MORE-MSTR
001980     END-READ.
