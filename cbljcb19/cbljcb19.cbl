000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   09/02/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  EACH STUDENT IS NOW CHECKED AGAINST THE NEW  *
000092*            STUDENT HOLD FILE (STDNTHLD.DAT, MAINTAINED BY NEW *
000093*            CBLJCB28).  A STUDENT WITH A HOLD IN FORCE ON THE  *
000094*            RUN DATE IS STILL PRICED AND BILLED, BUT THE       *
000095*            REGISTER LINE CARRIES A HOLD FLAG WITH THE HOLD    *
000096*            TYPE AND THE FOOTING COUNTS STUDENTS ON HOLD.  THE *
000097*            HOLD FILE IS FILE STATUS-CHECKED ON THE OPEN - IF  *
000098*            IT IS ABSENT THE REGISTER PRINTS AS BEFORE.        *
000099*   10/15/26  JCB  CREDIT LOAD AND FULL-TIME STATUS NOW COME    *
000100*            FROM THE NIGHTLY TERM-SUMMARY FILE STDNTTSM.DAT    *
000101*            (BUILT BY NEW CBLJCB38), READ BY I-ID, INSTEAD OF  *
000102*            THIS RUN'S OWN MATCH OF STDNTCRS.DAT.  THE FLAT    *
000103*            RATE NOW APPLIES TO EVERY STUDENT THE SUMMARY      *
000104*            CARRIES AS FULL-TIME, SO BILLING USES THE SAME     *
000105*            12.0 BAR AS EVERY OTHER RUN - THE THRESHOLD FIELD  *
000106*            ON THE RATE CARD IS NO LONGER READ.                *
000107*****************************************************************

000110*****************************************************************
000120* TUITION BILLING RUN FOR THE BURSAR.  READS STUDENT-MASTER,    *
000130* LOOKS UP EACH STUDENT'S CREDIT LOAD AND FULL-/PART-TIME       *
000140* STATUS ON THE TERM-SUMMARY FILE (STDNTTSM.DAT, BUILT NIGHTLY  *
000150* BY CBLJCB38), AND PRICES THE TERM FROM A RATE CONTROL CARD    *
000160* (STDNTBRC.DAT): CREDITS TIMES THE PER-CREDIT-HOUR RATE, OR    *
000170* THE FULL-TIME FLAT AMOUNT FOR A FULL-TIME STUDENT.  A         *
000180* MISSING CONTROL CARD DEFAULTS THE RATE TABLE THE SAME SAFE    *
000190* WAY CBLJCB10 DEFAULTS ITS CUTOFF CARD.  THE RUN PRINTS A      *
000200* BILLING REGISTER WITH GRAND-TOTAL DOLLARS AND STUDENT COUNTS  *
000230* STDNTFA.CSV) FOR THE BURSAR'S RECEIVABLES SYSTEM.  A STUDENT  *
000240* WITH NO ENROLLED CREDITS STILL PRINTS ON THE REGISTER AT ZERO *
000250* DOLLARS, FOR BALANCING, BUT IS LEFT OFF THE BILLING FILE.     *
000252* A STUDENT WITH AN ACTIVE HOLD ON STDNTHLD.DAT IS STILL BILLED *
000254* (A HOLD BLOCKS SERVICES, NOT CHARGES) BUT IS FLAGGED WITH THE *
000256* HOLD TYPE ON THE REGISTER AND COUNTED IN THE FOOTING.         *
000260*****************************************************************

000270 ENVIRONMENT DIVISION.
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS I-ID.

000346     SELECT SUMMARY-FILE
000352         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000358         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS RANDOM
000370         RECORD KEY IS TSM-ID.

000380     SELECT CONTROL-CARD-FILE
000390         ASSIGN TO "C:\COBOLWI22\STDNTBRC.DAT"
000460         ASSIGN TO "C:\COBOLWI22\STDNTBIL.PRT"
000470         ORGANIZATION IS RECORD SEQUENTIAL.

000471     SELECT HOLD-FILE
000472         ASSIGN TO "C:\COBOLWI22\STDNTHLD.DAT"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS HLD-KEY
000476         FILE STATUS IS BIL100-HLD-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.


000540     COPY STDNTREC.

000550 FD  SUMMARY-FILE
000560     LABEL RECORD IS STANDARD
000570     DATA RECORD IS TSM-REC
000580     RECORD CONTAINS 40 CHARACTERS.

000590     COPY STDNTTSM.

000600 FD  CONTROL-CARD-FILE
000610     LABEL RECORD IS STANDARD

000640 01  BRC-REC.
000650     05  BRC-CREDIT-RATE    PIC 9(3)V99.
000660     05  FILLER             PIC 9(3)V9.
000670     05  BRC-FT-FLAT-AMT    PIC 9(6)V99.

000680 FD  CSV-FILE

000780 01  PRTLINE             PIC X(132).

000781 FD  HOLD-FILE
000782     LABEL RECORD IS STANDARD
000783     DATA RECORD IS HLD-REC
000784     RECORD CONTAINS 55 CHARACTERS.

000785     COPY STDNTHLD.

000790 WORKING-STORAGE SECTION.
000800 77  BIL100-SW-MORE-MSTR  PIC X       VALUE "Y".
000810     88  BIL100-MORE-MSTR              VALUE "Y".

000840 77  BIL100-CTL-STATUS    PIC XX      VALUE SPACES.

000841 77  BIL100-SW-NO-HLD     PIC X       VALUE "N".
000842     88  BIL100-NO-HOLD-FILE           VALUE "Y".

000843 77  BIL100-HLD-STATUS    PIC XX      VALUE SPACES.

000844 77  BIL100-SW-MORE-HLD   PIC X       VALUE "N".
000845     88  BIL100-MORE-HLD               VALUE "Y".

000846 77  BIL100-SW-ON-HOLD    PIC X       VALUE "N".
000847     88  BIL100-ON-HOLD                VALUE "Y".

000848 77  BIL100-RUN-DATE      PIC 9(8)    VALUE ZERO.

000850 77  BIL100-PAGE-CTR      PIC 9(2)    COMP VALUE ZERO.
000860 77  BIL100-STU-CTR       PIC 9(5)    COMP VALUE ZERO.
000870 77  BIL100-BILLED-CTR    PIC 9(5)    COMP VALUE ZERO.
000880 77  BIL100-FLAT-CTR      PIC 9(5)    COMP VALUE ZERO.
000890 77  BIL100-NOCRD-CTR     PIC 9(5)    COMP VALUE ZERO.
000895 77  BIL100-HELD-CTR      PIC 9(5)    COMP VALUE ZERO.
000900 77  BIL100-PTR           PIC 9(4)    COMP VALUE 1.

000910 01  BIL100-RATE-TABLE.
000920     05  BIL100-CREDIT-RATE  PIC 9(3)V99  VALUE 450.00.
000940     05  BIL100-FT-FLAT-AMT  PIC 9(6)V99  VALUE 5400.00.

000950 01  BIL100-WORK.
001330     05  FILLER          PIC X(7)    VALUE "CREDITS".
001340     05  FILLER          PIC X(6)    VALUE SPACES.
001350     05  FILLER          PIC X(12)   VALUE "TERM CHARGES".
001352     05  FILLER          PIC X(11)   VALUE SPACES.
001354     05  FILLER          PIC X(4)    VALUE "HOLD".

001360 01  BIL100-DETAIL-LINE.
001370     05  BIL100-O-ID     PIC X(7).
001450     05  BIL100-O-CHARGES PIC $ZZZ,ZZZ.99.
001460     05  FILLER          PIC X(2)    VALUE SPACES.
001470     05  BIL100-O-FT-FLAG PIC X(9).
001472     05  FILLER          PIC X(2)    VALUE SPACES.
001474     05  BIL100-O-HOLD-FLAG PIC X(7).

001480 01  BIL100-RATE-LINE.
001490     05  FILLER          PIC X(4)    VALUE SPACES.
001500     05  FILLER          PIC X(17)   VALUE "PER-CREDIT RATE:".
001510     05  BIL100-O-RATE   PIC $ZZ9.99.
001520     05  FILLER          PIC X(4)    VALUE SPACES.
001530     05  FILLER          PIC X(29)   VALUE
001540         "FULL-TIME: PER TERM SUMMARY".
001550     05  FILLER          PIC X(4)    VALUE SPACES.
001560     05  FILLER          PIC X(20)   VALUE "FULL-TIME FLAT RATE:".
001570     05  BIL100-O-FLAT-AMT PIC $ZZZ,ZZZ.99.
001730     05  FILLER          PIC X(21)   VALUE "TOTAL TERM CHARGES:".
001740     05  BIL100-O-GRAND-TOTAL PIC $Z,ZZZ,ZZZ,ZZ9.99.

001741 01  BIL100-GT-LINE3.
001742     05  FILLER          PIC X(4)    VALUE SPACES.
001743     05  FILLER          PIC X(18)   VALUE "STUDENTS ON HOLD:".
001744     05  BIL100-O-HELD-CTR PIC ZZZZ9.

001750 PROCEDURE DIVISION.

001760 0000-MAINLINE.
001840     MOVE BIL100-I-YEAR TO BIL100-O-YEAR.
001850     MOVE BIL100-I-MONTH TO BIL100-O-MONTH.
001860     MOVE BIL100-I-DAY TO BIL100-O-DAY.
001862     MOVE BIL100-I-DATE TO BIL100-RUN-DATE.

001870     OPEN INPUT STUDENT-MASTER.
001880     OPEN INPUT SUMMARY-FILE.
001890     OPEN OUTPUT CSV-FILE.
001900     OPEN OUTPUT PRTOUT.
001902     OPEN INPUT HOLD-FILE.
001904     IF BIL100-HLD-STATUS NOT = "00"
001906         MOVE "Y" TO BIL100-SW-NO-HLD
001908     END-IF.

001910     OPEN INPUT CONTROL-CARD-FILE.
001920     IF BIL100-CTL-STATUS = "00"
001950                 CONTINUE
001960             NOT AT END
001970                 MOVE BRC-CREDIT-RATE TO BIL100-CREDIT-RATE
001990                 MOVE BRC-FT-FLAT-AMT TO BIL100-FT-FLAT-AMT
002000         END-READ
002010         CLOSE CONTROL-CARD-FILE

002030     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002040     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
002060 1000-EXIT.
002070     EXIT.

002080 2000-MAINLINE.
002090     ADD 1 TO BIL100-STU-CTR.
002100     PERFORM 2050-READ-SUMMARY THRU 2050-EXIT.
002110     MOVE TSM-CRED-ATTEMPTED TO BIL100-CREDIT-TOTAL.
002170     PERFORM 2100-PRICE-STUDENT THRU 2100-EXIT.
002175     PERFORM 2400-CHECK-HOLDS THRU 2400-EXIT.
002180     PERFORM 2200-PRINT-REGISTER THRU 2200-EXIT.
002190     IF BIL100-CREDIT-TOTAL > ZERO
002200         PERFORM 2300-BUILD-DETAIL THRU 2300-EXIT
002280 2000-EXIT.
002290     EXIT.

002293 2050-READ-SUMMARY.
002296     MOVE I-ID TO TSM-ID.
002299     READ SUMMARY-FILE
002302         INVALID KEY
002305             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
002308                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
002311                 TSM-COURSE-CTR
002314             SET TSM-PART-TIME TO TRUE
002317     END-READ.
002320 2050-EXIT.
002380     EXIT.

002390 2100-PRICE-STUDENT.
002410     IF BIL100-CREDIT-TOTAL = ZERO
002420         MOVE ZERO TO BIL100-CHARGES
002430         GO TO 2100-EXIT.
002440     IF TSM-FULL-TIME
002450         MOVE BIL100-FT-FLAT-AMT TO BIL100-CHARGES
002460         MOVE "FULL-TIME" TO BIL100-O-FT-FLAG
002470         ADD 1 TO BIL100-FLAT-CTR
002870 2300-EXIT.
002880     EXIT.

002881 2400-CHECK-HOLDS.
002882     MOVE "N" TO BIL100-SW-ON-HOLD.
002883     MOVE SPACES TO BIL100-O-HOLD-FLAG.
002884     IF BIL100-NO-HOLD-FILE
002885         GO TO 2400-EXIT.
002886     MOVE I-ID TO HLD-ID.
002887     MOVE LOW-VALUES TO HLD-TYPE.
002888     MOVE "Y" TO BIL100-SW-MORE-HLD.
002889     START HOLD-FILE KEY NOT LESS THAN HLD-KEY
002890         INVALID KEY
002891             MOVE "N" TO BIL100-SW-MORE-HLD
002892     END-START.
002893     PERFORM 2410-SCAN-HOLDS THRU 2410-EXIT
002894         UNTIL NOT BIL100-MORE-HLD OR BIL100-ON-HOLD.
002895     IF BIL100-ON-HOLD
002896         MOVE "HOLD" TO BIL100-O-HOLD-FLAG
002897         MOVE HLD-TYPE TO BIL100-O-HOLD-FLAG (6:2)
002898         ADD 1 TO BIL100-HELD-CTR
002899     END-IF.
002900 2400-EXIT.
002901     EXIT.

002902 2410-SCAN-HOLDS.
002903     READ HOLD-FILE NEXT RECORD
002904         AT END
002905             MOVE "N" TO BIL100-SW-MORE-HLD
002906     END-READ.
002907     IF NOT BIL100-MORE-HLD
002908         GO TO 2410-EXIT.
002909     IF HLD-ID NOT = I-ID
002910         MOVE "N" TO BIL100-SW-MORE-HLD
002911         GO TO 2410-EXIT.
002912     IF HLD-START-DATE NOT > BIL100-RUN-DATE
002913         AND (HLD-RELEASE-DATE = ZERO
002914             OR HLD-RELEASE-DATE > BIL100-RUN-DATE)
002915         SET BIL100-ON-HOLD TO TRUE
002916     END-IF.
002917 2410-EXIT.
002918     EXIT.

002919 9000-TERMINATE.
002922     MOVE BIL100-CREDIT-RATE TO BIL100-O-RATE.
002925     MOVE BIL100-FT-FLAT-AMT TO BIL100-O-FLAT-AMT.
002930     WRITE PRTLINE FROM BIL100-RATE-LINE
002940         AFTER ADVANCING 3 LINES.
002950     MOVE BIL100-STU-CTR TO BIL100-O-STU-CTR.
003010     MOVE BIL100-GRAND-TOTAL TO BIL100-O-GRAND-TOTAL.
003020     WRITE PRTLINE FROM BIL100-GT-LINE2
003030         AFTER ADVANCING 1 LINE.
003032     MOVE BIL100-HELD-CTR TO BIL100-O-HELD-CTR.
003034     WRITE PRTLINE FROM BIL100-GT-LINE3
003036         AFTER ADVANCING 1 LINE.
003040     CLOSE STUDENT-MASTER.
003050     CLOSE SUMMARY-FILE.
003060     CLOSE CSV-FILE.
003070     CLOSE PRTOUT.
003072     IF NOT BIL100-NO-HOLD-FILE
003074         CLOSE HOLD-FILE
003076     END-IF.
003080 9000-EXIT.
003090     EXIT.

003230     END-READ.
003240 9200-EXIT.
003250     EXIT.
