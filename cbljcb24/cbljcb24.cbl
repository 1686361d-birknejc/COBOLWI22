000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   09/02/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  A REQUESTED STUDENT IS NOW CHECKED AGAINST   *
000092*            THE NEW STUDENT HOLD FILE (STDNTHLD.DAT,           *
000093*            MAINTAINED BY NEW CBLJCB28).  A STUDENT WITH A     *
000094*            HOLD IN FORCE ON THE RUN DATE GETS NO LETTER; THE  *
000095*            REQUEST IS LISTED ON THE EXCEPTION PAGE UNDER A    *
000096*            NEW LETTERS-WITHHELD HEADING NAMING THE HOLD TYPE  *
000097*            AND REASON.  THE HOLD FILE IS FILE STATUS-CHECKED  *
000098*            ON THE OPEN - IF IT IS ABSENT EVERY REQUESTED      *
000099*            LETTER PRINTS AS BEFORE.                           *
000100*   10/15/26  JCB  CREDIT LOAD AND FULL-/PART-TIME STATUS NOW   *
000101*            COME FROM THE NIGHTLY TERM-SUMMARY FILE            *
000102*            STDNTTSM.DAT (BUILT BY NEW CBLJCB38), READ BY I-ID *
000103*            FOR EACH LETTER PRINTED, INSTEAD OF THIS RUN'S OWN *
000104*            MATCH OF STDNTCRS.DAT.  EVL100-FT-THRESHOLD        *
000105*            DROPPED - TSM-FULL-TIME CARRIES THE SAME 12.0 BAR  *
000106*            FOR EVERY RUN.                                     *
000107*****************************************************************

000110*****************************************************************
000120* ENROLLMENT-VERIFICATION LETTER RUN FOR LENDERS AND INSURERS.  *
000130* READS A REQUEST CARD FILE OF STUDENT IDS (STDNTEVC.DAT, ONE   *
000140* ID PER CARD - SAME CONTROL-CARD PATTERN AS CBLJCB09'S         *
000150* STDNTAIC.DAT) INTO A TABLE, THEN READS STUDENT-MASTER.  FOR   *
000160* EACH REQUESTED STUDENT ON FILE IT TAKES THE CREDIT LOAD AND   *
000170* FULL-TIME OR PART-TIME STATUS FROM THE TERM-SUMMARY FILE      *
000180* (STDNTTSM.DAT, BUILT NIGHTLY BY CBLJCB38 - THE SAME FIGURES   *
000190* CBLJCB05 AND CBLJCB12 USE), AND PRINTS                        *
000200* A DATED CERTIFICATION LETTER (ONE PAGE PER STUDENT).  ANY     *
000210* REQUESTED ID NOT ON STUDENT-MASTER IS LISTED ON AN EXCEPTION  *
000220* PAGE AT THE END OF THE RUN.  ONLY THE FIRST 100 REQUEST       *
000222* CARDS FIT THE TABLE - ANY BEYOND THAT ARE STILL READ AND      *
000224* COUNTED, AND THE EXCEPTION PAGE REPORTS HOW MANY WERE NOT     *
000226* PROCESSED SO NO REQUEST DISAPPEARS WITHOUT A TRACE.           *
000227* A REQUESTED STUDENT WITH AN ACTIVE HOLD ON STDNTHLD.DAT GETS  *
000228* NO LETTER AND IS LISTED ON THE EXCEPTION PAGE WITH THE HOLD.  *
000230*****************************************************************

000240 ENVIRONMENT DIVISION.
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS I-ID.

000316     SELECT SUMMARY-FILE
000322         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000328         ORGANIZATION IS INDEXED
000334         ACCESS MODE IS RANDOM
000340         RECORD KEY IS TSM-ID.

000350     SELECT REQUEST-CARD-FILE
000360         ASSIGN TO "C:\COBOLWI22\STDNTEVC.DAT"
000400         ASSIGN TO "C:\COBOLWI22\STDNTEVL.PRT"
000410         ORGANIZATION IS RECORD SEQUENTIAL.

000411     SELECT HOLD-FILE
000412         ASSIGN TO "C:\COBOLWI22\STDNTHLD.DAT"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS HLD-KEY
000416         FILE STATUS IS EVL100-HLD-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.


000480     COPY STDNTREC.

000490 FD  SUMMARY-FILE
000500     LABEL RECORD IS STANDARD
000510     DATA RECORD IS TSM-REC
000520     RECORD CONTAINS 40 CHARACTERS.

000530     COPY STDNTTSM.

000540 FD  REQUEST-CARD-FILE
000550     LABEL RECORD IS STANDARD

000650 01  PRTLINE             PIC X(132).

000651 FD  HOLD-FILE
000652     LABEL RECORD IS STANDARD
000653     DATA RECORD IS HLD-REC
000654     RECORD CONTAINS 55 CHARACTERS.

000655     COPY STDNTHLD.

000660 WORKING-STORAGE SECTION.
000670 77  EVL100-SW-MORE-MSTR PIC X       VALUE "Y".
000680     88  EVL100-MORE-MSTR             VALUE "Y".

000710 77  EVL100-SW-MORE-REQ  PIC X       VALUE "Y".
000720     88  EVL100-MORE-REQ              VALUE "Y".


000750 77  EVL100-REQ-STATUS   PIC XX      VALUE SPACES.

000751 77  EVL100-SW-NO-HLD    PIC X       VALUE "N".
000752     88  EVL100-NO-HOLD-FILE          VALUE "Y".

000753 77  EVL100-HLD-STATUS   PIC XX      VALUE SPACES.

000754 77  EVL100-SW-MORE-HLD  PIC X       VALUE "N".
000755     88  EVL100-MORE-HLD              VALUE "Y".

000756 77  EVL100-SW-ON-HOLD   PIC X       VALUE "N".
000757     88  EVL100-ON-HOLD               VALUE "Y".

000758 77  EVL100-RUN-DATE     PIC 9(8)    VALUE ZERO.

000760 77  EVL100-REQ-CTR      PIC 9(3)    COMP VALUE ZERO.
000762 77  EVL100-OVFL-CTR     PIC 9(5)    COMP VALUE ZERO.
000764 77  EVL100-TOT-REQ-CTR  PIC 9(5)    COMP VALUE ZERO.
000770 77  EVL100-REQ-SUB      PIC 9(3)    COMP VALUE ZERO.
000780 77  EVL100-LETTER-CTR   PIC 9(5)    COMP VALUE ZERO.
000790 77  EVL100-MISSING-CTR  PIC 9(5)    COMP VALUE ZERO.
000791 77  EVL100-HELD-CTR     PIC 9(5)    COMP VALUE ZERO.

000820 01  EVL100-REQUEST-TABLE.
000830     05  EVL100-REQ-ENTRY OCCURS 100 TIMES.
000840         10  EVL100-REQ-ID     PIC X(7).
000850         10  EVL100-REQ-FOUND  PIC X.
000851         10  EVL100-REQ-HLD-TYPE PIC X(2).
000852         10  EVL100-REQ-HLD-REASON PIC X(30).

000860 01  EVL100-CURRENT-DATE-AND-TIME.
000870     05  EVL100-I-DATE.
001396-                                    "CAPACITY - NOT PROCESSED:".
001397     05  EVL100-O-OVFL-CTR PIC ZZZZ9.

001398 01  EVL100-HLD-TITLE-LINE.
001399     05  FILLER          PIC X(10)   VALUE SPACES.
001401     05  FILLER          PIC X(34)   VALUE
001402         "LETTERS WITHHELD - STUDENT ON HOLD".

001403 01  EVL100-HLD-DETAIL-LINE.
001404     05  FILLER          PIC X(10)   VALUE SPACES.
001405     05  EVL100-O-HLD-ID PIC X(7).
001406     05  FILLER          PIC X(4)    VALUE SPACES.
001407     05  FILLER          PIC X(5)    VALUE "HOLD ".
001408     05  EVL100-O-HLD-TYPE PIC X(2).
001409     05  FILLER          PIC X(4)    VALUE SPACES.
001411     05  EVL100-O-HLD-REASON PIC X(30).

001413 01  EVL100-GT-LINE.
001415     05  FILLER          PIC X(4)    VALUE SPACES.
001420     05  FILLER          PIC X(15)   VALUE "REQUESTS READ:".
001430     05  EVL100-O-REQ-CTR PIC ZZZZ9.
001440     05  FILLER          PIC X(4)    VALUE SPACES.
001470     05  FILLER          PIC X(4)    VALUE SPACES.
001480     05  FILLER          PIC X(13)   VALUE "NOT ON FILE:".
001490     05  EVL100-O-MISS-CTR PIC ZZZZ9.
001491     05  FILLER          PIC X(4)    VALUE SPACES.
001492     05  FILLER          PIC X(17)   VALUE "LETTERS WITHHELD:".
001493     05  EVL100-O-HELD-CTR PIC ZZZZ9.

001500 PROCEDURE DIVISION.

001590     MOVE EVL100-I-YEAR TO EVL100-O-YEAR.
001600     MOVE EVL100-I-MONTH TO EVL100-O-MONTH.
001610     MOVE EVL100-I-DAY TO EVL100-O-DAY.
001612     MOVE EVL100-I-DATE TO EVL100-RUN-DATE.

001620     OPEN INPUT REQUEST-CARD-FILE.
001630     IF EVL100-REQ-STATUS = "00"
001682     END-IF.

001690     OPEN INPUT STUDENT-MASTER.
001700     OPEN INPUT SUMMARY-FILE.
001710     OPEN OUTPUT PRTOUT.
001712     OPEN INPUT HOLD-FILE.
001714     IF EVL100-HLD-STATUS NOT = "00"
001716         MOVE "Y" TO EVL100-SW-NO-HLD
001718     END-IF.

001720     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
001740 1000-EXIT.
001750     EXIT.

001820     EXIT.

001830 2000-MAINLINE.
001910     PERFORM 2100-CHECK-REQUESTED THRU 2100-EXIT.
001912     IF EVL100-REQUESTED
001914         PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT
001916     END-IF.
001918     IF EVL100-REQUESTED AND EVL100-ON-HOLD
001919         PERFORM 2160-MARK-HELD THRU 2160-EXIT
001921             VARYING EVL100-REQ-SUB FROM 1 BY 1
001922                 UNTIL EVL100-REQ-SUB > EVL100-REQ-CTR
001923         ADD 1 TO EVL100-HELD-CTR
001924         MOVE "N" TO EVL100-SW-REQUESTED
001925     END-IF.
001926     IF EVL100-REQUESTED
001928         PERFORM 2050-READ-SUMMARY THRU 2050-EXIT
001930         PERFORM 2200-PRINT-LETTER THRU 2200-EXIT
001940         ADD 1 TO EVL100-LETTER-CTR
001950     END-IF.
001970 2000-EXIT.
001980     EXIT.

001983 2050-READ-SUMMARY.
001986     MOVE I-ID TO TSM-ID.
001989     READ SUMMARY-FILE
001992         INVALID KEY
001995             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
001998                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
002001                 TSM-COURSE-CTR
002004             SET TSM-PART-TIME TO TRUE
002007     END-READ.
002010 2050-EXIT.
002070     EXIT.

002080 2100-CHECK-REQUESTED.
002210 2150-EXIT.
002220     EXIT.

002222 2160-MARK-HELD.
002224     IF EVL100-REQ-ID (EVL100-REQ-SUB) = I-ID
002226         MOVE "H" TO EVL100-REQ-FOUND (EVL100-REQ-SUB)
002228         MOVE HLD-TYPE TO EVL100-REQ-HLD-TYPE (EVL100-REQ-SUB)
002229         MOVE HLD-REASON TO
002231             EVL100-REQ-HLD-REASON (EVL100-REQ-SUB)
002232     END-IF.
002234 2160-EXIT.
002236     EXIT.

002238 2200-PRINT-LETTER.
002240     WRITE PRTLINE FROM EVL100-DATE-LINE
002250         AFTER ADVANCING PAGE.
002260     WRITE PRTLINE FROM EVL100-SALUTATION-LINE
002370     MOVE I-ID TO EVL100-O-ID.
002380     WRITE PRTLINE FROM EVL100-BODY-LINE2
002390         AFTER ADVANCING 1 LINE.
002400     MOVE TSM-CRED-ATTEMPTED TO EVL100-O-CREDITS.
002410     IF TSM-FULL-TIME
002420         MOVE "FULL-TIME" TO EVL100-O-STATUS
002430     ELSE
002440         MOVE "PART-TIME" TO EVL100-O-STATUS
002540 2200-EXIT.
002550     EXIT.

002551 2300-CHECK-HOLDS.
002552     MOVE "N" TO EVL100-SW-ON-HOLD.
002553     IF EVL100-NO-HOLD-FILE
002554         GO TO 2300-EXIT.
002555     MOVE I-ID TO HLD-ID.
002556     MOVE LOW-VALUES TO HLD-TYPE.
002557     MOVE "Y" TO EVL100-SW-MORE-HLD.
002558     START HOLD-FILE KEY NOT LESS THAN HLD-KEY
002559         INVALID KEY
002561             MOVE "N" TO EVL100-SW-MORE-HLD
002562     END-START.
002563     PERFORM 2310-SCAN-HOLDS THRU 2310-EXIT
002564         UNTIL NOT EVL100-MORE-HLD OR EVL100-ON-HOLD.
002565 2300-EXIT.
002566     EXIT.

002567 2310-SCAN-HOLDS.
002568     READ HOLD-FILE NEXT RECORD
002569         AT END
002571             MOVE "N" TO EVL100-SW-MORE-HLD
002572     END-READ.
002573     IF NOT EVL100-MORE-HLD
002574         GO TO 2310-EXIT.
002575     IF HLD-ID NOT = I-ID
002576         MOVE "N" TO EVL100-SW-MORE-HLD
002577         GO TO 2310-EXIT.
002578     IF HLD-START-DATE NOT > EVL100-RUN-DATE
002579         AND (HLD-RELEASE-DATE = ZERO
002581             OR HLD-RELEASE-DATE > EVL100-RUN-DATE)
002582         SET EVL100-ON-HOLD TO TRUE
002583     END-IF.
002584 2310-EXIT.
002585     EXIT.

002586 9000-TERMINATE.
002587     WRITE PRTLINE FROM EVL100-EXC-TITLE-LINE
002588         AFTER ADVANCING PAGE.
002590     PERFORM 9500-LIST-MISSING THRU 9500-EXIT
002600         VARYING EVL100-REQ-SUB FROM 1 BY 1
002610             UNTIL EVL100-REQ-SUB > EVL100-REQ-CTR.
002624     MOVE EVL100-TOT-REQ-CTR TO EVL100-O-REQ-CTR.
002630     MOVE EVL100-LETTER-CTR TO EVL100-O-LTR-CTR.
002640     MOVE EVL100-MISSING-CTR TO EVL100-O-MISS-CTR.
002641     MOVE EVL100-HELD-CTR TO EVL100-O-HELD-CTR.
002642     IF EVL100-HELD-CTR > ZERO
002643         WRITE PRTLINE FROM EVL100-HLD-TITLE-LINE
002644             AFTER ADVANCING 3 LINES
002645         PERFORM 9600-LIST-HELD THRU 9600-EXIT
002646             VARYING EVL100-REQ-SUB FROM 1 BY 1
002647                 UNTIL EVL100-REQ-SUB > EVL100-REQ-CTR
002648     END-IF.
002650     WRITE PRTLINE FROM EVL100-GT-LINE
002660         AFTER ADVANCING 3 LINES.
002670     CLOSE STUDENT-MASTER.
002680     CLOSE SUMMARY-FILE.
002690     CLOSE PRTOUT.
002692     IF NOT EVL100-NO-HOLD-FILE
002694         CLOSE HOLD-FILE
002696     END-IF.
002700 9000-EXIT.
002710     EXIT.

002750             MOVE "N" TO EVL100-SW-MORE-MSTR
002760     END-READ.
002770 9200-EXIT.
002850     EXIT.

002860 9400-READ-REQUEST.
002920     EXIT.

002930 9500-LIST-MISSING.
002940     IF EVL100-REQ-FOUND (EVL100-REQ-SUB) = "N"
002950         MOVE EVL100-REQ-ID (EVL100-REQ-SUB) TO EVL100-O-EXC-ID
002960         WRITE PRTLINE FROM EVL100-EXC-DETAIL-LINE
002970             AFTER ADVANCING 1 LINE
002990     END-IF.
003000 9500-EXIT.
003010     EXIT.

003020 9600-LIST-HELD.
003030     IF EVL100-REQ-FOUND (EVL100-REQ-SUB) = "H"
003040         MOVE EVL100-REQ-ID (EVL100-REQ-SUB) TO EVL100-O-HLD-ID
003050         MOVE EVL100-REQ-HLD-TYPE (EVL100-REQ-SUB) TO
003060             EVL100-O-HLD-TYPE
003070         MOVE EVL100-REQ-HLD-REASON (EVL100-REQ-SUB) TO
003080             EVL100-O-HLD-REASON
003090         WRITE PRTLINE FROM EVL100-HLD-DETAIL-LINE
003100             AFTER ADVANCING 1 LINE
003110     END-IF.
003120 9600-EXIT.
003130     EXIT.
