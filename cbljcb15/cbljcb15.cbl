000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   09/02/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  THE GPA NOW COMES FROM THE NIGHTLY           *
000092*            TERM-SUMMARY FILE STDNTTSM.DAT (BUILT BY NEW       *
000093*            CBLJCB38), READ BY I-ID, INSTEAD OF THIS RUN'S OWN *
000094*            MATCH OF STDNTCRS.DAT.  THE PRIVATE COPY OF THE    *
000095*            GRADE TABLE IS GONE - THE SUMMARY IS COMPUTED FROM *
000096*            THE SHARED STDNTGRT TABLE.                         *
000100*****************************************************************

000110*****************************************************************
000120* ACADEMIC STANDING DETERMINATION RUN.  READS STUDENT-MASTER,   *
000130* TAKES EACH STUDENT'S CREDIT-WEIGHTED GPA FROM THE TERM-       *
000140* SUMMARY FILE (STDNTTSM.DAT, BUILT NIGHTLY BY CBLJCB38 - THE   *
000150* SAME FIGURE CBLJCB08 RECONCILES), FALLING BACK TO THE STORED  *
000160* I-GPA WHEN NO GRADED CREDITS ARE ON FILE, AND                 *
000170* ASSIGNS EACH STUDENT A STANDING CODE FROM THE POLICY CUTOFFS  *
000180* ON A CONTROL CARD (STDNTASP.DAT, SAME CONTROL-CARD PATTERN    *
000190* AS CBLJCB10'S STDNTPGC.DAT - A MISSING CARD DEFAULTS THE      *
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS I-ID.

000376     SELECT SUMMARY-FILE
000382         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000388         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS RANDOM
000400         RECORD KEY IS TSM-ID.

000410     SELECT OPTIONAL PRIOR-STANDING-FILE
000420         ASSIGN TO "C:\COBOLWI22\STDNTSTD.DAT"

000630     COPY STDNTREC.

000640 FD  SUMMARY-FILE
000650     LABEL RECORD IS STANDARD
000660     DATA RECORD IS TSM-REC
000670     RECORD CONTAINS 40 CHARACTERS.

000680     COPY STDNTTSM.

000690 FD  PRIOR-STANDING-FILE
000700     LABEL RECORD IS STANDARD
001030 77  ASR100-SW-MORE-MSTR PIC X       VALUE "Y".
001040     88  ASR100-MORE-MSTR             VALUE "Y".

001070 77  ASR100-SW-MORE-PRI  PIC X       VALUE "Y".
001080     88  ASR100-MORE-PRI              VALUE "Y".

001110 77  ASR100-CTL-STATUS   PIC XX      VALUE SPACES.

001120 77  ASR100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001250     05  ASR100-SUSPENSION-GPA PIC 9V99  VALUE 1.00.

001260 01  ASR100-ACCUM.
001290     05  ASR100-COMPUTED-GPA   PIC 9V99            VALUE ZERO.

001490 01  ASR100-STANDING-NAME-VALUES.
001500     05  FILLER          PIC X(16)   VALUE "GOOD STANDING".
002760     MOVE ASR100-I-DAY TO ASR100-N-DAY.

002770     OPEN INPUT STUDENT-MASTER.
002780     OPEN INPUT SUMMARY-FILE.
002790     OPEN INPUT PRIOR-STANDING-FILE.
002800     OPEN OUTPUT STANDING-FILE.
002810     OPEN OUTPUT PRTOUT.
002950     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002960     PERFORM 9150-PRINT-NOT-HDG THRU 9150-EXIT.
002970     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
002990     PERFORM 9400-READ-PRIOR THRU 9400-EXIT.
003000 1000-EXIT.
003010     EXIT.

003020 2000-MAINLINE.
003030     ADD 1 TO ASR100-STU-CTR.
003040     PERFORM 2050-READ-SUMMARY THRU 2050-EXIT.
003110     PERFORM 2200-COMPUTE-GPA THRU 2200-EXIT.
003120     PERFORM 2300-DETERMINE-STANDING THRU 2300-EXIT.
003130     PERFORM 2400-FIND-PRIOR-STANDING THRU 2400-EXIT.
003200 2000-EXIT.
003210     EXIT.

003213 2050-READ-SUMMARY.
003216     MOVE I-ID TO TSM-ID.
003219     READ SUMMARY-FILE
003222         INVALID KEY
003225             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
003228                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
003231                 TSM-COURSE-CTR
003234             SET TSM-PART-TIME TO TRUE
003237     END-READ.
003240 2050-EXIT.
003450     EXIT.

003460 2200-COMPUTE-GPA.
003470     IF TSM-CRED-GRADED > ZERO
003480         MOVE TSM-GPA TO ASR100-COMPUTED-GPA
003500     ELSE
003510         MOVE I-GPA TO ASR100-COMPUTED-GPA
003520     END-IF.
004370     WRITE NOTLINE FROM ASR100-NOT-GT-LINE
004380         AFTER ADVANCING 3 LINES.
004390     CLOSE STUDENT-MASTER.
004400     CLOSE SUMMARY-FILE.
004410     CLOSE PRIOR-STANDING-FILE.
004420     CLOSE STANDING-FILE.
004430     CLOSE PRTOUT.
004700 9200-EXIT.
004710     EXIT.

004790 9400-READ-PRIOR.
004800     READ PRIOR-STANDING-FILE
004810         AT END
