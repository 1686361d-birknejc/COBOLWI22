000096*            TO MATCH THE SECTION NUMBER ADDED TO STDNTCRS.    *
000097*   09/02/26  JCB  FD STUDENT-MASTER RECORD LENGTH RAISED TO   *
000098*            50 TO MATCH THE FERPA FLAG BYTE IN STDNTREC.      *
000099*   10/15/26  JCB  GRADE TABLE MOVED TO NEW COPYBOOK STDNTGRT   *
000100*            SO THE GRADE-SHEET INTAKE (NEW CBLJCB29) EDITS     *
000101*            GRADES AGAINST THE SAME TABLE THIS RUN COMPUTES    *
000102*            THE GPA FROM.                                      *
000103*   10/15/26  JCB  THE COMPUTED GPA NOW COMES FROM THE NIGHTLY  *
000104*            TERM-SUMMARY FILE STDNTTSM.DAT (BUILT BY NEW       *
000105*            CBLJCB38), READ BY I-ID, INSTEAD OF THIS RUN'S OWN *
000106*            MATCH OF STDNTCRS.DAT AGAINST STDNTGRT.  THE       *
000107*            ORPHANED-ENROLLMENT LINES MOVED TO THE CBLJCB38    *
000108*            CONTROL LISTING WITH THE MATCH.                    *
000109*****************************************************************

000110*****************************************************************
000120* READS STUDENT-MASTER, LOOKS UP EACH STUDENT'S CREDIT-WEIGHTED  *
000130* GPA ON THE TERM-SUMMARY FILE (STDNTTSM.DAT, COMPUTED NIGHTLY   *
000140* FROM CRS-GRADE/CRS-CREDITS BY CBLJCB38), AND LISTS ANY         *
000150* STUDENT WHOSE COMPUTED GPA DIFFERS FROM THE STORED I-GPA BY    *
000160* MORE THAN GPR100-GPA-TOLERANCE SO A STALE OR HAND-KEYED I-GPA  *
000170* CAN BE CAUGHT BEFORE IT DRIVES THE DEAN'S LIST OR ROSTER RUNS. *
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS I-ID.

000266     SELECT SUMMARY-FILE
000272         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000278         ORGANIZATION IS INDEXED
000284         ACCESS MODE IS RANDOM
000290         RECORD KEY IS TSM-ID.

000300     SELECT PRTOUT
000310         ASSIGN TO "C:\COBOLWI22\STDNTGPR.PRT"

000390     COPY STDNTREC.

000400 FD  SUMMARY-FILE
000410     LABEL RECORD IS STANDARD
000420     DATA RECORD IS TSM-REC
000430     RECORD CONTAINS 40 CHARACTERS.

000440     COPY STDNTTSM.

000450 FD  PRTOUT
000460     LABEL RECORD IS OMITTED
000520 77  GPR100-SW-MORE-MSTR PIC X       VALUE "Y".
000530     88  GPR100-MORE-MSTR             VALUE "Y".

000560 77  GPR100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000570 77  GPR100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
000580 77  GPR100-EXCEP-CTR    PIC 9(5)    COMP VALUE ZERO.
000590 01  GPR100-GPA-TOLERANCE PIC 9V99   VALUE 0.05.

000600 01  GPR100-ACCUM.
000630     05  GPR100-COMPUTED-GPA   PIC 9V99            VALUE ZERO.
000640     05  GPR100-GPA-DIFF       PIC 9V99            VALUE ZERO.

000840 01  GPR100-CURRENT-DATE-AND-TIME.
000850     05  GPR100-I-DATE.
001250     05  FILLER          PIC X(9)    VALUE SPACES.
001260     05  GPR100-O-DIFF   PIC Z.99.

001330 01  GPR100-GT-LINE.
001340     05  FILLER          PIC X(4)    VALUE SPACES.
001350     05  FILLER          PIC X(20)   VALUE "STUDENTS REVIEWED:".
001510     MOVE GPR100-I-DAY TO GPR100-O-DAY.

001520     OPEN INPUT STUDENT-MASTER.
001530     OPEN INPUT SUMMARY-FILE.
001540     OPEN OUTPUT PRTOUT.

001550     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001560     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
001580 1000-EXIT.
001590     EXIT.

001600 2000-MAINLINE.
001610     ADD 1 TO GPR100-STU-CTR.
001620     PERFORM 2050-READ-SUMMARY THRU 2050-EXIT.
001690     PERFORM 2200-CHECK-GPA THRU 2200-EXIT.
001700     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
001710 2000-EXIT.
001720     EXIT.

001728 2050-READ-SUMMARY.
001736     MOVE I-ID TO TSM-ID.
001744     READ SUMMARY-FILE
001752         INVALID KEY
001760             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
001768                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
001776                 TSM-COURSE-CTR
001784             SET TSM-PART-TIME TO TRUE
001792     END-READ.
001800 2050-EXIT.
001990     EXIT.

002000 2200-CHECK-GPA.
002010     IF TSM-CRED-GRADED > ZERO
002020         MOVE TSM-GPA TO GPR100-COMPUTED-GPA
002040         IF GPR100-COMPUTED-GPA > I-GPA
002050             COMPUTE GPR100-GPA-DIFF = GPR100-COMPUTED-GPA - I-GPA
002060         ELSE
002170     MOVE GPR100-EXCEP-CTR TO GPR100-O-EXCEP-CTR.
002180     WRITE PRTLINE FROM GPR100-GT-LINE
002190         AFTER ADVANCING 3 LINES.
002200     CLOSE STUDENT-MASTER.
002210     CLOSE SUMMARY-FILE.
002220     CLOSE PRTOUT.
002230 9000-EXIT.
002240     EXIT.
002390 9200-EXIT.
002400     EXIT.

002480 9400-PRINT-EXCEPTION.
002490     MOVE I-ID TO GPR100-O-ID.
002500     MOVE I-LNAME TO GPR100-O-LNAME.
002590     ADD 1 TO GPR100-EXCEP-CTR.
002600 9400-EXIT.
002610     EXIT.
