000096*            EXTRACT, AND A NEW SUMMARY PAGE (STDNTSCX.PRT)    *
000097*            SHOWS THE EXTRACTED AND SUPPRESSED COUNTS SO THE  *
000098*            COMMITTEE CAN BALANCE THE FILE.                   *
000099*   10/15/26  JCB  CREDIT LOAD AND FULL-TIME STATUS NOW COME    *
000100*            FROM THE NIGHTLY TERM-SUMMARY FILE STDNTTSM.DAT    *
000101*            (BUILT BY NEW CBLJCB38), READ BY I-ID, INSTEAD OF  *
000102*            THIS RUN'S OWN MATCH OF STDNTCRS.DAT.              *
000103*            MSC100-MIN-CREDITS DROPPED - TSM-FULL-TIME CARRIES *
000104*            THE SAME 12.0 BAR FOR EVERY RUN.                   *
000105*****************************************************************

000110*****************************************************************
000120* MERIT SCHOLARSHIP ELIGIBILITY EXTRACT FOR THE SCHOLARSHIP      *
000130* COMMITTEE.  READS STUDENT-MASTER, LOOKS UP EACH STUDENT'S      *
000140* CREDIT LOAD ON THE TERM-SUMMARY FILE (STDNTTSM.DAT, BUILT      *
000150* NIGHTLY BY CBLJCB38), AND WRITES A COMMA-DELIMITED RECORD FOR  *
000160* EVERY STUDENT WHOSE I-GPA IS AT OR ABOVE MSC100-GPA-CUTOFF AND *
000170* WHO IS FULL-TIME ON THE SUMMARY - BOTH BARS TOGETHER,          *
000180* SINCE A PART-TIME STUDENT WITH A HIGH GPA IS NOT ELIGIBLE FOR  *
000190* A FULL-RIDE AWARD.  EACH RECORD CARRIES THE TWO SUPPORTING     *
000200* NUMBERS (GPA AND CREDITS) SO THE COMMITTEE HAS ONE FILE.       *
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS I-ID.

000296     SELECT SUMMARY-FILE
000302         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000308         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS RANDOM
000320         RECORD KEY IS TSM-ID.

000330     SELECT CSV-FILE
000340         ASSIGN TO "C:\COBOLWI22\STDNTSCH.CSV"

000420     COPY STDNTREC.

000430 FD  SUMMARY-FILE
000440     LABEL RECORD IS STANDARD
000450     DATA RECORD IS TSM-REC
000460     RECORD CONTAINS 40 CHARACTERS.

000470     COPY STDNTTSM.

000480 FD  CSV-FILE
000490     LABEL RECORD IS STANDARD
000540 77  MSC100-SW-MORE-MSTR  PIC X       VALUE "Y".
000550     88  MSC100-MORE-MSTR              VALUE "Y".

000580 77  MSC100-REC-CTR       PIC 9(5)    COMP VALUE ZERO.
000582 77  MSC100-SUPP-CTR      PIC 9(5)    COMP VALUE ZERO.
000590 77  MSC100-PTR           PIC 9(4)    COMP VALUE 1.

000600 77  MSC100-GPA-CUTOFF    PIC 9V99    VALUE 3.50.

000630 01  MSC100-GPA-EDIT.
000640     05  MSC100-GPA-WHOLE PIC 9.

000780 1000-INITIALIZE.
000790     OPEN INPUT STUDENT-MASTER.
000800     OPEN INPUT SUMMARY-FILE.
000810     OPEN OUTPUT CSV-FILE.
000812     OPEN OUTPUT PRTOUT.
000820     PERFORM 9100-READ-MASTER THRU 9100-EXIT.
000840 1000-EXIT.
000850     EXIT.

000860 2000-MAINLINE.
000870     PERFORM 2050-READ-SUMMARY THRU 2050-EXIT.
000940     IF I-GPA NOT < MSC100-GPA-CUTOFF
000950        AND TSM-FULL-TIME
000952         IF I-CONFIDENTIAL
000954             ADD 1 TO MSC100-SUPP-CTR
000956         ELSE
001010 2000-EXIT.
001020     EXIT.

001023 2050-READ-SUMMARY.
001026     MOVE I-ID TO TSM-ID.
001029     READ SUMMARY-FILE
001032         INVALID KEY
001035             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
001038                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
001041                 TSM-COURSE-CTR
001044             SET TSM-PART-TIME TO TRUE
001047     END-READ.
001050 2050-EXIT.
001110     EXIT.

001120 2100-BUILD-DETAIL.
001140     MOVE I-GPA TO MSC100-GPA-WHOLE.
001150     COMPUTE MSC100-GPA-CENTS =
001160         (I-GPA - MSC100-GPA-WHOLE) * 100.
001170     MOVE TSM-CRED-ATTEMPTED TO MSC100-CRD-WHOLE.
001180     COMPUTE MSC100-CRD-TENTHS =
001190         (TSM-CRED-ATTEMPTED - MSC100-CRD-WHOLE) * 10.
001200     MOVE 1 TO MSC100-PTR.
001210     STRING I-ID                      DELIMITED BY SIZE
001220            ","                        DELIMITED BY SIZE
001358     WRITE PRTLINE FROM MSC100-GT-LINE
001359         AFTER ADVANCING 3 LINES.
001360     CLOSE STUDENT-MASTER.
001370     CLOSE SUMMARY-FILE.
001380     CLOSE CSV-FILE.
001385     CLOSE PRTOUT.
001390 9000-EXIT.
001450     END-READ.
001460 9100-EXIT.
001470     EXIT.
