000133*            LOAD AND LISTED ON THE EXCEPTION REPORT, WHICH    *
000134*            GAINED A REASON COLUMN, AND THE FOOTING COUNTS    *
000135*            THE SUPPRESSIONS SO THE TOTALS STILL BALANCE.     *
000136*   10/15/26  JCB  CREDIT LOAD AND FULL-TIME STATUS NOW COME    *
000137*            FROM THE NIGHTLY TERM-SUMMARY FILE STDNTTSM.DAT    *
000138*            (BUILT BY NEW CBLJCB38), READ BY I-ID, INSTEAD OF  *
000139*            THIS RUN'S OWN MATCH OF STDNTCRS.DAT.              *
000140*            CSV100-MIN-CREDITS DROPPED - TSM-FULL-TIME CARRIES *
000141*            THE SAME 12.0 BAR FOR EVERY RUN.                   *
000142*****************************************************************

000143*****************************************************************
000144* READS STUDENT-MASTER AND WRITES A COMMA-DELIMITED EXTRACT OF  *
000145* I-ID, I-LNAME, I-FNAME, AND I-EX-STRT-SAL FOR UPLOAD TO THE   *
000148* FINANCIAL AID OFFICE'S SYSTEM.  A STUDENT WHO IS NOT FULL-    *
000156* TIME ON THE TERM-SUMMARY FILE (STDNTTSM.DAT, BUILT NIGHTLY BY *
000164* CBLJCB38) IS EXCLUDED FROM THE FEED AND FLAGGED ON AN         *
000172* EXCEPTION REPORT.                                             *
000180*****************************************************************

000160 ENVIRONMENT DIVISION.
000250         ASSIGN TO "C:\COBOLWI22\STDNTFA.CSV"
000260         ORGANIZATION IS LINE SEQUENTIAL.

000261     SELECT SUMMARY-FILE
000262         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000263         ORGANIZATION IS INDEXED
000264         ACCESS MODE IS RANDOM
000265         RECORD KEY IS TSM-ID.

000266     SELECT PRTOUT
000267         ASSIGN TO "C:\COBOLWI22\STDNTFAX.PRT"
000268         ORGANIZATION IS RECORD SEQUENTIAL.

000270 DATA DIVISION.
000280 FILE SECTION.

000370 01  CSV100-REC              PIC X(81).

000371 FD  SUMMARY-FILE
000372     LABEL RECORD IS STANDARD
000373     DATA RECORD IS TSM-REC
000374     RECORD CONTAINS 40 CHARACTERS.

000375     COPY STDNTTSM.

000376 FD  PRTOUT
000377     LABEL RECORD IS OMITTED
000391 77  CSV100-SW-MORE-MSTR  PIC X       VALUE "Y".
000400     88  CSV100-MORE-MSTR              VALUE "Y".

000410 77  CSV100-REC-CTR       PIC 9(5)    COMP VALUE ZERO.
000411 77  CSV100-EXCL-CTR      PIC 9(5)    COMP VALUE ZERO.
000412 77  CSV100-SUPP-CTR      PIC 9(5)    COMP VALUE ZERO.
000414 77  CSV100-PAGE-CTR      PIC 9(2)    COMP VALUE ZERO.
000415 77  CSV100-PTR           PIC 9(4)    COMP VALUE 1.

000420 01  CSV100-SALARY-EDIT.
000430     05  CSV100-SAL-WHOLE PIC 9(6).
000440     05  FILLER           PIC X       VALUE ".".

000620 1000-INITIALIZE.
000630     OPEN INPUT STUDENT-MASTER.
000631     OPEN INPUT SUMMARY-FILE.
000640     OPEN OUTPUT CSV-FILE.
000641     OPEN OUTPUT PRTOUT.
000650     PERFORM 9100-READ-MASTER THRU 9100-EXIT.
000652     PERFORM 9400-PRINT-HDG THRU 9400-EXIT.
000660 1000-EXIT.
000670     EXIT.

000680 2000-MAINLINE.
000684     PERFORM 2050-READ-SUMMARY THRU 2050-EXIT.
000688     EVALUATE TRUE
000689         WHEN I-CONFIDENTIAL
000691             MOVE "CONFIDENTIAL-SUPPRESSED" TO CSV100-O-NOTE
000692             PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
000693             ADD 1 TO CSV100-SUPP-CTR
000694         WHEN TSM-FULL-TIME
000695             PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT
000700             WRITE CSV100-REC
000720             ADD 1 TO CSV100-REC-CTR
000740 2000-EXIT.
000750     EXIT.

000751 2050-READ-SUMMARY.
000752     MOVE I-ID TO TSM-ID.
000753     READ SUMMARY-FILE
000754         INVALID KEY
000755             MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
000756                 TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
000757                 TSM-COURSE-CTR
000758             SET TSM-PART-TIME TO TRUE
000759     END-READ.
000760 2050-EXIT.
000761     EXIT.

000762 2100-BUILD-DETAIL.
000770     MOVE SPACES TO CSV100-REC.
000780     MOVE I-EX-STRT-SAL TO CSV100-SAL-WHOLE.
000815     COMPUTE CSV100-SAL-CENTS =
000842     MOVE I-ID       TO CSV100-O-ID.
000843     MOVE I-LNAME    TO CSV100-O-LNAME.
000844     MOVE I-FNAME    TO CSV100-O-FNAME.
000845     MOVE TSM-CRED-ATTEMPTED TO CSV100-O-CREDITS.
000846     WRITE PRTLINE FROM CSV100-EXCEPTION-LINE
000847         AFTER ADVANCING 1 LINE
000848         AT EOP
000864     WRITE PRTLINE FROM CSV100-GT-LINE
000866         AFTER ADVANCING 3 LINES.
000870     CLOSE STUDENT-MASTER.
000871     CLOSE SUMMARY-FILE.
000872     CLOSE CSV-FILE.
000873     CLOSE PRTOUT.
000880 9000-EXIT.
000950 9100-EXIT.
000960     EXIT.

001040 9400-PRINT-HDG.
001050     ADD 1 TO CSV100-PAGE-CTR.
001060     MOVE CSV100-PAGE-CTR TO CSV100-O-PCTR.
