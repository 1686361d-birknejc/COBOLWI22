000010*****************************************************************
000020* STUDENT TERM-SUMMARY RECORD LAYOUT.  ONE RECORD PER STUDENT   *
000030* ON STUDENT-MASTER, KEYED BY TSM-ID.  STDNTTSM.DAT IS REBUILT  *
000040* WHOLE EACH NIGHT BY CBLJCB38, WHICH IS THE ONLY RUN THAT      *
000050* MATCHES STDNTCRS.DAT AGAINST THE MASTER FOR CREDIT AND GPA    *
000060* FIGURES.  THE CENSUS, GPA RECONCILIATION, HONORS, ACADEMIC    *
000070* STANDING, BILLING AND VERIFICATION-LETTER RUNS (CBLJCB05, 08, *
000080* 12, 15, 19 AND 24) READ THIS FILE BY STUDENT ID SO THEY ALL   *
000090* REPORT THE SAME FIGURES.  A STUDENT WITH NO ENROLLMENT        *
000100* CARRIES ZERO CREDITS AND PART-TIME STATUS.                    *
000106*   TSM-CRED-ATTEMPTED  EVERY CRS-CREDITS ON FILE EXCEPT        *
000112*                       TRANSFER (TR) ENROLLMENTS               *
000120*   TSM-CRED-EARNED     GRADES CARRYING QUALITY POINTS ABOVE    *
000126*                       ZERO (F, W, I AND BLANK EARN NONE),     *
000132*                       PLUS TRANSFER (TR) CREDITS              *
000140*   TSM-CRED-GRADED     GRADES ON STDNTGRT, F INCLUDED          *
000150*   TSM-QUALITY-POINTS  SUM OF GRADE POINTS TIMES CREDITS       *
000160*   TSM-GPA             POINTS / GRADED CREDITS, ZERO IF NONE   *
000170*   TSM-LOAD-STATUS     F WHEN ATTEMPTED IS 12.0 OR MORE        *
000180*****************************************************************
000190 01  TSM-REC.
000200     05  TSM-ID              PIC X(7).
000210     05  TSM-CRED-ATTEMPTED  PIC 9(3)V9.
000220     05  TSM-CRED-EARNED     PIC 9(3)V9.
000230     05  TSM-CRED-GRADED     PIC 9(3)V9.
000240     05  TSM-QUALITY-POINTS  PIC 9(4)V99.
000250     05  TSM-GPA             PIC 9V99.
000260     05  TSM-LOAD-STATUS     PIC X(1).
000270         88  TSM-FULL-TIME               VALUE "F".
000280         88  TSM-PART-TIME               VALUE "P".
000290     05  TSM-COURSE-CTR      PIC 9(3).
000300     05  TSM-BUILD-DATE      PIC 9(8).
