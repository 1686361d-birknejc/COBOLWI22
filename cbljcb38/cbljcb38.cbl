000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB38.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR", POSTED BY  *
000092*            CBLJCB40) NOW ADD TO CREDITS EARNED ONLY - NOT TO  *
000093*            CREDITS ATTEMPTED OR GRADED, SO THEY STAY OUT OF   *
000094*            THE GPA, THE FULL-/PART-TIME TEST AND THE BILLED   *
000095*            CREDIT LOAD.                                       *
000100*****************************************************************

000110*****************************************************************
000120* NIGHTLY STUDENT TERM-SUMMARY BUILD.  MATCHES STDNTCRS.DAT     *
000130* (COURSE ENROLLMENT, IN CRS-ID SEQUENCE) AGAINST               *
000140* STUDENT-MASTER BY I-ID ONCE AND WRITES ONE STDNTTSM RECORD    *
000150* PER STUDENT TO THE INDEXED TERM-SUMMARY FILE STDNTTSM.DAT:    *
000160* CREDITS ATTEMPTED, EARNED AND GRADED, QUALITY POINTS FROM THE *
000170* SHARED GRADE TABLE STDNTGRT, THE CREDIT-WEIGHTED GPA, AND     *
000180* FULL-/PART-TIME STATUS AGAINST THE 12.0-CREDIT BAR.  THE      *
000190* CENSUS, GPA RECONCILIATION, HONORS, ACADEMIC STANDING,        *
000200* BILLING AND VERIFICATION-LETTER RUNS (CBLJCB05, 08, 12, 15,   *
000210* 19 AND 24) READ THIS FILE INSTEAD OF MAKING THEIR OWN PASS OF *
000220* STDNTCRS, SO THIS RUN MUST FOLLOW ANY JOB THAT REPLACES       *
000228* STDNTCRS.DAT AND PRECEDE THEM.  A TRANSFER ENROLLMENT (GRADE  *
000236* "TR") COUNTS IN CREDITS EARNED ONLY.  THE FILE IS REBUILT     *
000244* WHOLE EACH RUN.  THE CONTROL LISTING (STDNTTSR.PRT) SHOWS     *
000252* EVERY ENROLLMENT WITH NO MATCHING MASTER RECORD (THE ORPHAN   *
000260* LISTING CBLJCB08 USED TO PRINT) AND BALANCES COURSES READ     *
000268* AGAINST COURSES SUMMARIZED PLUS ORPHANS.                      *
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-MASTER
000330         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS I-ID.

000370     SELECT COURSE-FILE
000380         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL.

000400     SELECT SUMMARY-FILE
000410         ASSIGN TO "C:\COBOLWI22\STDNTTSM.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS TSM-ID.

000450     SELECT PRTOUT
000460         ASSIGN TO "C:\COBOLWI22\STDNTTSR.PRT"
000470         ORGANIZATION IS RECORD SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  STUDENT-MASTER
000510     LABEL RECORD IS STANDARD
000520     DATA RECORD IS I-REC
000530     RECORD CONTAINS 50 CHARACTERS.

000540     COPY STDNTREC.

000550 FD  COURSE-FILE
000560     LABEL RECORD IS STANDARD
000570     DATA RECORD IS CRS-REC
000580     RECORD CONTAINS 22 CHARACTERS.

000590     COPY STDNTCRS.

000600 FD  SUMMARY-FILE
000610     LABEL RECORD IS STANDARD
000620     DATA RECORD IS TSM-REC
000630     RECORD CONTAINS 40 CHARACTERS.

000640     COPY STDNTTSM.

000650 FD  PRTOUT
000660     LABEL RECORD IS OMITTED
000670     DATA RECORD IS PRTLINE
000680     RECORD CONTAINS 132 CHARACTERS
000690     LINAGE IS 60 WITH FOOTING AT 56.

000700 01  PRTLINE             PIC X(132).

000710 WORKING-STORAGE SECTION.
000720 77  TSB100-SW-MORE-MSTR PIC X       VALUE "Y".
000730     88  TSB100-MORE-MSTR             VALUE "Y".

000740 77  TSB100-SW-MORE-CRS  PIC X       VALUE "Y".
000750     88  TSB100-MORE-CRS              VALUE "Y".

000760 77  TSB100-SW-GRD-FOUND PIC X       VALUE "N".
000770     88  TSB100-GRD-FOUND             VALUE "Y".

000780 77  TSB100-FT-THRESHOLD PIC 9(3)V9  VALUE 12.0.
000790 77  TSB100-COURSE-PTS   PIC 9V99    VALUE ZERO.
000800 77  TSB100-RUN-DATE     PIC 9(8)    VALUE ZERO.

000810 77  TSB100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000820 77  TSB100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
000830 77  TSB100-WRITE-CTR    PIC 9(5)    COMP VALUE ZERO.
000840 77  TSB100-ENROLLED-CTR PIC 9(5)    COMP VALUE ZERO.
000850 77  TSB100-FT-CTR       PIC 9(5)    COMP VALUE ZERO.
000860 77  TSB100-PT-CTR       PIC 9(5)    COMP VALUE ZERO.
000870 77  TSB100-DUP-CTR      PIC 9(5)    COMP VALUE ZERO.
000880 77  TSB100-CRS-READ-CTR PIC 9(7)    COMP VALUE ZERO.
000890 77  TSB100-CRS-SUM-CTR  PIC 9(7)    COMP VALUE ZERO.
000900 77  TSB100-ORPHAN-CTR   PIC 9(7)    COMP VALUE ZERO.

000910 01  TSB100-TOTALS.
000920     05  TSB100-TOT-ATTEMPTED  PIC 9(7)V9   COMP-3 VALUE ZERO.
000930     05  TSB100-TOT-EARNED     PIC 9(7)V9   COMP-3 VALUE ZERO.
000940     05  TSB100-TOT-GRADED     PIC 9(7)V9   COMP-3 VALUE ZERO.
000950     05  TSB100-TOT-POINTS     PIC 9(8)V99  COMP-3 VALUE ZERO.

000960     COPY STDNTGRT.

000970 01  TSB100-CURRENT-DATE-AND-TIME.
000980     05  TSB100-I-DATE.
000990         10  TSB100-I-YEAR   PIC 9(4).
001000         10  TSB100-I-MONTH  PIC 99.
001010         10  TSB100-I-DAY    PIC 99.
001020     05  TSB100-DTIME        PIC X(11).

001030 01  TSB100-TITLE-LINE.
001040     05  FILLER          PIC X(6)    VALUE "DATE:".
001050     05  TSB100-O-MONTH  PIC 99.
001060     05  FILLER          PIC X       VALUE '/'.
001070     05  TSB100-O-DAY    PIC 99.
001080     05  FILLER          PIC X       VALUE '/'.
001090     05  TSB100-O-YEAR   PIC 9(4).
001100     05  FILLER          PIC X(30)   VALUE SPACES.
001110     05  FILLER          PIC X(50)   VALUE
001120         "BIRKNER'S COBOL TERM SUMMARY BUILD CONTROL LISTING".
001130     05  FILLER          PIC X(28)   VALUE SPACES.
001140     05  FILLER          PIC X(6)    VALUE "PAGE:".
001150     05  TSB100-O-PCTR   PIC Z9.

001160 01  TSB100-COL-HDG.
001170     05  FILLER          PIC X(10)   VALUE SPACES.
001180     05  FILLER          PIC X(9)    VALUE "  ID".
001190     05  FILLER          PIC X(10)   VALUE "COURSE".
001200     05  FILLER          PIC X(9)    VALUE "SECTION".
001210     05  FILLER          PIC X(9)    VALUE "CREDITS".
001220     05  FILLER          PIC X(7)    VALUE "GRADE".
001230     05  FILLER          PIC X(6)    VALUE "REASON".

001240 01  TSB100-EXCEPTION-LINE.
001250     05  FILLER          PIC X(10)   VALUE SPACES.
001260     05  TSB100-O-ID     PIC X(7).
001270     05  FILLER          PIC X(2)    VALUE SPACES.
001280     05  TSB100-O-COURSE PIC X(8).
001290     05  FILLER          PIC X(2)    VALUE SPACES.
001300     05  TSB100-O-SECTION PIC X(3).
001310     05  FILLER          PIC X(7)    VALUE SPACES.
001320     05  TSB100-O-CREDITS PIC 9.9.
001330     05  FILLER          PIC X(6)    VALUE SPACES.
001340     05  TSB100-O-GRADE  PIC X(2).
001350     05  FILLER          PIC X(5)    VALUE SPACES.
001360     05  TSB100-O-REASON PIC X(47).

001370 01  TSB100-GT-LINE1.
001380     05  FILLER          PIC X(4)    VALUE SPACES.
001390     05  FILLER          PIC X(21)   VALUE "STUDENTS SUMMARIZED:".
001400     05  TSB100-O-STU-CTR PIC ZZZZ9.
001410     05  FILLER          PIC X(4)    VALUE SPACES.
001420     05  FILLER          PIC X(16)   VALUE "RECORDS WRITTEN:".
001430     05  TSB100-O-WRITE-CTR PIC ZZZZ9.
001440     05  FILLER          PIC X(4)    VALUE SPACES.
001450     05  FILLER          PIC X(15)   VALUE "WITH COURSES:".
001460     05  TSB100-O-ENROLLED-CTR PIC ZZZZ9.
001470     05  FILLER          PIC X(4)    VALUE SPACES.
001480     05  FILLER          PIC X(11)   VALUE "FULL-TIME:".
001490     05  TSB100-O-FT-CTR PIC ZZZZ9.
001500     05  FILLER          PIC X(4)    VALUE SPACES.
001510     05  FILLER          PIC X(11)   VALUE "PART-TIME:".
001520     05  TSB100-O-PT-CTR PIC ZZZZ9.

001530 01  TSB100-GT-LINE2.
001540     05  FILLER          PIC X(4)    VALUE SPACES.
001550     05  FILLER          PIC X(21)   VALUE "COURSES READ:".
001560     05  TSB100-O-CRS-READ-CTR PIC ZZZZZZ9.
001570     05  FILLER          PIC X(4)    VALUE SPACES.
001580     05  FILLER          PIC X(12)   VALUE "SUMMARIZED:".
001590     05  TSB100-O-CRS-SUM-CTR PIC ZZZZZZ9.
001600     05  FILLER          PIC X(4)    VALUE SPACES.
001610     05  FILLER          PIC X(9)    VALUE "ORPHANS:".
001620     05  TSB100-O-ORPHAN-CTR PIC ZZZZZZ9.
001630     05  FILLER          PIC X(4)    VALUE SPACES.
001640     05  TSB100-O-BALANCE PIC X(14).

001650 01  TSB100-GT-LINE3.
001660     05  FILLER          PIC X(4)    VALUE SPACES.
001670     05  FILLER          PIC X(21)   VALUE "CREDITS ATTEMPTED:".
001680     05  TSB100-O-TOT-ATTEMPTED PIC ZZZZZZ9.9.
001690     05  FILLER          PIC X(4)    VALUE SPACES.
001700     05  FILLER          PIC X(8)    VALUE "EARNED:".
001710     05  TSB100-O-TOT-EARNED PIC ZZZZZZ9.9.
001720     05  FILLER          PIC X(4)    VALUE SPACES.
001730     05  FILLER          PIC X(8)    VALUE "GRADED:".
001740     05  TSB100-O-TOT-GRADED PIC ZZZZZZ9.9.
001750     05  FILLER          PIC X(4)    VALUE SPACES.
001760     05  FILLER          PIC X(16)   VALUE "QUALITY POINTS:".
001770     05  TSB100-O-TOT-POINTS PIC ZZZZZZZ9.99.

001780 PROCEDURE DIVISION.

001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-MAINLINE THRU 2000-EXIT
001820         UNTIL NOT TSB100-MORE-MSTR.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840     STOP RUN.

001850 1000-INITIALIZE.
001860     MOVE FUNCTION CURRENT-DATE TO TSB100-CURRENT-DATE-AND-TIME.
001870     MOVE TSB100-I-YEAR TO TSB100-O-YEAR.
001880     MOVE TSB100-I-MONTH TO TSB100-O-MONTH.
001890     MOVE TSB100-I-DAY TO TSB100-O-DAY.
001900     MOVE TSB100-I-DATE TO TSB100-RUN-DATE.

001910     OPEN INPUT STUDENT-MASTER.
001920     OPEN INPUT COURSE-FILE.
001930     OPEN OUTPUT SUMMARY-FILE.
001940     OPEN OUTPUT PRTOUT.

001950     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001960     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
001970     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
001980 1000-EXIT.
001990     EXIT.

002000 2000-MAINLINE.
002010     ADD 1 TO TSB100-STU-CTR.
002020     PERFORM 2050-SKIP-ORPHAN-COURSES THRU 2050-EXIT
002030         UNTIL NOT TSB100-MORE-CRS OR CRS-ID NOT < I-ID.
002040     MOVE I-ID TO TSM-ID.
002050     MOVE ZERO TO TSM-CRED-ATTEMPTED TSM-CRED-EARNED
002060         TSM-CRED-GRADED TSM-QUALITY-POINTS TSM-GPA
002070         TSM-COURSE-CTR.
002080     IF TSB100-MORE-CRS AND CRS-ID = I-ID
002090         PERFORM 2100-ACCUM-COURSE THRU 2100-EXIT
002100             UNTIL NOT TSB100-MORE-CRS OR CRS-ID NOT = I-ID
002110     END-IF.
002120     PERFORM 2200-COMPLETE-SUMMARY THRU 2200-EXIT.
002130     PERFORM 2300-WRITE-SUMMARY THRU 2300-EXIT.
002140     PERFORM 9200-READ-MASTER THRU 9200-EXIT.
002150 2000-EXIT.
002160     EXIT.

002170 2050-SKIP-ORPHAN-COURSES.
002180     MOVE "ORPHANED ENROLLMENT - NO MATCHING MASTER RECORD" TO
002190         TSB100-O-REASON.
002200     PERFORM 9400-PRINT-EXCEPTION THRU 9400-EXIT.
002210     ADD 1 TO TSB100-ORPHAN-CTR.
002220     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
002230 2050-EXIT.
002240     EXIT.

002250 2100-ACCUM-COURSE.
002260     ADD 1 TO TSM-COURSE-CTR.
002270     ADD 1 TO TSB100-CRS-SUM-CTR.
002272     IF CRS-TRANSFER-GRADE
002274         ADD CRS-CREDITS TO TSM-CRED-EARNED
002276         PERFORM 9300-READ-COURSE THRU 9300-EXIT
002278         GO TO 2100-EXIT.
002280     ADD CRS-CREDITS TO TSM-CRED-ATTEMPTED.
002290     MOVE "N" TO TSB100-SW-GRD-FOUND.
002300     SET GRT-GRD-IDX TO 1.
002310     SEARCH GRT-GRADE-ENTRY
002320         AT END
002330             MOVE ZERO TO TSB100-COURSE-PTS
002340         WHEN GRT-GRD-CODE (GRT-GRD-IDX) = CRS-GRADE
002350             MOVE GRT-GRD-PTS (GRT-GRD-IDX) TO
002360                 TSB100-COURSE-PTS
002370             SET TSB100-GRD-FOUND TO TRUE
002380     END-SEARCH.
002390     IF TSB100-GRD-FOUND
002400         COMPUTE TSM-QUALITY-POINTS =
002410             TSM-QUALITY-POINTS +
002420                 (TSB100-COURSE-PTS * CRS-CREDITS)
002430         ADD CRS-CREDITS TO TSM-CRED-GRADED
002440         IF TSB100-COURSE-PTS > ZERO
002450             ADD CRS-CREDITS TO TSM-CRED-EARNED
002460         END-IF
002470     END-IF.
002480     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
002490 2100-EXIT.
002500     EXIT.

002510 2200-COMPLETE-SUMMARY.
002520     IF TSM-CRED-GRADED > ZERO
002530         COMPUTE TSM-GPA ROUNDED =
002540             TSM-QUALITY-POINTS / TSM-CRED-GRADED
002550     END-IF.
002560     IF TSM-CRED-ATTEMPTED NOT < TSB100-FT-THRESHOLD
002570         SET TSM-FULL-TIME TO TRUE
002580     ELSE
002590         SET TSM-PART-TIME TO TRUE
002600     END-IF.
002610     MOVE TSB100-RUN-DATE TO TSM-BUILD-DATE.
002620 2200-EXIT.
002630     EXIT.

002640 2300-WRITE-SUMMARY.
002650     WRITE TSM-REC
002660         INVALID KEY
002670             MOVE SPACES TO TSB100-O-COURSE TSB100-O-SECTION
002680                 TSB100-O-GRADE
002690             MOVE I-ID TO TSB100-O-ID
002700             MOVE ZERO TO TSB100-O-CREDITS
002710             MOVE "DUPLICATE MASTER ID - SUMMARY NOT WRITTEN" TO
002720                 TSB100-O-REASON
002730             WRITE PRTLINE FROM TSB100-EXCEPTION-LINE
002740                 AFTER ADVANCING 1 LINE
002750                     AT EOP
002760                         PERFORM 9100-PRINT-HDG THRU 9100-EXIT
002770             END-WRITE
002780             ADD 1 TO TSB100-DUP-CTR
002790             GO TO 2300-EXIT
002800     END-WRITE.
002810     ADD 1 TO TSB100-WRITE-CTR.
002820     IF TSM-COURSE-CTR > ZERO
002830         ADD 1 TO TSB100-ENROLLED-CTR
002840     END-IF.
002850     IF TSM-FULL-TIME
002860         ADD 1 TO TSB100-FT-CTR
002870     ELSE
002880         ADD 1 TO TSB100-PT-CTR
002890     END-IF.
002900     ADD TSM-CRED-ATTEMPTED TO TSB100-TOT-ATTEMPTED.
002910     ADD TSM-CRED-EARNED TO TSB100-TOT-EARNED.
002920     ADD TSM-CRED-GRADED TO TSB100-TOT-GRADED.
002930     ADD TSM-QUALITY-POINTS TO TSB100-TOT-POINTS.
002940 2300-EXIT.
002950     EXIT.

002960 9000-TERMINATE.
002970     PERFORM 2050-SKIP-ORPHAN-COURSES THRU 2050-EXIT
002980         UNTIL NOT TSB100-MORE-CRS.
002990     MOVE TSB100-STU-CTR TO TSB100-O-STU-CTR.
003000     MOVE TSB100-WRITE-CTR TO TSB100-O-WRITE-CTR.
003010     MOVE TSB100-ENROLLED-CTR TO TSB100-O-ENROLLED-CTR.
003020     MOVE TSB100-FT-CTR TO TSB100-O-FT-CTR.
003030     MOVE TSB100-PT-CTR TO TSB100-O-PT-CTR.
003040     WRITE PRTLINE FROM TSB100-GT-LINE1
003050         AFTER ADVANCING 3 LINES.
003060     MOVE TSB100-CRS-READ-CTR TO TSB100-O-CRS-READ-CTR.
003070     MOVE TSB100-CRS-SUM-CTR TO TSB100-O-CRS-SUM-CTR.
003080     MOVE TSB100-ORPHAN-CTR TO TSB100-O-ORPHAN-CTR.
003090     IF TSB100-CRS-READ-CTR =
003100             TSB100-CRS-SUM-CTR + TSB100-ORPHAN-CTR
003110         MOVE "IN BALANCE" TO TSB100-O-BALANCE
003120     ELSE
003130         MOVE "OUT OF BALANCE" TO TSB100-O-BALANCE
003140     END-IF.
003150     WRITE PRTLINE FROM TSB100-GT-LINE2
003160         AFTER ADVANCING 1 LINE.
003170     MOVE TSB100-TOT-ATTEMPTED TO TSB100-O-TOT-ATTEMPTED.
003180     MOVE TSB100-TOT-EARNED TO TSB100-O-TOT-EARNED.
003190     MOVE TSB100-TOT-GRADED TO TSB100-O-TOT-GRADED.
003200     MOVE TSB100-TOT-POINTS TO TSB100-O-TOT-POINTS.
003210     WRITE PRTLINE FROM TSB100-GT-LINE3
003220         AFTER ADVANCING 1 LINE.
003230     CLOSE STUDENT-MASTER.
003240     CLOSE COURSE-FILE.
003250     CLOSE SUMMARY-FILE.
003260     CLOSE PRTOUT.
003270 9000-EXIT.
003280     EXIT.

003290 9100-PRINT-HDG.
003300     ADD 1 TO TSB100-PAGE-CTR.
003310     MOVE TSB100-PAGE-CTR TO TSB100-O-PCTR.
003320     WRITE PRTLINE FROM TSB100-TITLE-LINE
003330         AFTER ADVANCING PAGE.
003340     WRITE PRTLINE FROM TSB100-COL-HDG
003350         AFTER ADVANCING 2 LINES.
003360 9100-EXIT.
003370     EXIT.

003380 9200-READ-MASTER.
003390     READ STUDENT-MASTER
003400         AT END
003410             MOVE "N" TO TSB100-SW-MORE-MSTR
003420     END-READ.
003430 9200-EXIT.
003440     EXIT.

003450 9300-READ-COURSE.
003460     READ COURSE-FILE
003470         AT END
003480             MOVE "N" TO TSB100-SW-MORE-CRS
003490         NOT AT END
003500             ADD 1 TO TSB100-CRS-READ-CTR
003510     END-READ.
003520 9300-EXIT.
003530     EXIT.

003540 9400-PRINT-EXCEPTION.
003550     MOVE CRS-ID TO TSB100-O-ID.
003560     MOVE CRS-COURSE-CODE TO TSB100-O-COURSE.
003570     MOVE CRS-SECTION TO TSB100-O-SECTION.
003580     MOVE CRS-CREDITS TO TSB100-O-CREDITS.
003590     MOVE CRS-GRADE TO TSB100-O-GRADE.
003600     WRITE PRTLINE FROM TSB100-EXCEPTION-LINE
003610         AFTER ADVANCING 1 LINE
003620             AT EOP
003630                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003640 9400-EXIT.
003650     EXIT.
