000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB27.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* STUDENT ACCOUNTS-RECEIVABLE AGING REPORT FOR COLLECTIONS.     *
000130* SORTS THE LEDGER (STDNTLGR.DAT, POSTED BY CBLJCB26) INTO      *
000140* STUDENT AND DATE ORDER AND, FOR EACH STUDENT, APPLIES EVERY   *
000150* AID CREDIT AND PAYMENT AGAINST THE OLDEST OPEN CHARGES FIRST. *
000160* WHAT IS LEFT OPEN OF EACH CHARGE IS AGED BY ITS POSTING DATE  *
000170* AGAINST THE AS-OF DATE INTO CURRENT (0-30 DAYS), 31-60,       *
000180* 61-90, 91-120, AND OVER 120 DAYS.  CREDITS LEFT OVER AFTER    *
000190* EVERY CHARGE IS PAID SHOW AS A CREDIT BALANCE.  THE AS-OF     *
000200* DATE COMES FROM A CONTROL CARD (STDNTAGC.DAT); A MISSING CARD *
000210* AGES AS OF THE RUN DATE.  LEDGER ENTRIES DATED AFTER THE      *
000220* AS-OF DATE ARE LEFT OUT OF THE AGING AND COUNTED.  ONLY       *
000230* STUDENTS WITH A NONZERO BALANCE PRINT; THE GRAND TOTALS FOOT  *
000240* THE AGING BUCKETS BACK TO TOTAL CHARGES LESS TOTAL CREDITS    *
000250* SO THE REPORT BALANCES TO THE LEDGER.                         *
000260*****************************************************************

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTROL-CARD-FILE
000310         ASSIGN TO "C:\COBOLWI22\STDNTAGC.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS AGE100-CTL-STATUS.

000340     SELECT OPTIONAL LEDGER-FILE
000350         ASSIGN TO "C:\COBOLWI22\STDNTLGR.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL.

000370     SELECT STUDENT-MASTER
000380         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS I-ID.

000420     SELECT SORT-WORK
000430         ASSIGN TO "SRTWK01".

000440     SELECT PRTOUT
000450         ASSIGN TO "C:\COBOLWI22\STDNTAGE.PRT"
000460         ORGANIZATION IS RECORD SEQUENTIAL.

000470 DATA DIVISION.
000480 FILE SECTION.

000490 FD  CONTROL-CARD-FILE
000500     LABEL RECORD IS STANDARD
000510     DATA RECORD IS AGC-REC
000520     RECORD CONTAINS 8 CHARACTERS.

000530 01  AGC-REC.
000540     05  AGC-AS-OF-DATE     PIC X(8).

000550 FD  LEDGER-FILE
000560     LABEL RECORD IS STANDARD
000570     DATA RECORD IS LGR-REC
000580     RECORD CONTAINS 32 CHARACTERS.

000590     COPY STDNTLGR.

000600 FD  STUDENT-MASTER
000610     LABEL RECORD IS STANDARD
000620     DATA RECORD IS I-REC
000630     RECORD CONTAINS 50 CHARACTERS.

000640     COPY STDNTREC.

000650 SD  SORT-WORK
000660     DATA RECORD IS SD-REC.

000670 01  SD-REC.
000680     05  SD-ID           PIC X(7).
000690     05  SD-DATE         PIC 9(8).
000700     05  SD-TYPE         PIC X(1).
000710         88  SD-CHARGE               VALUE "C".
000720     05  SD-REF          PIC X(8).
000730     05  SD-AMOUNT       PIC 9(6)V99.

000740 FD  PRTOUT
000750     LABEL RECORD IS OMITTED
000760     DATA RECORD IS PRTLINE
000770     RECORD CONTAINS 132 CHARACTERS
000780     LINAGE IS 60 WITH FOOTING AT 56.

000790 01  PRTLINE             PIC X(132).

000800 WORKING-STORAGE SECTION.
000810 77  AGE100-SW-SORT-EOF  PIC X       VALUE "N".
000820     88  AGE100-SORT-EOF             VALUE "Y".

000830 77  AGE100-CTL-STATUS   PIC XX      VALUE SPACES.

000840 77  AGE100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000850 77  AGE100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
000860 77  AGE100-OWING-CTR    PIC 9(5)    COMP VALUE ZERO.
000870 77  AGE100-CREDIT-CTR   PIC 9(5)    COMP VALUE ZERO.
000880 77  AGE100-PAID-CTR     PIC 9(5)    COMP VALUE ZERO.
000890 77  AGE100-LATER-CTR    PIC 9(5)    COMP VALUE ZERO.
000900 77  AGE100-FOLD-CTR     PIC 9(5)    COMP VALUE ZERO.
000910 77  AGE100-CHG-CTR      PIC 9(3)    COMP VALUE ZERO.
000920 77  AGE100-CHG-SUB      PIC 9(3)    COMP VALUE ZERO.
000930 77  AGE100-BKT-SUB      PIC 9(1)    COMP VALUE ZERO.

000940 77  AGE100-AS-OF-DATE   PIC 9(8)    VALUE ZERO.
000950 77  AGE100-TEST-DATE    PIC 9(8)    VALUE ZERO.
000960 77  AGE100-AS-OF-DAYS   PIC 9(7)    VALUE ZERO.
000970 77  AGE100-AGE-DAYS     PIC S9(7)   VALUE ZERO.

000980 77  AGE100-PRIOR-ID     PIC X(7)    VALUE SPACES.

000990*****************************************************************
001000* ONE STUDENT'S CHARGES, OLDEST FIRST.  A STUDENT WITH MORE     *
001010* CHARGES THAN THE TABLE HOLDS HAS THE EXTRA ONES FOLDED INTO   *
001020* THE LAST ENTRY, WHICH THEN AGES AT THAT ENTRY'S (OLDER) DATE, *
001030* AND IS COUNTED ON THE GRAND TOTALS.                           *
001040*****************************************************************
001050 01  AGE100-CHARGE-TABLE.
001060     05  AGE100-CHG-ENTRY OCCURS 100 TIMES.
001070         10  AGE100-CHG-DATE     PIC 9(8).
001080         10  AGE100-CHG-OPEN     PIC 9(7)V99.

001090 01  AGE100-STUDENT-WORK.
001100     05  AGE100-STU-CHARGES  PIC 9(7)V99  VALUE ZERO.
001110     05  AGE100-STU-CREDITS  PIC 9(7)V99  VALUE ZERO.
001120     05  AGE100-STU-UNAPPLIED PIC 9(7)V99 VALUE ZERO.
001130     05  AGE100-STU-BALANCE  PIC S9(7)V99 VALUE ZERO.
001140     05  AGE100-STU-BUCKETS.
001150         10  AGE100-STU-BKT  PIC 9(7)V99  OCCURS 5 TIMES.

001160 01  AGE100-GRAND-TOTALS.
001170     05  AGE100-GT-CHARGES   PIC 9(9)V99  VALUE ZERO.
001180     05  AGE100-GT-CREDITS   PIC 9(9)V99  VALUE ZERO.
001190     05  AGE100-GT-CREDIT-BAL PIC 9(9)V99 VALUE ZERO.
001200     05  AGE100-GT-OPEN      PIC 9(9)V99  VALUE ZERO.
001210     05  AGE100-GT-NET       PIC S9(9)V99 VALUE ZERO.
001220     05  AGE100-GT-BUCKETS.
001230         10  AGE100-GT-BKT   PIC 9(9)V99  OCCURS 5 TIMES.

001240 01  AGE100-CURRENT-DATE-AND-TIME.
001250     05  AGE100-I-DATE.
001260         10  AGE100-I-YEAR   PIC 9(4).
001270         10  AGE100-I-MONTH  PIC 99.
001280         10  AGE100-I-DAY    PIC 99.
001290     05  AGE100-DTIME        PIC X(11).

001300 01  AGE100-DATE-WORK.
001310     05  AGE100-DW-YEAR  PIC 9(4).
001320     05  AGE100-DW-MONTH PIC 99.
001330     05  AGE100-DW-DAY   PIC 99.

001340 01  AGE100-TITLE-LINE.
001350     05  FILLER          PIC X(6)    VALUE "DATE:".
001360     05  AGE100-O-MONTH  PIC 99.
001370     05  FILLER          PIC X       VALUE '/'.
001380     05  AGE100-O-DAY    PIC 99.
001390     05  FILLER          PIC X       VALUE '/'.
001400     05  AGE100-O-YEAR   PIC 9(4).
001410     05  FILLER          PIC X(35)   VALUE SPACES.
001420     05  FILLER          PIC X(40)   VALUE "STUDENT ACCOUNTS RECEI
001430-                                    "VABLE AGING REPORT".
001440     05  FILLER          PIC X(33)   VALUE SPACES.
001450     05  FILLER          PIC X(6)    VALUE "PAGE:".
001460     05  AGE100-O-PCTR   PIC Z9.

001470 01  AGE100-AS-OF-LINE.
001480     05  FILLER          PIC X(51)   VALUE SPACES.
001490     05  FILLER          PIC X(15)   VALUE "AGED AS OF".
001500     05  AGE100-O-AS-OF-MONTH PIC 99.
001510     05  FILLER          PIC X       VALUE '/'.
001520     05  AGE100-O-AS-OF-DAY PIC 99.
001530     05  FILLER          PIC X       VALUE '/'.
001540     05  AGE100-O-AS-OF-YEAR PIC 9(4).

001550 01  AGE100-COL-HDG.
001560     05  FILLER          PIC X(4)    VALUE "  ID".
001570     05  FILLER          PIC X(8)    VALUE SPACES.
001580     05  FILLER          PIC X(9)    VALUE "LAST NAME".
001590     05  FILLER          PIC X(19)   VALUE SPACES.
001600     05  FILLER          PIC X(7)    VALUE "CURRENT".
001610     05  FILLER          PIC X(8)    VALUE SPACES.
001620     05  FILLER          PIC X(5)    VALUE "31-60".
001630     05  FILLER          PIC X(8)    VALUE SPACES.
001640     05  FILLER          PIC X(5)    VALUE "61-90".
001650     05  FILLER          PIC X(7)    VALUE SPACES.
001660     05  FILLER          PIC X(6)    VALUE "91-120".
001670     05  FILLER          PIC X(5)    VALUE SPACES.
001680     05  FILLER          PIC X(8)    VALUE "OVER 120".
001690     05  FILLER          PIC X(7)    VALUE SPACES.
001700     05  FILLER          PIC X(7)    VALUE "BALANCE".

001710 01  AGE100-DETAIL-LINE.
001720     05  AGE100-O-ID     PIC X(7).
001730     05  FILLER          PIC X(5)    VALUE SPACES.
001740     05  AGE100-O-LNAME  PIC X(21).
001750     05  FILLER          PIC X(1)    VALUE SPACES.
001760     05  AGE100-O-BKT    PIC ZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
001770     05  FILLER          PIC X(2)    VALUE SPACES.
001780     05  AGE100-O-BALANCE PIC Z,ZZZ,ZZ9.99CR.

001790 01  AGE100-GT-DETAIL-LINE.
001800     05  FILLER          PIC X(4)    VALUE SPACES.
001810     05  FILLER          PIC X(30)   VALUE "TOTALS".
001820     05  AGE100-O-GT-BKT PIC ZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.

001830 01  AGE100-GT-LINE1.
001840     05  FILLER          PIC X(4)    VALUE SPACES.
001850     05  FILLER          PIC X(19)   VALUE "STUDENTS ON LEDGER:".
001860     05  AGE100-O-STU-CTR PIC ZZZZ9.
001870     05  FILLER          PIC X(4)    VALUE SPACES.
001880     05  FILLER          PIC X(14)   VALUE "BALANCE OWING:".
001890     05  AGE100-O-OWING-CTR PIC ZZZZ9.
001900     05  FILLER          PIC X(4)    VALUE SPACES.
001910     05  FILLER          PIC X(15)   VALUE "CREDIT BALANCE:".
001920     05  AGE100-O-CREDIT-CTR PIC ZZZZ9.
001930     05  FILLER          PIC X(4)    VALUE SPACES.
001940     05  FILLER          PIC X(13)   VALUE "PAID IN FULL:".
001950     05  AGE100-O-PAID-CTR PIC ZZZZ9.

001960 01  AGE100-GT-LINE2.
001970     05  FILLER          PIC X(4)    VALUE SPACES.
001980     05  FILLER          PIC X(31)   VALUE
001990                         "ENTRIES DATED AFTER AS-OF DATE:".
002000     05  AGE100-O-LATER-CTR PIC ZZZZ9.
002010     05  FILLER          PIC X(4)    VALUE SPACES.
002020     05  FILLER          PIC X(35)   VALUE
002030                         "CHARGES FOLDED INTO OLDER ENTRIES:".
002040     05  AGE100-O-FOLD-CTR PIC ZZZZ9.

002050 01  AGE100-GT-LINE3.
002060     05  FILLER          PIC X(4)    VALUE SPACES.
002070     05  FILLER          PIC X(25)   VALUE
002080                         "TOTAL CHARGES POSTED:".
002090     05  AGE100-O-GT-CHARGES PIC $ZZZ,ZZZ,ZZ9.99.
002100     05  FILLER          PIC X(4)    VALUE SPACES.
002110     05  FILLER          PIC X(25)   VALUE
002120                         "TOTAL CREDITS POSTED:".
002130     05  AGE100-O-GT-CREDITS PIC $ZZZ,ZZZ,ZZ9.99.

002140 01  AGE100-GT-LINE4.
002150     05  FILLER          PIC X(4)    VALUE SPACES.
002160     05  FILLER          PIC X(25)   VALUE "TOTAL OPEN CHARGES:".
002170     05  AGE100-O-GT-OPEN PIC $ZZZ,ZZZ,ZZ9.99.
002180     05  FILLER          PIC X(4)    VALUE SPACES.
002190     05  FILLER          PIC X(25)   VALUE
002200                         "LESS CREDIT BALANCES:".
002210     05  AGE100-O-GT-CREDIT-BAL PIC $ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER          PIC X(4)    VALUE SPACES.
002230     05  FILLER          PIC X(15)   VALUE "NET RECEIVABLE:".
002240     05  AGE100-O-GT-NET PIC $ZZZ,ZZZ,ZZ9.99CR.

002250 PROCEDURE DIVISION.

002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     STOP RUN.

002310 1000-INITIALIZE.
002320     MOVE FUNCTION CURRENT-DATE TO AGE100-CURRENT-DATE-AND-TIME.
002330     MOVE AGE100-I-YEAR TO AGE100-O-YEAR.
002340     MOVE AGE100-I-MONTH TO AGE100-O-MONTH.
002350     MOVE AGE100-I-DAY TO AGE100-O-DAY.
002360     MOVE AGE100-I-DATE TO AGE100-AS-OF-DATE.

002370     OPEN INPUT CONTROL-CARD-FILE.
002380     IF AGE100-CTL-STATUS = "00"
002390         READ CONTROL-CARD-FILE
002400             AT END
002410                 CONTINUE
002420             NOT AT END
002430                 IF AGC-AS-OF-DATE NUMERIC
002440                     MOVE AGC-AS-OF-DATE TO AGE100-TEST-DATE
002450                     IF FUNCTION TEST-DATE-YYYYMMDD
002460                             (AGE100-TEST-DATE) = ZERO
002470                         MOVE AGE100-TEST-DATE TO
002480                             AGE100-AS-OF-DATE
002490                     END-IF
002500                 END-IF
002510         END-READ
002520         CLOSE CONTROL-CARD-FILE
002530     END-IF.
002540     COMPUTE AGE100-AS-OF-DAYS =
002550         FUNCTION INTEGER-OF-DATE (AGE100-AS-OF-DATE).
002560     MOVE AGE100-AS-OF-DATE TO AGE100-DATE-WORK.
002570     MOVE AGE100-DW-MONTH TO AGE100-O-AS-OF-MONTH.
002580     MOVE AGE100-DW-DAY TO AGE100-O-AS-OF-DAY.
002590     MOVE AGE100-DW-YEAR TO AGE100-O-AS-OF-YEAR.

002600     OPEN INPUT STUDENT-MASTER.
002610     OPEN OUTPUT PRTOUT.
002620 1000-EXIT.
002630     EXIT.

002640 2000-PROCESS-SORT.
002650     SORT SORT-WORK
002660         ON ASCENDING KEY SD-ID SD-DATE
002670         USING LEDGER-FILE
002680         OUTPUT PROCEDURE IS 3000-OUTPUT-PROC THRU 3000-EXIT.
002690 2000-EXIT.
002700     EXIT.

002710 3000-OUTPUT-PROC.
002720     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002730     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
002740         UNTIL AGE100-SORT-EOF.
002750     IF AGE100-PRIOR-ID NOT = SPACES
002760         PERFORM 3300-AGE-STUDENT THRU 3300-EXIT
002770     END-IF.
002780 3000-EXIT.
002790     EXIT.

002800 3100-RETURN-SORTED.
002810     RETURN SORT-WORK
002820         AT END
002830             SET AGE100-SORT-EOF TO TRUE
002840             GO TO 3100-EXIT.
002850     IF SD-DATE > AGE100-AS-OF-DATE
002860         ADD 1 TO AGE100-LATER-CTR
002870         GO TO 3100-EXIT.
002880     IF SD-ID NOT = AGE100-PRIOR-ID
002890         PERFORM 3200-STUDENT-BREAK THRU 3200-EXIT
002900     END-IF.
002910     IF SD-CHARGE
002920         PERFORM 3150-ADD-CHARGE THRU 3150-EXIT
002930     ELSE
002940         ADD SD-AMOUNT TO AGE100-STU-CREDITS
002950     END-IF.
002960 3100-EXIT.
002970     EXIT.

002980 3150-ADD-CHARGE.
002990     ADD SD-AMOUNT TO AGE100-STU-CHARGES.
003000     IF AGE100-CHG-CTR < 100
003010         ADD 1 TO AGE100-CHG-CTR
003020         MOVE SD-DATE TO AGE100-CHG-DATE (AGE100-CHG-CTR)
003030         MOVE SD-AMOUNT TO AGE100-CHG-OPEN (AGE100-CHG-CTR)
003040     ELSE
003050         ADD SD-AMOUNT TO AGE100-CHG-OPEN (AGE100-CHG-CTR)
003060         ADD 1 TO AGE100-FOLD-CTR
003070     END-IF.
003080 3150-EXIT.
003090     EXIT.

003100 3200-STUDENT-BREAK.
003110     IF AGE100-PRIOR-ID NOT = SPACES
003120         PERFORM 3300-AGE-STUDENT THRU 3300-EXIT
003130     END-IF.
003140     MOVE SD-ID TO AGE100-PRIOR-ID.
003150     MOVE ZERO TO AGE100-CHG-CTR AGE100-STU-CHARGES
003160         AGE100-STU-CREDITS.
003170     ADD 1 TO AGE100-STU-CTR.
003180 3200-EXIT.
003190     EXIT.

003200*****************************************************************
003210* APPLY THE STUDENT'S CREDITS TO THE OLDEST CHARGES FIRST, AGE  *
003220* WHAT IS LEFT OPEN, AND PRINT THE STUDENT IF ANYTHING IS OWED  *
003230* EITHER WAY.                                                   *
003240*****************************************************************
003250 3300-AGE-STUDENT.
003260     MOVE AGE100-STU-CREDITS TO AGE100-STU-UNAPPLIED.
003270     MOVE ZERO TO AGE100-STU-BUCKETS.
003280     PERFORM 3310-APPLY-CREDIT THRU 3310-EXIT
003290         VARYING AGE100-CHG-SUB FROM 1 BY 1
003300             UNTIL AGE100-CHG-SUB > AGE100-CHG-CTR
003310                 OR AGE100-STU-UNAPPLIED = ZERO.
003320     PERFORM 3320-AGE-CHARGE THRU 3320-EXIT
003330         VARYING AGE100-CHG-SUB FROM 1 BY 1
003340             UNTIL AGE100-CHG-SUB > AGE100-CHG-CTR.
003350     COMPUTE AGE100-STU-BALANCE =
003360         AGE100-STU-CHARGES - AGE100-STU-CREDITS.
003370     ADD AGE100-STU-CHARGES TO AGE100-GT-CHARGES.
003380     ADD AGE100-STU-CREDITS TO AGE100-GT-CREDITS.
003390     EVALUATE TRUE
003400         WHEN AGE100-STU-BALANCE > ZERO
003410             ADD 1 TO AGE100-OWING-CTR
003420         WHEN AGE100-STU-BALANCE < ZERO
003430             ADD 1 TO AGE100-CREDIT-CTR
003440             ADD AGE100-STU-UNAPPLIED TO AGE100-GT-CREDIT-BAL
003450         WHEN OTHER
003460             ADD 1 TO AGE100-PAID-CTR
003470             GO TO 3300-EXIT
003480     END-EVALUATE.
003490     PERFORM 3330-ADD-GRAND-BUCKET THRU 3330-EXIT
003500         VARYING AGE100-BKT-SUB FROM 1 BY 1
003510             UNTIL AGE100-BKT-SUB > 5.
003520     PERFORM 3400-PRINT-STUDENT THRU 3400-EXIT.
003530 3300-EXIT.
003540     EXIT.

003550 3310-APPLY-CREDIT.
003560     IF AGE100-STU-UNAPPLIED NOT <
003570             AGE100-CHG-OPEN (AGE100-CHG-SUB)
003580         SUBTRACT AGE100-CHG-OPEN (AGE100-CHG-SUB) FROM
003590             AGE100-STU-UNAPPLIED
003600         MOVE ZERO TO AGE100-CHG-OPEN (AGE100-CHG-SUB)
003610     ELSE
003620         SUBTRACT AGE100-STU-UNAPPLIED FROM
003630             AGE100-CHG-OPEN (AGE100-CHG-SUB)
003640         MOVE ZERO TO AGE100-STU-UNAPPLIED
003650     END-IF.
003660 3310-EXIT.
003670     EXIT.

003680 3320-AGE-CHARGE.
003690     IF AGE100-CHG-OPEN (AGE100-CHG-SUB) = ZERO
003700         GO TO 3320-EXIT.
003710     COMPUTE AGE100-AGE-DAYS = AGE100-AS-OF-DAYS -
003720         FUNCTION INTEGER-OF-DATE
003730             (AGE100-CHG-DATE (AGE100-CHG-SUB)).
003740     EVALUATE TRUE
003750         WHEN AGE100-AGE-DAYS NOT > 30
003760             MOVE 1 TO AGE100-BKT-SUB
003770         WHEN AGE100-AGE-DAYS NOT > 60
003780             MOVE 2 TO AGE100-BKT-SUB
003790         WHEN AGE100-AGE-DAYS NOT > 90
003800             MOVE 3 TO AGE100-BKT-SUB
003810         WHEN AGE100-AGE-DAYS NOT > 120
003820             MOVE 4 TO AGE100-BKT-SUB
003830         WHEN OTHER
003840             MOVE 5 TO AGE100-BKT-SUB
003850     END-EVALUATE.
003860     ADD AGE100-CHG-OPEN (AGE100-CHG-SUB) TO
003870         AGE100-STU-BKT (AGE100-BKT-SUB).
003880     ADD AGE100-CHG-OPEN (AGE100-CHG-SUB) TO AGE100-GT-OPEN.
003890 3320-EXIT.
003900     EXIT.

003910 3330-ADD-GRAND-BUCKET.
003920     ADD AGE100-STU-BKT (AGE100-BKT-SUB) TO
003930         AGE100-GT-BKT (AGE100-BKT-SUB).
003940     MOVE AGE100-STU-BKT (AGE100-BKT-SUB) TO
003950         AGE100-O-BKT (AGE100-BKT-SUB).
003960 3330-EXIT.
003970     EXIT.

003980 3400-PRINT-STUDENT.
003990     MOVE AGE100-PRIOR-ID TO AGE100-O-ID.
004000     MOVE AGE100-PRIOR-ID TO I-ID.
004010     READ STUDENT-MASTER
004020         INVALID KEY
004030             MOVE "NOT ON STUDENT MASTER" TO AGE100-O-LNAME
004040         NOT INVALID KEY
004050             MOVE I-LNAME TO AGE100-O-LNAME
004060     END-READ.
004070     MOVE AGE100-STU-BALANCE TO AGE100-O-BALANCE.
004080     WRITE PRTLINE FROM AGE100-DETAIL-LINE
004090         AFTER ADVANCING 1 LINE
004100             AT EOP
004110                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004120 3400-EXIT.
004130     EXIT.

004140 9000-TERMINATE.
004150     PERFORM 9050-EDIT-GRAND-BUCKET THRU 9050-EXIT
004160         VARYING AGE100-BKT-SUB FROM 1 BY 1
004170             UNTIL AGE100-BKT-SUB > 5.
004180     WRITE PRTLINE FROM AGE100-GT-DETAIL-LINE
004190         AFTER ADVANCING 3 LINES.
004200     MOVE AGE100-STU-CTR TO AGE100-O-STU-CTR.
004210     MOVE AGE100-OWING-CTR TO AGE100-O-OWING-CTR.
004220     MOVE AGE100-CREDIT-CTR TO AGE100-O-CREDIT-CTR.
004230     MOVE AGE100-PAID-CTR TO AGE100-O-PAID-CTR.
004240     WRITE PRTLINE FROM AGE100-GT-LINE1
004250         AFTER ADVANCING 2 LINES.
004260     MOVE AGE100-LATER-CTR TO AGE100-O-LATER-CTR.
004270     MOVE AGE100-FOLD-CTR TO AGE100-O-FOLD-CTR.
004280     WRITE PRTLINE FROM AGE100-GT-LINE2
004290         AFTER ADVANCING 1 LINE.
004300     MOVE AGE100-GT-CHARGES TO AGE100-O-GT-CHARGES.
004310     MOVE AGE100-GT-CREDITS TO AGE100-O-GT-CREDITS.
004320     WRITE PRTLINE FROM AGE100-GT-LINE3
004330         AFTER ADVANCING 2 LINES.
004340     COMPUTE AGE100-GT-NET =
004350         AGE100-GT-OPEN - AGE100-GT-CREDIT-BAL.
004360     MOVE AGE100-GT-OPEN TO AGE100-O-GT-OPEN.
004370     MOVE AGE100-GT-CREDIT-BAL TO AGE100-O-GT-CREDIT-BAL.
004380     MOVE AGE100-GT-NET TO AGE100-O-GT-NET.
004390     WRITE PRTLINE FROM AGE100-GT-LINE4
004400         AFTER ADVANCING 1 LINE.
004410     CLOSE STUDENT-MASTER.
004420     CLOSE PRTOUT.
004430 9000-EXIT.
004440     EXIT.

004450 9050-EDIT-GRAND-BUCKET.
004460     MOVE AGE100-GT-BKT (AGE100-BKT-SUB) TO
004470         AGE100-O-GT-BKT (AGE100-BKT-SUB).
004480 9050-EXIT.
004490     EXIT.

004500 9100-PRINT-HDG.
004510     ADD 1 TO AGE100-PAGE-CTR.
004520     MOVE AGE100-PAGE-CTR TO AGE100-O-PCTR.
004530     WRITE PRTLINE FROM AGE100-TITLE-LINE
004540         AFTER ADVANCING PAGE.
004550     WRITE PRTLINE FROM AGE100-AS-OF-LINE
004560         AFTER ADVANCING 1 LINE.
004570     WRITE PRTLINE FROM AGE100-COL-HDG
004580         AFTER ADVANCING 2 LINES.
004590 9100-EXIT.
004600     EXIT.
