000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB36.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000092*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR", POSTED BY  *
000094*            CBLJCB40) ARE LEFT OUT OF THE CREDIT LOAD BEHIND   *
000096*            THE BOX 8 HALF-TIME CHECK.                         *
000100*****************************************************************

000110*****************************************************************
000120* YEAR-END FORM 1098-T TUITION STATEMENT RUN.  THE TAX YEAR AND *
000130* THE SCHOOL'S FILER INFORMATION (NAME, ADDRESS, EIN, IRS       *
000140* TRANSMITTER CONTROL CODE, CONTACT) COME FROM THE CONTROL CARD *
000150* STDNTTXY.DAT - WITH NO VALID CARD NOTHING IS PRODUCED.  THE   *
000160* YEAR'S FIGURES COME FROM THE A/R LEDGER (STDNTLGR.DAT), WHICH *
000170* CARRIES THE POSTING DATE OF EVERY CHARGE AND CREDIT:          *
000180*   BOX 1 - TUITION CHARGES BILLED BY CBLJCB19 AND POSTED BY    *
000190*           CBLJCB26 (TYPE C, REFERENCE "TUITION") DATED IN THE *
000200*           TAX YEAR.                                           *
000210*   BOX 5 - SCHOLARSHIP AND GRANT AWARDS FROM STDNTAWD.DAT      *
000220*           POSTED BY CBLJCB26 (TYPE A) DATED IN THE TAX YEAR.  *
000230*   BOX 8 - CHECKED WHEN THE STUDENT'S CURRENT STDNTCRS.DAT     *
000236*           LOAD, NOT COUNTING TRANSFER ("TR") CREDITS, IS AT   *
000242*           LEAST HALF OF A FULL-TIME LOAD.                     *
000250* THE SELECTED LEDGER ROWS ARE SORTED BY STUDENT ID AND TOTALED *
000260* PER STUDENT.  A STUDENT WITH A MAILING ADDRESS ON             *
000270* STDNTADR.DAT AND A TAXPAYER ID ON STDNTTIN.DAT GETS A PRINTED *
000280* STATEMENT (STDNTTXS.PRT, ONE PER PAGE) AND A PAYEE "B" RECORD *
000290* IN THE IRS ELECTRONIC FILE.  A STUDENT MISSING EITHER ONE, OR *
000300* NOT ON STUDENT-MASTER, GOES ON THE EXCEPTION LISTING          *
000310* (STDNTTXX.PRT) INSTEAD AND IS LEFT OUT OF BOTH.  THE          *
000320* ELECTRONIC FILE (STDNTIRS.DAT, FIXED 750-BYTE RECORDS) IS     *
000330* WRITTEN AT END OF RUN AS A TRANSMITTER "T" RECORD, A PAYER    *
000340* "A" RECORD, THE "B" RECORDS HELD ON THE WORK FILE             *
000350* STDNTTXW.DAT, AN END-OF-PAYER "C" RECORD WITH THE BOX 1 AND   *
000360* BOX 5 CONTROL TOTALS, AND AN END-OF-TRANSMISSION "F" RECORD.  *
000370* THE EXCEPTION LISTING FOOTING BALANCES LEDGER ROWS SELECTED,  *
000380* STUDENTS, STATEMENTS, EXCEPTIONS, AND DOLLARS FILED.          *
000390*****************************************************************

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTROL-CARD-FILE
000440         ASSIGN TO "C:\COBOLWI22\STDNTTXY.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TXS100-CTL-STATUS.

000470     SELECT LEDGER-FILE
000480         ASSIGN TO "C:\COBOLWI22\STDNTLGR.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TXS100-LGR-STATUS.

000510     SELECT STUDENT-MASTER
000520         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS I-ID.

000560     SELECT COURSE-FILE
000570         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT ADDRESS-FILE
000600         ASSIGN TO "C:\COBOLWI22\STDNTADR.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ADR-ID
000640         FILE STATUS IS TXS100-ADR-STATUS.

000650     SELECT TAXID-FILE
000660         ASSIGN TO "C:\COBOLWI22\STDNTTIN.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS TIN-ID
000700         FILE STATUS IS TXS100-TIN-STATUS.

000710     SELECT SORT-WORK
000720         ASSIGN TO "SRTWK01".

000730     SELECT PAYEE-WORK-FILE
000740         ASSIGN TO "C:\COBOLWI22\STDNTTXW.DAT"
000750         ORGANIZATION IS RECORD SEQUENTIAL.

000760     SELECT IRS-FILE
000770         ASSIGN TO "C:\COBOLWI22\STDNTIRS.DAT"
000780         ORGANIZATION IS RECORD SEQUENTIAL.

000790     SELECT STATEMENT-FILE
000800         ASSIGN TO "C:\COBOLWI22\STDNTTXS.PRT"
000810         ORGANIZATION IS RECORD SEQUENTIAL.

000820     SELECT PRTOUT
000830         ASSIGN TO "C:\COBOLWI22\STDNTTXX.PRT"
000840         ORGANIZATION IS RECORD SEQUENTIAL.

000850 DATA DIVISION.
000860 FILE SECTION.

000870 FD  CONTROL-CARD-FILE
000880     LABEL RECORD IS STANDARD
000890     DATA RECORD IS TXY-REC
000900     RECORD CONTAINS 255 CHARACTERS.

000910 01  TXY-REC.
000920     05  TXY-TAX-YEAR        PIC X(4).
000930     05  TXY-TEST-FLAG       PIC X(1).
000940     05  TXY-PAYER-TIN       PIC X(9).
000950     05  TXY-TCC             PIC X(5).
000960     05  TXY-PAYER-NAME      PIC X(40).
000970     05  TXY-PAYER-STREET    PIC X(40).
000980     05  TXY-PAYER-CITY      PIC X(40).
000990     05  TXY-PAYER-STATE     PIC X(2).
001000     05  TXY-PAYER-ZIP       PIC X(9).
001010     05  TXY-PAYER-PHONE     PIC X(15).
001020     05  TXY-CONTACT-NAME    PIC X(40).
001030     05  TXY-CONTACT-EMAIL   PIC X(50).

001040 FD  LEDGER-FILE
001050     LABEL RECORD IS STANDARD
001060     DATA RECORD IS LGR-REC
001070     RECORD CONTAINS 32 CHARACTERS.

001080     COPY STDNTLGR.

001090 FD  STUDENT-MASTER
001100     LABEL RECORD IS STANDARD
001110     DATA RECORD IS I-REC
001120     RECORD CONTAINS 50 CHARACTERS.

001130     COPY STDNTREC.

001140 FD  COURSE-FILE
001150     LABEL RECORD IS STANDARD
001160     DATA RECORD IS CRS-REC
001170     RECORD CONTAINS 22 CHARACTERS.

001180     COPY STDNTCRS.

001190 FD  ADDRESS-FILE
001200     LABEL RECORD IS STANDARD
001210     DATA RECORD IS ADR-REC
001220     RECORD CONTAINS 94 CHARACTERS.

001230     COPY STDNTADR.

001240 FD  TAXID-FILE
001250     LABEL RECORD IS STANDARD
001260     DATA RECORD IS TIN-REC
001270     RECORD CONTAINS 24 CHARACTERS.

001280     COPY STDNTTIN.

001290 SD  SORT-WORK
001300     DATA RECORD IS SD-REC.

001310 01  SD-REC.
001320     05  SD-ID           PIC X(7).
001330     05  SD-TYPE         PIC X(1).
001340         88  SD-TUITION                   VALUE "C".
001350         88  SD-AID                       VALUE "A".
001360     05  SD-AMOUNT       PIC 9(6)V99.

001370 FD  PAYEE-WORK-FILE
001380     LABEL RECORD IS STANDARD
001390     DATA RECORD IS TXW-REC
001400     RECORD CONTAINS 750 CHARACTERS.

001410 01  TXW-REC             PIC X(750).

001420 FD  IRS-FILE
001430     LABEL RECORD IS STANDARD
001440     DATA RECORD IS IRS-REC
001450     RECORD CONTAINS 750 CHARACTERS.

001460 01  IRS-REC             PIC X(750).

001470 FD  STATEMENT-FILE
001480     LABEL RECORD IS OMITTED
001490     DATA RECORD IS STMTLINE
001500     RECORD CONTAINS 132 CHARACTERS
001510     LINAGE IS 60 WITH FOOTING AT 56.

001520 01  STMTLINE            PIC X(132).

001530 FD  PRTOUT
001540     LABEL RECORD IS OMITTED
001550     DATA RECORD IS PRTLINE
001560     RECORD CONTAINS 132 CHARACTERS
001570     LINAGE IS 60 WITH FOOTING AT 56.

001580 01  PRTLINE             PIC X(132).

001590 WORKING-STORAGE SECTION.
001600 77  TXS100-SW-MORE-LGR  PIC X       VALUE "Y".
001610     88  TXS100-MORE-LGR              VALUE "Y".

001620 77  TXS100-SW-MORE-CRS  PIC X       VALUE "Y".
001630     88  TXS100-MORE-CRS              VALUE "Y".

001640 77  TXS100-SW-MORE-WORK PIC X       VALUE "Y".
001650     88  TXS100-MORE-WORK             VALUE "Y".

001660 77  TXS100-SW-SORT-EOF  PIC X       VALUE "N".
001670     88  TXS100-SORT-EOF              VALUE "Y".

001680 77  TXS100-SW-CARD      PIC X       VALUE "N".
001690     88  TXS100-CARD-VALID            VALUE "Y".

001700 77  TXS100-SW-NO-LGR    PIC X       VALUE "N".
001710     88  TXS100-NO-LEDGER-FILE        VALUE "Y".

001720 77  TXS100-SW-NO-ADR    PIC X       VALUE "N".
001730     88  TXS100-NO-ADDRESS-FILE       VALUE "Y".

001740 77  TXS100-SW-NO-TIN    PIC X       VALUE "N".
001750     88  TXS100-NO-TAXID-FILE         VALUE "Y".

001760 77  TXS100-SW-ON-MASTER PIC X       VALUE "N".
001770     88  TXS100-ON-MASTER             VALUE "Y".

001780 77  TXS100-SW-HAS-ADR   PIC X       VALUE "N".
001790     88  TXS100-HAS-ADDRESS           VALUE "Y".

001800 77  TXS100-SW-HAS-TIN   PIC X       VALUE "N".
001810     88  TXS100-HAS-TAXID             VALUE "Y".

001820 77  TXS100-CTL-STATUS   PIC XX      VALUE SPACES.
001830 77  TXS100-LGR-STATUS   PIC XX      VALUE SPACES.
001840 77  TXS100-ADR-STATUS   PIC XX      VALUE SPACES.
001850 77  TXS100-TIN-STATUS   PIC XX      VALUE SPACES.

001860 77  TXS100-TAX-YEAR     PIC 9(4)    VALUE ZERO.
001870 77  TXS100-CURR-ID      PIC X(7)    VALUE SPACES.
001880 77  TXS100-HALF-TIME-LOAD PIC 9(3)V9 VALUE 6.0.

001890 77  TXS100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001900 77  TXS100-LGR-READ-CTR PIC 9(7)    COMP VALUE ZERO.
001910 77  TXS100-LGR-SEL-CTR  PIC 9(7)    COMP VALUE ZERO.
001920 77  TXS100-STU-CTR      PIC 9(5)    COMP VALUE ZERO.
001930 77  TXS100-STMT-CTR     PIC 9(5)    COMP VALUE ZERO.
001940 77  TXS100-EXC-CTR      PIC 9(5)    COMP VALUE ZERO.
001950 77  TXS100-HALF-CTR     PIC 9(5)    COMP VALUE ZERO.
001960 77  TXS100-SEQ-CTR      PIC 9(8)    VALUE ZERO.

001970 01  TXS100-STUDENT-WORK.
001980     05  TXS100-STU-TUITION  PIC 9(8)V99  VALUE ZERO.
001990     05  TXS100-STU-AID      PIC 9(8)V99  VALUE ZERO.
002000     05  TXS100-CREDIT-TOTAL PIC 9(3)V9   VALUE ZERO.

002010 01  TXS100-RUN-TOTALS.
002020     05  TXS100-TOT-TUITION  PIC 9(10)V99 VALUE ZERO.
002030     05  TXS100-TOT-AID      PIC 9(10)V99 VALUE ZERO.
002040     05  TXS100-EXC-TUITION  PIC 9(10)V99 VALUE ZERO.
002050     05  TXS100-EXC-AID      PIC 9(10)V99 VALUE ZERO.

002060 01  TXS100-PAYER-TIN-EDIT.
002070     05  TXS100-PTE-PART1    PIC X(2).
002080     05  FILLER              PIC X       VALUE "-".
002090     05  TXS100-PTE-PART2    PIC X(7).

002100 01  TXS100-STUDENT-TIN-EDIT.
002110     05  FILLER              PIC X(7)    VALUE "XXX-XX-".
002120     05  TXS100-STE-LAST4    PIC X(4).

002130 01  TXS100-CURRENT-DATE-AND-TIME.
002140     05  TXS100-I-DATE.
002150         10  TXS100-I-YEAR   PIC 9(4).
002160         10  TXS100-I-MONTH  PIC 99.
002170         10  TXS100-I-DAY    PIC 99.
002180     05  TXS100-DTIME        PIC X(11).

002190*****************************************************************
002200* IRS ELECTRONIC FILING RECORDS - EACH 750 BYTES, POSITIONS PER *
002210* THE IRS SPECIFICATION FOR FILING INFORMATION RETURNS.         *
002220*****************************************************************
002230 01  TXS100-T-REC.
002240     05  TXS100-T-TYPE       PIC X(1).
002250     05  TXS100-T-YEAR       PIC 9(4).
002260     05  TXS100-T-PRIOR-YEAR PIC X(1).
002270     05  TXS100-T-TIN        PIC X(9).
002280     05  TXS100-T-TCC        PIC X(5).
002290     05  FILLER              PIC X(7).
002300     05  TXS100-T-TEST       PIC X(1).
002310     05  TXS100-T-FOREIGN    PIC X(1).
002320     05  TXS100-T-NAME       PIC X(40).
002330     05  TXS100-T-NAME-2     PIC X(40).
002340     05  TXS100-T-CO-NAME    PIC X(40).
002350     05  TXS100-T-CO-NAME-2  PIC X(40).
002360     05  TXS100-T-CO-STREET  PIC X(40).
002370     05  TXS100-T-CO-CITY    PIC X(40).
002380     05  TXS100-T-CO-STATE   PIC X(2).
002390     05  TXS100-T-CO-ZIP     PIC X(9).
002400     05  FILLER              PIC X(15).
002410     05  TXS100-T-PAYEE-CTR  PIC 9(8).
002420     05  TXS100-T-CONTACT    PIC X(40).
002430     05  TXS100-T-PHONE      PIC X(15).
002440     05  TXS100-T-EMAIL      PIC X(50).
002450     05  FILLER              PIC X(91).
002460     05  TXS100-T-SEQ        PIC 9(8).
002470     05  FILLER              PIC X(10).
002480     05  TXS100-T-VENDOR     PIC X(1).
002490     05  FILLER              PIC X(232).

002500 01  TXS100-A-REC.
002510     05  TXS100-A-TYPE       PIC X(1).
002520     05  TXS100-A-YEAR       PIC 9(4).
002530     05  TXS100-A-COMBINED   PIC X(1).
002540     05  FILLER              PIC X(5).
002550     05  TXS100-A-TIN        PIC X(9).
002560     05  TXS100-A-NAME-CTL   PIC X(4).
002570     05  TXS100-A-LAST-FILING PIC X(1).
002580     05  TXS100-A-RETURN-TYPE PIC X(2).
002590     05  TXS100-A-AMOUNT-CODES PIC X(18).
002600     05  FILLER              PIC X(6).
002610     05  TXS100-A-FOREIGN    PIC X(1).
002620     05  TXS100-A-NAME       PIC X(40).
002630     05  TXS100-A-NAME-2     PIC X(40).
002640     05  TXS100-A-TRANSFER   PIC X(1).
002650     05  TXS100-A-STREET     PIC X(40).
002660     05  TXS100-A-CITY       PIC X(40).
002670     05  TXS100-A-STATE      PIC X(2).
002680     05  TXS100-A-ZIP        PIC X(9).
002690     05  TXS100-A-PHONE      PIC X(15).
002700     05  FILLER              PIC X(260).
002710     05  TXS100-A-SEQ        PIC 9(8).
002720     05  FILLER              PIC X(243).

002730 01  TXS100-B-REC.
002740     05  TXS100-B-TYPE       PIC X(1).
002750     05  TXS100-B-YEAR       PIC 9(4).
002760     05  TXS100-B-CORRECTED  PIC X(1).
002770     05  TXS100-B-NAME-CTL   PIC X(4).
002780     05  TXS100-B-TIN-TYPE   PIC X(1).
002790     05  TXS100-B-TIN        PIC X(9).
002800     05  TXS100-B-ACCOUNT    PIC X(20).
002810     05  TXS100-B-OFFICE     PIC X(4).
002820     05  FILLER              PIC X(10).
002830     05  TXS100-B-AMOUNTS.
002840         10  TXS100-B-AMOUNT OCCURS 16 TIMES
002850                             PIC 9(10)V99.
002860     05  TXS100-B-FOREIGN    PIC X(1).
002870     05  TXS100-B-NAME       PIC X(40).
002880     05  TXS100-B-NAME-2     PIC X(40).
002890     05  FILLER              PIC X(40).
002900     05  TXS100-B-STREET     PIC X(40).
002910     05  FILLER              PIC X(40).
002920     05  TXS100-B-CITY       PIC X(40).
002930     05  TXS100-B-STATE      PIC X(2).
002940     05  TXS100-B-ZIP        PIC X(9).
002950     05  FILLER              PIC X(1).
002960     05  TXS100-B-SEQ        PIC 9(8).
002970     05  FILLER              PIC X(36).
002980     05  TXS100-B-TIN-NOTICE PIC X(1).
002990     05  FILLER              PIC X(2).
003000     05  TXS100-B-HALF-TIME  PIC X(1).
003010     05  TXS100-B-GRADUATE   PIC X(1).
003020     05  FILLER              PIC X(202).

003030 01  TXS100-C-REC.
003040     05  TXS100-C-TYPE       PIC X(1).
003050     05  TXS100-C-PAYEE-CTR  PIC 9(8).
003060     05  FILLER              PIC X(6).
003070     05  TXS100-C-TOTALS.
003080         10  TXS100-C-TOTAL  OCCURS 16 TIMES
003090                             PIC 9(16)V99.
003100     05  FILLER              PIC X(196).
003110     05  TXS100-C-SEQ        PIC 9(8).
003120     05  FILLER              PIC X(243).

003130 01  TXS100-F-REC.
003140     05  TXS100-F-TYPE       PIC X(1).
003150     05  TXS100-F-A-CTR      PIC 9(8).
003160     05  TXS100-F-ZEROS      PIC X(21).
003170     05  FILLER              PIC X(19).
003180     05  TXS100-F-PAYEE-CTR  PIC 9(8).
003190     05  FILLER              PIC X(442).
003200     05  TXS100-F-SEQ        PIC 9(8).
003210     05  FILLER              PIC X(243).

003220*****************************************************************
003230* PRINTED STATEMENT AND EXCEPTION LISTING LINES.                *
003240*****************************************************************
003250 01  TXS100-ST-TITLE-LINE.
003260     05  FILLER          PIC X(4)    VALUE SPACES.
003270     05  FILLER          PIC X(16)   VALUE "FORM 1098-T".
003280     05  FILLER          PIC X(40)   VALUE "TUITION STATEMENT".
003290     05  FILLER          PIC X(9)    VALUE "TAX YEAR".
003300     05  TXS100-O-ST-YEAR PIC 9(4).

003310 01  TXS100-ST-TEXT-LINE.
003320     05  FILLER          PIC X(4)    VALUE SPACES.
003330     05  TXS100-O-ST-LABEL PIC X(40).
003340     05  TXS100-O-ST-VALUE PIC X(60).

003350 01  TXS100-ST-AMOUNT-LINE.
003360     05  FILLER          PIC X(4)    VALUE SPACES.
003370     05  TXS100-O-ST-AMT-LABEL PIC X(40).
003380     05  TXS100-O-ST-AMOUNT PIC $$$,$$$,$$9.99.

003390 01  TXS100-TITLE-LINE.
003400     05  FILLER          PIC X(6)    VALUE "DATE:".
003410     05  TXS100-O-MONTH  PIC 99.
003420     05  FILLER          PIC X       VALUE '/'.
003430     05  TXS100-O-DAY    PIC 99.
003440     05  FILLER          PIC X       VALUE '/'.
003450     05  TXS100-O-YEAR   PIC 9(4).
003460     05  FILLER          PIC X(34)   VALUE SPACES.
003470     05  FILLER          PIC X(40)   VALUE
003480         "FORM 1098-T RUN - EXCEPTION LISTING".
003490     05  FILLER          PIC X(34)   VALUE SPACES.
003500     05  FILLER          PIC X(6)    VALUE "PAGE:".
003510     05  TXS100-O-PCTR   PIC Z9.

003520 01  TXS100-YEAR-LINE.
003530     05  FILLER          PIC X(56)   VALUE SPACES.
003540     05  TXS100-O-YEAR-TEXT PIC X(60).

003550 01  TXS100-COL-HDG.
003560     05  FILLER          PIC X(4)    VALUE "  ID".
003570     05  FILLER          PIC X(5)    VALUE SPACES.
003580     05  FILLER          PIC X(16)   VALUE "LAST NAME".
003590     05  FILLER          PIC X(16)   VALUE "FIRST NAME".
003600     05  FILLER          PIC X(15)   VALUE "   BOX 1 TUITN".
003610     05  FILLER          PIC X(16)   VALUE "     BOX 5 AID".
003620     05  FILLER          PIC X(6)    VALUE "REASON".

003630 01  TXS100-DETAIL-LINE.
003640     05  TXS100-O-ID     PIC X(7).
003650     05  FILLER          PIC X(2)    VALUE SPACES.
003660     05  TXS100-O-LNAME  PIC X(15).
003670     05  FILLER          PIC X(1)    VALUE SPACES.
003680     05  TXS100-O-FNAME  PIC X(15).
003690     05  FILLER          PIC X(1)    VALUE SPACES.
003700     05  TXS100-O-TUITION PIC ZZ,ZZZ,ZZ9.99.
003710     05  FILLER          PIC X(2)    VALUE SPACES.
003720     05  TXS100-O-AID    PIC ZZ,ZZZ,ZZ9.99.
003730     05  FILLER          PIC X(3)    VALUE SPACES.
003740     05  TXS100-O-REASON PIC X(40).

003750 01  TXS100-MESSAGE-LINE.
003760     05  FILLER          PIC X(4)    VALUE SPACES.
003770     05  TXS100-O-MESSAGE PIC X(60).

003780 01  TXS100-GT-LINE1.
003790     05  FILLER          PIC X(4)    VALUE SPACES.
003800     05  FILLER          PIC X(18)   VALUE "LEDGER ROWS READ:".
003810     05  TXS100-O-LGR-READ-CTR PIC ZZZZZZ9.
003820     05  FILLER          PIC X(4)    VALUE SPACES.
003830     05  FILLER          PIC X(29)   VALUE
003840         "ROWS SELECTED FOR TAX YEAR:".
003850     05  TXS100-O-LGR-SEL-CTR PIC ZZZZZZ9.

003860 01  TXS100-GT-LINE2.
003870     05  FILLER          PIC X(4)    VALUE SPACES.
003880     05  FILLER          PIC X(10)   VALUE "STUDENTS:".
003890     05  TXS100-O-STU-CTR PIC ZZZZ9.
003900     05  FILLER          PIC X(4)    VALUE SPACES.
003910     05  FILLER          PIC X(20)   VALUE "STATEMENTS PRINTED:".
003920     05  TXS100-O-STMT-CTR PIC ZZZZ9.
003930     05  FILLER          PIC X(4)    VALUE SPACES.
003940     05  FILLER          PIC X(12)   VALUE "EXCEPTIONS:".
003950     05  TXS100-O-EXC-CTR PIC ZZZZ9.
003960     05  FILLER          PIC X(4)    VALUE SPACES.
003970     05  FILLER          PIC X(20)   VALUE "HALF-TIME (BOX 8):".
003980     05  TXS100-O-HALF-CTR PIC ZZZZ9.

003990 01  TXS100-GT-LINE3.
004000     05  FILLER          PIC X(4)    VALUE SPACES.
004010     05  FILLER          PIC X(22)   VALUE "BOX 1 TUITION FILED:".
004020     05  TXS100-O-TOT-TUITION PIC $$,$$$,$$$,$$9.99.
004030     05  FILLER          PIC X(4)    VALUE SPACES.
004040     05  FILLER          PIC X(21)   VALUE "BOX 5 AID FILED:".
004050     05  TXS100-O-TOT-AID PIC $$,$$$,$$$,$$9.99.

004060 01  TXS100-GT-LINE4.
004070     05  FILLER          PIC X(4)    VALUE SPACES.
004080     05  FILLER          PIC X(22)   VALUE "BOX 1 ON EXCEPTIONS:".
004090     05  TXS100-O-EXC-TUITION PIC $$,$$$,$$$,$$9.99.
004100     05  FILLER          PIC X(4)    VALUE SPACES.
004110     05  FILLER          PIC X(21)   VALUE "BOX 5 ON EXCEPTIONS:".
004120     05  TXS100-O-EXC-AID PIC $$,$$$,$$$,$$9.99.

004130 PROCEDURE DIVISION.

004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     IF TXS100-CARD-VALID
004170         PERFORM 2000-PROCESS-SORT THRU 2000-EXIT
004180         PERFORM 7000-WRITE-IRS-FILE THRU 7000-EXIT
004190     END-IF.
004200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004210     STOP RUN.

004220 1000-INITIALIZE.
004230     MOVE FUNCTION CURRENT-DATE TO TXS100-CURRENT-DATE-AND-TIME.
004240     MOVE TXS100-I-YEAR TO TXS100-O-YEAR.
004250     MOVE TXS100-I-MONTH TO TXS100-O-MONTH.
004260     MOVE TXS100-I-DAY TO TXS100-O-DAY.

004270     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

004280     OPEN INPUT STUDENT-MASTER.
004290     OPEN INPUT COURSE-FILE.
004300     OPEN INPUT ADDRESS-FILE.
004310     IF TXS100-ADR-STATUS NOT = "00"
004320         MOVE "Y" TO TXS100-SW-NO-ADR
004330     END-IF.
004340     OPEN INPUT TAXID-FILE.
004350     IF TXS100-TIN-STATUS NOT = "00"
004360         MOVE "Y" TO TXS100-SW-NO-TIN
004370     END-IF.
004380     OPEN OUTPUT PAYEE-WORK-FILE.
004390     OPEN OUTPUT STATEMENT-FILE.
004400     OPEN OUTPUT PRTOUT.

004410     IF TXS100-CARD-VALID
004420         MOVE SPACES TO TXS100-O-YEAR-TEXT
004430         STRING "TAX YEAR "          DELIMITED BY SIZE
004440             TXS100-TAX-YEAR         DELIMITED BY SIZE
004450             INTO TXS100-O-YEAR-TEXT
004460         END-STRING
004470     ELSE
004480         MOVE
004490             "NO VALID CONTROL CARD - NOTHING PRODUCED"
004500             TO TXS100-O-YEAR-TEXT
004510     END-IF.

004520     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004530     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
004540 1000-EXIT.
004550     EXIT.

004560 1100-READ-CONTROL-CARD.
004570     OPEN INPUT CONTROL-CARD-FILE.
004580     IF TXS100-CTL-STATUS NOT = "00"
004590         GO TO 1100-EXIT.
004600     READ CONTROL-CARD-FILE
004610         AT END
004620             CLOSE CONTROL-CARD-FILE
004630             GO TO 1100-EXIT
004640     END-READ.
004650     CLOSE CONTROL-CARD-FILE.
004660     IF TXY-TAX-YEAR NOT NUMERIC
004670         OR TXY-PAYER-TIN NOT NUMERIC
004680         OR TXY-PAYER-NAME = SPACES
004690         GO TO 1100-EXIT.
004700     MOVE TXY-TAX-YEAR TO TXS100-TAX-YEAR.
004710     IF TXS100-TAX-YEAR < 2000
004720         OR TXS100-TAX-YEAR > TXS100-I-YEAR
004730         GO TO 1100-EXIT.
004740     SET TXS100-CARD-VALID TO TRUE.
004750 1100-EXIT.
004760     EXIT.

004770 2000-PROCESS-SORT.
004780     SORT SORT-WORK
004790         ON ASCENDING KEY SD-ID
004800         INPUT PROCEDURE 3000-SELECT-LEDGER THRU 3000-EXIT
004810         OUTPUT PROCEDURE 4000-BUILD-STATEMENTS THRU 4000-EXIT.
004820 2000-EXIT.
004830     EXIT.

004840 3000-SELECT-LEDGER.
004850     OPEN INPUT LEDGER-FILE.
004860     IF TXS100-LGR-STATUS NOT = "00"
004870         MOVE "Y" TO TXS100-SW-NO-LGR
004880         GO TO 3000-EXIT.
004890     PERFORM 9200-READ-LEDGER THRU 9200-EXIT.
004900     PERFORM 3100-SELECT-ENTRY THRU 3100-EXIT
004910         UNTIL NOT TXS100-MORE-LGR.
004920     CLOSE LEDGER-FILE.
004930 3000-EXIT.
004940     EXIT.

004950 3100-SELECT-ENTRY.
004960     ADD 1 TO TXS100-LGR-READ-CTR.
004970     IF LGR-YEAR NOT = TXS100-TAX-YEAR
004980         GO TO 3100-READ.
004990     IF LGR-CHARGE AND LGR-REF = "TUITION"
005000         MOVE "C" TO SD-TYPE
005010     ELSE
005020         IF LGR-AID-CREDIT
005030             MOVE "A" TO SD-TYPE
005040         ELSE
005050             GO TO 3100-READ
005060         END-IF
005070     END-IF.
005080     MOVE LGR-ID TO SD-ID.
005090     MOVE LGR-AMOUNT TO SD-AMOUNT.
005100     RELEASE SD-REC.
005110     ADD 1 TO TXS100-LGR-SEL-CTR.
005120 3100-READ.
005130     PERFORM 9200-READ-LEDGER THRU 9200-EXIT.
005140 3100-EXIT.
005150     EXIT.

005160 4000-BUILD-STATEMENTS.
005170     PERFORM 9400-RETURN-SORTED THRU 9400-EXIT.
005180     PERFORM 4100-PROCESS-STUDENT THRU 4100-EXIT
005190         UNTIL TXS100-SORT-EOF.
005200 4000-EXIT.
005210     EXIT.

005220 4100-PROCESS-STUDENT.
005230     ADD 1 TO TXS100-STU-CTR.
005240     MOVE SD-ID TO TXS100-CURR-ID.
005250     MOVE ZERO TO TXS100-STU-TUITION.
005260     MOVE ZERO TO TXS100-STU-AID.
005270     PERFORM 4150-ACCUM-ENTRY THRU 4150-EXIT
005280         UNTIL TXS100-SORT-EOF OR SD-ID NOT = TXS100-CURR-ID.
005290     PERFORM 4200-LOOKUP-STUDENT THRU 4200-EXIT.
005300     IF TXS100-ON-MASTER AND TXS100-HAS-ADDRESS
005310             AND TXS100-HAS-TAXID
005320         PERFORM 4400-PRINT-STATEMENT THRU 4400-EXIT
005330         PERFORM 4500-WRITE-B-RECORD THRU 4500-EXIT
005340     ELSE
005350         PERFORM 4300-PRINT-EXCEPTION THRU 4300-EXIT
005360     END-IF.
005370 4100-EXIT.
005380     EXIT.

005390 4150-ACCUM-ENTRY.
005400     IF SD-TUITION
005410         ADD SD-AMOUNT TO TXS100-STU-TUITION
005420     ELSE
005430         ADD SD-AMOUNT TO TXS100-STU-AID
005440     END-IF.
005450     PERFORM 9400-RETURN-SORTED THRU 9400-EXIT.
005460 4150-EXIT.
005470     EXIT.

005480 4200-LOOKUP-STUDENT.
005490     MOVE "Y" TO TXS100-SW-ON-MASTER.
005500     MOVE TXS100-CURR-ID TO I-ID.
005510     READ STUDENT-MASTER
005520         INVALID KEY
005530             MOVE "N" TO TXS100-SW-ON-MASTER
005540             MOVE SPACES TO I-NAME
005550             MOVE "NOT ON FILE ***" TO I-LNAME
005560     END-READ.

005570     MOVE "N" TO TXS100-SW-HAS-ADR.
005580     IF NOT TXS100-NO-ADDRESS-FILE
005590         MOVE TXS100-CURR-ID TO ADR-ID
005600         READ ADDRESS-FILE
005610             NOT INVALID KEY
005620                 IF ADR-STREET NOT = SPACES
005630                         AND ADR-CITY NOT = SPACES
005640                     MOVE "Y" TO TXS100-SW-HAS-ADR
005650                 END-IF
005660         END-READ
005670     END-IF.

005680     MOVE "N" TO TXS100-SW-HAS-TIN.
005690     IF NOT TXS100-NO-TAXID-FILE
005700         MOVE TXS100-CURR-ID TO TIN-ID
005710         READ TAXID-FILE
005720             NOT INVALID KEY
005730                 IF TIN-NUMBER NUMERIC
005740                         AND TIN-NUMBER NOT = "000000000"
005750                     MOVE "Y" TO TXS100-SW-HAS-TIN
005760                 END-IF
005770         END-READ
005780     END-IF.

005790     MOVE ZERO TO TXS100-CREDIT-TOTAL.
005800     PERFORM 9300-READ-COURSE THRU 9300-EXIT
005810         UNTIL NOT TXS100-MORE-CRS
005820             OR CRS-ID NOT < TXS100-CURR-ID.
005830     PERFORM 4250-ACCUM-CREDITS THRU 4250-EXIT
005840         UNTIL NOT TXS100-MORE-CRS
005850             OR CRS-ID NOT = TXS100-CURR-ID.
005860 4200-EXIT.
005870     EXIT.

005880 4250-ACCUM-CREDITS.
005885     IF NOT CRS-TRANSFER-GRADE
005890         ADD CRS-CREDITS TO TXS100-CREDIT-TOTAL
005895     END-IF.
005900     PERFORM 9300-READ-COURSE THRU 9300-EXIT.
005910 4250-EXIT.
005920     EXIT.

005930 4300-PRINT-EXCEPTION.
005940     ADD 1 TO TXS100-EXC-CTR.
005950     ADD TXS100-STU-TUITION TO TXS100-EXC-TUITION.
005960     ADD TXS100-STU-AID TO TXS100-EXC-AID.
005970     EVALUATE TRUE
005980         WHEN NOT TXS100-ON-MASTER
005990             MOVE "ID NOT ON STUDENT MASTER" TO TXS100-O-REASON
006000         WHEN NOT TXS100-HAS-ADDRESS AND NOT TXS100-HAS-TAXID
006010             MOVE "NO MAILING ADDRESS AND NO TAXPAYER ID"
006020                 TO TXS100-O-REASON
006030         WHEN NOT TXS100-HAS-ADDRESS
006040             MOVE "NO MAILING ADDRESS" TO TXS100-O-REASON
006050         WHEN OTHER
006060             MOVE "NO TAXPAYER ID" TO TXS100-O-REASON
006070     END-EVALUATE.
006080     MOVE TXS100-CURR-ID TO TXS100-O-ID.
006090     MOVE I-LNAME TO TXS100-O-LNAME.
006100     MOVE I-FNAME TO TXS100-O-FNAME.
006110     MOVE TXS100-STU-TUITION TO TXS100-O-TUITION.
006120     MOVE TXS100-STU-AID TO TXS100-O-AID.
006130     WRITE PRTLINE FROM TXS100-DETAIL-LINE
006140         AFTER ADVANCING 1 LINE
006150             AT EOP
006160                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
006170 4300-EXIT.
006180     EXIT.

006190 4400-PRINT-STATEMENT.
006200     ADD 1 TO TXS100-STMT-CTR.
006210     MOVE TXS100-TAX-YEAR TO TXS100-O-ST-YEAR.
006220     WRITE STMTLINE FROM TXS100-ST-TITLE-LINE
006230         AFTER ADVANCING PAGE.

006240     MOVE "FILER'S NAME, ADDRESS, AND TELEPHONE" TO
006250         TXS100-O-ST-LABEL.
006260     MOVE TXY-PAYER-NAME TO TXS100-O-ST-VALUE.
006270     WRITE STMTLINE FROM TXS100-ST-TEXT-LINE
006280         AFTER ADVANCING 3 LINES.
006290     MOVE SPACES TO TXS100-O-ST-LABEL.
006300     MOVE TXY-PAYER-STREET TO TXS100-O-ST-VALUE.
006310     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.
006320     MOVE SPACES TO TXS100-O-ST-VALUE.
006330     STRING FUNCTION TRIM(TXY-PAYER-CITY)   DELIMITED BY SIZE
006340         ", "                                DELIMITED BY SIZE
006350         TXY-PAYER-STATE                     DELIMITED BY SIZE
006360         "  "                                DELIMITED BY SIZE
006370         TXY-PAYER-ZIP                       DELIMITED BY SIZE
006380         INTO TXS100-O-ST-VALUE
006390     END-STRING.
006400     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.
006410     MOVE TXY-PAYER-PHONE TO TXS100-O-ST-VALUE.
006420     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.

006430     MOVE TXY-PAYER-TIN (1:2) TO TXS100-PTE-PART1.
006440     MOVE TXY-PAYER-TIN (3:7) TO TXS100-PTE-PART2.
006450     MOVE "FILER'S EMPLOYER IDENTIFICATION NO." TO
006460         TXS100-O-ST-LABEL.
006470     MOVE TXS100-PAYER-TIN-EDIT TO TXS100-O-ST-VALUE.
006480     WRITE STMTLINE FROM TXS100-ST-TEXT-LINE
006490         AFTER ADVANCING 2 LINES.
006500     MOVE TIN-NUMBER (6:4) TO TXS100-STE-LAST4.
006510     MOVE "STUDENT'S TAXPAYER IDENTIFICATION NO." TO
006520         TXS100-O-ST-LABEL.
006530     MOVE TXS100-STUDENT-TIN-EDIT TO TXS100-O-ST-VALUE.
006540     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.

006550     MOVE "STUDENT'S NAME AND ADDRESS" TO TXS100-O-ST-LABEL.
006560     MOVE SPACES TO TXS100-O-ST-VALUE.
006570     STRING FUNCTION TRIM(I-FNAME)          DELIMITED BY SIZE
006580         " "                                 DELIMITED BY SIZE
006590         FUNCTION TRIM(I-LNAME)              DELIMITED BY SIZE
006600         INTO TXS100-O-ST-VALUE
006610     END-STRING.
006620     WRITE STMTLINE FROM TXS100-ST-TEXT-LINE
006630         AFTER ADVANCING 2 LINES.
006640     MOVE SPACES TO TXS100-O-ST-LABEL.
006650     MOVE ADR-STREET TO TXS100-O-ST-VALUE.
006660     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.
006670     MOVE SPACES TO TXS100-O-ST-VALUE.
006680     STRING FUNCTION TRIM(ADR-CITY)         DELIMITED BY SIZE
006690         ", "                                DELIMITED BY SIZE
006700         ADR-STATE                           DELIMITED BY SIZE
006710         "  "                                DELIMITED BY SIZE
006720         ADR-ZIP                             DELIMITED BY SIZE
006730         INTO TXS100-O-ST-VALUE
006740     END-STRING.
006750     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.
006760     MOVE "ACCOUNT NUMBER" TO TXS100-O-ST-LABEL.
006770     MOVE TXS100-CURR-ID TO TXS100-O-ST-VALUE.
006780     WRITE STMTLINE FROM TXS100-ST-TEXT-LINE
006790         AFTER ADVANCING 2 LINES.

006800     MOVE "BOX 1  QUALIFIED TUITION AND EXPENSES" TO
006810         TXS100-O-ST-AMT-LABEL.
006820     MOVE TXS100-STU-TUITION TO TXS100-O-ST-AMOUNT.
006830     WRITE STMTLINE FROM TXS100-ST-AMOUNT-LINE
006840         AFTER ADVANCING 3 LINES.
006850     MOVE "BOX 5  SCHOLARSHIPS OR GRANTS" TO
006860         TXS100-O-ST-AMT-LABEL.
006870     MOVE TXS100-STU-AID TO TXS100-O-ST-AMOUNT.
006880     WRITE STMTLINE FROM TXS100-ST-AMOUNT-LINE
006890         AFTER ADVANCING 1 LINE.
006900     MOVE "BOX 8  AT LEAST HALF-TIME STUDENT" TO
006910         TXS100-O-ST-LABEL.
006920     IF TXS100-CREDIT-TOTAL NOT < TXS100-HALF-TIME-LOAD
006930         MOVE "X" TO TXS100-O-ST-VALUE
006940         ADD 1 TO TXS100-HALF-CTR
006950     ELSE
006960         MOVE SPACES TO TXS100-O-ST-VALUE
006970     END-IF.
006980     PERFORM 4450-WRITE-ST-LINE THRU 4450-EXIT.
006990 4400-EXIT.
007000     EXIT.

007010 4450-WRITE-ST-LINE.
007020     WRITE STMTLINE FROM TXS100-ST-TEXT-LINE
007030         AFTER ADVANCING 1 LINE.
007040 4450-EXIT.
007050     EXIT.

007060 4500-WRITE-B-RECORD.
007070     MOVE SPACES TO TXS100-B-REC.
007080     MOVE "B" TO TXS100-B-TYPE.
007090     MOVE TXS100-TAX-YEAR TO TXS100-B-YEAR.
007100     MOVE I-LNAME (1:4) TO TXS100-B-NAME-CTL.
007110     MOVE "2" TO TXS100-B-TIN-TYPE.
007120     MOVE TIN-NUMBER TO TXS100-B-TIN.
007130     MOVE TXS100-CURR-ID TO TXS100-B-ACCOUNT.
007140     MOVE ZEROS TO TXS100-B-AMOUNTS.
007150     MOVE TXS100-STU-TUITION TO TXS100-B-AMOUNT (1).
007160     MOVE TXS100-STU-AID TO TXS100-B-AMOUNT (5).
007170     STRING FUNCTION TRIM(I-FNAME)          DELIMITED BY SIZE
007180         " "                                 DELIMITED BY SIZE
007190         FUNCTION TRIM(I-LNAME)              DELIMITED BY SIZE
007200         INTO TXS100-B-NAME
007210     END-STRING.
007220     MOVE ADR-STREET TO TXS100-B-STREET.
007230     MOVE ADR-CITY TO TXS100-B-CITY.
007240     MOVE ADR-STATE TO TXS100-B-STATE.
007250     MOVE ADR-ZIP TO TXS100-B-ZIP.
007260     MOVE ZERO TO TXS100-B-SEQ.
007270     IF TXS100-CREDIT-TOTAL NOT < TXS100-HALF-TIME-LOAD
007280         MOVE "1" TO TXS100-B-HALF-TIME
007290     END-IF.
007300     WRITE TXW-REC FROM TXS100-B-REC.
007310     ADD TXS100-STU-TUITION TO TXS100-TOT-TUITION.
007320     ADD TXS100-STU-AID TO TXS100-TOT-AID.
007330 4500-EXIT.
007340     EXIT.

007350 7000-WRITE-IRS-FILE.
007360     CLOSE PAYEE-WORK-FILE.
007370     IF TXS100-STMT-CTR = ZERO
007380         MOVE "NO PAYEES - ELECTRONIC FILE NOT WRITTEN"
007390             TO TXS100-O-MESSAGE
007400         WRITE PRTLINE FROM TXS100-MESSAGE-LINE
007410             AFTER ADVANCING 2 LINES
007420         GO TO 7000-EXIT.
007430     OPEN OUTPUT IRS-FILE.
007440     PERFORM 7100-WRITE-T-RECORD THRU 7100-EXIT.
007450     PERFORM 7200-WRITE-A-RECORD THRU 7200-EXIT.
007460     OPEN INPUT PAYEE-WORK-FILE.
007470     MOVE "Y" TO TXS100-SW-MORE-WORK.
007480     PERFORM 9500-READ-WORK THRU 9500-EXIT.
007490     PERFORM 7300-COPY-B-RECORD THRU 7300-EXIT
007500         UNTIL NOT TXS100-MORE-WORK.
007510     CLOSE PAYEE-WORK-FILE.
007520     PERFORM 7400-WRITE-C-RECORD THRU 7400-EXIT.
007530     PERFORM 7500-WRITE-F-RECORD THRU 7500-EXIT.
007540     CLOSE IRS-FILE.
007550     MOVE SPACES TO TXS100-O-MESSAGE.
007560     STRING "ELECTRONIC FILE STDNTIRS.DAT WRITTEN - RECORDS: "
007570                                         DELIMITED BY SIZE
007580         TXS100-SEQ-CTR                  DELIMITED BY SIZE
007590         INTO TXS100-O-MESSAGE
007600     END-STRING.
007610     WRITE PRTLINE FROM TXS100-MESSAGE-LINE
007620         AFTER ADVANCING 2 LINES.
007630 7000-EXIT.
007640     EXIT.

007650 7100-WRITE-T-RECORD.
007660     MOVE SPACES TO TXS100-T-REC.
007670     MOVE "T" TO TXS100-T-TYPE.
007680     MOVE TXS100-TAX-YEAR TO TXS100-T-YEAR.
007690     IF TXS100-TAX-YEAR + 1 < TXS100-I-YEAR
007700         MOVE "P" TO TXS100-T-PRIOR-YEAR
007710     END-IF.
007720     MOVE TXY-PAYER-TIN TO TXS100-T-TIN.
007730     MOVE TXY-TCC TO TXS100-T-TCC.
007740     IF TXY-TEST-FLAG = "T"
007750         MOVE "T" TO TXS100-T-TEST
007760     END-IF.
007770     MOVE TXY-PAYER-NAME TO TXS100-T-NAME.
007780     MOVE TXY-PAYER-NAME TO TXS100-T-CO-NAME.
007790     MOVE TXY-PAYER-STREET TO TXS100-T-CO-STREET.
007800     MOVE TXY-PAYER-CITY TO TXS100-T-CO-CITY.
007810     MOVE TXY-PAYER-STATE TO TXS100-T-CO-STATE.
007820     MOVE TXY-PAYER-ZIP TO TXS100-T-CO-ZIP.
007830     MOVE TXS100-STMT-CTR TO TXS100-T-PAYEE-CTR.
007840     MOVE TXY-CONTACT-NAME TO TXS100-T-CONTACT.
007850     MOVE TXY-PAYER-PHONE TO TXS100-T-PHONE.
007860     MOVE TXY-CONTACT-EMAIL TO TXS100-T-EMAIL.
007870     ADD 1 TO TXS100-SEQ-CTR.
007880     MOVE TXS100-SEQ-CTR TO TXS100-T-SEQ.
007890     MOVE "I" TO TXS100-T-VENDOR.
007900     WRITE IRS-REC FROM TXS100-T-REC.
007910 7100-EXIT.
007920     EXIT.

007930 7200-WRITE-A-RECORD.
007940     MOVE SPACES TO TXS100-A-REC.
007950     MOVE "A" TO TXS100-A-TYPE.
007960     MOVE TXS100-TAX-YEAR TO TXS100-A-YEAR.
007970     MOVE TXY-PAYER-TIN TO TXS100-A-TIN.
007980     MOVE "8" TO TXS100-A-RETURN-TYPE.
007990     MOVE "15" TO TXS100-A-AMOUNT-CODES.
008000     MOVE TXY-PAYER-NAME TO TXS100-A-NAME.
008010     MOVE "0" TO TXS100-A-TRANSFER.
008020     MOVE TXY-PAYER-STREET TO TXS100-A-STREET.
008030     MOVE TXY-PAYER-CITY TO TXS100-A-CITY.
008040     MOVE TXY-PAYER-STATE TO TXS100-A-STATE.
008050     MOVE TXY-PAYER-ZIP TO TXS100-A-ZIP.
008060     MOVE TXY-PAYER-PHONE TO TXS100-A-PHONE.
008070     ADD 1 TO TXS100-SEQ-CTR.
008080     MOVE TXS100-SEQ-CTR TO TXS100-A-SEQ.
008090     WRITE IRS-REC FROM TXS100-A-REC.
008100 7200-EXIT.
008110     EXIT.

008120 7300-COPY-B-RECORD.
008130     MOVE TXW-REC TO TXS100-B-REC.
008140     ADD 1 TO TXS100-SEQ-CTR.
008150     MOVE TXS100-SEQ-CTR TO TXS100-B-SEQ.
008160     WRITE IRS-REC FROM TXS100-B-REC.
008170     PERFORM 9500-READ-WORK THRU 9500-EXIT.
008180 7300-EXIT.
008190     EXIT.

008200 7400-WRITE-C-RECORD.
008210     MOVE SPACES TO TXS100-C-REC.
008220     MOVE "C" TO TXS100-C-TYPE.
008230     MOVE TXS100-STMT-CTR TO TXS100-C-PAYEE-CTR.
008240     MOVE ZEROS TO TXS100-C-TOTALS.
008250     MOVE TXS100-TOT-TUITION TO TXS100-C-TOTAL (1).
008260     MOVE TXS100-TOT-AID TO TXS100-C-TOTAL (5).
008270     ADD 1 TO TXS100-SEQ-CTR.
008280     MOVE TXS100-SEQ-CTR TO TXS100-C-SEQ.
008290     WRITE IRS-REC FROM TXS100-C-REC.
008300 7400-EXIT.
008310     EXIT.

008320 7500-WRITE-F-RECORD.
008330     MOVE SPACES TO TXS100-F-REC.
008340     MOVE "F" TO TXS100-F-TYPE.
008350     MOVE 1 TO TXS100-F-A-CTR.
008360     MOVE ALL "0" TO TXS100-F-ZEROS.
008370     MOVE TXS100-STMT-CTR TO TXS100-F-PAYEE-CTR.
008380     ADD 1 TO TXS100-SEQ-CTR.
008390     MOVE TXS100-SEQ-CTR TO TXS100-F-SEQ.
008400     WRITE IRS-REC FROM TXS100-F-REC.
008410 7500-EXIT.
008420     EXIT.

008430 9000-TERMINATE.
008440     IF NOT TXS100-CARD-VALID
008450         CLOSE PAYEE-WORK-FILE
008460     END-IF.
008470     IF TXS100-NO-LEDGER-FILE
008480         MOVE "LEDGER FILE STDNTLGR.DAT NOT AVAILABLE"
008490             TO TXS100-O-MESSAGE
008500         WRITE PRTLINE FROM TXS100-MESSAGE-LINE
008510             AFTER ADVANCING 2 LINES
008520     END-IF.
008530     MOVE TXS100-LGR-READ-CTR TO TXS100-O-LGR-READ-CTR.
008540     MOVE TXS100-LGR-SEL-CTR TO TXS100-O-LGR-SEL-CTR.
008550     WRITE PRTLINE FROM TXS100-GT-LINE1
008560         AFTER ADVANCING 3 LINES.
008570     MOVE TXS100-STU-CTR TO TXS100-O-STU-CTR.
008580     MOVE TXS100-STMT-CTR TO TXS100-O-STMT-CTR.
008590     MOVE TXS100-EXC-CTR TO TXS100-O-EXC-CTR.
008600     MOVE TXS100-HALF-CTR TO TXS100-O-HALF-CTR.
008610     WRITE PRTLINE FROM TXS100-GT-LINE2
008620         AFTER ADVANCING 1 LINE.
008630     MOVE TXS100-TOT-TUITION TO TXS100-O-TOT-TUITION.
008640     MOVE TXS100-TOT-AID TO TXS100-O-TOT-AID.
008650     WRITE PRTLINE FROM TXS100-GT-LINE3
008660         AFTER ADVANCING 1 LINE.
008670     MOVE TXS100-EXC-TUITION TO TXS100-O-EXC-TUITION.
008680     MOVE TXS100-EXC-AID TO TXS100-O-EXC-AID.
008690     WRITE PRTLINE FROM TXS100-GT-LINE4
008700         AFTER ADVANCING 1 LINE.
008710     CLOSE STUDENT-MASTER.
008720     CLOSE COURSE-FILE.
008730     IF NOT TXS100-NO-ADDRESS-FILE
008740         CLOSE ADDRESS-FILE
008750     END-IF.
008760     IF NOT TXS100-NO-TAXID-FILE
008770         CLOSE TAXID-FILE
008780     END-IF.
008790     CLOSE STATEMENT-FILE.
008800     CLOSE PRTOUT.
008810 9000-EXIT.
008820     EXIT.

008830 9100-PRINT-HDG.
008840     ADD 1 TO TXS100-PAGE-CTR.
008850     MOVE TXS100-PAGE-CTR TO TXS100-O-PCTR.
008860     WRITE PRTLINE FROM TXS100-TITLE-LINE
008870         AFTER ADVANCING PAGE.
008880     WRITE PRTLINE FROM TXS100-YEAR-LINE
008890         AFTER ADVANCING 1 LINE.
008900     WRITE PRTLINE FROM TXS100-COL-HDG
008910         AFTER ADVANCING 2 LINES.
008920 9100-EXIT.
008930     EXIT.

008940 9200-READ-LEDGER.
008950     READ LEDGER-FILE
008960         AT END
008970             MOVE "N" TO TXS100-SW-MORE-LGR
008980     END-READ.
008990 9200-EXIT.
009000     EXIT.

009010 9300-READ-COURSE.
009020     READ COURSE-FILE
009030         AT END
009040             MOVE "N" TO TXS100-SW-MORE-CRS
009050     END-READ.
009060 9300-EXIT.
009070     EXIT.

009080 9400-RETURN-SORTED.
009090     RETURN SORT-WORK
009100         AT END
009110             SET TXS100-SORT-EOF TO TRUE
009120     END-RETURN.
009130 9400-EXIT.
009140     EXIT.

009150 9500-READ-WORK.
009160     READ PAYEE-WORK-FILE
009170         AT END
009180             MOVE "N" TO TXS100-SW-MORE-WORK
009190     END-READ.
009200 9500-EXIT.
009210     EXIT.
