000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB26.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000091*   10/15/26  JCB  TUITION AMOUNT NOW TAKEN AS THE NINE BYTES   *
000092*            AFTER THE FOURTH COMMA, WITH THE REST OF THE ROW   *
000093*            REQUIRED TO BE SPACES. THE OLD FIELD-LENGTH TEST   *
000094*            COUNTED THE TRAILING SPACES AND REJECTED EVERY     *
000095*            ROW.                                               *
000100*****************************************************************

000110*****************************************************************
000120* STUDENT ACCOUNTS-RECEIVABLE LEDGER POSTING RUN.  APPENDS TO   *
000130* STDNTLGR.DAT (SEE STDNTLGR) FROM THREE FEEDS:                 *
000140*   - TUITION CHARGES FROM THE CBLJCB19 BILLING FILE            *
000150*     (STDNTBIL.CSV), ONE CHARGE PER BILLED STUDENT.            *
000160*   - AID CREDITS FROM STDNTAWD.DAT, ONE CREDIT PER AWARD       *
000170*     POSTED BY CBLJCB20.                                       *
000180*   - CASHIER PAYMENTS FROM THE BURSAR WINDOW'S DAILY RECEIPTS  *
000190*     FILE (STDNTRCP.DAT), ONE PAYMENT PER RECEIPT.             *
000200* THE BILLING FILE AND THE AWARD FILE ARE REBUILT WHOLE BY EACH *
000210* CBLJCB19 AND CBLJCB20 RUN, SO THEY ARE POSTED ONLY WHEN THE   *
000220* LEDGER CONTROL CARD (STDNTLPC.DAT) SELECTS THEM FOR THIS      *
000230* CYCLE - OTHERWISE THE SAME TERM'S CHARGES WOULD POST AGAIN    *
000240* EVERY NIGHT.  A MISSING CONTROL CARD POSTS RECEIPTS ONLY, THE *
000250* SAFE DEFAULT.  THE CARD ALSO CARRIES THE DATE THE CHARGES AND *
000260* AID CREDITS ARE POSTED UNDER (THE RUN DATE IF ZERO OR NOT A   *
000270* VALID DATE); RECEIPTS POST UNDER THEIR OWN RECEIPT DATE.      *
000280* EVERY ROW IS MATCHED TO STUDENT-MASTER BY I-ID.  THE POSTING  *
000290* REGISTER LISTS EVERY TRANSACTION POSTED AND EVERY ROW         *
000300* REJECTED, WITH A REASON CODE, AND FOOTS EACH FEED (ROWS READ, *
000310* POSTED, REJECTED, DOLLARS POSTED) FOR BALANCING.              *
000320*****************************************************************

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-CARD-FILE
000370         ASSIGN TO "C:\COBOLWI22\STDNTLPC.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LGP100-CTL-STATUS.

000400     SELECT BILLING-CSV-FILE
000410         ASSIGN TO "C:\COBOLWI22\STDNTBIL.CSV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS LGP100-BIL-STATUS.

000440     SELECT AWARD-FILE
000450         ASSIGN TO "C:\COBOLWI22\STDNTAWD.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LGP100-AWD-STATUS.

000480     SELECT RECEIPT-FILE
000490         ASSIGN TO "C:\COBOLWI22\STDNTRCP.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS LGP100-RCP-STATUS.

000520     SELECT STUDENT-MASTER
000530         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS I-ID.

000570     SELECT OPTIONAL LEDGER-FILE
000580         ASSIGN TO "C:\COBOLWI22\STDNTLGR.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT PRTOUT
000610         ASSIGN TO "C:\COBOLWI22\STDNTLPR.PRT"
000620         ORGANIZATION IS RECORD SEQUENTIAL.

000630 DATA DIVISION.
000640 FILE SECTION.

000650 FD  CONTROL-CARD-FILE
000660     LABEL RECORD IS STANDARD
000670     DATA RECORD IS LPC-REC
000680     RECORD CONTAINS 10 CHARACTERS.

000690 01  LPC-REC.
000700     05  LPC-POST-BILLING   PIC X.
000710     05  LPC-POST-AWARDS    PIC X.
000720     05  LPC-POST-DATE      PIC X(8).

000730 FD  BILLING-CSV-FILE
000740     LABEL RECORD IS STANDARD
000750     DATA RECORD IS LGP100-BIL-REC
000760     RECORD CONTAINS 81 CHARACTERS.

000770 01  LGP100-BIL-REC          PIC X(81).

000780 FD  AWARD-FILE
000790     LABEL RECORD IS STANDARD
000800     DATA RECORD IS AWD-REC
000810     RECORD CONTAINS 23 CHARACTERS.

000820     COPY STDNTAWD.

000830 FD  RECEIPT-FILE
000840     LABEL RECORD IS STANDARD
000850     DATA RECORD IS RCP-REC
000860     RECORD CONTAINS 31 CHARACTERS.

000870 01  RCP-REC.
000880     05  RCP-ID             PIC X(7).
000890     05  RCP-DATE           PIC X(8).
000900     05  RCP-RECEIPT-NO     PIC X(8).
000910     05  RCP-AMOUNT         PIC X(8).
000920     05  RCP-AMOUNT-9       REDEFINES RCP-AMOUNT
000930                            PIC 9(6)V99.

000940 FD  STUDENT-MASTER
000950     LABEL RECORD IS STANDARD
000960     DATA RECORD IS I-REC
000970     RECORD CONTAINS 50 CHARACTERS.

000980     COPY STDNTREC.

000990 FD  LEDGER-FILE
001000     LABEL RECORD IS STANDARD
001010     DATA RECORD IS LGR-REC
001020     RECORD CONTAINS 32 CHARACTERS.

001030     COPY STDNTLGR.

001040 FD  PRTOUT
001050     LABEL RECORD IS OMITTED
001060     DATA RECORD IS PRTLINE
001070     RECORD CONTAINS 132 CHARACTERS
001080     LINAGE IS 60 WITH FOOTING AT 56.

001090 01  PRTLINE             PIC X(132).

001100 WORKING-STORAGE SECTION.
001110 77  LGP100-SW-MORE-BIL  PIC X       VALUE "N".
001120     88  LGP100-MORE-BIL              VALUE "Y".

001130 77  LGP100-SW-MORE-AWD  PIC X       VALUE "N".
001140     88  LGP100-MORE-AWD              VALUE "Y".

001150 77  LGP100-SW-MORE-RCP  PIC X       VALUE "N".
001160     88  LGP100-MORE-RCP              VALUE "Y".

001170 77  LGP100-SW-ROW-OK    PIC X       VALUE "Y".
001180     88  LGP100-ROW-OK                VALUE "Y".

001190 77  LGP100-SW-POST-BIL  PIC X       VALUE "N".
001200     88  LGP100-POST-BILLING          VALUE "Y".

001210 77  LGP100-SW-POST-AWD  PIC X       VALUE "N".
001220     88  LGP100-POST-AWARDS           VALUE "Y".

001230 77  LGP100-CTL-STATUS   PIC XX      VALUE SPACES.
001240 77  LGP100-BIL-STATUS   PIC XX      VALUE SPACES.
001250 77  LGP100-AWD-STATUS   PIC XX      VALUE SPACES.
001260 77  LGP100-RCP-STATUS   PIC XX      VALUE SPACES.

001270 77  LGP100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001280 77  LGP100-ID-LEN       PIC 9(2)    COMP VALUE ZERO.
001290 77  LGP100-BIL-PTR      PIC 9(3)    COMP VALUE ZERO.

001300 01  LGP100-FEED-TOTALS.
001310     05  LGP100-BIL-READ-CTR  PIC 9(5)    COMP VALUE ZERO.
001320     05  LGP100-BIL-POST-CTR  PIC 9(5)    COMP VALUE ZERO.
001330     05  LGP100-BIL-REJ-CTR   PIC 9(5)    COMP VALUE ZERO.
001340     05  LGP100-BIL-DOLLARS   PIC 9(9)V99 VALUE ZERO.
001350     05  LGP100-AWD-READ-CTR  PIC 9(5)    COMP VALUE ZERO.
001360     05  LGP100-AWD-POST-CTR  PIC 9(5)    COMP VALUE ZERO.
001370     05  LGP100-AWD-REJ-CTR   PIC 9(5)    COMP VALUE ZERO.
001380     05  LGP100-AWD-DOLLARS   PIC 9(9)V99 VALUE ZERO.
001390     05  LGP100-RCP-READ-CTR  PIC 9(5)    COMP VALUE ZERO.
001400     05  LGP100-RCP-POST-CTR  PIC 9(5)    COMP VALUE ZERO.
001410     05  LGP100-RCP-REJ-CTR   PIC 9(5)    COMP VALUE ZERO.
001420     05  LGP100-RCP-DOLLARS   PIC 9(9)V99 VALUE ZERO.

001430 01  LGP100-POST-DATE        PIC 9(8)    VALUE ZERO.
001440 01  LGP100-TEST-DATE        PIC 9(8)    VALUE ZERO.

001450 01  LGP100-WK-FIELDS.
001460     05  LGP100-WK-ID        PIC X(7)    VALUE SPACES.
001470     05  LGP100-WK-LNAME     PIC X(15)   VALUE SPACES.
001480     05  LGP100-WK-FNAME     PIC X(15)   VALUE SPACES.
001490     05  LGP100-WK-CREDITS   PIC X(5)    VALUE SPACES.
001500     05  LGP100-WK-AMT-TEXT  PIC X(9)    VALUE SPACES.
001510     05  LGP100-WK-AMT-EDIT  REDEFINES LGP100-WK-AMT-TEXT.
001520         10  LGP100-WK-AMT-WHOLE PIC 9(6).
001530         10  LGP100-WK-AMT-DOT   PIC X.
001540         10  LGP100-WK-AMT-CENTS PIC 99.
001550     05  LGP100-WK-AMOUNT    PIC 9(6)V99 VALUE ZERO.

001560 01  LGP100-CURRENT-DATE-AND-TIME.
001570     05  LGP100-I-DATE.
001580         10  LGP100-I-YEAR   PIC 9(4).
001590         10  LGP100-I-MONTH  PIC 99.
001600         10  LGP100-I-DAY    PIC 99.
001610     05  LGP100-DTIME        PIC X(11).

001620 01  LGP100-TITLE-LINE.
001630     05  FILLER          PIC X(6)    VALUE "DATE:".
001640     05  LGP100-O-MONTH  PIC 99.
001650     05  FILLER          PIC X       VALUE '/'.
001660     05  LGP100-O-DAY    PIC 99.
001670     05  FILLER          PIC X       VALUE '/'.
001680     05  LGP100-O-YEAR   PIC 9(4).
001690     05  FILLER          PIC X(35)   VALUE SPACES.
001700     05  FILLER          PIC X(40)   VALUE "STUDENT ACCOUNTS LEDGE
001710-                                    "R POSTING REGISTER".
001720     05  FILLER          PIC X(33)   VALUE SPACES.
001730     05  FILLER          PIC X(6)    VALUE "PAGE:".
001740     05  LGP100-O-PCTR   PIC Z9.

001750 01  LGP100-COL-HDG.
001760     05  FILLER          PIC X(4)    VALUE "  ID".
001770     05  FILLER          PIC X(8)    VALUE SPACES.
001780     05  FILLER          PIC X(9)    VALUE "LAST NAME".
001790     05  FILLER          PIC X(11)   VALUE SPACES.
001800     05  FILLER          PIC X(6)    VALUE "SOURCE".
001810     05  FILLER          PIC X(5)    VALUE SPACES.
001820     05  FILLER          PIC X(9)    VALUE "REFERENCE".
001830     05  FILLER          PIC X(3)    VALUE SPACES.
001840     05  FILLER          PIC X(10)   VALUE "POST DATE".
001850     05  FILLER          PIC X(7)    VALUE SPACES.
001860     05  FILLER          PIC X(6)    VALUE "AMOUNT".
001870     05  FILLER          PIC X(5)    VALUE SPACES.
001880     05  FILLER          PIC X(6)    VALUE "STATUS".

001890 01  LGP100-DETAIL-LINE.
001900     05  LGP100-O-ID     PIC X(7).
001910     05  FILLER          PIC X(5)    VALUE SPACES.
001920     05  LGP100-O-LNAME  PIC X(15).
001930     05  FILLER          PIC X(5)    VALUE SPACES.
001940     05  LGP100-O-SOURCE PIC X(7).
001950     05  FILLER          PIC X(4)    VALUE SPACES.
001960     05  LGP100-O-REF    PIC X(9).
001970     05  FILLER          PIC X(3)    VALUE SPACES.
001980     05  LGP100-O-DATE   PIC X(10).
001990     05  FILLER          PIC X(3)    VALUE SPACES.
002000     05  LGP100-O-AMOUNT PIC X(11).
002010     05  LGP100-O-AMOUNT-ED REDEFINES LGP100-O-AMOUNT
002020                         PIC ZZZ,ZZ9.99-.
002030     05  FILLER          PIC X(4)    VALUE SPACES.
002040     05  LGP100-O-STATUS PIC X(40).

002050 01  LGP100-DATE-EDIT.
002060     05  LGP100-DE-MONTH PIC 99.
002070     05  FILLER          PIC X       VALUE '/'.
002080     05  LGP100-DE-DAY   PIC 99.
002090     05  FILLER          PIC X       VALUE '/'.
002100     05  LGP100-DE-YEAR  PIC 9(4).

002110 01  LGP100-DATE-WORK.
002120     05  LGP100-DW-YEAR  PIC 9(4).
002130     05  LGP100-DW-MONTH PIC 99.
002140     05  LGP100-DW-DAY   PIC 99.

002150 01  LGP100-SELECT-LINE.
002160     05  FILLER          PIC X(4)    VALUE SPACES.
002170     05  FILLER          PIC X(16)   VALUE "BILLING FEED:".
002180     05  LGP100-O-BIL-SEL PIC X(22).
002190     05  FILLER          PIC X(4)    VALUE SPACES.
002200     05  FILLER          PIC X(12)   VALUE "AWARD FEED:".
002210     05  LGP100-O-AWD-SEL PIC X(22).
002220     05  FILLER          PIC X(4)    VALUE SPACES.
002230     05  FILLER          PIC X(11)   VALUE "POSTED AS:".
002240     05  LGP100-O-POST-DATE PIC X(10).

002250 01  LGP100-GT-HDG.
002260     05  FILLER          PIC X(4)    VALUE SPACES.
002270     05  FILLER          PIC X(4)    VALUE "FEED".
002280     05  FILLER          PIC X(12)   VALUE SPACES.
002290     05  FILLER          PIC X(9)    VALUE "ROWS READ".
002300     05  FILLER          PIC X(5)    VALUE SPACES.
002310     05  FILLER          PIC X(6)    VALUE "POSTED".
002320     05  FILLER          PIC X(5)    VALUE SPACES.
002330     05  FILLER          PIC X(8)    VALUE "REJECTED".
002340     05  FILLER          PIC X(7)    VALUE SPACES.
002350     05  FILLER          PIC X(14)   VALUE "DOLLARS POSTED".

002360 01  LGP100-GT-LINE.
002370     05  FILLER          PIC X(4)    VALUE SPACES.
002380     05  LGP100-O-FEED   PIC X(14).
002390     05  FILLER          PIC X(6)    VALUE SPACES.
002400     05  LGP100-O-READ-CTR PIC ZZZZ9.
002410     05  FILLER          PIC X(6)    VALUE SPACES.
002420     05  LGP100-O-POST-CTR PIC ZZZZ9.
002430     05  FILLER          PIC X(8)    VALUE SPACES.
002440     05  LGP100-O-REJ-CTR PIC ZZZZ9.
002450     05  FILLER          PIC X(6)    VALUE SPACES.
002460     05  LGP100-O-DOLLARS PIC $ZZZ,ZZZ,ZZ9.99.

002470 PROCEDURE DIVISION.

002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-POST-CHARGE THRU 2000-EXIT
002510         UNTIL NOT LGP100-MORE-BIL.
002520     PERFORM 3000-POST-AID THRU 3000-EXIT
002530         UNTIL NOT LGP100-MORE-AWD.
002540     PERFORM 4000-POST-RECEIPT THRU 4000-EXIT
002550         UNTIL NOT LGP100-MORE-RCP.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     STOP RUN.

002580 1000-INITIALIZE.
002590     MOVE FUNCTION CURRENT-DATE TO LGP100-CURRENT-DATE-AND-TIME.
002600     MOVE LGP100-I-YEAR TO LGP100-O-YEAR.
002610     MOVE LGP100-I-MONTH TO LGP100-O-MONTH.
002620     MOVE LGP100-I-DAY TO LGP100-O-DAY.
002630     MOVE LGP100-I-DATE TO LGP100-POST-DATE.

002640     OPEN INPUT CONTROL-CARD-FILE.
002650     IF LGP100-CTL-STATUS = "00"
002660         READ CONTROL-CARD-FILE
002670             AT END
002680                 CONTINUE
002690             NOT AT END
002700                 MOVE LPC-POST-BILLING TO LGP100-SW-POST-BIL
002710                 MOVE LPC-POST-AWARDS TO LGP100-SW-POST-AWD
002720                 IF LPC-POST-DATE NUMERIC
002730                     MOVE LPC-POST-DATE TO LGP100-TEST-DATE
002740                     IF FUNCTION TEST-DATE-YYYYMMDD
002750                             (LGP100-TEST-DATE) = ZERO
002760                         MOVE LGP100-TEST-DATE TO LGP100-POST-DATE
002770                     END-IF
002780                 END-IF
002790         END-READ
002800         CLOSE CONTROL-CARD-FILE
002810     END-IF.

002820     OPEN INPUT STUDENT-MASTER.
002830     OPEN EXTEND LEDGER-FILE.
002840     OPEN OUTPUT PRTOUT.

002850     MOVE "NOT SELECTED THIS RUN" TO LGP100-O-BIL-SEL.
002860     IF LGP100-POST-BILLING
002870         OPEN INPUT BILLING-CSV-FILE
002880         IF LGP100-BIL-STATUS = "00"
002890             MOVE "Y" TO LGP100-SW-MORE-BIL
002900             MOVE "POSTED" TO LGP100-O-BIL-SEL
002910         ELSE
002920             MOVE "SELECTED - FILE ABSENT" TO LGP100-O-BIL-SEL
002930         END-IF
002940     END-IF.

002950     MOVE "NOT SELECTED THIS RUN" TO LGP100-O-AWD-SEL.
002960     IF LGP100-POST-AWARDS
002970         OPEN INPUT AWARD-FILE
002980         IF LGP100-AWD-STATUS = "00"
002990             MOVE "Y" TO LGP100-SW-MORE-AWD
003000             MOVE "POSTED" TO LGP100-O-AWD-SEL
003010         ELSE
003020             MOVE "SELECTED - FILE ABSENT" TO LGP100-O-AWD-SEL
003030         END-IF
003040     END-IF.

003050     OPEN INPUT RECEIPT-FILE.
003060     IF LGP100-RCP-STATUS = "00"
003070         MOVE "Y" TO LGP100-SW-MORE-RCP
003080     END-IF.

003090     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003100     IF LGP100-MORE-BIL
003110         PERFORM 9200-READ-BILLING THRU 9200-EXIT
003120     END-IF.
003130     IF LGP100-MORE-AWD
003140         PERFORM 9300-READ-AWARD THRU 9300-EXIT
003150     END-IF.
003160     IF LGP100-MORE-RCP
003170         PERFORM 9400-READ-RECEIPT THRU 9400-EXIT
003180     END-IF.
003190 1000-EXIT.
003200     EXIT.

003210*****************************************************************
003220* TUITION CHARGES - ONE PER ROW OF THE CBLJCB19 BILLING FILE.   *
003230* THE CHARGE FIELD IS ALWAYS WRITTEN 999999.99 BY CBLJCB19, SO  *
003240* ANYTHING ELSE IS A MALFORMED ROW.                             *
003250*****************************************************************
003260 2000-POST-CHARGE.
003270     ADD 1 TO LGP100-BIL-READ-CTR.
003280     MOVE "Y" TO LGP100-SW-ROW-OK.
003290     MOVE SPACES TO LGP100-WK-ID LGP100-WK-LNAME LGP100-WK-FNAME
003300         LGP100-WK-CREDITS LGP100-WK-AMT-TEXT.
003306     MOVE ZERO TO LGP100-ID-LEN LGP100-WK-AMOUNT.
003312     MOVE 1 TO LGP100-BIL-PTR.
003320     MOVE "TUITION" TO LGP100-O-REF.
003330     UNSTRING LGP100-BIL-REC DELIMITED BY ","
003340         INTO LGP100-WK-ID COUNT IN LGP100-ID-LEN
003350              LGP100-WK-LNAME
003360              LGP100-WK-FNAME
003370              LGP100-WK-CREDITS
003380         WITH POINTER LGP100-BIL-PTR
003390     END-UNSTRING.
003395     PERFORM 2100-EXTRACT-AMOUNT THRU 2100-EXIT.
003400     IF LGP100-ID-LEN NOT = 7
003410             OR NOT LGP100-ROW-OK
003420             OR LGP100-WK-AMT-DOT NOT = "."
003430             OR LGP100-WK-AMT-WHOLE NOT NUMERIC
003440             OR LGP100-WK-AMT-CENTS NOT NUMERIC
003450         MOVE "L1 - BILLING ROW MALFORMED" TO LGP100-O-STATUS
003460         PERFORM 9500-REJECT-CHARGE THRU 9500-EXIT
003470         GO TO 2000-READ-NEXT.
003480     COMPUTE LGP100-WK-AMOUNT =
003490         LGP100-WK-AMT-WHOLE + (LGP100-WK-AMT-CENTS / 100).
003500     IF LGP100-WK-ID NOT NUMERIC
003510         MOVE "L2 - STUDENT ID IS NOT NUMERIC" TO LGP100-O-STATUS
003520         PERFORM 9500-REJECT-CHARGE THRU 9500-EXIT
003530         GO TO 2000-READ-NEXT.
003540     IF LGP100-WK-AMOUNT = ZERO
003550         MOVE "L3 - AMOUNT IS ZERO OR NOT NUMERIC" TO
003560             LGP100-O-STATUS
003570         PERFORM 9500-REJECT-CHARGE THRU 9500-EXIT
003580         GO TO 2000-READ-NEXT.
003590     PERFORM 8000-LOOKUP-MASTER THRU 8000-EXIT.
003600     IF NOT LGP100-ROW-OK
003610         PERFORM 9500-REJECT-CHARGE THRU 9500-EXIT
003620         GO TO 2000-READ-NEXT.
003630     MOVE LGP100-WK-ID TO LGR-ID.
003640     MOVE LGP100-POST-DATE TO LGR-DATE.
003650     MOVE "C" TO LGR-TYPE.
003660     MOVE "TUITION" TO LGR-REF.
003670     MOVE LGP100-WK-AMOUNT TO LGR-AMOUNT.
003680     PERFORM 8100-WRITE-LEDGER THRU 8100-EXIT.
003690     ADD 1 TO LGP100-BIL-POST-CTR.
003700     ADD LGP100-WK-AMOUNT TO LGP100-BIL-DOLLARS.
003710 2000-READ-NEXT.
003720     PERFORM 9200-READ-BILLING THRU 9200-EXIT.
003730 2000-EXIT.
003731     EXIT.

003732*****************************************************************
003733* THE AMOUNT IS THE LAST FIELD ON THE ROW, ALWAYS NINE BYTES    *
003734* (999999.99) AS CBLJCB19 WRITES IT.  THE POINTER IS LEFT JUST  *
003735* PAST THE FOURTH COMMA; ANYTHING BUT SPACES AFTER THE NINE     *
003736* BYTES, OR A ROW TOO SHORT TO HOLD THEM, MARKS THE ROW BAD.    *
003737*****************************************************************
003738 2100-EXTRACT-AMOUNT.
003739     IF LGP100-BIL-PTR > 73
003740         MOVE "N" TO LGP100-SW-ROW-OK
003741         GO TO 2100-EXIT.
003742     MOVE LGP100-BIL-REC (LGP100-BIL-PTR:9) TO LGP100-WK-AMT-TEXT.
003743     IF LGP100-BIL-PTR = 73
003744         GO TO 2100-EXIT.
003745     IF LGP100-BIL-REC (LGP100-BIL-PTR + 9:) NOT = SPACES
003746         MOVE "N" TO LGP100-SW-ROW-OK.
003747 2100-EXIT.
003748     EXIT.

003750*****************************************************************
003760* AID CREDITS - ONE PER AWARD ON STDNTAWD.DAT.  CBLJCB20 HAS    *
003770* ALREADY MATCHED EVERY AWARD TO THE MASTER, BUT THE MASTER MAY *
003780* HAVE CHANGED SINCE, SO THE MATCH IS MADE AGAIN HERE.          *
003790*****************************************************************
003800 3000-POST-AID.
003810     ADD 1 TO LGP100-AWD-READ-CTR.
003820     MOVE "Y" TO LGP100-SW-ROW-OK.
003830     MOVE AWD-ID TO LGP100-WK-ID.
003840     MOVE ZERO TO LGP100-WK-AMOUNT.
003850     MOVE AWD-CODE TO LGP100-O-REF.
003860     IF AWD-AMOUNT NOT NUMERIC
003870         MOVE "L3 - AMOUNT IS ZERO OR NOT NUMERIC" TO
003880             LGP100-O-STATUS
003890         PERFORM 9600-REJECT-AID THRU 9600-EXIT
003900         GO TO 3000-READ-NEXT.
003910     MOVE AWD-AMOUNT TO LGP100-WK-AMOUNT.
003920     IF LGP100-WK-AMOUNT = ZERO
003930         MOVE "L3 - AMOUNT IS ZERO OR NOT NUMERIC" TO
003940             LGP100-O-STATUS
003950         PERFORM 9600-REJECT-AID THRU 9600-EXIT
003960         GO TO 3000-READ-NEXT.
003970     PERFORM 8000-LOOKUP-MASTER THRU 8000-EXIT.
003980     IF NOT LGP100-ROW-OK
003990         PERFORM 9600-REJECT-AID THRU 9600-EXIT
004000         GO TO 3000-READ-NEXT.
004010     MOVE AWD-ID TO LGR-ID.
004020     MOVE LGP100-POST-DATE TO LGR-DATE.
004030     MOVE "A" TO LGR-TYPE.
004040     MOVE AWD-CODE TO LGR-REF.
004050     MOVE AWD-AMOUNT TO LGR-AMOUNT.
004060     PERFORM 8100-WRITE-LEDGER THRU 8100-EXIT.
004070     ADD 1 TO LGP100-AWD-POST-CTR.
004080     ADD AWD-AMOUNT TO LGP100-AWD-DOLLARS.
004090 3000-READ-NEXT.
004100     PERFORM 9300-READ-AWARD THRU 9300-EXIT.
004110 3000-EXIT.
004120     EXIT.

004130*****************************************************************
004140* CASHIER PAYMENTS - ONE PER RECEIPT ON THE BURSAR WINDOW'S     *
004150* DAILY FILE, POSTED UNDER THE DATE THE RECEIPT WAS TAKEN.      *
004160*****************************************************************
004170 4000-POST-RECEIPT.
004180     ADD 1 TO LGP100-RCP-READ-CTR.
004190     MOVE "Y" TO LGP100-SW-ROW-OK.
004200     MOVE RCP-ID TO LGP100-WK-ID.
004210     MOVE ZERO TO LGP100-WK-AMOUNT.
004220     MOVE RCP-RECEIPT-NO TO LGP100-O-REF.
004230     IF RCP-ID NOT NUMERIC
004240         MOVE "L2 - STUDENT ID IS NOT NUMERIC" TO LGP100-O-STATUS
004250         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004260         GO TO 4000-READ-NEXT.
004270     IF RCP-AMOUNT NOT NUMERIC
004280         MOVE "L3 - AMOUNT IS ZERO OR NOT NUMERIC" TO
004290             LGP100-O-STATUS
004300         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004310         GO TO 4000-READ-NEXT.
004320     MOVE RCP-AMOUNT-9 TO LGP100-WK-AMOUNT.
004330     IF LGP100-WK-AMOUNT = ZERO
004340         MOVE "L3 - AMOUNT IS ZERO OR NOT NUMERIC" TO
004350             LGP100-O-STATUS
004360         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004370         GO TO 4000-READ-NEXT.
004380     IF RCP-DATE NOT NUMERIC
004390         MOVE "L5 - RECEIPT DATE IS NOT A VALID DATE" TO
004400             LGP100-O-STATUS
004410         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004420         GO TO 4000-READ-NEXT.
004430     MOVE RCP-DATE TO LGP100-TEST-DATE.
004440     IF FUNCTION TEST-DATE-YYYYMMDD (LGP100-TEST-DATE) NOT = ZERO
004450         MOVE "L5 - RECEIPT DATE IS NOT A VALID DATE" TO
004460             LGP100-O-STATUS
004470         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004480         GO TO 4000-READ-NEXT.
004490     PERFORM 8000-LOOKUP-MASTER THRU 8000-EXIT.
004500     IF NOT LGP100-ROW-OK
004510         PERFORM 9700-REJECT-RECEIPT THRU 9700-EXIT
004520         GO TO 4000-READ-NEXT.
004530     MOVE RCP-ID TO LGR-ID.
004540     MOVE RCP-DATE TO LGR-DATE.
004550     MOVE "P" TO LGR-TYPE.
004560     MOVE RCP-RECEIPT-NO TO LGR-REF.
004570     MOVE LGP100-WK-AMOUNT TO LGR-AMOUNT.
004580     PERFORM 8100-WRITE-LEDGER THRU 8100-EXIT.
004590     ADD 1 TO LGP100-RCP-POST-CTR.
004600     ADD LGP100-WK-AMOUNT TO LGP100-RCP-DOLLARS.
004610 4000-READ-NEXT.
004620     PERFORM 9400-READ-RECEIPT THRU 9400-EXIT.
004630 4000-EXIT.
004640     EXIT.

004650 8000-LOOKUP-MASTER.
004660     MOVE SPACES TO LGP100-O-LNAME.
004670     MOVE LGP100-WK-ID TO I-ID.
004680     READ STUDENT-MASTER
004690         INVALID KEY
004700             MOVE "N" TO LGP100-SW-ROW-OK
004710             MOVE "L4 - STUDENT ID NOT ON FILE" TO LGP100-O-STATUS
004720         NOT INVALID KEY
004730             MOVE I-LNAME TO LGP100-O-LNAME
004740     END-READ.
004750 8000-EXIT.
004760     EXIT.

004770 8100-WRITE-LEDGER.
004780     WRITE LGR-REC.
004790     MOVE LGR-ID TO LGP100-O-ID.
004800     MOVE LGR-DATE TO LGP100-DATE-WORK.
004810     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
004820     MOVE LGR-AMOUNT TO LGP100-O-AMOUNT-ED.
004830     MOVE "POSTED" TO LGP100-O-STATUS.
004840     PERFORM 9800-PRINT-DETAIL THRU 9800-EXIT.
004850 8100-EXIT.
004860     EXIT.

004870 8200-EDIT-DATE.
004880     MOVE LGP100-DW-MONTH TO LGP100-DE-MONTH.
004890     MOVE LGP100-DW-DAY TO LGP100-DE-DAY.
004900     MOVE LGP100-DW-YEAR TO LGP100-DE-YEAR.
004910     MOVE LGP100-DATE-EDIT TO LGP100-O-DATE.
004920 8200-EXIT.
004930     EXIT.

004940 9000-TERMINATE.
004950     MOVE LGP100-POST-DATE TO LGP100-DATE-WORK.
004960     PERFORM 8200-EDIT-DATE THRU 8200-EXIT.
004970     MOVE LGP100-O-DATE TO LGP100-O-POST-DATE.
004980     WRITE PRTLINE FROM LGP100-SELECT-LINE
004990         AFTER ADVANCING 3 LINES.
005000     WRITE PRTLINE FROM LGP100-GT-HDG
005010         AFTER ADVANCING 2 LINES.
005020     MOVE "TUITION CHARGE" TO LGP100-O-FEED.
005030     MOVE LGP100-BIL-READ-CTR TO LGP100-O-READ-CTR.
005040     MOVE LGP100-BIL-POST-CTR TO LGP100-O-POST-CTR.
005050     MOVE LGP100-BIL-REJ-CTR TO LGP100-O-REJ-CTR.
005060     MOVE LGP100-BIL-DOLLARS TO LGP100-O-DOLLARS.
005070     WRITE PRTLINE FROM LGP100-GT-LINE
005080         AFTER ADVANCING 1 LINE.
005090     MOVE "AID CREDIT" TO LGP100-O-FEED.
005100     MOVE LGP100-AWD-READ-CTR TO LGP100-O-READ-CTR.
005110     MOVE LGP100-AWD-POST-CTR TO LGP100-O-POST-CTR.
005120     MOVE LGP100-AWD-REJ-CTR TO LGP100-O-REJ-CTR.
005130     MOVE LGP100-AWD-DOLLARS TO LGP100-O-DOLLARS.
005140     WRITE PRTLINE FROM LGP100-GT-LINE
005150         AFTER ADVANCING 1 LINE.
005160     MOVE "CASHIER RECEIPT" TO LGP100-O-FEED.
005170     MOVE LGP100-RCP-READ-CTR TO LGP100-O-READ-CTR.
005180     MOVE LGP100-RCP-POST-CTR TO LGP100-O-POST-CTR.
005190     MOVE LGP100-RCP-REJ-CTR TO LGP100-O-REJ-CTR.
005200     MOVE LGP100-RCP-DOLLARS TO LGP100-O-DOLLARS.
005210     WRITE PRTLINE FROM LGP100-GT-LINE
005220         AFTER ADVANCING 1 LINE.
005230     IF LGP100-BIL-STATUS = "00"
005240         CLOSE BILLING-CSV-FILE
005250     END-IF.
005260     IF LGP100-AWD-STATUS = "00"
005270         CLOSE AWARD-FILE
005280     END-IF.
005290     IF LGP100-RCP-STATUS = "00"
005300         CLOSE RECEIPT-FILE
005310     END-IF.
005320     CLOSE STUDENT-MASTER.
005330     CLOSE LEDGER-FILE.
005340     CLOSE PRTOUT.
005350 9000-EXIT.
005360     EXIT.

005370 9100-PRINT-HDG.
005380     ADD 1 TO LGP100-PAGE-CTR.
005390     MOVE LGP100-PAGE-CTR TO LGP100-O-PCTR.
005400     WRITE PRTLINE FROM LGP100-TITLE-LINE
005410         AFTER ADVANCING PAGE.
005420     WRITE PRTLINE FROM LGP100-COL-HDG
005430         AFTER ADVANCING 2 LINES.
005440 9100-EXIT.
005450     EXIT.

005460 9200-READ-BILLING.
005470     READ BILLING-CSV-FILE
005480         AT END
005490             MOVE "N" TO LGP100-SW-MORE-BIL
005500     END-READ.
005510 9200-EXIT.
005520     EXIT.

005530 9300-READ-AWARD.
005540     READ AWARD-FILE
005550         AT END
005560             MOVE "N" TO LGP100-SW-MORE-AWD
005570     END-READ.
005580 9300-EXIT.
005590     EXIT.

005600 9400-READ-RECEIPT.
005610     READ RECEIPT-FILE
005620         AT END
005630             MOVE "N" TO LGP100-SW-MORE-RCP
005640     END-READ.
005650 9400-EXIT.
005660     EXIT.

005670 9500-REJECT-CHARGE.
005680     MOVE "CHARGE" TO LGP100-O-SOURCE.
005690     MOVE LGP100-WK-AMT-TEXT TO LGP100-O-AMOUNT.
005700     PERFORM 9900-PRINT-REJECT THRU 9900-EXIT.
005710     ADD 1 TO LGP100-BIL-REJ-CTR.
005720 9500-EXIT.
005730     EXIT.

005740 9600-REJECT-AID.
005750     MOVE "AID" TO LGP100-O-SOURCE.
005760     MOVE AWD-AMOUNT TO LGP100-O-AMOUNT-ED.
005770     PERFORM 9900-PRINT-REJECT THRU 9900-EXIT.
005780     ADD 1 TO LGP100-AWD-REJ-CTR.
005790 9600-EXIT.
005800     EXIT.

005810 9700-REJECT-RECEIPT.
005820     MOVE "PAYMENT" TO LGP100-O-SOURCE.
005830     MOVE RCP-AMOUNT TO LGP100-O-AMOUNT.
005840     PERFORM 9900-PRINT-REJECT THRU 9900-EXIT.
005850     ADD 1 TO LGP100-RCP-REJ-CTR.
005860 9700-EXIT.
005870     EXIT.

005880 9800-PRINT-DETAIL.
005890     EVALUATE TRUE
005900         WHEN LGR-CHARGE
005910             MOVE "CHARGE" TO LGP100-O-SOURCE
005920         WHEN LGR-AID-CREDIT
005930             MOVE "AID" TO LGP100-O-SOURCE
005940         WHEN LGR-PAYMENT
005950             MOVE "PAYMENT" TO LGP100-O-SOURCE
005960     END-EVALUATE.
005970     MOVE LGR-REF TO LGP100-O-REF.
005980     WRITE PRTLINE FROM LGP100-DETAIL-LINE
005990         AFTER ADVANCING 1 LINE
006000             AT EOP
006010                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
006020 9800-EXIT.
006030     EXIT.

006040 9900-PRINT-REJECT.
006050     MOVE LGP100-WK-ID TO LGP100-O-ID.
006060     MOVE SPACES TO LGP100-O-LNAME.
006070     MOVE SPACES TO LGP100-O-DATE.
006080     WRITE PRTLINE FROM LGP100-DETAIL-LINE
006090         AFTER ADVANCING 1 LINE
006100             AT EOP
006110                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
006120 9900-EXIT.
006130     EXIT.
