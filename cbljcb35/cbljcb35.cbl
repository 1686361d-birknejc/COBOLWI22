000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB35.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* APPLIES ADD / CHANGE / DELETE MAINTENANCE CARDS FROM          *
000130* STDNTTXC.DAT AGAINST THE STUDENT TAXPAYER-ID FILE             *
000140* (STDNTTIN.DAT, SEE STDNTTIN), KEYED RANDOM ACCESS BY TIN-ID,  *
000150* THE SAME WAY CBLJCB22 MAINTAINS THE ADDRESS FILE.  AN ADD     *
000160* MUST BE FOR A STUDENT ON STUDENT-MASTER, AND AN ADD OR CHANGE *
000170* MUST CARRY A NINE-DIGIT, NON-ZERO TAXPAYER ID.  EVERY CARD    *
000180* REJECTED (DUPLICATE ADD, AN ID NOT ON THE MASTER, A           *
000190* CHANGE/DELETE AGAINST AN ID NOT ON FILE, A BLANK ID, A BAD    *
000200* TAXPAYER ID, OR AN INVALID ACTION CODE) IS LISTED ON THE      *
000210* MAINTENANCE EXCEPTION REPORT RATHER THAN APPLIED.  THE NUMBER *
000220* ITSELF IS NEVER PRINTED.  THE TAXPAYER-ID FILE SELECT IS      *
000230* OPTIONAL SO THE FIRST MAINTENANCE RUN CREATES STDNTTIN.DAT    *
000240* INSTEAD OF FAILING ON THE OPEN.                               *
000250*****************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL TAXID-FILE
000300         ASSIGN TO "C:\COBOLWI22\STDNTTIN.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TIN-ID.

000340     SELECT STUDENT-MASTER
000350         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS I-ID.

000390     SELECT CARD-FILE
000400         ASSIGN TO "C:\COBOLWI22\STDNTTXC.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL.

000420     SELECT PRTOUT
000430         ASSIGN TO "C:\COBOLWI22\STDNTTXM.PRT"
000440         ORGANIZATION IS RECORD SEQUENTIAL.

000450 DATA DIVISION.
000460 FILE SECTION.

000470 FD  TAXID-FILE
000480     LABEL RECORD IS STANDARD
000490     DATA RECORD IS TIN-REC
000500     RECORD CONTAINS 24 CHARACTERS.

000510     COPY STDNTTIN.

000520 FD  STUDENT-MASTER
000530     LABEL RECORD IS STANDARD
000540     DATA RECORD IS I-REC
000550     RECORD CONTAINS 50 CHARACTERS.

000560     COPY STDNTREC.

000570 FD  CARD-FILE
000580     LABEL RECORD IS STANDARD
000590     DATA RECORD IS TXM100-CARD-REC
000600     RECORD CONTAINS 17 CHARACTERS.

000610 01  TXM100-CARD-REC.
000620     05  TXM100-C-ACTION     PIC X(1).
000630         88  TXM100-C-ADD                VALUE "A".
000640         88  TXM100-C-CHANGE             VALUE "C".
000650         88  TXM100-C-DELETE             VALUE "D".
000660     05  TXM100-C-ID         PIC X(7).
000670     05  TXM100-C-TIN        PIC X(9).

000680 FD  PRTOUT
000690     LABEL RECORD IS OMITTED
000700     DATA RECORD IS PRTLINE
000710     RECORD CONTAINS 132 CHARACTERS
000720     LINAGE IS 60 WITH FOOTING AT 56.

000730 01  PRTLINE             PIC X(132).

000740 WORKING-STORAGE SECTION.
000750 77  TXM100-SW-MORE-CARDS PIC X      VALUE "Y".
000760     88  TXM100-MORE-CARDS           VALUE "Y".

000770 77  TXM100-SW-FOUND     PIC X       VALUE "N".
000780     88  TXM100-RECORD-FOUND         VALUE "Y".

000790 77  TXM100-SW-TIN-OK    PIC X       VALUE "N".
000800     88  TXM100-TIN-OK               VALUE "Y".

000810 77  TXM100-RUN-DATE     PIC 9(8)    VALUE ZERO.

000820 77  TXM100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000830 77  TXM100-ADD-CTR      PIC 9(5)    COMP VALUE ZERO.
000840 77  TXM100-CHANGE-CTR   PIC 9(5)    COMP VALUE ZERO.
000850 77  TXM100-DELETE-CTR   PIC 9(5)    COMP VALUE ZERO.
000860 77  TXM100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.

000870 01  TXM100-CURRENT-DATE-AND-TIME.
000880     05  TXM100-I-DATE.
000890         10  TXM100-I-YEAR   PIC 9(4).
000900         10  TXM100-I-MONTH  PIC 99.
000910         10  TXM100-I-DAY    PIC 99.
000920     05  TXM100-DTIME        PIC X(11).

000930 01  TXM100-TITLE-LINE.
000940     05  FILLER          PIC X(6)    VALUE "DATE:".
000950     05  TXM100-O-MONTH  PIC 99.
000960     05  FILLER          PIC X       VALUE '/'.
000970     05  TXM100-O-DAY    PIC 99.
000980     05  FILLER          PIC X       VALUE '/'.
000990     05  TXM100-O-YEAR   PIC 9(4).
001000     05  FILLER          PIC X(30)   VALUE SPACES.
001010     05  FILLER          PIC X(48)   VALUE
001020         "STUDENT TAXPAYER-ID MAINTENANCE EXCEPTION REPORT".
001030     05  FILLER          PIC X(30)   VALUE SPACES.
001040     05  FILLER          PIC X(6)    VALUE "PAGE:".
001050     05  TXM100-O-PCTR   PIC Z9.

001060 01  TXM100-COL-HDG.
001070     05  FILLER          PIC X(4)    VALUE "  ID".
001080     05  FILLER          PIC X(4)    VALUE SPACES.
001090     05  FILLER          PIC X(6)    VALUE "ACTION".
001100     05  FILLER          PIC X(4)    VALUE SPACES.
001110     05  FILLER          PIC X(6)    VALUE "REASON".

001120 01  TXM100-DETAIL-LINE.
001130     05  TXM100-O-ID     PIC X(7).
001140     05  FILLER          PIC X(5)    VALUE SPACES.
001150     05  TXM100-O-ACTION PIC X(1).
001160     05  FILLER          PIC X(13)   VALUE SPACES.
001170     05  TXM100-O-REASON PIC X(40).

001180 01  TXM100-GT-LINE.
001190     05  FILLER          PIC X(4)    VALUE SPACES.
001200     05  FILLER          PIC X(11)   VALUE "ADDS:".
001210     05  TXM100-O-ADD-CTR PIC ZZZZ9.
001220     05  FILLER          PIC X(4)    VALUE SPACES.
001230     05  FILLER          PIC X(11)   VALUE "CHANGES:".
001240     05  TXM100-O-CHG-CTR PIC ZZZZ9.
001250     05  FILLER          PIC X(4)    VALUE SPACES.
001260     05  FILLER          PIC X(11)   VALUE "DELETES:".
001270     05  TXM100-O-DEL-CTR PIC ZZZZ9.
001280     05  FILLER          PIC X(4)    VALUE SPACES.
001290     05  FILLER          PIC X(12)   VALUE "REJECTS:".
001300     05  TXM100-O-REJ-CTR PIC ZZZZ9.

001310 PROCEDURE DIVISION.

001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-MAINLINE THRU 2000-EXIT
001350         UNTIL NOT TXM100-MORE-CARDS.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370     STOP RUN.

001380 1000-INITIALIZE.
001390     MOVE FUNCTION CURRENT-DATE TO TXM100-CURRENT-DATE-AND-TIME.
001400     MOVE TXM100-I-YEAR TO TXM100-O-YEAR.
001410     MOVE TXM100-I-MONTH TO TXM100-O-MONTH.
001420     MOVE TXM100-I-DAY TO TXM100-O-DAY.
001430     MOVE TXM100-I-DATE TO TXM100-RUN-DATE.

001440     OPEN I-O TAXID-FILE.
001450     OPEN INPUT STUDENT-MASTER.
001460     OPEN INPUT CARD-FILE.
001470     OPEN OUTPUT PRTOUT.

001480     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001490     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001500 1000-EXIT.
001510     EXIT.

001520 2000-MAINLINE.
001530     IF TXM100-C-ID = SPACES
001540         MOVE "BLANK STUDENT ID - CARD REJECTED" TO
001550             TXM100-O-REASON
001560         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001570     ELSE
001580         EVALUATE TRUE
001590             WHEN TXM100-C-ADD
001600                 PERFORM 2100-PROCESS-ADD THRU 2100-EXIT
001610             WHEN TXM100-C-CHANGE
001620                 PERFORM 2200-PROCESS-CHANGE THRU 2200-EXIT
001630             WHEN TXM100-C-DELETE
001640                 PERFORM 2300-PROCESS-DELETE THRU 2300-EXIT
001650             WHEN OTHER
001660                 MOVE "INVALID ACTION CODE" TO TXM100-O-REASON
001670                 PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001680         END-EVALUATE
001690     END-IF.
001700     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001710 2000-EXIT.
001720     EXIT.

001730 2100-PROCESS-ADD.
001740     PERFORM 2500-EDIT-TIN THRU 2500-EXIT.
001750     IF NOT TXM100-TIN-OK
001760         MOVE "INVALID TAXPAYER ID - ADD REJECTED" TO
001770             TXM100-O-REASON
001780         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001790         GO TO 2100-EXIT.
001800     MOVE TXM100-C-ID TO I-ID.
001810     MOVE "Y" TO TXM100-SW-FOUND.
001820     READ STUDENT-MASTER
001830         INVALID KEY
001840             MOVE "N" TO TXM100-SW-FOUND
001850     END-READ.
001860     IF NOT TXM100-RECORD-FOUND
001870         MOVE "ID NOT ON STUDENT MASTER - ADD REJECTED" TO
001880             TXM100-O-REASON
001890         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001900         GO TO 2100-EXIT.
001910     MOVE TXM100-C-ID TO TIN-ID.
001920     MOVE "N" TO TXM100-SW-FOUND.
001930     READ TAXID-FILE
001940         NOT INVALID KEY
001950             SET TXM100-RECORD-FOUND TO TRUE
001960     END-READ.
001970     IF TXM100-RECORD-FOUND
001980         MOVE "DUPLICATE ID - ADD REJECTED" TO TXM100-O-REASON
001990         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002000     ELSE
002010         PERFORM 2400-MOVE-CARD-FIELDS THRU 2400-EXIT
002020         WRITE TIN-REC
002030             INVALID KEY
002040                 MOVE "DUPLICATE ID - ADD REJECTED" TO
002050                     TXM100-O-REASON
002060                 PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002070             NOT INVALID KEY
002080                 ADD 1 TO TXM100-ADD-CTR
002090         END-WRITE
002100     END-IF.
002110 2100-EXIT.
002120     EXIT.

002130 2200-PROCESS-CHANGE.
002140     PERFORM 2500-EDIT-TIN THRU 2500-EXIT.
002150     IF NOT TXM100-TIN-OK
002160         MOVE "INVALID TAXPAYER ID - CHANGE REJECTED" TO
002170             TXM100-O-REASON
002180         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002190         GO TO 2200-EXIT.
002200     MOVE TXM100-C-ID TO TIN-ID.
002210     READ TAXID-FILE
002220         INVALID KEY
002230             MOVE "ID NOT ON FILE - CHANGE REJECTED" TO
002240                 TXM100-O-REASON
002250             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002260         NOT INVALID KEY
002270             PERFORM 2400-MOVE-CARD-FIELDS THRU 2400-EXIT
002280             REWRITE TIN-REC
002290             ADD 1 TO TXM100-CHANGE-CTR
002300     END-READ.
002310 2200-EXIT.
002320     EXIT.

002330 2300-PROCESS-DELETE.
002340     MOVE TXM100-C-ID TO TIN-ID.
002350     READ TAXID-FILE
002360         INVALID KEY
002370             MOVE "ID NOT ON FILE - DELETE REJECTED" TO
002380                 TXM100-O-REASON
002390             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002400         NOT INVALID KEY
002410             DELETE TAXID-FILE
002420             ADD 1 TO TXM100-DELETE-CTR
002430     END-READ.
002440 2300-EXIT.
002450     EXIT.

002460 2400-MOVE-CARD-FIELDS.
002470     MOVE TXM100-C-ID TO TIN-ID.
002480     MOVE TXM100-C-TIN TO TIN-NUMBER.
002490     MOVE TXM100-RUN-DATE TO TIN-UPDATE-DATE.
002500 2400-EXIT.
002510     EXIT.

002520 2500-EDIT-TIN.
002530     MOVE "N" TO TXM100-SW-TIN-OK.
002540     IF TXM100-C-TIN NUMERIC
002550         AND TXM100-C-TIN NOT = "000000000"
002560         MOVE "Y" TO TXM100-SW-TIN-OK
002570     END-IF.
002580 2500-EXIT.
002590     EXIT.

002600 9000-TERMINATE.
002610     MOVE TXM100-ADD-CTR TO TXM100-O-ADD-CTR.
002620     MOVE TXM100-CHANGE-CTR TO TXM100-O-CHG-CTR.
002630     MOVE TXM100-DELETE-CTR TO TXM100-O-DEL-CTR.
002640     MOVE TXM100-REJECT-CTR TO TXM100-O-REJ-CTR.
002650     WRITE PRTLINE FROM TXM100-GT-LINE
002660         AFTER ADVANCING 3 LINES.
002670     CLOSE TAXID-FILE.
002680     CLOSE STUDENT-MASTER.
002690     CLOSE CARD-FILE.
002700     CLOSE PRTOUT.
002710 9000-EXIT.
002720     EXIT.

002730 9100-PRINT-HDG.
002740     ADD 1 TO TXM100-PAGE-CTR.
002750     MOVE TXM100-PAGE-CTR TO TXM100-O-PCTR.
002760     WRITE PRTLINE FROM TXM100-TITLE-LINE
002770         AFTER ADVANCING PAGE.
002780     WRITE PRTLINE FROM TXM100-COL-HDG
002790         AFTER ADVANCING 2 LINES.
002800 9100-EXIT.
002810     EXIT.

002820 9200-READ-CARD.
002830     READ CARD-FILE
002840         AT END
002850             MOVE "N" TO TXM100-SW-MORE-CARDS
002860     END-READ.
002870 9200-EXIT.
002880     EXIT.

002890 9300-PRINT-EXCEPTION.
002900     MOVE TXM100-C-ID TO TXM100-O-ID.
002910     MOVE TXM100-C-ACTION TO TXM100-O-ACTION.
002920     WRITE PRTLINE FROM TXM100-DETAIL-LINE
002930         AFTER ADVANCING 2 LINES
002940             AT EOP
002950                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002960     ADD 1 TO TXM100-REJECT-CTR.
002970 9300-EXIT.
002980     EXIT.
