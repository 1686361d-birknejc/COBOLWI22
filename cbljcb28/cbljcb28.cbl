000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB28.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* APPLIES PLACE / RELEASE CARDS FROM STDNTHLC.DAT AGAINST THE   *
000130* STUDENT HOLD FILE (STDNTHLD.DAT, SEE STDNTHLD), KEYED RANDOM  *
000140* ACCESS BY STUDENT ID PLUS HOLD TYPE, THE SAME WAY CBLJCB22    *
000150* MAINTAINS THE ADDRESS FILE.  HOLD TYPES ARE:                  *
000160*   FN - FINANCIAL (UNPAID BALANCE)                             *
000170*   AC - ACADEMIC (SUSPENSION)                                  *
000180*   DC - DOCUMENT (MISSING TRANSCRIPT, FORM, ETC.)              *
000190*   AD - ADMINISTRATIVE                                         *
000200* A PLACE CARD MUST NAME A STUDENT ON STUDENT-MASTER AND GIVE A *
000210* REASON; IT STARTS THE HOLD ON THE CARD DATE (THE RUN DATE IF  *
000220* BLANK).  A RELEASE CARD STAMPS THE RELEASE DATE THE SAME WAY. *
000230* A RELEASED HOLD STAYS ON FILE AS HISTORY AND IS REUSED IF THE *
000240* SAME TYPE IS PLACED AGAIN.  EVERY CARD IS LISTED ON THE       *
000250* MAINTENANCE REPORT WITH WHAT WAS DONE OR WHY IT WAS REJECTED. *
000260* THE HOLD FILE SELECT IS OPTIONAL SO THE FIRST MAINTENANCE RUN *
000270* CREATES STDNTHLD.DAT INSTEAD OF FAILING ON THE OPEN.          *
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL HOLD-FILE
000330         ASSIGN TO "C:\COBOLWI22\STDNTHLD.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HLD-KEY.

000370     SELECT STUDENT-MASTER
000380         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS I-ID.

000420     SELECT CARD-FILE
000430         ASSIGN TO "C:\COBOLWI22\STDNTHLC.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT PRTOUT
000460         ASSIGN TO "C:\COBOLWI22\STDNTHLM.PRT"
000470         ORGANIZATION IS RECORD SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  HOLD-FILE
000510     LABEL RECORD IS STANDARD
000520     DATA RECORD IS HLD-REC
000530     RECORD CONTAINS 55 CHARACTERS.

000540     COPY STDNTHLD.

000550 FD  STUDENT-MASTER
000560     LABEL RECORD IS STANDARD
000570     DATA RECORD IS I-REC
000580     RECORD CONTAINS 50 CHARACTERS.

000590     COPY STDNTREC.

000600 FD  CARD-FILE
000610     LABEL RECORD IS STANDARD
000620     DATA RECORD IS HLM100-CARD-REC
000630     RECORD CONTAINS 48 CHARACTERS.

000640 01  HLM100-CARD-REC.
000650     05  HLM100-C-ACTION     PIC X(1).
000660         88  HLM100-C-PLACE              VALUE "P".
000670         88  HLM100-C-RELEASE            VALUE "R".
000680     05  HLM100-C-ID         PIC X(7).
000690     05  HLM100-C-TYPE       PIC X(2).
000700     05  HLM100-C-REASON     PIC X(30).
000710     05  HLM100-C-DATE       PIC X(8).

000720 FD  PRTOUT
000730     LABEL RECORD IS OMITTED
000740     DATA RECORD IS PRTLINE
000750     RECORD CONTAINS 132 CHARACTERS
000760     LINAGE IS 60 WITH FOOTING AT 56.

000770 01  PRTLINE             PIC X(132).

000780 WORKING-STORAGE SECTION.
000790 77  HLM100-SW-MORE-CARDS PIC X      VALUE "Y".
000800     88  HLM100-MORE-CARDS           VALUE "Y".

000810 77  HLM100-SW-FOUND     PIC X       VALUE "N".
000820     88  HLM100-RECORD-FOUND         VALUE "Y".

000830 77  HLM100-SW-CARD-OK   PIC X       VALUE "Y".
000840     88  HLM100-CARD-OK               VALUE "Y".

000850 77  HLM100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000860 77  HLM100-CARD-CTR     PIC 9(5)    COMP VALUE ZERO.
000870 77  HLM100-PLACE-CTR    PIC 9(5)    COMP VALUE ZERO.
000880 77  HLM100-RELEASE-CTR  PIC 9(5)    COMP VALUE ZERO.
000890 77  HLM100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.

000900 77  HLM100-RUN-DATE     PIC 9(8)    VALUE ZERO.
000910 77  HLM100-CARD-DATE    PIC 9(8)    VALUE ZERO.

000920 01  HLM100-CURRENT-DATE-AND-TIME.
000930     05  HLM100-I-DATE.
000940         10  HLM100-I-YEAR   PIC 9(4).
000950         10  HLM100-I-MONTH  PIC 99.
000960         10  HLM100-I-DAY    PIC 99.
000970     05  HLM100-DTIME        PIC X(11).

000980 01  HLM100-DATE-WORK.
000990     05  HLM100-DW-YEAR  PIC 9(4).
001000     05  HLM100-DW-MONTH PIC 99.
001010     05  HLM100-DW-DAY   PIC 99.

001020 01  HLM100-DATE-EDIT.
001030     05  HLM100-DE-MONTH PIC 99.
001040     05  FILLER          PIC X       VALUE '/'.
001050     05  HLM100-DE-DAY   PIC 99.
001060     05  FILLER          PIC X       VALUE '/'.
001070     05  HLM100-DE-YEAR  PIC 9(4).

001080 01  HLM100-TITLE-LINE.
001090     05  FILLER          PIC X(6)    VALUE "DATE:".
001100     05  HLM100-O-MONTH  PIC 99.
001110     05  FILLER          PIC X       VALUE '/'.
001120     05  HLM100-O-DAY    PIC 99.
001130     05  FILLER          PIC X       VALUE '/'.
001140     05  HLM100-O-YEAR   PIC 9(4).
001150     05  FILLER          PIC X(37)   VALUE SPACES.
001160     05  FILLER          PIC X(36)   VALUE "STUDENT HOLD MAINTENAN
001170-                                    "CE REPORT".
001180     05  FILLER          PIC X(35)   VALUE SPACES.
001190     05  FILLER          PIC X(6)    VALUE "PAGE:".
001200     05  HLM100-O-PCTR   PIC Z9.

001210 01  HLM100-COL-HDG.
001220     05  FILLER          PIC X(4)    VALUE "  ID".
001230     05  FILLER          PIC X(6)    VALUE SPACES.
001240     05  FILLER          PIC X(6)    VALUE "ACTION".
001250     05  FILLER          PIC X(2)    VALUE SPACES.
001260     05  FILLER          PIC X(4)    VALUE "TYPE".
001270     05  FILLER          PIC X(4)    VALUE SPACES.
001280     05  FILLER          PIC X(6)    VALUE "REASON".
001290     05  FILLER          PIC X(26)   VALUE SPACES.
001300     05  FILLER          PIC X(4)    VALUE "DATE".
001310     05  FILLER          PIC X(8)    VALUE SPACES.
001320     05  FILLER          PIC X(6)    VALUE "RESULT".

001330 01  HLM100-DETAIL-LINE.
001340     05  HLM100-O-ID     PIC X(7).
001350     05  FILLER          PIC X(5)    VALUE SPACES.
001360     05  HLM100-O-ACTION PIC X(1).
001370     05  FILLER          PIC X(5)    VALUE SPACES.
001380     05  HLM100-O-TYPE   PIC X(2).
001390     05  FILLER          PIC X(6)    VALUE SPACES.
001400     05  HLM100-O-REASON PIC X(30).
001410     05  FILLER          PIC X(2)    VALUE SPACES.
001420     05  HLM100-O-DATE   PIC X(10).
001430     05  FILLER          PIC X(2)    VALUE SPACES.
001440     05  HLM100-O-RESULT PIC X(40).

001450 01  HLM100-GT-LINE.
001460     05  FILLER          PIC X(4)    VALUE SPACES.
001470     05  FILLER          PIC X(11)   VALUE "CARDS READ:".
001480     05  HLM100-O-CARD-CTR PIC ZZZZ9.
001490     05  FILLER          PIC X(4)    VALUE SPACES.
001500     05  FILLER          PIC X(14)   VALUE "HOLDS PLACED:".
001510     05  HLM100-O-PLACE-CTR PIC ZZZZ9.
001520     05  FILLER          PIC X(4)    VALUE SPACES.
001530     05  FILLER          PIC X(16)   VALUE "HOLDS RELEASED:".
001540     05  HLM100-O-REL-CTR PIC ZZZZ9.
001550     05  FILLER          PIC X(4)    VALUE SPACES.
001560     05  FILLER          PIC X(9)    VALUE "REJECTS:".
001570     05  HLM100-O-REJ-CTR PIC ZZZZ9.

001580 PROCEDURE DIVISION.

001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 2000-MAINLINE THRU 2000-EXIT
001620         UNTIL NOT HLM100-MORE-CARDS.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     STOP RUN.

001650 1000-INITIALIZE.
001660     MOVE FUNCTION CURRENT-DATE TO HLM100-CURRENT-DATE-AND-TIME.
001670     MOVE HLM100-I-YEAR TO HLM100-O-YEAR.
001680     MOVE HLM100-I-MONTH TO HLM100-O-MONTH.
001690     MOVE HLM100-I-DAY TO HLM100-O-DAY.
001700     MOVE HLM100-I-DATE TO HLM100-RUN-DATE.

001710     OPEN I-O HOLD-FILE.
001720     OPEN INPUT STUDENT-MASTER.
001730     OPEN INPUT CARD-FILE.
001740     OPEN OUTPUT PRTOUT.

001750     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001760     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001770 1000-EXIT.
001780     EXIT.

001790 2000-MAINLINE.
001800     ADD 1 TO HLM100-CARD-CTR.
001810     PERFORM 2050-EDIT-CARD THRU 2050-EXIT.
001820     IF HLM100-CARD-OK
001830         EVALUATE TRUE
001840             WHEN HLM100-C-PLACE
001850                 PERFORM 2100-PROCESS-PLACE THRU 2100-EXIT
001860             WHEN HLM100-C-RELEASE
001870                 PERFORM 2200-PROCESS-RELEASE THRU 2200-EXIT
001880         END-EVALUATE
001890     END-IF.
001900     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001910 2000-EXIT.
001920     EXIT.

001930 2050-EDIT-CARD.
001940     MOVE "Y" TO HLM100-SW-CARD-OK.
001950     MOVE HLM100-RUN-DATE TO HLM100-CARD-DATE.
001960     IF HLM100-C-ID = SPACES
001970         MOVE "BLANK STUDENT ID - CARD REJECTED" TO
001980             HLM100-O-RESULT
001990         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002000         GO TO 2050-EXIT.
002010     IF NOT HLM100-C-PLACE AND NOT HLM100-C-RELEASE
002020         MOVE "INVALID ACTION CODE" TO HLM100-O-RESULT
002030         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002040         GO TO 2050-EXIT.
002050     MOVE HLM100-C-TYPE TO HLD-TYPE.
002060     IF NOT HLD-VALID-TYPE
002070         MOVE "INVALID HOLD TYPE" TO HLM100-O-RESULT
002080         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002090         GO TO 2050-EXIT.
002100     IF HLM100-C-DATE NOT = SPACES
002110         IF HLM100-C-DATE NOT NUMERIC
002120             MOVE "INVALID DATE - CARD REJECTED" TO
002130                 HLM100-O-RESULT
002140             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002150             GO TO 2050-EXIT
002160         END-IF
002170         MOVE HLM100-C-DATE TO HLM100-CARD-DATE
002180         IF FUNCTION TEST-DATE-YYYYMMDD (HLM100-CARD-DATE)
002190                 NOT = ZERO
002200             MOVE "INVALID DATE - CARD REJECTED" TO
002210                 HLM100-O-RESULT
002220             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002230             GO TO 2050-EXIT
002240         END-IF
002250     END-IF.
002260 2050-EXIT.
002270     EXIT.

002280 2100-PROCESS-PLACE.
002290     IF HLM100-C-REASON = SPACES
002300         MOVE "NO REASON GIVEN - PLACE REJECTED" TO
002310             HLM100-O-RESULT
002320         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002330         GO TO 2100-EXIT.
002340     MOVE HLM100-C-ID TO I-ID.
002350     READ STUDENT-MASTER
002360         INVALID KEY
002370             MOVE "ID NOT ON STUDENT MASTER - PLACE REJECTED" TO
002380                 HLM100-O-RESULT
002390             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002400             GO TO 2100-EXIT
002410     END-READ.
002420     MOVE HLM100-C-ID TO HLD-ID.
002430     MOVE HLM100-C-TYPE TO HLD-TYPE.
002440     MOVE "N" TO HLM100-SW-FOUND.
002450     READ HOLD-FILE
002460         NOT INVALID KEY
002470             SET HLM100-RECORD-FOUND TO TRUE
002480     END-READ.
002490     IF HLM100-RECORD-FOUND AND HLD-RELEASE-DATE = ZERO
002500         MOVE "HOLD ALREADY OPEN - PLACE REJECTED" TO
002510             HLM100-O-RESULT
002520         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002530         GO TO 2100-EXIT.
002540     MOVE HLM100-C-REASON TO HLD-REASON.
002550     MOVE HLM100-CARD-DATE TO HLD-START-DATE.
002560     MOVE ZERO TO HLD-RELEASE-DATE.
002570     IF HLM100-RECORD-FOUND
002580         REWRITE HLD-REC
002590     ELSE
002600         WRITE HLD-REC
002610     END-IF.
002620     ADD 1 TO HLM100-PLACE-CTR.
002630     MOVE "HOLD PLACED" TO HLM100-O-RESULT.
002640     PERFORM 9400-PRINT-APPLIED THRU 9400-EXIT.
002650 2100-EXIT.
002660     EXIT.

002670 2200-PROCESS-RELEASE.
002680     MOVE HLM100-C-ID TO HLD-ID.
002690     MOVE HLM100-C-TYPE TO HLD-TYPE.
002700     READ HOLD-FILE
002710         INVALID KEY
002720             MOVE "NO SUCH HOLD ON FILE - RELEASE REJECTED" TO
002730                 HLM100-O-RESULT
002740             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002750             GO TO 2200-EXIT
002760     END-READ.
002770     IF HLD-RELEASE-DATE NOT = ZERO
002780         MOVE "HOLD ALREADY RELEASED - CARD REJECTED" TO
002790             HLM100-O-RESULT
002800         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002810         GO TO 2200-EXIT.
002820     IF HLM100-CARD-DATE < HLD-START-DATE
002830         MOVE "RELEASE DATE BEFORE HOLD START" TO HLM100-O-RESULT
002840         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002850         GO TO 2200-EXIT.
002860     MOVE HLM100-CARD-DATE TO HLD-RELEASE-DATE.
002870     REWRITE HLD-REC.
002880     ADD 1 TO HLM100-RELEASE-CTR.
002890     MOVE "HOLD RELEASED" TO HLM100-O-RESULT.
002900     MOVE HLD-REASON TO HLM100-C-REASON.
002910     PERFORM 9400-PRINT-APPLIED THRU 9400-EXIT.
002920 2200-EXIT.
002930     EXIT.

002940 9000-TERMINATE.
002950     MOVE HLM100-CARD-CTR TO HLM100-O-CARD-CTR.
002960     MOVE HLM100-PLACE-CTR TO HLM100-O-PLACE-CTR.
002970     MOVE HLM100-RELEASE-CTR TO HLM100-O-REL-CTR.
002980     MOVE HLM100-REJECT-CTR TO HLM100-O-REJ-CTR.
002990     WRITE PRTLINE FROM HLM100-GT-LINE
003000         AFTER ADVANCING 3 LINES.
003010     CLOSE HOLD-FILE.
003020     CLOSE STUDENT-MASTER.
003030     CLOSE CARD-FILE.
003040     CLOSE PRTOUT.
003050 9000-EXIT.
003060     EXIT.

003070 9100-PRINT-HDG.
003080     ADD 1 TO HLM100-PAGE-CTR.
003090     MOVE HLM100-PAGE-CTR TO HLM100-O-PCTR.
003100     WRITE PRTLINE FROM HLM100-TITLE-LINE
003110         AFTER ADVANCING PAGE.
003120     WRITE PRTLINE FROM HLM100-COL-HDG
003130         AFTER ADVANCING 2 LINES.
003140 9100-EXIT.
003150     EXIT.

003160 9200-READ-CARD.
003170     READ CARD-FILE
003180         AT END
003190             MOVE "N" TO HLM100-SW-MORE-CARDS
003200     END-READ.
003210 9200-EXIT.
003220     EXIT.

003230 9300-PRINT-EXCEPTION.
003240     MOVE "N" TO HLM100-SW-CARD-OK.
003250     MOVE HLM100-C-DATE TO HLM100-O-DATE.
003260     PERFORM 9500-PRINT-CARD THRU 9500-EXIT.
003270     ADD 1 TO HLM100-REJECT-CTR.
003280 9300-EXIT.
003290     EXIT.

003300 9400-PRINT-APPLIED.
003310     MOVE HLM100-CARD-DATE TO HLM100-DATE-WORK.
003320     MOVE HLM100-DW-MONTH TO HLM100-DE-MONTH.
003330     MOVE HLM100-DW-DAY TO HLM100-DE-DAY.
003340     MOVE HLM100-DW-YEAR TO HLM100-DE-YEAR.
003350     MOVE HLM100-DATE-EDIT TO HLM100-O-DATE.
003360     PERFORM 9500-PRINT-CARD THRU 9500-EXIT.
003370 9400-EXIT.
003380     EXIT.

003390 9500-PRINT-CARD.
003400     MOVE HLM100-C-ID TO HLM100-O-ID.
003410     MOVE HLM100-C-ACTION TO HLM100-O-ACTION.
003420     MOVE HLM100-C-TYPE TO HLM100-O-TYPE.
003430     MOVE HLM100-C-REASON TO HLM100-O-REASON.
003440     WRITE PRTLINE FROM HLM100-DETAIL-LINE
003450         AFTER ADVANCING 1 LINE
003460             AT EOP
003470                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003480 9500-EXIT.
003490     EXIT.
