000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB31.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* APPLIES ADD / REMOVE CARDS FROM STDNTWLC.DAT AGAINST THE      *
000130* SECTION WAITLIST FILE (STDNTWTL.DAT, SEE STDNTWTL), THE SAME  *
000140* WAY CBLJCB28 MAINTAINS THE HOLD FILE.  AN ADD CARD MUST NAME  *
000150* A SECTION ON THE SECTION FILE (STDNTSEC.DAT) AND A STUDENT ON *
000160* STUDENT-MASTER WHO IS NOT ALREADY WAITING FOR THAT SECTION;   *
000170* THE STUDENT GOES TO THE END OF THE LINE WITH THE NEXT         *
000180* SEQUENCE NUMBER AFTER THE HIGHEST ONE ON FILE FOR THE         *
000190* SECTION.  A REMOVE CARD TAKES THE STUDENT OFF THE SECTION'S   *
000200* WAITLIST WITHOUT DISTURBING ANYONE ELSE'S PLACE.  EVERY CARD  *
000210* IS LISTED ON THE MAINTENANCE REPORT WITH WHAT WAS DONE OR WHY *
000220* IT WAS REJECTED.  THE WAITLIST SELECT IS OPTIONAL SO THE      *
000230* FIRST MAINTENANCE RUN CREATES STDNTWTL.DAT.                   *
000240*****************************************************************

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL WAITLIST-FILE
000290         ASSIGN TO "C:\COBOLWI22\STDNTWTL.DAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS WTL-KEY.

000330     SELECT SECTION-FILE
000340         ASSIGN TO "C:\COBOLWI22\STDNTSEC.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SEC-KEY
000380         FILE STATUS IS WLM100-SEC-STATUS.

000390     SELECT STUDENT-MASTER
000400         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS I-ID.

000440     SELECT CARD-FILE
000450         ASSIGN TO "C:\COBOLWI22\STDNTWLC.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470     SELECT PRTOUT
000480         ASSIGN TO "C:\COBOLWI22\STDNTWLM.PRT"
000490         ORGANIZATION IS RECORD SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.

000520 FD  WAITLIST-FILE
000530     LABEL RECORD IS STANDARD
000540     DATA RECORD IS WTL-REC
000550     RECORD CONTAINS 30 CHARACTERS.

000560     COPY STDNTWTL.

000570 FD  SECTION-FILE
000580     LABEL RECORD IS STANDARD
000590     DATA RECORD IS SEC-REC
000600     RECORD CONTAINS 58 CHARACTERS.

000610     COPY STDNTSCT.

000620 FD  STUDENT-MASTER
000630     LABEL RECORD IS STANDARD
000640     DATA RECORD IS I-REC
000650     RECORD CONTAINS 50 CHARACTERS.

000660     COPY STDNTREC.

000670 FD  CARD-FILE
000680     LABEL RECORD IS STANDARD
000690     DATA RECORD IS WLM100-CARD-REC
000700     RECORD CONTAINS 19 CHARACTERS.

000710 01  WLM100-CARD-REC.
000720     05  WLM100-C-ACTION     PIC X(1).
000730         88  WLM100-C-ADD                VALUE "A".
000740         88  WLM100-C-REMOVE             VALUE "R".
000750     05  WLM100-C-ID         PIC X(7).
000760     05  WLM100-C-COURSE-CODE PIC X(8).
000770     05  WLM100-C-SECTION    PIC X(3).

000780 FD  PRTOUT
000790     LABEL RECORD IS OMITTED
000800     DATA RECORD IS PRTLINE
000810     RECORD CONTAINS 132 CHARACTERS
000820     LINAGE IS 60 WITH FOOTING AT 56.

000830 01  PRTLINE             PIC X(132).

000840 WORKING-STORAGE SECTION.
000850 77  WLM100-SW-MORE-CARDS PIC X      VALUE "Y".
000860     88  WLM100-MORE-CARDS           VALUE "Y".

000870 77  WLM100-SW-MORE-WTL  PIC X       VALUE "Y".
000880     88  WLM100-MORE-WTL              VALUE "Y".

000890 77  WLM100-SW-FOUND     PIC X       VALUE "N".
000900     88  WLM100-RECORD-FOUND         VALUE "Y".

000910 77  WLM100-SW-NO-SEC    PIC X       VALUE "N".
000920     88  WLM100-NO-SECTION-FILE      VALUE "Y".

000930 77  WLM100-SEC-STATUS   PIC XX      VALUE SPACES.

000940 77  WLM100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000950 77  WLM100-CARD-CTR     PIC 9(5)    COMP VALUE ZERO.
000960 77  WLM100-ADD-CTR      PIC 9(5)    COMP VALUE ZERO.
000970 77  WLM100-REMOVE-CTR   PIC 9(5)    COMP VALUE ZERO.
000980 77  WLM100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.

000990 77  WLM100-HIGH-SEQ     PIC 9(4)    VALUE ZERO.
001000 77  WLM100-RUN-DATE     PIC 9(8)    VALUE ZERO.

001010 01  WLM100-CURRENT-DATE-AND-TIME.
001020     05  WLM100-I-DATE.
001030         10  WLM100-I-YEAR   PIC 9(4).
001040         10  WLM100-I-MONTH  PIC 99.
001050         10  WLM100-I-DAY    PIC 99.
001060     05  WLM100-DTIME        PIC X(11).

001070 01  WLM100-TITLE-LINE.
001080     05  FILLER          PIC X(6)    VALUE "DATE:".
001090     05  WLM100-O-MONTH  PIC 99.
001100     05  FILLER          PIC X       VALUE '/'.
001110     05  WLM100-O-DAY    PIC 99.
001120     05  FILLER          PIC X       VALUE '/'.
001130     05  WLM100-O-YEAR   PIC 9(4).
001140     05  FILLER          PIC X(36)   VALUE SPACES.
001150     05  FILLER          PIC X(38)   VALUE
001160         "SECTION WAITLIST MAINTENANCE REPORT".
001170     05  FILLER          PIC X(34)   VALUE SPACES.
001180     05  FILLER          PIC X(6)    VALUE "PAGE:".
001190     05  WLM100-O-PCTR   PIC Z9.

001200 01  WLM100-COL-HDG.
001210     05  FILLER          PIC X(4)    VALUE "  ID".
001220     05  FILLER          PIC X(6)    VALUE SPACES.
001230     05  FILLER          PIC X(6)    VALUE "ACTION".
001240     05  FILLER          PIC X(2)    VALUE SPACES.
001250     05  FILLER          PIC X(6)    VALUE "COURSE".
001260     05  FILLER          PIC X(4)    VALUE SPACES.
001270     05  FILLER          PIC X(3)    VALUE "SEC".
001280     05  FILLER          PIC X(3)    VALUE SPACES.
001290     05  FILLER          PIC X(4)    VALUE "SEQ".
001300     05  FILLER          PIC X(3)    VALUE SPACES.
001310     05  FILLER          PIC X(6)    VALUE "RESULT".

001320 01  WLM100-DETAIL-LINE.
001330     05  WLM100-O-ID     PIC X(7).
001340     05  FILLER          PIC X(5)    VALUE SPACES.
001350     05  WLM100-O-ACTION PIC X(1).
001360     05  FILLER          PIC X(5)    VALUE SPACES.
001370     05  WLM100-O-COURSE PIC X(8).
001380     05  FILLER          PIC X(2)    VALUE SPACES.
001390     05  WLM100-O-SECTION PIC X(3).
001400     05  FILLER          PIC X(3)    VALUE SPACES.
001410     05  WLM100-O-SEQ    PIC X(4).
001420     05  FILLER          PIC X(3)    VALUE SPACES.
001430     05  WLM100-O-RESULT PIC X(45).

001440 01  WLM100-GT-LINE.
001450     05  FILLER          PIC X(4)    VALUE SPACES.
001460     05  FILLER          PIC X(11)   VALUE "CARDS READ:".
001470     05  WLM100-O-CARD-CTR PIC ZZZZ9.
001480     05  FILLER          PIC X(4)    VALUE SPACES.
001490     05  FILLER          PIC X(15)   VALUE "STUDENTS ADDED:".
001500     05  WLM100-O-ADD-CTR PIC ZZZZ9.
001510     05  FILLER          PIC X(4)    VALUE SPACES.
001520     05  FILLER          PIC X(17)   VALUE "STUDENTS REMOVED:".
001530     05  WLM100-O-REM-CTR PIC ZZZZ9.
001540     05  FILLER          PIC X(4)    VALUE SPACES.
001550     05  FILLER          PIC X(9)    VALUE "REJECTS:".
001560     05  WLM100-O-REJ-CTR PIC ZZZZ9.

001570 PROCEDURE DIVISION.

001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-MAINLINE THRU 2000-EXIT
001610         UNTIL NOT WLM100-MORE-CARDS.
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001630     STOP RUN.

001640 1000-INITIALIZE.
001650     MOVE FUNCTION CURRENT-DATE TO WLM100-CURRENT-DATE-AND-TIME.
001660     MOVE WLM100-I-YEAR TO WLM100-O-YEAR.
001670     MOVE WLM100-I-MONTH TO WLM100-O-MONTH.
001680     MOVE WLM100-I-DAY TO WLM100-O-DAY.
001690     MOVE WLM100-I-DATE TO WLM100-RUN-DATE.

001700     OPEN I-O WAITLIST-FILE.
001710     OPEN INPUT SECTION-FILE.
001720     IF WLM100-SEC-STATUS NOT = "00"
001730         MOVE "Y" TO WLM100-SW-NO-SEC
001740     END-IF.
001750     OPEN INPUT STUDENT-MASTER.
001760     OPEN INPUT CARD-FILE.
001770     OPEN OUTPUT PRTOUT.

001780     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001790     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001800 1000-EXIT.
001810     EXIT.

001820 2000-MAINLINE.
001830     ADD 1 TO WLM100-CARD-CTR.
001840     MOVE SPACES TO WLM100-O-SEQ.
001850     EVALUATE TRUE
001860         WHEN WLM100-C-ID = SPACES
001870             MOVE "BLANK STUDENT ID - CARD REJECTED" TO
001880                 WLM100-O-RESULT
001890             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001900         WHEN WLM100-C-COURSE-CODE = SPACES
001910                 OR WLM100-C-SECTION = SPACES
001920             MOVE "BLANK COURSE OR SECTION - CARD REJECTED" TO
001930                 WLM100-O-RESULT
001940             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001950         WHEN WLM100-C-ADD
001960             PERFORM 2100-PROCESS-ADD THRU 2100-EXIT
001970         WHEN WLM100-C-REMOVE
001980             PERFORM 2200-PROCESS-REMOVE THRU 2200-EXIT
001990         WHEN OTHER
002000             MOVE "INVALID ACTION CODE" TO WLM100-O-RESULT
002010             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002020     END-EVALUATE.
002030     PERFORM 9200-READ-CARD THRU 9200-EXIT.
002040 2000-EXIT.
002050     EXIT.

002060 2100-PROCESS-ADD.
002070     IF WLM100-NO-SECTION-FILE
002080         MOVE "SECTION FILE NOT AVAILABLE - ADD REJECTED" TO
002090             WLM100-O-RESULT
002100         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002110         GO TO 2100-EXIT.
002120     MOVE WLM100-C-COURSE-CODE TO SEC-COURSE-CODE.
002130     MOVE WLM100-C-SECTION TO SEC-SECTION.
002140     READ SECTION-FILE
002150         INVALID KEY
002160             MOVE "SECTION NOT ON FILE - ADD REJECTED" TO
002170                 WLM100-O-RESULT
002180             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002190             GO TO 2100-EXIT
002200     END-READ.
002210     MOVE WLM100-C-ID TO I-ID.
002220     READ STUDENT-MASTER
002230         INVALID KEY
002240             MOVE "ID NOT ON STUDENT MASTER - ADD REJECTED" TO
002250                 WLM100-O-RESULT
002260             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002270             GO TO 2100-EXIT
002280     END-READ.
002290     PERFORM 2300-SCAN-SECTION THRU 2300-EXIT.
002300     IF WLM100-RECORD-FOUND
002310         MOVE WTL-SEQ TO WLM100-O-SEQ
002320         MOVE "ALREADY ON WAITLIST - ADD REJECTED" TO
002330             WLM100-O-RESULT
002340         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002350         GO TO 2100-EXIT.
002360     IF WLM100-HIGH-SEQ = 9999
002370         MOVE "WAITLIST FULL - ADD REJECTED" TO WLM100-O-RESULT
002380         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002390         GO TO 2100-EXIT.
002400     MOVE WLM100-C-COURSE-CODE TO WTL-COURSE-CODE.
002410     MOVE WLM100-C-SECTION TO WTL-SECTION.
002420     ADD 1 TO WLM100-HIGH-SEQ GIVING WTL-SEQ.
002430     MOVE WLM100-C-ID TO WTL-ID.
002440     MOVE WLM100-RUN-DATE TO WTL-ADD-DATE.
002450     WRITE WTL-REC.
002460     ADD 1 TO WLM100-ADD-CTR.
002470     MOVE WTL-SEQ TO WLM100-O-SEQ.
002480     MOVE "ADDED TO WAITLIST" TO WLM100-O-RESULT.
002490     PERFORM 9400-PRINT-CARD THRU 9400-EXIT.
002500 2100-EXIT.
002510     EXIT.

002520 2200-PROCESS-REMOVE.
002530     PERFORM 2300-SCAN-SECTION THRU 2300-EXIT.
002540     IF NOT WLM100-RECORD-FOUND
002550         MOVE "NOT ON WAITLIST - REMOVE REJECTED" TO
002560             WLM100-O-RESULT
002570         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002580         GO TO 2200-EXIT.
002590     MOVE WTL-SEQ TO WLM100-O-SEQ.
002600     DELETE WAITLIST-FILE RECORD.
002610     ADD 1 TO WLM100-REMOVE-CTR.
002620     MOVE "REMOVED FROM WAITLIST" TO WLM100-O-RESULT.
002630     PERFORM 9400-PRINT-CARD THRU 9400-EXIT.
002640 2200-EXIT.
002650     EXIT.

002660 2300-SCAN-SECTION.
002670     MOVE "N" TO WLM100-SW-FOUND.
002680     MOVE ZERO TO WLM100-HIGH-SEQ.
002690     MOVE "Y" TO WLM100-SW-MORE-WTL.
002700     MOVE WLM100-C-COURSE-CODE TO WTL-COURSE-CODE.
002710     MOVE WLM100-C-SECTION TO WTL-SECTION.
002720     MOVE ZERO TO WTL-SEQ.
002730     START WAITLIST-FILE KEY IS NOT LESS THAN WTL-KEY
002740         INVALID KEY
002750             GO TO 2300-EXIT
002760     END-START.
002770     PERFORM 2310-READ-SECTION THRU 2310-EXIT
002780         UNTIL NOT WLM100-MORE-WTL
002790             OR WLM100-RECORD-FOUND.
002800 2300-EXIT.
002810     EXIT.

002820 2310-READ-SECTION.
002830     READ WAITLIST-FILE NEXT RECORD
002840         AT END
002850             MOVE "N" TO WLM100-SW-MORE-WTL
002860             GO TO 2310-EXIT
002870     END-READ.
002880     IF WTL-COURSE-CODE NOT = WLM100-C-COURSE-CODE
002890             OR WTL-SECTION NOT = WLM100-C-SECTION
002900         MOVE "N" TO WLM100-SW-MORE-WTL
002910         GO TO 2310-EXIT.
002920     MOVE WTL-SEQ TO WLM100-HIGH-SEQ.
002930     IF WTL-ID = WLM100-C-ID
002940         SET WLM100-RECORD-FOUND TO TRUE
002950     END-IF.
002960 2310-EXIT.
002970     EXIT.

002980 9000-TERMINATE.
002990     MOVE WLM100-CARD-CTR TO WLM100-O-CARD-CTR.
003000     MOVE WLM100-ADD-CTR TO WLM100-O-ADD-CTR.
003010     MOVE WLM100-REMOVE-CTR TO WLM100-O-REM-CTR.
003020     MOVE WLM100-REJECT-CTR TO WLM100-O-REJ-CTR.
003030     WRITE PRTLINE FROM WLM100-GT-LINE
003040         AFTER ADVANCING 3 LINES.
003050     CLOSE WAITLIST-FILE.
003060     IF NOT WLM100-NO-SECTION-FILE
003070         CLOSE SECTION-FILE
003080     END-IF.
003090     CLOSE STUDENT-MASTER.
003100     CLOSE CARD-FILE.
003110     CLOSE PRTOUT.
003120 9000-EXIT.
003130     EXIT.

003140 9100-PRINT-HDG.
003150     ADD 1 TO WLM100-PAGE-CTR.
003160     MOVE WLM100-PAGE-CTR TO WLM100-O-PCTR.
003170     WRITE PRTLINE FROM WLM100-TITLE-LINE
003180         AFTER ADVANCING PAGE.
003190     WRITE PRTLINE FROM WLM100-COL-HDG
003200         AFTER ADVANCING 2 LINES.
003210 9100-EXIT.
003220     EXIT.

003230 9200-READ-CARD.
003240     READ CARD-FILE
003250         AT END
003260             MOVE "N" TO WLM100-SW-MORE-CARDS
003270     END-READ.
003280 9200-EXIT.
003290     EXIT.

003300 9300-PRINT-EXCEPTION.
003310     ADD 1 TO WLM100-REJECT-CTR.
003320     PERFORM 9400-PRINT-CARD THRU 9400-EXIT.
003330 9300-EXIT.
003340     EXIT.

003350 9400-PRINT-CARD.
003360     MOVE WLM100-C-ID TO WLM100-O-ID.
003370     MOVE WLM100-C-ACTION TO WLM100-O-ACTION.
003380     MOVE WLM100-C-COURSE-CODE TO WLM100-O-COURSE.
003390     MOVE WLM100-C-SECTION TO WLM100-O-SECTION.
003400     WRITE PRTLINE FROM WLM100-DETAIL-LINE
003410         AFTER ADVANCING 1 LINE
003420             AT EOP
003430                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003440 9400-EXIT.
003450     EXIT.
