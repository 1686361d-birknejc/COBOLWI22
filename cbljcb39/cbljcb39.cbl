000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB39.
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
000130* STDNTTEC.DAT AGAINST THE TRANSFER-CREDIT EQUIVALENCY TABLE    *
000140* (STDNTTEQ.DAT, SEE STDNTTEQ), KEYED RANDOM ACCESS BY SENDING  *
000150* INSTITUTION CODE PLUS EXTERNAL COURSE NUMBER, THE SAME WAY    *
000160* CBLJCB35 MAINTAINS THE TAXPAYER-ID FILE.  AN ADD OR CHANGE    *
000170* MUST NAME A COURSE CODE THAT IS ON THE COURSE CATALOG         *
000180* (STDNTCAT.DAT), SO EVERY EQUIVALENCY THE TRANSFER INTAKE      *
000190* (CBLJCB40) USES POINTS AT A REAL COURSE.  EVERY CARD REJECTED *
000200* (DUPLICATE ADD, A CHANGE/DELETE AGAINST AN EQUIVALENCY NOT ON *
000210* FILE, A BLANK INSTITUTION CODE OR EXTERNAL COURSE NUMBER, A   *
000220* COURSE CODE NOT IN THE CATALOG, OR AN INVALID ACTION CODE) IS *
000230* LISTED ON THE MAINTENANCE EXCEPTION REPORT (STDNTTEM.PRT)     *
000240* RATHER THAN APPLIED.  THE EQUIVALENCY FILE SELECT IS OPTIONAL *
000250* SO THE FIRST MAINTENANCE RUN CREATES STDNTTEQ.DAT INSTEAD OF  *
000260* FAILING ON THE OPEN.                                          *
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL EQUIV-FILE
000320         ASSIGN TO "C:\COBOLWI22\STDNTTEQ.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS TEQ-KEY.

000360     SELECT COURSE-CATALOG
000370         ASSIGN TO "C:\COBOLWI22\STDNTCAT.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CAT-COURSE-CODE
000410         FILE STATUS IS EQM100-CAT-STATUS.

000420     SELECT CARD-FILE
000430         ASSIGN TO "C:\COBOLWI22\STDNTTEC.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT PRTOUT
000460         ASSIGN TO "C:\COBOLWI22\STDNTTEM.PRT"
000470         ORGANIZATION IS RECORD SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.

000500 FD  EQUIV-FILE
000510     LABEL RECORD IS STANDARD
000520     DATA RECORD IS TEQ-REC
000530     RECORD CONTAINS 32 CHARACTERS.

000540     COPY STDNTTEQ.

000550 FD  COURSE-CATALOG
000560     LABEL RECORD IS STANDARD
000570     DATA RECORD IS CAT-REC
000580     RECORD CONTAINS 60 CHARACTERS.

000590     COPY STDNTCAT.

000600 FD  CARD-FILE
000610     LABEL RECORD IS STANDARD
000620     DATA RECORD IS EQM100-CARD-REC
000630     RECORD CONTAINS 25 CHARACTERS.

000640 01  EQM100-CARD-REC.
000650     05  EQM100-C-ACTION     PIC X(1).
000660         88  EQM100-C-ADD                VALUE "A".
000670         88  EQM100-C-CHANGE             VALUE "C".
000680         88  EQM100-C-DELETE             VALUE "D".
000690     05  EQM100-C-KEY.
000700         10  EQM100-C-INST-CODE  PIC X(6).
000710         10  EQM100-C-EXT-COURSE PIC X(10).
000720     05  EQM100-C-COURSE-CODE PIC X(8).

000730 FD  PRTOUT
000740     LABEL RECORD IS OMITTED
000750     DATA RECORD IS PRTLINE
000760     RECORD CONTAINS 132 CHARACTERS
000770     LINAGE IS 60 WITH FOOTING AT 56.

000780 01  PRTLINE             PIC X(132).

000790 WORKING-STORAGE SECTION.
000800 77  EQM100-SW-MORE-CARDS PIC X      VALUE "Y".
000810     88  EQM100-MORE-CARDS           VALUE "Y".

000820 77  EQM100-SW-FOUND     PIC X       VALUE "N".
000830     88  EQM100-RECORD-FOUND         VALUE "Y".

000840 77  EQM100-SW-NO-CAT    PIC X       VALUE "N".
000850     88  EQM100-NO-CATALOG           VALUE "Y".

000860 77  EQM100-SW-COURSE-OK PIC X       VALUE "N".
000870     88  EQM100-COURSE-OK            VALUE "Y".

000880 77  EQM100-CAT-STATUS   PIC XX      VALUE SPACES.

000890 77  EQM100-RUN-DATE     PIC 9(8)    VALUE ZERO.

000900 77  EQM100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000910 77  EQM100-ADD-CTR      PIC 9(5)    COMP VALUE ZERO.
000920 77  EQM100-CHANGE-CTR   PIC 9(5)    COMP VALUE ZERO.
000930 77  EQM100-DELETE-CTR   PIC 9(5)    COMP VALUE ZERO.
000940 77  EQM100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.

000950 01  EQM100-CURRENT-DATE-AND-TIME.
000960     05  EQM100-I-DATE.
000970         10  EQM100-I-YEAR   PIC 9(4).
000980         10  EQM100-I-MONTH  PIC 99.
000990         10  EQM100-I-DAY    PIC 99.
001000     05  EQM100-DTIME        PIC X(11).

001010 01  EQM100-TITLE-LINE.
001020     05  FILLER          PIC X(6)    VALUE "DATE:".
001030     05  EQM100-O-MONTH  PIC 99.
001040     05  FILLER          PIC X       VALUE '/'.
001050     05  EQM100-O-DAY    PIC 99.
001060     05  FILLER          PIC X       VALUE '/'.
001070     05  EQM100-O-YEAR   PIC 9(4).
001080     05  FILLER          PIC X(27)   VALUE SPACES.
001090     05  FILLER          PIC X(54)   VALUE
001100         "TRANSFER EQUIVALENCY MAINTENANCE EXCEPTION REPORT".
001110     05  FILLER          PIC X(27)   VALUE SPACES.
001120     05  FILLER          PIC X(6)    VALUE "PAGE:".
001130     05  EQM100-O-PCTR   PIC Z9.

001140 01  EQM100-COL-HDG.
001150     05  FILLER          PIC X(4)    VALUE "INST".
001160     05  FILLER          PIC X(4)    VALUE SPACES.
001170     05  FILLER          PIC X(10)   VALUE "EXT COURSE".
001180     05  FILLER          PIC X(2)    VALUE SPACES.
001190     05  FILLER          PIC X(6)    VALUE "COURSE".
001200     05  FILLER          PIC X(4)    VALUE SPACES.
001210     05  FILLER          PIC X(6)    VALUE "ACTION".
001220     05  FILLER          PIC X(4)    VALUE SPACES.
001230     05  FILLER          PIC X(6)    VALUE "REASON".

001240 01  EQM100-DETAIL-LINE.
001250     05  EQM100-O-INST-CODE PIC X(6).
001260     05  FILLER          PIC X(2)    VALUE SPACES.
001270     05  EQM100-O-EXT-COURSE PIC X(10).
001280     05  FILLER          PIC X(2)    VALUE SPACES.
001290     05  EQM100-O-COURSE-CODE PIC X(8).
001300     05  FILLER          PIC X(5)    VALUE SPACES.
001310     05  EQM100-O-ACTION PIC X(1).
001320     05  FILLER          PIC X(7)    VALUE SPACES.
001330     05  EQM100-O-REASON PIC X(45).

001340 01  EQM100-GT-LINE.
001350     05  FILLER          PIC X(4)    VALUE SPACES.
001360     05  FILLER          PIC X(11)   VALUE "ADDS:".
001370     05  EQM100-O-ADD-CTR PIC ZZZZ9.
001380     05  FILLER          PIC X(4)    VALUE SPACES.
001390     05  FILLER          PIC X(11)   VALUE "CHANGES:".
001400     05  EQM100-O-CHG-CTR PIC ZZZZ9.
001410     05  FILLER          PIC X(4)    VALUE SPACES.
001420     05  FILLER          PIC X(11)   VALUE "DELETES:".
001430     05  EQM100-O-DEL-CTR PIC ZZZZ9.
001440     05  FILLER          PIC X(4)    VALUE SPACES.
001450     05  FILLER          PIC X(12)   VALUE "REJECTS:".
001460     05  EQM100-O-REJ-CTR PIC ZZZZ9.

001470 PROCEDURE DIVISION.

001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-MAINLINE THRU 2000-EXIT
001510         UNTIL NOT EQM100-MORE-CARDS.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530     STOP RUN.

001540 1000-INITIALIZE.
001550     MOVE FUNCTION CURRENT-DATE TO EQM100-CURRENT-DATE-AND-TIME.
001560     MOVE EQM100-I-YEAR TO EQM100-O-YEAR.
001570     MOVE EQM100-I-MONTH TO EQM100-O-MONTH.
001580     MOVE EQM100-I-DAY TO EQM100-O-DAY.
001590     MOVE EQM100-I-DATE TO EQM100-RUN-DATE.

001600     OPEN I-O EQUIV-FILE.
001610     OPEN INPUT COURSE-CATALOG.
001620     IF EQM100-CAT-STATUS NOT = "00"
001630         MOVE "Y" TO EQM100-SW-NO-CAT
001640     END-IF.
001650     OPEN INPUT CARD-FILE.
001660     OPEN OUTPUT PRTOUT.

001670     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
001680     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001690 1000-EXIT.
001700     EXIT.

001710 2000-MAINLINE.
001720     IF EQM100-C-INST-CODE = SPACES
001730             OR EQM100-C-EXT-COURSE = SPACES
001740         MOVE "BLANK INSTITUTION OR COURSE - CARD REJECTED" TO
001750             EQM100-O-REASON
001760         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001770     ELSE
001780         EVALUATE TRUE
001790             WHEN EQM100-C-ADD
001800                 PERFORM 2100-PROCESS-ADD THRU 2100-EXIT
001810             WHEN EQM100-C-CHANGE
001820                 PERFORM 2200-PROCESS-CHANGE THRU 2200-EXIT
001830             WHEN EQM100-C-DELETE
001840                 PERFORM 2300-PROCESS-DELETE THRU 2300-EXIT
001850             WHEN OTHER
001860                 MOVE "INVALID ACTION CODE" TO EQM100-O-REASON
001870                 PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001880         END-EVALUATE
001890     END-IF.
001900     PERFORM 9200-READ-CARD THRU 9200-EXIT.
001910 2000-EXIT.
001920     EXIT.

001930 2100-PROCESS-ADD.
001940     PERFORM 2500-EDIT-COURSE THRU 2500-EXIT.
001950     IF NOT EQM100-COURSE-OK
001960         MOVE "COURSE NOT IN CATALOG - ADD REJECTED" TO
001970             EQM100-O-REASON
001980         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
001990         GO TO 2100-EXIT.
002000     MOVE EQM100-C-KEY TO TEQ-KEY.
002010     MOVE "N" TO EQM100-SW-FOUND.
002020     READ EQUIV-FILE
002030         NOT INVALID KEY
002040             SET EQM100-RECORD-FOUND TO TRUE
002050     END-READ.
002060     IF EQM100-RECORD-FOUND
002070         MOVE "DUPLICATE EQUIVALENCY - ADD REJECTED" TO
002080             EQM100-O-REASON
002090         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002100     ELSE
002110         PERFORM 2400-MOVE-CARD-FIELDS THRU 2400-EXIT
002120         WRITE TEQ-REC
002130             INVALID KEY
002140                 MOVE "DUPLICATE EQUIVALENCY - ADD REJECTED" TO
002150                     EQM100-O-REASON
002160                 PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002170             NOT INVALID KEY
002180                 ADD 1 TO EQM100-ADD-CTR
002190         END-WRITE
002200     END-IF.
002210 2100-EXIT.
002220     EXIT.

002230 2200-PROCESS-CHANGE.
002240     PERFORM 2500-EDIT-COURSE THRU 2500-EXIT.
002250     IF NOT EQM100-COURSE-OK
002260         MOVE "COURSE NOT IN CATALOG - CHANGE REJECTED" TO
002270             EQM100-O-REASON
002280         PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002290         GO TO 2200-EXIT.
002300     MOVE EQM100-C-KEY TO TEQ-KEY.
002310     READ EQUIV-FILE
002320         INVALID KEY
002330             MOVE "EQUIVALENCY NOT ON FILE - CHANGE REJECTED" TO
002340                 EQM100-O-REASON
002350             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002360         NOT INVALID KEY
002370             PERFORM 2400-MOVE-CARD-FIELDS THRU 2400-EXIT
002380             REWRITE TEQ-REC
002390             ADD 1 TO EQM100-CHANGE-CTR
002400     END-READ.
002410 2200-EXIT.
002420     EXIT.

002430 2300-PROCESS-DELETE.
002440     MOVE EQM100-C-KEY TO TEQ-KEY.
002450     READ EQUIV-FILE
002460         INVALID KEY
002470             MOVE "EQUIVALENCY NOT ON FILE - DELETE REJECTED" TO
002480                 EQM100-O-REASON
002490             PERFORM 9300-PRINT-EXCEPTION THRU 9300-EXIT
002500         NOT INVALID KEY
002510             DELETE EQUIV-FILE
002520             ADD 1 TO EQM100-DELETE-CTR
002530     END-READ.
002540 2300-EXIT.
002550     EXIT.

002560 2400-MOVE-CARD-FIELDS.
002570     MOVE EQM100-C-KEY TO TEQ-KEY.
002580     MOVE EQM100-C-COURSE-CODE TO TEQ-COURSE-CODE.
002590     MOVE EQM100-RUN-DATE TO TEQ-UPDATE-DATE.
002600 2400-EXIT.
002610     EXIT.

002620 2500-EDIT-COURSE.
002630     MOVE "N" TO EQM100-SW-COURSE-OK.
002640     IF EQM100-NO-CATALOG
002650             OR EQM100-C-COURSE-CODE = SPACES
002660         GO TO 2500-EXIT.
002670     MOVE EQM100-C-COURSE-CODE TO CAT-COURSE-CODE.
002680     READ COURSE-CATALOG
002690         NOT INVALID KEY
002700             SET EQM100-COURSE-OK TO TRUE
002710     END-READ.
002720 2500-EXIT.
002730     EXIT.

002740 9000-TERMINATE.
002750     MOVE EQM100-ADD-CTR TO EQM100-O-ADD-CTR.
002760     MOVE EQM100-CHANGE-CTR TO EQM100-O-CHG-CTR.
002770     MOVE EQM100-DELETE-CTR TO EQM100-O-DEL-CTR.
002780     MOVE EQM100-REJECT-CTR TO EQM100-O-REJ-CTR.
002790     WRITE PRTLINE FROM EQM100-GT-LINE
002800         AFTER ADVANCING 3 LINES.
002810     CLOSE EQUIV-FILE.
002820     IF NOT EQM100-NO-CATALOG
002830         CLOSE COURSE-CATALOG
002840     END-IF.
002850     CLOSE CARD-FILE.
002860     CLOSE PRTOUT.
002870 9000-EXIT.
002880     EXIT.

002890 9100-PRINT-HDG.
002900     ADD 1 TO EQM100-PAGE-CTR.
002910     MOVE EQM100-PAGE-CTR TO EQM100-O-PCTR.
002920     WRITE PRTLINE FROM EQM100-TITLE-LINE
002930         AFTER ADVANCING PAGE.
002940     WRITE PRTLINE FROM EQM100-COL-HDG
002950         AFTER ADVANCING 2 LINES.
002960 9100-EXIT.
002970     EXIT.

002980 9200-READ-CARD.
002990     READ CARD-FILE
003000         AT END
003010             MOVE "N" TO EQM100-SW-MORE-CARDS
003020     END-READ.
003030 9200-EXIT.
003040     EXIT.

003050 9300-PRINT-EXCEPTION.
003060     MOVE EQM100-C-INST-CODE TO EQM100-O-INST-CODE.
003070     MOVE EQM100-C-EXT-COURSE TO EQM100-O-EXT-COURSE.
003080     MOVE EQM100-C-COURSE-CODE TO EQM100-O-COURSE-CODE.
003090     MOVE EQM100-C-ACTION TO EQM100-O-ACTION.
003100     WRITE PRTLINE FROM EQM100-DETAIL-LINE
003110         AFTER ADVANCING 2 LINES
003120             AT EOP
003130                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003140     ADD 1 TO EQM100-REJECT-CTR.
003150 9300-EXIT.
003160     EXIT.
