000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB30.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* INCOMPLETE-GRADE LAPSE RUN.  READS STDNTCRS.DAT AND WRITES    *
000130* THE NEXT GENERATION OF THE ENROLLMENT FILE (STDNTCRN.DAT, THE *
000140* SAME NEXT-GENERATION FILE THE CBLJCB29 GRADE-SHEET INTAKE     *
000150* WRITES).  EVERY "I" GRADE IS LOOKED UP ON THE INCOMPLETE      *
000160* TRACKING FILE (STDNTINC.DAT, SEE STDNTINC) FOR THE DATE IT    *
000170* WAS POSTED.  AN INCOMPLETE POSTED BEFORE THE INCOMPLETE       *
000180* DEADLINE ON THE CONTROL CARD (STDNTILC.DAT, ONE YYYYMMDD      *
000190* DATE) IS CHANGED TO AN "F" AND ITS TRACKING RECORD IS         *
000200* DELETED.  AN INCOMPLETE WITH NO TRACKING RECORD (KEYED BEFORE *
000210* THE GRADE-SHEET INTAKE EXISTED) IS NOT FAILED BLIND - IT IS   *
000220* GIVEN A TRACKING RECORD DATED TODAY SO ITS CLOCK STARTS NOW   *
000230* AND IT LAPSES ON A LATER RUN LIKE ANY OTHER.  A MISSING OR    *
000240* INVALID CONTROL CARD LAPSES NOTHING, THE SAFE DEFAULT, AND    *
000250* SAYS SO ON THE REPORT.  EVERY CHANGE IS LISTED WITH THE       *
000260* STUDENT NAME LOOKED UP FROM STUDENT-MASTER.                   *
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COURSE-FILE
000320         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL.

000340     SELECT NEW-COURSE-FILE
000350         ASSIGN TO "C:\COBOLWI22\STDNTCRN.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL.

000370     SELECT STUDENT-MASTER
000380         ASSIGN TO "C:\COBOLWI22\STDNTMST.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS I-ID.

000420     SELECT OPTIONAL INCOMPLETE-FILE
000430         ASSIGN TO "C:\COBOLWI22\STDNTINC.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS INC-KEY.

000470     SELECT CONTROL-CARD-FILE
000480         ASSIGN TO "C:\COBOLWI22\STDNTILC.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ILP100-CTL-STATUS.

000510     SELECT PRTOUT
000520         ASSIGN TO "C:\COBOLWI22\STDNTILP.PRT"
000530         ORGANIZATION IS RECORD SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.

000560 FD  COURSE-FILE
000570     LABEL RECORD IS STANDARD
000580     DATA RECORD IS CRS-REC
000590     RECORD CONTAINS 22 CHARACTERS.

000600     COPY STDNTCRS.

000610 FD  NEW-COURSE-FILE
000620     LABEL RECORD IS STANDARD
000630     DATA RECORD IS CRN-REC
000640     RECORD CONTAINS 22 CHARACTERS.

000650 01  CRN-REC                 PIC X(22).

000660 FD  STUDENT-MASTER
000670     LABEL RECORD IS STANDARD
000680     DATA RECORD IS I-REC
000690     RECORD CONTAINS 50 CHARACTERS.

000700     COPY STDNTREC.

000710 FD  INCOMPLETE-FILE
000720     LABEL RECORD IS STANDARD
000730     DATA RECORD IS INC-REC
000740     RECORD CONTAINS 26 CHARACTERS.

000750     COPY STDNTINC.

000760 FD  CONTROL-CARD-FILE
000770     LABEL RECORD IS STANDARD
000780     DATA RECORD IS ILC-REC
000790     RECORD CONTAINS 8 CHARACTERS.

000800 01  ILC-REC.
000810     05  ILC-DEADLINE-DATE   PIC X(8).

000820 FD  PRTOUT
000830     LABEL RECORD IS OMITTED
000840     DATA RECORD IS PRTLINE
000850     RECORD CONTAINS 132 CHARACTERS
000860     LINAGE IS 60 WITH FOOTING AT 56.

000870 01  PRTLINE             PIC X(132).

000880 WORKING-STORAGE SECTION.
000890 77  ILP100-SW-MORE-CRS  PIC X       VALUE "Y".
000900     88  ILP100-MORE-CRS              VALUE "Y".

000910 77  ILP100-SW-DEADLINE  PIC X       VALUE "N".
000920     88  ILP100-DEADLINE-SET          VALUE "Y".

000930 77  ILP100-CTL-STATUS   PIC XX      VALUE SPACES.

000940 77  ILP100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
000950 77  ILP100-CRS-CTR      PIC 9(5)    COMP VALUE ZERO.
000960 77  ILP100-INC-CTR      PIC 9(5)    COMP VALUE ZERO.
000970 77  ILP100-LAPSE-CTR    PIC 9(5)    COMP VALUE ZERO.
000980 77  ILP100-DATED-CTR    PIC 9(5)    COMP VALUE ZERO.
000990 77  ILP100-OPEN-CTR     PIC 9(5)    COMP VALUE ZERO.

001000 77  ILP100-RUN-DATE     PIC 9(8)    VALUE ZERO.
001010 77  ILP100-DEADLINE     PIC 9(8)    VALUE ZERO.

001020 01  ILP100-CURRENT-DATE-AND-TIME.
001030     05  ILP100-I-DATE.
001040         10  ILP100-I-YEAR   PIC 9(4).
001050         10  ILP100-I-MONTH  PIC 99.
001060         10  ILP100-I-DAY    PIC 99.
001070     05  ILP100-DTIME        PIC X(11).

001080 01  ILP100-DATE-WORK.
001090     05  ILP100-DW-YEAR  PIC 9(4).
001100     05  ILP100-DW-MONTH PIC 99.
001110     05  ILP100-DW-DAY   PIC 99.

001120 01  ILP100-TITLE-LINE.
001130     05  FILLER          PIC X(6)    VALUE "DATE:".
001140     05  ILP100-O-MONTH  PIC 99.
001150     05  FILLER          PIC X       VALUE '/'.
001160     05  ILP100-O-DAY    PIC 99.
001170     05  FILLER          PIC X       VALUE '/'.
001180     05  ILP100-O-YEAR   PIC 9(4).
001190     05  FILLER          PIC X(36)   VALUE SPACES.
001200     05  FILLER          PIC X(34)   VALUE
001210         "INCOMPLETE GRADE LAPSE LISTING".
001220     05  FILLER          PIC X(38)   VALUE SPACES.
001230     05  FILLER          PIC X(6)    VALUE "PAGE:".
001240     05  ILP100-O-PCTR   PIC Z9.

001250 01  ILP100-DEADLINE-LINE.
001260     05  FILLER          PIC X(21)   VALUE "INCOMPLETE DEADLINE:".
001270     05  ILP100-O-DL-MONTH PIC 99.
001280     05  FILLER          PIC X       VALUE '/'.
001290     05  ILP100-O-DL-DAY PIC 99.
001300     05  FILLER          PIC X       VALUE '/'.
001310     05  ILP100-O-DL-YEAR PIC 9(4).
001320     05  FILLER          PIC X(4)    VALUE SPACES.
001330     05  FILLER          PIC X(44)   VALUE
001340         "- INCOMPLETES POSTED BEFORE THIS DATE LAPSE".

001350 01  ILP100-NO-DEADLINE-LINE.
001360     05  FILLER          PIC X(50)   VALUE
001370         "NO VALID DEADLINE CARD - NO INCOMPLETES LAPSED".

001380 01  ILP100-COL-HDG.
001390     05  FILLER          PIC X(4)    VALUE "  ID".
001400     05  FILLER          PIC X(6)    VALUE SPACES.
001410     05  FILLER          PIC X(9)    VALUE "LAST NAME".
001420     05  FILLER          PIC X(9)    VALUE SPACES.
001430     05  FILLER          PIC X(10)   VALUE "FIRST NAME".
001440     05  FILLER          PIC X(8)    VALUE SPACES.
001450     05  FILLER          PIC X(6)    VALUE "COURSE".
001460     05  FILLER          PIC X(4)    VALUE SPACES.
001470     05  FILLER          PIC X(3)    VALUE "SEC".
001480     05  FILLER          PIC X(3)    VALUE SPACES.
001490     05  FILLER          PIC X(10)   VALUE "I POSTED".
001500     05  FILLER          PIC X(4)    VALUE SPACES.
001510     05  FILLER          PIC X(3)    VALUE "OLD".
001520     05  FILLER          PIC X(2)    VALUE SPACES.
001530     05  FILLER          PIC X(3)    VALUE "NEW".
001540     05  FILLER          PIC X(3)    VALUE SPACES.
001550     05  FILLER          PIC X(6)    VALUE "ACTION".

001560 01  ILP100-DETAIL-LINE.
001570     05  ILP100-O-ID     PIC X(7).
001580     05  FILLER          PIC X(3)    VALUE SPACES.
001590     05  ILP100-O-LNAME  PIC X(15).
001600     05  FILLER          PIC X(3)    VALUE SPACES.
001610     05  ILP100-O-FNAME  PIC X(15).
001620     05  FILLER          PIC X(3)    VALUE SPACES.
001630     05  ILP100-O-COURSE PIC X(8).
001640     05  FILLER          PIC X(2)    VALUE SPACES.
001650     05  ILP100-O-SECTION PIC X(3).
001660     05  FILLER          PIC X(3)    VALUE SPACES.
001670     05  ILP100-O-POST-MONTH PIC 99.
001680     05  FILLER          PIC X       VALUE '/'.
001690     05  ILP100-O-POST-DAY PIC 99.
001700     05  FILLER          PIC X       VALUE '/'.
001710     05  ILP100-O-POST-YEAR PIC 9(4).
001720     05  FILLER          PIC X(4)    VALUE SPACES.
001730     05  ILP100-O-OLD-GRADE PIC X(2).
001740     05  FILLER          PIC X(3)    VALUE SPACES.
001750     05  ILP100-O-NEW-GRADE PIC X(2).
001760     05  FILLER          PIC X(4)    VALUE SPACES.
001770     05  ILP100-O-ACTION PIC X(36).

001780 01  ILP100-GT-LINE1.
001790     05  FILLER          PIC X(4)    VALUE SPACES.
001800     05  FILLER          PIC X(18)   VALUE "ENROLLMENTS READ:".
001810     05  ILP100-O-CRS-CTR PIC ZZZZ9.
001820     05  FILLER          PIC X(4)    VALUE SPACES.
001830     05  FILLER          PIC X(18)   VALUE "INCOMPLETES FOUND:".
001840     05  ILP100-O-INC-CTR PIC ZZZZ9.

001850 01  ILP100-GT-LINE2.
001860     05  FILLER          PIC X(4)    VALUE SPACES.
001870     05  FILLER          PIC X(15)   VALUE "LAPSED TO F:".
001880     05  ILP100-O-LAPSE-CTR PIC ZZZZ9.
001890     05  FILLER          PIC X(4)    VALUE SPACES.
001900     05  FILLER          PIC X(16)   VALUE "DATED THIS RUN:".
001910     05  ILP100-O-DATED-CTR PIC ZZZZ9.
001920     05  FILLER          PIC X(4)    VALUE SPACES.
001930     05  FILLER          PIC X(22)   VALUE
001940         "STILL WITHIN DEADLINE:".
001950     05  ILP100-O-OPEN-CTR PIC ZZZZ9.

001960 PROCEDURE DIVISION.

001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-MAINLINE THRU 2000-EXIT
002000         UNTIL NOT ILP100-MORE-CRS.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     STOP RUN.

002030 1000-INITIALIZE.
002040     MOVE FUNCTION CURRENT-DATE TO ILP100-CURRENT-DATE-AND-TIME.
002050     MOVE ILP100-I-YEAR TO ILP100-O-YEAR.
002060     MOVE ILP100-I-MONTH TO ILP100-O-MONTH.
002070     MOVE ILP100-I-DAY TO ILP100-O-DAY.
002080     MOVE ILP100-I-DATE TO ILP100-RUN-DATE.

002090     OPEN INPUT CONTROL-CARD-FILE.
002100     IF ILP100-CTL-STATUS = "00"
002110         READ CONTROL-CARD-FILE
002120             AT END
002130                 CONTINUE
002140             NOT AT END
002150                 IF ILC-DEADLINE-DATE NUMERIC
002160                     MOVE ILC-DEADLINE-DATE TO ILP100-DEADLINE
002170                 END-IF
002180         END-READ
002190         CLOSE CONTROL-CARD-FILE
002200     END-IF.
002210     IF ILP100-DEADLINE NOT = ZERO
002220         IF FUNCTION TEST-DATE-YYYYMMDD (ILP100-DEADLINE) = ZERO
002230             SET ILP100-DEADLINE-SET TO TRUE
002240         END-IF
002250     END-IF.

002260     OPEN INPUT COURSE-FILE.
002270     OPEN OUTPUT NEW-COURSE-FILE.
002280     OPEN INPUT STUDENT-MASTER.
002290     OPEN I-O INCOMPLETE-FILE.
002300     OPEN OUTPUT PRTOUT.

002310     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002320     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
002330 1000-EXIT.
002340     EXIT.

002350 2000-MAINLINE.
002360     ADD 1 TO ILP100-CRS-CTR.
002370     IF CRS-GRADE = "I "
002380         PERFORM 2100-CHECK-INCOMPLETE THRU 2100-EXIT
002390     END-IF.
002400     WRITE CRN-REC FROM CRS-REC.
002410     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
002420 2000-EXIT.
002430     EXIT.

002440 2100-CHECK-INCOMPLETE.
002450     ADD 1 TO ILP100-INC-CTR.
002460     MOVE CRS-ID TO INC-ID.
002470     MOVE CRS-COURSE-CODE TO INC-COURSE-CODE.
002480     MOVE CRS-SECTION TO INC-SECTION.
002490     READ INCOMPLETE-FILE
002500         INVALID KEY
002510             PERFORM 2200-DATE-INCOMPLETE THRU 2200-EXIT
002520             GO TO 2100-EXIT
002530     END-READ.
002540     IF ILP100-DEADLINE-SET
002550             AND INC-POST-DATE < ILP100-DEADLINE
002560         PERFORM 2300-LAPSE-INCOMPLETE THRU 2300-EXIT
002570     ELSE
002580         ADD 1 TO ILP100-OPEN-CTR
002590     END-IF.
002600 2100-EXIT.
002610     EXIT.

002620 2200-DATE-INCOMPLETE.
002630     MOVE ILP100-RUN-DATE TO INC-POST-DATE.
002640     WRITE INC-REC.
002650     ADD 1 TO ILP100-DATED-CTR.
002660     ADD 1 TO ILP100-OPEN-CTR.
002670     MOVE "I " TO ILP100-O-NEW-GRADE.
002680     MOVE "NO POST DATE ON FILE - DATED TODAY" TO ILP100-O-ACTION.
002690     PERFORM 9400-PRINT-CHANGE THRU 9400-EXIT.
002700 2200-EXIT.
002710     EXIT.

002720 2300-LAPSE-INCOMPLETE.
002730     MOVE "F " TO ILP100-O-NEW-GRADE.
002740     MOVE "LAPSED TO F - PAST DEADLINE" TO ILP100-O-ACTION.
002750     PERFORM 9400-PRINT-CHANGE THRU 9400-EXIT.
002760     MOVE "F " TO CRS-GRADE.
002770     DELETE INCOMPLETE-FILE RECORD.
002780     ADD 1 TO ILP100-LAPSE-CTR.
002790 2300-EXIT.
002800     EXIT.

002810 9000-TERMINATE.
002820     MOVE ILP100-CRS-CTR TO ILP100-O-CRS-CTR.
002830     MOVE ILP100-INC-CTR TO ILP100-O-INC-CTR.
002840     WRITE PRTLINE FROM ILP100-GT-LINE1
002850         AFTER ADVANCING 3 LINES.
002860     MOVE ILP100-LAPSE-CTR TO ILP100-O-LAPSE-CTR.
002870     MOVE ILP100-DATED-CTR TO ILP100-O-DATED-CTR.
002880     MOVE ILP100-OPEN-CTR TO ILP100-O-OPEN-CTR.
002890     WRITE PRTLINE FROM ILP100-GT-LINE2
002900         AFTER ADVANCING 1 LINE.
002910     CLOSE COURSE-FILE.
002920     CLOSE NEW-COURSE-FILE.
002930     CLOSE STUDENT-MASTER.
002940     CLOSE INCOMPLETE-FILE.
002950     CLOSE PRTOUT.
002960 9000-EXIT.
002970     EXIT.

002980 9100-PRINT-HDG.
002990     ADD 1 TO ILP100-PAGE-CTR.
003000     MOVE ILP100-PAGE-CTR TO ILP100-O-PCTR.
003010     WRITE PRTLINE FROM ILP100-TITLE-LINE
003020         AFTER ADVANCING PAGE.
003030     IF ILP100-DEADLINE-SET
003040         MOVE ILP100-DEADLINE TO ILP100-DATE-WORK
003050         MOVE ILP100-DW-MONTH TO ILP100-O-DL-MONTH
003060         MOVE ILP100-DW-DAY TO ILP100-O-DL-DAY
003070         MOVE ILP100-DW-YEAR TO ILP100-O-DL-YEAR
003080         WRITE PRTLINE FROM ILP100-DEADLINE-LINE
003090             AFTER ADVANCING 2 LINES
003100     ELSE
003110         WRITE PRTLINE FROM ILP100-NO-DEADLINE-LINE
003120             AFTER ADVANCING 2 LINES
003130     END-IF.
003140     WRITE PRTLINE FROM ILP100-COL-HDG
003150         AFTER ADVANCING 2 LINES.
003160 9100-EXIT.
003170     EXIT.

003180 9200-READ-COURSE.
003190     READ COURSE-FILE
003200         AT END
003210             MOVE "N" TO ILP100-SW-MORE-CRS
003220     END-READ.
003230 9200-EXIT.
003240     EXIT.

003250 9300-LOOKUP-STUDENT.
003260     MOVE CRS-ID TO I-ID.
003270     READ STUDENT-MASTER
003280         INVALID KEY
003290             MOVE SPACES TO ILP100-O-LNAME ILP100-O-FNAME
003300             MOVE "NOT ON FILE ***" TO ILP100-O-LNAME
003310         NOT INVALID KEY
003320             MOVE I-LNAME TO ILP100-O-LNAME
003330             MOVE I-FNAME TO ILP100-O-FNAME
003340     END-READ.
003350 9300-EXIT.
003360     EXIT.

003370 9400-PRINT-CHANGE.
003380     PERFORM 9300-LOOKUP-STUDENT THRU 9300-EXIT.
003390     MOVE CRS-ID TO ILP100-O-ID.
003400     MOVE CRS-COURSE-CODE TO ILP100-O-COURSE.
003410     MOVE CRS-SECTION TO ILP100-O-SECTION.
003420     MOVE INC-POST-DATE TO ILP100-DATE-WORK.
003430     MOVE ILP100-DW-MONTH TO ILP100-O-POST-MONTH.
003440     MOVE ILP100-DW-DAY TO ILP100-O-POST-DAY.
003450     MOVE ILP100-DW-YEAR TO ILP100-O-POST-YEAR.
003460     MOVE "I " TO ILP100-O-OLD-GRADE.
003470     WRITE PRTLINE FROM ILP100-DETAIL-LINE
003480         AFTER ADVANCING 1 LINE
003490             AT EOP
003500                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003510 9400-EXIT.
003520     EXIT.
