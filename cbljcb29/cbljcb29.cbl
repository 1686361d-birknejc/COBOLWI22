000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.             CBLJCB29.
000030 AUTHOR.                 JEFF BIRKNER.
000040 INSTALLATION.           REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.           10/15/26.
000060 DATE-COMPILED.

000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   10/15/26  JCB  ORIGINAL PROGRAM.                            *
000100*****************************************************************

000110*****************************************************************
000120* INSTRUCTOR END-OF-TERM GRADE-SHEET INTAKE.  READS THE GRADE   *
000130* SHEETS (STDNTGSH.DAT) - EACH SHEET IS AN H CARD NAMING THE    *
000140* COURSE, SECTION AND SUBMITTING INSTRUCTOR FOLLOWED BY ONE D   *
000150* CARD PER STUDENT WITH THE STUDENT ID AND GRADE.  A SHEET IS   *
000160* REJECTED WHOLE WHEN ITS SECTION IS NOT ON THE SECTION FILE    *
000170* (STDNTSEC.DAT, LOADED BY CBLJCB17) OR WHEN THE INSTRUCTOR     *
000180* NAME ON IT DOES NOT MATCH SEC-INSTRUCTOR.  A GRADE LINE IS    *
000190* REJECTED WHEN ITS GRADE CODE IS NOT IN THE GRADE TABLE        *
000200* (STDNTGRT, THE SAME TABLE CBLJCB38 COMPUTES THE GPA FROM) AND *
000210* IS NOT AN "I" FOR INCOMPLETE.  THE ACCEPTED GRADES ARE SORTED *
000220* TOGETHER WITH STDNTCRS.DAT BY STUDENT ID, COURSE AND SECTION  *
000230* SO EACH ONE MEETS THE ENROLLMENT IT BELONGS TO; A GRADE FOR A *
000240* STUDENT NOT ENROLLED IN THAT SECTION IS REJECTED, NOT ADDED.  *
000250* EVERY ENROLLMENT, GRADED OR NOT, IS WRITTEN TO THE NEXT       *
000260* GENERATION OF THE ENROLLMENT FILE (STDNTCRN.DAT, SUCCEEDING   *
000270* STDNTCRS.DAT THE WAY CBLJCB15'S STDNTSTN.DAT SUCCEEDS         *
000280* STDNTSTD.DAT), STILL IN CRS-ID SEQUENCE.  AN "I" POSTED IS    *
000290* RECORDED WITH THE RUN DATE ON THE INCOMPLETE TRACKING FILE    *
000300* (STDNTINC.DAT, SEE STDNTINC) FOR THE LAPSE RUN (CBLJCB30);    *
000310* A FINAL GRADE POSTED OVER AN "I" REMOVES ITS TRACKING RECORD. *
000320* EVERY CARD IS LISTED ON THE POSTING REPORT WITH THE OLD AND   *
000330* NEW GRADE OR THE REASON IT WAS REJECTED:                      *
000340*   G1 - SECTION NOT ON SECTION FILE (SHEET REJECTED)           *
000350*   G2 - INSTRUCTOR DOES NOT MATCH SECTION (SHEET REJECTED)     *
000360*   G3 - GRADE LINE ON A REJECTED SHEET OR AHEAD OF ANY SHEET   *
000370*   G4 - BLANK STUDENT ID                                       *
000380*   G5 - GRADE CODE NOT IN GRADE TABLE                          *
000390*   G6 - STUDENT NOT ENROLLED IN THIS SECTION                   *
000400*   G7 - CARD TYPE NOT H OR D                                   *
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SHEET-FILE
000460         ASSIGN TO "C:\COBOLWI22\STDNTGSH.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480     SELECT COURSE-FILE
000490         ASSIGN TO "C:\COBOLWI22\STDNTCRS.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510     SELECT NEW-COURSE-FILE
000520         ASSIGN TO "C:\COBOLWI22\STDNTCRN.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540     SELECT SECTION-FILE
000550         ASSIGN TO "C:\COBOLWI22\STDNTSEC.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS SEC-KEY
000590         FILE STATUS IS GSI100-SEC-STATUS.

000600     SELECT OPTIONAL INCOMPLETE-FILE
000610         ASSIGN TO "C:\COBOLWI22\STDNTINC.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS INC-KEY.

000650     SELECT SORT-WORK
000660         ASSIGN TO "SRTWK01".

000670     SELECT PRTOUT
000680         ASSIGN TO "C:\COBOLWI22\STDNTGSR.PRT"
000690         ORGANIZATION IS RECORD SEQUENTIAL.

000700 DATA DIVISION.
000710 FILE SECTION.

000720 FD  SHEET-FILE
000730     LABEL RECORD IS STANDARD
000740     DATA RECORD IS GSH-REC
000750     RECORD CONTAINS 32 CHARACTERS.

000760 01  GSH-REC.
000770     05  GSH-TYPE            PIC X(1).
000780         88  GSH-HEADER                  VALUE "H".
000790         88  GSH-DETAIL                  VALUE "D".
000800     05  GSH-DATA            PIC X(31).
000810     05  GSH-HDR REDEFINES GSH-DATA.
000820         10  GSH-COURSE-CODE PIC X(8).
000830         10  GSH-SECTION     PIC X(3).
000840         10  GSH-INSTRUCTOR  PIC X(20).
000850     05  GSH-DTL REDEFINES GSH-DATA.
000860         10  GSH-ID          PIC X(7).
000870         10  GSH-GRADE       PIC X(2).
000880         10  FILLER          PIC X(22).

000890 FD  COURSE-FILE
000900     LABEL RECORD IS STANDARD
000910     DATA RECORD IS CRS-REC
000920     RECORD CONTAINS 22 CHARACTERS.

000930     COPY STDNTCRS.

000940 FD  NEW-COURSE-FILE
000950     LABEL RECORD IS STANDARD
000960     DATA RECORD IS CRN-REC
000970     RECORD CONTAINS 22 CHARACTERS.

000980 01  CRN-REC                 PIC X(22).

000990 FD  SECTION-FILE
001000     LABEL RECORD IS STANDARD
001010     DATA RECORD IS SEC-REC
001020     RECORD CONTAINS 58 CHARACTERS.

001030     COPY STDNTSCT.

001040 FD  INCOMPLETE-FILE
001050     LABEL RECORD IS STANDARD
001060     DATA RECORD IS INC-REC
001070     RECORD CONTAINS 26 CHARACTERS.

001080     COPY STDNTINC.

001090 SD  SORT-WORK
001100     DATA RECORD IS SD-REC.

001110 01  SD-REC.
001120     05  SD-ID               PIC X(7).
001130     05  SD-COURSE-CODE      PIC X(8).
001140     05  SD-SECTION          PIC X(3).
001150     05  SD-TYPE             PIC X(1).
001160         88  SD-ENROLLMENT               VALUE "1".
001170         88  SD-POSTING                  VALUE "2".
001180     05  SD-CREDITS          PIC 9V9.
001190     05  SD-GRADE            PIC X(2).

001200 FD  PRTOUT
001210     LABEL RECORD IS OMITTED
001220     DATA RECORD IS PRTLINE
001230     RECORD CONTAINS 132 CHARACTERS
001240     LINAGE IS 60 WITH FOOTING AT 56.

001250 01  PRTLINE             PIC X(132).

001260 WORKING-STORAGE SECTION.
001270 77  GSI100-SW-MORE-CRS  PIC X       VALUE "Y".
001280     88  GSI100-MORE-CRS              VALUE "Y".

001290 77  GSI100-SW-MORE-GSH  PIC X       VALUE "Y".
001300     88  GSI100-MORE-GSH              VALUE "Y".

001310 77  GSI100-SW-SORT-EOF  PIC X       VALUE "N".
001320     88  GSI100-SORT-EOF              VALUE "Y".

001330 77  GSI100-SW-NO-SEC    PIC X       VALUE "N".
001340     88  GSI100-NO-SECTION-FILE       VALUE "Y".

001350 77  GSI100-SW-SHEET     PIC X       VALUE "N".
001360     88  GSI100-SHEET-OPEN            VALUE "Y".
001370     88  GSI100-SHEET-REJECTED        VALUE "R".

001380 77  GSI100-SW-HELD      PIC X       VALUE "N".
001390     88  GSI100-ENROLLMENT-HELD       VALUE "Y".

001400 77  GSI100-SW-GRD-OK    PIC X       VALUE "N".
001410     88  GSI100-GRADE-OK              VALUE "Y".

001420 77  GSI100-SEC-STATUS   PIC XX      VALUE SPACES.

001430 77  GSI100-PAGE-CTR     PIC 9(2)    COMP VALUE ZERO.
001440 77  GSI100-SHEET-CTR    PIC 9(5)    COMP VALUE ZERO.
001450 77  GSI100-SHEET-REJ-CTR PIC 9(5)   COMP VALUE ZERO.
001460 77  GSI100-LINE-CTR     PIC 9(5)    COMP VALUE ZERO.
001470 77  GSI100-POST-CTR     PIC 9(5)    COMP VALUE ZERO.
001480 77  GSI100-REJECT-CTR   PIC 9(5)    COMP VALUE ZERO.
001490 77  GSI100-INC-CTR      PIC 9(5)    COMP VALUE ZERO.
001500 77  GSI100-CRS-IN-CTR   PIC 9(5)    COMP VALUE ZERO.
001510 77  GSI100-CRS-OUT-CTR  PIC 9(5)    COMP VALUE ZERO.

001520 77  GSI100-RUN-DATE     PIC 9(8)    VALUE ZERO.

001530     COPY STDNTGRT.

001540 01  GSI100-CURRENT-SHEET.
001550     05  GSI100-CUR-COURSE   PIC X(8)    VALUE SPACES.
001560     05  GSI100-CUR-SECTION  PIC X(3)    VALUE SPACES.
001570     05  GSI100-CUR-INSTRUCTOR PIC X(20) VALUE SPACES.

001580 01  GSI100-HELD-CRS.
001590     05  GSI100-HELD-ID      PIC X(7).
001600     05  GSI100-HELD-COURSE  PIC X(8).
001610     05  GSI100-HELD-CREDITS PIC 9V9.
001620     05  GSI100-HELD-GRADE   PIC X(2).
001630     05  GSI100-HELD-SECTION PIC X(3).

001640 01  GSI100-CURRENT-DATE-AND-TIME.
001650     05  GSI100-I-DATE.
001660         10  GSI100-I-YEAR   PIC 9(4).
001670         10  GSI100-I-MONTH  PIC 99.
001680         10  GSI100-I-DAY    PIC 99.
001690     05  GSI100-DTIME        PIC X(11).

001700 01  GSI100-TITLE-LINE.
001710     05  FILLER          PIC X(6)    VALUE "DATE:".
001720     05  GSI100-O-MONTH  PIC 99.
001730     05  FILLER          PIC X       VALUE '/'.
001740     05  GSI100-O-DAY    PIC 99.
001750     05  FILLER          PIC X       VALUE '/'.
001760     05  GSI100-O-YEAR   PIC 9(4).
001770     05  FILLER          PIC X(33)   VALUE SPACES.
001780     05  FILLER          PIC X(40)   VALUE "INSTRUCTOR GRADE SHEET
001790-                                    " POSTING REPORT".
001800     05  FILLER          PIC X(35)   VALUE SPACES.
001810     05  FILLER          PIC X(6)    VALUE "PAGE:".
001820     05  GSI100-O-PCTR   PIC Z9.

001830 01  GSI100-COL-HDG.
001840     05  FILLER          PIC X(6)    VALUE "COURSE".
001850     05  FILLER          PIC X(4)    VALUE SPACES.
001860     05  FILLER          PIC X(3)    VALUE "SEC".
001870     05  FILLER          PIC X(3)    VALUE SPACES.
001880     05  FILLER          PIC X(7)    VALUE "   ID".
001890     05  FILLER          PIC X(4)    VALUE SPACES.
001900     05  FILLER          PIC X(3)    VALUE "OLD".
001910     05  FILLER          PIC X(3)    VALUE SPACES.
001920     05  FILLER          PIC X(3)    VALUE "NEW".
001930     05  FILLER          PIC X(4)    VALUE SPACES.
001940     05  FILLER          PIC X(6)    VALUE "RESULT".

001950 01  GSI100-POSTING-HDG.
001960     05  FILLER          PIC X(50)   VALUE
001970         "GRADES MATCHED TO ENROLLMENTS, IN STUDENT ID ORDER".

001980 01  GSI100-SHEET-LINE.
001990     05  FILLER          PIC X(7)    VALUE "SHEET:".
002000     05  GSI100-O-SH-COURSE PIC X(8).
002010     05  FILLER          PIC X(1)    VALUE SPACES.
002020     05  GSI100-O-SH-SECTION PIC X(3).
002030     05  FILLER          PIC X(3)    VALUE SPACES.
002040     05  FILLER          PIC X(12)   VALUE "INSTRUCTOR:".
002050     05  GSI100-O-SH-INSTRUCTOR PIC X(20).
002060     05  FILLER          PIC X(3)    VALUE SPACES.
002070     05  GSI100-O-SH-RESULT PIC X(50).

002080 01  GSI100-DETAIL-LINE.
002090     05  GSI100-O-COURSE PIC X(8).
002100     05  FILLER          PIC X(2)    VALUE SPACES.
002110     05  GSI100-O-SECTION PIC X(3).
002120     05  FILLER          PIC X(3)    VALUE SPACES.
002130     05  GSI100-O-ID     PIC X(7).
002140     05  FILLER          PIC X(5)    VALUE SPACES.
002150     05  GSI100-O-OLD-GRADE PIC X(2).
002160     05  FILLER          PIC X(4)    VALUE SPACES.
002170     05  GSI100-O-NEW-GRADE PIC X(2).
002180     05  FILLER          PIC X(5)    VALUE SPACES.
002190     05  GSI100-O-RESULT PIC X(50).

002200 01  GSI100-GT-LINE1.
002210     05  FILLER          PIC X(4)    VALUE SPACES.
002220     05  FILLER          PIC X(12)   VALUE "SHEETS READ:".
002230     05  GSI100-O-SHEET-CTR PIC ZZZZ9.
002240     05  FILLER          PIC X(4)    VALUE SPACES.
002250     05  FILLER          PIC X(16)   VALUE "SHEETS REJECTED:".
002260     05  GSI100-O-SHEET-REJ-CTR PIC ZZZZ9.
002270     05  FILLER          PIC X(4)    VALUE SPACES.
002280     05  FILLER          PIC X(18)   VALUE "GRADE LINES READ:".
002290     05  GSI100-O-LINE-CTR PIC ZZZZ9.

002300 01  GSI100-GT-LINE2.
002310     05  FILLER          PIC X(4)    VALUE SPACES.
002320     05  FILLER          PIC X(14)   VALUE "GRADES POSTED:".
002330     05  GSI100-O-POST-CTR PIC ZZZZ9.
002340     05  FILLER          PIC X(4)    VALUE SPACES.
002350     05  FILLER          PIC X(17)   VALUE "INCOMPLETES (I):".
002360     05  GSI100-O-INC-CTR PIC ZZZZ9.
002370     05  FILLER          PIC X(4)    VALUE SPACES.
002380     05  FILLER          PIC X(15)   VALUE "LINES REJECTED:".
002390     05  GSI100-O-REJECT-CTR PIC ZZZZ9.

002400 01  GSI100-GT-LINE3.
002410     05  FILLER          PIC X(4)    VALUE SPACES.
002420     05  FILLER          PIC X(18)   VALUE "ENROLLMENTS READ:".
002430     05  GSI100-O-CRS-IN-CTR PIC ZZZZ9.
002440     05  FILLER          PIC X(4)    VALUE SPACES.
002450     05  FILLER          PIC X(21)   VALUE "ENROLLMENTS WRITTEN:".
002460     05  GSI100-O-CRS-OUT-CTR PIC ZZZZ9.

002470 PROCEDURE DIVISION.

002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     STOP RUN.

002530 1000-INITIALIZE.
002540     MOVE FUNCTION CURRENT-DATE TO GSI100-CURRENT-DATE-AND-TIME.
002550     MOVE GSI100-I-YEAR TO GSI100-O-YEAR.
002560     MOVE GSI100-I-MONTH TO GSI100-O-MONTH.
002570     MOVE GSI100-I-DAY TO GSI100-O-DAY.
002580     MOVE GSI100-I-DATE TO GSI100-RUN-DATE.

002590     OPEN INPUT SECTION-FILE.
002600     IF GSI100-SEC-STATUS NOT = "00"
002610         MOVE "Y" TO GSI100-SW-NO-SEC
002620     END-IF.
002630     OPEN I-O INCOMPLETE-FILE.
002640     OPEN OUTPUT PRTOUT.

002650     PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
002660 1000-EXIT.
002670     EXIT.

002680 2000-PROCESS-SORT.
002690     SORT SORT-WORK
002700         ON ASCENDING KEY SD-ID SD-COURSE-CODE SD-SECTION SD-TYPE
002710         INPUT PROCEDURE IS 3000-INPUT-PROC THRU 3000-EXIT
002720         OUTPUT PROCEDURE IS 4000-OUTPUT-PROC THRU 4000-EXIT.
002730 2000-EXIT.
002740     EXIT.

002750*****************************************************************
002760* INPUT SIDE: RELEASE EVERY ENROLLMENT AS IS, THEN EDIT THE     *
002770* GRADE SHEETS AND RELEASE EACH GRADE THAT PASSES.              *
002780*****************************************************************

002790 3000-INPUT-PROC.
002800     OPEN INPUT COURSE-FILE.
002810     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
002820     PERFORM 3100-RELEASE-ENROLLMENT THRU 3100-EXIT
002830         UNTIL NOT GSI100-MORE-CRS.
002840     CLOSE COURSE-FILE.

002850     OPEN INPUT SHEET-FILE.
002860     PERFORM 9300-READ-SHEET THRU 9300-EXIT.
002870     PERFORM 3200-PROCESS-SHEET-CARD THRU 3200-EXIT
002880         UNTIL NOT GSI100-MORE-GSH.
002890     CLOSE SHEET-FILE.
002900 3000-EXIT.
002910     EXIT.

002920 3100-RELEASE-ENROLLMENT.
002930     ADD 1 TO GSI100-CRS-IN-CTR.
002940     MOVE CRS-ID TO SD-ID.
002950     MOVE CRS-COURSE-CODE TO SD-COURSE-CODE.
002960     MOVE CRS-SECTION TO SD-SECTION.
002970     MOVE "1" TO SD-TYPE.
002980     MOVE CRS-CREDITS TO SD-CREDITS.
002990     MOVE CRS-GRADE TO SD-GRADE.
003000     RELEASE SD-REC.
003010     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
003020 3100-EXIT.
003030     EXIT.

003040 3200-PROCESS-SHEET-CARD.
003050     EVALUATE TRUE
003060         WHEN GSH-HEADER
003070             PERFORM 3300-EDIT-HEADER THRU 3300-EXIT
003080         WHEN GSH-DETAIL
003090             PERFORM 3400-EDIT-DETAIL THRU 3400-EXIT
003100         WHEN OTHER
003110             MOVE SPACES TO GSI100-DETAIL-LINE
003120             MOVE "G7 CARD TYPE NOT H OR D - REJECTED" TO
003130                 GSI100-O-RESULT
003140             PERFORM 9500-PRINT-REJECT THRU 9500-EXIT
003150     END-EVALUATE.
003160     PERFORM 9300-READ-SHEET THRU 9300-EXIT.
003170 3200-EXIT.
003180     EXIT.

003190 3300-EDIT-HEADER.
003200     ADD 1 TO GSI100-SHEET-CTR.
003210     MOVE GSH-COURSE-CODE TO GSI100-CUR-COURSE.
003220     MOVE GSH-SECTION TO GSI100-CUR-SECTION.
003230     MOVE GSH-INSTRUCTOR TO GSI100-CUR-INSTRUCTOR.
003240     PERFORM 3310-CHECK-SECTION THRU 3310-EXIT.
003250     IF GSI100-SHEET-REJECTED
003260         ADD 1 TO GSI100-SHEET-REJ-CTR.
003270     MOVE GSI100-CUR-COURSE TO GSI100-O-SH-COURSE.
003280     MOVE GSI100-CUR-SECTION TO GSI100-O-SH-SECTION.
003290     MOVE GSI100-CUR-INSTRUCTOR TO GSI100-O-SH-INSTRUCTOR.
003300     WRITE PRTLINE FROM GSI100-SHEET-LINE
003310         AFTER ADVANCING 2 LINES
003320             AT EOP
003330                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
003340 3300-EXIT.
003350     EXIT.

003360 3310-CHECK-SECTION.
003370     MOVE "Y" TO GSI100-SW-SHEET.
003380     MOVE "SHEET ACCEPTED" TO GSI100-O-SH-RESULT.
003390     IF GSI100-NO-SECTION-FILE
003400         MOVE "G1 SECTION NOT ON FILE - SHEET REJECTED" TO
003410             GSI100-O-SH-RESULT
003420         MOVE "R" TO GSI100-SW-SHEET
003430         GO TO 3310-EXIT.
003440     MOVE GSH-COURSE-CODE TO SEC-COURSE-CODE.
003450     MOVE GSH-SECTION TO SEC-SECTION.
003460     READ SECTION-FILE
003470         INVALID KEY
003480             MOVE "G1 SECTION NOT ON FILE - SHEET REJECTED" TO
003490                 GSI100-O-SH-RESULT
003500             MOVE "R" TO GSI100-SW-SHEET
003510             GO TO 3310-EXIT
003520     END-READ.
003530     IF SEC-INSTRUCTOR NOT = GSH-INSTRUCTOR
003540         MOVE "G2 INSTRUCTOR NOT SEC-INSTRUCTOR - SHEET REJECTED"
003550             TO GSI100-O-SH-RESULT
003560         MOVE "R" TO GSI100-SW-SHEET.
003570 3310-EXIT.
003580     EXIT.

003590 3400-EDIT-DETAIL.
003600     ADD 1 TO GSI100-LINE-CTR.
003610     MOVE SPACES TO GSI100-DETAIL-LINE.
003620     MOVE GSI100-CUR-COURSE TO GSI100-O-COURSE.
003630     MOVE GSI100-CUR-SECTION TO GSI100-O-SECTION.
003640     MOVE GSH-ID TO GSI100-O-ID.
003650     MOVE GSH-GRADE TO GSI100-O-NEW-GRADE.
003660     IF NOT GSI100-SHEET-OPEN
003670         MOVE "G3 SHEET REJECTED OR NO SHEET HEADER - REJECTED" TO
003680             GSI100-O-RESULT
003690         PERFORM 9500-PRINT-REJECT THRU 9500-EXIT
003700         GO TO 3400-EXIT.
003710     IF GSH-ID = SPACES
003720         MOVE "G4 BLANK STUDENT ID - REJECTED" TO GSI100-O-RESULT
003730         PERFORM 9500-PRINT-REJECT THRU 9500-EXIT
003740         GO TO 3400-EXIT.
003750     PERFORM 3500-EDIT-GRADE THRU 3500-EXIT.
003760     IF NOT GSI100-GRADE-OK
003770         MOVE "G5 GRADE CODE NOT IN GRADE TABLE - REJECTED" TO
003780             GSI100-O-RESULT
003790         PERFORM 9500-PRINT-REJECT THRU 9500-EXIT
003800         GO TO 3400-EXIT.
003810     MOVE GSH-ID TO SD-ID.
003820     MOVE GSI100-CUR-COURSE TO SD-COURSE-CODE.
003830     MOVE GSI100-CUR-SECTION TO SD-SECTION.
003840     MOVE "2" TO SD-TYPE.
003850     MOVE ZERO TO SD-CREDITS.
003860     MOVE GSH-GRADE TO SD-GRADE.
003870     RELEASE SD-REC.
003880 3400-EXIT.
003890     EXIT.

003900 3500-EDIT-GRADE.
003910     MOVE "N" TO GSI100-SW-GRD-OK.
003920     IF GSH-GRADE = "I "
003930         SET GSI100-GRADE-OK TO TRUE
003940         GO TO 3500-EXIT.
003950     SET GRT-GRD-IDX TO 1.
003960     SEARCH GRT-GRADE-ENTRY
003970         AT END
003980             MOVE "N" TO GSI100-SW-GRD-OK
003990         WHEN GRT-GRD-CODE (GRT-GRD-IDX) = GSH-GRADE
004000             SET GSI100-GRADE-OK TO TRUE
004010     END-SEARCH.
004020 3500-EXIT.
004030     EXIT.

004040*****************************************************************
004050* OUTPUT SIDE: EACH ENROLLMENT IS HELD UNTIL THE NEXT ONE COMES *
004060* BACK SO ANY GRADE SORTED IN BEHIND IT CAN BE APPLIED BEFORE   *
004070* IT IS WRITTEN TO THE NEW GENERATION.                          *
004080*****************************************************************

004090 4000-OUTPUT-PROC.
004100     OPEN OUTPUT NEW-COURSE-FILE.
004110     WRITE PRTLINE FROM GSI100-POSTING-HDG
004120         AFTER ADVANCING 3 LINES
004130             AT EOP
004140                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004150     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
004160         UNTIL GSI100-SORT-EOF.
004170     IF GSI100-ENROLLMENT-HELD
004180         PERFORM 4400-WRITE-HELD THRU 4400-EXIT
004190     END-IF.
004200     CLOSE NEW-COURSE-FILE.
004210 4000-EXIT.
004220     EXIT.

004230 4100-RETURN-SORTED.
004240     RETURN SORT-WORK
004250         AT END
004260             SET GSI100-SORT-EOF TO TRUE
004270             GO TO 4100-EXIT.
004280     IF SD-ENROLLMENT
004290         IF GSI100-ENROLLMENT-HELD
004300             PERFORM 4400-WRITE-HELD THRU 4400-EXIT
004310         END-IF
004320         MOVE SD-ID TO GSI100-HELD-ID
004330         MOVE SD-COURSE-CODE TO GSI100-HELD-COURSE
004340         MOVE SD-CREDITS TO GSI100-HELD-CREDITS
004350         MOVE SD-GRADE TO GSI100-HELD-GRADE
004360         MOVE SD-SECTION TO GSI100-HELD-SECTION
004370         SET GSI100-ENROLLMENT-HELD TO TRUE
004380         GO TO 4100-EXIT.
004390     MOVE SPACES TO GSI100-DETAIL-LINE.
004400     MOVE SD-COURSE-CODE TO GSI100-O-COURSE.
004410     MOVE SD-SECTION TO GSI100-O-SECTION.
004420     MOVE SD-ID TO GSI100-O-ID.
004430     MOVE SD-GRADE TO GSI100-O-NEW-GRADE.
004440     IF GSI100-ENROLLMENT-HELD
004450             AND GSI100-HELD-ID = SD-ID
004460             AND GSI100-HELD-COURSE = SD-COURSE-CODE
004470             AND GSI100-HELD-SECTION = SD-SECTION
004480         PERFORM 4200-APPLY-GRADE THRU 4200-EXIT
004490     ELSE
004500         MOVE "G6 STUDENT NOT ENROLLED IN THIS SECTION - REJECTED"
004510             TO GSI100-O-RESULT
004520         PERFORM 9500-PRINT-REJECT THRU 9500-EXIT
004530     END-IF.
004540 4100-EXIT.
004550     EXIT.

004560 4200-APPLY-GRADE.
004570     MOVE GSI100-HELD-GRADE TO GSI100-O-OLD-GRADE.
004580     MOVE SD-GRADE TO GSI100-HELD-GRADE.
004590     PERFORM 4300-TRACK-INCOMPLETE THRU 4300-EXIT.
004600     MOVE "POSTED" TO GSI100-O-RESULT.
004610     WRITE PRTLINE FROM GSI100-DETAIL-LINE
004620         AFTER ADVANCING 1 LINE
004630             AT EOP
004640                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
004650     ADD 1 TO GSI100-POST-CTR.
004660 4200-EXIT.
004670     EXIT.

004680 4300-TRACK-INCOMPLETE.
004690     MOVE SD-ID TO INC-ID.
004700     MOVE SD-COURSE-CODE TO INC-COURSE-CODE.
004710     MOVE SD-SECTION TO INC-SECTION.
004720     IF SD-GRADE = "I "
004730         ADD 1 TO GSI100-INC-CTR
004740         MOVE GSI100-RUN-DATE TO INC-POST-DATE
004750         WRITE INC-REC
004760             INVALID KEY
004770                 CONTINUE
004780         END-WRITE
004790     ELSE
004800         DELETE INCOMPLETE-FILE RECORD
004810             INVALID KEY
004820                 CONTINUE
004830         END-DELETE
004840     END-IF.
004850 4300-EXIT.
004860     EXIT.

004870 4400-WRITE-HELD.
004880     WRITE CRN-REC FROM GSI100-HELD-CRS.
004890     ADD 1 TO GSI100-CRS-OUT-CTR.
004900 4400-EXIT.
004910     EXIT.

004920 9000-TERMINATE.
004930     MOVE GSI100-SHEET-CTR TO GSI100-O-SHEET-CTR.
004940     MOVE GSI100-SHEET-REJ-CTR TO GSI100-O-SHEET-REJ-CTR.
004950     MOVE GSI100-LINE-CTR TO GSI100-O-LINE-CTR.
004960     WRITE PRTLINE FROM GSI100-GT-LINE1
004970         AFTER ADVANCING 3 LINES.
004980     MOVE GSI100-POST-CTR TO GSI100-O-POST-CTR.
004990     MOVE GSI100-INC-CTR TO GSI100-O-INC-CTR.
005000     MOVE GSI100-REJECT-CTR TO GSI100-O-REJECT-CTR.
005010     WRITE PRTLINE FROM GSI100-GT-LINE2
005020         AFTER ADVANCING 1 LINE.
005030     MOVE GSI100-CRS-IN-CTR TO GSI100-O-CRS-IN-CTR.
005040     MOVE GSI100-CRS-OUT-CTR TO GSI100-O-CRS-OUT-CTR.
005050     WRITE PRTLINE FROM GSI100-GT-LINE3
005060         AFTER ADVANCING 1 LINE.
005070     IF NOT GSI100-NO-SECTION-FILE
005080         CLOSE SECTION-FILE
005090     END-IF.
005100     CLOSE INCOMPLETE-FILE.
005110     CLOSE PRTOUT.
005120 9000-EXIT.
005130     EXIT.

005140 9100-PRINT-HDG.
005150     ADD 1 TO GSI100-PAGE-CTR.
005160     MOVE GSI100-PAGE-CTR TO GSI100-O-PCTR.
005170     WRITE PRTLINE FROM GSI100-TITLE-LINE
005180         AFTER ADVANCING PAGE.
005190     WRITE PRTLINE FROM GSI100-COL-HDG
005200         AFTER ADVANCING 2 LINES.
005210 9100-EXIT.
005220     EXIT.

005230 9200-READ-COURSE.
005240     READ COURSE-FILE
005250         AT END
005260             MOVE "N" TO GSI100-SW-MORE-CRS
005270     END-READ.
005280 9200-EXIT.
005290     EXIT.

005300 9300-READ-SHEET.
005310     READ SHEET-FILE
005320         AT END
005330             MOVE "N" TO GSI100-SW-MORE-GSH
005340     END-READ.
005350 9300-EXIT.
005360     EXIT.

005370 9500-PRINT-REJECT.
005380     WRITE PRTLINE FROM GSI100-DETAIL-LINE
005390         AFTER ADVANCING 1 LINE
005400             AT EOP
005410                 PERFORM 9100-PRINT-HDG THRU 9100-EXIT.
005420     ADD 1 TO GSI100-REJECT-CTR.
005430 9500-EXIT.
005440     EXIT.
