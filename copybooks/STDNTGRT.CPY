000010*****************************************************************
000020* LETTER-GRADE TABLE.  ONE ENTRY PER GRADE CODE THAT CARRIES    *
000030* QUALITY POINTS, WITH THE POINTS PER CREDIT HOUR.  A CRS-GRADE *
000040* NOT IN THIS TABLE (W, I, ETC.) EARNS NO QUALITY POINTS AND IS *
000050* LEFT OUT OF THE GPA.  SHARED BY THE NIGHTLY TERM-SUMMARY      *
000060* BUILD (CBLJCB38), WHICH COMPUTES THE GPA EVERY REPORT USES,   *
000065* THE INSTRUCTOR GRADE-SHEET INTAKE (CBLJCB29) SO A GRADE THE   *
000070* INTAKE ACCEPTS IS ALWAYS ONE THE GPA WILL COUNT, AND THE      *
000075* TRANSFER COURSEWORK INTAKE (CBLJCB40), WHICH EDITS TRANSFER   *
000080* GRADES AGAINST THE MINIMUM TRANSFERABLE GRADE BY THEIR        *
000085* POINTS.                                                       *
000090*****************************************************************
000100 01  GRT-GRADE-VALUES.
000110     05  FILLER          PIC X(5)    VALUE "A 400".
000120     05  FILLER          PIC X(5)    VALUE "A-370".
000130     05  FILLER          PIC X(5)    VALUE "B+330".
000140     05  FILLER          PIC X(5)    VALUE "B 300".
000150     05  FILLER          PIC X(5)    VALUE "B-270".
000160     05  FILLER          PIC X(5)    VALUE "C+230".
000170     05  FILLER          PIC X(5)    VALUE "C 200".
000180     05  FILLER          PIC X(5)    VALUE "C-170".
000190     05  FILLER          PIC X(5)    VALUE "D+130".
000200     05  FILLER          PIC X(5)    VALUE "D 100".
000210     05  FILLER          PIC X(5)    VALUE "D-070".
000220     05  FILLER          PIC X(5)    VALUE "F 000".

000230 01  GRT-GRADE-TABLE REDEFINES GRT-GRADE-VALUES.
000240     05  GRT-GRADE-ENTRY OCCURS 12 TIMES
000250                         INDEXED BY GRT-GRD-IDX.
000260         10  GRT-GRD-CODE    PIC X(2).
000270         10  GRT-GRD-PTS     PIC 9V99.
