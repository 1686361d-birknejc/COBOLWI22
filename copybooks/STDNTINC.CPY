000010*****************************************************************
000020* INCOMPLETE-GRADE TRACKING RECORD LAYOUT.  ONE RECORD PER      *
000030* OUTSTANDING "I" GRADE, KEYED BY STUDENT ID, COURSE CODE AND   *
000040* SECTION - THE SAME THREE FIELDS THAT IDENTIFY THE STDNTCRS    *
000050* ENROLLMENT - AND CARRYING THE DATE THE INCOMPLETE WAS POSTED. *
000060* STDNTINC.DAT IS WRITTEN BY THE GRADE-SHEET INTAKE (CBLJCB29)  *
000070* WHEN AN INSTRUCTOR POSTS AN "I" AND DELETED WHEN A FINAL      *
000080* GRADE REPLACES IT.  THE INCOMPLETE LAPSE RUN (CBLJCB30) READS *
000090* IT TO AGE EACH "I" AGAINST THE INCOMPLETE DEADLINE.           *
000100*****************************************************************
000110 01  INC-REC.
000120     05  INC-KEY.
000130         10  INC-ID          PIC X(7).
000140         10  INC-COURSE-CODE PIC X(8).
000150         10  INC-SECTION     PIC X(3).
000160     05  INC-POST-DATE   PIC 9(8).
