000010*****************************************************************
000020* STUDENT TAXPAYER-ID RECORD LAYOUT.  ONE RECORD PER STUDENT,   *
000030* KEYED BY STUDENT ID, GIVING THE SOCIAL SECURITY NUMBER OR     *
000040* OTHER INDIVIDUAL TAXPAYER ID THE STUDENT FURNISHED TO THE     *
000050* REGISTRAR.  KEPT OFF STUDENT-MASTER SO THE NUMBER IS ONLY ON  *
000060* THE FILES THAT NEED IT.  STDNTTIN.DAT IS MAINTAINED FROM      *
000070* ADD/CHANGE/DELETE CARDS BY CBLJCB35 AND READ BY THE YEAR-END  *
000076* 1098-T RUN (CBLJCB36) AND THE CLEARINGHOUSE ENROLLMENT RUN    *
000082* (CBLJCB37).  TIN-NUMBER IS NINE DIGITS, NO DASHES;            *
000090* TIN-UPDATE-DATE IS THE DATE THE NUMBER WAS LAST ADDED OR      *
000100* CHANGED.                                                      *
000110*****************************************************************
000120 01  TIN-REC.
000130     05  TIN-ID          PIC X(7).
000140     05  TIN-NUMBER      PIC X(9).
000150     05  TIN-UPDATE-DATE PIC 9(8).
