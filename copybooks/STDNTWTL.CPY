000010*****************************************************************
000020* SECTION WAITLIST RECORD LAYOUT.  ONE RECORD PER STUDENT       *
000030* WAITING FOR A SEAT IN A SECTION, KEYED BY COURSE CODE PLUS    *
000040* SECTION NUMBER PLUS A SEQUENCE NUMBER THAT GIVES THE          *
000050* STUDENT'S PLACE IN LINE, SO READING THE FILE IN KEY ORDER     *
000060* GIVES EACH SECTION'S WAITLIST IN THE ORDER STUDENTS WERE      *
000070* ADDED.  STDNTWTL.DAT IS MAINTAINED FROM ADD/REMOVE CARDS BY   *
000080* CBLJCB31 AND WORKED BY THE SEAT-RELEASE PROMOTION RUN         *
000090* (CBLJCB32), WHICH DELETES EACH STUDENT IT PROMOTES.           *
000100*****************************************************************
000110 01  WTL-REC.
000120     05  WTL-KEY.
000130         10  WTL-COURSE-CODE PIC X(8).
000140         10  WTL-SECTION     PIC X(3).
000150         10  WTL-SEQ         PIC 9(4).
000160     05  WTL-ID          PIC X(7).
000170     05  WTL-ADD-DATE    PIC 9(8).
