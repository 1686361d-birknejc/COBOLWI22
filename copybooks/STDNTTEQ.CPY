000010*****************************************************************
000020* TRANSFER-CREDIT EQUIVALENCY RECORD LAYOUT.  ONE RECORD PER    *
000030* EXTERNAL COURSE WE HAVE EVALUATED, KEYED BY THE SENDING       *
000040* INSTITUTION'S CODE PLUS ITS OWN COURSE NUMBER, GIVING THE     *
000050* CAT-COURSE-CODE (SEE STDNTCAT) THE COURSE TRANSFERS IN AS.    *
000060* STDNTTEQ.DAT IS MAINTAINED FROM ADD/CHANGE/DELETE CARDS BY    *
000070* CBLJCB39 AND READ BY THE TRANSFER COURSEWORK INTAKE           *
000080* (CBLJCB40), WHICH POSTS EACH EQUIVALENT COURSE TO             *
000090* STDNTCRS.DAT.  TEQ-EXT-COURSE IS THE OTHER SCHOOL'S COURSE    *
000100* NUMBER AS IT APPEARS ON ITS TRANSCRIPT, LEFT-JUSTIFIED.       *
000110* TEQ-UPDATE-DATE IS THE DATE THE EQUIVALENCY WAS LAST ADDED OR *
000120* CHANGED.                                                      *
000130*****************************************************************
000140 01  TEQ-REC.
000150     05  TEQ-KEY.
000160         10  TEQ-INST-CODE   PIC X(6).
000170         10  TEQ-EXT-COURSE  PIC X(10).
000180     05  TEQ-COURSE-CODE     PIC X(8).
000190     05  TEQ-UPDATE-DATE     PIC 9(8).
