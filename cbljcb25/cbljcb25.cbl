000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090*   09/02/26  JCB  ORIGINAL PROGRAM.                            *
000092*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR") ARE NOT    *
000094*            COUNTED; THE DEPARTMENT DID NOT DELIVER THOSE      *
000096*            HOURS.                                             *
000100*****************************************************************

000110*****************************************************************
001880         AT END
001890             SET DPT100-SORT-EOF TO TRUE
001900             GO TO 3100-EXIT.
001903     IF SD-GRADE = "TR"
001906         GO TO 3100-EXIT.
001910     IF SD-COURSE-CODE NOT = DPT100-PRIOR-COURSE
001920         PERFORM 3200-COURSE-BREAK THRU 3200-EXIT
001930     END-IF.
