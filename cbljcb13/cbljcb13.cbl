000091*   09/02/26  JCB  FD COURSE-FILE RECORD LENGTH RAISED TO 22   *
000092*            AND SD-SECTION ADDED TO SD-REC TO MATCH THE       *
000093*            SECTION NUMBER ADDED TO STDNTCRS.                 *
000094*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR") ARE LEFT   *
000095*            OUT OF THE DISTRIBUTION; THEY ARE NOT GRADES       *
000096*            EARNED HERE.                                       *
000100*****************************************************************

000110*****************************************************************
001710         AT END
001720             SET GRD100-SORT-EOF TO TRUE
001730             GO TO 3100-EXIT.
001733     IF SD-GRADE = "TR"
001736         GO TO 3100-EXIT.
001740     IF SD-COURSE-CODE NOT = GRD100-PRIOR-COURSE
001750         PERFORM 3200-COURSE-BREAK THRU 3200-EXIT
001760     END-IF.
