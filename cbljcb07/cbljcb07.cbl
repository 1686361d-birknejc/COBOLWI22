000104*            PRINTS WITH ID AND NAME MASKED, AND THE FOOTING   *
000105*            COUNTS THE WITHHELD NAMES SO THE HEADCOUNTS       *
000106*            STILL BALANCE.                                    *
000107*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR") ARE LEFT   *
000108*            OFF THE ROSTER; NOBODY SITS IN THE CLASS FOR THEM. *
000109*****************************************************************

000110*****************************************************************
000120* RESEQUENCES STDNTCRS.DAT BY CRS-COURSE-CODE (INSTEAD OF THE    *
001500         AT END
001510             SET CRR100-SORT-EOF TO TRUE
001520             GO TO 3100-EXIT.
001523     IF SD-GRADE = "TR"
001526         GO TO 3100-EXIT.
001530     IF SD-COURSE-CODE NOT = CRR100-PRIOR-COURSE
001540         PERFORM 3200-COURSE-BREAK THRU 3200-EXIT
001550     END-IF.
