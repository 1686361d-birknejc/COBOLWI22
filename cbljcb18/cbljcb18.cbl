000093*            PRINTS WITH ID AND NAME MASKED, THE SAME RULE THE *
000094*            CBLJCB07 COURSE ROSTER APPLIES, WITH A WITHHELD   *
000095*            COUNT IN THE FOOTING.                             *
000096*   10/15/26  JCB  SECTION FILE RECORD LENGTH RAISED TO 58 FOR  *
000097*            THE MEETING DAYS, TIMES, AND ROOM NOW CARRIED ON   *
000098*            STDNTSCT.                                          *
000100*   10/15/26  JCB  TRANSFER ENROLLMENTS (GRADE "TR") ARE LEFT   *
000102*            OFF THE ROSTER SO SECTION "XFR" DOES NOT PRINT AS  *
000104*            A SECTION NOT ON FILE.                             *
000106*****************************************************************

000110*****************************************************************
000120* SECTION ROSTER AND OVER-ENROLLMENT REPORT FOR REGISTRATION    *
000590 FD  SECTION-FILE
000600     LABEL RECORD IS STANDARD
000610     DATA RECORD IS SEC-REC
000620     RECORD CONTAINS 58 CHARACTERS.

000630     COPY STDNTSCT.

002020         AT END
002030             SET SRR100-SORT-EOF TO TRUE
002040             GO TO 3100-EXIT.
002043     IF SD-GRADE = "TR"
002046         GO TO 3100-EXIT.
002050     IF SD-COURSE-CODE NOT = SRR100-PRIOR-COURSE
002060             OR SD-SECTION NOT = SRR100-PRIOR-SECT
002070         PERFORM 3200-SECTION-BREAK THRU 3200-EXIT
