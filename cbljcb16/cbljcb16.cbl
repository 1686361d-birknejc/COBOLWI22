000096*            STUDENT, LISTED ONCE AS NOT CHECKED, AND COUNTED   *
000098*            IN THE FOOTING INSTEAD OF BEING SPLIT IN TWO AND   *
000099*            CHECKED AGAINST PARTIAL TABLES.                    *
000100*   10/15/26  JCB  TRANSFER POSTINGS (GRADE "TR") ARE CARRIED   *
000101*            IN THE TABLE WITH THEIR GRADE AND ARE NO LONGER    *
000102*            CHECKED FOR PREREQUISITES, BUT STILL SATISFY OTHER *
000103*            COURSES.                                           *
000104*****************************************************************

000110*****************************************************************
000120* PREREQUISITE-VIOLATION EDIT.  READS STDNTCRS.DAT IN CRS-ID    *
000222* ENROLLMENT RECORDS THAN THE 50-ENTRY TABLE HOLDS IS NOT       *
000224* CHECKED AT ALL - THE REMAINING RECORDS ARE READ PAST, THE     *
000226* STUDENT IS LISTED ONCE WITH REASON P3, AND THE FOOTING SHOWS  *
000228* HOW MANY STUDENTS WERE SKIPPED THAT WAY.  TRANSFER POSTINGS   *
000230* (GRADE "TR", SEE CBLJCB40) ARE NOT CHECKED - THE COURSE WAS   *
000232* COMPLETED ELSEWHERE - BUT STILL SATISFY THE PREREQUISITES OF  *
000234* THE STUDENT'S OTHER COURSES.                                  *
000236*****************************************************************

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000760 77  PRQ100-CURR-ID      PIC X(7)    VALUE SPACES.

000770 01  PRQ100-ENROLLMENT-TABLE.
000776     05  PRQ100-ENR-ENTRY OCCURS 50 TIMES.
000782         10  PRQ100-ENR-CODE PIC X(8).
000788         10  PRQ100-ENR-GRADE PIC X(2).
000794             88  PRQ100-ENR-TRANSFER     VALUE "TR".

000800 01  PRQ100-WK-PREREQS.
000810     05  PRQ100-WK-PREREQ OCCURS 2 TIMES
001620 2100-LOAD-ENROLLMENT.
001630     ADD 1 TO PRQ100-ENR-CTR.
001640     MOVE CRS-COURSE-CODE TO PRQ100-ENR-CODE (PRQ100-ENR-CTR).
001645     MOVE CRS-GRADE TO PRQ100-ENR-GRADE (PRQ100-ENR-CTR).
001650     PERFORM 9200-READ-COURSE THRU 9200-EXIT.
001660 2100-EXIT.
001670     EXIT.

001680 2200-CHECK-COURSE.
001683     IF PRQ100-ENR-TRANSFER (PRQ100-ENR-SUB)
001686         GO TO 2200-EXIT.
001690     ADD 1 TO PRQ100-ENR-CHK-CTR.
001700     PERFORM 2300-LOOKUP-CATALOG THRU 2300-EXIT.
001710     IF NOT PRQ100-CAT-FOUND
