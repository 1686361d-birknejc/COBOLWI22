000060* CRS-SECTION IDENTIFIES WHICH SECTION OF THE COURSE THE        *
000070* STUDENT SITS IN AND PAIRS WITH THE SECTION/INSTRUCTOR FILE    *
000080* (STDNTSEC.DAT, SEE STDNTSCT) FOR PER-INSTRUCTOR ROSTERS AND   *
000083* SEAT-CAPACITY CHECKS.  COURSEWORK TRANSFERRED IN FROM ANOTHER *
000086* SCHOOL IS POSTED BY THE TRANSFER INTAKE (CBLJCB40) WITH GRADE *
000089* "TR" AND SECTION "XFR", WHICH IS NOT A REAL SECTION.  A TR    *
000092* ENROLLMENT COUNTS TOWARD CREDITS EARNED BUT NOT TOWARD THE    *
000095* GPA OR THE TERM'S CREDIT LOAD.                                *
000100*****************************************************************
000110 01  CRS-REC.
000120     05  CRS-ID          PIC X(7).
000130     05  CRS-COURSE-CODE PIC X(8).
000140     05  CRS-CREDITS     PIC 9V9.
000150     05  CRS-GRADE       PIC X(2).
000155         88  CRS-TRANSFER-GRADE      VALUE "TR".
000160     05  CRS-SECTION     PIC X(3).
000170         88  CRS-TRANSFER-SECTION    VALUE "XFR".
