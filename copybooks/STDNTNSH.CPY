000010*****************************************************************
000020* CLEARINGHOUSE ENROLLMENT-STATUS HISTORY RECORD LAYOUT.  ONE   *
000030* RECORD PER STUDENT REPORTED ON THE LAST ENROLLMENT            *
000040* SUBMISSION, KEYED TO STUDENT-MASTER BY NSH-ID AND MAINTAINED  *
000050* IN NSH-ID SEQUENCE TO MATCH.  WRITTEN AS THE NEXT GENERATION  *
000060* FILE (STDNTNSN.DAT) BY EACH CBLJCB37 RUN AND READ BACK AS THE *
000070* PRIOR SUBMISSION (STDNTNSH.DAT) ON THE NEXT RUN SO EVERY      *
000080* STATUS CHANGE CAN BE FLAGGED.  NSH-EFF-DATE IS THE DATE THE   *
000090* STUDENT ENTERED NSH-STATUS AND IS CARRIED FORWARD UNCHANGED   *
000100* UNTIL THE STATUS CHANGES AGAIN.                               *
000110*****************************************************************
000120 01  NSH-REC.
000130     05  NSH-ID          PIC X(7).
000140     05  NSH-STATUS      PIC X(1).
000150         88  NSH-FULL-TIME               VALUE "F".
000160         88  NSH-THREE-QUARTER           VALUE "Q".
000170         88  NSH-HALF-TIME               VALUE "H".
000180         88  NSH-LESS-THAN-HALF          VALUE "L".
000190         88  NSH-WITHDRAWN               VALUE "W".
000200     05  NSH-EFF-DATE    PIC 9(8).
000210     05  NSH-CREDITS     PIC 9(3)V9.
000220     05  NSH-TERM-BEGIN  PIC 9(8).
000230     05  NSH-TERM-END    PIC 9(8).
