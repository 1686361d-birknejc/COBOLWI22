000010*****************************************************************
000020* STUDENT HOLD / SERVICE-INDICATOR RECORD LAYOUT.  ONE RECORD   *
000030* PER HOLD, KEYED BY STUDENT ID PLUS HOLD TYPE, SO A STUDENT    *
000040* CAN CARRY ONE HOLD OF EACH TYPE AT A TIME.  A HOLD IS IN      *
000050* FORCE FROM HLD-START-DATE UNTIL HLD-RELEASE-DATE (ZERO WHILE  *
000060* THE HOLD IS STILL OPEN); A RELEASED HOLD STAYS ON FILE AS     *
000070* HISTORY UNTIL THE SAME TYPE IS PLACED AGAIN.  STDNTHLD.DAT IS *
000080* MAINTAINED FROM PLACE/RELEASE CARDS BY CBLJCB28 AND READ BY   *
000090* THE TRANSCRIPT RUN (CBLJCB04), THE VERIFICATION LETTER RUN    *
000100* (CBLJCB24), AND THE BILLING RUN (CBLJCB19).                   *
000110*****************************************************************
000120 01  HLD-REC.
000130     05  HLD-KEY.
000140         10  HLD-ID          PIC X(7).
000150         10  HLD-TYPE        PIC X(2).
000160             88  HLD-FINANCIAL           VALUE "FN".
000170             88  HLD-ACADEMIC            VALUE "AC".
000180             88  HLD-DOCUMENT            VALUE "DC".
000190             88  HLD-ADMINISTRATIVE      VALUE "AD".
000200             88  HLD-VALID-TYPE          VALUE "FN" "AC" "DC"
000210                                               "AD".
000220     05  HLD-REASON      PIC X(30).
000230     05  HLD-START-DATE  PIC 9(8).
000240     05  HLD-RELEASE-DATE PIC 9(8).
