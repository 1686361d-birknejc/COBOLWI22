000010*****************************************************************
000020* STUDENT ACCOUNTS-RECEIVABLE LEDGER RECORD LAYOUT.  ONE RECORD *
000030* PER POSTED TRANSACTION, KEYED TO STUDENT-MASTER BY LGR-ID.    *
000040* LGR-TYPE SAYS WHICH SIDE OF THE ACCOUNT THE UNSIGNED AMOUNT   *
000050* FALLS ON: A TUITION CHARGE FROM THE CBLJCB19 BILLING FILE     *
000060* INCREASES THE BALANCE, AN AID CREDIT FROM STDNTAWD.DAT OR A   *
000070* CASHIER PAYMENT FROM THE DAILY RECEIPTS FILE REDUCES IT.      *
000080* STDNTLGR.DAT IS APPENDED TO BY THE LEDGER POSTING RUN         *
000090* (CBLJCB26), NEVER REWRITTEN, THE SAME WAY STDNTAUD.DAT IS     *
000100* APPENDED TO, AND IS READ BY THE AGING REPORT (CBLJCB27).      *
000110*****************************************************************
000120 01  LGR-REC.
000130     05  LGR-ID          PIC X(7).
000140     05  LGR-DATE.
000150         10  LGR-YEAR    PIC 9(4).
000160         10  LGR-MONTH   PIC 99.
000170         10  LGR-DAY     PIC 99.
000180     05  LGR-TYPE        PIC X(1).
000190         88  LGR-CHARGE              VALUE "C".
000200         88  LGR-AID-CREDIT          VALUE "A".
000210         88  LGR-PAYMENT             VALUE "P".
000220         88  LGR-CREDIT              VALUE "A" "P".
000230     05  LGR-REF         PIC X(8).
000240     05  LGR-AMOUNT      PIC 9(6)V99.
