000400*    EACH ACCOUNT CARRIED BY THE ATM.  REPLACES THE SINGLE       *
000500*    BALANCE/WITHDRAW-LIMIT WORKING-STORAGE PAIR - ONE RECORD    *
000600*    PER ACCOUNT INSTEAD OF ONE ACCOUNT PER PROGRAM RUN.         *
000610*    A HELD ACCOUNT TAKES CREDITS BUT REFUSES EVERY DEBIT UNTIL  *
000620*    A SUPERVISOR RELEASES THE HOLD THROUGH ACCOUNT MAINTENANCE; *
000630*    THE REASON AND DATE SAY WHO PLACED IT AND WHEN.             *
000700*    HISTORY:                                                    *
000800*    2026-08-09 NJP  ORIGINAL - MULTI-ACCOUNT SUPPORT FOR ATM    *
000850*    2026-08-09 NJP  ADDED AM-PIN FOR PIN AUTHENTICATION         *
000870*    2026-08-09 NJP  ADDED DAILY WITHDRAWAL TRACKING FIELDS      *
000880*    2026-09-02 NJP  POUNDS-AND-PENCE BALANCES AND LIMITS        *
000886*    2026-10-15 NJP  ADDED HELD STATUS WITH HOLD REASON AND DATE *
000892*    2026-10-15 NJP  ADDED DATE ACCOUNT OPENED                   *
000900******************************************************************
001000 01  ACCOUNT-MASTER-RECORD.
001100     05  AM-ACCOUNT-NUMBER       PIC X(06).
001400     05  AM-STATUS               PIC X(01).
001500         88  AM-ACTIVE           VALUE "A".
001600         88  AM-CLOSED           VALUE "C".
001610         88  AM-HELD             VALUE "H".
001710     05  AM-HOLD-REASON          PIC X(01).
001810         88  AM-HOLD-PIN         VALUE "P".
001910         88  AM-HOLD-FRAUD       VALUE "F".
002010         88  AM-HOLD-MANUAL      VALUE "M".
002110     05  AM-HOLD-DATE            PIC 9(08).
002210     05  AM-OPENED-DATE          PIC 9(08).
