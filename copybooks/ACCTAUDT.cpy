000800*    2026-08-21 NJP  ORIGINAL - AUDITED ACCOUNT MAINTENANCE      *
000850*    2026-09-02 NJP  IMAGES WIDENED FOR POUNDS-AND-PENCE         *
000860*                    ACCOUNT MASTER LAYOUT                       *
000870*    2026-10-15 NJP  ADDED HOLD AND RELEASE FUNCTIONS; IMAGES    *
000880*                    WIDENED FOR HOLD DETAILS AND OPENED DATE    *
000900******************************************************************
001000 01  ACCOUNT-AUDIT-RECORD.
001100     05  AU-AUDIT-DATE           PIC 9(08).
001800         88  AU-FUNC-PIN         VALUE "P".
001900         88  AU-FUNC-CLOSE       VALUE "C".
002000         88  AU-FUNC-REOPEN      VALUE "R".
002010         88  AU-FUNC-HOLD        VALUE "H".
002020         88  AU-FUNC-RELEASE     VALUE "U".
002100     05  AU-ACCOUNT-NUMBER       PIC X(06).
002200     05  AU-BEFORE-IMAGE         PIC X(63).
002300     05  AU-AFTER-IMAGE          PIC X(63).
