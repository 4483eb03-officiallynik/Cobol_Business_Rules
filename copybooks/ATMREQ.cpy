000100******************************************************************
000200*    ATMREQ - INTERCHANGE ATM REQUEST RECORD LAYOUT              *
000300*    ONE RECORD PER WITHDRAWAL, DEPOSIT OR TRANSFER TAKEN ON A   *
000400*    PARTNER MACHINE OR BY THE CARD NETWORK AND SENT IN FOR      *
000500*    POSTING.  THE CARD AND PIN HAVE ALREADY BEEN AUTHENTICATED  *
000600*    BY THE ACQUIRER.  THE REQUEST ID IS UNIQUE ACROSS ALL       *
000700*    FILES RECEIVED; THE BATCH ATM RUN REJECTS ANY ID IT HAS     *
000800*    SEEN BEFORE.  DEST-ACCOUNT IS USED FOR TRANSFERS ONLY.      *
000900*    HISTORY:                                                    *
001000*    2026-10-15 NJP  ORIGINAL - BATCH ATM INTERCHANGE INPUT      *
001100******************************************************************
001200 01  ATM-REQUEST-RECORD.
001300     05  AQ-REQUEST-ID           PIC X(12).
001400     05  AQ-REQUEST-DATE         PIC 9(08).
001500     05  AQ-REQUEST-TIME         PIC 9(08).
001600     05  AQ-TERMINAL-ID          PIC X(08).
001700     05  AQ-ACCOUNT-NUMBER       PIC X(06).
001800     05  AQ-TXN-TYPE             PIC X(01).
001900         88  AQ-WITHDRAWAL       VALUE "W".
002000         88  AQ-DEPOSIT          VALUE "D".
002100         88  AQ-TRANSFER         VALUE "T".
002200     05  AQ-AMOUNT               PIC 9(05)V99.
002300     05  AQ-DEST-ACCOUNT         PIC X(06).
