000100******************************************************************
000200*    ATMREQID - PROCESSED INTERCHANGE REQUEST REGISTER LAYOUT    *
000300*    ONE RECORD PER REQUEST ID THE BATCH ATM RUN HAS TAKEN ON,   *
000400*    KEYED BY REQUEST ID.  WRITTEN AS PENDING BEFORE THE REQUEST *
000500*    IS POSTED AND REWRITTEN WITH THE RESULT AFTERWARDS, SO A    *
000600*    RUN RESTARTED AFTER A FAILURE NEVER POSTS AN ID TWICE.  A   *
000700*    RECORD LEFT PENDING MUST BE CHECKED AGAINST THE LEDGER.     *
000800*    HISTORY:                                                    *
000900*    2026-10-15 NJP  ORIGINAL - DUPLICATE REQUEST PROTECTION     *
001000******************************************************************
001100 01  REQUEST-REGISTER-RECORD.
001200     05  RI-REQUEST-ID           PIC X(12).
001300     05  RI-RUN-DATE             PIC 9(08).
001400     05  RI-RUN-TIME             PIC 9(08).
001500     05  RI-RESULT               PIC X(01).
001600         88  RI-PENDING          VALUE "P".
001700         88  RI-APPROVED         VALUE "A".
001800         88  RI-DECLINED         VALUE "D".
001900     05  RI-REASON-CODE          PIC X(02).
