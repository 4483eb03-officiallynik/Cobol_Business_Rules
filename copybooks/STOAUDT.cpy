000100******************************************************************
000200*    STOAUDT - STANDING ORDER MAINTENANCE AUDIT RECORD LAYOUT    *
000300*    ONE RECORD PER MAINTENANCE ACTION AGAINST STNDORD, WITH     *
000400*    THE FULL BEFORE AND AFTER IMAGES OF THE ORDER RECORD AND    *
000500*    THE OPERATOR WHO MADE THE CHANGE.  APPENDED IN THE ORDER    *
000600*    THE CHANGES WERE MADE.                                      *
000700*    HISTORY:                                                    *
000800*    2026-10-15 NJP  ORIGINAL - AUDITED STANDING ORDERS          *
000850*    2026-10-15 NJP  PREFIX OA- SO AS NOT TO CLASH WITH STKADJT  *
000900******************************************************************
001000 01  STANDING-ORDER-AUDIT-RECORD.
001100     05  OA-AUDIT-DATE           PIC 9(08).
001200     05  OA-AUDIT-TIME           PIC 9(08).
001300     05  OA-OPERATOR-ID          PIC X(03).
001400     05  OA-FUNCTION-CODE        PIC X(01).
001500         88  OA-FUNC-SET-UP      VALUE "S".
001600         88  OA-FUNC-AMEND       VALUE "A".
001700         88  OA-FUNC-CANCEL      VALUE "C".
001800     05  OA-ORDER-REF            PIC 9(08).
001900     05  OA-BEFORE-IMAGE         PIC X(77).
002000     05  OA-AFTER-IMAGE          PIC X(77).
