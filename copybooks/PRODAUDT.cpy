000100******************************************************************
000200*    PRODAUDT - PRODUCT MAINTENANCE AUDIT RECORD LAYOUT          *
000300*    ONE RECORD PER MAINTENANCE ACTION AGAINST PRODMAST, WITH    *
000400*    THE FULL BEFORE AND AFTER IMAGES OF THE PRODUCT RECORD AND  *
000500*    THE OPERATOR WHO MADE THE CHANGE.  A PRICE CHANGE IS        *
000600*    AUDITED TWICE: WHEN IT IS KEYED (FUNCTION P, AFTER IMAGE    *
000700*    CARRYING THE NEW PRICE) AND WHEN SHOP APPLIES IT ON THE     *
000800*    EFFECTIVE DATE (FUNCTION E, UNDER THE KEYING OPERATOR).     *
000900*    APPENDED IN THE ORDER THE CHANGES WERE MADE.                *
001000*    HISTORY:                                                    *
001100*    2026-10-15 NJP  ORIGINAL - AUDITED PRODUCT MAINTENANCE      *
001110*    2026-10-15 NJP  IMAGES WIDENED FOR THE AVERAGE COST         *
001120*    2026-10-15 NJP  IMAGES WIDENED FOR THE VAT CODE             *
001200******************************************************************
001300 01  PRODUCT-AUDIT-RECORD.
001400     05  PD-AUDIT-DATE           PIC 9(08).
001500     05  PD-AUDIT-TIME           PIC 9(08).
001600     05  PD-OPERATOR-ID          PIC X(03).
001700     05  PD-FUNCTION-CODE        PIC X(01).
001800         88  PD-FUNC-ADD         VALUE "A".
001900         88  PD-FUNC-AMEND       VALUE "M".
002000         88  PD-FUNC-PRICE       VALUE "P".
002100         88  PD-FUNC-DISCONTINUE VALUE "D".
002200         88  PD-FUNC-REINSTATE   VALUE "R".
002300         88  PD-FUNC-EFFECTIVE   VALUE "E".
002400     05  PD-PRODUCT-CODE         PIC X(05).
002500     05  PD-EFFECTIVE-DATE       PIC 9(08).
002600     05  PD-BEFORE-IMAGE         PIC X(54).
002700     05  PD-AFTER-IMAGE          PIC X(54).
