000660*    BACK-OUT COULD NOT ABSORB (THE UNSIGNED SUMMARY FIELDS     *
000670*    FLOOR AT ZERO WHEN THE SALE WAS ON AN EARLIER DAY).  THE   *
000700*    END-OF-DAY RECONCILIATION CROSS-FOOTS THIS FILE AGAINST     *
000800*    THE TAKINGS AND THE ACCOUNT MOVEMENTS.  COST-OF-SALES IS    *
000810*    THE COST THE RETURNED UNITS WERE SOLD AT, TAKEN FROM THE    *
000820*    BASKET LINES; THE UNITS GO BACK INTO STOCK AT THAT COST.    *
000830*    VAT-AMOUNT IS THE SHARE OF THE OUTPUT VAT ORIGINALLY        *
000840*    CHARGED THAT THE REFUND REVERSES, AT THE SALE'S CODE/RATE.  *
000900*    HISTORY:                                                    *
001000*    2026-09-02 NJP  ORIGINAL - RETURNS AND REFUNDS              *
001050*    2026-09-02 NJP  POUNDS-AND-PENCE REFUND AMOUNT              *
001060*    2026-09-02 NJP  ADDED BACKOUT-SHORT FOR THE CROSS-FOOT     *
001070*    2026-10-15 NJP  ADDED COST OF SALES REVERSED BY THE REFUND  *
001080*    2026-10-15 NJP  ADDED VAT CODE, RATE AND VAT REVERSED       *
001100******************************************************************
001200 01  REFUND-JOURNAL-RECORD.
001300     05  RF-REFUND-DATE          PIC 9(08).
002200     05  RF-POSTED-FLAG          PIC X(01).
002300         88  RF-CREDIT-POSTED    VALUE "Y".
002400         88  RF-CASH-REFUND      VALUE "N".
002410     05  RF-COST-OF-SALES        PIC 9(05)V99.
002420     05  RF-VAT-CODE             PIC X(01).
002430     05  RF-VAT-RATE             PIC 9(02)V99.
002440     05  RF-VAT-AMOUNT           PIC 9(05)V99.
