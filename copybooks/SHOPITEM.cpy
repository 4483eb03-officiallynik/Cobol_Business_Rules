000600*    APPORTIONED ACROSS THE BASKET.  APPENDED IN THE ORDER THE   *
000700*    BASKETS WERE RUNG UP.  THE REFUND PROGRAM READS THIS FILE   *
000750*    TO ESTABLISH WHAT A CUSTOMER REALLY PAID FOR A PRODUCT.     *
000760*    COST-OF-SALES IS THE LINE QUANTITY AT THE PRODUCT'S AVERAGE *
000770*    COST ON THE DAY OF SALE.  VAT-AMOUNT IS THE OUTPUT VAT      *
000780*    CONTAINED IN THE AMOUNT CHARGED (PRICES INCLUDE VAT), AT    *
000790*    THE RATE IN FORCE FOR THE PRODUCT'S VAT CODE ON THE DAY.    *
000800*    HISTORY:                                                    *
000900*    2026-09-02 NJP  ORIGINAL - ITEMIZED BASKET JOURNAL          *
000950*    2026-09-02 NJP  POUNDS-AND-PENCE LINE AMOUNT                *
000960*    2026-09-02 NJP  LINE AMOUNT NOW NET OF LOYALTY REDEMPTION   *
000970*    2026-10-15 NJP  ADDED COST OF SALES FOR THE MARGIN REPORT   *
000980*    2026-10-15 NJP  ADDED VAT CODE, RATE AND AMOUNT             *
001000******************************************************************
001100 01  SHOP-ITEM-RECORD.
001200     05  SI-SALE-DATE            PIC 9(08).
002100     05  SI-CHARGED-FLAG         PIC X(01).
002200         88  SI-CHARGED          VALUE "Y".
002300         88  SI-NOT-CHARGED      VALUE "N".
002310     05  SI-COST-OF-SALES        PIC 9(05)V99.
002320     05  SI-VAT-CODE             PIC X(01).
002330     05  SI-VAT-RATE             PIC 9(02)V99.
002340     05  SI-VAT-AMOUNT           PIC 9(05)V99.
