000200*    STKADJT - STOCK-ADJUSTMENT AUDIT RECORD LAYOUT              *
000300*    ONE RECORD PER STOCKTAKE ADJUSTMENT APPLIED TO THE PRODUCT  *
000400*    MASTER, WITH THE ON-HAND QUANTITY BEFORE AND AFTER, THE     *
000500*    VARIANCE VALUED AT THE PRODUCT'S AVERAGE COST, AND THE      *
000510*    COUNTER WHO TOOK THE COUNT.  APPENDED IN THE ORDER APPLIED. *
000700*    HISTORY:                                                    *
000800*    2026-08-21 NJP  ORIGINAL - AUDITED STOCK ADJUSTMENTS        *
000850*    2026-09-02 NJP  POUNDS-AND-PENCE VARIANCE VALUE AND         *
000860*                    LARGER QUANTITY CAPACITIES                  *
000870*    2026-10-15 NJP  VARIANCE VALUED AT AVERAGE COST, NOT        *
000880*                    SELLING PRICE; UNIT COST USED CARRIED       *
000900******************************************************************
001000 01  STOCK-ADJUST-AUDIT-RECORD.
001100     05  SA-ADJUST-DATE          PIC 9(08).
001700     05  SA-QTY-AFTER            PIC 9(05).
001800     05  SA-VARIANCE             PIC S9(06).
001900     05  SA-VARIANCE-VALUE       PIC S9(09)V99.
001910     05  SA-UNIT-COST            PIC 9(03)V9(04).
