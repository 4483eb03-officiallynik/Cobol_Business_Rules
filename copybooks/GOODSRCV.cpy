000100******************************************************************
000200*    GOODSRCV - GOODS-RECEIVED RECORD LAYOUT                     *
000300*    ONE RECORD PER PRODUCT DELIVERY FROM THE SUPPLIER, POSTED   *
000400*    INTO THE PRODUCT MASTER BY THE RECEIVING RUN.  UNIT COST IS *
000410*    THE SUPPLIER'S INVOICED PRICE PER UNIT, FOLDED INTO THE     *
000420*    PRODUCT'S WEIGHTED-AVERAGE COST.                            *
000500*    HISTORY:                                                    *
000600*    2026-08-21 NJP  ORIGINAL - GOODS-RECEIPT POSTING            *
000650*    2026-09-02 NJP  LARGER RECEIVED-QUANTITY CAPACITY           *
000660*    2026-10-15 NJP  ADDED SUPPLIER UNIT COST                    *
000700******************************************************************
000800 01  GOODS-RECEIVED-RECORD.
000900     05  GR-RECEIPT-DATE         PIC 9(08).
001000     05  GR-PRODUCT-CODE         PIC X(05).
001100     05  GR-QUANTITY-RECEIVED    PIC 9(05).
001110     05  GR-UNIT-COST            PIC 9(03)V99.
