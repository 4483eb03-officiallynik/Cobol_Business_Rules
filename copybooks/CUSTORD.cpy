000500*    FROM THESE REQUESTED LINES INSTEAD OF PICKING PRODUCTS AT   *
000600*    RANDOM, SO TWO RUNS OF THE SAME BATCH PRODUCE THE SAME      *
000700*    BASKETS AND THE SAME BILLS.                                 *
000710*    THE SAME LAYOUT IS SUBMITTED AS CUSTORDI IN ANY ORDER; THE  *
000720*    CUSTEDIT RUN VALIDATES AND SORTS IT AND WRITES CUSTORD.     *
000800*    HISTORY:                                                    *
000900*    2026-08-21 NJP  ORIGINAL - DETERMINISTIC BASKET DEMAND      *
000950*    2026-08-21 NJP  ASCENDING CUSTOMER-ID ORDER REQUIRED        *
000960*    2026-10-15 NJP  SUBMITTED AS CUSTORDI, EDITED BY CUSTEDIT   *
001000******************************************************************
001100 01  CUSTOMER-ORDER-RECORD.
001200     05  CO-CUSTOMER-ID          PIC X(06).
