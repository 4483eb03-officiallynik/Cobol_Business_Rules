000400*    BATCH OF BASKETS IN A SINGLE SUBMISSION.  RECORDS MUST BE   *
000450*    IN ASCENDING CT-CUSTOMER-ID ORDER, MATCHING CUSTORD; THE    *
000460*    SHOP ABANDONS THE RUN ON OUT-OF-SEQUENCE INPUT.             *
000470*    THE SAME LAYOUT IS SUBMITTED AS CUSTTXNI IN ANY ORDER; THE  *
000480*    CUSTEDIT RUN VALIDATES AND SORTS IT AND WRITES CUSTTXN.     *
000500*    HISTORY:                                                    *
000600*    2026-08-09 NJP  ORIGINAL - BATCH CUSTOMER PROCESSING        *
000650*    2026-08-09 NJP  ADDED CT-PAYMENT-METHOD FOR CARD PAYMENTS   *
000670*    2026-08-21 NJP  ASCENDING CUSTOMER-ID ORDER REQUIRED        *
000680*    2026-09-02 NJP  ADDED REDEEM FLAG FOR LOYALTY POINTS        *
000690*    2026-09-02 NJP  POUNDS-AND-PENCE START MONEY                *
000695*    2026-10-15 NJP  SUBMITTED AS CUSTTXNI, EDITED BY CUSTEDIT   *
000700******************************************************************
000800 01  CUSTOMER-TXN-RECORD.
000900     05  CT-CUSTOMER-ID          PIC X(06).
