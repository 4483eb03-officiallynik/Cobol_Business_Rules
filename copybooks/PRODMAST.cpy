000870*    2026-09-02 NJP  ADDED SUPPLIER CODE FOR PURCHASE ORDERING   *
000880*    2026-09-02 NJP  POUNDS-AND-PENCE PRICES AND REALISTIC       *
000890*                    QUANTITY CAPACITIES                         *
000891*    2026-10-15 NJP  ADDED PRODUCT STATUS SO A LINE CAN BE       *
000892*                    DISCONTINUED WITHOUT DELETING ITS HISTORY   *
000894*    2026-10-15 NJP  ADDED WEIGHTED-AVERAGE COST, MAINTAINED BY  *
000896*                    THE RECEIVING RUN, FOR MARGIN AND VALUATION *
000897*    2026-10-15 NJP  ADDED VAT RATE CODE - THE RATE ITSELF IS    *
000898*                    HELD ON VATRATE BY EFFECTIVE DATE           *
000900******************************************************************
001000 01  PRODUCT-MASTER-RECORD.
001100     05  PM-PRODUCT-CODE         PIC X(05).
001500     05  PM-REORDER-POINT        PIC 9(05).
001600     05  PM-REORDER-QTY          PIC 9(05).
001700     05  PM-SUPPLIER-CODE        PIC X(05).
001800     05  PM-STATUS               PIC X(01).
001900         88  PM-ACTIVE           VALUE "A".
002000         88  PM-DISCONTINUED     VALUE "D".
002010     05  PM-AVERAGE-COST         PIC 9(03)V9(04).
002020     05  PM-VAT-CODE             PIC X(01).
002030         88  PM-VAT-STANDARD     VALUE "S".
002040         88  PM-VAT-REDUCED      VALUE "R".
002050         88  PM-VAT-ZERO         VALUE "Z".
002060         88  PM-VAT-EXEMPT       VALUE "E".
002070         88  PM-VAT-CODE-VALID   VALUE "S" "R" "Z" "E".
