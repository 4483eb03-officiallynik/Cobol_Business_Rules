005334         DISPLAY "SHOP BATCH NOT COMPLETE - CLOSE REFUSED"
005336         STOP RUN
005338     END-IF.
005339     PERFORM CHECK-CASH-UP THROUGH CHECK-CASH-UP-FN.
005340     IF NOT RC-CLOSE-OPEN
005342         DISPLAY "CLOSE ALREADY COMPLETE FOR " RC-TRADING-DATE
005344             " - RUN REFUSED"
005348     END-IF.
005350 CHECK-RUN-CONTROL-FN.
005352 EXIT.
005354 CHECK-CASH-UP.
005356     IF NOT RC-CASHUP-DONE
005358         DISPLAY "CASH-UP NOT COMPLETE - CLOSE REFUSED"
005360         STOP RUN
005362     END-IF.
005364 CHECK-CASH-UP-FN.
005366 EXIT.
005400 CLOSE-ONE-PRODUCT.
005500     READ SALES-SUMMARY NEXT RECORD
005600         AT END
