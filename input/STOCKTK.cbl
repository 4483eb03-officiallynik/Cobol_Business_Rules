004400     05  SV-COUNTED      PICTURE ZZZZ9.
004500     05  FILLER          PICTURE X(06), VALUE " VAR: ".
004600     05  SV-VARIANCE     PICTURE +ZZZZ9.
004700     05  FILLER          PICTURE X(08), VALUE " COST:  ".
004800     05  SV-VALUE        PICTURE +ZZZZZZZ9.99.
004900     05  FILLER          PICTURE X(01), VALUE SPACES.
005000     05  SV-NOTE         PICTURE X(11).
011000     MOVE "ADJUSTMENTS APPLIED:    " TO VT-CAPTION.
011100     MOVE ADJUSTMENTS-DONE TO VT-COUNT.
011200     WRITE VARIANCE-PRINT-LINE FROM VARIANCE-TOTAL-LINE.
011300     MOVE "TOTAL VARIANCE AT COST: " TO VV-CAPTION.
011400     MOVE TOTAL-VARIANCE-VALUE TO VV-VALUE.
011500     WRITE VARIANCE-PRINT-LINE FROM VARIANCE-VALUE-LINE.
011600     CLOSE PHYSICAL-COUNT.
014400 CHECK-VARIANCE.
014500     COMPUTE COUNT-VARIANCE =
014600         SC-COUNTED-QTY - PM-QUANTITY-ON-HAND.
014700     COMPUTE VARIANCE-VALUE ROUNDED =
014800         COUNT-VARIANCE * PM-AVERAGE-COST.
014900     ADD VARIANCE-VALUE TO TOTAL-VARIANCE-VALUE.
015000     MOVE SC-PRODUCT-CODE TO SV-PRODUCT.
015100     MOVE PM-DESCRIPTION TO SV-DESCRIPTION.
017500     MOVE SC-COUNTED-QTY TO SA-QTY-AFTER.
017600     MOVE COUNT-VARIANCE TO SA-VARIANCE.
017700     MOVE VARIANCE-VALUE TO SA-VARIANCE-VALUE.
017710     MOVE PM-AVERAGE-COST TO SA-UNIT-COST.
017800     MOVE SC-COUNTED-QTY TO PM-QUANTITY-ON-HAND.
017900     REWRITE PRODUCT-MASTER-RECORD
018000         INVALID KEY
