014300     ADD 1 TO PRODUCTS-READ.
014400     IF PM-QUANTITY-ON-HAND > PM-REORDER-POINT
014500        OR PM-REORDER-QTY = 0
014510        OR PM-DISCONTINUED
014600         GO TO CHECK-ONE-PRODUCT-FN
014700     END-IF.
014800     PERFORM FIND-OPEN-ORDER THROUGH FIND-OPEN-ORDER-FN.
