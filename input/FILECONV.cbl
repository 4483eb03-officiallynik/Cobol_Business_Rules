029700     MOVE OPM-REORDER-POINT TO PM-REORDER-POINT.
029800     MOVE OPM-REORDER-QTY TO PM-REORDER-QTY.
029900     MOVE SPACES TO PM-SUPPLIER-CODE.
029910     MOVE "A" TO PM-STATUS.
029920     MOVE 0 TO PM-AVERAGE-COST.
029930     MOVE "S" TO PM-VAT-CODE.
030000     WRITE PRODUCT-MASTER-RECORD
030100         INVALID KEY
030200             DISPLAY "UNABLE TO WRITE PRODMSTN: " PM-PRODUCT-CODE
043300     MOVE OAM-DAILY-WITHDRAWN TO AM-DAILY-WITHDRAWN.
043400     MOVE OAM-LAST-WITHDRAW-DATE TO AM-LAST-WITHDRAW-DATE.
043500     MOVE OAM-STATUS TO AM-STATUS.
043510     MOVE SPACES TO AM-HOLD-REASON.
043520     MOVE 0 TO AM-HOLD-DATE.
043530     MOVE 0 TO AM-OPENED-DATE.
043600     WRITE ACCOUNT-MASTER-RECORD
043700         INVALID KEY
043800             DISPLAY "UNABLE TO WRITE ACCTMSTN: "
071200     MOVE OAJ-APPROVED-FLAG TO AJ-APPROVED-FLAG.
071300     MOVE OAJ-RESULTING-BALANCE TO AJ-RESULTING-BALANCE.
071400     MOVE "W" TO AJ-TXN-TYPE.
071410     MOVE "L" TO AJ-CHANNEL.
071500     WRITE ATM-JOURNAL-RECORD.
071600     ADD 1 TO RECORDS-DONE.
071700 CONVERT-ONE-ATTEMPT-FN.
