000100******************************************************************
000200*    STNDORD - STANDING ORDER RECORD LAYOUT                      *
000300*    ONE RECORD PER STANDING ORDER, KEYED BY ORDER REFERENCE:    *
000400*    A REGULAR PAYMENT OF A FIXED AMOUNT FROM THE PAYING ACCOUNT *
000500*    TO THE RECEIVING ACCOUNT, WEEKLY, FORTNIGHTLY, MONTHLY,     *
000600*    QUARTERLY OR ANNUALLY FROM THE START DATE UNTIL THE END     *
000700*    DATE (ZERO FOR NO END) OR UNTIL CANCELLED.  SET UP, AMENDED *
000800*    AND CANCELLED BY STOMNT; THE DAILY STORUN RUN PAYS EACH     *
000900*    ORDER FALLING DUE AS A LINKED PAIR OF TRANSFER LEGS UNDER   *
001000*    SOURCE STO, CARRYING THE ORDER REFERENCE AS THE TRANSFER    *
001100*    REFERENCE, AND MOVES THE NEXT DUE DATE ON.  DUE-DAY IS THE  *
001200*    DAY OF THE MONTH A MONTHLY, QUARTERLY OR ANNUAL ORDER IS    *
001300*    PAID ON, BROUGHT BACK TO THE LAST DAY IN SHORTER MONTHS.    *
001400*    AN INSTALMENT NOT PAID IS TRIED AGAIN ON EACH RUN UNTIL     *
001500*    THE STOPARM RETRY DAYS HAVE PASSED SINCE IT FELL DUE;       *
001600*    RETRY-COUNT AND LAST-REASON DESCRIBE THE FAILED ATTEMPTS    *
001700*    AT THE CURRENT INSTALMENT.                                  *
001800*    HISTORY:                                                    *
001900*    2026-10-15 NJP  ORIGINAL - STANDING ORDERS BETWEEN ACCOUNTS *
002000******************************************************************
002100 01  STANDING-ORDER-RECORD.
002200     05  SO-ORDER-REF            PIC 9(08).
002300     05  SO-PAYER-ACCOUNT        PIC X(06).
002400     05  SO-PAYEE-ACCOUNT        PIC X(06).
002500     05  SO-AMOUNT               PIC 9(07)V99.
002600     05  SO-FREQUENCY            PIC X(01).
002700         88  SO-WEEKLY           VALUE "W".
002800         88  SO-FORTNIGHTLY      VALUE "F".
002900         88  SO-MONTHLY          VALUE "M".
003000         88  SO-QUARTERLY        VALUE "Q".
003100         88  SO-ANNUALLY         VALUE "A".
003200         88  SO-FREQUENCY-VALID  VALUE "W" "F" "M" "Q" "A".
003300     05  SO-DUE-DAY              PIC 9(02).
003400     05  SO-START-DATE           PIC 9(08).
003500     05  SO-END-DATE             PIC 9(08).
003600     05  SO-NEXT-DUE-DATE        PIC 9(08).
003700     05  SO-STATUS               PIC X(01).
003800         88  SO-ACTIVE           VALUE "A".
003900         88  SO-CANCELLED        VALUE "C".
004000         88  SO-ENDED            VALUE "E".
004100     05  SO-LAST-PAID-DATE       PIC 9(08).
004200     05  SO-LAST-TRY-DATE        PIC 9(08).
004300     05  SO-RETRY-COUNT          PIC 9(02).
004400     05  SO-LAST-REASON          PIC X(02).
