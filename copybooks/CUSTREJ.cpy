000100******************************************************************
000200*    CUSTREJ - CUSTOMER INPUT REJECT RECORD LAYOUT               *
000300*    ONE RECORD PER CUSTTXN HEADER (TYPE H) OR CUSTORD LINE      *
000400*    (TYPE O) REFUSED BY THE CUSTEDIT RUN, CARRYING THE RECORD   *
000500*    EXACTLY AS SUBMITTED.  TO RESUBMIT, A SUPERVISOR CORRECTS   *
000600*    THE IMAGE IN THIS FILE (DELETING ANY RECORD NOT WANTED) AND *
000700*    RUNS CUSTEDIT AGAIN ONCE THE SHOP HAS RUN; THE REASON CODE  *
000800*    IS IGNORED ON INPUT.  A CORRECTED LINE FOR A CUSTOMER WHOSE *
000900*    HEADER WAS ACCEPTED NEEDS A HEADER RESUBMITTED WITH IT.     *
001000*    REASON CODES:                                               *
001100*      CB CUSTOMER ID BLANK       MN START MONEY NOT NUMERIC     *
001200*      PM UNKNOWN PAYMENT METHOD  RF UNKNOWN REDEEM FLAG         *
001300*      DH DUPLICATE HEADER        AN NO ACCOUNT FOR CARD         *
001400*      AC CARD ACCOUNT CLOSED     AH CARD ACCOUNT HELD           *
001500*      QZ QUANTITY ZERO OR BAD    PN PRODUCT NOT ON FILE         *
001600*      PD PRODUCT DISCONTINUED    NH NO CUSTOMER HEADER          *
001700*      HR CUSTOMER HEADER REJECTED                               *
001800*    HISTORY:                                                    *
001900*    2026-10-15 NJP  ORIGINAL - CUSTOMER INPUT EDIT REJECTS      *
002000******************************************************************
002100 01  CUSTOMER-REJECT-RECORD.
002200     05  CR-RECORD-TYPE          PIC X(01).
002300         88  CR-HEADER           VALUE "H".
002400         88  CR-ORDER-LINE       VALUE "O".
002500     05  CR-REASON-CODE          PIC X(02).
002600     05  CR-REJECT-DATE          PIC 9(08).
002700     05  CR-RECORD-IMAGE         PIC X(15).
002800     05  CR-HEADER-IMAGE REDEFINES CR-RECORD-IMAGE.
002900         10  CR-CUSTOMER-ID      PIC X(06).
003000         10  CR-START-MONEY      PIC X(07).
003100         10  CR-PAYMENT-METHOD   PIC X(01).
003200         10  CR-REDEEM-FLAG      PIC X(01).
003300     05  CR-ORDER-IMAGE REDEFINES CR-RECORD-IMAGE.
003400         10  CR-ORDER-CUSTOMER   PIC X(06).
003500         10  CR-PRODUCT-CODE     PIC X(05).
003600         10  CR-QUANTITY-WANTED  PIC X(02).
003700         10  FILLER              PIC X(02).
