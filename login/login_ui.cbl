           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROADCAST-ACK-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-MOVEMENTS-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT TILL-VARIANCE ASSIGN TO "TILLVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-VARIANCE-STATUS.

           SELECT PRICE-HISTORY ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HISTORY-STATUS.

           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-RATE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-LEDGER ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-LEDGER-STATUS.

           SELECT ROLE-PERMISSIONS ASSIGN TO "ROLEPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ROLE
               FILE STATUS IS WS-ROLE-PERMISSION-STATUS.

           SELECT TRADING-CALENDAR ASSIGN TO "TRADCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-TRADING-CALENDAR-STATUS.

           SELECT UPDATE-JOURNAL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       FD  BROADCAST-ACKS.
       COPY "brdack.cpy".

       FD  STOCK-MOVEMENTS.
       COPY "stkmove.cpy".

      *    CUSTOMER RECEIPTS ARE PRINT LINES, BUILT IN WORKING-STORAGE
      *    (SEE WS-RCPT-...) AND WRITTEN WHOLE, SO NO FIELD NAMES ARE
      *    NEEDED ON THIS SIDE.
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE              PIC X(48).

       FD  TILL-VARIANCE.
       COPY "tillvar.cpy".

       FD  PRICE-HISTORY.
       COPY "pricehst.cpy".

       FD  VAT-RATE-FILE.
       COPY "vatrate.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmast.cpy".

       FD  CUSTOMER-LEDGER.
       COPY "custledg.cpy".

       FD  ROLE-PERMISSIONS.
       COPY "roleperm.cpy".

       FD  TRADING-CALENDAR.
       COPY "tradcal.cpy".

       FD  UPDATE-JOURNAL.
       COPY "updjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-USERNAME    PIC X(20).
       01 WS-PASSWORD    PIC X(20).
          88 WS-BA-FILE-MISSING  VALUE "35".
          88 WS-BA-OK            VALUE "00".

       01 WS-STOCK-MOVEMENTS-STATUS PIC X(2).
          88 WS-SM-FILE-MISSING  VALUE "35".

       01 WS-RECEIPT-STATUS      PIC X(2).
          88 WS-RC-FILE-MISSING  VALUE "35".

       01 WS-TILL-VARIANCE-STATUS PIC X(2).
          88 WS-TV-FILE-MISSING  VALUE "35".
          88 WS-TV-OK            VALUE "00".

       01 WS-PRICE-HISTORY-STATUS PIC X(2).
          88 WS-PH-FILE-MISSING  VALUE "35".
       01 WS-VAT-RATE-STATUS     PIC X(2).
          88 WS-VR-FILE-MISSING  VALUE "35".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2).
          88 WS-CM-FILE-MISSING  VALUE "35".
       01 WS-CUSTOMER-LEDGER-STATUS PIC X(2).
          88 WS-CL-FILE-MISSING  VALUE "35".
       01 WS-ROLE-PERMISSION-STATUS PIC X(2).
          88 WS-RP-FILE-MISSING  VALUE "35".
       01 WS-TRADING-CALENDAR-STATUS PIC X(2).
          88 WS-TD-OK            VALUE "00".
          88 WS-TD-FILE-MISSING  VALUE "35".
       01 WS-UPDATE-JOURNAL-STATUS PIC X(2).
          88 WS-UJ-FILE-MISSING  VALUE "35".

      *    PARAMETERS FOR WRITE-UPDATE-JOURNAL. THE JOURNAL TAKES ITS
      *    OWN TIME, NOT WS-TIMESTAMP-14, WHICH CAN BE AS OLD AS THE
      *    LAST MENU PASS - RECOVERY TO A POINT IN TIME NEEDS THE
      *    MOMENT THE FILE ACTUALLY CHANGED.
       01 WS-UJ-FILE-ID          PIC X(8).
       01 WS-UJ-OPERATION        PIC X(1).
       01 WS-UJ-BEFORE-IMAGE     PIC X(200).
       01 WS-UJ-AFTER-IMAGE      PIC X(200).
       01 WS-UJ-DATE             PIC 9(8).
       01 WS-UJ-TIME             PIC 9(8).

       01 WS-SHOP-ID             PIC X(8).
      *    PRINTED AT THE HEAD OF EVERY RECEIPT. SET PER SHOP THROUGH
      *    THE SHOP-ID ENVIRONMENT NAME, THE SAME ONE SALESFD PUTS ON
      *    THE HEAD-OFFICE FEED.

       01 WS-RCPT-RULE           PIC X(48) VALUE ALL "-".
       01 WS-RCPT-HEAD-1.
          05 FILLER              PIC X(6)  VALUE "SHOP  ".
          05 WS-RH-SHOP-ID       PIC X(8).
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 WS-RH-DATE          PIC 9999/99/99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-RH-HH            PIC 9(2).
          05 FILLER              PIC X(1)  VALUE ":".
          05 WS-RH-MM            PIC 9(2).
          05 FILLER              PIC X(1)  VALUE ":".
          05 WS-RH-SS            PIC 9(2).
       01 WS-RCPT-HEAD-2.
          05 FILLER              PIC X(6)  VALUE "TILL  ".
          05 WS-RH-TERMINAL-ID   PIC X(8).
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(10) VALUE "SERVED BY ".
          05 WS-RH-USERNAME      PIC X(20).
       01 WS-RCPT-HEAD-3.
          05 FILLER              PIC X(12) VALUE "TRANSACTION ".
          05 WS-RH-TRAN-NUMBER   PIC 9(8).
       01 WS-RCPT-ITEM-LINE.
          05 WS-RI-LINE          PIC ZZ9.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-RI-DESC          PIC X(22).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-RI-QUANTITY      PIC ZZZZ9.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-RI-AMOUNT        PIC Z(6)9.99.
       01 WS-RCPT-TOTAL-LINE.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 WS-RT-LABEL         PIC X(29).
          05 WS-RT-AMOUNT        PIC Z(6)9.99.

       01 WS-STOCK-ITEM          PIC X(12).
       01 WS-STOCK-CHANGE        PIC S9(7).
       01 WS-STOCK-MOVE-TYPE     PIC X(4).
       01 WS-STOCK-TRAN          PIC 9(8).
       01 WS-STOCK-REFERENCE     PIC X(12).

       01 WS-BCAST-ACTION        PIC X(1).
       01 WS-BCAST-MENU-FLAG     PIC X(1).
          88 WS-IN-BCAST-MENU    VALUE "Y".
       01 WS-NEW-PASSWORD    PIC X(20).

       01 WS-USER-ROLE       PIC X(10).
      *    THE SIGNED-ON ROLE'S FLAGS FROM ROLEPERM, TAKEN AT LOGIN BY
      *    CHECK-TERMINAL-ROLE - SAME SHAPE AS RP-PERMISSIONS. A
      *    CHANGE ON THE ROLE SCREEN TAKES EFFECT AT THE NEXT LOGIN.
       01 WS-USER-PERMISSIONS.
          05 WS-PERM-ENTRY          PIC X(1).
             88 WS-MAY-ENTER            VALUE "Y".
          05 WS-PERM-BROWSE         PIC X(1).
             88 WS-MAY-BROWSE           VALUE "Y".
          05 WS-PERM-VOID           PIC X(1).
             88 WS-MAY-VOID             VALUE "Y".
          05 WS-PERM-RETURN         PIC X(1).
             88 WS-MAY-RETURN           VALUE "Y".
          05 WS-PERM-INQUIRY        PIC X(1).
             88 WS-MAY-INQUIRE          VALUE "Y".
          05 WS-PERM-USER-ADMIN     PIC X(1).
             88 WS-MAY-ADMIN-USERS      VALUE "Y".
          05 WS-PERM-ITEM-ADMIN     PIC X(1).
             88 WS-MAY-ADMIN-ITEMS      VALUE "Y".
          05 WS-PERM-BROADCAST      PIC X(1).
             88 WS-MAY-BROADCAST        VALUE "Y".
          05 WS-PERM-OVERRIDE       PIC X(1).
             88 WS-MAY-APPROVE          VALUE "Y".
          05 WS-PERM-CUSTOMER-ADMIN PIC X(1).
             88 WS-MAY-ADMIN-CUSTOMERS  VALUE "Y".
          05 WS-PERM-CASHUP-ANY     PIC X(1).
             88 WS-MAY-CASHUP-ANY       VALUE "Y".
          05 WS-PERM-CALENDAR-ADMIN PIC X(1).
             88 WS-MAY-ADMIN-CALENDAR   VALUE "Y".

      *    THE MAIN AND TRANSACTION MENUS ARE BUILT FRESH EACH TIME
      *    THEY ARE SHOWN, ONE NUMBERED LINE PER OPTION THE ROLE MAY
      *    USE. THE NUMBER KEYED IS LOOKED UP HERE TO FIND WHICH
      *    OPTION IT MEANT, SO THE NUMBERING CLOSES UP AROUND WHATEVER
      *    A ROLE IS NOT GIVEN.
       01 WS-MENU-COUNT      PIC 9(1).
       01 WS-MENU-OPTIONS.
          05 WS-MNU-ENTRY OCCURS 9 TIMES.
             10 WS-MNU-LINE      PIC X(30).
             10 WS-MNU-FUNCTION  PIC X(8).
       01 WS-MENU-OPTION-LINE.
          05 WS-MOL-NUMBER       PIC 9(1).
          05 FILLER              PIC X(2)  VALUE ". ".
          05 WS-MOL-TEXT         PIC X(27).
       01 WS-NEW-OPTION-TEXT     PIC X(27).
       01 WS-NEW-OPTION-FUNCTION PIC X(8).
       01 WS-MENU-PICK           PIC X(1).
       01 WS-MENU-PICK-NUM REDEFINES WS-MENU-PICK PIC 9(1).
       01 WS-CHOSEN-FUNCTION     PIC X(8).
       01 WS-MENU-CHOICE     PIC X(1).
       01 WS-LOGGED-IN-FLAG  PIC X(1).
          88 WS-STILL-LOGGED-IN VALUE "Y".
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-UL-PWD-AGE       PIC ZZZZ9.

      *    ROLE MAINTENANCE (SEE ROLE-ADMIN-SCREEN). THE FUNCTION
      *    CODES ARE IN RP-FLAG ORDER - SEE ROLEPERM.CPY.
       01 WS-ROLE-ACTION     PIC X(1).
       01 WS-ROLE-MENU-FLAG  PIC X(1).
          88 WS-IN-ROLE-MENU VALUE "Y".
       01 WS-TARGET-ROLE     PIC X(10).
       01 WS-TARGET-FUNCTION PIC X(8).
       01 WS-ROLE-FUNCTION-CODES.
          05 FILLER              PIC X(8)  VALUE "ENTRY".
          05 FILLER              PIC X(8)  VALUE "BROWSE".
          05 FILLER              PIC X(8)  VALUE "VOID".
          05 FILLER              PIC X(8)  VALUE "RETURN".
          05 FILLER              PIC X(8)  VALUE "INQUIRY".
          05 FILLER              PIC X(8)  VALUE "USERADM".
          05 FILLER              PIC X(8)  VALUE "ITEMADM".
          05 FILLER              PIC X(8)  VALUE "BCAST".
          05 FILLER              PIC X(8)  VALUE "OVERRIDE".
          05 FILLER              PIC X(8)  VALUE "CUSTADM".
          05 FILLER              PIC X(8)  VALUE "CASHUPAL".
          05 FILLER              PIC X(8)  VALUE "CALADM".
       01 WS-ROLE-FUNCTION-TABLE REDEFINES WS-ROLE-FUNCTION-CODES.
          05 WS-ROLE-FUNCTION    PIC X(8) OCCURS 12 TIMES.
       01 WS-ROLE-FUNCTION-MAX   PIC 9(2) VALUE 12.
       01 WS-ROLE-FLAG-NUMBER    PIC 9(2).
       01 WS-NEW-FLAG-VALUE      PIC X(1).
       01 WS-ROLE-EOF-FLAG       PIC X(1).
          88 WS-ROLE-EOF         VALUE "Y".
       01 WS-ROLE-USER-COUNT     PIC 9(5).
       01 WS-ROLE-AUDIT-DETAIL.
          05 WS-RAD-ROLE         PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 WS-RAD-FUNCTION     PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACE.
       01 WS-ROLE-LINE.
          05 WS-RLL-ROLE         PIC X(10).
          05 WS-RLL-CELL         PIC X(6) OCCURS 12 TIMES.

       01 WS-TRAN-CHOICE     PIC X(1).
       01 WS-TRAN-MENU-FLAG  PIC X(1).
          88 WS-IN-TRAN-MENU VALUE "Y".
       01 WS-TRAN-CONFIRM    PIC X(1).
       01 WS-TRAN-ITEM-OK-FLAG PIC X(1).
          88 WS-TRAN-ITEM-OK VALUE "Y".

      *    ONE CUSTOMER'S BASKET, BUILT UP ON THE ENTRY SCREEN AND
      *    WRITTEN AS LINES 1-N OF A SINGLE TRANSACTION NUMBER. THE
      *    TABLE MAXIMUM IS WHAT FITS ON ONE ENTRY SCREEN.
       01 WS-BASKET-FLAG     PIC X(1).
          88 WS-IN-BASKET    VALUE "Y".
       01 WS-BASKET-ACTION   PIC X(1).
       01 WS-BASKET-REMOVE   PIC 9(2).
       01 WS-BASKET-TOTAL    PIC 9(7)V99.
       01 WS-BASKET-TAX-TOTAL PIC 9(7)V99.
       01 WS-BASKET-TABLE.
          05 WS-BSK-ENTRY OCCURS 1 TO 12 TIMES
                 DEPENDING ON WS-BASKET-COUNT
                 INDEXED BY WS-BSK-IDX.
             10 WS-BSK-ITEM         PIC X(12).
             10 WS-BSK-DESC         PIC X(30).
             10 WS-BSK-QUANTITY     PIC 9(5).
             10 WS-BSK-AMOUNT       PIC 9(7)V99.
             10 WS-BSK-TAX-CATEGORY PIC X(1).
             10 WS-BSK-TAX-RATE     PIC 9(2)V99.
             10 WS-BSK-TAX-AMOUNT   PIC 9(7)V99.
       01 WS-BASKET-COUNT    PIC 9(2) VALUE 0.
       01 WS-BASKET-TABLE-MAX PIC 9(2) VALUE 12.
       01 WS-BSK-LINE-NO     PIC 9(3).

       01 WS-BASKET-SCREEN-LINES.
          05 WS-BSS-LINE OCCURS 12 TIMES
                 INDEXED BY WS-BSS-IDX
                                 PIC X(60).
       01 WS-BASKET-LINE.
          05 WS-BKL-LINE         PIC Z9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BKL-ITEM         PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BKL-DESC         PIC X(20).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BKL-QUANTITY     PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BKL-AMOUNT       PIC Z(6)9.99.

      *    THE VAT RATE TABLE, READ FROM VATRATE AT START-UP. THE
      *    RATE FOR A CATEGORY ON A DAY IS THE ENTRY WITH THE LATEST
      *    EFFECTIVE DATE NOT AFTER THAT DAY (SEE LOOKUP-VAT-RATE).
       01 WS-VAT-RATE-TABLE.
          05 WS-VRT-ENTRY OCCURS 1 TO 40 TIMES
                 DEPENDING ON WS-VAT-RATE-COUNT
                 INDEXED BY WS-VRT-IDX.
             10 WS-VRT-CATEGORY     PIC X(1).
             10 WS-VRT-EFFECTIVE    PIC 9(8).
             10 WS-VRT-RATE         PIC 9(2)V99.
       01 WS-VAT-RATE-COUNT  PIC 9(2) VALUE 0.
       01 WS-VAT-RATE-TABLE-MAX PIC 9(2) VALUE 40.
       01 WS-VAT-EOF-FLAG    PIC X(1).
          88 WS-VAT-EOF      VALUE "Y".
       01 WS-VAT-CATEGORY    PIC X(1).
       01 WS-VAT-DATE        PIC 9(8).
       01 WS-VAT-RATE        PIC 9(2)V99.
       01 WS-VAT-BEST-DATE   PIC 9(8).
       01 WS-VAT-FOUND-FLAG  PIC X(1).
          88 WS-VAT-RATE-FOUND VALUE "Y".
       01 WS-VAT-GROSS       PIC 9(7)V99.
       01 WS-VAT-AMOUNT      PIC 9(7)V99.

      *    HOW THE CUSTOMER PAID. CASH GIVEN AND CHANGE ONLY MEAN
      *    ANYTHING FOR CASH; A CASH SALE KEYED WITH NOTHING GIVEN
      *    IS TAKEN AS EXACT MONEY. ACCT PUTS THE SALE ON A TRADE
      *    CUSTOMER'S ACCOUNT, KEYED IN WS-TRAN-ACCOUNT.
       01 WS-TENDER-TYPE     PIC X(4).
          88 WS-TENDER-CASH  VALUE "CASH".
          88 WS-TENDER-ACCOUNT VALUE "ACCT".
          88 WS-TENDER-VALID VALUE "CASH" "CARD" "VCHR" "ACCT".
       01 WS-TRAN-ACCOUNT    PIC 9(6).
       01 WS-CREDIT-BALANCE  PIC S9(8)V99.
       01 WS-CREDIT-OVERRIDE-FLAG PIC X(1).
          88 WS-CREDIT-OVERRIDDEN VALUE "Y".
      *    A SALE CAN NEED BOTH A CREDIT-LIMIT AND A HIGH-VALUE
      *    OVERRIDE; THE CREDIT APPROVAL IS HELD HERE UNTIL THE SALE
      *    HAS ITS NUMBER AND CAN BE JOURNALLED.
       01 WS-CREDIT-APPROVER PIC X(20).
       01 WS-CREDIT-REASON   PIC X(8).
      *    THE SAME AGAIN FOR A SALE ON A DAY THE TRADING CALENDAR
      *    HAS THE SHOP CLOSED (SEE GATE-CLOSED-DAY).
       01 WS-CLOSED-OVERRIDE-FLAG PIC X(1).
          88 WS-CLOSED-OVERRIDDEN VALUE "Y".
       01 WS-CLOSED-APPROVER PIC X(20).
       01 WS-CLOSED-REASON   PIC X(8).
       01 WS-CASH-GIVEN      PIC 9(7)V99.
       01 WS-CHANGE-DUE      PIC 9(7)V99.
       01 WS-CHANGE-SHOW     PIC Z(6)9.99.
       01 WS-TENDER-OK-FLAG  PIC X(1).
          88 WS-TENDER-OK    VALUE "Y".
       01 WS-VOID-TRAN-NUMBER PIC 9(8).
       01 WS-VOID-TOTAL      PIC 9(7)V99.
       01 WS-VOID-ACCOUNT    PIC 9(6).
       01 WS-VOID-ORIG-TRAN  PIC 9(8).
       01 WS-VOID-DATE       PIC 9(8).
       01 WS-VOID-RETURN-COUNT PIC 9(5).
       01 WS-RETURN-TRAN-NUMBER PIC 9(8).
       01 WS-RETURN-LINE-NUMBER PIC 9(3).
       01 WS-RETURN-QUANTITY PIC 9(5).
       01 WS-ORIG-ITEM       PIC X(12).
       01 WS-ORIG-QUANTITY   PIC 9(5).
       01 WS-ORIG-AMOUNT     PIC 9(7)V99.
       01 WS-ORIG-DATE       PIC 9(8).
       01 WS-ORIG-TENDER     PIC X(4).
       01 WS-ORIG-ACCOUNT    PIC 9(6).
       01 WS-ORIG-TAX-CATEGORY PIC X(1).
       01 WS-ORIG-TAX-RATE   PIC 9(2)V99.
       01 WS-ORIG-TAX-AMOUNT PIC 9(7)V99.
       01 WS-RETURNABLE-SHOW PIC ZZZZ9.
       01 WS-PRIOR-RETURNED  PIC S9(9) COMP.
       01 WS-RETURNABLE-QTY  PIC S9(9) COMP.
          05 WS-QL-DATE          PIC 9999/99/99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-QL-NUMBER        PIC 9(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-QL-LINE          PIC 9(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-QL-TIME          PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
       01 WS-TRAN-RETRY-COUNT PIC 9(1).
       01 WS-TRAN-WRITTEN-FLAG PIC X(1).
          88 WS-TRAN-WRITTEN  VALUE "Y".
       01 WS-LINE-FAILED-FLAG PIC X(1).
          88 WS-LINE-FAILED   VALUE "Y".
       01 WS-TRAN-EOF-FLAG   PIC X(1).
          88 WS-TRAN-EOF     VALUE "Y".
       01 WS-TRAN-SHOWN-COUNT PIC 9(5).

       01 WS-TRAN-LINE.
          05 WS-TL-NUMBER        PIC 9(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 WS-TL-LINE          PIC 9(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-TIME          PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TL-USERNAME      PIC X(20).

       01 WS-TILL-FLOAT      PIC 9(5) VALUE 0.
      *    WHOLE CURRENCY UNITS LEFT IN EACH DRAWER AS CHANGE, SO
      *    EXPECTED CASH AT CASH-UP IS THE FLOAT PLUS THE DAY'S NET
      *    CASH TAKINGS. SET PER SHOP THROUGH THE TILL-FLOAT
      *    ENVIRONMENT NAME; NO FLOAT WHEN IT IS NOT SET.
       01 WS-CASHUP-TERMINAL PIC X(8).
       01 WS-COUNTED-CASH    PIC 9(7)V99.
       01 WS-COUNTED-CARD    PIC 9(7)V99.
       01 WS-CASHUP-FROM     PIC 9(14).
       01 WS-CASHUP-TO       PIC 9(14).
       01 WS-CASHUP-START-DATE PIC 9(8).
       01 WS-CASHUP-COUNT    PIC 9(5).
       01 WS-EXPECTED-CASH   PIC S9(7)V99.
       01 WS-EXPECTED-CARD   PIC S9(7)V99.
       01 WS-EXPECTED-VOUCHER PIC S9(7)V99.
       01 WS-TILL-SIGNED-AMOUNT PIC S9(7)V99.
       01 WS-TILL-EOF-FLAG   PIC X(1).
          88 WS-TILL-EOF     VALUE "Y".
       01 WS-TX-STAMP.
          05 WS-TXS-DATE         PIC 9(8).
          05 WS-TXS-TIME         PIC 9(6).
       01 WS-TX-STAMP-NUM REDEFINES WS-TX-STAMP PIC 9(14).

       01 WS-CASHUP-LINE.
          05 WS-CUL-LABEL        PIC X(10).
          05 WS-CUL-EXPECTED     PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CUL-COUNTED      PIC Z(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CUL-VARIANCE     PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CUL-STATE        PIC X(5).

       01 WS-ITEM-ACTION     PIC X(1).
       01 WS-ITEM-MENU-FLAG  PIC X(1).
          88 WS-IN-ITEM-MENU VALUE "Y".
       01 WS-ITEM-CODE       PIC X(12).
       01 WS-ITEM-DESC       PIC X(30).
       01 WS-ITEM-PRICE      PIC 9(5)V99.
       01 WS-ITEM-QUANTITY   PIC 9(7).
       01 WS-ITEM-REORDER    PIC 9(7).
       01 WS-ITEM-REFERENCE  PIC X(12).
       01 WS-ITEM-TAX-CATEGORY PIC X(1).
          88 WS-ITEM-TAX-VALID VALUE "S" "R" "Z" "E".
       01 WS-ITEM-EOF-FLAG   PIC X(1).
          88 WS-ITEM-EOF     VALUE "Y".

          05 WS-IL-PRICE         PIC Z(4)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-IL-STATE         PIC X(7).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-IL-ON-HAND       PIC -(6)9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-IL-REORDER       PIC Z(6)9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 WS-IL-TAX-CATEGORY  PIC X(1).

      *    POSTING TO A CUSTOMER ACCOUNT (SEE POST-CUSTOMER-ACCOUNT).
       01 WS-CUST-ACCOUNT    PIC 9(6).
       01 WS-CUST-CHANGE     PIC S9(7)V99.
       01 WS-CUST-ENTRY-TYPE PIC X(4).
       01 WS-CUST-TRAN       PIC 9(8).
       01 WS-CUST-REFERENCE  PIC X(12).

       01 WS-CUST-ACTION     PIC X(1).
       01 WS-CUST-MENU-FLAG  PIC X(1).
          88 WS-IN-CUST-MENU VALUE "Y".
       01 WS-CUST-NAME       PIC X(30).
       01 WS-CUST-ADDRESS-1  PIC X(30).
       01 WS-CUST-ADDRESS-2  PIC X(30).
       01 WS-CUST-ADDRESS-3  PIC X(30).
       01 WS-CUST-POSTCODE   PIC X(8).
       01 WS-CUST-LIMIT      PIC 9(7)V99.
       01 WS-CUST-PAYMENT    PIC 9(7)V99.
       01 WS-CUST-EOF-FLAG   PIC X(1).
          88 WS-CUST-EOF     VALUE "Y".
       01 WS-CUST-BALANCE-SHOW PIC -(7)9.99.

       01 WS-CUST-LINE.
          05 WS-CAL-ACCOUNT       PIC 9(6).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CAL-NAME          PIC X(30).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CAL-LIMIT         PIC Z(6)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CAL-BALANCE       PIC -(7)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-CAL-STATE         PIC X(6).

      *    THE TRADING CALENDAR SCREEN. A DAY CAN ONLY BE SET FROM
      *    TODAY (WS-TDAY-FIRST-DATE) TO A YEAR AHEAD
      *    (WS-TDAY-LAST-DATE) - PAST DAYS ARE WHAT THE NIGHTLY
      *    REPORTS WERE RUN AGAINST AND STAY AS THEY WERE. ANY DATE
      *    NOT ON THE FILE TRADES THE STANDARD HOURS BELOW, THE SAME
      *    ONES SECEXCPT FALLS BACK ON.
       01 WS-TDAY-ACTION     PIC X(1).
       01 WS-TDAY-MENU-FLAG  PIC X(1).
          88 WS-IN-TDAY-MENU VALUE "Y".
       01 WS-TDAY-DATE       PIC 9(8).
       01 WS-TDAY-OPEN-FLAG  PIC X(1).
          88 WS-TDAY-OPEN-VALID VALUE "Y" "N".
       01 WS-TDAY-OPEN-HHMM  PIC 9(4).
       01 WS-TDAY-CLOSE-HHMM PIC 9(4).
       01 WS-TDAY-NOTE       PIC X(20).
       01 WS-TDAY-ENTRY-OK-FLAG PIC X(1).
          88 WS-TDAY-ENTRY-OK VALUE "Y".
       01 WS-TDAY-ON-FILE-FLAG PIC X(1).
          88 WS-TDAY-ON-FILE VALUE "Y".
       01 WS-TDAY-FIRST-DATE PIC 9(8).
       01 WS-TDAY-LAST-DATE  PIC 9(8).
       01 WS-TDAY-REPEAT-FROM PIC 9(8).
       01 WS-TDAY-DAY-NUMBER PIC 9(7).
       01 WS-TDAY-END-NUMBER PIC 9(7).
       01 WS-TDAY-SET-COUNT  PIC 9(3).
       01 WS-TDAY-WEEKDAY    PIC 9(1).
       01 WS-TDAY-TIME-CHECK PIC 9(4).
       01 WS-TDAY-TIME-PARTS REDEFINES WS-TDAY-TIME-CHECK.
          05 WS-TDAY-HH      PIC 9(2).
          05 WS-TDAY-MM      PIC 9(2).
       01 WS-STD-OPEN-HHMM   PIC 9(4) VALUE 0700.
       01 WS-STD-CLOSE-HHMM  PIC 9(4) VALUE 2200.
      *    DAY 1 OF THE INTEGER DATES (1 JANUARY 1601) WAS A MONDAY.
       01 WS-WEEKDAY-NAME-LIST PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-LIST.
          05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.

       01 WS-TDAY-LINE.
          05 WS-TDL-DATE          PIC 9(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TDL-WEEKDAY       PIC X(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TDL-STATE         PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-TDL-OPENS         PIC X(4).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 WS-TDL-CLOSES        PIC X(4).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 WS-TDL-NOTE          PIC X(20).

       01 WS-HASH-INDEX      PIC 9(2) COMP.
       01 WS-HASH-CHAR-CODE  PIC 9(3) COMP.
          05 LINE 5 COLUMN 10 VALUE "Username: ".
          05 LINE 5 COLUMN 20 PIC X(20) TO WS-USERNAME.
          05 LINE 7 COLUMN 10 VALUE "Password: ".
          05 LINE 7 COLUMN 20 PIC X(20) TO WS-PASSWORD LOWLIGHT.

       01 CHANGE-PASSWORD-SCR.
          05 BLANK SCREEN.
          05 LINE 6 COLUMN 10 VALUE "Choose a new one to continue.".
          05 LINE 8 COLUMN 10 VALUE "New Password: ".
          05 LINE 8 COLUMN 24 PIC X(20) TO WS-NEW-PASSWORD
              LOWLIGHT.

       01 MAIN-MENU-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Main Menu"
              FOREGROUND-COLOR 1.
          05 LINE 3 COLUMN 21 PIC X(10) FROM WS-USER-ROLE.
          05 LINE 5 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(1).
          05 LINE 6 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(2).
          05 LINE 7 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(3).
          05 LINE 8 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(4).
          05 LINE 9 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(5).
          05 LINE 10 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(6).
          05 LINE 11 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(7).
          05 LINE 12 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(8).
          05 LINE 13 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(9).
          05 LINE 15 COLUMN 10 VALUE "Choice: ".
          05 LINE 15 COLUMN 18 PIC X(1) TO WS-MENU-CHOICE.

       01 TRAN-MENU-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Shop Transactions"
              FOREGROUND-COLOR 1.
          05 LINE 3 COLUMN 29 PIC X(10) FROM WS-USER-ROLE.
          05 LINE 5 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(1).
          05 LINE 6 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(2).
          05 LINE 7 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(3).
          05 LINE 8 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(4).
          05 LINE 9 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(5).
          05 LINE 10 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(6).
          05 LINE 11 COLUMN 10 PIC X(30) FROM WS-MNU-LINE(7).
          05 LINE 13 COLUMN 10 VALUE "Choice: ".
          05 LINE 13 COLUMN 18 PIC X(1) TO WS-TRAN-CHOICE.

       01 TRAN-ENTRY-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Record Transaction"
              FOREGROUND-COLOR 1.
          05 LINE 4 COLUMN 10 VALUE "A=Add Item  R=Remove Line".
          05 LINE 4 COLUMN 37 VALUE "F=Finish  X=Cancel".
          05 LINE 5 COLUMN 10 VALUE "Item Code: ".
          05 LINE 5 COLUMN 21 PIC X(12) TO WS-TRAN-ITEM.
          05 LINE 5 COLUMN 36 VALUE "Quantity: ".
          05 LINE 5 COLUMN 46 PIC 9(5) TO WS-TRAN-QUANTITY.
          05 LINE 6 COLUMN 10 VALUE "Action:    ".
          05 LINE 6 COLUMN 21 PIC X(1) TO WS-BASKET-ACTION.
          05 LINE 6 COLUMN 36 VALUE "Line (R):".
          05 LINE 6 COLUMN 46 PIC 9(2) TO WS-BASKET-REMOVE.
          05 LINE 8 COLUMN 10 VALUE "LN  ITEM          ".
          05 LINE 8 COLUMN 28 VALUE "DESCRIPTION             QTY".
          05 LINE 8 COLUMN 60 VALUE "AMOUNT".
          05 LINE 9 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(1).
          05 LINE 10 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(2).
          05 LINE 11 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(3).
          05 LINE 12 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(4).
          05 LINE 13 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(5).
          05 LINE 14 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(6).
          05 LINE 15 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(7).
          05 LINE 16 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(8).
          05 LINE 17 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(9).
          05 LINE 18 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(10).
          05 LINE 19 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(11).
          05 LINE 20 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(12).
          05 LINE 22 COLUMN 10 VALUE "Lines: ".
          05 LINE 22 COLUMN 17 PIC Z9 FROM WS-BASKET-COUNT.
          05 LINE 22 COLUMN 50 VALUE "Total: ".
          05 LINE 22 COLUMN 57 PIC Z(6)9.99 FROM WS-BASKET-TOTAL.

       01 TRAN-CONFIRM-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Confirm Transaction"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "Lines:     ".
          05 LINE 5 COLUMN 21 PIC Z9 FROM WS-BASKET-COUNT.
          05 LINE 6 COLUMN 10 VALUE "Total:     ".
          05 LINE 6 COLUMN 21 PIC Z(6)9.99 FROM WS-BASKET-TOTAL.
          05 LINE 8 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(1).
          05 LINE 9 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(2).
          05 LINE 10 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(3).
          05 LINE 11 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(4).
          05 LINE 12 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(5).
          05 LINE 13 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(6).
          05 LINE 14 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(7).
          05 LINE 15 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(8).
          05 LINE 16 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(9).
          05 LINE 17 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(10).
          05 LINE 18 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(11).
          05 LINE 19 COLUMN 10 PIC X(60) FROM WS-BSS-LINE(12).
          05 LINE 21 COLUMN 10 VALUE "Record? (Y/N): ".
          05 LINE 21 COLUMN 25 PIC X(1) TO WS-TRAN-CONFIRM.

       01 TRAN-TENDER-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Payment"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "Total Due:         ".
          05 LINE 5 COLUMN 29 PIC Z(6)9.99 FROM WS-BASKET-TOTAL.
          05 LINE 7 COLUMN 10 VALUE "CASH  CARD  VCHR=Voucher".
          05 LINE 7 COLUMN 36 VALUE "ACCT=On Account".
          05 LINE 8 COLUMN 10 VALUE "Tender:            ".
          05 LINE 8 COLUMN 29 PIC X(4) TO WS-TENDER-TYPE.
          05 LINE 9 COLUMN 10 VALUE "Cash Given (CASH): ".
          05 LINE 9 COLUMN 29 PIC 9(7)V99 TO WS-CASH-GIVEN.
          05 LINE 10 COLUMN 10 VALUE "Account No (ACCT): ".
          05 LINE 10 COLUMN 29 PIC 9(6) TO WS-TRAN-ACCOUNT.

       01 TRAN-VOID-SCR.
          05 BLANK SCREEN.
          05 LINE 7 COLUMN 29 PIC X(20) TO WS-OVERRIDE-APPROVER.
          05 LINE 9 COLUMN 10 VALUE "Approver Password: ".
          05 LINE 9 COLUMN 29 PIC X(20) TO WS-OVERRIDE-PASSWORD
              LOWLIGHT.
          05 LINE 11 COLUMN 10 VALUE "Reason Code:       ".
          05 LINE 11 COLUMN 29 PIC X(8) TO WS-OVERRIDE-REASON.

              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "Original Transaction: ".
          05 LINE 5 COLUMN 32 PIC 9(8) TO WS-RETURN-TRAN-NUMBER.
          05 LINE 6 COLUMN 10 VALUE "Line (blank=1):       ".
          05 LINE 6 COLUMN 32 PIC 9(3) TO WS-RETURN-LINE-NUMBER.

       01 TRAN-RETQTY-SCR.
          05 BLANK SCREEN.
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "Original:   ".
          05 LINE 5 COLUMN 22 PIC 9(8) FROM WS-RETURN-TRAN-NUMBER.
          05 LINE 5 COLUMN 31 VALUE "line".
          05 LINE 5 COLUMN 36 PIC ZZ9 FROM WS-RETURN-LINE-NUMBER.
          05 LINE 7 COLUMN 10 VALUE "Item:       ".
          05 LINE 7 COLUMN 22 PIC X(12) FROM WS-ORIG-ITEM.
          05 LINE 8 COLUMN 10 VALUE "Sold:       ".
          05 LINE 9 COLUMN 22 PIC ZZZZ9 FROM WS-RETURNABLE-SHOW.
          05 LINE 11 COLUMN 10 VALUE "Quantity Returned: ".
          05 LINE 11 COLUMN 29 PIC 9(5) TO WS-RETURN-QUANTITY.
          05 LINE 12 COLUMN 10 VALUE "Refund Tender:     ".
          05 LINE 12 COLUMN 29 PIC X(4) TO WS-TENDER-TYPE.
          05 LINE 12 COLUMN 35 VALUE "(blank=as paid: ".
          05 LINE 12 COLUMN 51 PIC X(4) FROM WS-ORIG-TENDER.
          05 LINE 12 COLUMN 55 VALUE ")".

       01 TILL-CASHUP-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Till Cash-Up"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "Terminal (blank=this one): ".
          05 LINE 5 COLUMN 37 PIC X(8) TO WS-CASHUP-TERMINAL.
          05 LINE 7 COLUMN 10 VALUE "Cash Counted:              ".
          05 LINE 7 COLUMN 37 PIC 9(7)V99 TO WS-COUNTED-CASH.
          05 LINE 8 COLUMN 10 VALUE "Card Slips Counted:        ".
          05 LINE 8 COLUMN 37 PIC 9(7)V99 TO WS-COUNTED-CARD.

       01 TRAN-INQ-SCR.
          05 BLANK SCREEN.
          05 LINE 10 COLUMN 20 PIC X(20) TO WS-TARGET-USERNAME.
          05 LINE 12 COLUMN 10 VALUE "Temp Password (R only): ".
          05 LINE 12 COLUMN 34 PIC X(20) TO WS-TEMP-PASSWORD
              LOWLIGHT.

       01 ROLE-ADMIN-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Role Permissions"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "L=List  A=Add Role  G=Grant".
          05 LINE 5 COLUMN 39 VALUE "R=Revoke".
          05 LINE 6 COLUMN 10 VALUE "X=Delete Role  Q=Return".
          05 LINE 8 COLUMN 10 VALUE "Action:          ".
          05 LINE 8 COLUMN 27 PIC X(1) TO WS-ROLE-ACTION.
          05 LINE 10 COLUMN 10 VALUE "Role:            ".
          05 LINE 10 COLUMN 27 PIC X(10) TO WS-TARGET-ROLE.
          05 LINE 11 COLUMN 10 VALUE "Function (G/R):  ".
          05 LINE 11 COLUMN 27 PIC X(8) TO WS-TARGET-FUNCTION.
          05 LINE 13 COLUMN 10 VALUE
              "ENTRY BROWSE VOID RETURN INQUIRY USERADM".
          05 LINE 14 COLUMN 10 VALUE
              "ITEMADM BCAST OVERRIDE CUSTADM CASHUPAL CALADM".

       01 ITEM-ADMIN-SCR.
          05 BLANK SCREEN.
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "L=List Items  A=Add  P=Reprice".
          05 LINE 6 COLUMN 10 VALUE "T=Retire  E=Reactivate  Q=Return".
          05 LINE 7 COLUMN 10 VALUE "G=Goods In  C=Stock Count".
          05 LINE 7 COLUMN 37 VALUE "O=Reorder Level".
          05 LINE 5 COLUMN 42 VALUE "V=VAT Category".
          05 LINE 8 COLUMN 10 VALUE "Action:      ".
          05 LINE 8 COLUMN 23 PIC X(1) TO WS-ITEM-ACTION.
          05 LINE 10 COLUMN 10 VALUE "Item Code:   ".
          05 LINE 12 COLUMN 32 PIC X(30) TO WS-ITEM-DESC.
          05 LINE 14 COLUMN 10 VALUE "Unit Price (A/P):     ".
          05 LINE 14 COLUMN 32 PIC 9(5)V99 TO WS-ITEM-PRICE.
          05 LINE 15 COLUMN 10 VALUE "Quantity (G/C):       ".
          05 LINE 15 COLUMN 32 PIC 9(7) TO WS-ITEM-QUANTITY.
          05 LINE 16 COLUMN 10 VALUE "Reorder Level (A/O):  ".
          05 LINE 16 COLUMN 32 PIC 9(7) TO WS-ITEM-REORDER.
          05 LINE 17 COLUMN 10 VALUE "Delivery/Count Ref:   ".
          05 LINE 17 COLUMN 32 PIC X(12) TO WS-ITEM-REFERENCE.
          05 LINE 18 COLUMN 10 VALUE "VAT Category (A/V):   ".
          05 LINE 18 COLUMN 32 PIC X(1) TO WS-ITEM-TAX-CATEGORY.
          05 LINE 18 COLUMN 35 VALUE
              "S=Standard R=Reduced Z=Zero E=Exempt".

       01 CUST-ADMIN-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Customer Accounts"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "L=List  A=Add  N=Name/Address".
          05 LINE 5 COLUMN 41 VALUE "K=Credit Limit".
          05 LINE 6 COLUMN 10 VALUE "P=Payment Received  T=Close".
          05 LINE 6 COLUMN 39 VALUE "E=Reopen  Q=Return".
          05 LINE 8 COLUMN 10 VALUE "Action:      ".
          05 LINE 8 COLUMN 23 PIC X(1) TO WS-CUST-ACTION.
          05 LINE 10 COLUMN 10 VALUE "Account No:  ".
          05 LINE 10 COLUMN 23 PIC 9(6) TO WS-CUST-ACCOUNT.
          05 LINE 12 COLUMN 10 VALUE "Name (A/N):           ".
          05 LINE 12 COLUMN 32 PIC X(30) TO WS-CUST-NAME.
          05 LINE 13 COLUMN 10 VALUE "Address (A/N):        ".
          05 LINE 13 COLUMN 32 PIC X(30) TO WS-CUST-ADDRESS-1.
          05 LINE 14 COLUMN 32 PIC X(30) TO WS-CUST-ADDRESS-2.
          05 LINE 15 COLUMN 32 PIC X(30) TO WS-CUST-ADDRESS-3.
          05 LINE 16 COLUMN 10 VALUE "Postcode (A/N):       ".
          05 LINE 16 COLUMN 32 PIC X(8) TO WS-CUST-POSTCODE.
          05 LINE 17 COLUMN 10 VALUE "Credit Limit (A/K):   ".
          05 LINE 17 COLUMN 32 PIC 9(7)V99 TO WS-CUST-LIMIT.
          05 LINE 18 COLUMN 10 VALUE "Payment Amount (P):   ".
          05 LINE 18 COLUMN 32 PIC 9(7)V99 TO WS-CUST-PAYMENT.
          05 LINE 19 COLUMN 10 VALUE "Cheque/Remit Ref (P): ".
          05 LINE 19 COLUMN 32 PIC X(12) TO WS-CUST-REFERENCE.

       01 CALENDAR-ADMIN-SCR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 10 VALUE "Trading Calendar"
              FOREGROUND-COLOR 1.
          05 LINE 5 COLUMN 10 VALUE "L=List 31 Days  S=Set Day".
          05 LINE 5 COLUMN 37 VALUE "W=Set Weekly for a Year".
          05 LINE 6 COLUMN 10 VALUE "X=Back to Standard Hours".
          05 LINE 6 COLUMN 36 VALUE "Q=Return".
          05 LINE 8 COLUMN 10 VALUE "Action:      ".
          05 LINE 8 COLUMN 23 PIC X(1) TO WS-TDAY-ACTION.
          05 LINE 10 COLUMN 10 VALUE "Date:        ".
          05 LINE 10 COLUMN 23 PIC 9(8) TO WS-TDAY-DATE.
          05 LINE 10 COLUMN 33 VALUE "YYYYMMDD (L: blank=today)".
          05 LINE 12 COLUMN 10 VALUE "Open (S/W):           ".
          05 LINE 12 COLUMN 32 PIC X(1) TO WS-TDAY-OPEN-FLAG.
          05 LINE 12 COLUMN 35 VALUE "Y=Trading N=Closed All Day".
          05 LINE 13 COLUMN 10 VALUE "Opens HHMM (S/W):     ".
          05 LINE 13 COLUMN 32 PIC 9(4) TO WS-TDAY-OPEN-HHMM.
          05 LINE 14 COLUMN 10 VALUE "Closes HHMM (S/W):    ".
          05 LINE 14 COLUMN 32 PIC 9(4) TO WS-TDAY-CLOSE-HHMM.
          05 LINE 15 COLUMN 10 VALUE "Note (S/W):           ".
          05 LINE 15 COLUMN 32 PIC X(20) TO WS-TDAY-NOTE.
          05 LINE 17 COLUMN 10 VALUE
              "Any day not set trades standard hours, 0700-2200.".

       01 ADD-USER-SCR.
          05 BLANK SCREEN.
          05 LINE 5 COLUMN 20 PIC X(20) TO WS-NEW-USERNAME.
          05 LINE 7 COLUMN 10 VALUE "Initial Password: ".
          05 LINE 7 COLUMN 29 PIC X(20) TO WS-NEW-USER-PASSWORD
              LOWLIGHT.
          05 LINE 9 COLUMN 10 VALUE "Role:                  ".
          05 LINE 9 COLUMN 34 PIC X(10) TO WS-NEW-USER-ROLE.

       PROCEDURE DIVISION.
       DISPLAY-SCREEN.
      *    THE UPDATE JOURNAL IS OPENED FIRST SO THAT EVEN THE SEEDING
      *    OF A NEW USER-MASTER IS JOURNALLED.
           PERFORM OPEN-UPDATE-JOURNAL
           PERFORM OPEN-USER-MASTER
           PERFORM OPEN-LOGIN-AUDIT
           PERFORM OPEN-ACTIVE-SESSIONS
           PERFORM OPEN-TRAN-CONTROL
           PERFORM OPEN-ITEM-MASTER
           PERFORM OPEN-TERMINAL-MASTER
           PERFORM OPEN-ROLE-PERMISSIONS
           PERFORM OPEN-SESSION-LOG
           PERFORM OPEN-OVERRIDE-JOURNAL
           PERFORM OPEN-BROADCAST-MESSAGES
           PERFORM OPEN-BROADCAST-ACKS
           PERFORM OPEN-STOCK-MOVEMENTS
           PERFORM OPEN-RECEIPT-FILE
           PERFORM OPEN-TILL-VARIANCE
           PERFORM OPEN-PRICE-HISTORY
           PERFORM LOAD-VAT-RATES
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-CUSTOMER-LEDGER
           PERFORM OPEN-TRADING-CALENDAR
           DISPLAY LOGIN-SCREEN
           ACCEPT LOGIN-SCREEN
           PERFORM VALIDATE-CREDENTIALS
           CLOSE TRAN-CONTROL
           CLOSE ITEM-MASTER
           CLOSE TERMINAL-MASTER
           CLOSE ROLE-PERMISSIONS
           CLOSE SESSION-LOG
           CLOSE OVERRIDE-JOURNAL
           CLOSE BROADCAST-MESSAGES
           CLOSE BROADCAST-ACKS
           CLOSE STOCK-MOVEMENTS
           CLOSE RECEIPT-FILE
           CLOSE TILL-VARIANCE
           CLOSE PRICE-HISTORY
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-LEDGER
           CLOSE TRADING-CALENDAR
           CLOSE UPDATE-JOURNAL
           STOP RUN.

       OPEN-USER-MASTER.
               OPEN I-O TERMINAL-MASTER
           END-IF.

       OPEN-ROLE-PERMISSIONS.
           OPEN I-O ROLE-PERMISSIONS
           IF WS-RP-FILE-MISSING
               PERFORM SEED-ROLE-PERMISSIONS
               OPEN I-O ROLE-PERMISSIONS
           END-IF.

       OPEN-SESSION-LOG.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND SESSION-LOG
               OPEN EXTEND BROADCAST-ACKS
           END-IF.

       OPEN-STOCK-MOVEMENTS.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND STOCK-MOVEMENTS
           IF WS-SM-FILE-MISSING
               OPEN OUTPUT STOCK-MOVEMENTS
               CLOSE STOCK-MOVEMENTS
               OPEN EXTEND STOCK-MOVEMENTS
           END-IF.

       OPEN-RECEIPT-FILE.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT - THE RECEIPT PRINTER DRAINS
      *    IT, AND IT DOUBLES AS A COPY OF EVERY RECEIPT GIVEN OUT.
           OPEN EXTEND RECEIPT-FILE
           IF WS-RC-FILE-MISSING
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN EXTEND RECEIPT-FILE
           END-IF.

       OPEN-TILL-VARIANCE.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND TILL-VARIANCE
           IF WS-TV-FILE-MISSING
               OPEN OUTPUT TILL-VARIANCE
               CLOSE TILL-VARIANCE
               OPEN EXTEND TILL-VARIANCE
           END-IF.

       LOAD-VAT-RATES.
      *    THE RATE TABLE IS SMALL AND CHANGES ONCE IN A BUDGET, SO IT
      *    IS READ ONCE AT START-UP AND CLOSED AGAIN. A SHOP WITH NO
      *    TABLE YET HAS THE CURRENT RATES WRITTEN FOR IT.
           OPEN INPUT VAT-RATE-FILE
           IF WS-VR-FILE-MISSING
               PERFORM SEED-VAT-RATES
               OPEN INPUT VAT-RATE-FILE
           END-IF
           MOVE 0   TO WS-VAT-RATE-COUNT
           MOVE "N" TO WS-VAT-EOF-FLAG
           PERFORM LOAD-ONE-VAT-RATE UNTIL WS-VAT-EOF
           CLOSE VAT-RATE-FILE.

       LOAD-ONE-VAT-RATE.
      *    FORTY ENTRIES IS DECADES OF BUDGETS - ANY BEYOND THAT ARE
      *    LEFT OFF RATHER THAN INDEXED PAST THE TABLE.
           READ VAT-RATE-FILE
               AT END
                   MOVE "Y" TO WS-VAT-EOF-FLAG
               NOT AT END
                   IF WS-VAT-RATE-COUNT < WS-VAT-RATE-TABLE-MAX
                       ADD 1 TO WS-VAT-RATE-COUNT
                       SET WS-VRT-IDX TO WS-VAT-RATE-COUNT
                       MOVE VR-TAX-CATEGORY
                           TO WS-VRT-CATEGORY(WS-VRT-IDX)
                       MOVE VR-EFFECTIVE-DATE
                           TO WS-VRT-EFFECTIVE(WS-VRT-IDX)
                       MOVE VR-RATE
                           TO WS-VRT-RATE(WS-VRT-IDX)
                   END-IF
           END-READ.

       SEED-VAT-RATES.
      *    FIRST RUN ON A SHOP WITH NO VAT RATE TABLE YET - WRITE THE
      *    RATES IN FORCE SO SALES CAN BE TAXED, AS SEED-USER-MASTER
      *    DOES FOR THE FIRST ADMIN ACCOUNT. LATER RATE CHANGES ARE
      *    ADDED TO THE FILE AS NEW DATED ENTRIES.
           OPEN OUTPUT VAT-RATE-FILE
           MOVE "S"             TO VR-TAX-CATEGORY
           MOVE 20110104        TO VR-EFFECTIVE-DATE
           MOVE 20.00           TO VR-RATE
           MOVE "STANDARD RATE" TO VR-DESCRIPTION
           WRITE VAT-RATE-RECORD
           MOVE "R"             TO VR-TAX-CATEGORY
           MOVE 19970901        TO VR-EFFECTIVE-DATE
           MOVE 5.00            TO VR-RATE
           MOVE "REDUCED RATE"  TO VR-DESCRIPTION
           WRITE VAT-RATE-RECORD
           MOVE "Z"             TO VR-TAX-CATEGORY
           MOVE 19730401        TO VR-EFFECTIVE-DATE
           MOVE 0               TO VR-RATE
           MOVE "ZERO RATE"     TO VR-DESCRIPTION
           WRITE VAT-RATE-RECORD
           MOVE "E"             TO VR-TAX-CATEGORY
           MOVE 19730401        TO VR-EFFECTIVE-DATE
           MOVE 0               TO VR-RATE
           MOVE "EXEMPT"        TO VR-DESCRIPTION
           WRITE VAT-RATE-RECORD
           CLOSE VAT-RATE-FILE.

       OPEN-PRICE-HISTORY.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND PRICE-HISTORY
           IF WS-PH-FILE-MISSING
               OPEN OUTPUT PRICE-HISTORY
               CLOSE PRICE-HISTORY
               OPEN EXTEND PRICE-HISTORY
           END-IF.

       OPEN-CUSTOMER-MASTER.
      *    CREATED EMPTY ON FIRST RUN - ACCOUNTS ARE OPENED ON THE
      *    CUSTOMER ACCOUNTS SCREEN OF THE ADMIN MENU. NOTHING CAN
      *    BE SOLD ON ACCOUNT UNTIL ONE IS.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CM-FILE-MISSING
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.

       OPEN-CUSTOMER-LEDGER.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT.
           OPEN EXTEND CUSTOMER-LEDGER
           IF WS-CL-FILE-MISSING
               OPEN OUTPUT CUSTOMER-LEDGER
               CLOSE CUSTOMER-LEDGER
               OPEN EXTEND CUSTOMER-LEDGER
           END-IF.

       OPEN-TRADING-CALENDAR.
      *    CREATED EMPTY ON FIRST RUN - EVERY DAY TRADES THE STANDARD
      *    HOURS UNTIL ONE IS SET ON THE TRADING CALENDAR SCREEN OF
      *    THE ADMIN MENU.
           OPEN I-O TRADING-CALENDAR
           IF WS-TD-FILE-MISSING
               OPEN OUTPUT TRADING-CALENDAR
               CLOSE TRADING-CALENDAR
               OPEN I-O TRADING-CALENDAR
           END-IF.

       OPEN-UPDATE-JOURNAL.
      *    APPEND-ONLY, LIKE LOGIN-AUDIT. THE NIGHTLY BACKUP EMPTIES
      *    IT ONCE THE INDEXED FILES HAVE BEEN COPIED.
           OPEN EXTEND UPDATE-JOURNAL
           IF WS-UJ-FILE-MISSING
               OPEN OUTPUT UPDATE-JOURNAL
               CLOSE UPDATE-JOURNAL
               OPEN EXTEND UPDATE-JOURNAL
           END-IF.

       WRITE-SESSION-LOG.
      *    WS-TIMESTAMP-14 IS ALWAYS FRESH AT THE CALL SITES - EVERY
      *    MENU PASS GOES THROUGH TOUCH-SESSION, WHICH RE-CAPTURES
           WRITE SESSION-LOG-RECORD
           MOVE SPACES TO WS-SESSLOG-TARGET.

       WRITE-UPDATE-JOURNAL.
      *    ONE RECORD PER CHANGE TO AN INDEXED FILE, SO THE FILE CAN
      *    BE REBUILT FROM THE LAST NIGHTLY BACKUP BY RECOVER. THE
      *    CALLER SETS WS-UJ-FILE-ID, WS-UJ-OPERATION AND THE TWO
      *    IMAGES; THE USER AND TERMINAL ARE WHOEVER IS SIGNED ON
      *    (BLANK FOR THE SEEDING OF AN EMPTY FILE).
           ACCEPT WS-UJ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-UJ-TIME FROM TIME
           COMPUTE UJ-TIMESTAMP = WS-UJ-DATE * 1000000
                                + WS-UJ-TIME / 100
           MOVE WS-UJ-FILE-ID      TO UJ-FILE-ID
           MOVE WS-UJ-OPERATION    TO UJ-OPERATION
           MOVE WS-USERNAME        TO UJ-USERNAME
           MOVE WS-TERMINAL-ID     TO UJ-TERMINAL-ID
           MOVE WS-UJ-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
           MOVE WS-UJ-AFTER-IMAGE  TO UJ-AFTER-IMAGE
           WRITE UPDATE-JOURNAL-RECORD.

      *    EACH REWRITE-<FILE> PARAGRAPH BELOW STANDS IN FOR A BARE
      *    REWRITE OF A JOURNALLED FILE. THE NEW RECORD IS PUT ASIDE,
      *    THE OLD ONE RE-READ BY ITS KEY FOR THE BEFORE IMAGE, AND
      *    THE NEW ONE PUT BACK AND REWRITTEN. THE RE-READ ALSO
      *    LEAVES THE FILE POSITIONED ON THE SAME RECORD, SO A READ
      *    NEXT LOOP THAT REWRITES AS IT GOES CARRIES ON UNDISTURBED.
       REWRITE-USER-MASTER.
           MOVE USER-RECORD TO WS-UJ-AFTER-IMAGE
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE USER-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO USER-RECORD
           REWRITE USER-RECORD
           MOVE "USERMAST" TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       REWRITE-ITEM-MASTER.
           MOVE ITEM-RECORD TO WS-UJ-AFTER-IMAGE
           READ ITEM-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ITEM-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO ITEM-RECORD
           REWRITE ITEM-RECORD
           MOVE "ITEMMAST" TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       REWRITE-CUSTOMER-MASTER.
           MOVE CUSTOMER-RECORD TO WS-UJ-AFTER-IMAGE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO CUSTOMER-RECORD
           REWRITE CUSTOMER-RECORD
           MOVE "CUSTMAST" TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       REWRITE-SHOP-TRANS.
           MOVE SHOP-TRANSACTION-RECORD TO WS-UJ-AFTER-IMAGE
           READ SHOP-TRANS
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE SHOP-TRANSACTION-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO SHOP-TRANSACTION-RECORD
           REWRITE SHOP-TRANSACTION-RECORD
           MOVE "SHOPTRAN" TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       REWRITE-TRAN-CONTROL.
           MOVE TRAN-CONTROL-RECORD TO WS-UJ-AFTER-IMAGE
           READ TRAN-CONTROL
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE TRAN-CONTROL-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO TRAN-CONTROL-RECORD
           REWRITE TRAN-CONTROL-RECORD
           MOVE "TRANCTL"  TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

      *    EACH JOURNAL-<FILE>-ADD PARAGRAPH FOLLOWS A SUCCESSFUL WRITE,
      *    WITH THE NEW RECORD STILL IN THE RECORD AREA.
       JOURNAL-USER-MASTER-ADD.
           MOVE USER-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "USERMAST"  TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-ITEM-MASTER-ADD.
           MOVE ITEM-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "ITEMMAST"  TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-CUSTOMER-MASTER-ADD.
           MOVE CUSTOMER-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "CUSTMAST"      TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-SHOP-TRANS-ADD.
           MOVE SHOP-TRANSACTION-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "SHOPTRAN"              TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-TRAN-CONTROL-ADD.
           MOVE TRAN-CONTROL-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "TRANCTL"           TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-ADD.
           MOVE "A"    TO WS-UJ-OPERATION
           MOVE SPACES TO WS-UJ-BEFORE-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

       JOURNAL-USER-MASTER-DELETE.
      *    THE CALLER READ THE RECORD INTO WS-UJ-BEFORE-IMAGE BEFORE
      *    DELETING IT.
           MOVE "USERMAST" TO WS-UJ-FILE-ID
           MOVE "D"        TO WS-UJ-OPERATION
           MOVE SPACES     TO WS-UJ-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

       SEED-TERMINAL-MASTER.
      *    FIRST RUN ON A SHOP WITH NO TERMINAL-MASTER YET - REGISTER
      *    THE TERMINAL THIS RUN CAME FROM WITH FULL AUTHORITY SO
           MOVE 90                    TO UM-PASSWORD-EXPIRY-DAYS
           MOVE "ADMIN"               TO UM-USER-ROLE
           WRITE USER-RECORD
           PERFORM JOURNAL-USER-MASTER-ADD
           CLOSE USER-MASTER.

       VALIDATE-CREDENTIALS.

       CHECK-TERMINAL-ROLE.
      *    TERMINAL-RECORD STILL HOLDS THIS TERMINAL'S RECORD FROM
      *    CHECK-TERMINAL-AUTHORITY. THE USER'S ROLE MUST BE ON THE
      *    ROLE-PERMISSION FILE, AND A ROLE WITH ANY BACK-OFFICE
      *    FUNCTION IS ONLY HONORED FROM TERMINALS FLAGGED FOR ADMIN,
      *    SO THE OPEN-AREA SHOP FLOOR CAN NEVER OPEN THE BACK OFFICE.
      *    EVERY OTHER ROLE NEEDS A TERMINAL FLAGGED FOR OPERATORS.
           MOVE "Y" TO WS-TERMINAL-OK-FLAG
           MOVE UM-USER-ROLE TO RP-ROLE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   MOVE "N" TO WS-TERMINAL-OK-FLAG
                   MOVE "F" TO WS-AUDIT-STATUS
                   MOVE "ROLE UNKNOWN" TO WS-AUDIT-REASON
                   DISPLAY "Role Not Recognised"
                   PERFORM WRITE-AUDIT-RECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE RP-PERMISSIONS TO WS-USER-PERMISSIONS
           IF WS-MAY-ADMIN-USERS OR WS-MAY-ADMIN-ITEMS
                   OR WS-MAY-BROADCAST OR WS-MAY-ADMIN-CUSTOMERS
                   OR WS-MAY-ADMIN-CALENDAR
               IF NOT TM-ADMIN-OK
                   MOVE "N" TO WS-TERMINAL-OK-FLAG
                   MOVE "F" TO WS-AUDIT-STATUS
                   MOVE "TERM NOT ADMIN" TO WS-AUDIT-REASON
                   DISPLAY "Admin Login Not Allowed Here"
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           ELSE
               IF NOT TM-OPERATOR-OK
                   MOVE "N" TO WS-TERMINAL-OK-FLAG
                   MOVE "F" TO WS-AUDIT-STATUS
                   MOVE "TERM NOT OPER" TO WS-AUDIT-REASON
                   DISPLAY "Operator Login Not Allowed Here"
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       CHECK-PASSWORD.
           MOVE WS-COMPUTED-HASH TO UM-PASSWORD-HASH
           MOVE "2"              TO UM-HASH-VERSION
           MOVE WS-CURRENT-DATE TO UM-PASSWORD-LAST-CHANGED
           PERFORM REWRITE-USER-MASTER
           DISPLAY "Password Changed - Login Successful!"
           PERFORM MAIN-MENU-SCREEN.

               ON EXCEPTION
                   MOVE 500 TO WS-OVERRIDE-LIMIT
           END-ACCEPT
           ACCEPT WS-SHOP-ID FROM ENVIRONMENT "SHOP-ID"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WS-SHOP-ID
           END-ACCEPT
           ACCEPT WS-TILL-FLOAT FROM ENVIRONMENT "TILL-FLOAT"
               ON EXCEPTION
                   MOVE 0 TO WS-TILL-FLOAT
           END-ACCEPT
           PERFORM SHOW-BROADCAST-MESSAGES
           PERFORM UNTIL NOT WS-STILL-LOGGED-IN
               PERFORM DISPLAY-MAIN-MENU
           END-PERFORM.

       DISPLAY-MAIN-MENU.
           PERFORM BUILD-MAIN-MENU
           DISPLAY MAIN-MENU-SCR
           ACCEPT MAIN-MENU-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
               ON EXCEPTION
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT.

       BUILD-MAIN-MENU.
      *    USER ADMINISTRATION ALSO COVERS ADDING USERS AND THE ROLE
      *    PERMISSIONS THEMSELVES - WHOEVER CAN GIVE SOMEONE A ROLE
      *    CAN ALREADY DECIDE WHAT THAT ROLE MAY DO.
           MOVE SPACES TO WS-MENU-OPTIONS
           MOVE 0      TO WS-MENU-COUNT
           MOVE "View Shop Transactions" TO WS-NEW-OPTION-TEXT
           MOVE "TRANS"                  TO WS-NEW-OPTION-FUNCTION
           PERFORM ADD-MENU-OPTION
           IF WS-MAY-ADMIN-USERS
               MOVE "Add User"            TO WS-NEW-OPTION-TEXT
               MOVE "ADDUSER"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
               MOVE "User Administration" TO WS-NEW-OPTION-TEXT
               MOVE "USERADM"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
               MOVE "Role Permissions"    TO WS-NEW-OPTION-TEXT
               MOVE "ROLEADM"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-ADMIN-ITEMS
               MOVE "Item Maintenance"    TO WS-NEW-OPTION-TEXT
               MOVE "ITEMADM"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-BROADCAST
               MOVE "Broadcast Messages"  TO WS-NEW-OPTION-TEXT
               MOVE "BCAST"               TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-ADMIN-CUSTOMERS
               MOVE "Customer Accounts"   TO WS-NEW-OPTION-TEXT
               MOVE "CUSTADM"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-ADMIN-CALENDAR
               MOVE "Trading Calendar"    TO WS-NEW-OPTION-TEXT
               MOVE "CALADM"              TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           MOVE "Logout"                 TO WS-NEW-OPTION-TEXT
           MOVE "LOGOUT"                 TO WS-NEW-OPTION-FUNCTION
           PERFORM ADD-MENU-OPTION.

       ADD-MENU-OPTION.
           ADD 1 TO WS-MENU-COUNT
           MOVE WS-MENU-COUNT          TO WS-MOL-NUMBER
           MOVE WS-NEW-OPTION-TEXT     TO WS-MOL-TEXT
           MOVE WS-MENU-OPTION-LINE    TO WS-MNU-LINE(WS-MENU-COUNT)
           MOVE WS-NEW-OPTION-FUNCTION
               TO WS-MNU-FUNCTION(WS-MENU-COUNT).

       RESOLVE-MENU-CHOICE.
      *    TURNS THE NUMBER KEYED (IN WS-MENU-PICK) INTO THE OPTION
      *    SHOWN AGAINST IT; ANYTHING NOT ON THE MENU GIVES SPACES.
           MOVE SPACES TO WS-CHOSEN-FUNCTION
           IF WS-MENU-PICK IS NUMERIC
               IF WS-MENU-PICK-NUM >= 1
                       AND WS-MENU-PICK-NUM <= WS-MENU-COUNT
                   MOVE WS-MNU-FUNCTION(WS-MENU-PICK-NUM)
                       TO WS-CHOSEN-FUNCTION
               END-IF
           END-IF.

       REWRITE-ROLE-PERMISSION.
           MOVE ROLE-PERMISSION-RECORD TO WS-UJ-AFTER-IMAGE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ROLE-PERMISSION-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO ROLE-PERMISSION-RECORD
           REWRITE ROLE-PERMISSION-RECORD
           MOVE "ROLEPERM" TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       JOURNAL-ROLE-PERMISSION-ADD.
           MOVE ROLE-PERMISSION-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "ROLEPERM"             TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-ROLE-PERMISSION-DELETE.
      *    THE CALLER READ THE RECORD INTO WS-UJ-BEFORE-IMAGE BEFORE
      *    DELETING IT.
           MOVE "ROLEPERM" TO WS-UJ-FILE-ID
           MOVE "D"        TO WS-UJ-OPERATION
           MOVE SPACES     TO WS-UJ-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

       REWRITE-TRADING-CALENDAR.
           MOVE TRADING-CALENDAR-RECORD TO WS-UJ-AFTER-IMAGE
           READ TRADING-CALENDAR
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE TRADING-CALENDAR-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           MOVE WS-UJ-AFTER-IMAGE TO TRADING-CALENDAR-RECORD
           REWRITE TRADING-CALENDAR-RECORD
           MOVE "TRADCAL"  TO WS-UJ-FILE-ID
           MOVE "C"        TO WS-UJ-OPERATION
           PERFORM WRITE-UPDATE-JOURNAL.

       JOURNAL-TRADING-CALENDAR-ADD.
           MOVE TRADING-CALENDAR-RECORD TO WS-UJ-AFTER-IMAGE
           MOVE "TRADCAL"               TO WS-UJ-FILE-ID
           PERFORM JOURNAL-ADD.

       JOURNAL-TRADING-CALENDAR-DELETE.
      *    THE CALLER READ THE RECORD INTO WS-UJ-BEFORE-IMAGE BEFORE
      *    DELETING IT.
           MOVE "TRADCAL"  TO WS-UJ-FILE-ID
           MOVE "D"        TO WS-UJ-OPERATION
           MOVE SPACES     TO WS-UJ-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

       SESSION-TIMEOUT-LOGOUT.
      *    WRITES ITS OWN AUDIT RECORD DIRECTLY (RATHER THAN GOING
      *    THROUGH THE SHARED WS-AUDIT-STATUS/WS-AUDIT-REASON FIELDS
           MOVE "N" TO WS-LOGGED-IN-FLAG
      *    A TIMEOUT INSIDE A SUB-MENU MUST END THAT LOOP TOO.
           MOVE "N" TO WS-TRAN-MENU-FLAG
           MOVE "N" TO WS-BASKET-FLAG
           MOVE "N" TO WS-ADMIN-MENU-FLAG
           MOVE "N" TO WS-ROLE-MENU-FLAG
           MOVE "N" TO WS-ITEM-MENU-FLAG
           MOVE "N" TO WS-BCAST-MENU-FLAG
           MOVE "N" TO WS-CUST-MENU-FLAG
           MOVE "N" TO WS-TDAY-MENU-FLAG.

       PROCESS-MENU-CHOICE.
           MOVE WS-MENU-CHOICE TO WS-MENU-PICK
           PERFORM RESOLVE-MENU-CHOICE
           EVALUATE WS-CHOSEN-FUNCTION
               WHEN "TRANS"
                   MOVE "MENU TRANS" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM TRANSACTION-MENU-SCREEN
               WHEN "ADDUSER"
                   MOVE "MENU ADD USER" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM ADD-USER-SCREEN
               WHEN "USERADM"
                   MOVE "MENU USER ADMIN" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM USER-ADMIN-SCREEN
               WHEN "ROLEADM"
                   MOVE "MENU ROLE ADMIN" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM ROLE-ADMIN-SCREEN
               WHEN "ITEMADM"
                   MOVE "MENU ITEM ADMIN" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM ITEM-ADMIN-SCREEN
               WHEN "BCAST"
                   MOVE "MENU BROADCAST" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM BCAST-ADMIN-SCREEN
               WHEN "CUSTADM"
                   MOVE "MENU CUSTOMERS" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM CUST-ADMIN-SCREEN
               WHEN "CALADM"
                   MOVE "MENU CALENDAR" TO WS-SESSLOG-ACTION
                   PERFORM WRITE-SESSION-LOG
                   PERFORM CALENDAR-ADMIN-SCREEN
               WHEN "LOGOUT"
                   PERFORM LOG-OUT-OF-SESSION
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-PERFORM.

       DISPLAY-TRAN-MENU.
           PERFORM BUILD-TRAN-MENU
           DISPLAY TRAN-MENU-SCR
           ACCEPT TRAN-MENU-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
               ON EXCEPTION
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT.

       BUILD-TRAN-MENU.
      *    EVERY ROLE CAN CASH UP ITS OWN TILL; WHETHER IT MAY CASH UP
      *    ANOTHER ONE IS DECIDED ON THE CASH-UP SCREEN ITSELF.
           MOVE SPACES TO WS-MENU-OPTIONS
           MOVE 0      TO WS-MENU-COUNT
           IF WS-MAY-ENTER
               MOVE "Record Transaction"  TO WS-NEW-OPTION-TEXT
               MOVE "ENTRY"               TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-BROWSE
               MOVE "Browse Today's Transactions"
                                          TO WS-NEW-OPTION-TEXT
               MOVE "BROWSE"              TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-VOID
               MOVE "Void Transaction"    TO WS-NEW-OPTION-TEXT
               MOVE "VOID"                TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-RETURN
               MOVE "Record Return"       TO WS-NEW-OPTION-TEXT
               MOVE "RETURN"              TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           IF WS-MAY-INQUIRE
               MOVE "Transaction Inquiry" TO WS-NEW-OPTION-TEXT
               MOVE "INQUIRY"             TO WS-NEW-OPTION-FUNCTION
               PERFORM ADD-MENU-OPTION
           END-IF
           MOVE "Till Cash-Up"           TO WS-NEW-OPTION-TEXT
           MOVE "CASHUP"                 TO WS-NEW-OPTION-FUNCTION
           PERFORM ADD-MENU-OPTION
           MOVE "Return to Main Menu"    TO WS-NEW-OPTION-TEXT
           MOVE "BACK"                   TO WS-NEW-OPTION-FUNCTION
           PERFORM ADD-MENU-OPTION.

       PROCESS-TRAN-CHOICE.
           MOVE WS-TRAN-CHOICE TO WS-MENU-PICK
           PERFORM RESOLVE-MENU-CHOICE
           EVALUATE WS-CHOSEN-FUNCTION
               WHEN "ENTRY"
                   PERFORM RECORD-TRANSACTION
               WHEN "BROWSE"
                   PERFORM BROWSE-TRANSACTIONS
               WHEN "VOID"
                   PERFORM VOID-TRANSACTION
               WHEN "RETURN"
                   PERFORM RETURN-TRANSACTION
               WHEN "INQUIRY"
                   PERFORM INQUIRY-TRANSACTIONS
               WHEN "CASHUP"
                   PERFORM TILL-CASHUP
               WHEN "BACK"
                   MOVE "N" TO WS-TRAN-MENU-FLAG
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-EVALUATE.

       RECORD-TRANSACTION.
      *    ONE CUSTOMER'S BASKET IS BUILT UP HERE - ITEMS ADDED AND
      *    TAKEN OFF AGAIN WITH A RUNNING TOTAL ON SCREEN - AND ONLY
      *    WRITTEN WHEN THE OPERATOR FINISHES AND CONFIRMS THE WHOLE
      *    LOT. NOTHING REACHES THE FILE UNTIL THEN, SO A CANCELLED
      *    OR TIMED-OUT BASKET LEAVES NO TRACE. A DAY THE TRADING
      *    CALENDAR HAS THE SHOP CLOSED IS POINTED OUT NOW, BEFORE
      *    ANYTHING IS KEYED, RATHER THAN ONLY AT THE OVERRIDE.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-CURRENT-DATE TO CAL-DATE
           PERFORM LOOKUP-TRADING-DAY
           IF CAL-CLOSED
               DISPLAY "Warning: the shop is marked CLOSED today ("
                   CAL-NOTE ") - a sale will need an override."
           END-IF
           MOVE 0   TO WS-BASKET-COUNT
           MOVE 0   TO WS-BASKET-TOTAL
           MOVE 0   TO WS-BASKET-TAX-TOTAL
           MOVE "Y" TO WS-BASKET-FLAG
           PERFORM UNTIL NOT WS-IN-BASKET
               PERFORM DISPLAY-BASKET-ENTRY
               IF WS-STILL-LOGGED-IN
                   PERFORM TOUCH-SESSION
                   PERFORM PROCESS-BASKET-ACTION
               END-IF
           END-PERFORM.

       DISPLAY-BASKET-ENTRY.
           PERFORM REFRESH-BASKET-DISPLAY
           MOVE SPACES TO WS-TRAN-ITEM
           MOVE SPACES TO WS-BASKET-ACTION
           MOVE 0      TO WS-TRAN-QUANTITY
           MOVE 0      TO WS-BASKET-REMOVE
           DISPLAY TRAN-ENTRY-SCR
           ACCEPT TRAN-ENTRY-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
               ON EXCEPTION
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT.

       PROCESS-BASKET-ACTION.
      *    A BLANK ACTION WITH AN ITEM KEYED IS AN ADD, SO THE
      *    USUAL CASE - SCAN, QUANTITY, ENTER - NEEDS NO EXTRA KEY.
           EVALUATE WS-BASKET-ACTION
               WHEN "A"
               WHEN SPACE
                   PERFORM ADD-BASKET-LINE
               WHEN "R"
                   PERFORM REMOVE-BASKET-LINE
               WHEN "F"
                   PERFORM FINISH-BASKET
               WHEN "X"
                   DISPLAY "Transaction cancelled - nothing recorded."
                   MOVE "N" TO WS-BASKET-FLAG
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       ADD-BASKET-LINE.
           IF WS-TRAN-ITEM = SPACES
               DISPLAY "Item code is required."
           ELSE
               IF WS-BASKET-COUNT >= WS-BASKET-TABLE-MAX
                   DISPLAY "Basket is full - finish this sale and "
                       "start another."
               ELSE
                   PERFORM VALIDATE-TRAN-ITEM
                   IF WS-TRAN-ITEM-OK
                       ADD 1 TO WS-BASKET-COUNT
                       SET WS-BSK-IDX TO WS-BASKET-COUNT
                       MOVE WS-TRAN-ITEM
                           TO WS-BSK-ITEM(WS-BSK-IDX)
                       MOVE WS-TRAN-DESC
                           TO WS-BSK-DESC(WS-BSK-IDX)
                       MOVE WS-TRAN-QUANTITY
                           TO WS-BSK-QUANTITY(WS-BSK-IDX)
                       MOVE WS-TRAN-AMOUNT
                           TO WS-BSK-AMOUNT(WS-BSK-IDX)
                       MOVE WS-VAT-CATEGORY
                           TO WS-BSK-TAX-CATEGORY(WS-BSK-IDX)
                       MOVE WS-VAT-RATE
                           TO WS-BSK-TAX-RATE(WS-BSK-IDX)
                       MOVE WS-VAT-AMOUNT
                           TO WS-BSK-TAX-AMOUNT(WS-BSK-IDX)
                       ADD WS-TRAN-AMOUNT TO WS-BASKET-TOTAL
                       ADD WS-VAT-AMOUNT  TO WS-BASKET-TAX-TOTAL
                   END-IF
               END-IF
           END-IF.

       REMOVE-BASKET-LINE.
      *    THE LINES BELOW THE ONE TAKEN OFF MOVE UP ONE, SO THE
      *    BASKET STAYS NUMBERED 1-N WITH NO GAPS - THE NUMBERS ON
      *    SCREEN ARE THE LINE NUMBERS THAT WILL BE WRITTEN.
           IF WS-BASKET-REMOVE < 1
                   OR WS-BASKET-REMOVE > WS-BASKET-COUNT
               DISPLAY "No such line in the basket."
           ELSE
               SET WS-BSK-IDX TO WS-BASKET-REMOVE
               SUBTRACT WS-BSK-AMOUNT(WS-BSK-IDX)
                   FROM WS-BASKET-TOTAL
               SUBTRACT WS-BSK-TAX-AMOUNT(WS-BSK-IDX)
                   FROM WS-BASKET-TAX-TOTAL
               PERFORM VARYING WS-BSK-IDX FROM WS-BASKET-REMOVE BY 1
                       UNTIL WS-BSK-IDX >= WS-BASKET-COUNT
                   MOVE WS-BSK-ENTRY(WS-BSK-IDX + 1)
                       TO WS-BSK-ENTRY(WS-BSK-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BASKET-COUNT
           END-IF.

       REFRESH-BASKET-DISPLAY.
           MOVE SPACES TO WS-BASKET-SCREEN-LINES
           PERFORM VARYING WS-BSK-IDX FROM 1 BY 1
                   UNTIL WS-BSK-IDX > WS-BASKET-COUNT
               SET WS-BSK-LINE-NO TO WS-BSK-IDX
               MOVE WS-BSK-LINE-NO TO WS-BKL-LINE
               MOVE WS-BSK-ITEM(WS-BSK-IDX)     TO WS-BKL-ITEM
               MOVE WS-BSK-DESC(WS-BSK-IDX)     TO WS-BKL-DESC
               MOVE WS-BSK-QUANTITY(WS-BSK-IDX) TO WS-BKL-QUANTITY
               MOVE WS-BSK-AMOUNT(WS-BSK-IDX)   TO WS-BKL-AMOUNT
               SET WS-BSS-IDX TO WS-BSK-IDX
               MOVE WS-BASKET-LINE TO WS-BSS-LINE(WS-BSS-IDX)
           END-PERFORM.

       FINISH-BASKET.
           IF WS-BASKET-COUNT = 0
               DISPLAY "Basket is empty - add an item or X to cancel."
           ELSE
               PERFORM CONFIRM-AND-WRITE-TRAN
           END-IF.

       VALIDATE-TRAN-ITEM.
      *    THE ITEM CODE MUST BE ON THE ITEM-MASTER AND STILL ACTIVE,
      *    AND THE AMOUNT IS PRICED FROM THE MASTER RATHER THAN KEYED
                           MOVE IM-DESCRIPTION TO WS-TRAN-DESC
                           COMPUTE WS-TRAN-AMOUNT =
                               IM-UNIT-PRICE * WS-TRAN-QUANTITY
                           PERFORM PRICE-TRAN-ITEM-VAT
                   END-EVALUATE
           END-READ.

       PRICE-TRAN-ITEM-VAT.
      *    THE VAT IS FIXED WHEN THE LINE GOES INTO THE BASKET, AT
      *    THE RATE IN FORCE TODAY FOR THE ITEM'S CATEGORY. AN ITEM
      *    WHOSE CATEGORY HAS NO RATE ON THE TABLE IS REFUSED RATHER
      *    THAN SOLD WITH THE VAT GUESSED.
           MOVE IM-TAX-CATEGORY TO WS-VAT-CATEGORY
           ACCEPT WS-VAT-DATE FROM DATE YYYYMMDD
           PERFORM LOOKUP-VAT-RATE
           IF WS-VAT-RATE-FOUND
               MOVE WS-TRAN-AMOUNT TO WS-VAT-GROSS
               PERFORM COMPUTE-VAT-CONTAINED
               MOVE "Y" TO WS-TRAN-ITEM-OK-FLAG
           ELSE
               DISPLAY "No VAT rate on file for item " WS-TRAN-ITEM
                   " - see the office."
           END-IF.

       LOOKUP-VAT-RATE.
      *    WS-VAT-CATEGORY AND WS-VAT-DATE IN; WS-VAT-RATE OUT, WITH
      *    WS-VAT-FOUND-FLAG "N" IF THE CATEGORY HAS NO RATE YET IN
      *    FORCE ON THAT DAY.
           MOVE "N" TO WS-VAT-FOUND-FLAG
           MOVE 0   TO WS-VAT-RATE
           MOVE 0   TO WS-VAT-BEST-DATE
           PERFORM VARYING WS-VRT-IDX FROM 1 BY 1
                   UNTIL WS-VRT-IDX > WS-VAT-RATE-COUNT
               IF WS-VRT-CATEGORY(WS-VRT-IDX) = WS-VAT-CATEGORY
                       AND WS-VRT-EFFECTIVE(WS-VRT-IDX)
                           NOT > WS-VAT-DATE
                       AND WS-VRT-EFFECTIVE(WS-VRT-IDX)
                           NOT < WS-VAT-BEST-DATE
                   MOVE WS-VRT-EFFECTIVE(WS-VRT-IDX)
                       TO WS-VAT-BEST-DATE
                   MOVE WS-VRT-RATE(WS-VRT-IDX) TO WS-VAT-RATE
                   MOVE "Y" TO WS-VAT-FOUND-FLAG
               END-IF
           END-PERFORM.

       COMPUTE-VAT-CONTAINED.
      *    SHELF PRICES INCLUDE VAT, SO THE VAT IS THE SHARE OF THE
      *    GROSS ABOVE THE NET: GROSS X RATE / (100 + RATE), ROUNDED
      *    TO THE PENNY ON EACH LINE.
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-VAT-GROSS * WS-VAT-RATE / (100 + WS-VAT-RATE).

       CONFIRM-AND-WRITE-TRAN.
      *    THE WHOLE BASKET AND ITS TOTAL ARE ECHOED BACK SO THE
      *    OPERATOR CAN CHECK IT ONCE BEFORE ANYTHING IS WRITTEN.
      *    ANSWERING N (OR A REFUSED OVERRIDE) GOES BACK TO THE
      *    BASKET RATHER THAN THROWING IT AWAY.
           PERFORM REFRESH-BASKET-DISPLAY
           MOVE SPACES TO WS-TRAN-CONFIRM
           DISPLAY TRAN-CONFIRM-SCR
           ACCEPT TRAN-CONFIRM-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
               IF WS-TRAN-CONFIRM = "Y" OR "y"
                   PERFORM ACCEPT-SALE-TENDER
                   IF WS-STILL-LOGGED-IN AND WS-TENDER-OK
                       PERFORM GATE-CLOSED-DAY
                   END-IF
                   IF WS-STILL-LOGGED-IN AND WS-TENDER-OK
                           AND WS-OVERRIDE-OK
                       PERFORM GATE-CREDIT-LIMIT
                   END-IF
                   IF WS-STILL-LOGGED-IN AND WS-TENDER-OK
                           AND WS-OVERRIDE-OK
                       PERFORM GATE-HIGH-VALUE-ENTRY
                       IF WS-STILL-LOGGED-IN AND WS-OVERRIDE-OK
                           PERFORM WRITE-CONFIRMED-TRAN
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Transaction not recorded yet."
               END-IF
           END-IF.

       ACCEPT-SALE-TENDER.
      *    THE TENDER IS TAKEN ONCE FOR THE WHOLE BASKET. CASH
      *    GIVEN MUST COVER THE TOTAL; NOTHING KEYED MEANS EXACT
      *    MONEY. A BAD TENDER GOES BACK TO THE BASKET LIKE A NO.
      *    THE ACCOUNT NUMBER IS ONLY KEYED FOR AN ACCT SALE, SO IT
      *    IS ZERO ON EVERY OTHER SALE WRITTEN.
           MOVE "N"    TO WS-TENDER-OK-FLAG
           MOVE SPACES TO WS-TENDER-TYPE
           MOVE 0      TO WS-CASH-GIVEN
           MOVE 0      TO WS-CHANGE-DUE
           MOVE 0      TO WS-TRAN-ACCOUNT
           DISPLAY TRAN-TENDER-SCR
           ACCEPT TRAN-TENDER-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
               ON EXCEPTION
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
               EVALUATE TRUE
                   WHEN NOT WS-TENDER-VALID
                       DISPLAY "Tender must be CASH, CARD, VCHR or "
                           "ACCT - transaction not recorded yet."
                   WHEN NOT WS-TENDER-ACCOUNT AND WS-TRAN-ACCOUNT > 0
                       DISPLAY "Account number is for ACCT tender "
                           "only - transaction not recorded yet."
                   WHEN WS-TENDER-ACCOUNT
                       MOVE 0 TO WS-CASH-GIVEN
                       PERFORM VALIDATE-SALE-ACCOUNT
                   WHEN WS-TENDER-CASH AND WS-CASH-GIVEN = 0
                       MOVE WS-BASKET-TOTAL TO WS-CASH-GIVEN
                       MOVE "Y" TO WS-TENDER-OK-FLAG
                   WHEN WS-TENDER-CASH
                           AND WS-CASH-GIVEN < WS-BASKET-TOTAL
                       DISPLAY "Cash given is less than the total "
                           "- transaction not recorded yet."
                   WHEN WS-TENDER-CASH
                       COMPUTE WS-CHANGE-DUE =
                           WS-CASH-GIVEN - WS-BASKET-TOTAL
                       MOVE "Y" TO WS-TENDER-OK-FLAG
                   WHEN OTHER
                       MOVE 0   TO WS-CASH-GIVEN
                       MOVE "Y" TO WS-TENDER-OK-FLAG
               END-EVALUATE
           END-IF.

       VALIDATE-SALE-ACCOUNT.
      *    THE ACCOUNT MUST BE ON FILE AND OPEN. ITS RECORD IS LEFT
      *    IN THE RECORD AREA FOR GATE-CREDIT-LIMIT.
           IF WS-TRAN-ACCOUNT = 0
               DISPLAY "Account number is required for ACCT "
                   "- transaction not recorded yet."
           ELSE
               MOVE WS-TRAN-ACCOUNT TO CM-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Unknown account " WS-TRAN-ACCOUNT
                           " - transaction not recorded yet."
                   NOT INVALID KEY
                       IF CM-CLOSED
                           DISPLAY "Account " WS-TRAN-ACCOUNT
                               " is closed - transaction not "
                               "recorded yet."
                       ELSE
                           MOVE "Y" TO WS-TENDER-OK-FLAG
                       END-IF
               END-READ
           END-IF.

       GATE-CLOSED-DAY.
      *    A SALE ON A DAY THE TRADING CALENDAR HAS THE SHOP CLOSED
      *    (A STOCKTAKE, A BANK HOLIDAY) IS EITHER A MISTAKE OR
      *    SOMETHING THE OWNER WILL WANT TO KNOW ABOUT, SO IT PAUSES
      *    FOR A SUPERVISOR OVERRIDE. THE DATE IS TAKEN AFRESH RATHER
      *    THAN TRUSTING THE WARNING AT THE START OF THE BASKET, WHICH
      *    MAY HAVE BEEN BEFORE MIDNIGHT. THE APPROVAL IS HELD LIKE
      *    THE CREDIT-LIMIT ONE UNTIL THE SALE HAS ITS NUMBER.
           MOVE "N" TO WS-CLOSED-OVERRIDE-FLAG
           MOVE "Y" TO WS-OVERRIDE-OK-FLAG
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-CURRENT-DATE TO CAL-DATE
           PERFORM LOOKUP-TRADING-DAY
           IF CAL-CLOSED
               DISPLAY "The shop is marked closed today"
                   " - override needed."
               MOVE "CLOSD"         TO WS-OVERRIDE-ACTION
               MOVE WS-BASKET-TOTAL TO WS-OVERRIDE-AMOUNT
               MOVE 0               TO WS-OVERRIDE-TRAN
               PERFORM REQUEST-OVERRIDE
               IF WS-OVERRIDE-OK
                   MOVE "Y" TO WS-CLOSED-OVERRIDE-FLAG
                   MOVE WS-OVERRIDE-APPROVER TO WS-CLOSED-APPROVER
                   MOVE WS-OVERRIDE-REASON   TO WS-CLOSED-REASON
               END-IF
           END-IF.

       LOOKUP-TRADING-DAY.
      *    THE CALENDAR ENTRY FOR THE DATE IN CAL-DATE. A DATE NOT ON
      *    FILE - OR A CALENDAR THAT COULD NOT BE READ - TRADES THE
      *    STANDARD HOURS, AND THE RECORD AREA IS FILLED IN AS IF IT
      *    WERE ON FILE SO THE CALLER NEED NOT CARE WHICH.
           READ TRADING-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TD-OK
               MOVE "Y" TO WS-TDAY-ON-FILE-FLAG
           ELSE
               MOVE "N"               TO WS-TDAY-ON-FILE-FLAG
               MOVE "Y"               TO CAL-OPEN-FLAG
               MOVE WS-STD-OPEN-HHMM  TO CAL-OPEN-HHMM
               MOVE WS-STD-CLOSE-HHMM TO CAL-CLOSE-HHMM
               MOVE SPACES            TO CAL-NOTE
           END-IF.

       GATE-CREDIT-LIMIT.
      *    A SALE ON ACCOUNT THAT WOULD TAKE WHAT THE CUSTOMER OWES
      *    OVER THEIR CREDIT LIMIT PAUSES FOR A SUPERVISOR OVERRIDE,
      *    THE SAME AS A HIGH-VALUE ENTRY. THE APPROVAL IS SAVED SO
      *    IT CAN BE JOURNALLED ONCE THE SALE HAS ITS NUMBER, EVEN IF
      *    THE HIGH-VALUE GATE THEN ASKS FOR A SECOND ONE.
           MOVE "N" TO WS-CREDIT-OVERRIDE-FLAG
           MOVE "Y" TO WS-OVERRIDE-OK-FLAG
           IF WS-TENDER-ACCOUNT
               COMPUTE WS-CREDIT-BALANCE =
                   CM-BALANCE + WS-BASKET-TOTAL
               IF WS-CREDIT-BALANCE > CM-CREDIT-LIMIT
                   MOVE CM-CREDIT-LIMIT TO WS-CHANGE-SHOW
                   DISPLAY "Sale takes account " WS-TRAN-ACCOUNT
                       " over its credit limit of " WS-CHANGE-SHOW
                       " - override needed."
                   MOVE "CREDT"         TO WS-OVERRIDE-ACTION
                   MOVE WS-BASKET-TOTAL TO WS-OVERRIDE-AMOUNT
                   MOVE 0               TO WS-OVERRIDE-TRAN
                   PERFORM REQUEST-OVERRIDE
                   IF WS-OVERRIDE-OK
                       MOVE "Y" TO WS-CREDIT-OVERRIDE-FLAG
                       MOVE WS-OVERRIDE-APPROVER TO WS-CREDIT-APPROVER
                       MOVE WS-OVERRIDE-REASON   TO WS-CREDIT-REASON
                   END-IF
               END-IF
           END-IF.

       GATE-HIGH-VALUE-ENTRY.
      *    ENTRIES ABOVE THE OVERRIDE-LIMIT THRESHOLD PAUSE HERE
      *    UNTIL AN ADMIN KEYS THEIR OWN CREDENTIALS ON THE OVERRIDE
      *    SCREEN. EVERYTHING AT OR UNDER THE LIMIT PASSES STRAIGHT
      *    THROUGH WITH NO OVERRIDE RECORDED. THE LIMIT APPLIES TO
      *    THE BASKET TOTAL, NOT EACH LINE, SO A LARGE SALE CANNOT
      *    SLIP THROUGH BY BEING KEYED AS SEVERAL SMALL LINES.
           MOVE SPACES TO WS-OVERRIDE-ACTION
           MOVE "Y"    TO WS-OVERRIDE-OK-FLAG
           IF WS-BASKET-TOTAL > WS-OVERRIDE-LIMIT
               MOVE "ENTRY"         TO WS-OVERRIDE-ACTION
               MOVE WS-BASKET-TOTAL TO WS-OVERRIDE-AMOUNT
               MOVE 0              TO WS-OVERRIDE-TRAN
               PERFORM REQUEST-OVERRIDE
           END-IF.

       WRITE-CONFIRMED-TRAN.
           PERFORM CAPTURE-LOGIN-CONTEXT
           PERFORM FIND-NEXT-TRAN-NUMBER
           MOVE 0   TO WS-TRAN-RETRY-COUNT
      *    TWO TERMINALS RECORDING AT ONCE CAN READ THE CONTROL
      *    RECORD BEFORE EITHER REWRITES IT AND COME AWAY WITH THE
      *    SAME NUMBER - THE LOSER RE-ALLOCATES AND RETRIES RATHER
      *    THAN DROPPING THE OPERATOR'S ENTRY. THE RACE IS DECIDED
      *    ON LINE 1: ONCE IT IS ON FILE THE NUMBER IS THIS
      *    TERMINAL'S, AND THE REST OF THE BASKET FOLLOWS UNDER IT.
           PERFORM WRITE-TRANSACTION-RECORD
               UNTIL WS-TRAN-WRITTEN
                   OR WS-TRAN-RETRY-COUNT > 3
           MOVE "N" TO WS-LINE-FAILED-FLAG
           IF WS-TRAN-WRITTEN
               PERFORM WRITE-REMAINING-LINES
           END-IF
      *    THE RECEIPT, STOCK, ACCOUNT AND OVERRIDE POSTINGS ARE ALL
      *    FOR THE WHOLE BASKET, SO THEY ONLY FOLLOW WHEN EVERY LINE
      *    IS ON FILE. A SALE THAT GOT ONLY PART WAY IS BACKED OUT
      *    AND THE BASKET KEPT FOR THE OPERATOR TO CONFIRM AGAIN.
           EVALUATE TRUE
               WHEN NOT WS-TRAN-WRITTEN
                   DISPLAY "Transaction not recorded - key error."
               WHEN WS-LINE-FAILED
                   PERFORM BACK-OUT-PARTIAL-SALE
               WHEN OTHER
                   PERFORM POST-RECORDED-SALE
           END-EVALUATE.

       POST-RECORDED-SALE.
           PERFORM WRITE-RECEIPT
           MOVE "TRAN ENTRY" TO WS-SESSLOG-ACTION
           PERFORM WRITE-SESSION-LOG
           PERFORM POST-BASKET-STOCK
           IF WS-TENDER-ACCOUNT
               MOVE WS-TRAN-ACCOUNT     TO WS-CUST-ACCOUNT
               MOVE WS-BASKET-TOTAL     TO WS-CUST-CHANGE
               MOVE "SALE"              TO WS-CUST-ENTRY-TYPE
               MOVE WS-NEXT-TRAN-NUMBER TO WS-CUST-TRAN
               MOVE SPACES              TO WS-CUST-REFERENCE
               PERFORM POST-CUSTOMER-ACCOUNT
           END-IF
           IF WS-OVERRIDE-ACTION = "ENTRY"
      *        THE JOURNAL CARRIES THE NUMBER THE ENTRY ENDED UP
      *        WITH, SO IT IS WRITTEN AFTER THE WRITE SUCCEEDS.
               MOVE WS-NEXT-TRAN-NUMBER TO WS-OVERRIDE-TRAN
               PERFORM WRITE-OVERRIDE-JOURNAL
           END-IF
           IF WS-CREDIT-OVERRIDDEN
               MOVE "CREDT"             TO WS-OVERRIDE-ACTION
               MOVE WS-CREDIT-APPROVER  TO WS-OVERRIDE-APPROVER
               MOVE WS-CREDIT-REASON    TO WS-OVERRIDE-REASON
               MOVE WS-BASKET-TOTAL     TO WS-OVERRIDE-AMOUNT
               MOVE WS-NEXT-TRAN-NUMBER TO WS-OVERRIDE-TRAN
               PERFORM WRITE-OVERRIDE-JOURNAL
           END-IF
           IF WS-CLOSED-OVERRIDDEN
               MOVE "CLOSD"             TO WS-OVERRIDE-ACTION
               MOVE WS-CLOSED-APPROVER  TO WS-OVERRIDE-APPROVER
               MOVE WS-CLOSED-REASON    TO WS-OVERRIDE-REASON
               MOVE WS-BASKET-TOTAL     TO WS-OVERRIDE-AMOUNT
               MOVE WS-NEXT-TRAN-NUMBER TO WS-OVERRIDE-TRAN
               PERFORM WRITE-OVERRIDE-JOURNAL
           END-IF
           DISPLAY "Transaction " WS-NEXT-TRAN-NUMBER
               " recorded."
           IF WS-TENDER-CASH
               MOVE WS-CHANGE-DUE TO WS-CHANGE-SHOW
               DISPLAY "Change due: " WS-CHANGE-SHOW
           END-IF
           MOVE "N" TO WS-BASKET-FLAG.

       BACK-OUT-PARTIAL-SALE.
      *    THE LINES ALREADY WRITTEN ARE VOIDED, SO NOTHING OF THE
      *    SALE COUNTS ANYWHERE; NO STOCK, ACCOUNT OR OVERRIDE WAS
      *    POSTED FOR IT, SO THERE IS NOTHING ELSE TO UNDO. THE
      *    NUMBER IS SPENT AND THE NEXT CONFIRM TAKES A NEW ONE.
           MOVE WS-NEXT-TRAN-NUMBER TO WS-VOID-TRAN-NUMBER
           PERFORM START-AT-VOID-TRAN
           PERFORM BACK-OUT-ONE-LINE UNTIL WS-TRAN-EOF
           MOVE "TRAN FAILED" TO WS-SESSLOG-ACTION
           PERFORM WRITE-SESSION-LOG
           DISPLAY "Transaction " WS-NEXT-TRAN-NUMBER
               " not completed - lines written have been voided."
           DISPLAY "The basket is kept - confirm the sale again.".

       BACK-OUT-ONE-LINE.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TX-TRAN-NUMBER NOT = WS-VOID-TRAN-NUMBER
                       MOVE "Y" TO WS-TRAN-EOF-FLAG
                   ELSE
                       MOVE "V" TO TX-STATUS
                       PERFORM REWRITE-SHOP-TRANS
                   END-IF
           END-READ.

       WRITE-TRANSACTION-RECORD.
      *    THE RECORD IS REBUILT ON EVERY ATTEMPT - THE SEEDING SCAN
      *    FIND-NEXT-TRAN-NUMBER CAN FALL BACK ON READS THROUGH THE
      *    RECORD AREA AND CLOBBERS IT.
           SET WS-BSK-IDX TO 1
           PERFORM BUILD-SALE-LINE
           WRITE SHOP-TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRAN-RETRY-COUNT
                   PERFORM FIND-NEXT-TRAN-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRAN-WRITTEN-FLAG
                   PERFORM JOURNAL-SHOP-TRANS-ADD
           END-WRITE.

       WRITE-REMAINING-LINES.
           PERFORM VARYING WS-BSK-IDX FROM 2 BY 1
                   UNTIL WS-BSK-IDX > WS-BASKET-COUNT
                      OR WS-LINE-FAILED
               PERFORM BUILD-SALE-LINE
               WRITE SHOP-TRANSACTION-RECORD
                   INVALID KEY
                       DISPLAY "Line " TX-LINE-NUMBER
                           " not recorded - key error."
                       MOVE "Y" TO WS-LINE-FAILED-FLAG
                   NOT INVALID KEY
                       PERFORM JOURNAL-SHOP-TRANS-ADD
               END-WRITE
           END-PERFORM.

       BUILD-SALE-LINE.
      *    WS-BSK-IDX SELECTS THE BASKET LINE; ITS POSITION IN THE
      *    BASKET IS ITS LINE NUMBER ON FILE.
           MOVE WS-NEXT-TRAN-NUMBER  TO TX-TRAN-NUMBER
           SET TX-LINE-NUMBER        TO WS-BSK-IDX
           MOVE WS-CURRENT-DATE      TO TX-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TX-TIME
           MOVE WS-TERMINAL-ID       TO TX-TERMINAL-ID
           MOVE WS-USERNAME          TO TX-USERNAME
           MOVE WS-BSK-ITEM(WS-BSK-IDX)     TO TX-ITEM-CODE
           MOVE WS-BSK-QUANTITY(WS-BSK-IDX) TO TX-QUANTITY
           MOVE WS-BSK-AMOUNT(WS-BSK-IDX)   TO TX-AMOUNT
           MOVE WS-BSK-TAX-CATEGORY(WS-BSK-IDX) TO TX-TAX-CATEGORY
           MOVE WS-BSK-TAX-RATE(WS-BSK-IDX)     TO TX-TAX-RATE
           MOVE WS-BSK-TAX-AMOUNT(WS-BSK-IDX)   TO TX-TAX-AMOUNT
           COMPUTE TX-NET-AMOUNT = TX-AMOUNT - TX-TAX-AMOUNT
           MOVE "A"                  TO TX-STATUS
           MOVE "N"                  TO TX-CLOSED-FLAG
           MOVE 0                    TO TX-ORIG-TRAN
           MOVE 0                    TO TX-ORIG-LINE
      *    THE TENDER GOES ON EVERY LINE SO EACH LINE CAN BE SPLIT
      *    BY TENDER ON ITS OWN; CASH GIVEN AND CHANGE ARE FOR THE
      *    WHOLE BASKET AND ARE CARRIED ON LINE 1 ONLY.
           MOVE WS-TENDER-TYPE       TO TX-TENDER-TYPE
           MOVE WS-TRAN-ACCOUNT      TO TX-ACCOUNT-NUMBER
           IF WS-BSK-IDX = 1
               MOVE WS-CASH-GIVEN    TO TX-CASH-GIVEN
               MOVE WS-CHANGE-DUE    TO TX-CHANGE-DUE
           ELSE
               MOVE 0                TO TX-CASH-GIVEN
               MOVE 0                TO TX-CHANGE-DUE
           END-IF.

       POST-BASKET-STOCK.
           PERFORM VARYING WS-BSK-IDX FROM 1 BY 1
                   UNTIL WS-BSK-IDX > WS-BASKET-COUNT
               MOVE WS-BSK-ITEM(WS-BSK-IDX) TO WS-STOCK-ITEM
               COMPUTE WS-STOCK-CHANGE =
                   0 - WS-BSK-QUANTITY(WS-BSK-IDX)
               MOVE "SALE"              TO WS-STOCK-MOVE-TYPE
               MOVE WS-NEXT-TRAN-NUMBER TO WS-STOCK-TRAN
               MOVE SPACES              TO WS-STOCK-REFERENCE
               PERFORM POST-STOCK-MOVEMENT
           END-PERFORM.

       WRITE-RECEIPT.
      *    THE CUSTOMER'S COPY OF THE SALE, FROM THE BASKET AS
      *    WRITTEN. PRINTED STRAIGHT AFTER THE LINES, WHILE
      *    WS-CURRENT-DATE/TIME STILL HOLD THE VALUES STAMPED ON
      *    THEM - THE STOCK AND JOURNAL POSTINGS RECAPTURE THEM.
           MOVE WS-SHOP-ID           TO WS-RH-SHOP-ID
           MOVE WS-CURRENT-DATE      TO WS-RH-DATE
           MOVE WS-CURRENT-TIME(1:2) TO WS-RH-HH
           MOVE WS-CURRENT-TIME(3:2) TO WS-RH-MM
           MOVE WS-CURRENT-TIME(5:2) TO WS-RH-SS
           MOVE WS-TERMINAL-ID       TO WS-RH-TERMINAL-ID
           MOVE WS-USERNAME          TO WS-RH-USERNAME
           MOVE WS-NEXT-TRAN-NUMBER  TO WS-RH-TRAN-NUMBER
           WRITE RECEIPT-LINE FROM WS-RCPT-RULE
           WRITE RECEIPT-LINE FROM WS-RCPT-HEAD-1
           WRITE RECEIPT-LINE FROM WS-RCPT-HEAD-2
           WRITE RECEIPT-LINE FROM WS-RCPT-HEAD-3
           WRITE RECEIPT-LINE FROM WS-RCPT-RULE
           PERFORM VARYING WS-BSK-IDX FROM 1 BY 1
                   UNTIL WS-BSK-IDX > WS-BASKET-COUNT
               SET WS-BSK-LINE-NO TO WS-BSK-IDX
               MOVE WS-BSK-LINE-NO TO WS-RI-LINE
               MOVE WS-BSK-DESC(WS-BSK-IDX)     TO WS-RI-DESC
               MOVE WS-BSK-QUANTITY(WS-BSK-IDX) TO WS-RI-QUANTITY
               MOVE WS-BSK-AMOUNT(WS-BSK-IDX)   TO WS-RI-AMOUNT
               WRITE RECEIPT-LINE FROM WS-RCPT-ITEM-LINE
           END-PERFORM
           WRITE RECEIPT-LINE FROM WS-RCPT-RULE
           MOVE "TOTAL"         TO WS-RT-LABEL
           MOVE WS-BASKET-TOTAL TO WS-RT-AMOUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-TOTAL-LINE
           MOVE "INCLUDES VAT"      TO WS-RT-LABEL
           MOVE WS-BASKET-TAX-TOTAL TO WS-RT-AMOUNT
           WRITE RECEIPT-LINE FROM WS-RCPT-TOTAL-LINE
           MOVE SPACES TO WS-RT-LABEL
           IF WS-TENDER-ACCOUNT
               STRING "ON ACCOUNT " WS-TRAN-ACCOUNT
                   DELIMITED BY SIZE INTO WS-RT-LABEL
           ELSE
               STRING "PAID BY " WS-TENDER-TYPE
                   DELIMITED BY SIZE INTO WS-RT-LABEL
           END-IF
           IF WS-TENDER-CASH
               MOVE WS-CASH-GIVEN   TO WS-RT-AMOUNT
               WRITE RECEIPT-LINE FROM WS-RCPT-TOTAL-LINE
               MOVE "CHANGE"        TO WS-RT-LABEL
               MOVE WS-CHANGE-DUE   TO WS-RT-AMOUNT
           ELSE
               MOVE WS-BASKET-TOTAL TO WS-RT-AMOUNT
           END-IF
           WRITE RECEIPT-LINE FROM WS-RCPT-TOTAL-LINE
           WRITE RECEIPT-LINE FROM WS-RCPT-RULE.

       SEED-ROLE-PERMISSIONS.
      *    FIRST RUN ON A SHOP WITH NO ROLE-PERMISSION FILE YET -
      *    WRITE THE THREE STANDARD ROLES. ADMIN AND OPERATOR GET
      *    EXACTLY WHAT THOSE ROLES COULD ALWAYS DO, SO EXISTING
      *    ACCOUNTS CARRY ON UNCHANGED; SUPERVISOR IS THE SHIFT
      *    SUPERVISOR - THE TILL FUNCTIONS, VOIDS AND OVERRIDE
      *    APPROVAL, BUT NONE OF THE BACK OFFICE, SO IT LOGS IN FROM
      *    THE SHOP-FLOOR TERMINALS. FLAGS ARE IN RP-FLAG ORDER:
      *    ENTRY BROWSE VOID RETURN INQUIRY USERADM ITEMADM BCAST
      *    OVERRIDE CUSTADM CASHUPAL CALADM.
           OPEN OUTPUT ROLE-PERMISSIONS
           MOVE "ADMIN"        TO RP-ROLE
           MOVE "YYYYYYYYYYYY" TO RP-PERMISSIONS
           WRITE ROLE-PERMISSION-RECORD
           PERFORM JOURNAL-ROLE-PERMISSION-ADD
           MOVE "SUPERVISOR"   TO RP-ROLE
           MOVE "YYYYYNNNYNYN" TO RP-PERMISSIONS
           WRITE ROLE-PERMISSION-RECORD
           PERFORM JOURNAL-ROLE-PERMISSION-ADD
           MOVE "OPERATOR"     TO RP-ROLE
           MOVE "YYNYYNNNNNNN" TO RP-PERMISSIONS
           WRITE ROLE-PERMISSION-RECORD
           PERFORM JOURNAL-ROLE-PERMISSION-ADD
           CLOSE ROLE-PERMISSIONS.

       FIND-NEXT-TRAN-NUMBER.
      *    THE NEXT NUMBER COMES FROM THE "NEXTTRAN" CONTROL RECORD -
           END-READ
           MOVE TC-NEXT-TRAN-NUMBER TO WS-NEXT-TRAN-NUMBER
           ADD 1 TO TC-NEXT-TRAN-NUMBER
           PERFORM REWRITE-TRAN-CONTROL.

       SEED-TRAN-CONTROL.
      *    NO CONTROL RECORD YET - FIND THE HIGHEST NUMBER ON FILE
      *    THEIR RECORD ON EVERY ATTEMPT.
           MOVE 0 TO WS-NEXT-TRAN-NUMBER
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
           START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START
           PERFORM SCAN-FOR-HIGHEST-TRAN UNTIL WS-TRAN-EOF
           MOVE "NEXTTRAN" TO TC-CONTROL-ID
           COMPUTE TC-NEXT-TRAN-NUMBER = WS-NEXT-TRAN-NUMBER + 1
           WRITE TRAN-CONTROL-RECORD
           PERFORM JOURNAL-TRAN-CONTROL-ADD.

       SCAN-FOR-HIGHEST-TRAN.
           READ SHOP-TRANS NEXT RECORD
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START
           DISPLAY "TODAY'S SHOP TRANSACTIONS"
           DISPLAY "NUMBER   LN   TIME    ITEM            QTY  "
               "   AMOUNT  STATUS  OPERATOR"
           PERFORM SHOW-TODAYS-TRANSACTION UNTIL WS-TRAN-EOF
           IF WS-TRAN-SHOWN-COUNT = 0
                       MOVE "Y" TO WS-TRAN-EOF-FLAG
                   ELSE
                       MOVE TX-TRAN-NUMBER TO WS-TL-NUMBER
                       MOVE TX-LINE-NUMBER TO WS-TL-LINE
                       MOVE TX-TIME        TO WS-TL-TIME
                       MOVE TX-ITEM-CODE   TO WS-TL-ITEM
                       MOVE TX-QUANTITY    TO WS-TL-QUANTITY
           END-IF.

       VOID-SELECTED-TRANSACTION.
      *    A VOID TAKES THE WHOLE TRANSACTION - EVERY LINE OF A
      *    BASKET - SO THE CHECKS ARE MADE ON LINE 1, WHICH EVERY
      *    TRANSACTION HAS, AND THE OVERRIDE IS FOR THE FULL VALUE.
           MOVE WS-VOID-TRAN-NUMBER TO TX-TRAN-NUMBER
           MOVE 1                   TO TX-LINE-NUMBER
           READ SHOP-TRANS
               INVALID KEY
                   DISPLAY "Transaction not found."
                           DISPLAY "Day is closed - transaction "
                               "can no longer be voided."
                       WHEN OTHER
      *                    A SALE WITH LIVE RETURNS AGAINST IT HAS
      *                    ALREADY HAD THAT STOCK AND ACCOUNT VALUE
      *                    PUT BACK BY THE RETURNS; VOIDING IT WHOLE
      *                    WOULD PUT IT BACK TWICE. THE RETURNS ARE
      *                    VOIDED FIRST, THEN THE SALE.
                           MOVE TX-ACCOUNT-NUMBER TO WS-VOID-ACCOUNT
                           MOVE TX-ORIG-TRAN      TO WS-VOID-ORIG-TRAN
                           MOVE TX-DATE           TO WS-VOID-DATE
                           MOVE 0 TO WS-VOID-RETURN-COUNT
                           IF WS-VOID-ORIG-TRAN = 0
                               PERFORM COUNT-LIVE-RETURNS
                           END-IF
                           IF WS-VOID-RETURN-COUNT > 0
                               DISPLAY "Transaction has "
                                   WS-VOID-RETURN-COUNT
                                   " return(s) against it - void "
                                   "the returns first."
                           ELSE
                               PERFORM VOID-WITH-OVERRIDE
                           END-IF
                   END-EVALUATE
           END-READ.

       VOID-WITH-OVERRIDE.
      *    EVERY VOID NEEDS A SECOND PAIR OF EYES - AN ADMIN OTHER
      *    THAN THE REQUESTER KEYS THEIR CREDENTIALS, WHATEVER THE
      *    AMOUNT.
           PERFORM SUM-TRANSACTION-LINES
           MOVE "VOID"        TO WS-OVERRIDE-ACTION
           MOVE WS-VOID-TOTAL TO WS-OVERRIDE-AMOUNT
           MOVE WS-VOID-TRAN-NUMBER TO WS-OVERRIDE-TRAN
           PERFORM REQUEST-OVERRIDE
           IF WS-STILL-LOGGED-IN AND WS-OVERRIDE-OK
               PERFORM VOID-ALL-TRAN-LINES
               IF WS-VOID-ACCOUNT NOT = 0
                   PERFORM REVERSE-VOIDED-ACCOUNT
               END-IF
               MOVE "TRAN VOID" TO WS-SESSLOG-ACTION
               PERFORM WRITE-SESSION-LOG
               PERFORM WRITE-OVERRIDE-JOURNAL
               DISPLAY "Transaction "
                   WS-VOID-TRAN-NUMBER " voided."
           END-IF.

       COUNT-LIVE-RETURNS.
      *    THE SAME SCAN AS SUM-PRIOR-RETURNS, FOR ANY LINE OF THE
      *    SALE: A RETURN IS NEVER DATED BEFORE ITS SALE, SO IT
      *    STARTS ON THE TX-DATE ALTERNATE KEY AT THE SALE'S DATE.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE WS-VOID-DATE TO TX-DATE
           START SHOP-TRANS KEY NOT LESS THAN TX-DATE
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START
           PERFORM SCAN-FOR-LIVE-RETURN UNTIL WS-TRAN-EOF.

       SCAN-FOR-LIVE-RETURN.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TX-ORIG-TRAN = WS-VOID-TRAN-NUMBER
                       AND NOT TX-VOIDED
                       ADD 1 TO WS-VOID-RETURN-COUNT
                   END-IF
           END-READ.

       SUM-TRANSACTION-LINES.
           MOVE 0   TO WS-VOID-TOTAL
           PERFORM START-AT-VOID-TRAN
           PERFORM ADD-VOID-TRAN-LINE UNTIL WS-TRAN-EOF.

       ADD-VOID-TRAN-LINE.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TX-TRAN-NUMBER NOT = WS-VOID-TRAN-NUMBER
                       MOVE "Y" TO WS-TRAN-EOF-FLAG
                   ELSE
                       ADD TX-AMOUNT TO WS-VOID-TOTAL
                   END-IF
           END-READ.

       VOID-ALL-TRAN-LINES.
           PERFORM START-AT-VOID-TRAN
           PERFORM VOID-ONE-TRAN-LINE UNTIL WS-TRAN-EOF.

       VOID-ONE-TRAN-LINE.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TX-TRAN-NUMBER NOT = WS-VOID-TRAN-NUMBER
                       MOVE "Y" TO WS-TRAN-EOF-FLAG
                   ELSE
                       MOVE "V" TO TX-STATUS
                       PERFORM REWRITE-SHOP-TRANS
                       PERFORM REVERSE-VOIDED-STOCK
                   END-IF
           END-READ.

       START-AT-VOID-TRAN.
      *    POSITIONS ON LINE 1 OF THE TRANSACTION BEING VOIDED; THE
      *    CALLER READS FORWARD UNTIL THE NUMBER CHANGES.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE WS-VOID-TRAN-NUMBER TO TX-TRAN-NUMBER
           MOVE 0                   TO TX-LINE-NUMBER
           START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START.

       REVERSE-VOIDED-STOCK.
      *    A VOID UNDOES THE STOCK MOVEMENT OF WHAT IT VOIDS - A
      *    VOIDED SALE GOES BACK ON THE SHELF, A VOIDED RETURN COMES
      *    OFF IT AGAIN.
           MOVE TX-ITEM-CODE   TO WS-STOCK-ITEM
           IF TX-ORIG-TRAN NOT = 0
               COMPUTE WS-STOCK-CHANGE = 0 - TX-QUANTITY
           ELSE
               MOVE TX-QUANTITY TO WS-STOCK-CHANGE
           END-IF
           MOVE "VOID"         TO WS-STOCK-MOVE-TYPE
           MOVE TX-TRAN-NUMBER TO WS-STOCK-TRAN
           MOVE SPACES         TO WS-STOCK-REFERENCE
           PERFORM POST-STOCK-MOVEMENT.

       REVERSE-VOIDED-ACCOUNT.
      *    A VOID UNDOES THE ACCOUNT POSTING OF WHAT IT VOIDS, LIKE
      *    THE STOCK - A VOIDED SALE ON ACCOUNT COMES OFF WHAT THE
      *    CUSTOMER OWES, A VOIDED RETURN GOES BACK ON IT.
           MOVE WS-VOID-ACCOUNT TO WS-CUST-ACCOUNT
           IF WS-VOID-ORIG-TRAN NOT = 0
               MOVE WS-VOID-TOTAL TO WS-CUST-CHANGE
           ELSE
               COMPUTE WS-CUST-CHANGE = 0 - WS-VOID-TOTAL
           END-IF
           MOVE "VOID"              TO WS-CUST-ENTRY-TYPE
           MOVE WS-VOID-TRAN-NUMBER TO WS-CUST-TRAN
           MOVE SPACES              TO WS-CUST-REFERENCE
           PERFORM POST-CUSTOMER-ACCOUNT.

       POST-CUSTOMER-ACCOUNT.
      *    THE CALLER SETS THE ACCOUNT, THE SIGNED CHANGE TO WHAT THE
      *    CUSTOMER OWES, THE ENTRY TYPE AND THE TRANSACTION OR
      *    REFERENCE. AS IN POST-STOCK-MOVEMENT, A TRANSACTION IS
      *    ALREADY ON FILE BY NOW, SO AN ACCOUNT MISSING FROM THE
      *    MASTER (NEVER EXPECTED - ACCOUNTS ARE CLOSED, NOT
      *    DELETED) IS REPORTED AND SKIPPED RATHER THAN UNDOING IT.
      *    THE ACCOUNT IS RE-READ HERE, NOT TAKEN FROM THE CREDIT
      *    CHECK, SO A SALE POSTED MEANWHILE AT ANOTHER TILL IS KEPT.
           MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Account not updated - account "
                       WS-CUST-ACCOUNT " not on file."
               NOT INVALID KEY
                   ADD WS-CUST-CHANGE TO CM-BALANCE
                   PERFORM REWRITE-CUSTOMER-MASTER
                   PERFORM WRITE-CUSTOMER-LEDGER
           END-READ.

       WRITE-CUSTOMER-LEDGER.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-TIMESTAMP-14    TO CL-TIMESTAMP
           MOVE WS-CUST-ACCOUNT    TO CL-ACCOUNT-NUMBER
           MOVE WS-CUST-ENTRY-TYPE TO CL-ENTRY-TYPE
           MOVE WS-CUST-CHANGE     TO CL-AMOUNT
           MOVE CM-BALANCE         TO CL-BALANCE-AFTER
           MOVE WS-CUST-TRAN       TO CL-TRAN-NUMBER
           MOVE WS-USERNAME        TO CL-USERNAME
           MOVE WS-TERMINAL-ID     TO CL-TERMINAL-ID
           MOVE WS-CUST-REFERENCE  TO CL-REFERENCE
           WRITE CUSTOMER-LEDGER-RECORD.

       POST-STOCK-MOVEMENT.
      *    THE CALLER SETS THE ITEM, THE SIGNED CHANGE, THE MOVEMENT
      *    TYPE AND THE TRANSACTION OR REFERENCE. THE SALE OR RETURN
      *    IS ALREADY ON FILE BY NOW, SO AN ITEM MISSING FROM THE
      *    MASTER (NEVER EXPECTED - ITEMS ARE RETIRED, NOT DELETED)
      *    IS REPORTED AND SKIPPED RATHER THAN UNDOING THE ENTRY.
      *    THE SHELF IS ALLOWED TO GO NEGATIVE - THE NIGHTLY
      *    REORDER REPORT LISTS IT FOR A RECOUNT.
           MOVE WS-STOCK-ITEM TO IM-ITEM-CODE
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "Stock not updated - item "
                       WS-STOCK-ITEM " not on file."
               NOT INVALID KEY
                   ADD WS-STOCK-CHANGE TO IM-ON-HAND
                   PERFORM REWRITE-ITEM-MASTER
                   PERFORM WRITE-STOCK-MOVEMENT
           END-READ.

       WRITE-STOCK-MOVEMENT.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-TIMESTAMP-14    TO SM-TIMESTAMP
           MOVE WS-STOCK-ITEM      TO SM-ITEM-CODE
           MOVE WS-STOCK-MOVE-TYPE TO SM-MOVE-TYPE
           MOVE WS-STOCK-CHANGE    TO SM-QUANTITY
           MOVE IM-ON-HAND         TO SM-ON-HAND-AFTER
           MOVE WS-STOCK-TRAN      TO SM-TRAN-NUMBER
           MOVE WS-USERNAME        TO SM-USERNAME
           MOVE WS-TERMINAL-ID     TO SM-TERMINAL-ID
           MOVE WS-STOCK-REFERENCE TO SM-REFERENCE
           WRITE STOCK-MOVEMENT-RECORD.

       REQUEST-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK-FLAG
           DISPLAY OVERRIDE-SCR
                           MOVE "OVR ACCT BARRED"
                               TO WS-OVERRIDE-FAIL-REASON
                           DISPLAY "Override refused."
                       WHEN OTHER
                           PERFORM CHECK-APPROVER-ROLE
                           IF WS-OVERRIDE-FAIL-REASON = SPACES
                               PERFORM CHECK-APPROVER-PASSWORD
                           END-IF
                   END-EVALUATE
           END-READ.

       CHECK-APPROVER-ROLE.
      *    THE APPROVER'S ROLE MUST CARRY OVERRIDE APPROVAL ON THE
      *    ROLE-PERMISSION FILE - A ROLE NOT ON IT APPROVES NOTHING.
           MOVE UM-USER-ROLE TO RP-ROLE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   MOVE "N" TO RP-OVERRIDE
           END-READ
           IF NOT RP-MAY-APPROVE
               MOVE "OVR NOT APPROVR" TO WS-OVERRIDE-FAIL-REASON
               DISPLAY "Override refused."
           END-IF.

       CHECK-APPROVER-PASSWORD.
           MOVE WS-OVERRIDE-PASSWORD TO WS-PASSWORD
           IF UM-HASH-SALTED
      *    THE ORIGINAL NUMBER IS KEYED FIRST AND THE SALE SHOWN -
      *    ITEM, QUANTITY SOLD AND WHAT IS STILL RETURNABLE - ON
      *    THE QUANTITY SCREEN, SO THE OPERATOR CONFIRMS THEY HAVE
      *    THE RIGHT SALE BEFORE A QUANTITY IS EVER KEYED. A RETURN
      *    IS AGAINST ONE LINE OF THE ORIGINAL BASKET - THE LINE
      *    NUMBER IS ON THE CUSTOMER'S RECEIPT, AND DEFAULTS TO 1
      *    FOR THE COMMON SINGLE-ITEM SALE.
           MOVE 0 TO WS-RETURN-LINE-NUMBER
           DISPLAY TRAN-RETURN-SCR
           ACCEPT TRAN-RETURN-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
               IF WS-RETURN-LINE-NUMBER = 0
                   MOVE 1 TO WS-RETURN-LINE-NUMBER
               END-IF
               PERFORM VALIDATE-RETURN-ORIGINAL
               IF WS-RETURN-OK
                   PERFORM ACCEPT-RETURN-QUANTITY
      *    BRING THE SAME TWO ITEMS BACK TWICE.
           MOVE "N" TO WS-RETURN-OK-FLAG
           MOVE WS-RETURN-TRAN-NUMBER TO TX-TRAN-NUMBER
           MOVE WS-RETURN-LINE-NUMBER TO TX-LINE-NUMBER
           READ SHOP-TRANS
               INVALID KEY
                   DISPLAY "Transaction line not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TX-VOIDED
           MOVE TX-DATE        TO WS-ORIG-DATE
           MOVE TX-ITEM-CODE   TO WS-ORIG-ITEM
           MOVE TX-QUANTITY    TO WS-ORIG-QUANTITY
           MOVE TX-AMOUNT      TO WS-ORIG-AMOUNT
           MOVE TX-TENDER-TYPE TO WS-ORIG-TENDER
           MOVE TX-ACCOUNT-NUMBER TO WS-ORIG-ACCOUNT
           MOVE TX-TAX-CATEGORY TO WS-ORIG-TAX-CATEGORY
           MOVE TX-TAX-RATE    TO WS-ORIG-TAX-RATE
           MOVE TX-TAX-AMOUNT  TO WS-ORIG-TAX-AMOUNT.

       CHECK-RETURNABLE-QUANTITY.
           PERFORM SUM-PRIOR-RETURNS
           END-IF.

       SUM-PRIOR-RETURNS.
      *    RETURNS CARRY THE ORIGINAL'S NUMBER AND LINE IN
      *    TX-ORIG-TRAN AND TX-ORIG-LINE, AND
      *    A RETURN CAN NEVER BE DATED BEFORE ITS SALE - SO THE
      *    SCAN STARTS ON THE TX-DATE ALTERNATE KEY AT THE
      *    ORIGINAL'S DATE AND READS FORWARD FROM THERE, RATHER
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TX-ORIG-TRAN = WS-RETURN-TRAN-NUMBER
                       AND TX-ORIG-LINE = WS-RETURN-LINE-NUMBER
                       AND NOT TX-VOIDED
                       ADD TX-QUANTITY TO WS-PRIOR-RETURNED
                   END-IF
       ACCEPT-RETURN-QUANTITY.
           MOVE WS-RETURNABLE-QTY TO WS-RETURNABLE-SHOW
           MOVE 0 TO WS-RETURN-QUANTITY
           MOVE SPACES TO WS-TENDER-TYPE
           DISPLAY TRAN-RETQTY-SCR
           ACCEPT TRAN-RETQTY-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
      *        A REFUND GOES BACK THE WAY THE SALE WAS PAID UNLESS
      *        THE OPERATOR KEYS OTHERWISE. SALES FROM BEFORE
      *        TENDERS WERE CAPTURED HAVE NO TENDER TO DEFAULT TO.
               IF WS-TENDER-TYPE = SPACES
                   MOVE WS-ORIG-TENDER TO WS-TENDER-TYPE
               END-IF
               EVALUATE TRUE
                   WHEN WS-RETURN-QUANTITY = 0
                       DISPLAY "Quantity returned must be at "
                   WHEN WS-RETURN-QUANTITY > WS-RETURNABLE-QTY
                       DISPLAY "Only " WS-RETURNABLE-SHOW
                           " still returnable on that sale."
                   WHEN NOT WS-TENDER-VALID
                       DISPLAY "Refund tender must be CASH, CARD, "
                           "VCHR or ACCT - nothing recorded."
      *            GOODS BOUGHT ON ACCOUNT ARE CREDITED BACK TO THAT
      *            ACCOUNT - NEVER PAID OUT OVER THE COUNTER FOR
      *            MONEY THAT WAS NEVER TAKEN - AND ONLY THEY ARE.
                   WHEN (WS-TENDER-ACCOUNT OR WS-ORIG-TENDER = "ACCT")
                           AND WS-TENDER-TYPE NOT = WS-ORIG-TENDER
                       DISPLAY "A sale on account is refunded to the "
                           "account, and only such a sale - nothing "
                           "recorded."
                   WHEN OTHER
                       PERFORM WRITE-RETURN-TRANSACTION
               END-EVALUATE
           IF WS-TRAN-WRITTEN
               MOVE "TRAN RETURN" TO WS-SESSLOG-ACTION
               PERFORM WRITE-SESSION-LOG
               MOVE TX-ITEM-CODE   TO WS-STOCK-ITEM
               MOVE TX-QUANTITY    TO WS-STOCK-CHANGE
               MOVE "RETN"         TO WS-STOCK-MOVE-TYPE
               MOVE TX-TRAN-NUMBER TO WS-STOCK-TRAN
               MOVE SPACES         TO WS-STOCK-REFERENCE
               PERFORM POST-STOCK-MOVEMENT
               IF WS-TENDER-ACCOUNT
                   MOVE WS-ORIG-ACCOUNT TO WS-CUST-ACCOUNT
                   COMPUTE WS-CUST-CHANGE = 0 - TX-AMOUNT
                   MOVE "RETN"          TO WS-CUST-ENTRY-TYPE
                   MOVE TX-TRAN-NUMBER  TO WS-CUST-TRAN
                   MOVE SPACES          TO WS-CUST-REFERENCE
                   PERFORM POST-CUSTOMER-ACCOUNT
               END-IF
               DISPLAY "Return " TX-TRAN-NUMBER " recorded against "
                   WS-RETURN-TRAN-NUMBER " line "
                   WS-RETURN-LINE-NUMBER "."
           ELSE
               DISPLAY "Return not recorded - key error."
           END-IF.
      *    QUANTITY TAKEN BACK, NOT TODAY'S MASTER PRICE - THE
      *    CUSTOMER GETS BACK WHAT THEY PAID.
           MOVE WS-NEXT-TRAN-NUMBER  TO TX-TRAN-NUMBER
           MOVE 1                    TO TX-LINE-NUMBER
           MOVE WS-CURRENT-DATE      TO TX-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TX-TIME
           MOVE WS-TERMINAL-ID       TO TX-TERMINAL-ID
           MOVE "R"                  TO TX-STATUS
           MOVE "N"                  TO TX-CLOSED-FLAG
           MOVE WS-RETURN-TRAN-NUMBER TO TX-ORIG-TRAN
           MOVE WS-RETURN-LINE-NUMBER TO TX-ORIG-LINE
           MOVE WS-TENDER-TYPE       TO TX-TENDER-TYPE
           MOVE 0                    TO TX-CASH-GIVEN
           MOVE 0                    TO TX-CHANGE-DUE
           IF WS-TENDER-ACCOUNT
               MOVE WS-ORIG-ACCOUNT  TO TX-ACCOUNT-NUMBER
           ELSE
               MOVE 0                TO TX-ACCOUNT-NUMBER
           END-IF
      *    THE VAT GOES BACK AT THE ORIGINAL LINE'S CATEGORY AND RATE
      *    AS ITS SHARE OF THAT LINE'S VAT - A RATE CHANGE SINCE THE
      *    SALE DOES NOT ALTER WHAT IS REVERSED, AND TAKING BACK THE
      *    WHOLE LINE REVERSES EXACTLY THE VAT IT WAS SOLD WITH.
           MOVE WS-ORIG-TAX-CATEGORY TO TX-TAX-CATEGORY
           MOVE WS-ORIG-TAX-RATE     TO TX-TAX-RATE
           COMPUTE TX-TAX-AMOUNT ROUNDED =
               WS-ORIG-TAX-AMOUNT / WS-ORIG-QUANTITY
               * WS-RETURN-QUANTITY
           COMPUTE TX-NET-AMOUNT = TX-AMOUNT - TX-TAX-AMOUNT
           WRITE SHOP-TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRAN-RETRY-COUNT
                   PERFORM FIND-NEXT-TRAN-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRAN-WRITTEN-FLAG
                   PERFORM JOURNAL-SHOP-TRANS-ADD
           END-WRITE.

       TILL-CASHUP.
      *    THE OPERATOR (OR AN ADMIN) COUNTS THE DRAWER AND THE
      *    CARD SLIPS AND KEYS THE TOTALS; THEY ARE SET AGAINST WHAT
      *    THE TERMINAL TOOK SINCE ITS LAST CASH-UP AND THE
      *    DIFFERENCE IS WRITTEN TO TILLVAR FOR TILLRPT. USERS CASH
      *    UP THEIR OWN TILL ONLY, UNLESS THEIR ROLE MAY CASH UP ANY
      *    REGISTERED TERMINAL, E.G. ONE LEFT LOGGED OUT.
           MOVE SPACES TO WS-CASHUP-TERMINAL
           MOVE 0      TO WS-COUNTED-CASH
           MOVE 0      TO WS-COUNTED-CARD
           DISPLAY TILL-CASHUP-SCR
           ACCEPT TILL-CASHUP-SCR
               WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
               ON EXCEPTION
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
               IF WS-CASHUP-TERMINAL = SPACES
                   MOVE WS-TERMINAL-ID TO WS-CASHUP-TERMINAL
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-MAY-CASHUP-ANY
                           AND WS-CASHUP-TERMINAL NOT = WS-TERMINAL-ID
                       DISPLAY "You can only cash up your own till."
                   WHEN OTHER
                       MOVE WS-CASHUP-TERMINAL TO TM-TERMINAL-ID
                       READ TERMINAL-MASTER
                           INVALID KEY
                               DISPLAY "Terminal not registered."
                           NOT INVALID KEY
                               PERFORM CASH-UP-TERMINAL
                       END-READ
               END-EVALUATE
           END-IF.

       CASH-UP-TERMINAL.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-TIMESTAMP-14 TO WS-CASHUP-TO
           PERFORM FIND-LAST-CASHUP
           PERFORM SUM-TILL-EXPECTED
           PERFORM WRITE-TILL-VARIANCE
           MOVE "TILL CASHUP"      TO WS-SESSLOG-ACTION
           MOVE WS-CASHUP-TERMINAL TO WS-SESSLOG-TARGET
           PERFORM WRITE-SESSION-LOG
           PERFORM SHOW-TILL-VARIANCE.

       FIND-LAST-CASHUP.
      *    THE VARIANCE FILE IS HELD OPEN FOR APPENDING, SO IT IS
      *    SWUNG TO INPUT FOR ONE PASS TO FIND THIS TERMINAL'S
      *    LATEST CASH-UP, THEN SWUNG BACK. WITH NONE ON FILE THE
      *    COUNT STARTS AT THE BEGINNING OF TODAY.
           MOVE 0 TO WS-CASHUP-FROM
           CLOSE TILL-VARIANCE
           MOVE "N" TO WS-TILL-EOF-FLAG
           OPEN INPUT TILL-VARIANCE
           IF NOT WS-TV-OK
               MOVE "Y" TO WS-TILL-EOF-FLAG
           END-IF
           PERFORM CHECK-ONE-CASHUP-RECORD UNTIL WS-TILL-EOF
           CLOSE TILL-VARIANCE
           OPEN EXTEND TILL-VARIANCE
           IF WS-CASHUP-FROM = 0
               MOVE WS-CURRENT-DATE TO WS-CASHUP-START-DATE
           ELSE
               MOVE WS-CASHUP-FROM(1:8) TO WS-CASHUP-START-DATE
           END-IF.

       CHECK-ONE-CASHUP-RECORD.
           READ TILL-VARIANCE
               AT END
                   MOVE "Y" TO WS-TILL-EOF-FLAG
               NOT AT END
                   IF TV-TERMINAL-ID = WS-CASHUP-TERMINAL
                       AND TV-TIMESTAMP > WS-CASHUP-FROM
                       MOVE TV-TIMESTAMP TO WS-CASHUP-FROM
                   END-IF
           END-READ.

       SUM-TILL-EXPECTED.
      *    READS FORWARD ON THE TX-DATE ALTERNATE KEY FROM THE DAY
      *    OF THE LAST CASH-UP, TAKING THIS TERMINAL'S LINES STAMPED
      *    AFTER IT. ONLY LINE 1 COUNTS AS A TRANSACTION.
           MOVE 0 TO WS-CASHUP-COUNT
           MOVE 0 TO WS-EXPECTED-CASH
           MOVE 0 TO WS-EXPECTED-CARD
           MOVE 0 TO WS-EXPECTED-VOUCHER
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE WS-CASHUP-START-DATE TO TX-DATE
           START SHOP-TRANS KEY NOT LESS THAN TX-DATE
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START
           PERFORM ADD-TILL-TRANSACTION UNTIL WS-TRAN-EOF
           ADD WS-TILL-FLOAT TO WS-EXPECTED-CASH.

       ADD-TILL-TRANSACTION.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
               NOT AT END
                   MOVE TX-DATE TO WS-TXS-DATE
                   MOVE TX-TIME TO WS-TXS-TIME
                   IF TX-TERMINAL-ID = WS-CASHUP-TERMINAL
                       AND NOT TX-VOIDED
                       AND WS-TX-STAMP-NUM > WS-CASHUP-FROM
                       AND WS-TX-STAMP-NUM NOT > WS-CASHUP-TO
                       PERFORM ACCUMULATE-TILL-LINE
                   END-IF
           END-READ.

       ACCUMULATE-TILL-LINE.
      *    SALES AND REFUNDS ON ACCOUNT MOVE NO MONEY THROUGH THE
      *    DRAWER, SO THEY FALL THROUGH THE TENDER SPLIT BELOW.
           IF TX-FIRST-LINE
               ADD 1 TO WS-CASHUP-COUNT
           END-IF
           IF TX-RETURNED
               COMPUTE WS-TILL-SIGNED-AMOUNT = 0 - TX-AMOUNT
           ELSE
               MOVE TX-AMOUNT TO WS-TILL-SIGNED-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN TX-TENDER-CASH
                   ADD WS-TILL-SIGNED-AMOUNT TO WS-EXPECTED-CASH
               WHEN TX-TENDER-CARD
                   ADD WS-TILL-SIGNED-AMOUNT TO WS-EXPECTED-CARD
               WHEN TX-TENDER-VOUCHER
                   ADD WS-TILL-SIGNED-AMOUNT TO WS-EXPECTED-VOUCHER
           END-EVALUATE.

       WRITE-TILL-VARIANCE.
           MOVE WS-CASHUP-TO        TO TV-TIMESTAMP
           MOVE WS-CASHUP-TERMINAL  TO TV-TERMINAL-ID
           MOVE WS-USERNAME         TO TV-USERNAME
           MOVE WS-CASHUP-FROM      TO TV-FROM-TIMESTAMP
           MOVE WS-CASHUP-COUNT     TO TV-TRAN-COUNT
           MOVE WS-TILL-FLOAT       TO TV-FLOAT
           MOVE WS-EXPECTED-CASH    TO TV-EXPECTED-CASH
           MOVE WS-COUNTED-CASH     TO TV-COUNTED-CASH
           COMPUTE TV-CASH-VARIANCE =
               WS-COUNTED-CASH - WS-EXPECTED-CASH
           MOVE WS-EXPECTED-CARD    TO TV-EXPECTED-CARD
           MOVE WS-COUNTED-CARD     TO TV-COUNTED-CARD
           COMPUTE TV-CARD-VARIANCE =
               WS-COUNTED-CARD - WS-EXPECTED-CARD
           MOVE WS-EXPECTED-VOUCHER TO TV-EXPECTED-VOUCHER
           WRITE TILL-VARIANCE-RECORD.

       SHOW-TILL-VARIANCE.
           DISPLAY "Till " WS-CASHUP-TERMINAL " cashed up - "
               WS-CASHUP-COUNT " transactions since last cash-up."
           DISPLAY "            EXPECTED      COUNTED     VARIANCE"
           MOVE "CASH"           TO WS-CUL-LABEL
           MOVE TV-EXPECTED-CASH TO WS-CUL-EXPECTED
           MOVE TV-COUNTED-CASH  TO WS-CUL-COUNTED
           MOVE TV-CASH-VARIANCE TO WS-CUL-VARIANCE
           PERFORM SET-CASHUP-STATE
           DISPLAY WS-CASHUP-LINE
           MOVE "CARD"           TO WS-CUL-LABEL
           MOVE TV-EXPECTED-CARD TO WS-CUL-EXPECTED
           MOVE TV-COUNTED-CARD  TO WS-CUL-COUNTED
           MOVE TV-CARD-VARIANCE TO WS-CUL-VARIANCE
           PERFORM SET-CASHUP-STATE
           DISPLAY WS-CASHUP-LINE
           MOVE WS-EXPECTED-VOUCHER TO WS-CHANGE-SHOW
           DISPLAY "VOUCHERS  " WS-CHANGE-SHOW " (not counted)".

       SET-CASHUP-STATE.
           EVALUATE TRUE
               WHEN WS-CUL-LABEL = "CASH" AND TV-CASH-VARIANCE < 0
                   MOVE "SHORT" TO WS-CUL-STATE
               WHEN WS-CUL-LABEL = "CASH" AND TV-CASH-VARIANCE > 0
                   MOVE "OVER"  TO WS-CUL-STATE
               WHEN WS-CUL-LABEL = "CARD" AND TV-CARD-VARIANCE < 0
                   MOVE "SHORT" TO WS-CUL-STATE
               WHEN WS-CUL-LABEL = "CARD" AND TV-CARD-VARIANCE > 0
                   MOVE "OVER"  TO WS-CUL-STATE
               WHEN OTHER
                   MOVE SPACES  TO WS-CUL-STATE
           END-EVALUATE.

       INQUIRY-TRANSACTIONS.
      *    DATE-RANGE INQUIRY WITH OPTIONAL OPERATOR, TERMINAL AND
      *    ITEM FILTERS. A DATE RANGE STARTS ON THE TX-DATE
           END-READ.

       DISPLAY-INQ-HEADING.
           DISPLAY "DATE       NUMBER   LN   TIME    ITEM          "
               "  QTY     AMOUNT  STATUS  OPERATOR".

       DISPLAY-INQ-FOOTING.
               AND TX-DATE <= WS-INQ-TO-DATE
               MOVE TX-DATE        TO WS-QL-DATE
               MOVE TX-TRAN-NUMBER TO WS-QL-NUMBER
               MOVE TX-LINE-NUMBER TO WS-QL-LINE
               MOVE TX-TIME        TO WS-QL-TIME
               MOVE TX-ITEM-CODE   TO WS-QL-ITEM
               MOVE TX-QUANTITY    TO WS-QL-QUANTITY
                   PERFORM SESSION-TIMEOUT-LOGOUT
           END-ACCEPT
           IF WS-STILL-LOGGED-IN
               MOVE WS-NEW-USER-ROLE TO RP-ROLE
               READ ROLE-PERMISSIONS
                   INVALID KEY
                       MOVE SPACES TO RP-ROLE
               END-READ
               IF RP-ROLE = SPACES
                   DISPLAY "Invalid role - not on the role file."
               ELSE
                   MOVE WS-NEW-USERNAME TO UM-USERNAME
                   READ USER-MASTER
           MOVE 90                    TO UM-PASSWORD-EXPIRY-DAYS
           MOVE WS-NEW-USER-ROLE      TO UM-USER-ROLE
           WRITE USER-RECORD
           PERFORM JOURNAL-USER-MASTER-ADD
           MOVE "ADD USER"        TO WS-SESSLOG-ACTION
           MOVE WS-NEW-USERNAME   TO WS-SESSLOG-TARGET
           PERFORM WRITE-SESSION-LOG
           IF WS-BCAST-FROM-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-BCAST-FROM-DATE
           END-IF
           MOVE WS-BCAST-ROLE TO RP-ROLE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   MOVE SPACES TO RP-ROLE
           END-READ
           EVALUATE TRUE
               WHEN WS-BCAST-TEXT = SPACES
                   DISPLAY "Message text is required."
               WHEN WS-BCAST-TO-DATE < WS-BCAST-FROM-DATE
                   DISPLAY "To date is before the from date."
               WHEN WS-BCAST-ROLE NOT = SPACES
                   AND RP-ROLE = SPACES
                   DISPLAY "Role must be on the role file, or blank."
               WHEN OTHER
                   PERFORM WRITE-NEW-BROADCAST
           END-EVALUATE.
                   PERFORM RETIRE-ITEM-RECORD
               WHEN "E"
                   PERFORM REACTIVATE-ITEM-RECORD
               WHEN "G"
                   PERFORM RECEIVE-ITEM-STOCK
               WHEN "C"
                   PERFORM COUNT-ITEM-STOCK
               WHEN "O"
                   PERFORM SET-ITEM-REORDER-LEVEL
               WHEN "V"
                   PERFORM SET-ITEM-TAX-CATEGORY
               WHEN "Q"
                   MOVE "N" TO WS-ITEM-MENU-FLAG
               WHEN OTHER
                   MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-START
           DISPLAY "ITEM CODE     DESCRIPTION                     "
               "   PRICE  STATE    ON HAND  REORDER  VAT"
           PERFORM SHOW-ITEM-RECORD UNTIL WS-ITEM-EOF.

       SHOW-ITEM-RECORD.
                   ELSE
                       MOVE "ACTIVE"  TO WS-IL-STATE
                   END-IF
                   MOVE IM-ON-HAND       TO WS-IL-ON-HAND
                   MOVE IM-REORDER-LEVEL TO WS-IL-REORDER
                   MOVE IM-TAX-CATEGORY  TO WS-IL-TAX-CATEGORY
                   DISPLAY WS-ITEM-LINE
           END-READ.

                   DISPLAY "Item code is required."
               WHEN WS-ITEM-DESC = SPACES
                   DISPLAY "Description is required."
               WHEN WS-ITEM-TAX-CATEGORY NOT = SPACE
                       AND NOT WS-ITEM-TAX-VALID
                   DISPLAY "VAT category must be S, R, Z or E."
               WHEN OTHER
                   MOVE WS-ITEM-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER
           MOVE WS-ITEM-DESC  TO IM-DESCRIPTION
           MOVE WS-ITEM-PRICE TO IM-UNIT-PRICE
           MOVE "Y"           TO IM-ACTIVE-FLAG
      *    A NEW ITEM STARTS WITH AN EMPTY SHELF - ITS FIRST STOCK
      *    COMES IN THROUGH GOODS RECEIVED, SO IT IS JOURNALLED.
           MOVE 0               TO IM-ON-HAND
           MOVE WS-ITEM-REORDER TO IM-REORDER-LEVEL
      *    MOST OF THE RANGE IS STANDARD RATED, SO THAT IS WHAT A
      *    BLANK CATEGORY MEANS ON AN ADD.
           IF WS-ITEM-TAX-CATEGORY = SPACE
               MOVE "S"                  TO IM-TAX-CATEGORY
           ELSE
               MOVE WS-ITEM-TAX-CATEGORY TO IM-TAX-CATEGORY
           END-IF
           WRITE ITEM-RECORD
           PERFORM JOURNAL-ITEM-MASTER-ADD
           MOVE 0             TO PH-OLD-PRICE
           MOVE "NEW "        TO PH-CHANGE-TYPE
           PERFORM WRITE-PRICE-HISTORY
           MOVE "ITEM ADD"    TO WS-SESSLOG-ACTION
           MOVE WS-ITEM-CODE  TO WS-SESSLOG-TARGET
           PERFORM WRITE-SESSION-LOG
               INVALID KEY
                   DISPLAY "No such item."
               NOT INVALID KEY
                   MOVE IM-UNIT-PRICE TO PH-OLD-PRICE
                   MOVE WS-ITEM-PRICE TO IM-UNIT-PRICE
                   PERFORM REWRITE-ITEM-MASTER
                   MOVE "PRCE"        TO PH-CHANGE-TYPE
                   PERFORM WRITE-PRICE-HISTORY
                   MOVE "ITEM REPRICE" TO WS-SESSLOG-ACTION
                   MOVE WS-ITEM-CODE   TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Item repriced."
           END-READ.

       WRITE-PRICE-HISTORY.
      *    A PRICE KEYED HERE IS LIVE AT ONCE, SO IT IS EFFECTIVE
      *    TODAY. PH-OLD-PRICE AND PH-CHANGE-TYPE ARE SET BY THE
      *    CALLER.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-ITEM-CODE    TO PH-ITEM-CODE
           MOVE WS-CURRENT-DATE TO PH-EFFECTIVE-DATE
           MOVE WS-ITEM-PRICE   TO PH-NEW-PRICE
           MOVE WS-TIMESTAMP-14 TO PH-APPLIED-TIMESTAMP
           MOVE "ONLINE"        TO PH-SOURCE
           MOVE WS-USERNAME     TO PH-USERNAME
           WRITE PRICE-HISTORY-RECORD.

       RETIRE-ITEM-RECORD.
      *    RETIRED RATHER THAN DELETED - THE CODE STAYS ON FILE SO
      *    TRANSACTIONS ALREADY RECORDED AGAINST IT STILL RESOLVE,
                   DISPLAY "No such item."
               NOT INVALID KEY
                   MOVE "N" TO IM-ACTIVE-FLAG
                   PERFORM REWRITE-ITEM-MASTER
                   MOVE "ITEM RETIRE" TO WS-SESSLOG-ACTION
                   MOVE WS-ITEM-CODE  TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "No such item."
               NOT INVALID KEY
                   MOVE "Y" TO IM-ACTIVE-FLAG
                   PERFORM REWRITE-ITEM-MASTER
                   MOVE "ITEM ENABLE" TO WS-SESSLOG-ACTION
                   MOVE WS-ITEM-CODE  TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Item reactivated."
           END-READ.

       RECEIVE-ITEM-STOCK.
      *    GOODS RECEIVED AGAINST A DELIVERY - THE SHELF QUANTITY
      *    GOES UP BY WHAT ARRIVED AND THE DELIVERY NOTE NUMBER IS
      *    JOURNALLED WITH THE MOVEMENT. A RETIRED ITEM CAN STILL
      *    BE RECEIVED (A LATE DELIVERY ON A LINE BEING DROPPED).
           EVALUATE TRUE
               WHEN WS-ITEM-CODE = SPACES
                   DISPLAY "Item code is required."
               WHEN WS-ITEM-QUANTITY = 0
                   DISPLAY "Quantity received must be at least 1."
               WHEN OTHER
                   MOVE WS-ITEM-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER
                       INVALID KEY
                           DISPLAY "No such item."
                       NOT INVALID KEY
                           MOVE WS-ITEM-CODE      TO WS-STOCK-ITEM
                           MOVE WS-ITEM-QUANTITY  TO WS-STOCK-CHANGE
                           MOVE "RECV"            TO WS-STOCK-MOVE-TYPE
                           MOVE 0                 TO WS-STOCK-TRAN
                           MOVE WS-ITEM-REFERENCE TO WS-STOCK-REFERENCE
                           PERFORM POST-STOCK-MOVEMENT
                           MOVE "ITEM GOODS IN" TO WS-SESSLOG-ACTION
                           MOVE WS-ITEM-CODE    TO WS-SESSLOG-TARGET
                           PERFORM WRITE-SESSION-LOG
                           DISPLAY "Goods received."
                   END-READ
           END-EVALUATE.

       COUNT-ITEM-STOCK.
      *    A PHYSICAL COUNT REPLACES THE SHELF QUANTITY OUTRIGHT.
      *    THE JOURNAL RECORDS THE DIFFERENCE FROM WHAT THE SYSTEM
      *    THOUGHT WAS THERE, SO SHRINKAGE SHOWS UP AS A MOVEMENT OF
      *    ITS OWN. A COUNT OF ZERO IS A VALID COUNT.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "No such item."
               NOT INVALID KEY
                   MOVE WS-ITEM-CODE      TO WS-STOCK-ITEM
                   COMPUTE WS-STOCK-CHANGE =
                       WS-ITEM-QUANTITY - IM-ON-HAND
                   MOVE "CNT "            TO WS-STOCK-MOVE-TYPE
                   MOVE 0                 TO WS-STOCK-TRAN
                   MOVE WS-ITEM-REFERENCE TO WS-STOCK-REFERENCE
                   PERFORM POST-STOCK-MOVEMENT
                   MOVE "ITEM COUNT"    TO WS-SESSLOG-ACTION
                   MOVE WS-ITEM-CODE    TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Stock count recorded."
           END-READ.

       SET-ITEM-REORDER-LEVEL.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "No such item."
               NOT INVALID KEY
                   MOVE WS-ITEM-REORDER TO IM-REORDER-LEVEL
                   PERFORM REWRITE-ITEM-MASTER
                   MOVE "ITEM REORDER"  TO WS-SESSLOG-ACTION
                   MOVE WS-ITEM-CODE    TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Reorder level set."
           END-READ.

       SET-ITEM-TAX-CATEGORY.
      *    TAKES EFFECT FROM THE NEXT SALE. LINES ALREADY ON FILE
      *    KEEP THE CATEGORY THEY WERE SOLD UNDER, AND RETURNS
      *    AGAINST THEM REVERSE THAT, NOT THIS.
           IF NOT WS-ITEM-TAX-VALID
               DISPLAY "VAT category must be S, R, Z or E."
           ELSE
               MOVE WS-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       DISPLAY "No such item."
                   NOT INVALID KEY
                       MOVE WS-ITEM-TAX-CATEGORY TO IM-TAX-CATEGORY
                       PERFORM REWRITE-ITEM-MASTER
                       MOVE "ITEM VAT CAT"  TO WS-SESSLOG-ACTION
                       MOVE WS-ITEM-CODE    TO WS-SESSLOG-TARGET
                       PERFORM WRITE-SESSION-LOG
                       DISPLAY "VAT category set."
               END-READ
           END-IF.

       CUST-ADMIN-SCREEN.
           MOVE "Y" TO WS-CUST-MENU-FLAG
           PERFORM UNTIL NOT WS-IN-CUST-MENU
               DISPLAY CUST-ADMIN-SCR
               ACCEPT CUST-ADMIN-SCR
                   WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
                   ON EXCEPTION
                       PERFORM SESSION-TIMEOUT-LOGOUT
               END-ACCEPT
               IF WS-STILL-LOGGED-IN
                   PERFORM TOUCH-SESSION
                   PERFORM PROCESS-CUST-ACTION
               END-IF
           END-PERFORM.

       PROCESS-CUST-ACTION.
           EVALUATE WS-CUST-ACTION
               WHEN "L"
                   PERFORM LIST-CUSTOMER-ACCOUNTS
               WHEN "A"
                   PERFORM ADD-CUSTOMER-ACCOUNT
               WHEN "N"
                   PERFORM CHANGE-CUSTOMER-ADDRESS
               WHEN "K"
                   PERFORM SET-CUSTOMER-CREDIT-LIMIT
               WHEN "P"
                   PERFORM RECORD-CUSTOMER-PAYMENT
               WHEN "T"
                   PERFORM CLOSE-CUSTOMER-ACCOUNT
               WHEN "E"
                   PERFORM REOPEN-CUSTOMER-ACCOUNT
               WHEN "Q"
                   MOVE "N" TO WS-CUST-MENU-FLAG
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       LIST-CUSTOMER-ACCOUNTS.
           MOVE "N" TO WS-CUST-EOF-FLAG
           MOVE 0 TO CM-ACCOUNT-NUMBER
           START CUSTOMER-MASTER KEY NOT LESS THAN CM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CUST-EOF-FLAG
           END-START
           DISPLAY "ACCOUNT NAME                            "
               "CR LIMIT       BALANCE  STATE"
           PERFORM SHOW-CUSTOMER-ACCOUNT UNTIL WS-CUST-EOF.

       SHOW-CUSTOMER-ACCOUNT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF-FLAG
               NOT AT END
                   MOVE CM-ACCOUNT-NUMBER TO WS-CAL-ACCOUNT
                   MOVE CM-NAME           TO WS-CAL-NAME
                   MOVE CM-CREDIT-LIMIT   TO WS-CAL-LIMIT
                   MOVE CM-BALANCE        TO WS-CAL-BALANCE
                   EVALUATE TRUE
                       WHEN CM-CLOSED
                           MOVE "CLOSED" TO WS-CAL-STATE
                       WHEN CM-BALANCE > CM-CREDIT-LIMIT
                           MOVE "OVER"   TO WS-CAL-STATE
                       WHEN OTHER
                           MOVE "OPEN"   TO WS-CAL-STATE
                   END-EVALUATE
                   DISPLAY WS-CUST-LINE
           END-READ.

       ADD-CUSTOMER-ACCOUNT.
      *    THE ACCOUNT NUMBER IS THE ONE ON THE CUSTOMER'S ACCOUNT
      *    CARD, SO IT IS KEYED RATHER THAN ALLOCATED. A NEW ACCOUNT
      *    OWES NOTHING; A CREDIT LIMIT OF ZERO MEANS EVERY SALE ON
      *    IT NEEDS AN OVERRIDE UNTIL ONE IS SET.
           EVALUATE TRUE
               WHEN WS-CUST-ACCOUNT = 0
                   DISPLAY "Account number is required."
               WHEN WS-CUST-NAME = SPACES
                   DISPLAY "Name is required."
               WHEN OTHER
                   MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           PERFORM CREATE-NEW-CUSTOMER
                       NOT INVALID KEY
                           DISPLAY "Account already exists."
                   END-READ
           END-EVALUATE.

       CREATE-NEW-CUSTOMER.
           PERFORM CAPTURE-LOGIN-CONTEXT
           MOVE WS-CUST-ACCOUNT   TO CM-ACCOUNT-NUMBER
           MOVE WS-CUST-NAME      TO CM-NAME
           MOVE WS-CUST-ADDRESS-1 TO CM-ADDRESS-1
           MOVE WS-CUST-ADDRESS-2 TO CM-ADDRESS-2
           MOVE WS-CUST-ADDRESS-3 TO CM-ADDRESS-3
           MOVE WS-CUST-POSTCODE  TO CM-POSTCODE
           MOVE WS-CUST-LIMIT     TO CM-CREDIT-LIMIT
           MOVE 0                 TO CM-BALANCE
           MOVE "A"               TO CM-STATUS
           MOVE WS-CURRENT-DATE   TO CM-OPENED-DATE
           WRITE CUSTOMER-RECORD
           PERFORM JOURNAL-CUSTOMER-MASTER-ADD
           MOVE "CUST ADD"        TO WS-SESSLOG-ACTION
           MOVE WS-CUST-ACCOUNT   TO WS-SESSLOG-TARGET
           PERFORM WRITE-SESSION-LOG
           DISPLAY "Account opened.".

       CHANGE-CUSTOMER-ADDRESS.
      *    ONLY THE FIELDS KEYED ARE CHANGED, SO A NEW POSTCODE DOES
      *    NOT MEAN RE-KEYING THE WHOLE ADDRESS.
           MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "No such account."
               NOT INVALID KEY
                   IF WS-CUST-NAME NOT = SPACES
                       MOVE WS-CUST-NAME      TO CM-NAME
                   END-IF
                   IF WS-CUST-ADDRESS-1 NOT = SPACES
                       MOVE WS-CUST-ADDRESS-1 TO CM-ADDRESS-1
                   END-IF
                   IF WS-CUST-ADDRESS-2 NOT = SPACES
                       MOVE WS-CUST-ADDRESS-2 TO CM-ADDRESS-2
                   END-IF
                   IF WS-CUST-ADDRESS-3 NOT = SPACES
                       MOVE WS-CUST-ADDRESS-3 TO CM-ADDRESS-3
                   END-IF
                   IF WS-CUST-POSTCODE NOT = SPACES
                       MOVE WS-CUST-POSTCODE  TO CM-POSTCODE
                   END-IF
                   PERFORM REWRITE-CUSTOMER-MASTER
                   MOVE "CUST ADDRESS"  TO WS-SESSLOG-ACTION
                   MOVE WS-CUST-ACCOUNT TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Name and address updated."
           END-READ.

       SET-CUSTOMER-CREDIT-LIMIT.
      *    A LOWER LIMIT THAN WHAT IS ALREADY OWED IS ALLOWED - IT
      *    STOPS FURTHER CREDIT WITHOUT AN OVERRIDE UNTIL THE
      *    CUSTOMER PAYS DOWN.
           MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "No such account."
               NOT INVALID KEY
                   MOVE WS-CUST-LIMIT TO CM-CREDIT-LIMIT
                   PERFORM REWRITE-CUSTOMER-MASTER
                   MOVE "CUST CR LIMIT" TO WS-SESSLOG-ACTION
                   MOVE WS-CUST-ACCOUNT TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Credit limit set."
           END-READ.

       RECORD-CUSTOMER-PAYMENT.
      *    PAYMENTS COME IN BY CHEQUE OR BANK TRANSFER TO THE OFFICE,
      *    NOT THROUGH A TILL, SO THEY ARE KEYED HERE AND NEVER
      *    TOUCH A CASH-UP. THE CHEQUE NUMBER OR REMITTANCE ADVICE
      *    GOES ON THE LEDGER. A CLOSED ACCOUNT CAN STILL PAY OFF
      *    WHAT IT OWES.
           IF WS-CUST-PAYMENT = 0
               DISPLAY "Payment amount is required."
           ELSE
               MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "No such account."
                   NOT INVALID KEY
                       COMPUTE WS-CUST-CHANGE = 0 - WS-CUST-PAYMENT
                       MOVE "PAYM" TO WS-CUST-ENTRY-TYPE
                       MOVE 0      TO WS-CUST-TRAN
                       PERFORM POST-CUSTOMER-ACCOUNT
                       MOVE "CUST PAYMENT"  TO WS-SESSLOG-ACTION
                       MOVE WS-CUST-ACCOUNT TO WS-SESSLOG-TARGET
                       PERFORM WRITE-SESSION-LOG
                       MOVE CM-BALANCE TO WS-CUST-BALANCE-SHOW
                       DISPLAY "Payment recorded - balance now "
                           WS-CUST-BALANCE-SHOW "."
               END-READ
           END-IF.

       CLOSE-CUSTOMER-ACCOUNT.
      *    CLOSED RATHER THAN DELETED, LIKE A RETIRED ITEM - NO NEW
      *    SALES GO ON IT, BUT ITS HISTORY STILL RESOLVES AND ANY
      *    BALANCE LEFT CAN STILL BE PAID OFF.
           MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "No such account."
               NOT INVALID KEY
                   MOVE "C" TO CM-STATUS
                   PERFORM REWRITE-CUSTOMER-MASTER
                   MOVE "CUST CLOSE"    TO WS-SESSLOG-ACTION
                   MOVE WS-CUST-ACCOUNT TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   IF CM-BALANCE NOT = 0
                       MOVE CM-BALANCE TO WS-CUST-BALANCE-SHOW
                       DISPLAY "Account closed - balance of "
                           WS-CUST-BALANCE-SHOW " still to clear."
                   ELSE
                       DISPLAY "Account closed."
                   END-IF
           END-READ.

       REOPEN-CUSTOMER-ACCOUNT.
           MOVE WS-CUST-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "No such account."
               NOT INVALID KEY
                   MOVE "A" TO CM-STATUS
                   PERFORM REWRITE-CUSTOMER-MASTER
                   MOVE "CUST REOPEN"   TO WS-SESSLOG-ACTION
                   MOVE WS-CUST-ACCOUNT TO WS-SESSLOG-TARGET
                   PERFORM WRITE-SESSION-LOG
                   DISPLAY "Account reopened."
           END-READ.

       CALENDAR-ADMIN-SCREEN.
           MOVE "Y" TO WS-TDAY-MENU-FLAG
           PERFORM UNTIL NOT WS-IN-TDAY-MENU
               DISPLAY CALENDAR-ADMIN-SCR
               ACCEPT CALENDAR-ADMIN-SCR
                   WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
                   ON EXCEPTION
                       PERFORM SESSION-TIMEOUT-LOGOUT
               END-ACCEPT
               IF WS-STILL-LOGGED-IN
                   PERFORM TOUCH-SESSION
                   PERFORM PROCESS-CALENDAR-ACTION
               END-IF
           END-PERFORM.

       PROCESS-CALENDAR-ACTION.
           PERFORM SET-CALENDAR-WINDOW
           EVALUATE WS-TDAY-ACTION
               WHEN "L"
                   PERFORM LIST-TRADING-CALENDAR
               WHEN "S"
                   PERFORM SET-TRADING-DAY
               WHEN "W"
                   PERFORM SET-TRADING-DAY-WEEKLY
               WHEN "X"
                   PERFORM CLEAR-TRADING-DAY
               WHEN "Q"
                   MOVE "N" TO WS-TDAY-MENU-FLAG
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       SET-CALENDAR-WINDOW.
           ACCEPT WS-TDAY-FIRST-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TDAY-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TDAY-FIRST-DATE) + 366).

       LIST-TRADING-CALENDAR.
      *    EVERY DAY IS LISTED, NOT JUST THE ONES ON FILE, SO A GAP
      *    IN THE CALENDAR READS AS WHAT IT MEANS - STANDARD HOURS.
      *    THE PAST CAN BE LISTED EVEN THOUGH IT CANNOT BE CHANGED.
           IF WS-TDAY-DATE = 0
               MOVE WS-TDAY-FIRST-DATE TO WS-TDAY-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TDAY-DATE) NOT = 0
               DISPLAY "Date must be a real date, YYYYMMDD."
           ELSE
               COMPUTE WS-TDAY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-TDAY-DATE)
               COMPUTE WS-TDAY-END-NUMBER = WS-TDAY-DAY-NUMBER + 30
               DISPLAY "DATE      DAY  TRADING   OPENS  CLOSES  NOTE"
               PERFORM SHOW-TRADING-DAY
                   UNTIL WS-TDAY-DAY-NUMBER > WS-TDAY-END-NUMBER
           END-IF.

       SHOW-TRADING-DAY.
           COMPUTE CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TDAY-DAY-NUMBER)
           MOVE CAL-DATE TO WS-TDL-DATE
           PERFORM LOOKUP-TRADING-DAY
           COMPUTE WS-TDAY-WEEKDAY =
               FUNCTION MOD(WS-TDAY-DAY-NUMBER - 1, 7) + 1
           MOVE WS-WEEKDAY-NAME(WS-TDAY-WEEKDAY) TO WS-TDL-WEEKDAY
           MOVE CAL-NOTE TO WS-TDL-NOTE
           EVALUATE TRUE
               WHEN CAL-CLOSED
                   MOVE "CLOSED"   TO WS-TDL-STATE
                   MOVE "----"     TO WS-TDL-OPENS
                   MOVE "----"     TO WS-TDL-CLOSES
               WHEN OTHER
                   IF WS-TDAY-ON-FILE
                       MOVE "SPECIAL"  TO WS-TDL-STATE
                   ELSE
                       MOVE "STANDARD" TO WS-TDL-STATE
                   END-IF
                   MOVE CAL-OPEN-HHMM  TO WS-TDL-OPENS
                   MOVE CAL-CLOSE-HHMM TO WS-TDL-CLOSES
           END-EVALUATE
           DISPLAY WS-TDAY-LINE
           ADD 1 TO WS-TDAY-DAY-NUMBER.

       VALIDATE-TRADING-DAY.
      *    A CLOSED DAY HAS NO HOURS; WHATEVER WAS KEYED FOR THEM IS
      *    DROPPED. AN OPEN DAY NEEDS BOTH TIMES, OPENING FIRST - THE
      *    SHOP NEVER TRADES ACROSS MIDNIGHT.
           MOVE "N" TO WS-TDAY-ENTRY-OK-FLAG
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TDAY-DATE) NOT = 0
                   DISPLAY "Date must be a real date, YYYYMMDD."
               WHEN WS-TDAY-DATE < WS-TDAY-FIRST-DATE
                       OR WS-TDAY-DATE > WS-TDAY-LAST-DATE
                   DISPLAY "Date must be from today to a year ahead."
               WHEN NOT WS-TDAY-OPEN-VALID
                   DISPLAY "Open must be Y or N."
               WHEN WS-TDAY-OPEN-FLAG = "N"
                   MOVE 0   TO WS-TDAY-OPEN-HHMM
                   MOVE 0   TO WS-TDAY-CLOSE-HHMM
                   MOVE "Y" TO WS-TDAY-ENTRY-OK-FLAG
               WHEN OTHER
                   PERFORM VALIDATE-TRADING-HOURS
           END-EVALUATE.

       VALIDATE-TRADING-HOURS.
           MOVE WS-TDAY-OPEN-HHMM TO WS-TDAY-TIME-CHECK
           IF WS-TDAY-HH > 23 OR WS-TDAY-MM > 59
               DISPLAY "Opening time must be HHMM, 0000 to 2359."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TDAY-CLOSE-HHMM TO WS-TDAY-TIME-CHECK
           IF WS-TDAY-HH > 23 OR WS-TDAY-MM > 59
               DISPLAY "Closing time must be HHMM, 0000 to 2359."
               EXIT PARAGRAPH
           END-IF
           IF WS-TDAY-CLOSE-HHMM NOT > WS-TDAY-OPEN-HHMM
               DISPLAY "Closing time must be after opening time."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TDAY-ENTRY-OK-FLAG.

       SET-TRADING-DAY.
           PERFORM VALIDATE-TRADING-DAY
           IF WS-TDAY-ENTRY-OK
               PERFORM STORE-TRADING-DAY
               MOVE "CAL SET"    TO WS-SESSLOG-ACTION
               MOVE WS-TDAY-DATE TO WS-SESSLOG-TARGET
               PERFORM WRITE-SESSION-LOG
               DISPLAY "Trading day " WS-TDAY-DATE " set."
           END-IF.

       SET-TRADING-DAY-WEEKLY.
      *    SUNDAY HOURS AND THE LIKE: THE SAME SETTING ON THE DATE
      *    KEYED AND ON THE SAME WEEKDAY EVERY WEEK AFTER IT, UP TO A
      *    YEAR AHEAD. EACH DATE IS STORED AND JOURNALLED ON ITS OWN,
      *    SO A SINGLE WEEK CAN STILL BE CHANGED OR CLEARED LATER.
           PERFORM VALIDATE-TRADING-DAY
           IF WS-TDAY-ENTRY-OK
               MOVE WS-TDAY-DATE TO WS-TDAY-REPEAT-FROM
               MOVE 0            TO WS-TDAY-SET-COUNT
               COMPUTE WS-TDAY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-TDAY-DATE)
               COMPUTE WS-TDAY-END-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-TDAY-LAST-DATE)
               PERFORM UNTIL WS-TDAY-DAY-NUMBER > WS-TDAY-END-NUMBER
                   COMPUTE WS-TDAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TDAY-DAY-NUMBER)
                   PERFORM STORE-TRADING-DAY
                   ADD 1 TO WS-TDAY-SET-COUNT
                   ADD 7 TO WS-TDAY-DAY-NUMBER
               END-PERFORM
               MOVE WS-TDAY-REPEAT-FROM TO WS-TDAY-DATE
               MOVE "CAL WEEKLY" TO WS-SESSLOG-ACTION
               MOVE WS-TDAY-DATE TO WS-SESSLOG-TARGET
               PERFORM WRITE-SESSION-LOG
               DISPLAY WS-TDAY-SET-COUNT " days set, weekly from "
                   WS-TDAY-DATE "."
           END-IF.

       STORE-TRADING-DAY.
      *    WRITTEN NEW OR REWRITTEN OVER WHAT WAS THERE; EITHER WAY
      *    THE CHANGE GOES TO THE UPDATE JOURNAL.
           MOVE WS-TDAY-DATE TO CAL-DATE
           READ TRADING-CALENDAR
               INVALID KEY
                   PERFORM BUILD-TRADING-DAY
                   WRITE TRADING-CALENDAR-RECORD
                   PERFORM JOURNAL-TRADING-CALENDAR-ADD
               NOT INVALID KEY
                   PERFORM BUILD-TRADING-DAY
                   PERFORM REWRITE-TRADING-CALENDAR
           END-READ.

       BUILD-TRADING-DAY.
           MOVE WS-TDAY-DATE       TO CAL-DATE
           MOVE WS-TDAY-OPEN-FLAG  TO CAL-OPEN-FLAG
           MOVE WS-TDAY-OPEN-HHMM  TO CAL-OPEN-HHMM
           MOVE WS-TDAY-CLOSE-HHMM TO CAL-CLOSE-HHMM
           MOVE WS-TDAY-NOTE       TO CAL-NOTE.

       CLEAR-TRADING-DAY.
      *    TAKES THE DATE OFF THE FILE, SO IT TRADES THE STANDARD
      *    HOURS AGAIN. LIKE SETTING A DAY, ONLY TODAY ONWARDS.
           IF WS-TDAY-DATE < WS-TDAY-FIRST-DATE
               DISPLAY "Past days cannot be changed."
           ELSE
               MOVE WS-TDAY-DATE TO CAL-DATE
               READ TRADING-CALENDAR
                   INVALID KEY
                       DISPLAY "Day already trades standard hours."
                   NOT INVALID KEY
                       MOVE TRADING-CALENDAR-RECORD
                           TO WS-UJ-BEFORE-IMAGE
                       DELETE TRADING-CALENDAR RECORD
                       PERFORM JOURNAL-TRADING-CALENDAR-DELETE
                       MOVE "CAL CLEAR"  TO WS-SESSLOG-ACTION
                       MOVE WS-TDAY-DATE TO WS-SESSLOG-TARGET
                       PERFORM WRITE-SESSION-LOG
                       DISPLAY "Trading day " WS-TDAY-DATE
                           " back to standard hours."
               END-READ
           END-IF.

       USER-ADMIN-SCREEN.
           MOVE "Y" TO WS-ADMIN-MENU-FLAG
           PERFORM UNTIL NOT WS-IN-ADMIN-MENU
               NOT INVALID KEY
                   MOVE "N" TO UM-ACCOUNT-LOCKED
                   MOVE 0   TO UM-FAILED-ATTEMPTS
                   PERFORM REWRITE-USER-MASTER
                   MOVE "ADMIN UNLOCK" TO WS-AUDIT-REASON
                   PERFORM WRITE-ADMIN-AUDIT
                   DISPLAY "Account unlocked."
                               - UM-PASSWORD-EXPIRY-DAYS - 1)
                       MOVE "N" TO UM-ACCOUNT-LOCKED
                       MOVE 0   TO UM-FAILED-ATTEMPTS
                       PERFORM REWRITE-USER-MASTER
                       MOVE "ADMIN PWD RESET" TO WS-AUDIT-REASON
                       PERFORM WRITE-ADMIN-AUDIT
                       DISPLAY "Password reset - expired on arrival."
                       DISPLAY "No such user."
                   NOT INVALID KEY
                       MOVE "Y" TO UM-ACCOUNT-DISABLED
                       PERFORM REWRITE-USER-MASTER
                       MOVE "ADMIN DISABLE" TO WS-AUDIT-REASON
                       PERFORM WRITE-ADMIN-AUDIT
                       DISPLAY "Account disabled."
                   DISPLAY "No such user."
               NOT INVALID KEY
                   MOVE "N" TO UM-ACCOUNT-DISABLED
                   PERFORM REWRITE-USER-MASTER
                   MOVE "ADMIN ENABLE" TO WS-AUDIT-REASON
                   PERFORM WRITE-ADMIN-AUDIT
                   DISPLAY "Account enabled."
               DISPLAY "Cannot delete your own account."
           ELSE
               MOVE WS-TARGET-USERNAME TO UM-USERNAME
               READ USER-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-UJ-BEFORE-IMAGE
                   NOT INVALID KEY
                       MOVE USER-RECORD TO WS-UJ-BEFORE-IMAGE
               END-READ
               DELETE USER-MASTER RECORD
                   INVALID KEY
                       DISPLAY "No such user."
                   NOT INVALID KEY
                       PERFORM JOURNAL-USER-MASTER-DELETE
                       MOVE "ADMIN DELETE" TO WS-AUDIT-REASON
                       PERFORM WRITE-ADMIN-AUDIT
                       DISPLAY "Account deleted."
               END-DELETE
           END-IF.

       ROLE-ADMIN-SCREEN.
           MOVE "Y" TO WS-ROLE-MENU-FLAG
           PERFORM UNTIL NOT WS-IN-ROLE-MENU
               DISPLAY ROLE-ADMIN-SCR
               ACCEPT ROLE-ADMIN-SCR
                   WITH TIME-OUT WS-IDLE-TIMEOUT-TENTHS
                   ON EXCEPTION
                       PERFORM SESSION-TIMEOUT-LOGOUT
               END-ACCEPT
               IF WS-STILL-LOGGED-IN
                   PERFORM TOUCH-SESSION
                   PERFORM PROCESS-ROLE-ACTION
               END-IF
           END-PERFORM.

       PROCESS-ROLE-ACTION.
           EVALUATE WS-ROLE-ACTION
               WHEN "L"
                   PERFORM LIST-ROLE-PERMISSIONS
               WHEN "A"
                   PERFORM ADD-ROLE
               WHEN "G"
                   MOVE "Y" TO WS-NEW-FLAG-VALUE
                   PERFORM CHANGE-ROLE-PERMISSION
               WHEN "R"
                   MOVE "N" TO WS-NEW-FLAG-VALUE
                   PERFORM CHANGE-ROLE-PERMISSION
               WHEN "X"
                   PERFORM DELETE-ROLE
               WHEN "Q"
                   MOVE "N" TO WS-ROLE-MENU-FLAG
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       LIST-ROLE-PERMISSIONS.
           MOVE "N" TO WS-ROLE-EOF-FLAG
           MOVE LOW-VALUES TO RP-ROLE
           START ROLE-PERMISSIONS KEY NOT LESS THAN RP-ROLE
               INVALID KEY
                   MOVE "Y" TO WS-ROLE-EOF-FLAG
           END-START
           DISPLAY "ROLE       ENTRY BROWS  VOID RETRN INQRY USRAD "
               "ITMAD BCAST OVRID CUSAD CASHA CALAD"
           PERFORM SHOW-ROLE-PERMISSION UNTIL WS-ROLE-EOF.

       SHOW-ROLE-PERMISSION.
           READ ROLE-PERMISSIONS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROLE-EOF-FLAG
               NOT AT END
                   MOVE RP-ROLE TO WS-RLL-ROLE
                   PERFORM VARYING WS-ROLE-FLAG-NUMBER FROM 1 BY 1
                           UNTIL WS-ROLE-FLAG-NUMBER
                               > WS-ROLE-FUNCTION-MAX
                       IF RP-FLAG(WS-ROLE-FLAG-NUMBER) = "Y"
                           MOVE "   Y  "
                               TO WS-RLL-CELL(WS-ROLE-FLAG-NUMBER)
                       ELSE
                           MOVE "   -  "
                               TO WS-RLL-CELL(WS-ROLE-FLAG-NUMBER)
                       END-IF
                   END-PERFORM
                   DISPLAY WS-ROLE-LINE
           END-READ.

       ADD-ROLE.
      *    A NEW ROLE STARTS WITH NO FUNCTIONS AT ALL; EACH ONE IT
      *    NEEDS IS THEN GRANTED SEPARATELY, SO EVERY PERMISSION A
      *    ROLE HOLDS HAS ITS OWN GRANT ON THE AUDIT TRAIL.
           IF WS-TARGET-ROLE = SPACES
               DISPLAY "Role is required."
           ELSE
               MOVE WS-TARGET-ROLE TO RP-ROLE
               MOVE "NNNNNNNNNNNN" TO RP-PERMISSIONS
               WRITE ROLE-PERMISSION-RECORD
                   INVALID KEY
                       DISPLAY "Role already exists."
                   NOT INVALID KEY
                       PERFORM JOURNAL-ROLE-PERMISSION-ADD
                       MOVE WS-TARGET-ROLE TO WS-RAD-ROLE
                       MOVE SPACES         TO WS-RAD-FUNCTION
                       MOVE "ROLE ADD"     TO WS-AUDIT-REASON
                       PERFORM WRITE-ROLE-AUDIT
                       DISPLAY "Role added - no functions granted."
               END-WRITE
           END-IF.

       CHANGE-ROLE-PERMISSION.
      *    WS-NEW-FLAG-VALUE IS "Y" TO GRANT, "N" TO REVOKE. A USER MAY
      *    NOT REVOKE USER ADMINISTRATION FROM THEIR OWN ROLE - THAT
      *    COULD LEAVE NOBODY ABLE TO MAINTAIN THIS FILE. THE CHANGE
      *    TAKES EFFECT AT EACH USER'S NEXT LOGIN.
           PERFORM VARYING WS-ROLE-FLAG-NUMBER FROM 1 BY 1
                   UNTIL WS-ROLE-FLAG-NUMBER > WS-ROLE-FUNCTION-MAX
                   OR WS-ROLE-FUNCTION(WS-ROLE-FLAG-NUMBER)
                       = WS-TARGET-FUNCTION
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ROLE-FLAG-NUMBER > WS-ROLE-FUNCTION-MAX
                   DISPLAY "Unknown function code."
               WHEN WS-TARGET-ROLE = WS-USER-ROLE
                   AND WS-TARGET-FUNCTION = "USERADM"
                   AND WS-NEW-FLAG-VALUE = "N"
                   DISPLAY "Cannot revoke USERADM from your own role."
               WHEN OTHER
                   PERFORM APPLY-ROLE-PERMISSION
           END-EVALUATE.

       APPLY-ROLE-PERMISSION.
           MOVE WS-TARGET-ROLE TO RP-ROLE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   DISPLAY "No such role."
               NOT INVALID KEY
                   IF RP-FLAG(WS-ROLE-FLAG-NUMBER) = WS-NEW-FLAG-VALUE
                       DISPLAY "No change."
                   ELSE
                       MOVE WS-NEW-FLAG-VALUE
                           TO RP-FLAG(WS-ROLE-FLAG-NUMBER)
                       PERFORM REWRITE-ROLE-PERMISSION
                       MOVE WS-TARGET-ROLE     TO WS-RAD-ROLE
                       MOVE WS-TARGET-FUNCTION TO WS-RAD-FUNCTION
                       IF WS-NEW-FLAG-VALUE = "Y"
                           MOVE "PERM GRANT"   TO WS-AUDIT-REASON
                           DISPLAY "Permission granted."
                       ELSE
                           MOVE "PERM REVOKE"  TO WS-AUDIT-REASON
                           DISPLAY "Permission revoked."
                       END-IF
                       PERFORM WRITE-ROLE-AUDIT
                   END-IF
           END-READ.

       DELETE-ROLE.
      *    A ROLE STILL HELD BY ANY ACCOUNT CANNOT GO - THOSE USERS
      *    COULD NO LONGER LOG IN. MOVE THEM TO ANOTHER ROLE FIRST.
           MOVE 0   TO WS-ROLE-USER-COUNT
           MOVE "N" TO WS-USER-EOF-FLAG
           MOVE LOW-VALUES TO UM-USERNAME
           START USER-MASTER KEY NOT LESS THAN UM-USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-USER-EOF-FLAG
           END-START
           PERFORM COUNT-ROLE-USER UNTIL WS-USER-EOF
           EVALUATE TRUE
               WHEN WS-TARGET-ROLE = WS-USER-ROLE
                   DISPLAY "Cannot delete your own role."
               WHEN WS-ROLE-USER-COUNT > 0
                   DISPLAY "Role is held by " WS-ROLE-USER-COUNT
                       " user(s) - not deleted."
               WHEN OTHER
                   PERFORM DELETE-ROLE-RECORD
           END-EVALUATE.

       COUNT-ROLE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USER-EOF-FLAG
               NOT AT END
                   IF UM-USER-ROLE = WS-TARGET-ROLE
                       ADD 1 TO WS-ROLE-USER-COUNT
                   END-IF
           END-READ.

       DELETE-ROLE-RECORD.
           MOVE WS-TARGET-ROLE TO RP-ROLE
           READ ROLE-PERMISSIONS
               INVALID KEY
                   MOVE SPACES TO WS-UJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ROLE-PERMISSION-RECORD TO WS-UJ-BEFORE-IMAGE
           END-READ
           DELETE ROLE-PERMISSIONS RECORD
               INVALID KEY
                   DISPLAY "No such role."
               NOT INVALID KEY
                   PERFORM JOURNAL-ROLE-PERMISSION-DELETE
                   MOVE WS-TARGET-ROLE TO WS-RAD-ROLE
                   MOVE SPACES         TO WS-RAD-FUNCTION
                   MOVE "ROLE DELETE"  TO WS-AUDIT-REASON
                   PERFORM WRITE-ROLE-AUDIT
                   DISPLAY "Role deleted."
           END-DELETE.

       WRITE-ROLE-AUDIT.
      *    EVERY PERMISSION CHANGE GOES TO LOGIN-AUDIT THROUGH THE
      *    SAME PATH AS THE ACCOUNT ACTIONS, WITH THE ROLE AND THE
      *    FUNCTION CODE IN AUD-DETAIL IN PLACE OF A USERNAME.
           MOVE WS-ROLE-AUDIT-DETAIL TO WS-TARGET-USERNAME
           PERFORM WRITE-ADMIN-AUDIT.

       WRITE-ADMIN-AUDIT.
      *    ADMINISTRATIVE ACTIONS RECORD THE ACTING ADMIN AS THE
      *    AUDIT USERNAME AND THE ACCOUNT ACTED ON IN AUD-DETAIL,

       RESET-FAILED-ATTEMPTS.
           MOVE 0 TO UM-FAILED-ATTEMPTS
           PERFORM REWRITE-USER-MASTER.

       RECORD-FAILED-ATTEMPT.
           ADD 1 TO UM-FAILED-ATTEMPTS
           MOVE "F" TO WS-AUDIT-STATUS
           IF UM-FAILED-ATTEMPTS >= 3
               MOVE "Y" TO UM-ACCOUNT-LOCKED
               PERFORM REWRITE-USER-MASTER
               MOVE "LOCKED OUT" TO WS-AUDIT-REASON
               DISPLAY "Account Locked"
           ELSE
               PERFORM REWRITE-USER-MASTER
               MOVE "BAD PASSWORD" TO WS-AUDIT-REASON
               DISPLAY "Invalid Credentials!"
           END-IF
