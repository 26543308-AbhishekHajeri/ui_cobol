      *****************************************************************
      *  SHOPTRAN.CPY - SHOP-TRANSACTIONS FILE RECORD LAYOUT
      *  INDEXED FILE, KEYED ON TX-TRAN-KEY (TRANSACTION NUMBER AND
      *  LINE NUMBER), WITH ALTERNATE KEYS
      *  (BOTH WITH DUPLICATES) ON TX-DATE AND TX-USERNAME SO THE
      *  ONLINE BROWSE AND INQUIRY CAN START AT THE RIGHT PLACE
      *  INSTEAD OF CRAWLING THE WHOLE FILE. ONE RECORD PER ITEM
      *  LINE OF A SHOP TRANSACTION ENTERED AT A TERMINAL: A SALE
      *  OF SEVERAL ITEMS (ONE CUSTOMER'S BASKET) IS SEVERAL RECORDS
      *  UNDER ONE TX-TRAN-NUMBER, LINES NUMBERED FROM 1, EACH WITH
      *  ITS OWN ITEM, QUANTITY AND AMOUNT - THE TRANSACTION TOTAL
      *  IS THE SUM OF ITS LINES. EVERY TRANSACTION HAS A LINE 1,
      *  SO COUNTS OF TRANSACTIONS ARE TAKEN ON LINE 1 ONLY.
      *  VOIDED TRANSACTIONS ARE KEPT ON FILE WITH TX-STATUS "V"
      *  RATHER THAN DELETED - A VOID MARKS EVERY LINE.
      *  A RETURN IS A TRANSACTION OF ITS OWN WITH TX-STATUS "R" AND
      *  THE ORIGINAL SALE'S NUMBER AND LINE IN TX-ORIG-TRAN AND
      *  TX-ORIG-LINE (ZERO ON SALES). A RETURN IS ALWAYS A SINGLE
      *  LINE, AGAINST ONE LINE OF THE ORIGINAL BASKET.
      *  ITS QUANTITY AND AMOUNT ARE POSITIVE AND ARE SUBTRACTED BY
      *  THE REPORTS. TX-ORIG-TRAN STAYS SET EVEN IF THE RETURN IS
      *  LATER VOIDED, SO A RECORD CAN ALWAYS BE TOLD FOR WHAT IT IS.
      *  OF A SETTLED DAY WITH TX-CLOSED-FLAG "Y" - CLOSED RECORDS
      *  CAN NO LONGER BE VOIDED ONLINE, SO THE FIGURES THE
      *  BOOKKEEPER HAS ALREADY POSTED CANNOT CHANGE UNDERNEATH HER.
      *  TX-TENDER-TYPE SAYS HOW THE CUSTOMER PAID (OR, ON A RETURN,
      *  HOW THE REFUND WENT OUT) AND IS CARRIED ON EVERY LINE, SO
      *  THE TILL CASH-UP CAN SUM LINES BY TENDER. THE CASH HANDED
      *  OVER AND THE CHANGE GIVEN BELONG TO THE WHOLE TRANSACTION
      *  AND ARE HELD ON LINE 1 ONLY (ZERO ON LATER LINES AND ON
      *  ANYTHING NOT PAID IN CASH). SPACES IN TX-TENDER-TYPE MARK A
      *  RECORD KEYED BEFORE TENDERS WERE CAPTURED.
      *  TX-AMOUNT IS THE GROSS (VAT-INCLUSIVE) LINE VALUE - SHELF
      *  PRICES INCLUDE VAT. THE ITEM'S VAT CATEGORY AND THE RATE IN
      *  FORCE ON THE DAY ARE FROZEN ON THE LINE AT ENTRY, WITH THE
      *  VAT CONTAINED IN THE GROSS (TX-TAX-AMOUNT) AND THE GROSS
      *  LESS THAT VAT (TX-NET-AMOUNT), SO A LATER RATE CHANGE NEVER
      *  RESTATES A SALE ALREADY MADE. A RETURN CARRIES THE CATEGORY
      *  AND RATE OF THE LINE IT REVERSES AND ITS SHARE OF THAT
      *  LINE'S VAT. LIKE TX-AMOUNT, THE NET AND TAX ON A RETURN ARE
      *  POSITIVE AND ARE SUBTRACTED BY THE REPORTS. A SPACE IN
      *  TX-TAX-CATEGORY MARKS A RECORD KEYED BEFORE VAT WAS
      *  CAPTURED (NET = GROSS, TAX ZERO).
      *  A SALE PUT ON A TRADE CUSTOMER'S ACCOUNT HAS TENDER "ACCT"
      *  AND THE CUSTOMER'S NUMBER (CUSTMAST) IN TX-ACCOUNT-NUMBER
      *  ON EVERY LINE; SO DOES A RETURN CREDITED BACK TO THE
      *  ACCOUNT. IT IS ZERO ON EVERYTHING ELSE.
      *****************************************************************
       01  SHOP-TRANSACTION-RECORD.
           05  TX-TRAN-KEY.
               10  TX-TRAN-NUMBER      PIC 9(8).
               10  TX-LINE-NUMBER      PIC 9(3).
                   88  TX-FIRST-LINE   VALUE 1.
           05  TX-DATE                 PIC 9(8).
           05  TX-TIME                 PIC 9(6).
           05  TX-TERMINAL-ID          PIC X(8).
               88  TX-DAY-CLOSED       VALUE "Y".
               88  TX-DAY-OPEN         VALUE "N".
           05  TX-ORIG-TRAN            PIC 9(8).
           05  TX-ORIG-LINE            PIC 9(3).
           05  TX-TENDER-TYPE          PIC X(4).
               88  TX-TENDER-CASH      VALUE "CASH".
               88  TX-TENDER-CARD      VALUE "CARD".
               88  TX-TENDER-VOUCHER   VALUE "VCHR".
               88  TX-TENDER-ACCOUNT   VALUE "ACCT".
           05  TX-CASH-GIVEN           PIC 9(7)V99.
           05  TX-CHANGE-DUE           PIC 9(7)V99.
           05  TX-TAX-CATEGORY         PIC X(1).
               88  TX-TAX-STANDARD     VALUE "S".
               88  TX-TAX-REDUCED      VALUE "R".
               88  TX-TAX-ZERO         VALUE "Z".
               88  TX-TAX-EXEMPT       VALUE "E".
               88  TX-TAX-UNRECORDED   VALUE SPACE.
           05  TX-TAX-RATE             PIC 9(2)V99.
           05  TX-NET-AMOUNT           PIC 9(7)V99.
           05  TX-TAX-AMOUNT           PIC 9(7)V99.
           05  TX-ACCOUNT-NUMBER       PIC 9(6).
