      *****************************************************************
      *  CUSTMAST.CPY - CUSTOMER-MASTER FILE RECORD LAYOUT
      *  INDEXED FILE, KEYED ON CM-ACCOUNT-NUMBER, ONE RECORD PER
      *  TRADE CUSTOMER ALLOWED TO BUY ON ACCOUNT (TENDER "ACCT").
      *  KEPT UP ON THE CUSTOMER ACCOUNTS SCREEN OF THE ADMIN MENU.
      *  CM-BALANCE IS WHAT THE CUSTOMER OWES NOW: RAISED BY EACH
      *  SALE PUT ON THE ACCOUNT, LOWERED BY EACH RETURN CREDITED
      *  BACK TO IT AND BY EACH PAYMENT RECEIVED, AND PUT BACK BY A
      *  VOID OF EITHER KIND OF TRANSACTION. IT IS SIGNED BECAUSE A
      *  CUSTOMER CAN PAY AHEAD. EVERY CHANGE IS ALSO WRITTEN TO THE
      *  CUSTOMER LEDGER (CUSTLEDG), WHICH THE MONTH-END STATEMENTS
      *  AND AGED-DEBT REPORT (CUSTSTMT) ARE PRINTED FROM.
      *  A SALE THAT WOULD TAKE THE BALANCE OVER CM-CREDIT-LIMIT
      *  NEEDS A SUPERVISOR OVERRIDE. A CLOSED ACCOUNT TAKES NO NEW
      *  SALES BUT STILL TAKES RETURNS AND PAYMENTS, SO WHAT IS OWED
      *  CAN BE CLEARED; IT IS KEPT ON FILE, NOT DELETED, SO ITS
      *  TRANSACTIONS AND LEDGER ENTRIES STILL RESOLVE TO A NAME.
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CM-ACCOUNT-NUMBER       PIC 9(6).
           05  CM-NAME                 PIC X(30).
           05  CM-ADDRESS-1            PIC X(30).
           05  CM-ADDRESS-2            PIC X(30).
           05  CM-ADDRESS-3            PIC X(30).
           05  CM-POSTCODE             PIC X(8).
           05  CM-CREDIT-LIMIT         PIC 9(7)V99.
           05  CM-BALANCE              PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  CM-STATUS               PIC X(1).
               88  CM-OPEN             VALUE "A".
               88  CM-CLOSED           VALUE "C".
           05  CM-OPENED-DATE          PIC 9(8).
