      *****************************************************************
      *  CUSTLEDG.CPY - CUSTOMER LEDGER RECORD LAYOUT
      *  SEQUENTIAL FILE, APPEND-ONLY, ONE RECORD PER CHANGE TO A
      *  CUSTOMER'S CM-BALANCE: A SALE PUT ON ACCOUNT, A RETURN
      *  CREDITED BACK TO IT, A PAYMENT RECEIVED, OR A VOID OF A
      *  SALE OR RETURN ALREADY POSTED. CL-AMOUNT IS THE SIGNED
      *  CHANGE TO WHAT THE CUSTOMER OWES (A SALE IS POSITIVE, A
      *  RETURN OR PAYMENT NEGATIVE) AND CL-BALANCE-AFTER THE
      *  FIGURE IT LEFT ON THE CUSTOMER-MASTER, SO A BALANCE CAN BE
      *  TRACED BACK ENTRY BY ENTRY, LIKE THE STOCK-MOVEMENT
      *  JOURNAL. CL-TRAN-NUMBER IS ZERO ON A PAYMENT, WHICH CARRIES
      *  THE CHEQUE OR REMITTANCE REFERENCE IN CL-REFERENCE INSTEAD.
      *  PRINTED MONTHLY AS STATEMENTS AND AGED DEBT BY CUSTSTMT.
      *****************************************************************
       01  CUSTOMER-LEDGER-RECORD.
           05  CL-TIMESTAMP            PIC 9(14).
           05  CL-ACCOUNT-NUMBER       PIC 9(6).
           05  CL-ENTRY-TYPE           PIC X(4).
               88  CL-SALE             VALUE "SALE".
               88  CL-RETURN           VALUE "RETN".
               88  CL-PAYMENT          VALUE "PAYM".
               88  CL-VOID             VALUE "VOID".
           05  CL-AMOUNT               PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  CL-BALANCE-AFTER        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  CL-TRAN-NUMBER          PIC 9(8).
           05  CL-USERNAME             PIC X(20).
           05  CL-TERMINAL-ID          PIC X(8).
           05  CL-REFERENCE            PIC X(12).
