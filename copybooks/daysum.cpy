      *  SHOP-TRANSACTIONS AS CLOSED. A DAY WITH A RECORD HERE IS
      *  SETTLED - DAYCLOSE REFUSES TO CLOSE IT A SECOND TIME, AND
      *  THE ONLINE VOID REFUSES ITS TRANSACTIONS.
      *  DS-TAX-BREAKDOWN HOLDS ONE ENTRY PER VAT CATEGORY, ALWAYS IN
      *  THE ORDER S, R, Z, E: THE NET (EX-VAT) VALUE AND THE VAT OF
      *  THE DAY'S SALES LESS ITS RETURNS, VOIDS EXCLUDED. THEY ARE
      *  SIGNED BECAUSE A DAY OF REFUNDS CAN COME OUT BELOW ZERO.
      *  DAYS CLOSED BEFORE VAT WAS CAPTURED CARRY ZERO BREAKDOWNS.
      *****************************************************************
       01  DAY-SUMMARY-RECORD.
           05  DS-DATE                 PIC 9(8).
           05  DS-RETURN-AMOUNT        PIC 9(9)V99.
      *    NET IS GROSS LESS RETURNS - VOIDS NEVER COUNTED AT ALL.
           05  DS-NET-AMOUNT           PIC 9(9)V99.
           05  DS-TAX-BREAKDOWN        OCCURS 4 TIMES.
               10  DS-TAX-CATEGORY     PIC X(1).
               10  DS-TAX-NET          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10  DS-TAX-AMOUNT       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
