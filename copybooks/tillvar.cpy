      *****************************************************************
      *  TILLVAR.CPY - TILL CASH-UP VARIANCE RECORD LAYOUT
      *  SEQUENTIAL FILE, APPEND-ONLY, ONE RECORD PER TILL CASH-UP
      *  KEYED AT A TERMINAL BY ITS OPERATOR OR AN ADMIN. THE
      *  EXPECTED FIGURES ARE WORKED OUT FROM THAT TERMINAL'S
      *  TRANSACTIONS SINCE ITS PREVIOUS CASH-UP (TV-FROM-TIMESTAMP,
      *  ZERO ON A TERMINAL'S FIRST CASH-UP, WHICH COUNTS FROM THE
      *  START OF THE DAY): SALES ADD, REFUNDS SUBTRACT, VOIDS ARE
      *  LEFT OUT. EXPECTED CASH INCLUDES THE FLOAT LEFT IN THE
      *  DRAWER. A VARIANCE IS COUNTED MINUS EXPECTED - NEGATIVE
      *  MEANS THE TILL IS SHORT. VOUCHERS ARE SHOWN FOR REFERENCE
      *  BUT NOT COUNTED. THE LATEST RECORD FOR A TERMINAL IS WHERE
      *  ITS NEXT CASH-UP STARTS. REPORTED NIGHTLY BY TILLRPT.
      *****************************************************************
       01  TILL-VARIANCE-RECORD.
           05  TV-TIMESTAMP            PIC 9(14).
           05  TV-TERMINAL-ID          PIC X(8).
           05  TV-USERNAME             PIC X(20).
           05  TV-FROM-TIMESTAMP       PIC 9(14).
           05  TV-TRAN-COUNT           PIC 9(5).
           05  TV-FLOAT                PIC 9(7)V99.
           05  TV-EXPECTED-CASH        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  TV-COUNTED-CASH         PIC 9(7)V99.
           05  TV-CASH-VARIANCE        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  TV-EXPECTED-CARD        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  TV-COUNTED-CARD         PIC 9(7)V99.
           05  TV-CARD-VARIANCE        PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  TV-EXPECTED-VOUCHER     PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
