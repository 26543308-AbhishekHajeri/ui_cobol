      *****************************************************************
      *  UPDJRNL.CPY - ONLINE UPDATE JOURNAL RECORD LAYOUT
      *  SEQUENTIAL FILE, APPEND-ONLY, ONE RECORD PER CHANGE LOGINUI
      *  MAKES TO ONE OF THE INDEXED FILES IT UPDATES LIVE:
      *  SHOPTRAN (A SALE OR RETURN LINE WRITTEN, A LINE VOIDED),
      *  TRANCTL (A TRANSACTION NUMBER ALLOCATED), ITEMMAST (AN ITEM
      *  ADDED OR CHANGED, STOCK POSTED), USERMAST (AN ACCOUNT ADDED,
      *  CHANGED OR DELETED - A LOGIN ATTEMPT COUNT INCLUDED),
      *  CUSTMAST (A CUSTOMER ACCOUNT OPENED OR CHANGED, A BALANCE
      *  POSTED), ROLEPERM (A ROLE ADDED OR DELETED, A PERMISSION
      *  GRANTED OR REVOKED) AND TRADCAL (A TRADING DAY SET OR PUT
      *  BACK TO STANDARD HOURS). UJ-BEFORE-IMAGE IS THE RECORD AS
      *  IT WAS ON FILE (SPACES ON AN ADD) AND UJ-AFTER-IMAGE AS IT
      *  WAS LEFT (SPACES ON A DELETE), EACH LEFT-JUSTIFIED IN THE
      *  FIELD.
      *  THE NIGHTLY BACKUP IN LGNIGHT COPIES EACH FILE AND STARTS A
      *  NEW JOURNAL, SO THE JOURNAL ALWAYS HOLDS EXACTLY THE CHANGES
      *  MADE SINCE THE LAST BACKUP; RECOVER RESTORES A BACKUP AND
      *  REPLAYS THE JOURNAL OVER IT UP TO A CHOSEN TIME.
      *****************************************************************
       01  UPDATE-JOURNAL-RECORD.
           05  UJ-TIMESTAMP            PIC 9(14).
           05  UJ-FILE-ID              PIC X(8).
               88  UJ-SHOP-TRANS       VALUE "SHOPTRAN".
               88  UJ-TRAN-CONTROL     VALUE "TRANCTL".
               88  UJ-ITEM-MASTER      VALUE "ITEMMAST".
               88  UJ-USER-MASTER      VALUE "USERMAST".
               88  UJ-CUSTOMER-MASTER  VALUE "CUSTMAST".
               88  UJ-ROLE-PERMISSION  VALUE "ROLEPERM".
               88  UJ-TRADING-CALENDAR VALUE "TRADCAL".
           05  UJ-OPERATION            PIC X(1).
               88  UJ-ADD              VALUE "A".
               88  UJ-CHANGE           VALUE "C".
               88  UJ-DELETE           VALUE "D".
           05  UJ-USERNAME             PIC X(20).
           05  UJ-TERMINAL-ID          PIC X(8).
           05  UJ-BEFORE-IMAGE         PIC X(200).
           05  UJ-AFTER-IMAGE          PIC X(200).
