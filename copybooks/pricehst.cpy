      *****************************************************************
      *  PRICEHST.CPY - ITEM PRICE HISTORY RECORD LAYOUT
      *  SEQUENTIAL FILE, APPEND-ONLY, ONE RECORD PER PRICE PUT ON
      *  AN ITEM: ITS FIRST PRICE WHEN ADDED (PH-OLD-PRICE ZERO) AND
      *  EVERY CHANGE AFTER THAT, WHETHER FROM THE HEAD-OFFICE
      *  IMPORT (ITEMLOAD), A QUEUED CHANGE FALLING DUE (PRICEAPL)
      *  OR A REPRICE ON THE ITEM MAINTENANCE SCREEN. THE PRICE IN
      *  FORCE FOR AN ITEM ON A GIVEN DAY IS PH-NEW-PRICE ON ITS
      *  LATEST RECORD WITH PH-EFFECTIVE-DATE NOT AFTER THAT DAY,
      *  SO AN OLD SALE CAN BE CHECKED AGAINST WHAT IT SHOULD HAVE
      *  COST. PH-USERNAME IS BLANK ON BATCH CHANGES.
      *****************************************************************
       01  PRICE-HISTORY-RECORD.
           05  PH-ITEM-CODE            PIC X(12).
           05  PH-EFFECTIVE-DATE       PIC 9(8).
           05  PH-OLD-PRICE            PIC 9(5)V99.
           05  PH-NEW-PRICE            PIC 9(5)V99.
           05  PH-CHANGE-TYPE          PIC X(4).
               88  PH-NEW-ITEM         VALUE "NEW ".
               88  PH-REPRICE          VALUE "PRCE".
           05  PH-APPLIED-TIMESTAMP    PIC 9(14).
           05  PH-SOURCE               PIC X(8).
               88  PH-FROM-IMPORT      VALUE "ITEMLOAD".
               88  PH-FROM-QUEUE       VALUE "PRICEAPL".
               88  PH-FROM-ONLINE      VALUE "ONLINE".
           05  PH-USERNAME             PIC X(20).
