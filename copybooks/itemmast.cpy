      *  RETIRED ITEMS ARE KEPT ON FILE WITH IM-ACTIVE-FLAG "N"
      *  RATHER THAN DELETED, SO TRANSACTIONS ALREADY ON FILE STILL
      *  RESOLVE TO A DESCRIPTION.
      *  IM-ON-HAND IS THE SHELF QUANTITY: TAKEN DOWN BY EACH SALE,
      *  PUT BACK BY EACH RETURN, REVERSED BY A VOID AND RAISED BY
      *  GOODS RECEIVED ON THE ITEM MAINTENANCE SCREEN - EVERY
      *  MOVEMENT IS ALSO WRITTEN TO THE STOCK-MOVEMENT JOURNAL
      *  (STKMOVE). IT IS SIGNED BECAUSE A MISCOUNTED SHELF CAN SELL
      *  BELOW ZERO; THE NIGHTLY REORDER REPORT (REORDRPT) LISTS
      *  THOSE FOR A RECOUNT ALONG WITH EVERY ITEM AT OR BELOW ITS
      *  IM-REORDER-LEVEL.
      *  IM-TAX-CATEGORY IS THE ITEM'S VAT CATEGORY. THE RATE ITSELF
      *  IS NOT HELD HERE - IT IS LOOKED UP ON THE VAT RATE TABLE
      *  (VATRATE) FOR THE CATEGORY AND THE DAY OF SALE, SO A RATE
      *  CHANGE IS ONE NEW TABLE ENTRY, NOT A PASS OVER EVERY ITEM.
      *****************************************************************
       01  ITEM-RECORD.
           05  IM-ITEM-CODE            PIC X(12).
           05  IM-ACTIVE-FLAG          PIC X(1).
               88  IM-ACTIVE           VALUE "Y".
               88  IM-RETIRED          VALUE "N".
           05  IM-ON-HAND              PIC S9(7).
           05  IM-REORDER-LEVEL        PIC 9(7).
           05  IM-TAX-CATEGORY         PIC X(1).
               88  IM-TAX-STANDARD     VALUE "S".
               88  IM-TAX-REDUCED      VALUE "R".
               88  IM-TAX-ZERO         VALUE "Z".
               88  IM-TAX-EXEMPT       VALUE "E".
               88  IM-TAX-CATEGORY-VALID
                                       VALUE "S" "R" "Z" "E".
