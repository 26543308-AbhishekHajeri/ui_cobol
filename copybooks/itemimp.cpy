      *****************************************************************
      *  ITEMIMP.CPY - HEAD-OFFICE ITEM/PRICE IMPORT RECORD LAYOUT
      *  FIXED-FORMAT SEQUENTIAL FILE SENT BY HEAD OFFICE AND LOADED
      *  BY ITEMLOAD. ONE "H" HEADER (SENDER, FILE DATE, FILE
      *  SEQUENCE NUMBER), ANY NUMBER OF "D" DETAILS, AND ONE "T"
      *  TRAILER CARRYING THE DETAIL COUNT AND A HASH TOTAL OF
      *  II-UNIT-PRICE OVER EVERY DETAIL AS SENT. A DETAIL IS ONE OF:
      *    A  ADD A NEW ITEM (OR BRING A RETIRED ONE BACK) WITH ITS
      *       DESCRIPTION, PRICE AND VAT CATEGORY - LIVE AS SOON AS
      *       IT IS LOADED. A BLANK CATEGORY IS STANDARD RATE ON A
      *       NEW ITEM AND LEAVES A RETURNING ITEM'S CATEGORY AS IT
      *       WAS
      *    R  RETIRE AN ITEM - PRICE AND EFFECTIVE DATE UNUSED
      *    P  CHANGE AN ITEM'S PRICE FROM II-EFFECTIVE-DATE - QUEUED
      *       ON PRICEQ AND APPLIED BY THE NIGHTLY PRICEAPL STEP
      *****************************************************************
       01  ITEM-IMPORT-RECORD.
           05  II-RECORD-TYPE          PIC X(1).
               88  II-HEADER           VALUE "H".
               88  II-DETAIL           VALUE "D".
               88  II-TRAILER          VALUE "T".
           05  II-DETAIL-BODY.
               10  II-ACTION           PIC X(1).
                   88  II-ADD-ITEM     VALUE "A".
                   88  II-RETIRE-ITEM  VALUE "R".
                   88  II-PRICE-CHANGE VALUE "P".
               10  II-ITEM-CODE        PIC X(12).
               10  II-DESCRIPTION      PIC X(30).
               10  II-UNIT-PRICE       PIC 9(5)V99.
               10  II-EFFECTIVE-DATE   PIC 9(8).
               10  II-EFFECTIVE-SPLIT REDEFINES II-EFFECTIVE-DATE.
                   15  II-EFF-YEAR     PIC 9(4).
                   15  II-EFF-MONTH    PIC 9(2).
                   15  II-EFF-DAY      PIC 9(2).
               10  II-TAX-CATEGORY     PIC X(1).
                   88  II-TAX-CATEGORY-VALID
                                       VALUE "S" "R" "Z" "E".
               10  FILLER              PIC X(20).
           05  II-HEADER-BODY REDEFINES II-DETAIL-BODY.
               10  II-HDR-SOURCE       PIC X(8).
               10  II-HDR-FILE-DATE    PIC 9(8).
               10  II-HDR-SEQUENCE     PIC 9(6).
               10  FILLER              PIC X(57).
           05  II-TRAILER-BODY REDEFINES II-DETAIL-BODY.
               10  II-TRL-RECORD-COUNT PIC 9(7).
               10  II-TRL-PRICE-HASH   PIC 9(11)V99.
               10  FILLER              PIC X(59).
