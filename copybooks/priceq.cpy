      *****************************************************************
      *  PRICEQ.CPY - QUEUED PRICE-CHANGE FILE RECORD LAYOUT
      *  INDEXED FILE, KEYED ON EFFECTIVE DATE THEN ITEM CODE, ONE
      *  RECORD PER PRICE CHANGE LOADED FROM THE HEAD-OFFICE IMPORT
      *  (ITEMLOAD). THE NIGHTLY PRICEAPL STEP READS IT IN KEY ORDER
      *  AND APPLIES EVERY PENDING CHANGE THAT HAS FALLEN DUE TO THE
      *  ITEM-MASTER, SO TWO CHANGES TO ONE ITEM LAND OLDEST FIRST.
      *  APPLIED CHANGES STAY ON FILE MARKED "A"; ONE WHOSE ITEM HAS
      *  SINCE VANISHED IS MARKED "X" AND REPORTED. A LATER IMPORT
      *  FOR THE SAME ITEM AND DATE REPLACES A CHANGE STILL PENDING.
      *****************************************************************
       01  PRICE-QUEUE-RECORD.
           05  PQ-KEY.
               10  PQ-EFFECTIVE-DATE   PIC 9(8).
               10  PQ-ITEM-CODE        PIC X(12).
           05  PQ-NEW-PRICE            PIC 9(5)V99.
           05  PQ-STATUS               PIC X(1).
               88  PQ-PENDING          VALUE "P".
               88  PQ-APPLIED          VALUE "A".
               88  PQ-REJECTED         VALUE "X".
           05  PQ-QUEUED-TIMESTAMP     PIC 9(14).
           05  PQ-SOURCE               PIC X(8).
           05  PQ-FILE-SEQUENCE        PIC 9(6).
           05  PQ-APPLIED-TIMESTAMP    PIC 9(14).
