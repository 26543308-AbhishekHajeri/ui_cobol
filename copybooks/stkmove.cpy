      *****************************************************************
      *  STKMOVE.CPY - STOCK-MOVEMENT JOURNAL RECORD LAYOUT
      *  SEQUENTIAL FILE, ONE RECORD PER CHANGE TO AN ITEM'S
      *  IM-ON-HAND: A SALE, A RETURN, A VOID REVERSING EITHER OF
      *  THEM, GOODS RECEIVED, OR A STOCK COUNT KEYED ON THE ITEM
      *  MAINTENANCE SCREEN. SM-QUANTITY IS THE SIGNED CHANGE (A
      *  SALE IS NEGATIVE) AND SM-ON-HAND-AFTER THE FIGURE IT LEFT
      *  ON THE ITEM-MASTER, SO THE SHELF QUANTITY CAN BE TRACED
      *  BACK MOVE BY MOVE TO THE LAST COUNT. SM-TRAN-NUMBER IS ZERO
      *  ON GOODS RECEIVED AND COUNTS, WHICH CARRY THE DELIVERY NOTE
      *  OR COUNT SHEET IN SM-REFERENCE INSTEAD.
      *****************************************************************
       01  STOCK-MOVEMENT-RECORD.
           05  SM-TIMESTAMP            PIC 9(14).
           05  SM-ITEM-CODE            PIC X(12).
           05  SM-MOVE-TYPE            PIC X(4).
               88  SM-SALE             VALUE "SALE".
               88  SM-RETURN           VALUE "RETN".
               88  SM-VOID             VALUE "VOID".
               88  SM-GOODS-IN         VALUE "RECV".
               88  SM-STOCK-COUNT      VALUE "CNT ".
           05  SM-QUANTITY             PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  SM-ON-HAND-AFTER        PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  SM-TRAN-NUMBER          PIC 9(8).
           05  SM-USERNAME             PIC X(20).
           05  SM-TERMINAL-ID          PIC X(8).
           05  SM-REFERENCE            PIC X(12).
