           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
      *    THE YEARLY ARCHIVE, SO NO INDIVIDUAL FIELD NAMES ARE
      *    NEEDED ON THIS SIDE (SAME PATTERN AS AUDPURGE).
       FD  TRANS-ARCHIVE.
       01  ARCHIVE-TRANSACTION-RECORD PIC X(143).

       WORKING-STORAGE SECTION.
       01 WS-SHOP-TRANS-STATUS   PIC X(2).
           ELSE
               MOVE "Y" TO WS-FILES-OPENED-FLAG
               PERFORM OPEN-TRANS-ARCHIVE
               MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
               START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
