           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
      *        ERROR.
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE 0 TO TX-TRAN-NUMBER TX-LINE-NUMBER
               START SHOP-TRANS KEY NOT LESS THAN TX-TRAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
       ACCUMULATE-BY-HOUR.
      *    THE PROFILE COUNTS REAL CUSTOM AT THE COUNTER, SO VOIDS
      *    AND RETURNS STAY OUT OF IT - THEY SAY NOTHING ABOUT WHEN
      *    TO STAFF UP. A BASKET IS ONE CUSTOMER HOWEVER MANY LINES
      *    IT HAS, SO ONLY LINE 1 COUNTS; EVERY LINE ADDS ITS VALUE.
           IF TX-ACTIVE
               MOVE TX-TIME(1:2) TO WS-HOUR-NUM
               SET WS-HR-IDX TO WS-HOUR-NUM
               SET WS-HR-IDX UP BY 1
               IF TX-FIRST-LINE
                   ADD 1 TO WS-HR-COUNT(WS-HR-IDX)
               END-IF
               ADD TX-AMOUNT TO WS-HR-VALUE(WS-HR-IDX)
           END-IF.

