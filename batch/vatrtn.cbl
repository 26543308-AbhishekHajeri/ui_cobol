       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRTN.

      *    QUARTERLY VAT RETURN WORKSHEET FOR THE ACCOUNTANT. TOTALS
      *    THE NET VALUE AND THE OUTPUT VAT FROZEN ON EACH SALE LINE
      *    AT ENTRY, BY RATE BAND (VAT CATEGORY AND RATE - A RATE
      *    CHANGE PART-WAY THROUGH A QUARTER GIVES TWO BANDS FOR THE
      *    ONE CATEGORY), OVER THE THREE MONTHS OF THE VAT QUARTER.
      *    RETURNS COME OFF THE BAND THEY WERE SOLD IN; VOIDS ARE
      *    LEFT OUT. THE QUARTER IS NAMED BY ITS LAST MONTH IN THE
      *    VAT-QUARTER-END ENVIRONMENT NAME (YYYYMM), DEFAULTING TO
      *    THE QUARTER THAT ENDED WITH LAST MONTH - SO A RUN IN THE
      *    FIRST DAYS OF A MONTH REPORTS THE QUARTER JUST FINISHED.
      *    VAT QUARTERS NEED NOT FOLLOW THE CALENDAR, SO A QUARTER CAN
      *    START IN AN EARLIER YEAR THAN THE RUN; THOSE MONTHS HAVE
      *    BEEN MOVED OFF SHOPTRAN BY THE YEAR-END ARCHIVE (TXARCH),
      *    AND ARE READ BACK FROM THE YEARLY ARCHIVE (TRANARCH) AS
      *    WELL. A RECORD IS ONLY EVER IN ONE OF THE TWO, SO NOTHING
      *    IS COUNTED TWICE. IF THE ARCHIVE IS NEEDED BUT CANNOT BE
      *    READ THE RETURN IS INCOMPLETE - IT IS STILL PRINTED, BUT
      *    THE STEP ENDS WITH CONDITION CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-TRANS ASSIGN TO "SHOPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TRAN-KEY
               ALTERNATE RECORD KEY IS TX-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TX-USERNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-SHOP-TRANS-STATUS.

           SELECT TRANS-ARCHIVE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-TRANS.
       COPY "shoptran.cpy".

      *    THE ARCHIVE HOLDS WHOLE SHOPTRAN RECORD IMAGES (SEE TXARCH).
      *    EACH ONE IS MOVED INTO THE SHOPTRAN RECORD AREA, WHILE THAT
      *    FILE IS OPEN, SO THE SAME FIELD NAMES SERVE BOTH.
       FD  TRANS-ARCHIVE.
       01  ARCHIVE-TRANSACTION-RECORD PIC X(143).

       WORKING-STORAGE SECTION.
       01 WS-SHOP-TRANS-STATUS   PIC X(2).
          88 WS-ST-OK            VALUE "00".
       01 WS-ARCHIVE-STATUS      PIC X(2).
          88 WS-ARCH-OK          VALUE "00".

       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
          88 WS-END-OF-FILE      VALUE "Y".

       01 WS-FILE-OPENED-FLAG    PIC X(1) VALUE "N".
          88 WS-FILE-OPENED      VALUE "Y".
      *    LATCHED AT OPEN TIME - FILE STATUS MOVES TO "10" AT END
      *    OF FILE, SO IT CANNOT BE RECHECKED AFTER THE READ LOOP
      *    TO DECIDE WHETHER THE FILE NEEDS CLOSING.

       01 WS-ARCHIVE-MISSING-FLAG PIC X(1) VALUE "N".
          88 WS-ARCHIVE-MISSING  VALUE "Y".

       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-QUARTER-END         PIC 9(6).
       01 WS-QUARTER-END-SPLIT REDEFINES WS-QUARTER-END.
          05 WS-QE-YEAR          PIC 9(4).
          05 WS-QE-MONTH         PIC 9(2).
       01 WS-WORK-MONTH          PIC 9(6).
       01 WS-WORK-MONTH-SPLIT REDEFINES WS-WORK-MONTH.
          05 WS-WM-YEAR          PIC 9(4).
          05 WS-WM-MONTH         PIC 9(2).
       01 WS-MONTH-START         PIC 9(8).
       01 WS-FROM-DATE           PIC 9(8).
       01 WS-TO-DATE             PIC 9(8).

       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-BAND-COUNT
                 INDEXED BY WS-BND-IDX WS-BND-JDX.
             10 WS-BND-SORT-KEY.
                15 WS-BND-RATE      PIC 9(2)V99.
                15 WS-BND-CATEGORY  PIC X(1).
             10 WS-BND-LINE-COUNT   PIC 9(7).
             10 WS-BND-NET          PIC S9(11)V99.
             10 WS-BND-SALES-VAT    PIC S9(11)V99.
             10 WS-BND-RETURN-VAT   PIC S9(11)V99.
       01 WS-BAND-COUNT          PIC 9(2) VALUE 0.
       01 WS-BAND-TABLE-MAX      PIC 9(2) VALUE 20.
       01 WS-BAND-WORK-ENTRY.
          05 WS-BNW-SORT-KEY.
             10 WS-BNW-RATE         PIC 9(2)V99.
             10 WS-BNW-CATEGORY     PIC X(1).
          05 WS-BNW-LINE-COUNT      PIC 9(7).
          05 WS-BNW-NET             PIC S9(11)V99.
          05 WS-BNW-SALES-VAT       PIC S9(11)V99.
          05 WS-BNW-RETURN-VAT      PIC S9(11)V99.

       01 WS-FOUND-FLAG          PIC X(1).
          88 WS-ENTRY-FOUND      VALUE "Y".

       01 WS-TABLE-FULL-WARNED-FLAG PIC X(1) VALUE "N".
          88 WS-TABLE-FULL-WARNED    VALUE "Y".

       01 WS-ARCHIVE-LINES       PIC 9(7) VALUE 0.
       01 WS-ONLINE-LINES        PIC 9(7) VALUE 0.
       01 WS-UNRECORDED-LINES    PIC 9(7) VALUE 0.
       01 WS-TOTAL-NET           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-SALES-VAT     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-RETURN-VAT    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-VAT           PIC S9(11)V99 VALUE 0.
       01 WS-BAND-VAT            PIC S9(11)V99.

       01 WS-BAND-LINE.
          05 WS-BL-LABEL         PIC X(14).
          05 WS-BL-RATE          PIC Z9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BL-NET           PIC -(9)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BL-SALES-VAT     PIC -(9)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BL-RETURN-VAT    PIC -(9)9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 WS-BL-VAT           PIC -(9)9.99.

       01 WS-BOX-LINE.
          05 WS-BX-LABEL         PIC X(40).
          05 WS-BX-AMOUNT        PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-QUARTER-END FROM ENVIRONMENT "VAT-QUARTER-END"
               ON EXCEPTION
                   MOVE 0 TO WS-QUARTER-END
           END-ACCEPT
           IF WS-QUARTER-END = 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-QUARTER-END
               IF WS-QE-MONTH = 1
                   SUBTRACT 1 FROM WS-QE-YEAR
                   MOVE 12 TO WS-QE-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-QE-MONTH
               END-IF
           END-IF
           IF WS-QE-MONTH < 1 OR WS-QE-MONTH > 12
               DISPLAY "VATRTN: VAT-QUARTER-END " WS-QUARTER-END
                   " IS NOT A YYYYMM MONTH - NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPUTE-QUARTER-DATES
               PERFORM READ-QUARTER-TRANSACTIONS
               PERFORM SORT-BANDS-BY-RATE
               PERFORM PRINT-VAT-RETURN
               IF WS-ARCHIVE-MISSING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       COMPUTE-QUARTER-DATES.
      *    FIRST DAY OF THE MONTH TWO BEFORE THE QUARTER END, TO THE
      *    DAY BEFORE THE FIRST OF THE MONTH AFTER IT.
           MOVE WS-QUARTER-END TO WS-WORK-MONTH
           IF WS-WM-MONTH > 2
               SUBTRACT 2 FROM WS-WM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WM-YEAR
               ADD 10 TO WS-WM-MONTH
           END-IF
           STRING WS-WORK-MONTH "01"
               DELIMITED BY SIZE INTO WS-FROM-DATE
           MOVE WS-QUARTER-END TO WS-WORK-MONTH
           IF WS-WM-MONTH = 12
               ADD 1 TO WS-WM-YEAR
               MOVE 1 TO WS-WM-MONTH
           ELSE
               ADD 1 TO WS-WM-MONTH
           END-IF
           STRING WS-WORK-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START
           COMPUTE WS-TO-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).

       READ-QUARTER-TRANSACTIONS.
           OPEN INPUT SHOP-TRANS
           IF NOT WS-ST-OK
      *        NO TRANSACTION FILE YET - AN EMPTY RETURN, NOT AN
      *        ERROR.
               MOVE "N" TO WS-FILE-OPENED-FLAG
           ELSE
               MOVE "Y" TO WS-FILE-OPENED-FLAG
           END-IF
           IF WS-FROM-DATE(1:4) < WS-CURRENT-DATE(1:4)
               PERFORM READ-ARCHIVED-MONTHS
           END-IF
           IF WS-FILE-OPENED
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-FROM-DATE TO TX-DATE
               START SHOP-TRANS KEY NOT LESS THAN TX-DATE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM READ-ONLINE-TRANSACTION UNTIL WS-END-OF-FILE
               CLOSE SHOP-TRANS
           END-IF.

       READ-ARCHIVED-MONTHS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANS-ARCHIVE
           IF NOT WS-ARCH-OK
               DISPLAY "VATRTN: WARNING - THE QUARTER STARTS IN AN "
                   "EARLIER YEAR BUT THE ARCHIVE CANNOT BE READ."
               DISPLAY "VATRTN: MONTHS ALREADY ARCHIVED ARE MISSING "
                   "FROM THIS RETURN."
               MOVE "Y" TO WS-ARCHIVE-MISSING-FLAG
           ELSE
               PERFORM READ-ARCHIVED-TRANSACTION UNTIL WS-END-OF-FILE
               CLOSE TRANS-ARCHIVE
           END-IF.

       READ-ARCHIVED-TRANSACTION.
           READ TRANS-ARCHIVE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE ARCHIVE-TRANSACTION-RECORD
                       TO SHOP-TRANSACTION-RECORD
                   IF TX-DATE NOT < WS-FROM-DATE
                           AND TX-DATE NOT > WS-TO-DATE
                           AND NOT TX-VOIDED
                       ADD 1 TO WS-ARCHIVE-LINES
                       PERFORM ACCUMULATE-BY-RATE-BAND
                   END-IF
           END-READ.

       READ-ONLINE-TRANSACTION.
      *    READ ON THE TX-DATE ALTERNATE KEY, SO THE SCAN STOPS AT
      *    THE FIRST RECORD AFTER THE QUARTER.
           READ SHOP-TRANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TX-DATE > WS-TO-DATE
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       IF NOT TX-VOIDED
                           ADD 1 TO WS-ONLINE-LINES
                           PERFORM ACCUMULATE-BY-RATE-BAND
                       END-IF
                   END-IF
           END-READ.

       ACCUMULATE-BY-RATE-BAND.
      *    LINES KEYED BEFORE VAT WAS RECORDED HAVE NO CATEGORY AND
      *    NO RATE; THEY FALL INTO A BAND OF THEIR OWN AND ARE
      *    COUNTED SO THE REPORT CAN SAY SO.
           IF TX-TAX-UNRECORDED
               ADD 1 TO WS-UNRECORDED-LINES
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                   UNTIL WS-BND-IDX > WS-BAND-COUNT
               IF WS-BND-CATEGORY(WS-BND-IDX) = TX-TAX-CATEGORY
                       AND WS-BND-RATE(WS-BND-IDX) = TX-TAX-RATE
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-BAND-COUNT >= WS-BAND-TABLE-MAX
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BAND-COUNT
               SET WS-BND-IDX TO WS-BAND-COUNT
               MOVE TX-TAX-CATEGORY TO WS-BND-CATEGORY(WS-BND-IDX)
               MOVE TX-TAX-RATE     TO WS-BND-RATE(WS-BND-IDX)
               MOVE 0 TO WS-BND-LINE-COUNT(WS-BND-IDX)
               MOVE 0 TO WS-BND-NET(WS-BND-IDX)
               MOVE 0 TO WS-BND-SALES-VAT(WS-BND-IDX)
               MOVE 0 TO WS-BND-RETURN-VAT(WS-BND-IDX)
           END-IF
           ADD 1 TO WS-BND-LINE-COUNT(WS-BND-IDX)
           IF TX-RETURNED
               SUBTRACT TX-NET-AMOUNT FROM WS-BND-NET(WS-BND-IDX)
               ADD TX-TAX-AMOUNT TO WS-BND-RETURN-VAT(WS-BND-IDX)
           ELSE
               ADD TX-NET-AMOUNT TO WS-BND-NET(WS-BND-IDX)
               ADD TX-TAX-AMOUNT TO WS-BND-SALES-VAT(WS-BND-IDX)
           END-IF.

       WARN-TABLE-FULL.
           IF NOT WS-TABLE-FULL-WARNED
               DISPLAY "VATRTN: WARNING - RATE BAND TABLE FULL, "
                   "SOME BANDS OMITTED."
               MOVE "Y" TO WS-TABLE-FULL-WARNED-FLAG
           END-IF.

       SORT-BANDS-BY-RATE.
      *    STRAIGHT SELECTION SORT, HIGHEST RATE FIRST - THERE ARE
      *    ONLY EVER A HANDFUL OF BANDS IN A QUARTER.
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                   UNTIL WS-BND-IDX >= WS-BAND-COUNT
               SET WS-BND-JDX TO WS-BND-IDX
               SET WS-BND-JDX UP BY 1
               PERFORM UNTIL WS-BND-JDX > WS-BAND-COUNT
                   IF WS-BND-SORT-KEY(WS-BND-JDX) >
                           WS-BND-SORT-KEY(WS-BND-IDX)
                       MOVE WS-BAND-ENTRY(WS-BND-IDX)
                           TO WS-BAND-WORK-ENTRY
                       MOVE WS-BAND-ENTRY(WS-BND-JDX)
                           TO WS-BAND-ENTRY(WS-BND-IDX)
                       MOVE WS-BAND-WORK-ENTRY
                           TO WS-BAND-ENTRY(WS-BND-JDX)
                   END-IF
                   SET WS-BND-JDX UP BY 1
               END-PERFORM
           END-PERFORM.

       PRINT-VAT-RETURN.
           DISPLAY "VAT RETURN FOR THE QUARTER " WS-FROM-DATE
               " TO " WS-TO-DATE
           DISPLAY " "
           DISPLAY "OUTPUT VAT BY RATE BAND  (NET VALUE IS SALES LESS "
               "RETURNS, EXCLUDING VAT)"
           DISPLAY "RATE BAND      RATE      NET VALUE      SALES VAT"
               "    RETURNS VAT     OUTPUT VAT"
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                   UNTIL WS-BND-IDX > WS-BAND-COUNT
               EVALUATE WS-BND-CATEGORY(WS-BND-IDX)
                   WHEN "S"
                       MOVE "STANDARD"     TO WS-BL-LABEL
                   WHEN "R"
                       MOVE "REDUCED"      TO WS-BL-LABEL
                   WHEN "Z"
                       MOVE "ZERO RATED"   TO WS-BL-LABEL
                   WHEN "E"
                       MOVE "EXEMPT"       TO WS-BL-LABEL
                   WHEN OTHER
                       MOVE "NOT RECORDED" TO WS-BL-LABEL
               END-EVALUATE
               COMPUTE WS-BAND-VAT = WS-BND-SALES-VAT(WS-BND-IDX)
                   - WS-BND-RETURN-VAT(WS-BND-IDX)
               MOVE WS-BND-RATE(WS-BND-IDX)       TO WS-BL-RATE
               MOVE WS-BND-NET(WS-BND-IDX)        TO WS-BL-NET
               MOVE WS-BND-SALES-VAT(WS-BND-IDX)  TO WS-BL-SALES-VAT
               MOVE WS-BND-RETURN-VAT(WS-BND-IDX) TO WS-BL-RETURN-VAT
               MOVE WS-BAND-VAT                   TO WS-BL-VAT
               DISPLAY WS-BAND-LINE
               ADD WS-BND-NET(WS-BND-IDX)        TO WS-TOTAL-NET
               ADD WS-BND-SALES-VAT(WS-BND-IDX)  TO WS-TOTAL-SALES-VAT
               ADD WS-BND-RETURN-VAT(WS-BND-IDX)
                   TO WS-TOTAL-RETURN-VAT
               ADD WS-BAND-VAT                   TO WS-TOTAL-VAT
           END-PERFORM
           IF WS-BAND-COUNT = 0
               DISPLAY "NO SALES OR RETURNS IN THE QUARTER."
           END-IF
           MOVE "TOTAL"              TO WS-BL-LABEL
           MOVE 0                    TO WS-BL-RATE
           MOVE WS-TOTAL-NET         TO WS-BL-NET
           MOVE WS-TOTAL-SALES-VAT   TO WS-BL-SALES-VAT
           MOVE WS-TOTAL-RETURN-VAT  TO WS-BL-RETURN-VAT
           MOVE WS-TOTAL-VAT         TO WS-BL-VAT
           DISPLAY WS-BAND-LINE
           DISPLAY " "
           MOVE "VAT DUE ON SALES (OUTPUT VAT)"  TO WS-BX-LABEL
           MOVE WS-TOTAL-VAT                     TO WS-BX-AMOUNT
           DISPLAY WS-BOX-LINE
           MOVE "TOTAL VALUE OF SALES EXCLUDING VAT" TO WS-BX-LABEL
           MOVE WS-TOTAL-NET                     TO WS-BX-AMOUNT
           DISPLAY WS-BOX-LINE
           DISPLAY " "
           IF WS-UNRECORDED-LINES > 0
               DISPLAY "WARNING - " WS-UNRECORDED-LINES
                   " LINES WERE KEYED BEFORE VAT WAS RECORDED; THEIR "
                   "GROSS IS SHOWN AS NET UNDER NOT RECORDED."
           END-IF
           DISPLAY "VATRTN: " WS-ONLINE-LINES " LINES FROM SHOPTRAN, "
               WS-ARCHIVE-LINES " FROM THE ARCHIVE.".
