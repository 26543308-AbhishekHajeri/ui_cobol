      *****************************************************************
      *  TRADCAL.CPY - TRADING-CALENDAR FILE RECORD LAYOUT
      *  INDEXED FILE, KEYED ON CAL-DATE, ONE RECORD PER DATE THAT
      *  DOES NOT TRADE THE STANDARD HOURS (0700 TO 2200) - SUNDAY
      *  HOURS, BANK HOLIDAYS, STOCKTAKE CLOSURES. A DATE WITH NO
      *  RECORD TRADES THE STANDARD HOURS. MAINTAINED UP TO A YEAR
      *  AHEAD ON THE TRADING CALENDAR SCREEN OF LOGINUI.
      *  CAL-CLOSED MEANS THE SHOP DOES NOT OPEN AT ALL THAT DAY: A
      *  SALE KEYED ON IT NEEDS AN OVERRIDE (OVERRIDE ACTION CLOSD)
      *  AND SECEXCPT REPORTS ANY LOGIN ON IT AS OFF-HOURS. ON A
      *  CAL-OPEN DAY THE SHOP TRADES FROM CAL-OPEN-HHMM UP TO, NOT
      *  INCLUDING, CAL-CLOSE-HHMM; THE TIMES MEAN NOTHING ON A
      *  CLOSED DAY AND ARE LEFT ZERO. CAL-NOTE SAYS WHY THE DAY IS
      *  DIFFERENT, FOR WHOEVER READS THE CALENDAR NEXT.
      *****************************************************************
       01  TRADING-CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  CAL-OPEN-FLAG           PIC X(1).
               88  CAL-OPEN            VALUE "Y".
               88  CAL-CLOSED          VALUE "N".
           05  CAL-OPEN-HHMM           PIC 9(4).
           05  CAL-CLOSE-HHMM          PIC 9(4).
           05  CAL-NOTE                PIC X(20).
