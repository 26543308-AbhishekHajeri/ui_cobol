      *****************************************************************
      *  VATRATE.CPY - VAT RATE TABLE RECORD LAYOUT
      *  SEQUENTIAL PARAMETER FILE, ONE RECORD PER RATE PER VAT
      *  CATEGORY, IN ANY ORDER. THE RATE FOR A CATEGORY ON A GIVEN
      *  DAY IS THE ONE WITH THE LATEST VR-EFFECTIVE-DATE NOT AFTER
      *  THAT DAY, SO A BUDGET RATE CHANGE IS ENTERED AHEAD OF TIME
      *  AS A NEW RECORD AND OLD RATES ARE NEVER OVERWRITTEN. THE
      *  CATEGORIES ARE THOSE OF IM-TAX-CATEGORY ON THE ITEM-MASTER.
      *  THE ONLINE PROGRAM LOADS THE TABLE AT START-UP AND WRITES
      *  THE CURRENT RATES IF THE FILE DOES NOT YET EXIST.
      *****************************************************************
       01  VAT-RATE-RECORD.
           05  VR-TAX-CATEGORY         PIC X(1).
               88  VR-TAX-STANDARD     VALUE "S".
               88  VR-TAX-REDUCED      VALUE "R".
               88  VR-TAX-ZERO         VALUE "Z".
               88  VR-TAX-EXEMPT       VALUE "E".
           05  VR-EFFECTIVE-DATE       PIC 9(8).
      *    PERCENT TO TWO PLACES - "2000" IS 20.00 PERCENT.
           05  VR-RATE                 PIC 9(2)V99.
           05  VR-DESCRIPTION          PIC X(20).
