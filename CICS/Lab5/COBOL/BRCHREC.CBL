           05 BRCH-OPEN-FLAG            PIC X.
                88 BRCH-OPEN                VALUE 'O'.
                88 BRCH-CLOSED              VALUE 'C'.
      *    BUSINESS HOURS (HHMM) - ACTIVITY OUTSIDE THEM SHOWS ON THE
      *    NIGHTLY SECURITY REPORT. ZEROES OR SPACES TAKE THE HOURS
      *    ON THE CTLFILE 'SECRULE ' RECORD. DCIA2OCV CONVERTED
      *    THE 34-BYTE FILE.
           05 BRCH-OPEN-TIME            PIC 9(4).
           05 BRCH-CLOSE-TIME           PIC 9(4).
       01 BRCHREC-LEN           PIC S9(4) COMP VALUE 42.
