      * BEHAVIOURAL RISK SCORE ON RISKFILE, ONE PER ACCOUNT. WRITTEN
      * BY THE NIGHTLY DCIA2RSK RUN FROM THE ACCOUNT'S PAYMENT
      * REGULARITY ON TRANFILE, ITS COLLECTIONS AGING BUCKET AND ANY
      * BROKEN PROMISE ON COLQFILE, VELOCITY REFUSALS ON THE AUDIT
      * JOURNAL AND OPEN HOLDS ON HOLDFILE, WEIGHTED BY THE CTLFILE
      * 'RISKWGT ' RECORD. EACH FACTOR SCORES 0 TO 100 AND THE SCORE
      * IS THEIR WEIGHTED SUM, SO IT IS 0 TO 100 AS WELL - HIGHER IS
      * RISKIER. THE SCORE FROM THE LAST EARLIER NIGHT IS KEPT SO
      * IA49 AND IA29 CAN SHOW WHICH WAY IT MOVED - A RERUN THE SAME
      * NIGHT REPLACES TONIGHT'S SCORE BUT NOT THE PREVIOUS ONE.
       01 RISKREC.
           05 RISK-KEY.
                10 RISK-ACCTKEY.
                     15 RISK-ACCTCODE   PIC X(3).
                     15 RISK-ACCTNO     PIC 9(5).
           05 RISK-SCORE                PIC 9(3).
           05 RISK-SCORE-DATE           PIC 9(8).
      *    ZERO DATE - NO EARLIER SCORE, THE ACCOUNT IS NEW TO THE FILE
           05 RISK-PREV-SCORE           PIC 9(3).
           05 RISK-PREV-DATE            PIC 9(8).
           05 RISK-FACTORS.
                10 RISK-PAYMENT-PTS     PIC 9(3).
                10 RISK-AGING-PTS       PIC 9(3).
                10 RISK-PROMISE-PTS     PIC 9(3).
                10 RISK-VELOCITY-PTS    PIC 9(3).
                10 RISK-HOLD-PTS        PIC 9(3).
      *    SET WHEN THE SCORE IS AT OR ABOVE THE CTLFILE 'RISKRULE'
      *    REVIEW SCORE
           05 RISK-REVIEW-FLAG          PIC X.
                88 RISK-FOR-REVIEW          VALUE 'R'.
       01 RISKREC-LEN           PIC S9(4) COMP VALUE 46.
