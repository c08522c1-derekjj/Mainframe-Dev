      *                CLOSER. 'N' MEANS THE QUIESCE COULD NOT BE
      *                CONFIRMED AND THE ACCTFILE BATCHES REFUSE TO
      *                START. RESET TO 'Y' BY THE DCIA2WOP REOPENER.
      *   'DISPRULE' - DISPUTE CASE RULES: DAYS ALLOWED TO ANSWER A
      *                DISPUTE (SETS THE CASE DEADLINE ON IA50) AND
      *                THE DAYS BEFORE THE DEADLINE THAT DCIA2DSP
      *                STARTS FLAGGING A CASE. A MISSING RECORD
      *                DEFAULTS TO 45 AND 10 DAYS.
      *   'BANKLAST' - THE LAST BANK REMITTANCE FILE (HEADER DATE AND
      *                FILE NUMBER) DCIA2BPI POSTED. A FILE NOT LATER
      *                THAN IT IS REFUSED, SO THE SAME REMITTANCES
      *                ARE NEVER POSTED TWICE.
      *   'CASHRPT ' - LARGE-CASH REPORTING RULES FOR DCIA2LCT: THE
      *                DAILY REPORTING THRESHOLD, THE PERCENTAGE OF
      *                IT THAT COUNTS AS JUST UNDER, AND THE NUMBER
      *                OF JUST-UNDER DAYS IN THE ROLLING WINDOW THAT
      *                FLAGS POSSIBLE STRUCTURING. A MISSING RECORD
      *                DEFAULTS TO 10,000.00, 90 PERCENT AND 3 DAYS
      *                IN 15.
      *   'EXPOSURE' - CUSTOMER-LEVEL CREDIT EXPOSURE CEILING: THE
      *                MOST A CUSTOMER'S LINKED ACCOUNTS MAY CARRY IN
      *                COMBINED LIMITS, AND WHETHER A CHANGE THAT
      *                WOULD PASS IT IS REFUSED ('R') OR QUEUED FOR
      *                SUPERVISOR APPROVAL ('Q'). A CUSTOMER'S OWN
      *                CEILING ON CUSTFILE OVERRIDES IT. A MISSING
      *                RECORD LEAVES ONLY THOSE OWN CEILINGS IN FORCE.
      *   'FACILITY' - CREDIT FACILITY UTILISATION: THE PERCENTAGE OF
      *                ITS LIMIT A FACILITY'S COMBINED BALANCE MUST
      *                REACH BEFORE DCIA2FUR LISTS IT AS NEAR ITS
      *                LIMIT. A MISSING RECORD DEFAULTS TO 90 PERCENT.
      *   'APPLNEXT' - THE NEXT NEW-ACCOUNT APPLICATION NUMBER IA54
      *                HANDS OUT. A MISSING RECORD STARTS AT 1.
      *   'SECRULE ' - NIGHTLY SECURITY REPORT RULES FOR DCIA2SEC: THE
      *                DAYS WITHOUT A SIGN-ON BEFORE AN OPERATOR IS
      *                LISTED AS UNUSED, THE FAILURE COUNT THAT IS
      *                REPEATED FAILURE, THE BUSINESS HOURS FOR A
      *                BRANCH WITH NONE OF ITS OWN, AND HOW MANY OF
      *                THE MOST-DENIED OPERATORS GO TO THE EXCEPTION
      *                LOG. A MISSING RECORD DEFAULTS TO 60 DAYS, 2
      *                FAILURES, 0800 TO 1800 AND 5 OPERATORS.
      *   'RISKWGT ' - WEIGHTS THE NIGHTLY DCIA2RSK RISK SCORE GIVES
      *                EACH BEHAVIOUR - PAYMENT REGULARITY, AGING,
      *                BROKEN PROMISES, VELOCITY REFUSALS AND OPEN
      *                HOLDS - AS PERCENTAGES ADDING UP TO 100. A
      *                MISSING RECORD DEFAULTS TO 30, 25, 20, 15, 10.
      *   'RISKRULE' - RISK SCORE REVIEW RULES FOR DCIA2RSK: THE SCORE
      *                AT OR ABOVE WHICH AN ACCOUNT IS UP FOR REVIEW,
      *                AND THE OVERNIGHT MOVE IN POINTS WORTH LISTING
      *                EVEN WITHOUT CROSSING IT. A MISSING RECORD
      *                DEFAULTS TO 60 AND 20 POINTS.
      *   'RFNDRULE' - CREDIT-BALANCE REFUND APPROVAL THRESHOLD. A
      *                REFUND RAISED ON IA61 ABOVE IT WAITS FOR A
      *                SECOND OPERATOR WITH THE APPROVE FLAG. A
      *                MISSING RECORD DEFAULTS TO 250.00.
      *   'COLLRULE' - SECURED-ACCOUNT COVER: THE PERCENTAGE OF A
      *                PLEDGED DEPOSIT AND OF ANY OTHER PLEDGED ASSET
      *                THE CREDIT LIMIT MAY REACH, AND THE AGE IN
      *                DAYS AT WHICH A VALUATION IS STALE. A MISSING
      *                RECORD DEFAULTS TO 100, 70 AND 365 DAYS.
       01 CTLREC.
           05 CTL-RECORD-ID             PIC X(8).
           05 CTL-DATA                  PIC X(32).
                     88 CTL-BATCH-GO-OK      VALUE 'Y'.
                     88 CTL-BATCH-NOGO       VALUE 'N'.
                10 FILLER               PIC X(31).
           05 CTL-DISP-DATA REDEFINES CTL-DATA.
                10 CTL-DISP-DAYS        PIC 9(3).
                10 CTL-DISP-WARN-DAYS   PIC 9(3).
                10 FILLER               PIC X(26).
           05 CTL-BANK-DATA REDEFINES CTL-DATA.
                10 CTL-BANK-FILE-DATE   PIC 9(8).
                10 CTL-BANK-FILE-NO     PIC 9(4).
                10 FILLER               PIC X(20).
           05 CTL-CASH-DATA REDEFINES CTL-DATA.
                10 CTL-CASH-THRESHOLD   PIC 9(7)V99.
                10 CTL-CASH-NEAR-PCT    PIC 9(3).
                10 CTL-CASH-WINDOW-DAYS PIC 9(3).
                10 CTL-CASH-NEAR-DAYS   PIC 9(3).
                10 FILLER               PIC X(14).
           05 CTL-EXPO-DATA REDEFINES CTL-DATA.
                10 CTL-EXPO-CEILING     PIC 9(7)V99.
                10 CTL-EXPO-ACTION      PIC X.
                     88 CTL-EXPO-REFUSE      VALUE 'R'.
                     88 CTL-EXPO-QUEUE       VALUE 'Q'.
                10 FILLER               PIC X(22).
           05 CTL-FAC-DATA REDEFINES CTL-DATA.
                10 CTL-FAC-NEAR-PCT     PIC 9(3).
                10 FILLER               PIC X(29).
           05 CTL-APPL-DATA REDEFINES CTL-DATA.
                10 CTL-APPL-NEXT-NO     PIC 9(7).
                10 FILLER               PIC X(25).
           05 CTL-SECR-DATA REDEFINES CTL-DATA.
                10 CTL-SECR-IDLE-DAYS   PIC 9(3).
                10 CTL-SECR-REPEAT-FAILS PIC 9(2).
                10 CTL-SECR-OPEN-TIME   PIC 9(4).
                10 CTL-SECR-CLOSE-TIME  PIC 9(4).
                10 CTL-SECR-TOP-COUNT   PIC 9(2).
                10 FILLER               PIC X(17).
           05 CTL-RWGT-DATA REDEFINES CTL-DATA.
                10 CTL-RWGT-PAYMENT     PIC 9(3).
                10 CTL-RWGT-AGING       PIC 9(3).
                10 CTL-RWGT-PROMISE     PIC 9(3).
                10 CTL-RWGT-VELOCITY    PIC 9(3).
                10 CTL-RWGT-HOLDS       PIC 9(3).
                10 FILLER               PIC X(17).
           05 CTL-RSKR-DATA REDEFINES CTL-DATA.
                10 CTL-RSKR-REVIEW-SCORE PIC 9(3).
                10 CTL-RSKR-MOVE-POINTS PIC 9(3).
                10 FILLER               PIC X(26).
           05 CTL-RFND-DATA REDEFINES CTL-DATA.
                10 CTL-RFND-THRESHOLD   PIC 9(6)V99.
                10 FILLER               PIC X(24).
           05 CTL-COLL-DATA REDEFINES CTL-DATA.
                10 CTL-COLL-DEPOSIT-PCT PIC 9(3).
                10 CTL-COLL-ASSET-PCT   PIC 9(3).
                10 CTL-COLL-STALE-DAYS  PIC 9(3).
                10 FILLER               PIC X(23).
       01 CTLREC-LEN            PIC S9(4) COMP VALUE 40.
