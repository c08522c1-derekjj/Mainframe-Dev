      * NIGHTLY SUITE STATUS ON OPSFILE, ONE PER BATCH JOB, KEYED BY
      * JOB NAME. THE DCIA2OPS STEP REBUILDS IT FROM BATCHDEPS.DAT,
      * BATCHCONTROL.DAT, RUNSTATS.DAT, EXCEPTLOG.DAT AND
      * WINDOWJOBS.DAT AFTER EACH STEP OF THE NIGHTLY STREAM SO THE
      * IA60 SCREEN CAN SHOW HOW FAR THE SUITE HAS GOT. THE RECORD
      * KEYED '*SUITE* ' CARRIES THE SUMMARY; A JOB RECORD WHOSE
      * SNAPSHOT STAMP DIFFERS FROM THE SUMMARY'S WAS NOT REBUILT BY
      * THE LATEST RUN - THE JOB HAS LEFT BATCHDEPS - AND IS IGNORED.
       01 OPSREC.
           05 OPS-KEY.
                10 OPS-JOB-NAME         PIC X(8).
                     88 OPS-SUITE-RECORD    VALUE '*SUITE* '.
           05 OPS-SNAP-DATE             PIC 9(8).
           05 OPS-SNAP-TIME             PIC 9(6).
           05 OPS-JOB-DATA.
      *         ORDER THE JOB RUNS IN, PREDECESSORS FIRST
                10 OPS-PLAN-SEQ         PIC 9(3).
                10 OPS-STATUS           PIC X.
                     88 OPS-COMPLETE        VALUE 'C'.
      *              STAMPED ON BATCH CONTROL BUT NO RUN STATISTICS
      *              YET - STILL RUNNING, OR ENDED ABNORMALLY
                     88 OPS-STARTED         VALUE 'S'.
                     88 OPS-WAITING         VALUE 'W'.
                     88 OPS-READY           VALUE 'R'.
                10 OPS-STAMP-DATE       PIC 9(8).
                10 OPS-RUN-SEQUENCE     PIC 9(5).
      *         THE JOB'S MOST RECENT RUN ON RUNSTATS, WHATEVER DATE
                10 OPS-LAST-RUN-DATE    PIC 9(8).
                10 OPS-LAST-ELAPSED     PIC 9(6).
                10 OPS-OPEN-EXCEPTIONS  PIC 9(5).
      *         FIRST PREDECESSOR NOT YET COMPLETE - SPACES OTHERWISE
                10 OPS-WAITING-ON       PIC X(8).
                10 OPS-WINDOW-FLAG      PIC X.
                     88 OPS-WINDOW-DONE     VALUE 'D'.
                     88 OPS-BLOCKS-REOPEN   VALUE 'B'.
           05 OPS-SUITE-DATA REDEFINES OPS-JOB-DATA.
                10 OPS-BUSINESS-DATE    PIC 9(8).
                10 OPS-JOB-COUNT        PIC 9(3).
                10 OPS-DONE-COUNT       PIC 9(3).
                10 OPS-BLOCK-COUNT      PIC 9(3).
                10 OPS-WINDOW-STATUS    PIC X.
                10 OPS-ONLINE-OPEN      PIC 9(4).
      *         SNAPSHOT TIME PLUS THE AVERAGE ELAPSED OF EVERY JOB
      *         NOT YET COMPLETE, RUN ONE AFTER ANOTHER - ZERO WHEN
      *         THE SUITE HAS FINISHED
                10 OPS-PROJ-FINISH      PIC 9(4).
                10 FILLER               PIC X(19).
       01 OPSREC-LEN            PIC S9(4) COMP VALUE 67.
