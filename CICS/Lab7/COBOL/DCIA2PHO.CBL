       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PHO.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY NIGHTLY SUITE STATUS MAP LAYOUT
       COPY 'DCIA2NO'.

      * COPY NIGHTLY SUITE STATUS RECORD LAYOUT
       COPY 'OPSREC'.

       01 WS-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP VALUE ZERO.
       01 WS-BR-SW          PIC X VALUE 'N'.
            88 WS-BR-DONE        VALUE 'Y'.

      * THE SUMMARY RECORD'S SNAPSHOT STAMP - A JOB RECORD CARRYING
      * ANY OTHER STAMP WAS LEFT BEHIND BY AN EARLIER REBUILD
       01 WS-SUITE-SNAP-DATE PIC 9(8) VALUE ZERO.
       01 WS-SUITE-SNAP-TIME PIC 9(6) VALUE ZERO.
       01 WS-SUITE-JOB-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUITE-DONE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FIRST-BLOCKER  PIC X(8) VALUE SPACES.

      * THE SUITE'S JOBS IN THE ORDER THEY RUN, PLACED BY THEIR PLAN
      * SEQUENCE AS THE BROWSE FINDS THEM IN JOB-NAME ORDER. THE
      * SUITE HOLDS FIFTY JOBS; THE TABLE RUNS TO THE END OF THE
      * FIFTH PAGE SO THE LAST PAGE FILLS WITH BLANK LINES.
       01 WS-JOB-TABLE.
            05 WS-JOB-ENTRY OCCURS 60 TIMES.
                 10 WS-JE-TEXT    PIC X(78).
       01 WS-JOB-IDX        PIC 99 VALUE 0.
       01 WS-TOP-SEQ        PIC 99 VALUE 0.

       01 WS-DETAIL-LINE.
            05 WS-DL-JOB          PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-STATUS       PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-STAMP        PIC X(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-ELAPSED.
                 10 WS-DL-HH      PIC 99.
                 10 FILLER        PIC X VALUE ':'.
                 10 WS-DL-MM      PIC 99.
                 10 FILLER        PIC X VALUE ':'.
                 10 WS-DL-SS      PIC 99.
            05 FILLER             PIC X VALUE SPACE.
            05 FILLER             PIC X(4) VALUE 'EXC='.
            05 WS-DL-EXCEPTIONS   PIC ZZZZ9.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-WAITS        PIC X(17).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-DL-FLAG         PIC X(14).

       01 WS-WAITS-TEXT.
            05 FILLER             PIC X(9) VALUE 'WAITS ON '.
            05 WS-WT-JOB          PIC X(8).

       01 WS-REST           PIC 9(5) VALUE ZERO.

       01 WS-HEAD1-LINE.
            05 FILLER             PIC X(14) VALUE 'BUSINESS DATE '.
            05 WS-H1-BUS-DATE     PIC 9(8).
            05 FILLER             PIC X(8) VALUE '   AS AT'.
            05 FILLER             PIC X VALUE SPACE.
            05 WS-H1-SNAP-DATE    PIC 9(8).
            05 FILLER             PIC X VALUE SPACE.
            05 WS-H1-SNAP-HH      PIC 99.
            05 FILLER             PIC X VALUE ':'.
            05 WS-H1-SNAP-MM      PIC 99.
            05 FILLER             PIC X(11) VALUE '   WINDOW  '.
            05 WS-H1-WINDOW       PIC X(6).
            05 FILLER             PIC X(8) VALUE '   PAGE '.
            05 WS-H1-PAGE         PIC Z9.

       01 WS-HEAD2-LINE.
            05 WS-H2-DONE         PIC ZZ9.
            05 FILLER             PIC X(4) VALUE ' OF '.
            05 WS-H2-JOBS         PIC ZZ9.
            05 FILLER             PIC X(13) VALUE ' JOBS DONE   '.
            05 WS-H2-BLOCKS       PIC ZZ9.
            05 FILLER             PIC X(19)
                              VALUE ' BLOCK REOPEN      '.
            05 WS-H2-PROJ-TEXT    PIC X(20).

       01 WS-PROJ-TEXT.
            05 FILLER             PIC X(15) VALUE 'DUE TO FINISH  '.
            05 WS-PT-HH           PIC 99.
            05 FILLER             PIC X VALUE ':'.
            05 WS-PT-MM           PIC 99.

       01 WS-OPEN-TEXT.
            05 FILLER             PIC X(15) VALUE 'ONLINE OPENS   '.
            05 WS-OT-HH           PIC 99.
            05 FILLER             PIC X VALUE ':'.
            05 WS-OT-MM           PIC 99.

       01 WS-BLOCKER-MESSAGE.
            05 FILLER             PIC X(15) VALUE 'WINDOW HELD BY '.
            05 WS-BM-JOB          PIC X(8).
            05 FILLER             PIC X(30)
                              VALUE ' - PF7/PF8 PAGE, PF9 MENU     '.

      * VARIABLES USED TO SEND XCTL BACK TO MENU.
       01 WS-COMMAREA       PIC X(3)
                        VALUE 'XXX'.
       01 WS-COMM-LEN       PIC S9(4) COMP
                        VALUE 3.

      * THE PAGE ON SCREEN RIDES THE COMMAREA BETWEEN ENTRIES SO
      * ENTER REFRESHES IT AND PF7/PF8 STEP FROM IT
       01 WS-PAGE-COMMAREA.
            05 WS-PC-SOURCE       PIC X(3) VALUE 'OPS'.
            05 WS-PC-PAGE         PIC 99 VALUE 1.
       01 WS-PAGE-LEN       PIC S9(4) COMP
                        VALUE 5.
       01 WS-PAGE-COUNT     PIC 99 VALUE 1.

       LINKAGE SECTION.

       01 DFHCOMMAREA       PIC X(5).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * IF COMING FROM THE MENU OR IA35, START AT THE FIRST PAGE
           IF EIBCALEN = 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

      * THE SCREEN HAS NOTHING TO KEY, SO ENTER ARRIVES AS A MAPFAIL
      * AND SIMPLY REFRESHES THE PAGE ON SCREEN
           EXEC CICS HANDLE CONDITION
                MAPFAIL(150-SAME-PAGE)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF7(160-PREVIOUS-PAGE)
                PF8(170-NEXT-PAGE)
                PF9(999-EXIT)
           END-EXEC.

      * ATTEMPT TO RECEIVE MAP FROM TERMINAL
           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCIA2NO')
           END-EXEC.

           GO TO 150-SAME-PAGE.

       100-FIRST-TIME.

           MOVE 1 TO WS-PC-PAGE.
           GO TO 600-LOAD-SUITE.

       150-SAME-PAGE.

      * NO CARRIED PAGE MEANS THE SCREEN WAS NEVER SHOWN
           IF EIBCALEN NOT = 5 OR DFHCOMMAREA(1:3) NOT = 'OPS' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-PAGE-COMMAREA.
           GO TO 600-LOAD-SUITE.

       160-PREVIOUS-PAGE.

           IF EIBCALEN NOT = 5 OR DFHCOMMAREA(1:3) NOT = 'OPS' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-PAGE-COMMAREA.
           IF WS-PC-PAGE > 1 THEN
                SUBTRACT 1 FROM WS-PC-PAGE
           END-IF.
           GO TO 600-LOAD-SUITE.

       170-NEXT-PAGE.

      * THE LAST PAGE IS CAPPED ONCE THE JOB COUNT IS KNOWN
           IF EIBCALEN NOT = 5 OR DFHCOMMAREA(1:3) NOT = 'OPS' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-PAGE-COMMAREA.
           ADD 1 TO WS-PC-PAGE.
           GO TO 600-LOAD-SUITE.

       500-REPORT-ERROR.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-MESSAGE TO MSGO.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NO')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA60')
           END-EXEC.

       600-LOAD-SUITE.

      * THE SUMMARY RECORD FIRST - NONE MEANS THE STATUS STEP HAS
      * NEVER RUN AGAINST THIS FILE
           MOVE SPACES TO OPSREC.
           SET OPS-SUITE-RECORD TO TRUE.

           EXEC CICS READ
                FILE('OPSFILE')
                INTO(OPSREC)
                LENGTH(OPSREC-LEN)
                RIDFLD(OPS-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE "NO SUITE STATUS YET - THE STATUS STEP HAS NOT RUN"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE "SUITE STATUS FILE UNAVAILABLE - TRY AGAIN SHORTLY"
                    TO WS-MESSAGE
                GO TO 500-REPORT-ERROR
           END-IF
           END-IF.

           MOVE LOW-VALUES TO MAP1O.

           MOVE OPS-SNAP-DATE TO WS-SUITE-SNAP-DATE.
           MOVE OPS-SNAP-TIME TO WS-SUITE-SNAP-TIME.
           MOVE OPS-JOB-COUNT TO WS-SUITE-JOB-COUNT.
           MOVE OPS-DONE-COUNT TO WS-SUITE-DONE-COUNT.
           IF WS-SUITE-JOB-COUNT > 50 THEN
                MOVE 50 TO WS-SUITE-JOB-COUNT
           END-IF.

           DIVIDE WS-SUITE-JOB-COUNT BY 12
               GIVING WS-PAGE-COUNT REMAINDER WS-REST.
           IF WS-REST > 0 OR WS-PAGE-COUNT = 0 THEN
                ADD 1 TO WS-PAGE-COUNT
           END-IF.
           IF WS-PC-PAGE > WS-PAGE-COUNT THEN
                MOVE WS-PAGE-COUNT TO WS-PC-PAGE
           END-IF.

           MOVE OPS-BUSINESS-DATE TO WS-H1-BUS-DATE.
           MOVE OPS-SNAP-DATE TO WS-H1-SNAP-DATE.
           MOVE OPS-SNAP-TIME(1:2) TO WS-H1-SNAP-HH.
           MOVE OPS-SNAP-TIME(3:2) TO WS-H1-SNAP-MM.
           IF OPS-WINDOW-STATUS = 'C' THEN
                MOVE "CLOSED" TO WS-H1-WINDOW
           ELSE
                MOVE "OPEN" TO WS-H1-WINDOW
           END-IF.
           MOVE WS-PC-PAGE TO WS-H1-PAGE.
           MOVE WS-HEAD1-LINE TO HEAD1O.

      * A SUITE STILL RUNNING SHOWS WHEN IT SHOULD BE DONE, ONE THAT
      * HAS FINISHED SHOWS WHEN THE WINDOW IS DUE TO REOPEN
           MOVE OPS-DONE-COUNT TO WS-H2-DONE.
           MOVE OPS-JOB-COUNT TO WS-H2-JOBS.
           MOVE OPS-BLOCK-COUNT TO WS-H2-BLOCKS.
           IF OPS-DONE-COUNT < OPS-JOB-COUNT THEN
                DIVIDE OPS-PROJ-FINISH BY 100
                    GIVING WS-PT-HH REMAINDER WS-PT-MM
                MOVE WS-PROJ-TEXT TO WS-H2-PROJ-TEXT
           ELSE
                DIVIDE OPS-ONLINE-OPEN BY 100
                    GIVING WS-OT-HH REMAINDER WS-OT-MM
                MOVE WS-OPEN-TEXT TO WS-H2-PROJ-TEXT
           END-IF.
           MOVE WS-HEAD2-LINE TO HEAD2O.

      * THEN EVERY JOB RECORD FROM THE SAME REBUILD, INTO RUN ORDER
           MOVE SPACES TO WS-JOB-TABLE.
           MOVE SPACES TO WS-FIRST-BLOCKER.
           MOVE 99 TO WS-TOP-SEQ.
           MOVE 'N' TO WS-BR-SW.
           MOVE LOW-VALUES TO OPS-KEY.

           EXEC CICS STARTBR
                FILE('OPSFILE')
                RIDFLD(OPS-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           END-IF.

           PERFORM 610-TAKE-NEXT-JOB
                UNTIL WS-BR-DONE.

           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(ENDFILE) THEN
                EXEC CICS ENDBR
                     FILE('OPSFILE')
                END-EXEC
           END-IF.

           GO TO 700-SHOW-RESULTS.

       610-TAKE-NEXT-JOB.

           EXEC CICS READNEXT
                FILE('OPSFILE')
                INTO(OPSREC)
                LENGTH(OPSREC-LEN)
                RIDFLD(OPS-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-SW
           ELSE
           IF NOT OPS-SUITE-RECORD
               AND OPS-SNAP-DATE = WS-SUITE-SNAP-DATE
               AND OPS-SNAP-TIME = WS-SUITE-SNAP-TIME
               AND OPS-PLAN-SEQ > 0 AND OPS-PLAN-SEQ NOT > 50 THEN
                PERFORM 620-BUILD-JOB-LINE
           END-IF
           END-IF.

       620-BUILD-JOB-LINE.

           MOVE OPS-JOB-NAME TO WS-DL-JOB.

           IF OPS-COMPLETE THEN
                MOVE "COMPLETE" TO WS-DL-STATUS
           ELSE
           IF OPS-STARTED THEN
                MOVE "STARTED" TO WS-DL-STATUS
           ELSE
           IF OPS-WAITING THEN
                MOVE "WAITING" TO WS-DL-STATUS
           ELSE
                MOVE "READY" TO WS-DL-STATUS
           END-IF
           END-IF
           END-IF.

      * A JOB THAT HAS NEVER STAMPED BATCH CONTROL SHOWS NO DATE
           IF OPS-STAMP-DATE = ZERO THEN
                MOVE SPACES TO WS-DL-STAMP
           ELSE
                MOVE OPS-STAMP-DATE TO WS-DL-STAMP
           END-IF.

           DIVIDE OPS-LAST-ELAPSED BY 3600
               GIVING WS-DL-HH REMAINDER WS-REST.
           DIVIDE WS-REST BY 60
               GIVING WS-DL-MM REMAINDER WS-DL-SS.

           MOVE OPS-OPEN-EXCEPTIONS TO WS-DL-EXCEPTIONS.

           IF OPS-WAITING-ON = SPACES THEN
                MOVE SPACES TO WS-DL-WAITS
           ELSE
                MOVE OPS-WAITING-ON TO WS-WT-JOB
                MOVE WS-WAITS-TEXT TO WS-DL-WAITS
           END-IF.

      * THE EARLIEST BLOCKER IN RUN ORDER IS THE ONE NAMED BELOW
           IF OPS-BLOCKS-REOPEN THEN
                MOVE "<<BLOCKS OPEN" TO WS-DL-FLAG
                IF OPS-PLAN-SEQ < WS-TOP-SEQ THEN
                     MOVE OPS-PLAN-SEQ TO WS-TOP-SEQ
                     MOVE OPS-JOB-NAME TO WS-FIRST-BLOCKER
                END-IF
           ELSE
                MOVE SPACES TO WS-DL-FLAG
           END-IF.

           MOVE OPS-PLAN-SEQ TO WS-JOB-IDX.
           MOVE WS-DETAIL-LINE TO WS-JE-TEXT(WS-JOB-IDX).

       700-SHOW-RESULTS.

           COMPUTE WS-JOB-IDX = (WS-PC-PAGE - 1) * 12.

           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE1O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE2O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE3O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE4O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE5O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE6O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE7O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE8O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE9O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE10O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE11O.
           ADD 1 TO WS-JOB-IDX.
           MOVE WS-JE-TEXT(WS-JOB-IDX) TO LINE12O.

           IF WS-FIRST-BLOCKER NOT = SPACES THEN
                MOVE WS-FIRST-BLOCKER TO WS-BM-JOB
                MOVE WS-BLOCKER-MESSAGE TO MSGO
           ELSE
           IF WS-SUITE-DONE-COUNT NOT < WS-SUITE-JOB-COUNT THEN
                MOVE "SUITE COMPLETE - PF7/PF8 PAGE, PF9 MENU" TO MSGO
           ELSE
                MOVE "NOTHING HOLDS THE WINDOW - PF7/PF8 PAGE, PF9 MENU"
                    TO MSGO
           END-IF
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCIA2NO')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA60')
                COMMAREA(WS-PAGE-COMMAREA)
                LENGTH(WS-PAGE-LEN)
           END-EXEC.

       999-EXIT.

           MOVE LOW-VALUES TO MAP1O.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PHO.
