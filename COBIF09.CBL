      *                  BEFORE IT), AND COBIF03 AGAINST THE
      *                  SUSPENDED TOTAL OF EVERY COBIF01 RUN
      *                  BEFORE IT.
      * 10/15/2026  RJ   COBIF10 (CHARGEBACKS) ADDED TO THE STEP
      *                  LIST AS AN OPTIONAL STEP AHEAD OF COBIF06.
      * 10/15/2026  RJ   COBIF11 (MERCHANT MAINTENANCE) ADDED TO THE
      *                  STEP LIST AS AN OPTIONAL STEP WITH THE
      *                  OTHER MAINTENANCE RUNS AHEAD OF COBIF01.
      * 10/15/2026  RJ   COBIF12 (OUTBOUND CLEARING) ADDED TO THE
      *                  STEP LIST AS AN OPTIONAL STEP AFTER COBIF07.
      * 10/15/2026  RJ   COBIF13 (TRANSACTION HISTORY ARCHIVE) ADDED
      *                  TO THE STEP LIST AS AN OPTIONAL STEP AFTER
      *                  COBIF12. THE COBIF14 INQUIRY RUNS OUTSIDE
      *                  THE WINDOW AND WRITES NO RUN-CONTROL RECORD.
      * 10/15/2026  RJ   COBIF15 (MONTH-END MERCHANT STATEMENTS) ADDED
      *                  TO THE STEP LIST AS AN OPTIONAL STEP AFTER
      *                  COBIF13 - IT RUNS ONLY ON THE LAST WINDOW OF
      *                  THE MONTH.
      * 10/15/2026  RJ   START ('STRT') AND RESTART ('RSTR') RECORDS,
      *                  NOW WRITTEN BY COBIF03, COBIF06 AND COBIF07
      *                  AS THEY BEGIN, ARE LISTED BUT NOT BANKED AS
      *                  RUNS. A COMPLETION AFTER A RESTART IS NOTED
      *                  AS A RESTART OF ONE RUN, NOT A SECOND RUN; A
      *                  STEP LEFT STARTED WITH NO COMPLETION, OR
      *                  STARTED AFRESH OVER AN UNFINISHED RUN
      *                  INSTEAD OF RESTARTED, FLAGS THE WINDOW.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-STEP-LIST.
          05 FILLER                PIC X(9) VALUE 'COBIF05 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF04 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF11 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF01 Y'.
          05 FILLER                PIC X(9) VALUE 'COBIF02 Y'.
          05 FILLER                PIC X(9) VALUE 'COBIF03 Y'.
          05 FILLER                PIC X(9) VALUE 'COBIF08 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF10 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF06 Y'.
          05 FILLER                PIC X(9) VALUE 'COBIF07 Y'.
          05 FILLER                PIC X(9) VALUE 'COBIF12 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF13 N'.
          05 FILLER                PIC X(9) VALUE 'COBIF15 N'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-LIST.
          05 WS-STEP-ENTRY OCCURS 13 TIMES
                INDEXED BY WS-STEP-IDX.
             10 WS-STEP-PROGRAM       PIC X(8).
             10 WS-STEP-REQUIRED      PIC X(1).

      *WHERE EACH STEP STANDS BETWEEN ITS START AND COMPLETION
      *RECORDS, IN STEP-LIST ORDER. A 'STRT' OR 'RSTR' RECORD OPENS
      *THE STEP (A RESTART ALSO COUNTS ITSELF); ITS NEXT COMPLETION
      *RECORD CLOSES IT AND TAKES THE RESTART COUNT WITH IT.
       01 WS-STEP-STATE-TABLE.
          05 WS-STEP-STATE OCCURS 13 TIMES.
             10 WS-STEP-OPEN-SW       PIC X(1).
                88 STEP-LEFT-OPEN     VALUE 'Y'.
             10 WS-STEP-RESTARTS      PIC 9(2).

      *EVERY RUN-CONTROL RECORD READ, IN WINDOW ORDER. A PROGRAM
      *MAY APPEAR MORE THAN ONCE - COBIF01 RUNS A TRANXIN PASS AND
      *A RESUBIN PASS ON A NORMAL REPAIR NIGHT - SO NOTHING IS
             10 WS-RUN-CNT3           PIC 9(9).
             10 WS-RUN-CNT4           PIC 9(9).
             10 WS-RUN-STATUS         PIC X(4).
             10 WS-RUN-RESTARTS       PIC 9(2).

       01 WS-STEP-SUB              PIC 9(2).
       01 WS-BANK-STEP-SUB         PIC 9(2).
       01 WS-BANK-RESTARTS         PIC 9(2).
       01 WS-RUN-SUB               PIC 9(2).
       01 WS-SCAN-SUB              PIC 9(2).
       01 WS-PRIOR-01-SUB          PIC 9(2).
          05 WS-RPT-ISSUE-TEXT     PIC X(50).
          05 FILLER                PIC X(21) VALUE SPACES.

       01 WS-RPT-NOTE-LINE.
          05 FILLER                PIC X(9) VALUE '  NOTE:  '.
          05 WS-RPT-NOTE-TEXT      PIC X(60).
          05 FILLER                PIC X(11) VALUE SPACES.

       01 WS-RPT-VERDICT-LINE      PIC X(80).

       PROCEDURE DIVISION.

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-STEP-STATE-TABLE.
           OPEN INPUT BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF09 - BATCHCTL OPEN FAILED, FILE STATUS '
      **************************************************************
      *READ ONE RUN-CONTROL RECORD AND BANK IT - EVERY EXECUTION
      *KEEPS ITS OWN ENTRY, IN WINDOW ORDER. A RECORD FOR A
      *PROGRAM OUTSIDE THE STEP LIST IS AN ISSUE IN ITSELF. START
      *AND RESTART RECORDS ARE LISTED BUT ONLY OPEN THE STEP - THE
      *COMPLETION RECORD THAT FOLLOWS IS THE EXECUTION BANKED.
      **************************************************************

       0300-READ-CONTROL.
       0309-EXIT.

       0400-BANK-ONE-RECORD.
           MOVE ZERO TO WS-BANK-STEP-SUB.
           MOVE ZERO TO WS-BANK-RESTARTS.
           SET WS-STEP-IDX TO 1.
           SEARCH WS-STEP-ENTRY
              AT END
                    INTO WS-RPT-ISSUE-TEXT
                 PERFORM 0450-WRITE-ISSUE THRU 0459-EXIT
              WHEN WS-STEP-PROGRAM(WS-STEP-IDX) = WS-BIN-PROGRAM
                 SET WS-BANK-STEP-SUB TO WS-STEP-IDX
           END-SEARCH.
           IF WS-WINDOW-DATE = ZERO
              MOVE WS-BIN-DATE TO WS-WINDOW-DATE
           END-IF.
           IF WS-BIN-STATUS = 'STRT' OR 'RSTR'
              PERFORM 0410-REPORT-ONE-RECORD THRU 0419-EXIT
              PERFORM 0420-OPEN-STEP THRU 0429-EXIT
              GO TO 0409-EXIT
           END-IF.
           IF WS-BANK-STEP-SUB > ZERO
              MOVE WS-STEP-RESTARTS(WS-BANK-STEP-SUB)
                 TO WS-BANK-RESTARTS
              MOVE 'N' TO WS-STEP-OPEN-SW(WS-BANK-STEP-SUB)
              MOVE ZERO TO WS-STEP-RESTARTS(WS-BANK-STEP-SUB)
           END-IF.
           IF WS-RUN-COUNT < 50
              ADD 1 TO WS-RUN-COUNT
              SET WS-RUN-IDX TO WS-RUN-COUNT
              MOVE WS-BIN-CNT3 TO WS-RUN-CNT3(WS-RUN-IDX)
              MOVE WS-BIN-CNT4 TO WS-RUN-CNT4(WS-RUN-IDX)
              MOVE WS-BIN-STATUS TO WS-RUN-STATUS(WS-RUN-IDX)
              MOVE WS-BANK-RESTARTS TO WS-RUN-RESTARTS(WS-RUN-IDX)
           ELSE
              MOVE 'RUN TABLE FULL, RECORD NOT CHECKED'
                 TO WS-RPT-ISSUE-TEXT
              PERFORM 0450-WRITE-ISSUE THRU 0459-EXIT
           END-IF.
           PERFORM 0410-REPORT-ONE-RECORD THRU 0419-EXIT.
           IF WS-BANK-RESTARTS > ZERO
              MOVE SPACES TO WS-RPT-NOTE-TEXT
              STRING WS-BIN-PROGRAM 'COMPLETED AFTER '
                 WS-BANK-RESTARTS ' RESTART(S) - NOT A SECOND RUN'
                 DELIMITED BY SIZE
                 INTO WS-RPT-NOTE-TEXT
              MOVE WS-RPT-NOTE-LINE TO WINDRPT-RECORD
              WRITE WINDRPT-RECORD
           END-IF.
       0409-EXIT.

       0410-REPORT-ONE-RECORD.
           WRITE WINDRPT-RECORD.
       0419-EXIT.

      *A STEP STARTING. A RESTART CARRIES ON THE RUN LEFT OPEN
      *BEFORE IT; A FRESH START OVER A RUN STILL OPEN MEANS THE
      *STEP WAS RUN AGAIN FROM THE TOP INSTEAD OF RESTARTED.
       0420-OPEN-STEP.
           IF WS-BANK-STEP-SUB = ZERO
              GO TO 0429-EXIT
           END-IF.
           IF WS-BIN-STATUS = 'RSTR'
              ADD 1 TO WS-STEP-RESTARTS(WS-BANK-STEP-SUB)
           ELSE
              IF STEP-LEFT-OPEN(WS-BANK-STEP-SUB)
                 MOVE SPACES TO WS-RPT-ISSUE-TEXT
                 STRING WS-BIN-PROGRAM
                    'STARTED AFRESH OVER AN UNFINISHED RUN'
                    DELIMITED BY SIZE INTO WS-RPT-ISSUE-TEXT
                 PERFORM 0450-WRITE-ISSUE THRU 0459-EXIT
              END-IF
              MOVE ZERO TO WS-STEP-RESTARTS(WS-BANK-STEP-SUB)
           END-IF.
           MOVE 'Y' TO WS-STEP-OPEN-SW(WS-BANK-STEP-SUB).
       0429-EXIT.

       0450-WRITE-ISSUE.
           ADD 1 TO WS-ISSUES.
           MOVE WS-RPT-ISSUE-LINE TO WINDRPT-RECORD.
       0459-EXIT.

      **************************************************************
      *EVERY MANDATORY STEP MUST HAVE RUN AT LEAST ONCE, NO STEP
      *MAY BE LEFT STARTED WITHOUT A COMPLETION, AND EVERY
      *EXECUTION THAT RAN MUST CARRY THE WINDOW'S RUN DATE AND AN
      *OK STATUS.
      **************************************************************
           WRITE WINDRPT-RECORD.
           PERFORM 0510-CHECK-ONE-STEP THRU 0519-EXIT
              VARYING WS-STEP-SUB FROM 1 BY 1
              UNTIL WS-STEP-SUB > 13.
           IF WS-RUN-COUNT > ZERO
              PERFORM 0520-CHECK-ONE-RUN THRU 0529-EXIT
                 VARYING WS-RUN-SUB FROM 1 BY 1
                 UNTIL WS-SCAN-SUB > WS-RUN-COUNT
                    OR STEP-SEEN
           END-IF.
           IF STEP-LEFT-OPEN(WS-STEP-SUB)
              MOVE SPACES TO WS-RPT-ISSUE-TEXT
              STRING WS-STEP-PROGRAM(WS-STEP-SUB)
                 'STARTED BUT NEVER COMPLETED'
                 DELIMITED BY SIZE INTO WS-RPT-ISSUE-TEXT
              PERFORM 0450-WRITE-ISSUE THRU 0459-EXIT
              GO TO 0519-EXIT
           END-IF.
           IF NOT STEP-SEEN
                 AND WS-STEP-REQUIRED(WS-STEP-SUB) = 'Y'
              MOVE SPACES TO WS-RPT-ISSUE-TEXT
