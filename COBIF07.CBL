      *                  FLAG AS A TRUNCATED GENERATION. JOURNAL
      *                  MIRROR WIDENED FOR THE NEW SOURCE-STREAM
      *                  AND FILE-SEQUENCE COLUMNS.
      * 10/15/2026  RJ   REFUNDS AND REVERSALS RECONCILED AS THEIR
      *                  OWN DISPOSITIONS - A CREDIT ON THE EXTRACT
      *                  MUST CONSUME A JOURNAL 'F' (REFUND) OR 'V'
      *                  (REVERSAL) ENTRY, NOT AN APPROVAL, AND AN
      *                  UNSETTLED ONE IS REPORTED AS SUCH. THE
      *                  MONEY PROOF NOW ALSO TIES THE EXTRACT'S
      *                  CREDIT TOTAL TO THE CLEARING-ACCOUNT
      *                  CREDITS. JOURNAL, EXTRACT, REJECT AND
      *                  DUPLICATE MIRRORS WIDENED FOR THE
      *                  TRANSACTION-TYPE COLUMN.
      * 10/15/2026  RJ   THE JOURNAL IS LOADED ONTO A KEYED WORK
      *                  FILE (JRNWORK) INSTEAD OF A 5000-ENTRY
      *                  TABLE, SO EVERY JOURNAL RECORD IS
      *                  RECONCILED WHATEVER THE VOLUME. JRNWORK IS
      *                  REBUILT FROM THE JOURNAL EACH RUN.
      * 10/15/2026  RJ   REFUSES TO START UNLESS COBIF06 HAS
      *                  COMPLETED OK FOR THE RUN DATE ON BATCHCTL,
      *                  AND WRITES A START RECORD THERE BEFORE THE
      *                  REPORT - 'STRT', OR 'RSTR' WHEN ITS OWN
      *                  LATEST RECORD FOR THE DAY IS A START WITH NO
      *                  COMPLETION AFTER IT. A RESTART REBUILDS THE
      *                  REPORT IN FULL AND SAYS SO UNDER THE TITLE.
      *                  RECONRPT NOW CLOSES WITH AN END-OF-REPORT
      *                  LINE - A REPORT WITHOUT IT IS INCOMPLETE.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
           SELECT JRNWORK-FILE ASSIGN TO 'JRNWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JWK-KEY
               FILE STATUS IS WS-JRNWORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD              PIC X(125).

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(52).

       FD  SUSPNEW-FILE
           LABEL RECORDS ARE STANDARD.

       FD  DUPREVW-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPREVW-RECORD              PIC X(52).

       FD  GLPOST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

      *THE RUN'S JOURNAL WORK FILE - ONE ROW PER JOURNAL RECORD,
      *KEYED BY CARD AND AMOUNT AND THEN BY ITS POSITION ON THE
      *JOURNAL, SO THE ENTRIES FOR A CARD AND AMOUNT ARE CONSUMED
      *IN THE ORDER THEY WERE JOURNALED.
       FD  JRNWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNWORK-RECORD.
           05 JWK-KEY.
              10 JWK-MATCH-KEY.
                 15 JWK-CARDNO         PIC X(7).
                 15 JWK-AMNT-X         PIC X(9).
              10 JWK-ROW-NO            PIC 9(9).
           05 JWK-CCY                  PIC X(3).
           05 JWK-OUTCOME              PIC X(1).
           05 JWK-USED-SW              PIC X(1).

       WORKING-STORAGE SECTION.
      *THE JOURNAL RECORD AS COBIF01'S 1020-WRITE-JOURNAL WRITES IT.
      *ONLY THE OUTCOME AND THE NORMALIZED CARD/AMOUNT/CURRENCY
      *COLUMNS MATTER HERE - THEY ARE THE MATCHING KEY.
       01 WS-JOURNAL-IN.
          05 FILLER                PIC X(35).
          05 FILLER                PIC X(1).
          05 WS-JIN-OUTCOME        PIC X(1).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-JIN-MERCH          PIC X(4).
          05 FILLER                PIC X(11).
          05 FILLER                PIC X(1).
          05 WS-JIN-TXN-TYPE       PIC X(1).

      *EVERY JOURNAL RECORD LOADED ONTO JRNWORK UP FRONT. EACH
      *DOWNSTREAM DATASET THEN CONSUMES ITS MATCHING ENTRY - THE
      *USED SWITCH IS WHAT MAKES 'EXACTLY ONCE' PROVABLE.
       01 WS-JRNWORK-STATUS        PIC X(2).
       01 WS-JT-FOUND-SW           PIC X(1) VALUE 'N'.
          88 JT-ENTRY-FOUND        VALUE 'Y'.
       01 WS-JT-SCAN-SW            PIC X(1) VALUE 'N'.
          88 END-OF-JT-SCAN        VALUE 'Y'.
       01 WS-JT-CCY-SW             PIC X(1) VALUE 'Y'.
          88 JT-MATCH-CCY          VALUE 'Y'.
       01 WS-JT-MATCH-KEY          PIC X(16).

      *THE KEY BEING LOOKED UP AND THE OUTCOMES IT IS ALLOWED TO
      *CONSUME - A SETTLED ITEM MAY HAVE JOURNALED AS AN APPROVAL
      *OR AS A SUSPENSE THE SWEEP LATER AUTHORIZED. A REFUND OR
      *REVERSAL MAY ONLY CONSUME ITS OWN CREDITED OUTCOME.
       01 WS-FIND-CARDNO           PIC X(7).
       01 WS-FIND-AMNT-X           PIC X(9).
       01 WS-FIND-CCY              PIC X(3).
       01 WS-FIND-OUTCOME-1        PIC X(1).
       01 WS-FIND-OUTCOME-2        PIC X(1).

      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT.
       01 WS-SETTLE-IN.
          05 FILLER                PIC X(6).
          05 FILLER                PIC X(1).
          05 WS-SIN-SOURCE         PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-SIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-SIN-TXN-TYPE       PIC X(1).
             88 SIN-REFUND         VALUE 'R'.
             88 SIN-REVERSAL       VALUE 'V'.
             88 SIN-CREDIT         VALUES 'R' 'V'.

      *THE REJECT RECORD IN COBIF01'S 52-BYTE LAYOUT - DUPREVW
      *CARRIES THE SAME LAYOUT.
       01 WS-REJECT-IN.
          05 FILLER                PIC X(3).
          05 WS-RIN-CYCLE          PIC X(2).
          05 FILLER                PIC X(1).
          05 WS-RIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-RIN-TXN-TYPE       PIC X(1).

      *THE SUSPENSE RECORD IN COBIF01'S 34-BYTE LAYOUT.
       01 WS-SUSP-IN.
       01 WS-JRNL-REJECTED         PIC 9(9) VALUE ZERO.
       01 WS-JRNL-SUSPENDED        PIC 9(9) VALUE ZERO.
       01 WS-JRNL-DUPLICATE        PIC 9(9) VALUE ZERO.
       01 WS-JRNL-REFUNDED         PIC 9(9) VALUE ZERO.
       01 WS-JRNL-REVERSED         PIC 9(9) VALUE ZERO.
       01 WS-SETL-READ             PIC 9(9) VALUE ZERO.
       01 WS-REJ-READ              PIC 9(9) VALUE ZERO.
       01 WS-SUSP-READ             PIC 9(9) VALUE ZERO.
       01 WS-DUP-READ              PIC 9(9) VALUE ZERO.
       01 WS-SETL-NET-TOTAL        PIC 9(13)V9(2) VALUE ZERO.
       01 WS-CLEARING-DR-TOTAL     PIC 9(13)V9(2) VALUE ZERO.
       01 WS-SETL-CREDIT-TOTAL     PIC 9(13)V9(2) VALUE ZERO.
       01 WS-CLEARING-CR-TOTAL     PIC 9(13)V9(2) VALUE ZERO.
       01 WS-DISCREPANCIES         PIC 9(9) VALUE ZERO.
       01 WS-SIN-NET-AMNT          PIC 9(7)V9(2).


       01 WS-RPT-VERDICT-LINE      PIC X(80).

       01 WS-RPT-RESTART-LINE      PIC X(80) VALUE
           'RESTARTED RUN - REPLACES AN EARLIER INCOMPLETE REPORT'.

      *THE LAST LINE ON RECONRPT, WRITTEN ONLY WHEN THE WHOLE REPORT
      *IS OUT - ITS ABSENCE MARKS AN INCOMPLETE REPORT.
       01 WS-RPT-END-LINE.
          05 FILLER                PIC X(16)
                                   VALUE 'END OF REPORT - '.
          05 WS-RPT-END-DATE       PIC 9(8).
          05 FILLER                PIC X(16)
                                   VALUE ' - RUN COMPLETE'.
          05 FILLER                PIC X(40) VALUE SPACES.

       01 WS-CURRENT-DATE          PIC 9(8).


          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-STATUS         PIC X(4).

      *THE SAME RECORD AS READ BACK AT START OF RUN - THE LATEST
      *RECORD FOR THE RUN DATE FROM THE PREDECESSOR STEP MUST SAY IT
      *COMPLETED OK, AND THIS STEP'S OWN LATEST RECORD SAYS WHETHER
      *AN EARLIER RUN OF THE DAY STARTED AND NEVER FINISHED.
       01 WS-BCR-IN.
          05 FILLER                PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-BIN-PROGRAM        PIC X(8).
          05 FILLER                PIC X(1).
          05 WS-BIN-DATE           PIC 9(8).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(4).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(9).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(9).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(9).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(9).
          05 FILLER                PIC X(1).
          05 WS-BIN-STATUS         PIC X(4).
       01 WS-PRED-PROGRAM          PIC X(8) VALUE 'COBIF06 '.
       01 WS-PRED-STATUS           PIC X(4).
       01 WS-OWN-STATUS            PIC X(4).
          88 OWN-RUN-UNFINISHED    VALUES 'STRT' 'RSTR'.
       01 WS-BCTL-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-BATCHCTL       VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE THRU 0109-EXIT.
           PERFORM 0200-LOAD-JOURNAL THRU 0209-EXIT.
           PERFORM 0800-REPORT-UNACCOUNTED THRU 0809-EXIT.
           PERFORM 0900-VERIFY-GL-FILES THRU 0909-EXIT.
           PERFORM 1100-WRITE-VERDICT THRU 1109-EXIT.
           PERFORM 1150-WRITE-REPORT-END THRU 1159-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-CHECK-PREDECESSOR THRU 0119-EXIT.
           PERFORM 0190-WRITE-START-CONTROL THRU 0199-EXIT.
           OPEN OUTPUT RECON-FILE.
           IF WS-RECON-STATUS NOT = '00'
              DISPLAY 'COBIF07 - RECONRPT OPEN FAILED, FILE STATUS '
           MOVE WS-CURRENT-DATE TO WS-RPT-DATE.
           MOVE WS-RPT-TITLE TO RECON-RECORD.
           WRITE RECON-RECORD.
           IF OWN-RUN-UNFINISHED
              MOVE WS-RPT-RESTART-LINE TO RECON-RECORD
              WRITE RECON-RECORD
           END-IF.
           MOVE WS-RPT-SEPARATOR TO RECON-RECORD.
           WRITE RECON-RECORD.
       0109-EXIT.

      **************************************************************
      *THE RECONCILIATION RUNS AFTER THE ADVICES. THEIR LATEST
      *RUN-CONTROL RECORD FOR TODAY MUST SAY THEY COMPLETED OK -
      *ABSENT, STILL STARTED, OR ANYTHING ELSE AND THE STEP IS NOT
      *STARTED.
      **************************************************************

       0110-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-PRED-STATUS.
           MOVE SPACES TO WS-OWN-STATUS.
           MOVE 'N' TO WS-BCTL-EOF-SW.
           OPEN INPUT BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS = '00'
              PERFORM 0115-SCAN-ONE-CONTROL THRU 0115-EXIT
                 UNTIL END-OF-BATCHCTL
              CLOSE BATCHCTL-FILE
           ELSE
              IF WS-BATCHCTL-STATUS NOT = '35'
                 DISPLAY 'COBIF07 - BATCHCTL OPEN FAILED, FILE '
                    'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRED-STATUS NOT = 'OK  '
              IF WS-PRED-STATUS = SPACES
                 MOVE 'NONE' TO WS-PRED-STATUS
              END-IF
              DISPLAY 'COBIF07 - ' WS-PRED-PROGRAM
                 'HAS NOT COMPLETED OK FOR ' WS-CURRENT-DATE
                 ', LAST STATUS ' WS-PRED-STATUS UPON CNSL
              DISPLAY 'COBIF07 - RECONCILIATION NOT STARTED'
                 UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF OWN-RUN-UNFINISHED
              DISPLAY 'COBIF07 - RESTART OF AN INCOMPLETE RUN FOR '
                 WS-CURRENT-DATE ', REPORT REBUILT' UPON CNSL
           END-IF.
       0119-EXIT.

       0115-SCAN-ONE-CONTROL.
           READ BATCHCTL-FILE
              AT END
                 SET END-OF-BATCHCTL TO TRUE
                 GO TO 0115-EXIT
           END-READ.
           MOVE BATCHCTL-RECORD TO WS-BCR-IN.
           IF WS-BIN-DATE NOT = WS-CURRENT-DATE
              GO TO 0115-EXIT
           END-IF.
           IF WS-BIN-PROGRAM = WS-PRED-PROGRAM
              MOVE WS-BIN-STATUS TO WS-PRED-STATUS
           END-IF.
           IF WS-BIN-PROGRAM = WS-BCR-PROGRAM
              MOVE WS-BIN-STATUS TO WS-OWN-STATUS
           END-IF.
       0115-EXIT.

      **************************************************************
      *RECORD ON BATCHCTL THAT THE STEP HAS STARTED - 'RSTR' WHEN
      *AN EARLIER RUN OF THE DAY NEVER COMPLETED, 'STRT' OTHERWISE -
      *SO AN ABEND LEAVES THE STEP VISIBLY INCOMPLETE UNTIL ITS
      *COMPLETION RECORD FOLLOWS.
      **************************************************************

       0190-WRITE-START-CONTROL.
           MOVE ZERO TO WS-BCR-CNT1.
           MOVE ZERO TO WS-BCR-CNT2.
           MOVE ZERO TO WS-BCR-CNT3.
           MOVE ZERO TO WS-BCR-CNT4.
           IF OWN-RUN-UNFINISHED
              MOVE 'RSTR' TO WS-BCR-STATUS
           ELSE
              MOVE 'STRT' TO WS-BCR-STATUS
           END-IF.
           PERFORM 1310-APPEND-RUN-CONTROL THRU 1319-EXIT.
       0199-EXIT.

      **************************************************************
      *LOAD THE DAY'S JOURNAL - EVERY INPUT THE WINDOW PROCESSED,
      *WITH ITS DISPOSITION - ONTO JRNWORK, CLEARED FIRST.
      **************************************************************

       0200-LOAD-JOURNAL.
           OPEN OUTPUT JRNWORK-FILE.
           IF WS-JRNWORK-STATUS = '00'
              CLOSE JRNWORK-FILE
              OPEN I-O JRNWORK-FILE
           END-IF.
           IF WS-JRNWORK-STATUS NOT = '00'
              DISPLAY 'COBIF07 - JRNWORK OPEN FAILED, FILE STATUS '
                 WS-JRNWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
                       ADD 1 TO WS-JRNL-SUSPENDED
                    WHEN 'D'
                       ADD 1 TO WS-JRNL-DUPLICATE
                    WHEN 'F'
                       ADD 1 TO WS-JRNL-REFUNDED
                    WHEN 'V'
                       ADD 1 TO WS-JRNL-REVERSED
                 END-EVALUATE
                 MOVE WS-JIN-CARDNO TO JWK-CARDNO
                 MOVE WS-JIN-AMNT-X TO JWK-AMNT-X
                 MOVE WS-JRNL-READ TO JWK-ROW-NO
                 MOVE WS-JIN-CCY TO JWK-CCY
                 MOVE WS-JIN-OUTCOME TO JWK-OUTCOME
                 MOVE 'N' TO JWK-USED-SW
                 WRITE JRNWORK-RECORD
                    INVALID KEY
                       PERFORM 0790-JRNWORK-FAILED THRU 0799-EXIT
                 END-WRITE
           END-READ.
       0219-EXIT.

      **************************************************************

       0700-FIND-JOURNAL-ENTRY.
           MOVE 'Y' TO WS-JT-CCY-SW.
           PERFORM 0730-SCAN-JOURNAL-WORK THRU 0739-EXIT.
       0709-EXIT.

       0710-WRITE-DISCREPANCY.

      **************************************************************
      *EVERY SETTLED ITEM MUST HAVE JOURNALED AS AN APPROVAL OR AS
      *A SUSPENSE THE COBIF03 SWEEP LATER AUTHORIZED. A SETTLED
      *REFUND MUST HAVE JOURNALED AS A REFUND CREDITED ('F') AND A
      *SETTLED REVERSAL AS A REVERSAL CREDITED ('V'); CREDITS ARE
      *TOTALLED APART FOR THE MONEY PROOF.
      **************************************************************

       0300-MATCH-SETTLEMENTS.
                 MOVE SETTLE-RECORD TO WS-SETTLE-IN
                 COMPUTE WS-SIN-NET-AMNT = WS-SIN-NET-INT
                    + WS-SIN-NET-DEC / 100
                 MOVE WS-SIN-CARDNO TO WS-FIND-CARDNO
                 MOVE WS-SIN-ORIG-INT TO WS-FIND-AMNT-X(1:7)
                 MOVE WS-SIN-ORIG-DEC TO WS-FIND-AMNT-X(8:2)
                 MOVE WS-SIN-CCY TO WS-FIND-CCY
                 EVALUATE TRUE
                    WHEN SIN-REFUND
                       ADD WS-SIN-NET-AMNT TO WS-SETL-CREDIT-TOTAL
                       MOVE 'F' TO WS-FIND-OUTCOME-1
                       MOVE 'F' TO WS-FIND-OUTCOME-2
                    WHEN SIN-REVERSAL
                       ADD WS-SIN-NET-AMNT TO WS-SETL-CREDIT-TOTAL
                       MOVE 'V' TO WS-FIND-OUTCOME-1
                       MOVE 'V' TO WS-FIND-OUTCOME-2
                    WHEN OTHER
                       ADD WS-SIN-NET-AMNT TO WS-SETL-NET-TOTAL
                       MOVE 'A' TO WS-FIND-OUTCOME-1
                       MOVE 'S' TO WS-FIND-OUTCOME-2
                 END-EVALUATE
                 PERFORM 0700-FIND-JOURNAL-ENTRY THRU 0709-EXIT
                 IF NOT JT-ENTRY-FOUND
                    MOVE 'SETTLED WITHOUT JOURNAL RECORD   '
      **************************************************************

       0720-FIND-BY-CARD-AMOUNT.
           MOVE 'N' TO WS-JT-CCY-SW.
           PERFORM 0730-SCAN-JOURNAL-WORK THRU 0739-EXIT.
       0729-EXIT.

      **************************************************************
      *READ THE JRNWORK ENTRIES FOR THE CARD AND AMOUNT IN HAND IN
      *JOURNAL ORDER, STOPPING AT THE FIRST UNCONSUMED ONE WITH A
      *PERMITTED OUTCOME (AND THE SAME CURRENCY, UNLESS MATCHING ON
      *CARD AND AMOUNT ALONE), WHICH IS MARKED CONSUMED.
      **************************************************************

       0730-SCAN-JOURNAL-WORK.
           MOVE 'N' TO WS-JT-FOUND-SW.
           MOVE 'N' TO WS-JT-SCAN-SW.
           MOVE WS-FIND-CARDNO TO JWK-CARDNO.
           MOVE WS-FIND-AMNT-X TO JWK-AMNT-X.
           MOVE ZERO TO JWK-ROW-NO.
           MOVE JWK-MATCH-KEY TO WS-JT-MATCH-KEY.
           START JRNWORK-FILE KEY IS NOT LESS THAN JWK-KEY
              INVALID KEY
                 GO TO 0739-EXIT
           END-START.
           PERFORM 0735-TEST-ONE-ENTRY THRU 0735-EXIT
              UNTIL JT-ENTRY-FOUND OR END-OF-JT-SCAN.
           IF JT-ENTRY-FOUND
              MOVE 'Y' TO JWK-USED-SW
              REWRITE JRNWORK-RECORD
                 INVALID KEY
                    PERFORM 0790-JRNWORK-FAILED THRU 0799-EXIT
              END-REWRITE
           END-IF.
       0739-EXIT.

       0735-TEST-ONE-ENTRY.
           READ JRNWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-JT-SCAN TO TRUE
                 GO TO 0735-EXIT
           END-READ.
           IF JWK-MATCH-KEY NOT = WS-JT-MATCH-KEY
              SET END-OF-JT-SCAN TO TRUE
              GO TO 0735-EXIT
           END-IF.
           IF JWK-USED-SW = 'N'
                 AND (JWK-OUTCOME = WS-FIND-OUTCOME-1
                    OR JWK-OUTCOME = WS-FIND-OUTCOME-2)
                 AND (JWK-CCY = WS-FIND-CCY OR NOT JT-MATCH-CCY)
              SET JT-ENTRY-FOUND TO TRUE
           END-IF.
       0735-EXIT.

      *A CONSUMED ENTRY THAT CANNOT BE RECORDED WOULD BE MATCHED
      *TWICE OR REPORTED AS UNACCOUNTED - THE RUN STOPS.
       0790-JRNWORK-FAILED.
           DISPLAY 'COBIF07 - JRNWORK UPDATE FAILED, FILE STATUS '
              WS-JRNWORK-STATUS UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0799-EXIT.

      **************************************************************
      *EVERY ITEM STILL ON THE CARRIED-FORWARD SUSPENSE DATASET
      **************************************************************

       0800-REPORT-UNACCOUNTED.
           MOVE 'N' TO WS-JT-SCAN-SW.
           MOVE LOW-VALUES TO JWK-KEY.
           START JRNWORK-FILE KEY IS NOT LESS THAN JWK-KEY
              INVALID KEY
                 SET END-OF-JT-SCAN TO TRUE
           END-START.
           PERFORM 0810-CHECK-ONE-ENTRY THRU 0819-EXIT
              UNTIL END-OF-JT-SCAN.
       0809-EXIT.

       0810-CHECK-ONE-ENTRY.
           READ JRNWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-JT-SCAN TO TRUE
                 GO TO 0819-EXIT
           END-READ.
           IF JWK-USED-SW = 'N'
              MOVE JWK-CARDNO TO WS-FIND-CARDNO
              MOVE JWK-AMNT-X TO WS-FIND-AMNT-X
              MOVE JWK-CCY TO WS-FIND-CCY
              EVALUATE JWK-OUTCOME
                 WHEN 'A'
                    MOVE 'JOURNAL APPROVAL NOT SETTLED     '
                       TO WS-RPT-DISC-TEXT
                 WHEN 'D'
                    MOVE 'JOURNAL DUPLICATE NOT IN DUPREVW '
                       TO WS-RPT-DISC-TEXT
                 WHEN 'F'
                    MOVE 'JOURNAL REFUND NOT SETTLED       '
                       TO WS-RPT-DISC-TEXT
                 WHEN 'V'
                    MOVE 'JOURNAL REVERSAL NOT SETTLED     '
                       TO WS-RPT-DISC-TEXT
                 WHEN OTHER
                    MOVE 'JOURNAL OUTCOME UNRECOGNIZED     '
                       TO WS-RPT-DISC-TEXT
      *VERIFY EACH GL POSTING FILE AGAINST ITS OWN BALANCING
      *TRAILER AND ACCUMULATE THE CLEARING-ACCOUNT DEBITS
      *(SETTLEMENT CLEARING 10100000 AND EXTERNAL AUTH CLEARING
      *10300000) - THE FIGURE THE EXTRACT'S NET TOTAL MUST EQUAL -
      *AND THE CLEARING-ACCOUNT CREDITS THE REFUNDS AND REVERSALS
      *REVERSE OUT, WHICH THE EXTRACT'S CREDIT TOTAL MUST EQUAL.
      **************************************************************

       0900-VERIFY-GL-FILES.
                 END-IF
              ELSE
                 ADD WS-GL-AMT TO WS-GL-CR-TOTAL
                 IF WS-GIN-ACCT = '10100000'
                       OR WS-GIN-ACCT = '10300000'
                    ADD WS-GL-AMT TO WS-CLEARING-CR-TOTAL
                 END-IF
              END-IF
           END-IF.
       0949-EXIT.
       0939-EXIT.

      **************************************************************
      *THE VERDICT - THE COUNTS, THE MONEY PROOF (EXTRACT SALES
      *NET AGAINST COMBINED CLEARING DEBITS, EXTRACT CREDITS
      *AGAINST COMBINED CLEARING CREDITS), AND BALANCED OR OUT OF
      *BALANCE. OUT OF BALANCE ENDS WITH RETURN CODE 8 SO THE
      *SCHEDULER HOLDS THE WINDOW.
      **************************************************************
           MOVE WS-JRNL-DUPLICATE TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE '   REFUNDS CREDITED.........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-JRNL-REFUNDED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE '   REVERSALS CREDITED.......: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-JRNL-REVERSED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE 'SETTLEMENT RECORDS..........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-SETL-READ TO WS-RPT-CNT-VALUE.
              MOVE SPACES TO WS-FIND-CCY
              PERFORM 0710-WRITE-DISCREPANCY THRU 0719-EXIT
           END-IF.
           MOVE 'EXTRACT CREDIT TOTAL........: '
              TO WS-RPT-AMT-LABEL.
           MOVE WS-SETL-CREDIT-TOTAL TO WS-RPT-AMT-VALUE.
           MOVE WS-RPT-AMT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE 'GL CLEARING CREDITS.........: '
              TO WS-RPT-AMT-LABEL.
           MOVE WS-CLEARING-CR-TOTAL TO WS-RPT-AMT-VALUE.
           MOVE WS-RPT-AMT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
           IF WS-SETL-CREDIT-TOTAL NOT = WS-CLEARING-CR-TOTAL
              MOVE 'EXTRACT CREDITS <> GL CLEARING CR'
                 TO WS-RPT-DISC-TEXT
              MOVE SPACES TO WS-FIND-CARDNO
              MOVE SPACES TO WS-FIND-AMNT-X
              MOVE SPACES TO WS-FIND-CCY
              PERFORM 0710-WRITE-DISCREPANCY THRU 0719-EXIT
           END-IF.
           MOVE 'DISCREPANCIES...............: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-DISCREPANCIES TO WS-RPT-CNT-VALUE.
           WRITE RECON-RECORD.
       1109-EXIT.

      *ONLY A RUN THAT GETS THIS FAR WRITES THE END-OF-REPORT LINE.
       1150-WRITE-REPORT-END.
           MOVE WS-CURRENT-DATE TO WS-RPT-END-DATE.
           MOVE WS-RPT-END-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
       1159-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           MOVE WS-JRNL-READ TO WS-BCR-CNT1.
           MOVE WS-SETL-READ TO WS-BCR-CNT2.
           MOVE WS-REJ-READ TO WS-BCR-CNT3.
           MOVE WS-DISCREPANCIES TO WS-BCR-CNT4.
           IF WS-DISCREPANCIES = ZERO
              MOVE 'OK  ' TO WS-BCR-STATUS
           ELSE
              MOVE 'OOB ' TO WS-BCR-STATUS
           END-IF.
           PERFORM 1310-APPEND-RUN-CONTROL THRU 1319-EXIT.
       1309-EXIT.

       1310-APPEND-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1319-EXIT.

       9000-TERMINATE.
           CLOSE RECON-FILE.
           CLOSE JRNWORK-FILE.
       9009-EXIT.
