       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF13.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - END-OF-WINDOW
      *                  TRANSACTION HISTORY ARCHIVE. LOADS EVERY ROW
      *                  OF THE DAY'S JOURNAL INTO THE TXNHIST
      *                  DATASET (INDEXED BY CARD NUMBER, DATE AND
      *                  JOURNAL ROW, WITH ALTERNATE KEYS ON
      *                  MERCHANT AND DATE FOR THE COBIF14 INQUIRY),
      *                  THEN RESOLVES EACH ROW'S FINAL DISPOSITION
      *                  FROM THE WINDOW'S SETTLEMENT EXTRACT,
      *                  REJECTS, CARRIED-FORWARD SUSPENSE AND
      *                  DUPLICATE REVIEW DATASETS, MATCHING THE WAY
      *                  COBIF07 DOES - SETTLED (WITH THE EXTRACT'S
      *                  RATE, FEE AND NET), REJECTED (WITH THE
      *                  REJECT REASON), STILL SUSPENDED OR HELD AS
      *                  A DUPLICATE. A ROW NONE OF THEM ACCOUNTS
      *                  FOR IS KEPT AS JOURNALED AND COUNTED. ROWS
      *                  OLDER THAN THE RETENTION PERIOD ARE THEN
      *                  PURGED. THE FEEDS ARE THE SAME
      *                  WHOLE-WINDOW CONCATENATIONS COBIF07 READS;
      *                  A RERUN ON THE SAME DATE RELOADS THE DAY'S
      *                  ROWS OVER THEMSELVES.
      * 10/15/2026  RJ   A SETTLEMENT OR REJECT THAT RESOLVES A
      *                  SUSPENSE THE COBIF03 SWEEP DECIDED ON A LATER
      *                  DAY, AND MATCHES NO ROW OF TODAY'S, NOW
      *                  RESOLVES THE CARD'S MOST RECENT ROW STILL IN
      *                  SUSPENSE FOR THE SAME AMOUNT FROM AN EARLIER
      *                  DAY, INSTEAD OF COUNTING AS NOT ON JOURNAL.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SETTLE-FILE ASSIGN TO 'SETLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT SUSPNEW-FILE ASSIGN TO 'SUSPNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.
           SELECT DUPREVW-FILE ASSIGN TO 'DUPREVW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPREVW-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'TXNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-MERCH-KEY
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS HST-ARCH-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-TXNHIST-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
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
       01  SUSPNEW-RECORD              PIC X(34).

       FD  DUPREVW-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPREVW-RECORD              PIC X(52).

      *THE TRANSACTION HISTORY. THE PRIMARY KEY IS CARD NUMBER,
      *WINDOW DATE AND THE ROW'S POSITION ON THAT DAY'S JOURNAL, SO
      *A CARD'S HISTORY READS IN DATE ORDER AND A RERUN FINDS ITS
      *OWN ROWS AGAIN. THE MERCHANT KEY (MERCHANT AND DATE) SERVES
      *MERCHANT INQUIRIES AND THE ARCHIVE DATE KEY SERVES DATE-RANGE
      *INQUIRIES AND THE RETENTION PURGE. DISPOSITION: P SETTLED, J
      *REJECTED, S STILL IN SUSPENSE, D HELD AS A DUPLICATE, U NOT
      *ACCOUNTED FOR DOWNSTREAM. RATE, FEE AND NET ARE THE
      *EXTRACT'S FOR A SETTLED ROW, OTHERWISE THE JOURNAL'S RATE
      *AND FEE AND NO NET.
       FD  TXNHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXNHIST-RECORD.
           05 HST-KEY.
              10 HST-CARDNO            PIC X(7).
              10 HST-DATE              PIC 9(8).
              10 HST-JRNL-SEQ          PIC 9(6).
           05 HST-MERCH-KEY.
              10 HST-MERCH             PIC X(4).
              10 HST-MERCH-DATE        PIC 9(8).
           05 HST-ARCH-DATE            PIC 9(8).
           05 HST-TXN-TYPE             PIC X(1).
           05 HST-JRNL-OUTCOME         PIC X(1).
           05 HST-DISPOSITION          PIC X(1).
              88 HST-SETTLED           VALUE 'P'.
              88 HST-REJECTED          VALUE 'J'.
              88 HST-SUSPENDED         VALUE 'S'.
              88 HST-DUPLICATE         VALUE 'D'.
              88 HST-UNRESOLVED        VALUE 'U'.
           05 HST-REASON               PIC X(15).
           05 HST-CCY                  PIC X(3).
           05 HST-AMNT                 PIC 9(7)V9(2).
           05 HST-RATE                 PIC 9(3)V9(5).
           05 HST-FEE                  PIC 9(7)V9(2).
           05 HST-NET                  PIC 9(7)V9(2).
           05 HST-CTRY                 PIC X(3).
           05 HST-SETL-SOURCE          PIC X(1).
           05 HST-JRNL-SOURCE          PIC X(5).
           05 HST-FILE-SEQ             PIC X(4).
           05 FILLER                   PIC X(20).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *THE JOURNAL RECORD AS COBIF01'S 1020-WRITE-JOURNAL WRITES IT.
       01 WS-JOURNAL-IN.
          05 FILLER                PIC X(35).
          05 FILLER                PIC X(1).
          05 WS-JIN-OUTCOME        PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-JIN-REASON         PIC X(15).
          05 FILLER                PIC X(1).
          05 WS-JIN-RATE-CCY       PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-JIN-RATE-INT       PIC 9(3).
          05 FILLER                PIC X(1).
          05 WS-JIN-RATE-DEC       PIC 9(5).
          05 FILLER                PIC X(1).
          05 WS-JIN-FEE-CTRY       PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-JIN-FEE-INT        PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-JIN-FEE-DEC        PIC 9(2).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(2).
          05 FILLER                PIC X(1).
          05 WS-JIN-CARDNO         PIC X(7).
          05 FILLER                PIC X(1).
          05 WS-JIN-AMNT-X         PIC X(9).
          05 WS-JIN-AMNT REDEFINES WS-JIN-AMNT-X
                                   PIC 9(7)V9(2).
          05 FILLER                PIC X(1).
          05 WS-JIN-CCY            PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-JIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-JIN-SOURCE         PIC X(5).
          05 FILLER                PIC X(1).
          05 WS-JIN-FILE-SEQ       PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-JIN-TXN-TYPE       PIC X(1).

      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT.
       01 WS-SETTLE-IN.
          05 FILLER                PIC X(6).
          05 FILLER                PIC X(1).
          05 WS-SIN-CARDNO         PIC X(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-CCY            PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-SIN-ORIG-INT       PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-ORIG-DEC       PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-SIN-RATE-INT       PIC 9(3).
          05 FILLER                PIC X(1).
          05 WS-SIN-RATE-DEC       PIC 9(5).
          05 FILLER                PIC X(1).
          05 WS-SIN-FEE-INT        PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-FEE-DEC        PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-SIN-NET-INT        PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-NET-DEC        PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-SIN-CTRY           PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-SIN-SOURCE         PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-SIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-SIN-TXN-TYPE       PIC X(1).
             88 SIN-REFUND         VALUE 'R'.
             88 SIN-REVERSAL       VALUE 'V'.

      *THE REJECT RECORD IN COBIF01'S 52-BYTE LAYOUT - DUPREVW
      *CARRIES THE SAME LAYOUT.
       01 WS-REJECT-IN.
          05 FILLER                PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-RIN-CARDNO         PIC X(7).
          05 FILLER                PIC X(1).
          05 WS-RIN-AMNT-INT       PIC X(7).
          05 FILLER                PIC X(1).
          05 WS-RIN-AMNT-DEC       PIC X(2).
          05 FILLER                PIC X(1).
          05 WS-RIN-CTRY           PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-RIN-REASON         PIC X(15).
          05 FILLER                PIC X(1).
          05 WS-RIN-CYCLE          PIC X(2).
          05 FILLER                PIC X(1).
          05 WS-RIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-RIN-TXN-TYPE       PIC X(1).

      *THE SUSPENSE RECORD IN COBIF01'S 34-BYTE LAYOUT.
       01 WS-SUSP-IN.
          05 FILLER                PIC X(6).
          05 WS-UIN-CCY            PIC X(3).
          05 WS-UIN-AMNT-X         PIC X(9).
          05 WS-UIN-CARDNO         PIC X(7).
          05 WS-UIN-CTRY           PIC X(3).
          05 FILLER                PIC X(4).
          05 FILLER                PIC X(2).

      *THE KEY BEING LOOKED UP AND THE JOURNAL OUTCOMES IT MAY
      *RESOLVE, AS IN COBIF07. SPACES IN THE CURRENCY MEAN THE
      *DOWNSTREAM RECORD DOES NOT CARRY ONE AND MATCHING IS ON CARD
      *AND AMOUNT ALONE.
       01 WS-FIND-CARDNO           PIC X(7).
       01 WS-FIND-AMNT-X           PIC X(9).
       01 WS-FIND-AMNT REDEFINES WS-FIND-AMNT-X
                                   PIC 9(7)V9(2).
       01 WS-FIND-CCY              PIC X(3).
       01 WS-FIND-OUTCOME-1        PIC X(1).
       01 WS-FIND-OUTCOME-2        PIC X(1).

       01 WS-HST-FOUND-SW          PIC X(1) VALUE 'N'.
          88 HST-ENTRY-FOUND       VALUE 'Y'.
       01 WS-HST-SCAN-SW           PIC X(1) VALUE 'N'.
          88 HST-SCAN-ENDED        VALUE 'Y'.

      *THE LATEST EARLIER-DAY SUSPENSE ROW SEEN SO FAR FOR THE CARD
      *IN HAND - SEE 0720-FIND-EARLIER-SUSPENSE.
       01 WS-HST-LATEST-SW         PIC X(1) VALUE 'N'.
          88 HST-LATEST-FOUND      VALUE 'Y'.
       01 WS-HST-LATEST-KEY        PIC X(21).

       01 WS-JRNL-STATUS           PIC X(2).
       01 WS-SETTLE-STATUS         PIC X(2).
       01 WS-REJECT-STATUS         PIC X(2).
       01 WS-SUSPNEW-STATUS        PIC X(2).
       01 WS-DUPREVW-STATUS        PIC X(2).
       01 WS-TXNHIST-STATUS        PIC X(2).

       01 WS-EOF-SW                PIC X(1) VALUE 'N'.
          88 END-OF-INPUT          VALUE 'Y'.

       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-TODAY-INT             PIC S9(9) COMP.
       01 WS-WORK-INT              PIC S9(9) COMP.
       01 WS-PURGE-BEFORE          PIC 9(8).
       01 WS-JRNL-SEQ              PIC 9(6) VALUE ZERO.

      *HISTORY IS KEPT THIS MANY CALENDAR DAYS - LONG ENOUGH TO
      *ANSWER A CARDHOLDER OR MERCHANT ON ANYTHING A NETWORK CAN
      *STILL CHARGE BACK.
       01 WS-RETAIN-DAYS           PIC 9(4) VALUE 540.

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-JRNL-LOADED           PIC 9(9) VALUE ZERO.
       01 WS-HST-SETTLED           PIC 9(9) VALUE ZERO.
       01 WS-HST-REJECTED          PIC 9(9) VALUE ZERO.
       01 WS-HST-SUSPENDED         PIC 9(9) VALUE ZERO.
       01 WS-HST-DUPLICATE         PIC 9(9) VALUE ZERO.
       01 WS-HST-RESOLVED          PIC 9(9) VALUE ZERO.
       01 WS-HST-UNRESOLVED        PIC 9(9) VALUE ZERO.
       01 WS-NOT-ON-JOURNAL        PIC 9(9) VALUE ZERO.
       01 WS-HST-EARLIER           PIC 9(9) VALUE ZERO.
       01 WS-HST-PURGED            PIC 9(9) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
      *DATASET AT END OF RUN, SO THE SCHEDULER AND THE COBIF09
      *WINDOW SUMMARY SEE THE RUN'S COUNTS AS DATA INSTEAD OF
      *RE-KEYING THEM OFF THE CONSOLE LOG. THE FOUR COUNT COLUMNS
      *ARE PROGRAM-SPECIFIC - SEE 1300-WRITE-RUN-CONTROL.
       01 WS-BATCHCTL-STATUS       PIC X(2).

       01 WS-BATCHCTL-FILE.
          05 WS-BCR-PREFIX         PIC X(3) VALUE 'BCR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-PROGRAM        PIC X(8) VALUE 'COBIF13 '.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-DATE           PIC 9(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-SEQ            PIC 9(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-CNT1           PIC 9(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-CNT2           PIC 9(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-CNT3           PIC 9(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-CNT4           PIC 9(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-STATUS         PIC X(4).

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE THRU 0109-EXIT.
           PERFORM 0200-LOAD-JOURNAL THRU 0209-EXIT.
           PERFORM 0300-APPLY-SETTLEMENTS THRU 0309-EXIT.
           PERFORM 0400-APPLY-REJECTS THRU 0409-EXIT.
           PERFORM 0500-APPLY-SUSPENSE THRU 0509-EXIT.
           PERFORM 0600-APPLY-DUPLICATES THRU 0609-EXIT.
           PERFORM 0900-PURGE-HISTORY THRU 0909-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE HISTORY FOR UPDATE, CREATING IT ON
      *FIRST USE, AND WORK OUT THE PURGE DATE.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
           COMPUTE WS-PURGE-BEFORE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           OPEN I-O TXNHIST-FILE.
           IF WS-TXNHIST-STATUS = '35'
              OPEN OUTPUT TXNHIST-FILE
              CLOSE TXNHIST-FILE
              OPEN I-O TXNHIST-FILE
           END-IF.
           IF WS-TXNHIST-STATUS NOT = '00'
              DISPLAY 'COBIF13 - TXNHIST OPEN FAILED, FILE STATUS '
                 WS-TXNHIST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0109-EXIT.

      **************************************************************
      *LOAD THE DAY'S JOURNAL. EVERY ROW STARTS AS JOURNALED, NOT
      *YET ACCOUNTED FOR; THE DOWNSTREAM DATASETS THEN RESOLVE IT.
      **************************************************************

       0200-LOAD-JOURNAL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'COBIF13 - JOURNAL OPEN FAILED, FILE STATUS '
                 WS-JRNL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0210-LOAD-ONE-JOURNAL THRU 0219-EXIT
              UNTIL END-OF-INPUT.
           CLOSE JOURNAL-FILE.
       0209-EXIT.

       0210-LOAD-ONE-JOURNAL.
           READ JOURNAL-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0219-EXIT
           END-READ.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE JOURNAL-RECORD TO WS-JOURNAL-IN.
           MOVE SPACES TO TXNHIST-RECORD.
           MOVE WS-JIN-CARDNO TO HST-CARDNO.
           MOVE WS-CURRENT-DATE TO HST-DATE.
           MOVE WS-JRNL-SEQ TO HST-JRNL-SEQ.
           MOVE WS-JIN-MERCH TO HST-MERCH.
           MOVE WS-CURRENT-DATE TO HST-MERCH-DATE.
           MOVE WS-CURRENT-DATE TO HST-ARCH-DATE.
           IF WS-JIN-TXN-TYPE = SPACE
              MOVE 'S' TO HST-TXN-TYPE
           ELSE
              MOVE WS-JIN-TXN-TYPE TO HST-TXN-TYPE
           END-IF.
           MOVE WS-JIN-OUTCOME TO HST-JRNL-OUTCOME.
           SET HST-UNRESOLVED TO TRUE.
           MOVE WS-JIN-REASON TO HST-REASON.
           MOVE WS-JIN-CCY TO HST-CCY.
           IF WS-JIN-AMNT-X IS NUMERIC
              MOVE WS-JIN-AMNT TO HST-AMNT
           ELSE
              MOVE ZERO TO HST-AMNT
           END-IF.
           IF WS-JIN-RATE-INT IS NUMERIC
                 AND WS-JIN-RATE-DEC IS NUMERIC
              COMPUTE HST-RATE = WS-JIN-RATE-INT
                 + WS-JIN-RATE-DEC / 100000
           ELSE
              MOVE ZERO TO HST-RATE
           END-IF.
           IF WS-JIN-FEE-INT IS NUMERIC
                 AND WS-JIN-FEE-DEC IS NUMERIC
              COMPUTE HST-FEE = WS-JIN-FEE-INT
                 + WS-JIN-FEE-DEC / 100
           ELSE
              MOVE ZERO TO HST-FEE
           END-IF.
           MOVE ZERO TO HST-NET.
           MOVE WS-JIN-FEE-CTRY TO HST-CTRY.
           MOVE WS-JIN-SOURCE TO HST-JRNL-SOURCE.
           MOVE WS-JIN-FILE-SEQ TO HST-FILE-SEQ.
           ADD 1 TO WS-JRNL-LOADED.
           WRITE TXNHIST-RECORD
              INVALID KEY
                 PERFORM 0290-REWRITE-HISTORY THRU 0299-EXIT
           END-WRITE.
       0219-EXIT.

      *A RERUN ON THE SAME DATE FINDS ITS OWN EARLIER ROWS UNDER THE
      *SAME KEYS AND REPLACES THEM.
       0290-REWRITE-HISTORY.
           REWRITE TXNHIST-RECORD
              INVALID KEY
                 DISPLAY 'COBIF13 - TXNHIST REWRITE FAILED, FILE '
                    'STATUS ' WS-TXNHIST-STATUS ' CARD '
                    HST-CARDNO UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
       0299-EXIT.

      **************************************************************
      *A SETTLED SALE RESOLVES A JOURNALED APPROVAL OR A SUSPENSE
      *THE COBIF03 SWEEP LATER AUTHORIZED; A SETTLED REFUND OR
      *REVERSAL RESOLVES ITS OWN CREDITED OUTCOME. THE ROW TAKES
      *THE EXTRACT'S RATE, FEE, NET, COUNTRY AND PRICING SOURCE.
      **************************************************************

       0300-APPLY-SETTLEMENTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
              DISPLAY 'COBIF13 - SETLOUT OPEN FAILED, FILE STATUS '
                 WS-SETTLE-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0310-APPLY-ONE-SETTLEMENT THRU 0319-EXIT
              UNTIL END-OF-INPUT.
           CLOSE SETTLE-FILE.
       0309-EXIT.

       0310-APPLY-ONE-SETTLEMENT.
           READ SETTLE-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0319-EXIT
           END-READ.
           MOVE SETTLE-RECORD TO WS-SETTLE-IN.
           MOVE WS-SIN-CARDNO TO WS-FIND-CARDNO.
           MOVE WS-SIN-ORIG-INT TO WS-FIND-AMNT-X(1:7).
           MOVE WS-SIN-ORIG-DEC TO WS-FIND-AMNT-X(8:2).
           MOVE WS-SIN-CCY TO WS-FIND-CCY.
           EVALUATE TRUE
              WHEN SIN-REFUND
                 MOVE 'F' TO WS-FIND-OUTCOME-1
                 MOVE 'F' TO WS-FIND-OUTCOME-2
              WHEN SIN-REVERSAL
                 MOVE 'V' TO WS-FIND-OUTCOME-1
                 MOVE 'V' TO WS-FIND-OUTCOME-2
              WHEN OTHER
                 MOVE 'A' TO WS-FIND-OUTCOME-1
                 MOVE 'S' TO WS-FIND-OUTCOME-2
           END-EVALUATE.
           PERFORM 0700-FIND-HISTORY THRU 0709-EXIT.
           IF NOT HST-ENTRY-FOUND
              ADD 1 TO WS-NOT-ON-JOURNAL
              GO TO 0319-EXIT
           END-IF.
           SET HST-SETTLED TO TRUE.
           IF HST-JRNL-OUTCOME = 'S'
              MOVE 'SWEEP APPROVED' TO HST-REASON
           END-IF.
           COMPUTE HST-RATE = WS-SIN-RATE-INT
              + WS-SIN-RATE-DEC / 100000.
           COMPUTE HST-FEE = WS-SIN-FEE-INT
              + WS-SIN-FEE-DEC / 100.
           COMPUTE HST-NET = WS-SIN-NET-INT
              + WS-SIN-NET-DEC / 100.
           MOVE WS-SIN-CTRY TO HST-CTRY.
           MOVE WS-SIN-SOURCE TO HST-SETL-SOURCE.
           PERFORM 0290-REWRITE-HISTORY THRU 0299-EXIT.
           ADD 1 TO WS-HST-SETTLED.
       0319-EXIT.

      **************************************************************
      *A REJECT RESOLVES A JOURNALED REJECT OR A SUSPENSE THE SWEEP
      *LATER DECLINED, AND THE ROW TAKES THE REJECT'S REASON.
      **************************************************************

       0400-APPLY-REJECTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = '00'
              DISPLAY 'COBIF13 - REJECTS OPEN FAILED, FILE STATUS '
                 WS-REJECT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0410-APPLY-ONE-REJECT THRU 0419-EXIT
              UNTIL END-OF-INPUT.
           CLOSE REJECT-FILE.
       0409-EXIT.

       0410-APPLY-ONE-REJECT.
           READ REJECT-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0419-EXIT
           END-READ.
           MOVE REJECT-RECORD TO WS-REJECT-IN.
           MOVE WS-RIN-CARDNO TO WS-FIND-CARDNO.
           MOVE WS-RIN-AMNT-INT TO WS-FIND-AMNT-X(1:7).
           MOVE WS-RIN-AMNT-DEC TO WS-FIND-AMNT-X(8:2).
           MOVE SPACES TO WS-FIND-CCY.
           MOVE 'R' TO WS-FIND-OUTCOME-1.
           MOVE 'S' TO WS-FIND-OUTCOME-2.
           PERFORM 0700-FIND-HISTORY THRU 0709-EXIT.
           IF NOT HST-ENTRY-FOUND
              ADD 1 TO WS-NOT-ON-JOURNAL
              GO TO 0419-EXIT
           END-IF.
           SET HST-REJECTED TO TRUE.
           MOVE WS-RIN-REASON TO HST-REASON.
           MOVE WS-RIN-CTRY TO HST-CTRY.
           PERFORM 0290-REWRITE-HISTORY THRU 0299-EXIT.
           ADD 1 TO WS-HST-REJECTED.
       0419-EXIT.

      **************************************************************
      *AN ITEM STILL ON THE CARRIED-FORWARD SUSPENSE DATASET
      *RESOLVES A JOURNALED SUSPENSE.
      **************************************************************

       0500-APPLY-SUSPENSE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSPNEW-FILE.
           IF WS-SUSPNEW-STATUS NOT = '00'
              DISPLAY 'COBIF13 - SUSPNEW OPEN FAILED, FILE STATUS '
                 WS-SUSPNEW-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0510-APPLY-ONE-SUSPENSE THRU 0519-EXIT
              UNTIL END-OF-INPUT.
           CLOSE SUSPNEW-FILE.
       0509-EXIT.

       0510-APPLY-ONE-SUSPENSE.
           READ SUSPNEW-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0519-EXIT
           END-READ.
           MOVE SUSPNEW-RECORD TO WS-SUSP-IN.
           MOVE WS-UIN-CARDNO TO WS-FIND-CARDNO.
           MOVE WS-UIN-AMNT-X TO WS-FIND-AMNT-X.
           MOVE WS-UIN-CCY TO WS-FIND-CCY.
           MOVE 'S' TO WS-FIND-OUTCOME-1.
           MOVE 'S' TO WS-FIND-OUTCOME-2.
           PERFORM 0700-FIND-HISTORY THRU 0709-EXIT.
           IF NOT HST-ENTRY-FOUND
              ADD 1 TO WS-NOT-ON-JOURNAL
              GO TO 0519-EXIT
           END-IF.
           SET HST-SUSPENDED TO TRUE.
           MOVE WS-UIN-CTRY TO HST-CTRY.
           PERFORM 0290-REWRITE-HISTORY THRU 0299-EXIT.
           ADD 1 TO WS-HST-SUSPENDED.
       0519-EXIT.

      **************************************************************
      *A DUPLICATE HELD FOR REVIEW RESOLVES A JOURNALED DUPLICATE.
      **************************************************************

       0600-APPLY-DUPLICATES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUPREVW-FILE.
           IF WS-DUPREVW-STATUS NOT = '00'
              DISPLAY 'COBIF13 - DUPREVW OPEN FAILED, FILE STATUS '
                 WS-DUPREVW-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0610-APPLY-ONE-DUPLICATE THRU 0619-EXIT
              UNTIL END-OF-INPUT.
           CLOSE DUPREVW-FILE.
       0609-EXIT.

       0610-APPLY-ONE-DUPLICATE.
           READ DUPREVW-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0619-EXIT
           END-READ.
           MOVE DUPREVW-RECORD TO WS-REJECT-IN.
           MOVE WS-RIN-CARDNO TO WS-FIND-CARDNO.
           MOVE WS-RIN-AMNT-INT TO WS-FIND-AMNT-X(1:7).
           MOVE WS-RIN-AMNT-DEC TO WS-FIND-AMNT-X(8:2).
           MOVE SPACES TO WS-FIND-CCY.
           MOVE 'D' TO WS-FIND-OUTCOME-1.
           MOVE 'D' TO WS-FIND-OUTCOME-2.
           PERFORM 0700-FIND-HISTORY THRU 0709-EXIT.
           IF NOT HST-ENTRY-FOUND
              ADD 1 TO WS-NOT-ON-JOURNAL
              GO TO 0619-EXIT
           END-IF.
           SET HST-DUPLICATE TO TRUE.
           MOVE WS-RIN-REASON TO HST-REASON.
           MOVE WS-RIN-CTRY TO HST-CTRY.
           PERFORM 0290-REWRITE-HISTORY THRU 0299-EXIT.
           ADD 1 TO WS-HST-DUPLICATE.
       0619-EXIT.

      **************************************************************
      *FIND TODAY'S FIRST UNRESOLVED HISTORY ROW FOR THE CARD IN
      *HAND WITH THE SAME AMOUNT (AND CURRENCY, WHEN THE DOWNSTREAM
      *RECORD CARRIES ONE) AND ONE OF THE TWO PERMITTED JOURNAL
      *OUTCOMES. A SETTLEMENT OR REJECT THAT MAY CLOSE A SUSPENSE
      *AND FINDS NOTHING TODAY LOOKS BACK OVER THE CARD'S EARLIER
      *DAYS. THE ROW IS LEFT IN THE RECORD AREA FOR THE CALLER TO
      *UPDATE AND REWRITE.
      **************************************************************

       0700-FIND-HISTORY.
           MOVE 'N' TO WS-HST-FOUND-SW.
           MOVE 'N' TO WS-HST-SCAN-SW.
           IF WS-FIND-AMNT-X IS NOT NUMERIC
              GO TO 0709-EXIT
           END-IF.
           MOVE WS-FIND-CARDNO TO HST-CARDNO.
           MOVE WS-CURRENT-DATE TO HST-DATE.
           MOVE ZERO TO HST-JRNL-SEQ.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-KEY
              INVALID KEY
                 SET HST-SCAN-ENDED TO TRUE
           END-START.
           PERFORM 0710-CHECK-ONE-HISTORY THRU 0719-EXIT
              UNTIL HST-ENTRY-FOUND OR HST-SCAN-ENDED.
           IF NOT HST-ENTRY-FOUND
                 AND WS-FIND-OUTCOME-2 = 'S'
                 AND WS-FIND-OUTCOME-1 NOT = 'S'
              PERFORM 0720-FIND-EARLIER-SUSPENSE THRU 0729-EXIT
           END-IF.
       0709-EXIT.

       0710-CHECK-ONE-HISTORY.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET HST-SCAN-ENDED TO TRUE
                 GO TO 0719-EXIT
           END-READ.
           IF HST-CARDNO NOT = WS-FIND-CARDNO
                 OR HST-DATE NOT = WS-CURRENT-DATE
              SET HST-SCAN-ENDED TO TRUE
              GO TO 0719-EXIT
           END-IF.
           IF HST-UNRESOLVED
                 AND HST-AMNT = WS-FIND-AMNT
                 AND (WS-FIND-CCY = SPACES
                    OR HST-CCY = WS-FIND-CCY)
                 AND (HST-JRNL-OUTCOME = WS-FIND-OUTCOME-1
                    OR HST-JRNL-OUTCOME = WS-FIND-OUTCOME-2)
              SET HST-ENTRY-FOUND TO TRUE
           END-IF.
       0719-EXIT.

      *THE SWEEP MAY DECIDE A SUSPENSE DAYS AFTER IT WAS JOURNALED.
      *THE CARD'S ROWS READ IN DATE ORDER, SO THE LAST EARLIER-DAY
      *ROW STILL IN SUSPENSE FOR THE AMOUNT IS THE MOST RECENT; IT
      *IS READ BACK BY ITS KEY FOR THE CALLER.
       0720-FIND-EARLIER-SUSPENSE.
           MOVE 'N' TO WS-HST-LATEST-SW.
           MOVE 'N' TO WS-HST-SCAN-SW.
           MOVE WS-FIND-CARDNO TO HST-CARDNO.
           MOVE ZERO TO HST-DATE.
           MOVE ZERO TO HST-JRNL-SEQ.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-KEY
              INVALID KEY
                 GO TO 0729-EXIT
           END-START.
           PERFORM 0730-CHECK-ONE-EARLIER THRU 0739-EXIT
              UNTIL HST-SCAN-ENDED.
           IF NOT HST-LATEST-FOUND
              GO TO 0729-EXIT
           END-IF.
           MOVE WS-HST-LATEST-KEY TO HST-KEY.
           READ TXNHIST-FILE
              INVALID KEY
                 DISPLAY 'COBIF13 - TXNHIST READ FAILED, FILE '
                    'STATUS ' WS-TXNHIST-STATUS ' CARD '
                    HST-CARDNO UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           SET HST-ENTRY-FOUND TO TRUE.
           ADD 1 TO WS-HST-EARLIER.
       0729-EXIT.

       0730-CHECK-ONE-EARLIER.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET HST-SCAN-ENDED TO TRUE
                 GO TO 0739-EXIT
           END-READ.
           IF HST-CARDNO NOT = WS-FIND-CARDNO
                 OR HST-DATE NOT < WS-CURRENT-DATE
              SET HST-SCAN-ENDED TO TRUE
              GO TO 0739-EXIT
           END-IF.
           IF HST-SUSPENDED
                 AND HST-JRNL-OUTCOME = 'S'
                 AND HST-AMNT = WS-FIND-AMNT
                 AND (WS-FIND-CCY = SPACES
                    OR HST-CCY = WS-FIND-CCY)
              SET HST-LATEST-FOUND TO TRUE
              MOVE HST-KEY TO WS-HST-LATEST-KEY
           END-IF.
       0739-EXIT.

      **************************************************************
      *RETENTION PURGE - DELETE EVERY ROW ARCHIVED BEFORE THE PURGE
      *DATE, READING UP THE ARCHIVE DATE KEY FROM THE OLDEST.
      **************************************************************

       0900-PURGE-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO HST-ARCH-DATE.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-ARCH-DATE
              INVALID KEY
                 GO TO 0909-EXIT
           END-START.
           PERFORM 0910-PURGE-ONE THRU 0919-EXIT
              UNTIL END-OF-INPUT.
       0909-EXIT.

       0910-PURGE-ONE.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET END-OF-INPUT TO TRUE
                 GO TO 0919-EXIT
           END-READ.
           IF HST-ARCH-DATE NOT < WS-PURGE-BEFORE
              SET END-OF-INPUT TO TRUE
              GO TO 0919-EXIT
           END-IF.
           DELETE TXNHIST-FILE RECORD
              INVALID KEY
                 DISPLAY 'COBIF13 - TXNHIST DELETE FAILED, FILE '
                    'STATUS ' WS-TXNHIST-STATUS ' CARD '
                    HST-CARDNO UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-DELETE.
           ADD 1 TO WS-HST-PURGED.
       0919-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************

       1100-CONTROL-TOTALS.
           COMPUTE WS-HST-RESOLVED = WS-HST-SETTLED + WS-HST-REJECTED
              + WS-HST-SUSPENDED + WS-HST-DUPLICATE - WS-HST-EARLIER.
           COMPUTE WS-HST-UNRESOLVED = WS-JRNL-LOADED
              - WS-HST-RESOLVED.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF13 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'JOURNAL ROWS ARCHIVED........: ' WS-JRNL-LOADED
              UPON CNSL.
           DISPLAY '   SETTLED...................: ' WS-HST-SETTLED
              UPON CNSL.
           DISPLAY '   REJECTED..................: ' WS-HST-REJECTED
              UPON CNSL.
           DISPLAY '   STILL IN SUSPENSE.........: '
              WS-HST-SUSPENDED UPON CNSL.
           DISPLAY '   HELD AS DUPLICATES........: '
              WS-HST-DUPLICATE UPON CNSL.
           DISPLAY '   NOT ACCOUNTED FOR.........: '
              WS-HST-UNRESOLVED UPON CNSL.
           DISPLAY 'EARLIER SUSPENSE RESOLVED....: '
              WS-HST-EARLIER UPON CNSL.
           DISPLAY 'DOWNSTREAM NOT ON JOURNAL....: '
              WS-NOT-ON-JOURNAL UPON CNSL.
           DISPLAY 'ROWS PURGED..................: ' WS-HST-PURGED
              UPON CNSL.
           DISPLAY 'PURGED IF ARCHIVED BEFORE....: ' WS-PURGE-BEFORE
              UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: JOURNAL ROWS ARCHIVED / RESOLVED /
      *NOT ACCOUNTED FOR / PURGED.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF13 - BATCHCTL OPEN FAILED, FILE '
                 'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-JRNL-LOADED TO WS-BCR-CNT1.
           MOVE WS-HST-RESOLVED TO WS-BCR-CNT2.
           MOVE WS-HST-UNRESOLVED TO WS-BCR-CNT3.
           MOVE WS-HST-PURGED TO WS-BCR-CNT4.
           MOVE 'OK  ' TO WS-BCR-STATUS.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1309-EXIT.

       9000-TERMINATE.
           CLOSE TXNHIST-FILE.
       9009-EXIT.
