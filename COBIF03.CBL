      *                  DATE, FILE SEQUENCE, COUNTS, COMPLETION
      *                  STATUS) TO THE SHARED BATCHCTL DATASET AT
      *                  END OF RUN, FOR THE COBIF09 WINDOW SUMMARY.
      * 10/15/2026  RJ   EXTRACT AND REJECT RECORDS WIDENED FOR THE
      *                  TRANSACTION-TYPE COLUMN. ONLY SALES ARE
      *                  EVER SUSPENDED, SO THE SWEEP WRITES TYPE
      *                  'S' THROUGHOUT.
      * 10/15/2026  RJ   CHECKPOINT/RESTART. THE SWEEP REWRITES ITS
      *                  CHECKPOINT (SWPCHKPT) AROUND EVERY ITEM, SO
      *                  A RERUN AFTER AN ABEND RESUMES PAST THE
      *                  ITEMS ALREADY DRIVEN INSTEAD OF CALLING
      *                  ILBOABN0 FOR THEM AGAIN AND APPENDING THEM
      *                  TO SETLOUT AND REJECTS A SECOND TIME. THE
      *                  RESTART PROVES THE CHECKPOINT AGAINST WHAT
      *                  IS ACTUALLY ON SETLOUT, REJECTS AND SUSPNEW,
      *                  REBUILDS THE GLPOSTSW MERCHANT TOTALS FROM
      *                  THE SWEEP'S OWN SETLOUT RECORDS, AND REPORTS
      *                  WHOLE-SWEEP COUNTS. AN ITEM THAT WAS WITH
      *                  ILBOABN0 WHEN THE ABEND HIT AND LEFT NO
      *                  OUTPUT IS REJECTED 'AUTH IN DOUBT' FOR A
      *                  MANUAL CHECK, NEVER RE-DRIVEN. THE SWEEP
      *                  REFUSES TO START UNLESS COBIF02 HAS
      *                  COMPLETED OK FOR THE RUN DATE ON BATCHCTL,
      *                  AND WRITES A START (STRT) OR RESTART (RSTR)
      *                  RECORD THERE BEFORE THE FIRST ITEM.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'SWPCHKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-FILE

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(52).

       FD  SUSPNEW-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

      *THE SWEEP'S CHECKPOINT - REWRITTEN BEFORE AND AFTER EVERY
      *ITEM, SO A RESTART KNOWS HOW FAR THE ABENDED EXECUTION GOT,
      *HOW MUCH OF SETLOUT AND REJECTS WAS THERE BEFORE THE SWEEP
      *STARTED, WHAT IT HAD WRITTEN SINCE, AND WHETHER AN ITEM WAS
      *WITH ILBOABN0 WHEN IT STOPPED. EMPTY ONCE A SWEEP COMPLETES.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD.
           05 CHKPT-RUN-DATE           PIC 9(8).
           05 CHKPT-ITEMS-DONE         PIC 9(9).
           05 CHKPT-AUTH-SW            PIC X(1).
           05 CHKPT-SETL-BASE          PIC 9(9).
           05 CHKPT-REJ-BASE           PIC 9(9).
           05 CHKPT-APPROVED           PIC 9(9).
           05 CHKPT-DECLINED           PIC 9(9).
           05 CHKPT-STILL-SUSP         PIC 9(9).
           05 CHKPT-IN-DOUBT           PIC 9(9).
           05 CHKPT-APPR-AMT           PIC 9(9)V9(2).

       WORKING-STORAGE SECTION.
      *THE SUSPENSE RECORD AS COBIF01'S 0970-SUSPEND-RECORD WRITES
      *IT - THE FULL TRANSACTION, AMOUNT IN PENCE (TWO IMPLIED
          05 WS-SUS-MERCH          PIC X(4).
          05 WS-SUS-CYCLE          PIC 9(2).

      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT. AN
      *ILBOABN0 APPROVAL HAS NO LOCAL RATE OR FEE, SO THOSE COLUMNS
      *CARRY ZERO AND THE SOURCE COLUMN CARRIES 'X'.
       01 WS-SETTLE-FILE.
          05 WS-SET-SOURCE         PIC X(1).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-SET-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-SET-TXN-TYPE       PIC X(1) VALUE 'S'.

      *THE SAME RECORD AS READ BACK ON A RESTART - ONLY THE NET
      *AMOUNT AND MERCHANT MATTER, TO REBUILD THE GLPOSTSW TOTALS.
       01 WS-SETTLE-IN.
          05 FILLER                PIC X(51).
          05 WS-SIN-NET-INT        PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-NET-DEC        PIC 9(2).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(3).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-SIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(1).

      *THE REJECT RECORD IN COBIF01'S 52-BYTE LAYOUT, SO A SWEEP
      *DECLINE LOOKS LIKE ANY OTHER REJECT TO THE BACK OFFICE AND
      *TO THE COBIF02 REPAIR CYCLE.
       01 WS-REJECT-FILE.
          05 WS-REJ-CYCLE          PIC 9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-REJ-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-REJ-TXN-TYPE       PIC X(1) VALUE 'S'.

      *THE GL POSTING RECORD AND TRAILER IN COBIF01'S 42-BYTE GLPOST
      *LAYOUT. WHAT THE SWEEP APPROVES SETTLES THROUGH THE EXTERNAL
      *FOR.
       01 WS-MERCH-FOUND-SW        PIC X(1) VALUE 'N'.
          88 MERCH-ENTRY-FOUND     VALUE 'Y'.
       01 WS-ACC-MERCH             PIC X(4).
       01 WS-ACC-AMT               PIC 9(7)V9(2).

       01 WS-MERCH-ACCUM-TABLE.
          05 WS-MERCH-ACC-COUNT    PIC 9(3) VALUE ZERO.

       01 WS-SUSP-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-SUSP-FILE      VALUE 'Y'.
       01 WS-COUNT-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-COUNT-FILE     VALUE 'Y'.

      **************************************************************
      *CHECKPOINT/RESTART. THE CHECKPOINT IS SAVED HERE AS READ; ON
      *A RESTART FOR TODAY'S WINDOW ITS COUNTS BECOME THE SWEEP'S
      *OWN. THE ON-FILE COUNTS ARE WHAT IS ACTUALLY ON SETLOUT,
      *REJECTS AND SUSPNEW; THE EXTRAS ARE WHAT THE ABENDED
      *EXECUTION WROTE AFTER ITS LAST CHECKPOINT - AT MOST THE ONE
      *ITEM THAT WAS IN FLIGHT.
      **************************************************************
       01 WS-CHKPT-STATUS          PIC X(2).
       01 WS-CHECKPOINT-SAVE.
          05 WS-CKS-RUN-DATE       PIC 9(8).
          05 WS-CKS-ITEMS-DONE     PIC 9(9).
          05 WS-CKS-AUTH-SW        PIC X(1).
          05 WS-CKS-SETL-BASE      PIC 9(9).
          05 WS-CKS-REJ-BASE       PIC 9(9).
          05 WS-CKS-APPROVED       PIC 9(9).
          05 WS-CKS-DECLINED       PIC 9(9).
          05 WS-CKS-STILL-SUSP     PIC 9(9).
          05 WS-CKS-IN-DOUBT       PIC 9(9).
          05 WS-CKS-APPR-AMT       PIC 9(9)V9(2).
       01 WS-RESTART-SW            PIC X(1) VALUE 'N'.
          88 SWEEP-RESTARTED       VALUE 'Y'.
       01 WS-AUTH-SW               PIC X(1) VALUE 'N'.
          88 AUTH-IN-FLIGHT        VALUE 'Y'.
       01 WS-ITEMS-DONE            PIC 9(9) VALUE ZERO.
       01 WS-RESUME-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-SETL-BASE             PIC 9(9) VALUE ZERO.
       01 WS-REJ-BASE              PIC 9(9) VALUE ZERO.
       01 WS-SETL-ON-FILE          PIC 9(9) VALUE ZERO.
       01 WS-REJ-ON-FILE           PIC 9(9) VALUE ZERO.
       01 WS-SUSPNEW-ON-FILE       PIC 9(9) VALUE ZERO.
       01 WS-SETL-EXTRA            PIC S9(9) VALUE ZERO.
       01 WS-REJ-EXTRA             PIC S9(9) VALUE ZERO.
       01 WS-SUSPNEW-EXTRA         PIC S9(9) VALUE ZERO.
       01 WS-EXTRA-TOTAL           PIC S9(9) VALUE ZERO.

      **************************************************************
      *CONTROL TOTALS - SUSPENDED ITEMS ARE REPORTED SEPARATELY
       01 WS-RECS-DECLINED         PIC 9(9) VALUE ZERO.
       01 WS-RECS-STILL-SUSP       PIC 9(9) VALUE ZERO.
       01 WS-APPR-AMT              PIC 9(9)V9(2) VALUE ZERO.
       01 WS-RECS-IN-DOUBT         PIC 9(9) VALUE ZERO.

      **************************************************************
      *ILBOABN0 LINKAGE - SEE THE CALL CONTRACT IN COBIF01. '00' IS
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-STATUS         PIC X(4).

      *THE SAME RECORD AS READ BACK TO FIND THE PREDECESSOR STEP'S
      *LATEST RECORD FOR THE RUN DATE. THE SWEEP STARTS ONLY WHEN
      *THAT RECORD SAYS THE STEP COMPLETED OK.
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
       01 WS-PRED-PROGRAM          PIC X(8) VALUE 'COBIF02 '.
       01 WS-PRED-STATUS           PIC X(4).
       01 WS-BCTL-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-BATCHCTL       VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE THRU 0109-EXIT.
           PERFORM 0300-PROCESS-SUSPENSE THRU 0309-EXIT
      **************************************************************
      *INITIALIZE - THE SETTLEMENT EXTRACT AND REJECTS ARE OPENED
      *EXTEND: THE SWEEP ADDS TO THE DAY'S DATASETS, IT DOES NOT
      *REPLACE THEM. THEY ARE COUNTED FIRST, SO A FRESH SWEEP KNOWS
      *WHERE ITS OWN RECORDS START AND A RESTART CAN PROVE ITS
      *CHECKPOINT. ON A RESTART SUSPNEW IS OPENED EXTEND AS WELL AND
      *THE ITEMS ALREADY DRIVEN ARE SKIPPED.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-CHECK-PREDECESSOR THRU 0119-EXIT.
           PERFORM 0120-READ-CHECKPOINT THRU 0129-EXIT.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SUSPENSE OPEN FAILED, FILE STATUS '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0130-COUNT-OUTPUTS THRU 0139-EXIT.
           OPEN EXTEND SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SETLOUT OPEN FAILED, FILE STATUS '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SWEEP-RESTARTED
              OPEN EXTEND SUSPNEW-FILE
           ELSE
              OPEN OUTPUT SUSPNEW-FILE
           END-IF.
           IF WS-SUSPNEW-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SUSPNEW OPEN FAILED, FILE STATUS '
                 WS-SUSPNEW-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SWEEP-RESTARTED
              PERFORM 0150-RESUME-SWEEP THRU 0159-EXIT
           ELSE
              MOVE WS-SETL-ON-FILE TO WS-SETL-BASE
              MOVE WS-REJ-ON-FILE TO WS-REJ-BASE
           END-IF.
           PERFORM 0190-WRITE-START-CONTROL THRU 0199-EXIT.
           PERFORM 0610-WRITE-CHECKPOINT THRU 0619-EXIT.
           PERFORM 0200-READ-SUSPENSE THRU 0209-EXIT.
       0109-EXIT.

      **************************************************************
      *THE SWEEP RUNS AFTER THE REPAIR CYCLE. ITS LATEST RUN-CONTROL
      *RECORD FOR TODAY MUST SAY IT COMPLETED OK - ABSENT, STILL
      *STARTED, OR ANYTHING ELSE AND THE SWEEP IS NOT STARTED.
      **************************************************************

       0110-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-PRED-STATUS.
           MOVE 'N' TO WS-BCTL-EOF-SW.
           OPEN INPUT BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS = '00'
              PERFORM 0115-SCAN-ONE-CONTROL THRU 0115-EXIT
                 UNTIL END-OF-BATCHCTL
              CLOSE BATCHCTL-FILE
           ELSE
              IF WS-BATCHCTL-STATUS NOT = '35'
                 DISPLAY 'COBIF03 - BATCHCTL OPEN FAILED, FILE '
                    'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRED-STATUS NOT = 'OK  '
              IF WS-PRED-STATUS = SPACES
                 MOVE 'NONE' TO WS-PRED-STATUS
              END-IF
              DISPLAY 'COBIF03 - ' WS-PRED-PROGRAM
                 'HAS NOT COMPLETED OK FOR ' WS-CURRENT-DATE
                 ', LAST STATUS ' WS-PRED-STATUS UPON CNSL
              DISPLAY 'COBIF03 - SWEEP NOT STARTED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0119-EXIT.

       0115-SCAN-ONE-CONTROL.
           READ BATCHCTL-FILE
              AT END
                 SET END-OF-BATCHCTL TO TRUE
                 GO TO 0115-EXIT
           END-READ.
           MOVE BATCHCTL-RECORD TO WS-BCR-IN.
           IF WS-BIN-PROGRAM = WS-PRED-PROGRAM
                 AND WS-BIN-DATE = WS-CURRENT-DATE
              MOVE WS-BIN-STATUS TO WS-PRED-STATUS
           END-IF.
       0115-EXIT.

      **************************************************************
      *READ THE CHECKPOINT. ONE LEFT BY AN ABENDED SWEEP FOR TODAY'S
      *WINDOW MAKES THIS A RESTART AND ITS COUNTS BECOME THE
      *SWEEP'S OWN; ONE FROM ANY OTHER DATE BELONGS TO A WINDOW
      *THAT HAS SINCE BEEN ABANDONED AND IS IGNORED.
      **************************************************************

       0120-READ-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS = '00'
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CHECKPOINT-RECORD TO WS-CHECKPOINT-SAVE
                    SET SWEEP-RESTARTED TO TRUE
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
           IF NOT SWEEP-RESTARTED
              GO TO 0129-EXIT
           END-IF.
           IF WS-CKS-RUN-DATE NOT = WS-CURRENT-DATE
              DISPLAY 'COBIF03 - CHECKPOINT FROM ' WS-CKS-RUN-DATE
                 ' IS NOT FOR THIS WINDOW, IGNORED' UPON CNSL
              MOVE 'N' TO WS-RESTART-SW
              GO TO 0129-EXIT
           END-IF.
           MOVE WS-CKS-ITEMS-DONE TO WS-ITEMS-DONE.
           MOVE WS-CKS-ITEMS-DONE TO WS-RESUME-COUNT.
           MOVE WS-CKS-AUTH-SW TO WS-AUTH-SW.
           MOVE WS-CKS-SETL-BASE TO WS-SETL-BASE.
           MOVE WS-CKS-REJ-BASE TO WS-REJ-BASE.
           MOVE WS-CKS-APPROVED TO WS-RECS-APPROVED.
           MOVE WS-CKS-DECLINED TO WS-RECS-DECLINED.
           MOVE WS-CKS-STILL-SUSP TO WS-RECS-STILL-SUSP.
           MOVE WS-CKS-IN-DOUBT TO WS-RECS-IN-DOUBT.
           MOVE WS-CKS-APPR-AMT TO WS-APPR-AMT.
       0129-EXIT.

      **************************************************************
      *COUNT WHAT IS ON SETLOUT AND REJECTS (AND, ON A RESTART,
      *SUSPNEW) BEFORE THEY ARE OPENED FOR WRITING. ON A RESTART
      *EVERY SETLOUT RECORD PAST THE SWEEP'S STARTING POINT IS ONE
      *OF ITS OWN APPROVALS AND GOES BACK INTO THE MERCHANT TOTALS
      *FOR GLPOSTSW.
      **************************************************************

       0130-COUNT-OUTPUTS.
           MOVE 'N' TO WS-COUNT-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SETLOUT OPEN FAILED, FILE STATUS '
                 WS-SETTLE-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0135-COUNT-ONE-SETTLEMENT THRU 0135-EXIT
              UNTIL END-OF-COUNT-FILE.
           CLOSE SETTLE-FILE.
           MOVE 'N' TO WS-COUNT-EOF-SW.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = '00'
              DISPLAY 'COBIF03 - REJECTS OPEN FAILED, FILE STATUS '
                 WS-REJECT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0136-COUNT-ONE-REJECT THRU 0136-EXIT
              UNTIL END-OF-COUNT-FILE.
           CLOSE REJECT-FILE.
           IF NOT SWEEP-RESTARTED
              GO TO 0139-EXIT
           END-IF.
           MOVE 'N' TO WS-COUNT-EOF-SW.
           OPEN INPUT SUSPNEW-FILE.
           IF WS-SUSPNEW-STATUS = '35'
              GO TO 0139-EXIT
           END-IF.
           IF WS-SUSPNEW-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SUSPNEW OPEN FAILED, FILE STATUS '
                 WS-SUSPNEW-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0137-COUNT-ONE-CARRIED THRU 0137-EXIT
              UNTIL END-OF-COUNT-FILE.
           CLOSE SUSPNEW-FILE.
       0139-EXIT.

       0135-COUNT-ONE-SETTLEMENT.
           READ SETTLE-FILE
              AT END
                 SET END-OF-COUNT-FILE TO TRUE
                 GO TO 0135-EXIT
           END-READ.
           ADD 1 TO WS-SETL-ON-FILE.
           IF SWEEP-RESTARTED
                 AND WS-SETL-ON-FILE > WS-SETL-BASE
              MOVE SETTLE-RECORD TO WS-SETTLE-IN
              MOVE WS-SIN-MERCH TO WS-ACC-MERCH
              COMPUTE WS-ACC-AMT = WS-SIN-NET-INT
                 + WS-SIN-NET-DEC / 100
              PERFORM 0450-ACCUMULATE-MERCHANT THRU 0459-EXIT
           END-IF.
       0135-EXIT.

       0136-COUNT-ONE-REJECT.
           READ REJECT-FILE
              AT END
                 SET END-OF-COUNT-FILE TO TRUE
                 GO TO 0136-EXIT
           END-READ.
           ADD 1 TO WS-REJ-ON-FILE.
       0136-EXIT.

       0137-COUNT-ONE-CARRIED.
           READ SUSPNEW-FILE
              AT END
                 SET END-OF-COUNT-FILE TO TRUE
                 GO TO 0137-EXIT
           END-READ.
           ADD 1 TO WS-SUSPNEW-ON-FILE.
       0137-EXIT.

      **************************************************************
      *RESUME AN ABENDED SWEEP. WHAT IS ON THE THREE OUTPUTS MUST BE
      *EXACTLY WHAT THE CHECKPOINT SAYS WAS WRITTEN, PLUS AT MOST
      *ONE RECORD FOR AN ITEM THAT WAS IN FLIGHT - ANYTHING ELSE
      *MEANS A DATASET HAS BEEN REPLACED OR LOST SINCE THE ABEND,
      *AND THE RESTART IS ABANDONED RATHER THAN GUESSED AT. THE
      *ITEMS ALREADY DRIVEN ARE THEN SKIPPED, AND AN IN-FLIGHT ITEM
      *IS SETTLED FROM WHAT IT LEFT BEHIND - NEVER RE-DRIVEN.
      **************************************************************

       0150-RESUME-SWEEP.
           COMPUTE WS-SETL-EXTRA = WS-SETL-ON-FILE - WS-SETL-BASE
              - WS-RECS-APPROVED.
           COMPUTE WS-REJ-EXTRA = WS-REJ-ON-FILE - WS-REJ-BASE
              - WS-RECS-DECLINED.
           COMPUTE WS-SUSPNEW-EXTRA = WS-SUSPNEW-ON-FILE
              - WS-RECS-STILL-SUSP.
           COMPUTE WS-EXTRA-TOTAL = WS-SETL-EXTRA + WS-REJ-EXTRA
              + WS-SUSPNEW-EXTRA.
           IF WS-SETL-EXTRA < ZERO
                 OR WS-REJ-EXTRA < ZERO
                 OR WS-SUSPNEW-EXTRA < ZERO
                 OR WS-EXTRA-TOTAL > 1
              PERFORM 0180-RESTART-FAILED THRU 0189-EXIT
           END-IF.
           IF WS-EXTRA-TOTAL > ZERO AND NOT AUTH-IN-FLIGHT
              PERFORM 0180-RESTART-FAILED THRU 0189-EXIT
           END-IF.
           DISPLAY 'COBIF03 - RESTARTING SWEEP AFTER ITEM '
              WS-ITEMS-DONE UPON CNSL.
           IF WS-ITEMS-DONE > ZERO
              PERFORM 0210-SKIP-SUSPENSE THRU 0219-EXIT
                 WS-ITEMS-DONE TIMES
           END-IF.
           MOVE WS-ITEMS-DONE TO WS-RECS-READ.
           IF AUTH-IN-FLIGHT
              PERFORM 0200-READ-SUSPENSE THRU 0209-EXIT
              IF END-OF-SUSP-FILE
                 PERFORM 0180-RESTART-FAILED THRU 0189-EXIT
              END-IF
              PERFORM 0160-SETTLE-IN-FLIGHT THRU 0169-EXIT
           END-IF.
       0159-EXIT.

      *THE ITEM WAS WITH ILBOABN0 WHEN THE SWEEP STOPPED. ITS
      *RECORD ON SETLOUT, REJECTS OR SUSPNEW SAYS HOW IT ENDED; WITH
      *NO RECORD ANYWHERE THE OUTCOME IS UNKNOWN AND IT GOES TO THE
      *BACK OFFICE AS IN DOUBT, SINCE RE-DRIVING IT COULD AUTHORIZE
      *IT TWICE.
       0160-SETTLE-IN-FLIGHT.
           EVALUATE TRUE
              WHEN WS-SETL-EXTRA > ZERO
                 ADD 1 TO WS-RECS-APPROVED
                 ADD WS-SUS-AMNT TO WS-APPR-AMT
                 DISPLAY 'COBIF03 - ITEM ' WS-RECS-READ
                    ' AUTHORIZED BEFORE THE ABEND, NOT RE-DRIVEN'
                    UPON CNSL
              WHEN WS-REJ-EXTRA > ZERO
                 ADD 1 TO WS-RECS-DECLINED
                 DISPLAY 'COBIF03 - ITEM ' WS-RECS-READ
                    ' DECLINED BEFORE THE ABEND, NOT RE-DRIVEN'
                    UPON CNSL
              WHEN WS-SUSPNEW-EXTRA > ZERO
                 ADD 1 TO WS-RECS-STILL-SUSP
                 DISPLAY 'COBIF03 - ITEM ' WS-RECS-READ
                    ' CARRIED FORWARD BEFORE THE ABEND'
                    UPON CNSL
              WHEN OTHER
                 PERFORM 0510-WRITE-IN-DOUBT THRU 0519-EXIT
           END-EVALUATE.
           ADD 1 TO WS-ITEMS-DONE.
           MOVE 'N' TO WS-AUTH-SW.
       0169-EXIT.

       0180-RESTART-FAILED.
           DISPLAY 'COBIF03 - CHECKPOINT DOES NOT AGREE WITH THE '
              'OUTPUT DATASETS, RESTART ABANDONED' UPON CNSL.
           DISPLAY 'COBIF03 - CHECKPOINT ITEMS ' WS-ITEMS-DONE
              ' APPROVED ' WS-RECS-APPROVED
              ' DECLINED ' WS-RECS-DECLINED
              ' CARRIED ' WS-RECS-STILL-SUSP UPON CNSL.
           DISPLAY 'COBIF03 - ON FILE SETLOUT ' WS-SETL-ON-FILE
              ' REJECTS ' WS-REJ-ON-FILE
              ' SUSPNEW ' WS-SUSPNEW-ON-FILE UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0189-EXIT.

      **************************************************************
      *RECORD ON BATCHCTL THAT THE SWEEP HAS STARTED - 'STRT' FOR A
      *FRESH SWEEP, 'RSTR' WITH THE ITEMS ALREADY DONE FOR A
      *RESTART - SO AN ABEND LEAVES THE STEP VISIBLY INCOMPLETE
      *UNTIL ITS COMPLETION RECORD FOLLOWS.
      **************************************************************

       0190-WRITE-START-CONTROL.
           MOVE ZERO TO WS-BCR-CNT1.
           MOVE ZERO TO WS-BCR-CNT2.
           MOVE ZERO TO WS-BCR-CNT3.
           MOVE ZERO TO WS-BCR-CNT4.
           IF SWEEP-RESTARTED
              MOVE WS-RESUME-COUNT TO WS-BCR-CNT1
              MOVE 'RSTR' TO WS-BCR-STATUS
           ELSE
              MOVE 'STRT' TO WS-BCR-STATUS
           END-IF.
           PERFORM 1310-APPEND-RUN-CONTROL THRU 1319-EXIT.
       0199-EXIT.

       0200-READ-SUSPENSE.
           READ SUSP-FILE
              AT END
           END-READ.
       0209-EXIT.

       0210-SKIP-SUSPENSE.
           READ SUSP-FILE
              AT END
                 PERFORM 0180-RESTART-FAILED THRU 0189-EXIT
           END-READ.
       0219-EXIT.

      **************************************************************
      *RE-DRIVE ONE SUSPENDED ITEM THROUGH ILBOABN0. ONLY A RESOLVED
      *CALL THAT SAYS NO IS A DECLINE - AN UNRESOLVED CALL CARRIES
      *THE ITEM FORWARD ON SUSPNEW FOR THE NEXT SWEEP. THE
      *CHECKPOINT MARKS THE ITEM IN FLIGHT BEFORE THE CALL AND DONE
      *ONCE ITS OUTPUT IS WRITTEN.
      **************************************************************

       0300-PROCESS-SUSPENSE.
           SET AUTH-IN-FLIGHT TO TRUE.
           PERFORM 0610-WRITE-CHECKPOINT THRU 0619-EXIT.
           MOVE 'N' TO WS-ILB-FAILED-SW.
           MOVE WS-SUS-CARDNO TO WS-ILB-CARDNO.
           MOVE WS-SUS-AMNT TO WS-ILB-AMOUNT.
              WHEN OTHER
                 PERFORM 0500-WRITE-REJECT THRU 0509-EXIT
           END-EVALUATE.
           ADD 1 TO WS-ITEMS-DONE.
           MOVE 'N' TO WS-AUTH-SW.
           PERFORM 0610-WRITE-CHECKPOINT THRU 0619-EXIT.
           PERFORM 0200-READ-SUSPENSE THRU 0209-EXIT.
       0309-EXIT.

           WRITE SETTLE-RECORD.
           ADD 1 TO WS-RECS-APPROVED.
           ADD WS-SUS-AMNT TO WS-APPR-AMT.
           MOVE WS-SUS-MERCH TO WS-ACC-MERCH.
           MOVE WS-SUS-AMNT TO WS-ACC-AMT.
           PERFORM 0450-ACCUMULATE-MERCHANT THRU 0459-EXIT.
       0409-EXIT.

              SEARCH WS-MERCH-ACC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MERCH-ACC-ID(WS-MRC-IDX) = WS-ACC-MERCH
                    SET MERCH-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
              IF WS-MERCH-ACC-COUNT < 100
                 ADD 1 TO WS-MERCH-ACC-COUNT
                 SET WS-MRC-IDX TO WS-MERCH-ACC-COUNT
                 MOVE WS-ACC-MERCH TO WS-MERCH-ACC-ID(WS-MRC-IDX)
                 MOVE ZERO TO WS-MERCH-ACC-AMT(WS-MRC-IDX)
                 SET MERCH-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'COBIF03 - MERCHANT TABLE FULL, AMOUNT '
                    'NOT POSTED FOR MERCHANT ' WS-ACC-MERCH
                    UPON CNSL
              END-IF
           END-IF.
           IF MERCH-ENTRY-FOUND
              ADD WS-ACC-AMT TO WS-MERCH-ACC-AMT(WS-MRC-IDX)
           END-IF.
       0459-EXIT.

           DISPLAY WS-REJECT-FILE UPON CNSL.
       0509-EXIT.

       0510-WRITE-IN-DOUBT.
           MOVE 'AUTH IN DOUBT' TO WS-REJ-REASON.
           PERFORM 0500-WRITE-REJECT THRU 0509-EXIT.
           MOVE 'AUTH DECLINED' TO WS-REJ-REASON.
           ADD 1 TO WS-RECS-IN-DOUBT.
           DISPLAY 'COBIF03 - ITEM ' WS-RECS-READ
              ' WAS WITH ILBOABN0 AT THE ABEND, REJECTED AS '
              'AUTH IN DOUBT' UPON CNSL.
       0519-EXIT.

       0600-CARRY-FORWARD.
           MOVE WS-SUSPENSE-FILE TO SUSPNEW-RECORD.
           WRITE SUSPNEW-RECORD.
           ADD 1 TO WS-RECS-STILL-SUSP.
       0609-EXIT.

       0610-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SWPCHKPT OPEN FAILED, FILE STATUS '
                 WS-CHKPT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO CHKPT-RUN-DATE.
           MOVE WS-ITEMS-DONE TO CHKPT-ITEMS-DONE.
           MOVE WS-AUTH-SW TO CHKPT-AUTH-SW.
           MOVE WS-SETL-BASE TO CHKPT-SETL-BASE.
           MOVE WS-REJ-BASE TO CHKPT-REJ-BASE.
           MOVE WS-RECS-APPROVED TO CHKPT-APPROVED.
           MOVE WS-RECS-DECLINED TO CHKPT-DECLINED.
           MOVE WS-RECS-STILL-SUSP TO CHKPT-STILL-SUSP.
           MOVE WS-RECS-IN-DOUBT TO CHKPT-IN-DOUBT.
           MOVE WS-APPR-AMT TO CHKPT-APPR-AMT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       0619-EXIT.

      *A CLEAN COMPLETION LEAVES THE CHECKPOINT EMPTY, SO THE NEXT
      *SWEEP STARTS FRESH.
       0620-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
              DISPLAY 'COBIF03 - SWPCHKPT OPEN FAILED, FILE STATUS '
                 WS-CHKPT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CHECKPOINT-FILE.
       0629-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************
              UPON CNSL.
           DISPLAY 'DECLINED.....................: '
              WS-RECS-DECLINED UPON CNSL.
           DISPLAY '   AUTHORIZATION IN DOUBT....: '
              WS-RECS-IN-DOUBT UPON CNSL.
           DISPLAY 'STILL UNAVAILABLE............: '
              WS-RECS-STILL-SUSP UPON CNSL.
           IF SWEEP-RESTARTED
              DISPLAY 'RESTARTED AFTER ITEM.........: '
                 WS-RESUME-COUNT UPON CNSL
           END-IF.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.
      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: SUSPENSE READ / NOW
      *AUTHORIZED / DECLINED / STILL UNAVAILABLE - FOR THE WHOLE
      *SWEEP, INCLUDING WHAT AN ABENDED EXECUTION DID BEFORE A
      *RESTART.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           MOVE WS-RECS-READ TO WS-BCR-CNT1.
           MOVE WS-RECS-APPROVED TO WS-BCR-CNT2.
           MOVE WS-RECS-DECLINED TO WS-BCR-CNT3.
           MOVE WS-RECS-STILL-SUSP TO WS-BCR-CNT4.
           MOVE 'OK  ' TO WS-BCR-STATUS.
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
           PERFORM 0620-CLEAR-CHECKPOINT THRU 0629-EXIT.
           CLOSE SUSP-FILE.
           CLOSE SETTLE-FILE.
           CLOSE REJECT-FILE.
