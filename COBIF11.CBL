       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF11.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - MERCHANT MASTER
      *                  MAINTENANCE. APPLIES PARAMETER CARDS FROM
      *                  MERCHCRD TO THE MERCHMST DATASET COBIF01
      *                  VALIDATES EVERY TRANSACTION'S MERCHANT
      *                  AGAINST AND COBIF06 REMITS FROM - ADD A
      *                  MERCHANT, CHANGE ITS SETTLEMENT ACCOUNT OR
      *                  ITS SERVICE-CHARGE BASIS POINTS, OR SET ITS
      *                  STATUS (A ACTIVE, S SUSPENDED, C CLOSED) -
      *                  EACH CARD VALIDATED AND REFUSED WITHOUT A
      *                  NAMED USER CARD, WITH A CHANGE-AUDIT RECORD
      *                  OF OLD VALUE, NEW VALUE, USER AND DATE FOR
      *                  EVERY CHANGE APPLIED, IN THE COBIF04 AND
      *                  COBIF05 MANNER. WRITES A RUN-CONTROL RECORD
      *                  TO THE SHARED BATCHCTL DATASET AT END OF
      *                  RUN, FOR THE COBIF09 WINDOW SUMMARY.
      * 10/15/2026  RJ   THE MERCHANT'S MINIMUM PAYOUT - COBIF06
      *                  HOLDS A PAYOUT BELOW IT ON MERCHBAL - IS
      *                  SET ON MERCHADD AND CHANGED BY A NEW
      *                  MERCHMIN CARD, AND IS CARRIED IN THE AUDIT
      *                  OLD/NEW VALUES.
      * 10/15/2026  RJ   THE FIRST RUN FINDS NO MERCHANT MASTER AND
      *                  CREATES IT EMPTY, SO ITS MERCHADD CARDS CAN
      *                  LOAD IT.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHCRD-FILE ASSIGN TO 'MERCHCRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCHCRD-STATUS.
           SELECT MERCHMST-FILE ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MERCH-MST-ID
               FILE STATUS IS WS-MERCHMST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MRCHAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERCHCRD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-CARD.
           05 CARD-FUNC                PIC X(8).
           05 CARD-DATA                PIC X(72).
           05 CARD-USER-DATA REDEFINES CARD-DATA.
              10 CARD-USER-ID          PIC X(8).
              10 FILLER                PIC X(64).
           05 CARD-MERCH-DATA REDEFINES CARD-DATA.
              10 CARD-MERCH-ID         PIC X(4).
              10 CARD-MERCH-NAME       PIC X(20).
              10 CARD-MERCH-ACCT       PIC X(8).
              10 CARD-MERCH-BPS        PIC X(4).
              10 CARD-MERCH-STATUS     PIC X(1).
              10 CARD-MERCH-MIN        PIC X(9).
              10 FILLER                PIC X(26).

       FD  MERCHMST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHMST-RECORD.
           05 MERCH-MST-ID             PIC X(4).
           05 MERCH-MST-NAME           PIC X(20).
           05 MERCH-MST-SETTLE-ACCT    PIC X(8).
           05 MERCH-MST-FEE-BPS        PIC 9(4).
           05 MERCH-MST-STATUS         PIC X(1).
              88 MERCH-MST-ACTIVE      VALUE 'A'.
              88 MERCH-MST-SUSPENDED   VALUE 'S'.
              88 MERCH-MST-CLOSED      VALUE 'C'.
           05 MERCH-MST-MIN-PAYOUT     PIC 9(7)V9(2).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD                PIC X(77).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *THE CHANGE-AUDIT RECORD, IN THE COBIF04 AUDITLOG MANNER BUT
      *WITH THE FOUR-DIGIT MERCHANT AS THE KEY. OLD AND NEW VALUES
      *CARRY THE STATUS BYTE, THE SETTLEMENT ACCOUNT, THE
      *SERVICE-CHARGE BASIS POINTS AND THE MINIMUM PAYOUT IN PENCE.
      *AN ADD CARRIES SPACES AS THE OLD VALUE.
       01 WS-AUDIT-FILE.
          05 WS-AUD-PREFIX         PIC X(3) VALUE 'AUD'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-TABLE          PIC X(4) VALUE 'MRCH'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-KEY            PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-OLD            PIC X(22).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-NEW            PIC X(22).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-USER           PIC X(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-DATE           PIC 9(8).

      *STATUS, ACCOUNT, BASIS POINTS AND MINIMUM PAYOUT PACKED
      *TOGETHER FOR THE AUDIT OLD/NEW COLUMNS.
       01 WS-AUD-VALUE.
          05 WS-AUD-VAL-STATUS     PIC X(1).
          05 WS-AUD-VAL-ACCT       PIC X(8).
          05 WS-AUD-VAL-BPS        PIC 9(4).
          05 WS-AUD-VAL-MIN        PIC 9(7)V9(2).

      *THE MINIMUM PAYOUT ARRIVES ON THE CARD IN PENCE.
       01 WS-CARD-MIN-PENCE        PIC 9(9).
       01 WS-CARD-MIN-PAYOUT REDEFINES WS-CARD-MIN-PENCE
                                   PIC 9(7)V9(2).

       01 WS-MERCHCRD-STATUS       PIC X(2).
       01 WS-MERCHMST-STATUS       PIC X(2).
       01 WS-AUDIT-STATUS          PIC X(2).

       01 WS-MAINT-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-MAINT-FILE     VALUE 'Y'.

      *NO CHANGE CARD IS HONOURED UNTIL A USER CARD HAS NAMED WHO
      *IS MAKING THE CHANGES - THE AUDIT TRAIL IS NOT OPTIONAL.
       01 WS-MAINT-USER            PIC X(8) VALUE SPACES.

       01 WS-CURRENT-DATE          PIC 9(8).

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-CARDS-READ            PIC 9(9) VALUE ZERO.
       01 WS-CARDS-APPLIED         PIC 9(9) VALUE ZERO.
       01 WS-CARDS-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-MERCH-ADDED           PIC 9(9) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
      *DATASET AT END OF RUN, SO THE SCHEDULER AND THE COBIF09
      *WINDOW SUMMARY SEE THE RUN'S COUNTS AS DATA INSTEAD OF
      *RE-KEYING THEM OFF THE CONSOLE LOG. THE FOUR COUNT COLUMNS
      *ARE PROGRAM-SPECIFIC - SEE 1300-WRITE-RUN-CONTROL.
       01 WS-BATCHCTL-STATUS       PIC X(2).

       01 WS-BATCHCTL-FILE.
          05 WS-BCR-PREFIX         PIC X(3) VALUE 'BCR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-PROGRAM        PIC X(8) VALUE 'COBIF11 '.
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
           PERFORM 0300-PROCESS-CARD THRU 0309-EXIT
               UNTIL END-OF-MAINT-FILE.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE MERCHANT MASTER FOR UPDATE IN PLACE,
      *THE PARAMETER CARDS AND THE AUDIT LOG. THE AUDIT LOG OPENS
      *EXTEND - IT IS A PERMANENT RECORD, NEVER REPLACED.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MERCHCRD-FILE.
           IF WS-MERCHCRD-STATUS NOT = '00'
              DISPLAY 'COBIF11 - MERCHCRD OPEN FAILED, FILE STATUS '
                 WS-MERCHCRD-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *THE FIRST RUN FINDS NO MERCHANT MASTER - CREATE IT EMPTY.
           OPEN I-O MERCHMST-FILE.
           IF WS-MERCHMST-STATUS = '35'
              OPEN OUTPUT MERCHMST-FILE
              CLOSE MERCHMST-FILE
              OPEN I-O MERCHMST-FILE
           END-IF.
           IF WS-MERCHMST-STATUS NOT = '00'
              DISPLAY 'COBIF11 - MERCHMST OPEN FAILED, FILE STATUS '
                 WS-MERCHMST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'COBIF11 - MRCHAUDT OPEN FAILED, FILE STATUS '
                 WS-AUDIT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0200-READ-CARD THRU 0209-EXIT.
       0109-EXIT.

       0200-READ-CARD.
           READ MERCHCRD-FILE
              AT END
                 SET END-OF-MAINT-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-CARDS-READ
           END-READ.
       0209-EXIT.

      **************************************************************
      *PROCESS ONE PARAMETER CARD. A CARD THAT FAILS VALIDATION IS
      *REFUSED WITH A CONSOLE LINE AND DOES NOT TOUCH THE MASTER.
      **************************************************************

       0300-PROCESS-CARD.
           EVALUATE CARD-FUNC
              WHEN 'USER    '
                 MOVE CARD-USER-ID TO WS-MAINT-USER
              WHEN 'MERCHADD'
                 PERFORM 0400-MERCH-ADD THRU 0409-EXIT
              WHEN 'MERCHACT'
                 PERFORM 0410-MERCH-ACCOUNT THRU 0419-EXIT
              WHEN 'MERCHBPS'
                 PERFORM 0420-MERCH-BPS THRU 0429-EXIT
              WHEN 'MERCHSTS'
                 PERFORM 0430-MERCH-STATUS THRU 0439-EXIT
              WHEN 'MERCHMIN'
                 PERFORM 0440-MERCH-MINIMUM THRU 0449-EXIT
              WHEN OTHER
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           END-EVALUATE.
           PERFORM 0200-READ-CARD THRU 0209-EXIT.
       0309-EXIT.

       0390-REFUSE-CARD.
           ADD 1 TO WS-CARDS-REFUSED.
           DISPLAY 'COBIF11 - CARD REFUSED: ' MAINT-CARD UPON CNSL.
       0399-EXIT.

      **************************************************************
      *ADD A MERCHANT - A NAMED USER, A NUMERIC MERCHANT NUMBER
      *(0000 IS THE HOUSE MERCHANT COBIF01 GIVES THE MERCHANTLESS
      *LAYOUTS, AND MUST BE ON FILE FOR THEM TO SETTLE), A NAME, A
      *SETTLEMENT ACCOUNT, NUMERIC BASIS POINTS, A VALID STATUS AND
      *A NUMERIC MINIMUM PAYOUT, AND THE MERCHANT MUST NOT ALREADY
      *BE ON FILE.
      **************************************************************

       0400-MERCH-ADD.
           IF WS-MAINT-USER = SPACES
                 OR CARD-MERCH-ID IS NOT NUMERIC
                 OR CARD-MERCH-NAME = SPACES
                 OR CARD-MERCH-ACCT = SPACES
                 OR CARD-MERCH-BPS IS NOT NUMERIC
                 OR NOT (CARD-MERCH-STATUS = 'A' OR 'S' OR 'C')
                 OR CARD-MERCH-MIN IS NOT NUMERIC
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           ELSE
              MOVE CARD-MERCH-MIN TO WS-CARD-MIN-PENCE
              MOVE CARD-MERCH-ID TO MERCH-MST-ID
              MOVE WS-CARD-MIN-PAYOUT TO MERCH-MST-MIN-PAYOUT
              MOVE CARD-MERCH-NAME TO MERCH-MST-NAME
              MOVE CARD-MERCH-ACCT TO MERCH-MST-SETTLE-ACCT
              MOVE CARD-MERCH-BPS TO MERCH-MST-FEE-BPS
              MOVE CARD-MERCH-STATUS TO MERCH-MST-STATUS
              WRITE MERCHMST-RECORD
                 INVALID KEY
                    DISPLAY 'COBIF11 - MERCHANT ' CARD-MERCH-ID
                       ' ALREADY ON FILE' UPON CNSL
                    PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 NOT INVALID KEY
                    MOVE CARD-MERCH-ID TO WS-AUD-KEY
                    MOVE SPACES TO WS-AUD-OLD
                    PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                    MOVE WS-AUD-VALUE TO WS-AUD-NEW
                    MOVE WS-MAINT-USER TO WS-AUD-USER
                    PERFORM 0700-WRITE-AUDIT THRU 0709-EXIT
                    ADD 1 TO WS-CARDS-APPLIED
                    ADD 1 TO WS-MERCH-ADDED
              END-WRITE
           END-IF.
       0409-EXIT.

      **************************************************************
      *CHANGE A MERCHANT'S SETTLEMENT ACCOUNT - THE MERCHANT MUST
      *BE ON FILE AND THE NEW ACCOUNT MUST NOT BE BLANK.
      **************************************************************

       0410-MERCH-ACCOUNT.
           IF WS-MAINT-USER = SPACES
                 OR CARD-MERCH-ID IS NOT NUMERIC
                 OR CARD-MERCH-ACCT = SPACES
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           ELSE
              MOVE CARD-MERCH-ID TO MERCH-MST-ID
              READ MERCHMST-FILE
                 INVALID KEY
                    DISPLAY 'COBIF11 - MERCHANT ' CARD-MERCH-ID
                       ' NOT ON FILE' UPON CNSL
                    PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 NOT INVALID KEY
                    MOVE CARD-MERCH-ID TO WS-AUD-KEY
                    PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                    MOVE WS-AUD-VALUE TO WS-AUD-OLD
                    MOVE CARD-MERCH-ACCT TO MERCH-MST-SETTLE-ACCT
                    PERFORM 0720-REWRITE-MERCHANT THRU 0729-EXIT
              END-READ
           END-IF.
       0419-EXIT.

      **************************************************************
      *CHANGE A MERCHANT'S SERVICE-CHARGE BASIS POINTS - THE
      *MERCHANT MUST BE ON FILE AND THE NEW RATE MUST BE NUMERIC.
      **************************************************************

       0420-MERCH-BPS.
           IF WS-MAINT-USER = SPACES
                 OR CARD-MERCH-ID IS NOT NUMERIC
                 OR CARD-MERCH-BPS IS NOT NUMERIC
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           ELSE
              MOVE CARD-MERCH-ID TO MERCH-MST-ID
              READ MERCHMST-FILE
                 INVALID KEY
                    DISPLAY 'COBIF11 - MERCHANT ' CARD-MERCH-ID
                       ' NOT ON FILE' UPON CNSL
                    PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 NOT INVALID KEY
                    MOVE CARD-MERCH-ID TO WS-AUD-KEY
                    PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                    MOVE WS-AUD-VALUE TO WS-AUD-OLD
                    MOVE CARD-MERCH-BPS TO MERCH-MST-FEE-BPS
                    PERFORM 0720-REWRITE-MERCHANT THRU 0729-EXIT
              END-READ
           END-IF.
       0429-EXIT.

      **************************************************************
      *SET A MERCHANT'S STATUS - THE MERCHANT MUST BE ON FILE AND
      *THE NEW STATUS MUST BE ONE OF A/S/C. COBIF01 TAKES NOTHING
      *FOR A CLOSED MERCHANT AND NO NEW SALES FOR A SUSPENDED ONE.
      **************************************************************

       0430-MERCH-STATUS.
           IF WS-MAINT-USER = SPACES
                 OR CARD-MERCH-ID IS NOT NUMERIC
                 OR NOT (CARD-MERCH-STATUS = 'A' OR 'S' OR 'C')
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           ELSE
              MOVE CARD-MERCH-ID TO MERCH-MST-ID
              READ MERCHMST-FILE
                 INVALID KEY
                    DISPLAY 'COBIF11 - MERCHANT ' CARD-MERCH-ID
                       ' NOT ON FILE' UPON CNSL
                    PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 NOT INVALID KEY
                    MOVE CARD-MERCH-ID TO WS-AUD-KEY
                    PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                    MOVE WS-AUD-VALUE TO WS-AUD-OLD
                    MOVE CARD-MERCH-STATUS TO MERCH-MST-STATUS
                    PERFORM 0720-REWRITE-MERCHANT THRU 0729-EXIT
              END-READ
           END-IF.
       0439-EXIT.

      **************************************************************
      *CHANGE A MERCHANT'S MINIMUM PAYOUT - THE MERCHANT MUST BE ON
      *FILE AND THE NEW MINIMUM MUST BE NUMERIC (IN PENCE; ZERO
      *PAYS OUT EVERY POSITIVE DAY).
      **************************************************************

       0440-MERCH-MINIMUM.
           IF WS-MAINT-USER = SPACES
                 OR CARD-MERCH-ID IS NOT NUMERIC
                 OR CARD-MERCH-MIN IS NOT NUMERIC
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           ELSE
              MOVE CARD-MERCH-ID TO MERCH-MST-ID
              READ MERCHMST-FILE
                 INVALID KEY
                    DISPLAY 'COBIF11 - MERCHANT ' CARD-MERCH-ID
                       ' NOT ON FILE' UPON CNSL
                    PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 NOT INVALID KEY
                    MOVE CARD-MERCH-ID TO WS-AUD-KEY
                    PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                    MOVE WS-AUD-VALUE TO WS-AUD-OLD
                    MOVE CARD-MERCH-MIN TO WS-CARD-MIN-PENCE
                    MOVE WS-CARD-MIN-PAYOUT TO MERCH-MST-MIN-PAYOUT
                    PERFORM 0720-REWRITE-MERCHANT THRU 0729-EXIT
              END-READ
           END-IF.
       0449-EXIT.

       0700-WRITE-AUDIT.
           MOVE WS-CURRENT-DATE TO WS-AUD-DATE.
           MOVE WS-AUDIT-FILE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
       0709-EXIT.

       0710-CAPTURE-VALUE.
           MOVE MERCH-MST-STATUS TO WS-AUD-VAL-STATUS.
           MOVE MERCH-MST-SETTLE-ACCT TO WS-AUD-VAL-ACCT.
           MOVE MERCH-MST-FEE-BPS TO WS-AUD-VAL-BPS.
           MOVE MERCH-MST-MIN-PAYOUT TO WS-AUD-VAL-MIN.
       0719-EXIT.

      *REWRITE THE MERCHANT JUST CHANGED AND AUDIT IT. THE OLD
      *VALUE AND KEY ARE ALREADY IN THE AUDIT RECORD.
       0720-REWRITE-MERCHANT.
           REWRITE MERCHMST-RECORD
              INVALID KEY
                 DISPLAY 'COBIF11 - MERCHANT ' MERCH-MST-ID
                    ' COULD NOT BE REWRITTEN, FILE STATUS '
                    WS-MERCHMST-STATUS UPON CNSL
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              NOT INVALID KEY
                 PERFORM 0710-CAPTURE-VALUE THRU 0719-EXIT
                 MOVE WS-AUD-VALUE TO WS-AUD-NEW
                 MOVE WS-MAINT-USER TO WS-AUD-USER
                 PERFORM 0700-WRITE-AUDIT THRU 0709-EXIT
                 ADD 1 TO WS-CARDS-APPLIED
           END-REWRITE.
       0729-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************

       1100-CONTROL-TOTALS.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF11 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'CARDS READ...................: ' WS-CARDS-READ
              UPON CNSL.
           DISPLAY 'CHANGES APPLIED..............: '
              WS-CARDS-APPLIED UPON CNSL.
           DISPLAY '   OF WHICH MERCHANTS ADDED.: ' WS-MERCH-ADDED
              UPON CNSL.
           DISPLAY 'CARDS REFUSED................: '
              WS-CARDS-REFUSED UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: CARDS READ / APPLIED /
      *REFUSED / MERCHANTS ADDED.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF11 - BATCHCTL OPEN FAILED, FILE '
                 'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-CARDS-READ TO WS-BCR-CNT1.
           MOVE WS-CARDS-APPLIED TO WS-BCR-CNT2.
           MOVE WS-CARDS-REFUSED TO WS-BCR-CNT3.
           MOVE WS-MERCH-ADDED TO WS-BCR-CNT4.
           MOVE 'OK  ' TO WS-BCR-STATUS.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1309-EXIT.

       9000-TERMINATE.
           CLOSE MERCHCRD-FILE.
           CLOSE MERCHMST-FILE.
           CLOSE AUDIT-FILE.
       9009-EXIT.
