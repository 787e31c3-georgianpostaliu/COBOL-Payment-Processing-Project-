      *                  MERCHANT NOW DEFAULTS FROM THE REJECT'S OWN
      *                  MERCHANT, OR FAILING THAT THE HOUSE
      *                  MERCHANT 0000.
      * 10/15/2026  RJ   THE REJECT RECORD NOW CARRIES THE
      *                  TRANSACTION TYPE (SALE, REFUND, REVERSAL)
      *                  AND THE RESUBMISSION GOES OUT IN COBIF01'S
      *                  35-BYTE LAYOUT WITH THAT TYPE, SO A REPAIRED
      *                  REFUND OR REVERSAL IS NOT RE-ENTERED AS A
      *                  SALE. A REJECT WITH NO TYPE IS A SALE.
      * 10/15/2026  RJ   ALSO READS NETREJ, THE ITEMS THE CARD
      *                  NETWORKS REFUSED AT CLEARING (COBIF12),
      *                  AFTER THE REJECTS DATASET. THEY ARE IN THE
      *                  REJECT LAYOUT AND REPAIR THE SAME WAY, BUT
      *                  ARE COUNTED APART SO THE REJECTS-READ COUNT
      *                  STILL AGREES WITH COBIF01'S REJECTS. NO
      *                  NETREJ DATASET MEANS NO NETWORK REFUSALS.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REJECT-FILE ASSIGN TO 'REJECTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT NETREJ-FILE ASSIGN TO 'NETREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NETREJ-STATUS.
           SELECT CORR-FILE ASSIGN TO 'CORRFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
       FILE SECTION.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(52).

       FD  NETREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  NETREJ-RECORD               PIC X(52).

       FD  CORR-FILE
           LABEL RECORDS ARE STANDARD.

       FD  RESUB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 23 TO 35
           DEPENDING ON WS-RESUB-LEN.
       01  RESUB-RECORD                PIC X(35).

       FD  PARK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARK-RECORD                 PIC X(61).

       FD  RESUBCTL-FILE
           LABEL RECORDS ARE STANDARD.
          05 WS-REJ-CYCLE          PIC X(2).
          05 FILLER                PIC X(1).
          05 WS-REJ-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-REJ-TXN-TYPE       PIC X(1).

      *THE BACK OFFICE CORRECTIONS, LOADED UP FRONT AND MATCHED TO
      *REJECT RECORDS BY THE REJECTED CARD NUMBER. EACH CORRECTION
             10 WS-CORR-USED-SW       PIC X(1).

      *THE RE-FORMED TRANSACTION DETAIL RECORD IN COBIF01'S CURRENT
      *35-BYTE LAYOUT - AMOUNT IN PENCE (TWO IMPLIED DECIMALS),
      *THEN THE MERCHANT, THE TWO-BYTE RESUBMISSION CYCLE COUNT AND
      *THE TRANSACTION TYPE IN THE LAST POSITIONS.
       01 WS-RESUB-DETAIL.
          05 WS-RSB-NAME           PIC X(6).
          05 WS-RSB-CCY            PIC X(3).
          05 WS-RSB-CTRY           PIC X(3).
          05 WS-RSB-MERCH          PIC X(4).
          05 WS-RSB-CYCLE          PIC 9(2).
          05 WS-RSB-TXN-TYPE       PIC X(1).

      *THE 'RESUB' SOURCE MARKER TELLS COBIF01 TO CHECK AND RECORD
      *THIS FILE'S SEQUENCE AGAINST RESUBCTL, NOT SEQCTL - THE
      *THE PARKED RECORD - THE REJECT RECORD AS RECEIVED, PLUS THE
      *DATE IT WAS PARKED, FOR THE COBIF08 AGING REPORT.
       01 WS-PARK-FILE.
          05 WS-PRK-REJECT         PIC X(52).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PRK-DATE           PIC 9(8).

          05 WS-TRL-HASH           PIC 9(13).

       01 WS-REJECT-STATUS         PIC X(2).
       01 WS-NETREJ-STATUS         PIC X(2).
       01 WS-CORR-STATUS           PIC X(2).
       01 WS-RESUB-STATUS          PIC X(2).
       01 WS-PARK-STATUS           PIC X(2).

       01 WS-REJECT-EOF-SW         PIC X(1) VALUE 'N'.
          88 END-OF-REJECT-FILE    VALUE 'Y'.
       01 WS-NETREJ-OPEN-SW        PIC X(1) VALUE 'N'.
          88 NETREJ-OPEN           VALUE 'Y'.
       01 WS-READING-NETREJ-SW     PIC X(1) VALUE 'N'.
          88 READING-NETREJ        VALUE 'Y'.
       01 WS-CORR-EOF-SW           PIC X(1) VALUE 'N'.

       01 WS-RESUB-LEN             PIC 9(4).
      *RUN SO THE BACK OFFICE CAN RECONCILE REPAIRS AGAINST REJECTS.
      **************************************************************
       01 WS-REJS-READ             PIC 9(9) VALUE ZERO.
       01 WS-NETREJ-READ           PIC 9(9) VALUE ZERO.
       01 WS-RECS-REPAIRED         PIC 9(9) VALUE ZERO.
       01 WS-RECS-PARKED           PIC 9(9) VALUE ZERO.
       01 WS-RECS-UNMATCHED        PIC 9(9) VALUE ZERO.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT NETREJ-FILE.
           IF WS-NETREJ-STATUS = '00'
              SET NETREJ-OPEN TO TRUE
           ELSE
              IF WS-NETREJ-STATUS NOT = '35'
                 DISPLAY 'COBIF02 - NETREJ OPEN FAILED, FILE STATUS '
                    WS-NETREJ-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM 0120-LOAD-CORRECTIONS THRU 0129-EXIT.
           PERFORM 0140-DETERMINE-SEQUENCE THRU 0149-EXIT.
           OPEN OUTPUT RESUB-FILE.
       0159-EXIT.

      **************************************************************
      *READ THE NEXT REJECT RECORD - THE REJECTS DATASET FIRST, THEN
      *THE NETWORK REFUSALS.
      **************************************************************

       0200-READ-REJECT.
           IF NOT READING-NETREJ
              READ REJECT-FILE
                 AT END
                    SET READING-NETREJ TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REJS-READ
                    MOVE REJECT-RECORD TO WS-REJECT-FILE
                    GO TO 0209-EXIT
              END-READ
           END-IF.
           IF NOT NETREJ-OPEN
              SET END-OF-REJECT-FILE TO TRUE
              GO TO 0209-EXIT
           END-IF.
           READ NETREJ-FILE
              AT END
                 SET END-OF-REJECT-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-NETREJ-READ
                 MOVE NETREJ-RECORD TO WS-REJECT-FILE
           END-READ.
       0209-EXIT.

                 END-IF
              END-IF
              MOVE WS-THIS-CYCLE TO WS-RSB-CYCLE
              IF WS-REJ-TXN-TYPE = 'R' OR WS-REJ-TXN-TYPE = 'V'
                 MOVE WS-REJ-TXN-TYPE TO WS-RSB-TXN-TYPE
              ELSE
                 MOVE 'S' TO WS-RSB-TXN-TYPE
              END-IF
              MOVE 35 TO WS-RESUB-LEN
              MOVE WS-RESUB-DETAIL TO RESUB-RECORD
              WRITE RESUB-RECORD
              MOVE 'Y' TO WS-CORR-USED-SW(WS-CORR-IDX)
              UPON CNSL.
           DISPLAY 'REJECTS READ.................: ' WS-REJS-READ
              UPON CNSL.
           DISPLAY 'NETWORK REFUSALS READ........: ' WS-NETREJ-READ
              UPON CNSL.
           DISPLAY 'REPAIRED AND RESUBMITTED.....: '
              WS-RECS-REPAIRED UPON CNSL.
           DISPLAY 'PARKED FOR MANUAL REVIEW.....: ' WS-RECS-PARKED

       9000-TERMINATE.
           CLOSE REJECT-FILE.
           IF NETREJ-OPEN
              CLOSE NETREJ-FILE
           END-IF.
           CLOSE RESUB-FILE.
           CLOSE PARK-FILE.
       9009-EXIT.
