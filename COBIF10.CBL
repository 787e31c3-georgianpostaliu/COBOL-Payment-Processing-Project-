       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF10.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - CHARGEBACK AND DISPUTE
      *                  PROCESSING. READS THE NETWORKS' DAILY
      *                  CHARGEBACK FEED (CHGBKIN) AND FINDS EACH
      *                  ITEM'S ORIGINAL SALE ON THE SETTLED
      *                  EXTRACT GENERATIONS (SETLHIST) BY CARD,
      *                  ORIGINAL AMOUNT, CURRENCY AND MERCHANT.
      *                  A MATCHED ITEM OPENS A DISPUTE CASE ON THE
      *                  INDEXED DISPUTE MASTER (DISPMST) WITH A
      *                  RESPONSE DEADLINE, DEBITS THE MERCHANT
      *                  THROUGH A CHARGEBACK RECORD ON CBKDEBIT
      *                  (SETTLEMENT EXTRACT LAYOUT, TYPE 'C') FOR
      *                  COBIF06 TO NET OFF THE NEXT REMITTANCE
      *                  ADVICE, AND POSTS A BALANCED PAIR TO
      *                  GLPOSTCB IN THE GLPOST FORMAT. AN ITEM WITH
      *                  NO SETTLED ORIGINAL, A CASE ALREADY ON THE
      *                  MASTER OR A MALFORMED RECORD GOES TO THE
      *                  CBKEXCP EXCEPTION REPORT INSTEAD OF BEING
      *                  DROPPED. ENDS WITH THE CBKAGE AGING REPORT
      *                  OF EVERY OPEN CASE; A CASE PAST ITS
      *                  DEADLINE WITH NO RESPONSE IS MARKED
      *                  EXPIRED - THE CHARGEBACK STANDS.
      *                  GL ACCOUNTS:
      *                    20100000  MERCHANT PAYABLE        (DR)
      *                    10500000  CHARGEBACK CLEARING     (CR)
      * 10/15/2026  RJ   THE DAY'S FEED IS LOADED ONTO AN INDEXED WORK
      *                  FILE (CBKWORK, KEYED BY CARD, AMOUNT,
      *                  CURRENCY, MERCHANT AND FEED ROW, ALTERNATE
      *                  KEY ON THE CASE REFERENCE) INSTEAD OF A
      *                  200-ENTRY TABLE, SO NO FEED IS TOO LARGE; A
      *                  CASE REFERENCE REPEATED IN THE FEED IS AN
      *                  EXCEPTION. CASES ARE NOW OPENED IN WORK FILE
      *                  KEY ORDER. A CASE ALREADY ON THE MASTER BUT
      *                  OPENED TODAY IS A RERUN OF THE DAY - ITS
      *                  CBKDEBIT RECORD AND GL PAIR ARE ISSUED AGAIN,
      *                  SINCE BOTH FILES ARE REWRITTEN EACH RUN. A
      *                  FAILED REWRITE OF AN EXPIRING CASE NOW STOPS
      *                  THE RUN.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGBK-FILE ASSIGN TO 'CHGBKIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGBK-STATUS.
           SELECT SETTLE-FILE ASSIGN TO 'SETLHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT DISPMST-FILE ASSIGN TO 'DISPMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-MST-CASE-REF
               FILE STATUS IS WS-DISPMST-STATUS.
           SELECT CBKWORK-FILE ASSIGN TO 'CBKWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CWK-KEY
               ALTERNATE RECORD KEY IS CWK-CASE-REF
               FILE STATUS IS WS-CBKWORK-STATUS.
           SELECT CBKDEBIT-FILE ASSIGN TO 'CBKDEBIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBKDEBIT-STATUS.
           SELECT GLPOSTCB-FILE ASSIGN TO 'GLPOSTCB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOSTCB-STATUS.
           SELECT AGE-FILE ASSIGN TO 'CBKAGE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT EXCP-FILE ASSIGN TO 'CBKEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *THE NETWORK CHARGEBACK RECORD - THE NETWORK'S CASE
      *REFERENCE, THE ORIGINAL SALE AS THE NETWORK SAW IT (AMOUNT
      *IN PENCE, TWO IMPLIED DECIMALS, AS ON TRANXIN), THE
      *NETWORK'S FOUR-CHARACTER REASON CODE AND THE DATE THE
      *NETWORK RAISED IT.
       FD  CHGBK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGBK-RECORD.
           05 CBK-REC-CASE-REF         PIC X(12).
           05 CBK-REC-CARDNO           PIC X(7).
           05 CBK-REC-CCY              PIC X(3).
           05 CBK-REC-AMNT             PIC X(9).
           05 CBK-REC-MERCH            PIC X(4).
           05 CBK-REC-REASON           PIC X(4).
           05 CBK-REC-DATE             PIC X(8).

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

       FD  DISPMST-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPMST-RECORD.
           05 CBK-MST-CASE-REF         PIC X(12).
           05 CBK-MST-STATUS           PIC X(1).
              88 CBK-MST-OPEN          VALUE 'O'.
              88 CBK-MST-EXPIRED       VALUE 'E'.
           05 CBK-MST-CARDNO           PIC X(7).
           05 CBK-MST-CCY              PIC X(3).
           05 CBK-MST-ORIG-AMNT        PIC 9(7)V9(2).
           05 CBK-MST-NET-AMNT         PIC 9(7)V9(2).
           05 CBK-MST-CTRY             PIC X(3).
           05 CBK-MST-MERCH            PIC X(4).
           05 CBK-MST-REASON           PIC X(4).
           05 CBK-MST-OPEN-DATE        PIC 9(8).
           05 CBK-MST-DEADLINE         PIC 9(8).

      *THE DAY'S CHARGEBACKS, LOADED UP FRONT AND CLEARED EACH RUN.
      *THE KEY GROUPS THE FEED BY CARD, AMOUNT, CURRENCY AND
      *MERCHANT, IN FEED ORDER WITHIN EACH; A MATCHED ROW CARRIES
      *THE SETTLED SALE'S NAME, RATE, NET, COUNTRY AND SOURCE.
       FD  CBKWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CBKWORK-RECORD.
           05 CWK-KEY.
              10 CWK-MATCH-KEY.
                 15 CWK-CARDNO         PIC X(7).
                 15 CWK-AMNT-X         PIC X(9).
                 15 CWK-CCY            PIC X(3).
                 15 CWK-MERCH          PIC X(4).
              10 CWK-ROW-NO            PIC 9(9).
           05 CWK-CASE-REF             PIC X(12).
           05 CWK-REASON               PIC X(4).
           05 CWK-MATCHED-SW           PIC X(1).
              88 CWK-MATCHED           VALUE 'Y'.
           05 CWK-NAME                 PIC X(6).
           05 CWK-RATE                 PIC X(9).
           05 CWK-NET-AMNT             PIC 9(7)V9(2).
           05 CWK-CTRY                 PIC X(3).
           05 CWK-SOURCE               PIC X(1).

       FD  CBKDEBIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CBKDEBIT-RECORD             PIC X(74).

       FD  GLPOSTCB-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPOSTCB-RECORD             PIC X(42).

       FD  AGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-RECORD                  PIC X(80).

       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCP-RECORD                 PIC X(80).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT,
      *WITH THE AMOUNT COLUMNS SPLIT AROUND THEIR DECIMAL POINTS
      *FOR PARSING. ONLY A SALE CAN BE CHARGED BACK - A REFUND OR
      *REVERSAL ON THE EXTRACT IS NEVER A CANDIDATE ORIGINAL.
       01 WS-SETTLE-IN.
          05 WS-SIN-NAME           PIC X(6).
          05 FILLER                PIC X(1).
          05 WS-SIN-CARDNO         PIC X(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-CCY            PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-SIN-ORIG-X.
             10 WS-SIN-ORIG-INT    PIC 9(7).
             10 FILLER             PIC X(1).
             10 WS-SIN-ORIG-DEC    PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-SIN-RATE           PIC X(9).
          05 FILLER                PIC X(1).
          05 FILLER                PIC X(10).
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
             88 SIN-SALE           VALUES 'S' SPACE.

      *THE CHARGEBACK DEBIT RECORD, IN THE SETTLEMENT EXTRACT'S
      *74-BYTE LAYOUT SO COBIF06 READS IT WITH THE SAME MIRROR.
      *TYPE 'C' IS A CHARGEBACK; THE NET IS WHAT THE MERCHANT WAS
      *ORIGINALLY PAID AND NOW OWES BACK. THE FEE COLUMN IS ZERO -
      *THE ORIGINAL PROCESSING FEE IS NOT RETURNED ON A CHARGEBACK.
       01 WS-DEBIT-FILE.
          05 WS-DEB-NAME           PIC X(6).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-CCY            PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-ORIG-AMNT      PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-RATE           PIC X(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-FEE            PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-NET-AMNT       PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-CTRY           PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-SOURCE         PIC X(1).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-DEB-TXN-TYPE       PIC X(1) VALUE 'C'.

      *THE SETTLED EXTRACT GENERATIONS ARE READ ONCE, EACH SALE
      *OFFERED TO THE FIRST UNMATCHED CHARGEBACK ON CBKWORK WITH
      *ITS CARD, AMOUNT, CURRENCY AND MERCHANT - ONE SALE ANSWERS
      *ONE CHARGEBACK.
       01 WS-CBK-FOUND-SW          PIC X(1) VALUE 'N'.
          88 CBK-FOUND             VALUE 'Y'.
       01 WS-CBK-LOADED            PIC 9(9) VALUE ZERO.
       01 WS-CWK-MATCH-KEY         PIC X(23).
       01 WS-CBKWORK-EOF-SW        PIC X(1) VALUE 'N'.
          88 END-OF-CBKWORK        VALUE 'Y'.

      *THE SETTLED ORIGINAL'S AMOUNT RE-KEYED TO THE FEED'S PENCE
      *FORM FOR THE MATCH.
       01 WS-MATCH-AMNT-X          PIC X(9).

       01 WS-ORIG-AMNT             PIC 9(7)V9(2).
       01 WS-AMNT-NUM              PIC 9(9).

      *THE GL POSTING RECORD AND TRAILER IN THE SHARED 42-BYTE
      *GLPOST LAYOUT - ONE BALANCED PAIR PER DISPUTE OPENED.
       01 WS-GLPOST-FILE.
          05 WS-GLP-PREFIX         PIC X(3) VALUE 'GLP'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-ACCT           PIC X(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-DRCR           PIC X(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-AMT            PIC 9(9).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-CTRY           PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-BRAND          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLP-MERCH          PIC X(4).

       01 WS-GL-TRAILER.
          05 WS-GLT-PREFIX         PIC X(3) VALUE 'GLT'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLT-COUNT          PIC 9(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLT-DR-TOTAL       PIC 9(11).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-GLT-CR-TOTAL       PIC 9(11).9(2).

       01 WS-GL-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-GL-DR-TOTAL           PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GL-CR-TOTAL           PIC 9(11)V9(2) VALUE ZERO.

      *AGING REPORT LINES
       01 WS-RPT-SEPARATOR         PIC X(80) VALUE ALL '='.

       01 WS-AGE-TITLE.
          05 FILLER                PIC X(33)
             VALUE 'COBIF10 OPEN DISPUTES AGING AT  '.
          05 WS-AGE-TITLE-DATE     PIC 9(8).
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-AGE-HEADING.
          05 FILLER                PIC X(40)
             VALUE '  CASE REF     CARD    MERCH  NET AMOUNT'.
          05 FILLER                PIC X(40)
             VALUE '  RSN OPENED   DEADLINE  OPEN LEFT      '.

       01 WS-AGE-DETAIL.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AGE-CASE-REF       PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-NET            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AGE-REASON         PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-OPENED         PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-DEADLINE       PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-DAYS-OPEN      PIC ZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-DAYS-LEFT      PIC ZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AGE-NOTE           PIC X(7).

       01 WS-AGE-TOTAL-LINE.
          05 WS-AGE-TOT-LABEL      PIC X(30).
          05 WS-AGE-TOT-COUNT      PIC ZZZ,ZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AGE-TOT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(24) VALUE SPACES.

      *EXCEPTION REPORT LINES
       01 WS-EXC-TITLE.
          05 FILLER                PIC X(33)
             VALUE 'COBIF10 CHARGEBACK EXCEPTIONS AT '.
          05 WS-EXC-TITLE-DATE     PIC 9(8).
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-EXC-DETAIL.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-EXC-CASE-REF       PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-CCY            PIC X(3).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-AMNT           PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-REASON         PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-EXC-TEXT           PIC X(24).
             88 EXC-NO-ORIGINAL    VALUE 'NO SETTLED ORIGINAL'.
             88 EXC-CASE-ON-FILE   VALUE 'CASE ALREADY ON MASTER'.
             88 EXC-INVALID        VALUE 'INVALID RECORD'.
             88 EXC-CASE-REPEATED  VALUE 'CASE REPEATED IN FEED'.
          05 FILLER                PIC X(8) VALUE SPACES.

       01 WS-CHGBK-STATUS          PIC X(2).
       01 WS-SETTLE-STATUS         PIC X(2).
       01 WS-DISPMST-STATUS        PIC X(2).
       01 WS-CBKDEBIT-STATUS       PIC X(2).
       01 WS-CBKWORK-STATUS        PIC X(2).
       01 WS-GLPOSTCB-STATUS       PIC X(2).
       01 WS-AGE-STATUS            PIC X(2).
       01 WS-EXCP-STATUS           PIC X(2).

       01 WS-CHGBK-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-CHGBK-FILE     VALUE 'Y'.
       01 WS-SETTLE-EOF-SW         PIC X(1) VALUE 'N'.
          88 END-OF-SETTLE-FILE    VALUE 'Y'.
       01 WS-DISPMST-EOF-SW        PIC X(1) VALUE 'N'.
          88 END-OF-DISPMST        VALUE 'Y'.

       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-TODAY-INT             PIC S9(9) COMP.
       01 WS-WORK-INT              PIC S9(9) COMP.
       01 WS-DAYS-OPEN             PIC S9(5).
       01 WS-DAYS-LEFT             PIC S9(5).

      *THE NETWORKS ALLOW THIS MANY CALENDAR DAYS FROM THE
      *CHARGEBACK TO RE-PRESENT IT WITH THE MERCHANT'S EVIDENCE.
       01 WS-RESPONSE-DAYS         PIC 9(3) VALUE 30.

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-CBK-READ              PIC 9(9) VALUE ZERO.
       01 WS-SETL-READ             PIC 9(9) VALUE ZERO.
       01 WS-CASES-OPENED          PIC 9(9) VALUE ZERO.
       01 WS-OPENED-AMT            PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CASES-REISSUED        PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTIONS            PIC 9(9) VALUE ZERO.
       01 WS-CASES-OPEN            PIC 9(9) VALUE ZERO.
       01 WS-OPEN-AMT              PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CASES-EXPIRED         PIC 9(9) VALUE ZERO.
       01 WS-EXPIRED-AMT           PIC 9(11)V9(2) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
      *DATASET AT END OF RUN, SO THE SCHEDULER AND THE COBIF09
      *WINDOW SUMMARY SEE THE RUN'S COUNTS AS DATA INSTEAD OF
      *RE-KEYING THEM OFF THE CONSOLE LOG. THE FOUR COUNT COLUMNS
      *ARE PROGRAM-SPECIFIC - SEE 1300-WRITE-RUN-CONTROL.
       01 WS-BATCHCTL-STATUS       PIC X(2).

       01 WS-BATCHCTL-FILE.
          05 WS-BCR-PREFIX         PIC X(3) VALUE 'BCR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-PROGRAM        PIC X(8) VALUE 'COBIF10 '.
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
           PERFORM 0200-MATCH-SETTLEMENTS THRU 0209-EXIT.
           PERFORM 0300-OPEN-DISPUTES THRU 0309-EXIT.
           PERFORM 0500-AGE-DISPUTES THRU 0509-EXIT.
           PERFORM 0800-WRITE-TRAILERS THRU 0809-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE OUTPUTS AND THE DISPUTE MASTER, WRITE
      *THE REPORT HEADINGS AND LOAD THE DAY'S CHARGEBACK FEED. A
      *MALFORMED FEED RECORD IS REPORTED AS AN EXCEPTION AS IT IS
      *LOADED, SO THE EXCEPTION REPORT MUST BE OPEN FIRST.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           OPEN OUTPUT EXCP-FILE.
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'COBIF10 - CBKEXCP OPEN FAILED, FILE STATUS '
                 WS-EXCP-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT AGE-FILE.
           IF WS-AGE-STATUS NOT = '00'
              DISPLAY 'COBIF10 - CBKAGE OPEN FAILED, FILE STATUS '
                 WS-AGE-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CBKDEBIT-FILE.
           IF WS-CBKDEBIT-STATUS NOT = '00'
              DISPLAY 'COBIF10 - CBKDEBIT OPEN FAILED, FILE STATUS '
                 WS-CBKDEBIT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GLPOSTCB-FILE.
           IF WS-GLPOSTCB-STATUS NOT = '00'
              DISPLAY 'COBIF10 - GLPOSTCB OPEN FAILED, FILE STATUS '
                 WS-GLPOSTCB-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *THE FIRST RUN FINDS NO DISPUTE MASTER - CREATE IT EMPTY.
           OPEN I-O DISPMST-FILE.
           IF WS-DISPMST-STATUS = '35'
              OPEN OUTPUT DISPMST-FILE
              CLOSE DISPMST-FILE
              OPEN I-O DISPMST-FILE
           END-IF.
           IF WS-DISPMST-STATUS NOT = '00'
              DISPLAY 'COBIF10 - DISPMST OPEN FAILED, FILE STATUS '
                 WS-DISPMST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RPT-SEPARATOR TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-CURRENT-DATE TO WS-EXC-TITLE-DATE.
           MOVE WS-EXC-TITLE TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-RPT-SEPARATOR TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-RPT-SEPARATOR TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-AGE-TITLE-DATE.
           MOVE WS-AGE-TITLE TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE WS-RPT-SEPARATOR TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE WS-AGE-HEADING TO AGE-RECORD.
           WRITE AGE-RECORD.
           PERFORM 0120-LOAD-CHARGEBACKS THRU 0129-EXIT.
       0109-EXIT.

      **************************************************************
      *LOAD THE NETWORK CHARGEBACK FEED ONTO CBKWORK, CLEARED FIRST.
      **************************************************************

       0120-LOAD-CHARGEBACKS.
           OPEN OUTPUT CBKWORK-FILE.
           IF WS-CBKWORK-STATUS = '00'
              CLOSE CBKWORK-FILE
              OPEN I-O CBKWORK-FILE
           END-IF.
           IF WS-CBKWORK-STATUS NOT = '00'
              DISPLAY 'COBIF10 - CBKWORK OPEN FAILED, FILE STATUS '
                 WS-CBKWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CHGBK-FILE.
           IF WS-CHGBK-STATUS NOT = '00'
              DISPLAY 'COBIF10 - CHGBKIN OPEN FAILED, FILE STATUS '
                 WS-CHGBK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0121-READ-ONE-CHARGEBACK THRU 0121-EXIT
              UNTIL END-OF-CHGBK-FILE.
           CLOSE CHGBK-FILE.
       0129-EXIT.

       0121-READ-ONE-CHARGEBACK.
           READ CHGBK-FILE
              AT END
                 SET END-OF-CHGBK-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-CBK-READ
                 IF CBK-REC-CASE-REF = SPACES
                       OR CBK-REC-CARDNO IS NOT NUMERIC
                       OR CBK-REC-AMNT IS NOT NUMERIC
                       OR CBK-REC-MERCH IS NOT NUMERIC
                    SET EXC-INVALID TO TRUE
                    PERFORM 0190-FEED-EXCEPTION THRU 0199-EXIT
                 ELSE
                    PERFORM 0125-WRITE-WORK-ROW THRU 0125-EXIT
                 END-IF
           END-READ.
       0121-EXIT.

      *THE CASE REFERENCE IS THE WORK FILE'S ALTERNATE KEY - A
      *SECOND FEED RECORD FOR THE SAME CASE IS REFUSED BY THE
      *WRITE AND REPORTED, NOT OPENED TWICE.
       0125-WRITE-WORK-ROW.
           MOVE CBK-REC-CARDNO TO CWK-CARDNO.
           MOVE CBK-REC-AMNT TO CWK-AMNT-X.
           MOVE CBK-REC-CCY TO CWK-CCY.
           MOVE CBK-REC-MERCH TO CWK-MERCH.
           MOVE WS-CBK-READ TO CWK-ROW-NO.
           MOVE CBK-REC-CASE-REF TO CWK-CASE-REF.
           MOVE CBK-REC-REASON TO CWK-REASON.
           MOVE 'N' TO CWK-MATCHED-SW.
           MOVE SPACES TO CWK-NAME.
           MOVE SPACES TO CWK-RATE.
           MOVE ZERO TO CWK-NET-AMNT.
           MOVE SPACES TO CWK-CTRY.
           MOVE SPACES TO CWK-SOURCE.
           WRITE CBKWORK-RECORD
              INVALID KEY
                 IF WS-CBKWORK-STATUS = '22'
                    SET EXC-CASE-REPEATED TO TRUE
                    PERFORM 0190-FEED-EXCEPTION THRU 0199-EXIT
                    GO TO 0125-EXIT
                 ELSE
                    PERFORM 0390-CBKWORK-FAILED THRU 0399-EXIT
                 END-IF
           END-WRITE.
           ADD 1 TO WS-CBK-LOADED.
       0125-EXIT.

      *A FEED RECORD THAT NEVER REACHES CBKWORK IS REPORTED
      *STRAIGHT FROM THE RECORD AS READ.
       0190-FEED-EXCEPTION.
           MOVE CBK-REC-CASE-REF TO WS-EXC-CASE-REF.
           MOVE CBK-REC-CARDNO TO WS-EXC-CARDNO.
           MOVE CBK-REC-CCY TO WS-EXC-CCY.
           MOVE CBK-REC-AMNT TO WS-EXC-AMNT.
           MOVE CBK-REC-MERCH TO WS-EXC-MERCH.
           MOVE CBK-REC-REASON TO WS-EXC-REASON.
           PERFORM 0450-WRITE-EXCEPTION THRU 0459-EXIT.
       0199-EXIT.

      **************************************************************
      *READ THE SETTLED EXTRACT GENERATIONS ONCE. EACH SALE IS
      *OFFERED TO THE FIRST UNMATCHED CHARGEBACK FOR THE SAME
      *CARD, ORIGINAL AMOUNT, CURRENCY AND MERCHANT, WHICH TAKES
      *THE SALE'S NAME, RATE, NET, COUNTRY AND SOURCE FOR ITS
      *DEBIT RECORD. THE JCL FEEDS AS MANY GENERATIONS AS THE
      *NETWORKS' CHARGEBACK WINDOW REQUIRES.
      **************************************************************

       0200-MATCH-SETTLEMENTS.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
              DISPLAY 'COBIF10 - SETLHIST OPEN FAILED, FILE STATUS '
                 WS-SETTLE-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0210-MATCH-ONE-SETTLEMENT THRU 0219-EXIT
              UNTIL END-OF-SETTLE-FILE.
           CLOSE SETTLE-FILE.
       0209-EXIT.

       0210-MATCH-ONE-SETTLEMENT.
           READ SETTLE-FILE
              AT END
                 SET END-OF-SETTLE-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-SETL-READ
                 MOVE SETTLE-RECORD TO WS-SETTLE-IN
                 IF SIN-SALE AND WS-CBK-LOADED > ZERO
                    MOVE WS-SIN-ORIG-INT TO WS-MATCH-AMNT-X(1:7)
                    MOVE WS-SIN-ORIG-DEC TO WS-MATCH-AMNT-X(8:2)
                    PERFORM 0220-FIND-CHARGEBACK THRU 0229-EXIT
                 END-IF
           END-READ.
       0219-EXIT.

       0220-FIND-CHARGEBACK.
           MOVE 'N' TO WS-CBK-FOUND-SW.
           MOVE 'N' TO WS-CBKWORK-EOF-SW.
           MOVE WS-SIN-CARDNO TO CWK-CARDNO.
           MOVE WS-MATCH-AMNT-X TO CWK-AMNT-X.
           MOVE WS-SIN-CCY TO CWK-CCY.
           MOVE WS-SIN-MERCH TO CWK-MERCH.
           MOVE ZERO TO CWK-ROW-NO.
           MOVE CWK-MATCH-KEY TO WS-CWK-MATCH-KEY.
           START CBKWORK-FILE KEY IS NOT LESS THAN CWK-KEY
              INVALID KEY
                 SET END-OF-CBKWORK TO TRUE
           END-START.
           PERFORM 0225-TRY-ONE-CHARGEBACK THRU 0225-EXIT
              UNTIL CBK-FOUND OR END-OF-CBKWORK.
           IF CBK-FOUND
              MOVE 'Y' TO CWK-MATCHED-SW
              MOVE WS-SIN-NAME TO CWK-NAME
              MOVE WS-SIN-RATE TO CWK-RATE
              COMPUTE CWK-NET-AMNT = WS-SIN-NET-INT
                 + WS-SIN-NET-DEC / 100
              MOVE WS-SIN-CTRY TO CWK-CTRY
              MOVE WS-SIN-SOURCE TO CWK-SOURCE
              REWRITE CBKWORK-RECORD
                 INVALID KEY
                    PERFORM 0390-CBKWORK-FAILED THRU 0399-EXIT
              END-REWRITE
           END-IF.
       0229-EXIT.

       0225-TRY-ONE-CHARGEBACK.
           READ CBKWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-CBKWORK TO TRUE
                 GO TO 0225-EXIT
           END-READ.
           IF CWK-MATCH-KEY NOT = WS-CWK-MATCH-KEY
              SET END-OF-CBKWORK TO TRUE
              GO TO 0225-EXIT
           END-IF.
           IF NOT CWK-MATCHED
              SET CBK-FOUND TO TRUE
           END-IF.
       0225-EXIT.

      **************************************************************
      *EVERY CHARGEBACK ON CBKWORK EITHER OPENS A CASE OR GOES TO
      *THE EXCEPTION REPORT. A CASE ALREADY ON THE MASTER THAT WAS
      *OPENED TODAY IS A RERUN OF THE DAY: CBKDEBIT AND GLPOSTCB
      *ARE REWRITTEN EACH RUN, SO ITS DEBIT AND GL PAIR ARE ISSUED
      *AGAIN FROM THE MASTER OR COBIF06 WOULD NEVER SEE THEM.
      **************************************************************

       0300-OPEN-DISPUTES.
           MOVE 'N' TO WS-CBKWORK-EOF-SW.
           MOVE LOW-VALUES TO CWK-KEY.
           START CBKWORK-FILE KEY IS NOT LESS THAN CWK-KEY
              INVALID KEY
                 SET END-OF-CBKWORK TO TRUE
           END-START.
           PERFORM 0310-OPEN-ONE-DISPUTE THRU 0319-EXIT
              UNTIL END-OF-CBKWORK.
       0309-EXIT.

       0310-OPEN-ONE-DISPUTE.
           READ CBKWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-CBKWORK TO TRUE
                 GO TO 0319-EXIT
           END-READ.
           MOVE CWK-CASE-REF TO CBK-MST-CASE-REF.
           READ DISPMST-FILE
              INVALID KEY
                 IF CWK-MATCHED
                    PERFORM 0320-WRITE-DISPUTE THRU 0329-EXIT
                 ELSE
                    SET EXC-NO-ORIGINAL TO TRUE
                    PERFORM 0400-WORK-EXCEPTION THRU 0409-EXIT
                 END-IF
              NOT INVALID KEY
                 IF CBK-MST-OPEN-DATE = WS-CURRENT-DATE
                    ADD 1 TO WS-CASES-REISSUED
                    PERFORM 0330-ISSUE-DEBIT THRU 0339-EXIT
                 ELSE
                    SET EXC-CASE-ON-FILE TO TRUE
                    PERFORM 0400-WORK-EXCEPTION THRU 0409-EXIT
                 END-IF
           END-READ.
       0319-EXIT.

      **************************************************************
      *OPEN THE CASE, THEN DEBIT THE MERCHANT AND POST THE GL PAIR.
      *THE DEADLINE IS THE NETWORKS' RESPONSE WINDOW FROM TODAY.
      **************************************************************

       0320-WRITE-DISPUTE.
           MOVE CWK-AMNT-X TO WS-AMNT-NUM.
           COMPUTE WS-ORIG-AMNT = WS-AMNT-NUM / 100.
           MOVE CWK-CASE-REF TO CBK-MST-CASE-REF.
           SET CBK-MST-OPEN TO TRUE.
           MOVE CWK-CARDNO TO CBK-MST-CARDNO.
           MOVE CWK-CCY TO CBK-MST-CCY.
           MOVE WS-ORIG-AMNT TO CBK-MST-ORIG-AMNT.
           MOVE CWK-NET-AMNT TO CBK-MST-NET-AMNT.
           MOVE CWK-CTRY TO CBK-MST-CTRY.
           MOVE CWK-MERCH TO CBK-MST-MERCH.
           MOVE CWK-REASON TO CBK-MST-REASON.
           MOVE WS-CURRENT-DATE TO CBK-MST-OPEN-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-RESPONSE-DAYS.
           COMPUTE CBK-MST-DEADLINE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           WRITE DISPMST-RECORD
              INVALID KEY
                 DISPLAY 'COBIF10 - DISPMST WRITE FAILED, FILE '
                    'STATUS ' WS-DISPMST-STATUS ' CASE '
                    CBK-MST-CASE-REF UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           PERFORM 0330-ISSUE-DEBIT THRU 0339-EXIT.
       0329-EXIT.

      *THE DEBIT AND GL PAIR ARE BUILT FROM THE CASE ON THE MASTER.
      *THE SALE'S NAME, RATE AND SOURCE ARE NOT KEPT ON THE MASTER
      *AND COME FROM THE DAY'S MATCH; A RERUN THAT NO LONGER FINDS
      *THE SALE ISSUES THE DEBIT WITHOUT THEM.
       0330-ISSUE-DEBIT.
           IF CWK-MATCHED
              MOVE CWK-NAME TO WS-DEB-NAME
              MOVE CWK-RATE TO WS-DEB-RATE
              MOVE CWK-SOURCE TO WS-DEB-SOURCE
           ELSE
              MOVE SPACES TO WS-DEB-NAME
              MOVE SPACES TO WS-DEB-RATE
              MOVE SPACES TO WS-DEB-SOURCE
           END-IF.
           MOVE CBK-MST-CARDNO TO WS-DEB-CARDNO.
           MOVE CBK-MST-CCY TO WS-DEB-CCY.
           MOVE CBK-MST-ORIG-AMNT TO WS-DEB-ORIG-AMNT.
           MOVE ZERO TO WS-DEB-FEE.
           MOVE CBK-MST-NET-AMNT TO WS-DEB-NET-AMNT.
           MOVE CBK-MST-CTRY TO WS-DEB-CTRY.
           MOVE CBK-MST-MERCH TO WS-DEB-MERCH.
           MOVE WS-DEBIT-FILE TO CBKDEBIT-RECORD.
           WRITE CBKDEBIT-RECORD.
           MOVE '20100000' TO WS-GLP-ACCT.
           MOVE 'DR' TO WS-GLP-DRCR.
           MOVE CBK-MST-NET-AMNT TO WS-GLP-AMT.
           MOVE CBK-MST-CTRY TO WS-GLP-CTRY.
           PERFORM 0350-SET-GL-BRAND THRU 0359-EXIT.
           MOVE CBK-MST-MERCH TO WS-GLP-MERCH.
           MOVE WS-GLPOST-FILE TO GLPOSTCB-RECORD.
           WRITE GLPOSTCB-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD CBK-MST-NET-AMNT TO WS-GL-DR-TOTAL.
           MOVE '10500000' TO WS-GLP-ACCT.
           MOVE 'CR' TO WS-GLP-DRCR.
           MOVE WS-GLPOST-FILE TO GLPOSTCB-RECORD.
           WRITE GLPOSTCB-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD CBK-MST-NET-AMNT TO WS-GL-CR-TOTAL.
           ADD 1 TO WS-CASES-OPENED.
           ADD CBK-MST-NET-AMNT TO WS-OPENED-AMT.
       0339-EXIT.

       0350-SET-GL-BRAND.
           EVALUATE CBK-MST-CARDNO(1:1)
              WHEN '4'
                 MOVE 'VISA' TO WS-GLP-BRAND
              WHEN '5'
                 MOVE 'MST ' TO WS-GLP-BRAND
              WHEN '6'
                 MOVE 'DIN ' TO WS-GLP-BRAND
              WHEN OTHER
                 MOVE SPACES TO WS-GLP-BRAND
           END-EVALUATE.
       0359-EXIT.

       0390-CBKWORK-FAILED.
           DISPLAY 'COBIF10 - CBKWORK UPDATE FAILED, FILE STATUS '
              WS-CBKWORK-STATUS UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0399-EXIT.

      **************************************************************
      *EXCEPTION REPORT LINES. THE REASON TEXT IS SET BY THE
      *CALLER THROUGH ITS LEVEL-88.
      **************************************************************

       0400-WORK-EXCEPTION.
           MOVE CWK-CASE-REF TO WS-EXC-CASE-REF.
           MOVE CWK-CARDNO TO WS-EXC-CARDNO.
           MOVE CWK-CCY TO WS-EXC-CCY.
           MOVE CWK-AMNT-X TO WS-EXC-AMNT.
           MOVE CWK-MERCH TO WS-EXC-MERCH.
           MOVE CWK-REASON TO WS-EXC-REASON.
           PERFORM 0450-WRITE-EXCEPTION THRU 0459-EXIT.
       0409-EXIT.

       0450-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE WS-EXC-DETAIL TO EXCP-RECORD.
           WRITE EXCP-RECORD.
       0459-EXIT.

      **************************************************************
      *AGE EVERY OPEN CASE ON THE DISPUTE MASTER, TODAY'S
      *INCLUDED. A CASE WHOSE DEADLINE HAS PASSED WITH NO RESPONSE
      *IS MARKED EXPIRED - THE CHARGEBACK STANDS AND THE MERCHANT
      *DEBIT IS FINAL - AND APPEARS ON THE REPORT ONE LAST TIME.
      **************************************************************

       0500-AGE-DISPUTES.
           MOVE LOW-VALUES TO CBK-MST-CASE-REF.
           START DISPMST-FILE KEY IS NOT LESS THAN CBK-MST-CASE-REF
              INVALID KEY
                 SET END-OF-DISPMST TO TRUE
           END-START.
           PERFORM 0510-AGE-ONE-DISPUTE THRU 0519-EXIT
              UNTIL END-OF-DISPMST.
           MOVE WS-RPT-SEPARATOR TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE 'OPEN DISPUTES...............: ' TO WS-AGE-TOT-LABEL.
           MOVE WS-CASES-OPEN TO WS-AGE-TOT-COUNT.
           MOVE WS-OPEN-AMT TO WS-AGE-TOT-AMT.
           MOVE WS-AGE-TOTAL-LINE TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE 'OPENED TODAY................: ' TO WS-AGE-TOT-LABEL.
           MOVE WS-CASES-OPENED TO WS-AGE-TOT-COUNT.
           MOVE WS-OPENED-AMT TO WS-AGE-TOT-AMT.
           MOVE WS-AGE-TOTAL-LINE TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE 'EXPIRED TODAY...............: ' TO WS-AGE-TOT-LABEL.
           MOVE WS-CASES-EXPIRED TO WS-AGE-TOT-COUNT.
           MOVE WS-EXPIRED-AMT TO WS-AGE-TOT-AMT.
           MOVE WS-AGE-TOTAL-LINE TO AGE-RECORD.
           WRITE AGE-RECORD.
           MOVE WS-RPT-SEPARATOR TO AGE-RECORD.
           WRITE AGE-RECORD.
       0509-EXIT.

       0510-AGE-ONE-DISPUTE.
           READ DISPMST-FILE NEXT RECORD
              AT END
                 SET END-OF-DISPMST TO TRUE
              NOT AT END
                 IF CBK-MST-OPEN
                    PERFORM 0520-WRITE-AGING-LINE THRU 0529-EXIT
                 END-IF
           END-READ.
       0519-EXIT.

       0520-WRITE-AGING-LINE.
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(CBK-MST-OPEN-DATE).
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-WORK-INT.
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(CBK-MST-DEADLINE).
           COMPUTE WS-DAYS-LEFT = WS-WORK-INT - WS-TODAY-INT.
           MOVE CBK-MST-CASE-REF TO WS-AGE-CASE-REF.
           MOVE CBK-MST-CARDNO TO WS-AGE-CARDNO.
           MOVE CBK-MST-MERCH TO WS-AGE-MERCH.
           MOVE CBK-MST-NET-AMNT TO WS-AGE-NET.
           MOVE CBK-MST-REASON TO WS-AGE-REASON.
           MOVE CBK-MST-OPEN-DATE TO WS-AGE-OPENED.
           MOVE CBK-MST-DEADLINE TO WS-AGE-DEADLINE.
           MOVE WS-DAYS-OPEN TO WS-AGE-DAYS-OPEN.
           IF WS-DAYS-LEFT < ZERO
              MOVE ZERO TO WS-AGE-DAYS-LEFT
              MOVE 'EXPIRED' TO WS-AGE-NOTE
              SET CBK-MST-EXPIRED TO TRUE
              REWRITE DISPMST-RECORD
                 INVALID KEY
                    DISPLAY 'COBIF10 - DISPMST REWRITE FAILED, '
                       'FILE STATUS ' WS-DISPMST-STATUS ' CASE '
                       CBK-MST-CASE-REF UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
              ADD 1 TO WS-CASES-EXPIRED
              ADD CBK-MST-NET-AMNT TO WS-EXPIRED-AMT
           ELSE
              MOVE WS-DAYS-LEFT TO WS-AGE-DAYS-LEFT
              MOVE SPACES TO WS-AGE-NOTE
              ADD 1 TO WS-CASES-OPEN
              ADD CBK-MST-NET-AMNT TO WS-OPEN-AMT
           END-IF.
           MOVE WS-AGE-DETAIL TO AGE-RECORD.
           WRITE AGE-RECORD.
       0529-EXIT.

      **************************************************************
      *CLOSE THE GL POSTINGS WITH THE BALANCING GLT TRAILER THE
      *LEDGER SYSTEM VERIFIES, AND THE EXCEPTION REPORT WITH ITS
      *COUNT.
      **************************************************************

       0800-WRITE-TRAILERS.
           MOVE WS-GL-COUNT TO WS-GLT-COUNT.
           MOVE WS-GL-DR-TOTAL TO WS-GLT-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO WS-GLT-CR-TOTAL.
           MOVE WS-GL-TRAILER TO GLPOSTCB-RECORD.
           WRITE GLPOSTCB-RECORD.
           MOVE WS-RPT-SEPARATOR TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE SPACES TO WS-AGE-TOTAL-LINE.
           MOVE 'EXCEPTIONS..................: ' TO WS-AGE-TOT-LABEL.
           MOVE WS-EXCEPTIONS TO WS-AGE-TOT-COUNT.
           MOVE WS-AGE-TOTAL-LINE TO EXCP-RECORD.
           WRITE EXCP-RECORD.
       0809-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************

       1100-CONTROL-TOTALS.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF10 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'CHARGEBACKS READ.............: ' WS-CBK-READ
              UPON CNSL.
           DISPLAY 'SETTLED RECORDS SEARCHED.....: ' WS-SETL-READ
              UPON CNSL.
           DISPLAY 'DISPUTES OPENED..............: '
              WS-CASES-OPENED UPON CNSL.
           DISPLAY 'AMOUNT DEBITED TO MERCHANTS..: '
              WS-OPENED-AMT UPON CNSL.
           DISPLAY '   RE-ISSUED FROM EARLIER RUN: '
              WS-CASES-REISSUED UPON CNSL.
           DISPLAY 'EXCEPTIONS...................: ' WS-EXCEPTIONS
              UPON CNSL.
           DISPLAY 'DISPUTES STILL OPEN..........: ' WS-CASES-OPEN
              UPON CNSL.
           DISPLAY 'DISPUTES EXPIRED TODAY.......: '
              WS-CASES-EXPIRED UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: CHARGEBACKS READ / DISPUTES OPENED /
      *EXCEPTIONS / DISPUTES STILL OPEN.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF10 - BATCHCTL OPEN FAILED, FILE '
                 'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-CBK-READ TO WS-BCR-CNT1.
           MOVE WS-CASES-OPENED TO WS-BCR-CNT2.
           MOVE WS-EXCEPTIONS TO WS-BCR-CNT3.
           MOVE WS-CASES-OPEN TO WS-BCR-CNT4.
           MOVE 'OK  ' TO WS-BCR-STATUS.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1309-EXIT.

       9000-TERMINATE.
           CLOSE DISPMST-FILE.
           CLOSE CBKWORK-FILE.
           CLOSE CBKDEBIT-FILE.
           CLOSE GLPOSTCB-FILE.
           CLOSE AGE-FILE.
           CLOSE EXCP-FILE.
       9009-EXIT.
