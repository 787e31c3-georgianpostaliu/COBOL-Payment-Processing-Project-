       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF15.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - MONTH-END MERCHANT
      *                  STATEMENTS AND VAT INVOICES. READS THE
      *                  MONTH-TO-DATE MERCHANT ACTIVITY FILE (MTDACT)
      *                  COBIF06 BUILDS UP DAY BY DAY AND WRITES ONE
      *                  STATEMENT PER MERCHANT TO MSTMT: A LINE PER
      *                  SETTLEMENT DAY (TRANSACTIONS, SALES,
      *                  CREDITS, CHARGEBACKS, NET, PROCESSING FEES,
      *                  SERVICE CHARGE), THE MONTH'S TOTALS, THE
      *                  TRANSACTION COUNTS BY CARD BRAND AND BY
      *                  COUNTRY, AND A NUMBERED VAT INVOICE FOR THE
      *                  PROCESSING FEES AND SERVICE CHARGES TAKEN IN
      *                  THE MONTH. INVOICE NUMBERS COME FROM INVCTL.
      *                  THE VAT ON EACH INVOICE IS MOVED FROM FEE
      *                  INCOME TO VAT PAYABLE ON GLPOSTVT IN THE
      *                  GLPOST FORMAT. THE MONTH IS THE RUN DATE'S
      *                  UNLESS A STMTCTL CARD NAMES ANOTHER.
      * 10/15/2026  RJ   A DAY-LINE FIGURE TOO LARGE FOR ITS COLUMN
      *                  NOW PRINTS AS ASTERISKS INSTEAD OF LOSING
      *                  ITS HIGH-ORDER DIGITS; THE MONTH TOTALS ARE
      *                  UNCHANGED.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTCTL-FILE ASSIGN TO 'STMTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMTCTL-STATUS.
           SELECT MTDACT-FILE ASSIGN TO 'MTDACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTD-KEY
               FILE STATUS IS WS-MTDACT-STATUS.
           SELECT MERCHMST-FILE ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MERCH-MST-ID
               FILE STATUS IS WS-MERCHMST-STATUS.
           SELECT STMWORK-FILE ASSIGN TO 'STMWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWK-KEY
               FILE STATUS IS WS-STMWORK-STATUS.
           SELECT INVCTL-FILE ASSIGN TO 'INVCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.
           SELECT MSTMT-FILE ASSIGN TO 'MSTMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTMT-STATUS.
           SELECT GLPOSTVT-FILE ASSIGN TO 'GLPOSTVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOSTVT-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *OPTIONAL. 'MONTH   ' AND A YYYYMM MONTH STATES THE MONTH TO
      *STATE, FOR A RUN AFTER THE MONTH HAS ENDED OR A RERUN OF
      *LAST MONTH'S STATEMENTS.
       FD  STMTCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STMTCTL-RECORD.
           05 STC-FUNC                 PIC X(8).
           05 STC-MONTH                PIC X(6).
           05 FILLER                   PIC X(66).

      *THE MONTH-TO-DATE MERCHANT ACTIVITY IN COBIF06'S LAYOUT -
      *SEE COBIF06 FOR THE ROW TYPES.
       FD  MTDACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MTDACT-RECORD.
           05 MTD-KEY.
              10 MTD-MONTH             PIC 9(6).
              10 MTD-MERCH             PIC X(4).
              10 MTD-DATE              PIC 9(8).
              10 MTD-REC-TYPE          PIC X(1).
                 88 MTD-DAY-TOTAL      VALUE 'T'.
                 88 MTD-BRAND-ROW      VALUE 'B'.
                 88 MTD-COUNTRY-ROW    VALUE 'C'.
              10 MTD-SUBKEY            PIC X(4).
           05 MTD-TXN-CNT              PIC 9(7).
           05 MTD-SALES-AMT            PIC 9(11)V9(2).
           05 MTD-CREDIT-AMT           PIC 9(11)V9(2).
           05 MTD-CHGBK-AMT            PIC 9(11)V9(2).
           05 MTD-NET-AMT              PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05 MTD-FEE-AMT              PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05 MTD-SVC-CHARGE           PIC 9(9)V9(2).

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

      *THE RUN'S BREAKDOWN WORK FILE - THE MONTH'S TRANSACTION
      *COUNT AND NET AMOUNT PER MERCHANT BY CARD BRAND ('B') AND
      *BY COUNTRY ('C'), SUMMED OVER THE DAYS ON MTDACT.
       FD  STMWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  STMWORK-RECORD.
           05 SWK-KEY.
              10 SWK-MERCH             PIC X(4).
              10 SWK-TYPE              PIC X(1).
              10 SWK-SUBKEY            PIC X(4).
           05 SWK-TXN-CNT              PIC 9(9).
           05 SWK-NET-AMT              PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.

      *THE LAST VAT INVOICE NUMBER ISSUED, THE LAST MONTH INVOICED
      *AND THE FIRST NUMBER THAT MONTH'S RUN ISSUED.
       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           05 INVCTL-LAST-INV          PIC 9(8).
           05 INVCTL-MONTH             PIC 9(6).
           05 INVCTL-FIRST-INV         PIC 9(8).

       FD  MSTMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTMT-RECORD                PIC X(80).

       FD  GLPOSTVT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPOSTVT-RECORD             PIC X(42).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *VAT. THE PROCESSING FEES AND SERVICE CHARGES WERE WITHHELD
      *FROM THE MERCHANT'S SETTLEMENT AS CHARGED, SO THEY ARE
      *TREATED AS VAT-INCLUSIVE: THE VAT IS RATE / (100 + RATE) OF
      *THE CHARGES, AND IS MOVED OUT OF FEE INCOME INTO VAT
      *PAYABLE.
       01 WS-VAT-RATE              PIC 9(3)V9(2) VALUE 20.00.
       01 WS-FEE-INCOME-ACCT       PIC X(8) VALUE '40100000'.
       01 WS-VAT-PAYABLE-ACCT      PIC X(8) VALUE '20300000'.

      *THE MONTH BEING STATED, AS YYYYMM.
       01 WS-STMT-MONTH            PIC 9(6) VALUE ZERO.
       01 WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
          05 WS-STMT-YEAR          PIC 9(4).
          05 WS-STMT-MM            PIC 9(2).

       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
          05 WS-CURRENT-MONTH      PIC 9(6).
          05 WS-CURRENT-DAY        PIC 9(2).

      *INVOICE NUMBERING. THE NUMBERS STEP ONCE PER MONTH STATED -
      *A RERUN FOR THE SAME MONTH REISSUES THE SAME STATEMENTS
      *UNDER THE SAME NUMBERS, SO FINANCE SEES EACH INVOICE ONCE.
       01 WS-INV-FIRST             PIC 9(8) VALUE ZERO.
       01 WS-INV-NEXT              PIC 9(8) VALUE ZERO.
       01 WS-INV-LAST-USED         PIC 9(8) VALUE ZERO.
       01 WS-INV-PRIOR-LAST        PIC 9(8) VALUE ZERO.

       01 WS-STMTCTL-STATUS        PIC X(2).
       01 WS-MTDACT-STATUS         PIC X(2).
       01 WS-MERCHMST-STATUS       PIC X(2).
       01 WS-STMWORK-STATUS        PIC X(2).
       01 WS-INVCTL-STATUS         PIC X(2).
       01 WS-MSTMT-STATUS          PIC X(2).
       01 WS-GLPOSTVT-STATUS       PIC X(2).

       01 WS-MTD-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-MTDACT         VALUE 'Y'.
       01 WS-SWK-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-STMWORK        VALUE 'Y'.
       01 WS-SWK-FOUND-SW          PIC X(1) VALUE 'N'.
          88 SWK-ROW-FOUND         VALUE 'Y'.
       01 WS-MERCH-ON-FILE-SW      PIC X(1) VALUE 'N'.
          88 MERCH-ON-FILE         VALUE 'Y'.

       01 WS-THIS-MERCH            PIC X(4).
       01 WS-SWK-WANT-TYPE         PIC X(1).

      *THE MERCHANT'S MONTH, SUMMED FROM ITS DAY-TOTAL ROWS.
       01 WS-MER-TXN-CNT           PIC 9(9).
       01 WS-MER-SALES             PIC 9(11)V9(2).
       01 WS-MER-CREDITS           PIC 9(11)V9(2).
       01 WS-MER-CHGBKS            PIC 9(11)V9(2).
       01 WS-MER-NET               PIC S9(11)V9(2).
       01 WS-MER-FEES              PIC S9(11)V9(2).
       01 WS-MER-SVC               PIC 9(11)V9(2).
       01 WS-MER-CHARGES           PIC S9(11)V9(2).
       01 WS-MER-VAT               PIC 9(9)V9(2).
       01 WS-MER-EX-VAT            PIC S9(11)V9(2).

      *THE GL POSTING RECORD AND TRAILER IN THE SHARED 42-BYTE
      *GLPOST LAYOUT - ONE BALANCED PAIR PER VAT INVOICE.
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

      *STATEMENT PRINT LINES
       01 WS-STM-SEPARATOR         PIC X(80) VALUE ALL '='.
       01 WS-STM-RULE              PIC X(80) VALUE ALL '-'.

       01 WS-STM-HEADER.
          05 FILLER                PIC X(21)
                                   VALUE 'MERCHANT STATEMENT - '.
          05 WS-STM-HDR-MONTH      PIC 9(6).
          05 FILLER                PIC X(10) VALUE ' MERCHANT '.
          05 WS-STM-HDR-MERCH      PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-HDR-NAME       PIC X(20).
          05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-STM-ACCT-LINE.
          05 FILLER                PIC X(19)
                                   VALUE 'SETTLEMENT ACCOUNT '.
          05 WS-STM-ACCT           PIC X(8).
          05 FILLER                PIC X(53) VALUE SPACES.

       01 WS-STM-COL-HEAD.
          05 FILLER                PIC X(9) VALUE 'DATE     '.
          05 FILLER                PIC X(6) VALUE ' TXNS '.
          05 FILLER                PIC X(11) VALUE '     SALES '.
          05 FILLER                PIC X(10) VALUE '  CREDITS '.
          05 FILLER                PIC X(10) VALUE ' CHGBACKS '.
          05 FILLER                PIC X(12) VALUE '       NET  '.
          05 FILLER                PIC X(11) VALUE '     FEES  '.
          05 FILLER                PIC X(11) VALUE ' SVC CHRG  '.

       01 WS-STM-DAY-LINE.
          05 WS-STM-DAY-DATE       PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-TXNS       PIC ZZZZ9.
          05 WS-STM-DAY-TXNS-X REDEFINES WS-STM-DAY-TXNS
                                   PIC X(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-SALES      PIC ZZZZZZ9.99.
          05 WS-STM-DAY-SALES-X REDEFINES WS-STM-DAY-SALES
                                   PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-CREDITS    PIC ZZZZZ9.99.
          05 WS-STM-DAY-CREDITS-X REDEFINES WS-STM-DAY-CREDITS
                                   PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-CHGBKS     PIC ZZZZZ9.99.
          05 WS-STM-DAY-CHGBKS-X REDEFINES WS-STM-DAY-CHGBKS
                                   PIC X(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-NET        PIC ZZZZZZ9.99-.
          05 WS-STM-DAY-NET-X REDEFINES WS-STM-DAY-NET
                                   PIC X(11).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-FEES       PIC ZZZZZ9.99-.
          05 WS-STM-DAY-FEES-X REDEFINES WS-STM-DAY-FEES
                                   PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STM-DAY-SVC        PIC ZZZZZ9.99.
          05 WS-STM-DAY-SVC-X REDEFINES WS-STM-DAY-SVC
                                   PIC X(9).
          05 FILLER                PIC X(2) VALUE SPACES.

       01 WS-STM-TOTAL-LINE.
          05 WS-STM-TOT-LABEL      PIC X(22).
          05 WS-STM-TOT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(40) VALUE SPACES.

       01 WS-STM-COUNT-LINE.
          05 WS-STM-CNT-LABEL      PIC X(22).
          05 WS-STM-CNT-VALUE      PIC ZZZZZZZZ9.
          05 FILLER                PIC X(49) VALUE SPACES.

       01 WS-STM-SUBHEAD           PIC X(80).

       01 WS-STM-BREAK-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-STM-BRK-KEY        PIC X(4).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-STM-BRK-TXNS       PIC ZZZZZZZZ9.
          05 FILLER                PIC X(19)
                                   VALUE ' TRANSACTIONS, NET '.
          05 WS-STM-BRK-NET        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(22) VALUE SPACES.

       01 WS-STM-INV-HEADER.
          05 FILLER                PIC X(16)
                                   VALUE 'VAT INVOICE NO. '.
          05 WS-STM-INV-NO         PIC 9(8).
          05 FILLER                PIC X(15)
                                   VALUE '  INVOICE DATE '.
          05 WS-STM-INV-DATE       PIC 9(8).
          05 FILLER                PIC X(9) VALUE '  PERIOD '.
          05 WS-STM-INV-MONTH      PIC 9(6).
          05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-STM-VAT-LINE.
          05 FILLER                PIC X(7) VALUE 'VAT AT '.
          05 WS-STM-VAT-RATE       PIC ZZ9.99.
          05 FILLER                PIC X(9) VALUE '%......: '.
          05 WS-STM-VAT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(40) VALUE SPACES.

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
       01 WS-STATEMENTS            PIC 9(9) VALUE ZERO.
       01 WS-MERCH-UNKNOWN         PIC 9(9) VALUE ZERO.
       01 WS-INVOICES              PIC 9(9) VALUE ZERO.
       01 WS-NO-INVOICE            PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-CHARGES         PIC S9(11)V9(2) VALUE ZERO.
       01 WS-TOTAL-VAT             PIC 9(11)V9(2) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
      *DATASET AT END OF RUN, SO THE SCHEDULER AND THE COBIF09
      *WINDOW SUMMARY SEE THE RUN'S COUNTS AS DATA INSTEAD OF
      *RE-KEYING THEM OFF THE CONSOLE LOG. THE FOUR COUNT COLUMNS
      *ARE PROGRAM-SPECIFIC - SEE 1300-WRITE-RUN-CONTROL.
       01 WS-BATCHCTL-STATUS       PIC X(2).

       01 WS-BATCHCTL-FILE.
          05 WS-BCR-PREFIX         PIC X(3) VALUE 'BCR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-PROGRAM        PIC X(8) VALUE 'COBIF15 '.
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
           PERFORM 0300-BUILD-STATEMENTS THRU 0309-EXIT.
           PERFORM 0800-WRITE-GL-TRAILER THRU 0809-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1200-SAVE-INVOICE-CONTROL THRU 1209-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - TAKE THE MONTH TO STATE AND THE FIRST INVOICE
      *NUMBER, OPEN THE MONTH-TO-DATE FILE AND THE MERCHANT MASTER
      *FOR READING, THE BREAKDOWN WORK FILE EMPTY, AND THE
      *STATEMENTS AND GL POSTINGS.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-TAKE-STATEMENT-MONTH THRU 0119-EXIT.
           PERFORM 0120-TAKE-INVOICE-NUMBERS THRU 0129-EXIT.
           OPEN INPUT MTDACT-FILE.
           IF WS-MTDACT-STATUS NOT = '00'
              DISPLAY 'COBIF15 - MTDACT OPEN FAILED, FILE STATUS '
                 WS-MTDACT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MERCHMST-FILE.
           IF WS-MERCHMST-STATUS NOT = '00'
              DISPLAY 'COBIF15 - MERCHMST OPEN FAILED, FILE STATUS '
                 WS-MERCHMST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT STMWORK-FILE.
           IF WS-STMWORK-STATUS = '00'
              CLOSE STMWORK-FILE
              OPEN I-O STMWORK-FILE
           END-IF.
           IF WS-STMWORK-STATUS NOT = '00'
              DISPLAY 'COBIF15 - STMWORK OPEN FAILED, FILE STATUS '
                 WS-STMWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MSTMT-FILE.
           IF WS-MSTMT-STATUS NOT = '00'
              DISPLAY 'COBIF15 - MSTMT OPEN FAILED, FILE STATUS '
                 WS-MSTMT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GLPOSTVT-FILE.
           IF WS-GLPOSTVT-STATUS NOT = '00'
              DISPLAY 'COBIF15 - GLPOSTVT OPEN FAILED, FILE STATUS '
                 WS-GLPOSTVT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0109-EXIT.

      *THE MONTH IS THE RUN DATE'S UNLESS A STMTCTL CARD STATES
      *ANOTHER. NO STMTCTL DATASET, OR AN EMPTY ONE, MEANS THE
      *RUN DATE'S MONTH; A CARD THAT DOES NOT STATE A VALID MONTH
      *STOPS THE RUN RATHER THAN INVOICE THE WRONG PERIOD.
       0110-TAKE-STATEMENT-MONTH.
           MOVE WS-CURRENT-MONTH TO WS-STMT-MONTH.
           OPEN INPUT STMTCTL-FILE.
           IF WS-STMTCTL-STATUS = '35'
              GO TO 0119-EXIT
           END-IF.
           IF WS-STMTCTL-STATUS NOT = '00'
              DISPLAY 'COBIF15 - STMTCTL OPEN FAILED, FILE STATUS '
                 WS-STMTCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ STMTCTL-FILE
              AT END
                 CLOSE STMTCTL-FILE
                 GO TO 0119-EXIT
           END-READ.
           CLOSE STMTCTL-FILE.
           IF STC-FUNC NOT = 'MONTH   '
                 OR STC-MONTH IS NOT NUMERIC
              DISPLAY 'COBIF15 - STMTCTL CARD NOT RECOGNISED: '
                 STMTCTL-RECORD UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE STC-MONTH TO WS-STMT-MONTH.
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
                 OR WS-STMT-MONTH > WS-CURRENT-MONTH
              DISPLAY 'COBIF15 - STMTCTL MONTH ' STC-MONTH
                 ' IS NOT A VALID STATEMENT MONTH' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0119-EXIT.

      *THE FIRST INVOICE NUMBER FOR THE MONTH. A MONTH ALREADY
      *INVOICED IS A RERUN AND STARTS AGAIN FROM THE NUMBER ITS
      *FIRST RUN STARTED FROM; A NEW MONTH STARTS ONE ABOVE THE
      *LAST NUMBER ISSUED. A MONTH EARLIER THAN THE LAST ONE
      *INVOICED CANNOT BE REISSUED WITHOUT REUSING LATER NUMBERS,
      *SO THE RUN STOPS. INVCTL IS REWRITTEN AT END OF RUN.
       0120-TAKE-INVOICE-NUMBERS.
           MOVE ZERO TO INVCTL-LAST-INV.
           MOVE ZERO TO INVCTL-MONTH.
           MOVE ZERO TO INVCTL-FIRST-INV.
           OPEN INPUT INVCTL-FILE.
           IF WS-INVCTL-STATUS = '00'
              READ INVCTL-FILE
                 AT END
                    MOVE ZERO TO INVCTL-MONTH
              END-READ
              CLOSE INVCTL-FILE
           END-IF.
           MOVE INVCTL-LAST-INV TO WS-INV-PRIOR-LAST.
           IF INVCTL-MONTH > WS-STMT-MONTH
              DISPLAY 'COBIF15 - MONTH ' WS-STMT-MONTH
                 ' IS BEFORE THE LAST MONTH INVOICED ('
                 INVCTL-MONTH ')' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF INVCTL-MONTH = WS-STMT-MONTH
              MOVE INVCTL-FIRST-INV TO WS-INV-FIRST
              DISPLAY 'COBIF15 - RERUN FOR ' WS-STMT-MONTH
                 ', INVOICES REISSUED FROM NUMBER ' WS-INV-FIRST
                 UPON CNSL
           ELSE
              COMPUTE WS-INV-FIRST = INVCTL-LAST-INV + 1
           END-IF.
           MOVE WS-INV-FIRST TO WS-INV-NEXT.
       0129-EXIT.

      **************************************************************
      *ONE STATEMENT PER MERCHANT WITH ACTIVITY IN THE MONTH. THE
      *MONTH'S ROWS ARE READ IN KEY ORDER - MERCHANT, THEN DAY -
      *AHEAD OF THE MERCHANT BREAK.
      **************************************************************

       0300-BUILD-STATEMENTS.
           MOVE 'N' TO WS-MTD-EOF-SW.
           MOVE LOW-VALUES TO MTD-KEY.
           MOVE WS-STMT-MONTH TO MTD-MONTH.
           START MTDACT-FILE KEY IS NOT LESS THAN MTD-KEY
              INVALID KEY
                 SET END-OF-MTDACT TO TRUE
           END-START.
           IF NOT END-OF-MTDACT
              PERFORM 0310-READ-MTD-ROW THRU 0319-EXIT
           END-IF.
           PERFORM 0400-ONE-MERCHANT THRU 0409-EXIT
              UNTIL END-OF-MTDACT.
       0309-EXIT.

       0310-READ-MTD-ROW.
           READ MTDACT-FILE NEXT RECORD
              AT END
                 SET END-OF-MTDACT TO TRUE
                 GO TO 0319-EXIT
           END-READ.
           IF MTD-MONTH NOT = WS-STMT-MONTH
              SET END-OF-MTDACT TO TRUE
              GO TO 0319-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
       0319-EXIT.

      **************************************************************
      *ONE MERCHANT'S STATEMENT - HEADING, A LINE PER SETTLEMENT
      *DAY, THE MONTH'S TOTALS, THE BRAND AND COUNTRY BREAKDOWN
      *AND THE VAT INVOICE. A MERCHANT MISSING FROM THE MASTER
      *STILL GETS ITS STATEMENT AND INVOICE, WITH A WARNING, SO
      *THE CHARGES ARE NOT SILENTLY LEFT UNINVOICED.
      **************************************************************

       0400-ONE-MERCHANT.
           MOVE MTD-MERCH TO WS-THIS-MERCH.
           MOVE ZERO TO WS-MER-TXN-CNT.
           MOVE ZERO TO WS-MER-SALES.
           MOVE ZERO TO WS-MER-CREDITS.
           MOVE ZERO TO WS-MER-CHGBKS.
           MOVE ZERO TO WS-MER-NET.
           MOVE ZERO TO WS-MER-FEES.
           MOVE ZERO TO WS-MER-SVC.
           PERFORM 0500-LOOKUP-MERCHANT THRU 0509-EXIT.
           MOVE WS-STMT-MONTH TO WS-STM-HDR-MONTH.
           MOVE WS-THIS-MERCH TO WS-STM-HDR-MERCH.
           IF MERCH-ON-FILE
              MOVE MERCH-MST-NAME TO WS-STM-HDR-NAME
              MOVE MERCH-MST-SETTLE-ACCT TO WS-STM-ACCT
           ELSE
              ADD 1 TO WS-MERCH-UNKNOWN
              MOVE 'NOT ON MERCH MASTER ' TO WS-STM-HDR-NAME
              MOVE SPACES TO WS-STM-ACCT
              DISPLAY 'COBIF15 - MERCHANT ' WS-THIS-MERCH
                 ' HAS ACTIVITY BUT IS NOT ON MERCHMST' UPON CNSL
           END-IF.
           MOVE WS-STM-SEPARATOR TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE WS-STM-HEADER TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE WS-STM-ACCT-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE WS-STM-RULE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE WS-STM-COL-HEAD TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           PERFORM 0410-POST-ONE-ROW THRU 0419-EXIT
              UNTIL END-OF-MTDACT
                 OR MTD-MERCH NOT = WS-THIS-MERCH.
           PERFORM 0430-WRITE-TOTALS THRU 0439-EXIT.
           PERFORM 0440-WRITE-BREAKDOWN THRU 0449-EXIT.
           PERFORM 0450-WRITE-INVOICE THRU 0459-EXIT.
           ADD 1 TO WS-STATEMENTS.
       0409-EXIT.

      *A DAY-TOTAL ROW PRINTS AS THE DAY'S LINE AND ADDS TO THE
      *MONTH; A BRAND OR COUNTRY ROW ADDS TO THE BREAKDOWN.
       0410-POST-ONE-ROW.
           IF MTD-DAY-TOTAL
              PERFORM 0415-EDIT-DAY-LINE THRU 0415-EXIT
              MOVE WS-STM-DAY-LINE TO MSTMT-RECORD
              WRITE MSTMT-RECORD
              ADD MTD-TXN-CNT TO WS-MER-TXN-CNT
              ADD MTD-SALES-AMT TO WS-MER-SALES
              ADD MTD-CREDIT-AMT TO WS-MER-CREDITS
              ADD MTD-CHGBK-AMT TO WS-MER-CHGBKS
              ADD MTD-NET-AMT TO WS-MER-NET
              ADD MTD-FEE-AMT TO WS-MER-FEES
              ADD MTD-SVC-CHARGE TO WS-MER-SVC
           ELSE
              PERFORM 0420-ADD-TO-BREAKDOWN THRU 0429-EXIT
           END-IF.
           PERFORM 0310-READ-MTD-ROW THRU 0319-EXIT.
       0419-EXIT.

      *THE DAY LINE'S COLUMNS ARE NARROWER THAN THE MONTH-TO-DATE
      *FIELDS. A FIGURE THAT WILL NOT FIT PRINTS AS ASTERISKS, NEVER
      *WITH ITS HIGH-ORDER DIGITS CUT OFF.
       0415-EDIT-DAY-LINE.
           MOVE MTD-DATE TO WS-STM-DAY-DATE.
           IF MTD-TXN-CNT > 99999
              MOVE ALL '*' TO WS-STM-DAY-TXNS-X
           ELSE
              MOVE MTD-TXN-CNT TO WS-STM-DAY-TXNS
           END-IF.
           IF MTD-SALES-AMT > 9999999.99
              MOVE ALL '*' TO WS-STM-DAY-SALES-X
           ELSE
              MOVE MTD-SALES-AMT TO WS-STM-DAY-SALES
           END-IF.
           IF MTD-CREDIT-AMT > 999999.99
              MOVE ALL '*' TO WS-STM-DAY-CREDITS-X
           ELSE
              MOVE MTD-CREDIT-AMT TO WS-STM-DAY-CREDITS
           END-IF.
           IF MTD-CHGBK-AMT > 999999.99
              MOVE ALL '*' TO WS-STM-DAY-CHGBKS-X
           ELSE
              MOVE MTD-CHGBK-AMT TO WS-STM-DAY-CHGBKS
           END-IF.
           IF MTD-NET-AMT > 9999999.99
                 OR MTD-NET-AMT < -9999999.99
              MOVE ALL '*' TO WS-STM-DAY-NET-X
           ELSE
              MOVE MTD-NET-AMT TO WS-STM-DAY-NET
           END-IF.
           IF MTD-FEE-AMT > 999999.99
                 OR MTD-FEE-AMT < -999999.99
              MOVE ALL '*' TO WS-STM-DAY-FEES-X
           ELSE
              MOVE MTD-FEE-AMT TO WS-STM-DAY-FEES
           END-IF.
           IF MTD-SVC-CHARGE > 999999.99
              MOVE ALL '*' TO WS-STM-DAY-SVC-X
           ELSE
              MOVE MTD-SVC-CHARGE TO WS-STM-DAY-SVC
           END-IF.
       0415-EXIT.

       0420-ADD-TO-BREAKDOWN.
           MOVE 'N' TO WS-SWK-FOUND-SW.
           MOVE WS-THIS-MERCH TO SWK-MERCH.
           MOVE MTD-REC-TYPE TO SWK-TYPE.
           MOVE MTD-SUBKEY TO SWK-SUBKEY.
           READ STMWORK-FILE
              INVALID KEY
                 MOVE ZERO TO SWK-TXN-CNT
                 MOVE ZERO TO SWK-NET-AMT
              NOT INVALID KEY
                 SET SWK-ROW-FOUND TO TRUE
           END-READ.
           ADD MTD-TXN-CNT TO SWK-TXN-CNT.
           ADD MTD-NET-AMT TO SWK-NET-AMT.
           IF SWK-ROW-FOUND
              REWRITE STMWORK-RECORD
                 INVALID KEY
                    PERFORM 0490-STMWORK-FAILED THRU 0499-EXIT
              END-REWRITE
           ELSE
              WRITE STMWORK-RECORD
                 INVALID KEY
                    PERFORM 0490-STMWORK-FAILED THRU 0499-EXIT
              END-WRITE
           END-IF.
       0429-EXIT.

       0430-WRITE-TOTALS.
           MOVE WS-STM-RULE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'TRANSACTIONS........: ' TO WS-STM-CNT-LABEL.
           MOVE WS-MER-TXN-CNT TO WS-STM-CNT-VALUE.
           MOVE WS-STM-COUNT-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'SALES SETTLED.......: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-SALES TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'REFUNDS/REVERSALS...: ' TO WS-STM-TOT-LABEL.
           COMPUTE WS-STM-TOT-AMT = ZERO - WS-MER-CREDITS.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'CHARGEBACKS.........: ' TO WS-STM-TOT-LABEL.
           COMPUTE WS-STM-TOT-AMT = ZERO - WS-MER-CHGBKS.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'NET SETTLED.........: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-NET TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'PROCESSING FEES.....: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-FEES TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'SERVICE CHARGES.....: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-SVC TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
       0439-EXIT.

       0440-WRITE-BREAKDOWN.
           MOVE WS-STM-RULE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'TRANSACTIONS BY CARD BRAND' TO WS-STM-SUBHEAD.
           MOVE 'B' TO WS-SWK-WANT-TYPE.
           PERFORM 0460-LIST-BREAKDOWN THRU 0469-EXIT.
           MOVE 'TRANSACTIONS BY COUNTRY' TO WS-STM-SUBHEAD.
           MOVE 'C' TO WS-SWK-WANT-TYPE.
           PERFORM 0460-LIST-BREAKDOWN THRU 0469-EXIT.
       0449-EXIT.

      **************************************************************
      *THE VAT INVOICE FOR THE MONTH'S PROCESSING FEES AND SERVICE
      *CHARGES, AND THE GL PAIR MOVING ITS VAT FROM FEE INCOME TO
      *VAT PAYABLE. A MERCHANT WHOSE CREDITS HAVE RETURNED AS MUCH
      *IN FEES AS IT PAID HAS NOTHING TO INVOICE.
      **************************************************************

       0450-WRITE-INVOICE.
           MOVE WS-STM-RULE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           COMPUTE WS-MER-CHARGES = WS-MER-FEES + WS-MER-SVC.
           IF WS-MER-CHARGES NOT > ZERO
              MOVE 'NO CHARGES IN THE PERIOD - NO VAT INVOICE RAISED'
                 TO MSTMT-RECORD
              WRITE MSTMT-RECORD
              ADD 1 TO WS-NO-INVOICE
              GO TO 0459-EXIT
           END-IF.
           COMPUTE WS-MER-VAT ROUNDED =
              WS-MER-CHARGES * WS-VAT-RATE / (100 + WS-VAT-RATE).
           COMPUTE WS-MER-EX-VAT = WS-MER-CHARGES - WS-MER-VAT.
           MOVE WS-INV-NEXT TO WS-STM-INV-NO.
           MOVE WS-INV-NEXT TO WS-INV-LAST-USED.
           ADD 1 TO WS-INV-NEXT.
           MOVE WS-CURRENT-DATE TO WS-STM-INV-DATE.
           MOVE WS-STMT-MONTH TO WS-STM-INV-MONTH.
           MOVE WS-STM-INV-HEADER TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'PROCESSING FEES.....: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-FEES TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'SERVICE CHARGES.....: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-SVC TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'CHARGES NET OF VAT..: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-EX-VAT TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE WS-VAT-RATE TO WS-STM-VAT-RATE.
           MOVE WS-MER-VAT TO WS-STM-VAT-AMT.
           MOVE WS-STM-VAT-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'TOTAL INCL. VAT.....: ' TO WS-STM-TOT-LABEL.
           MOVE WS-MER-CHARGES TO WS-STM-TOT-AMT.
           MOVE WS-STM-TOTAL-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'ALREADY WITHHELD FROM SETTLEMENT - NOTHING TO PAY'
              TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           ADD 1 TO WS-INVOICES.
           ADD WS-MER-CHARGES TO WS-TOTAL-CHARGES.
           ADD WS-MER-VAT TO WS-TOTAL-VAT.
           IF WS-MER-VAT > ZERO
              PERFORM 0480-WRITE-GL-PAIR THRU 0489-EXIT
           END-IF.
       0459-EXIT.

      *ONE BREAKDOWN SECTION - THE MERCHANT'S STMWORK ROWS OF THE
      *WANTED TYPE, IN BRAND OR COUNTRY ORDER.
       0460-LIST-BREAKDOWN.
           MOVE WS-STM-SUBHEAD TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
           MOVE 'N' TO WS-SWK-EOF-SW.
           MOVE WS-THIS-MERCH TO SWK-MERCH.
           MOVE WS-SWK-WANT-TYPE TO SWK-TYPE.
           MOVE LOW-VALUES TO SWK-SUBKEY.
           START STMWORK-FILE KEY IS NOT LESS THAN SWK-KEY
              INVALID KEY
                 SET END-OF-STMWORK TO TRUE
           END-START.
           PERFORM 0470-LIST-ONE-BREAKDOWN THRU 0479-EXIT
              UNTIL END-OF-STMWORK.
       0469-EXIT.

       0470-LIST-ONE-BREAKDOWN.
           READ STMWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-STMWORK TO TRUE
                 GO TO 0479-EXIT
           END-READ.
           IF SWK-MERCH NOT = WS-THIS-MERCH
                 OR SWK-TYPE NOT = WS-SWK-WANT-TYPE
              SET END-OF-STMWORK TO TRUE
              GO TO 0479-EXIT
           END-IF.
           MOVE SWK-SUBKEY TO WS-STM-BRK-KEY.
           MOVE SWK-TXN-CNT TO WS-STM-BRK-TXNS.
           MOVE SWK-NET-AMT TO WS-STM-BRK-NET.
           MOVE WS-STM-BREAK-LINE TO MSTMT-RECORD.
           WRITE MSTMT-RECORD.
       0479-EXIT.

       0480-WRITE-GL-PAIR.
           MOVE WS-FEE-INCOME-ACCT TO WS-GLP-ACCT.
           MOVE 'DR' TO WS-GLP-DRCR.
           MOVE WS-MER-VAT TO WS-GLP-AMT.
           MOVE SPACES TO WS-GLP-CTRY.
           MOVE SPACES TO WS-GLP-BRAND.
           MOVE WS-THIS-MERCH TO WS-GLP-MERCH.
           MOVE WS-GLPOST-FILE TO GLPOSTVT-RECORD.
           WRITE GLPOSTVT-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-MER-VAT TO WS-GL-DR-TOTAL.
           MOVE WS-VAT-PAYABLE-ACCT TO WS-GLP-ACCT.
           MOVE 'CR' TO WS-GLP-DRCR.
           MOVE WS-GLPOST-FILE TO GLPOSTVT-RECORD.
           WRITE GLPOSTVT-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-MER-VAT TO WS-GL-CR-TOTAL.
       0489-EXIT.

      *A BREAKDOWN ROW THAT CANNOT BE RECORDED WOULD LEAVE THE
      *STATEMENT SHORT - THE RUN STOPS.
       0490-STMWORK-FAILED.
           DISPLAY 'COBIF15 - STMWORK UPDATE FAILED FOR MERCHANT '
              WS-THIS-MERCH ', FILE STATUS ' WS-STMWORK-STATUS
              UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0499-EXIT.

       0500-LOOKUP-MERCHANT.
           MOVE 'N' TO WS-MERCH-ON-FILE-SW.
           MOVE WS-THIS-MERCH TO MERCH-MST-ID.
           READ MERCHMST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MERCH-ON-FILE TO TRUE
           END-READ.
       0509-EXIT.

      **************************************************************
      *CLOSE OFF THE GL POSTINGS WITH THE COUNT AND THE DEBIT AND
      *CREDIT TOTALS.
      **************************************************************

       0800-WRITE-GL-TRAILER.
           MOVE WS-GL-COUNT TO WS-GLT-COUNT.
           MOVE WS-GL-DR-TOTAL TO WS-GLT-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO WS-GLT-CR-TOTAL.
           MOVE WS-GL-TRAILER TO GLPOSTVT-RECORD.
           WRITE GLPOSTVT-RECORD.
       0809-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************

       1100-CONTROL-TOTALS.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF15 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'STATEMENT MONTH..............: ' WS-STMT-MONTH
              UPON CNSL.
           DISPLAY 'MONTH-TO-DATE ROWS READ......: ' WS-ROWS-READ
              UPON CNSL.
           DISPLAY 'STATEMENTS WRITTEN...........: ' WS-STATEMENTS
              UPON CNSL.
           DISPLAY '   NOT ON MERCHANT MASTER...: '
              WS-MERCH-UNKNOWN UPON CNSL.
           DISPLAY 'VAT INVOICES RAISED..........: ' WS-INVOICES
              UPON CNSL.
           IF WS-INVOICES > ZERO
              DISPLAY '   NUMBERS..................: ' WS-INV-FIRST
                 ' TO ' WS-INV-LAST-USED UPON CNSL
           END-IF.
           DISPLAY 'NO CHARGES, NO INVOICE.......: ' WS-NO-INVOICE
              UPON CNSL.
           DISPLAY 'TOTAL CHARGES INVOICED.......: '
              WS-TOTAL-CHARGES UPON CNSL.
           DISPLAY 'TOTAL VAT TO VAT PAYABLE.....: ' WS-TOTAL-VAT
              UPON CNSL.
           DISPLAY 'GL POSTINGS WRITTEN..........: ' WS-GL-COUNT
              UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.

      **************************************************************
      *RECORD THE INVOICE NUMBERS USED. THE LAST NUMBER ISSUED
      *NEVER GOES BACKWARDS - A RERUN THAT RAISES FEWER INVOICES
      *THAN ITS FIRST RUN LEAVES THE HIGHER NUMBER IN PLACE.
      **************************************************************

       1200-SAVE-INVOICE-CONTROL.
           IF WS-INV-LAST-USED > WS-INV-PRIOR-LAST
              MOVE WS-INV-LAST-USED TO INVCTL-LAST-INV
           ELSE
              MOVE WS-INV-PRIOR-LAST TO INVCTL-LAST-INV
           END-IF.
           MOVE WS-STMT-MONTH TO INVCTL-MONTH.
           MOVE WS-INV-FIRST TO INVCTL-FIRST-INV.
           OPEN OUTPUT INVCTL-FILE.
           IF WS-INVCTL-STATUS NOT = '00'
              DISPLAY 'COBIF15 - INVCTL OPEN FAILED, FILE STATUS '
                 WS-INVCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE INVCTL-RECORD.
           CLOSE INVCTL-FILE.
       1209-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: MONTH-TO-DATE ROWS READ / STATEMENTS /
      *INVOICES RAISED / NOT ON MASTER.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF15 - BATCHCTL OPEN FAILED, FILE '
                 'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-ROWS-READ TO WS-BCR-CNT1.
           MOVE WS-STATEMENTS TO WS-BCR-CNT2.
           MOVE WS-INVOICES TO WS-BCR-CNT3.
           MOVE WS-MERCH-UNKNOWN TO WS-BCR-CNT4.
           MOVE 'OK  ' TO WS-BCR-STATUS.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1309-EXIT.

       9000-TERMINATE.
           CLOSE MTDACT-FILE.
           CLOSE MERCHMST-FILE.
           CLOSE STMWORK-FILE.
           CLOSE MSTMT-FILE.
           CLOSE GLPOSTVT-FILE.
       9009-EXIT.
