       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF14.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - TRANSACTION HISTORY
      *                  INQUIRY FOR CUSTOMER SERVICE. READS INQUIRY
      *                  CARDS FROM INQCARD - BY CARD NUMBER, BY
      *                  MERCHANT OR BY DATE RANGE, EACH WITH AN
      *                  OPTIONAL FROM AND TO DATE - AND PRINTS
      *                  EVERY MATCHING TXNHIST ROW THE COBIF13
      *                  ARCHIVE HOLDS TO INQRPT WITH ITS OUTCOME,
      *                  REASON, RATE, FEE AND NET. READ-ONLY AND
      *                  RUN ON REQUEST, OUTSIDE THE BATCH WINDOW.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQCARD-FILE ASSIGN TO 'INQCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQCARD-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO 'TXNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-MERCH-KEY
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS HST-ARCH-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-TXNHIST-STATUS.
           SELECT INQRPT-FILE ASSIGN TO 'INQRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *ONE INQUIRY PER CARD. CARD TAKES A CARD NUMBER, MERCHANT A
      *MERCHANT NUMBER IN THE FIRST FOUR BYTES OF THE KEY, DATES NO
      *KEY. A BLANK FROM DATE MEANS FROM THE START OF THE ARCHIVE, A
      *BLANK TO DATE MEANS TO ITS END; A DATES INQUIRY NEEDS AT
      *LEAST ONE OF THEM.
       FD  INQCARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQ-CARD.
           05 INQ-FUNC                 PIC X(8).
           05 INQ-KEY                  PIC X(7).
           05 FILLER                   PIC X(1).
           05 INQ-FROM-DATE            PIC X(8).
           05 FILLER                   PIC X(1).
           05 INQ-TO-DATE              PIC X(8).
           05 FILLER                   PIC X(47).

      *THE TRANSACTION HISTORY IN COBIF13'S LAYOUT - SEE COBIF13
      *FOR THE KEYS AND THE DISPOSITION CODES.
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

       FD  INQRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQRPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INQCARD-STATUS        PIC X(2).
       01 WS-TXNHIST-STATUS        PIC X(2).
       01 WS-INQRPT-STATUS         PIC X(2).

       01 WS-INQ-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-INQ-FILE       VALUE 'Y'.
       01 WS-SCAN-SW               PIC X(1) VALUE 'N'.
          88 SCAN-ENDED            VALUE 'Y'.
       01 WS-INQ-VALID-SW          PIC X(1) VALUE 'N'.
          88 INQ-VALID             VALUE 'Y'.

      *THE INQUIRY IN HAND - WHICH KIND, ITS KEY AND ITS DATE RANGE.
       01 WS-INQ-TYPE              PIC X(1).
          88 INQ-BY-CARD           VALUE 'C'.
          88 INQ-BY-MERCH          VALUE 'M'.
          88 INQ-BY-DATE           VALUE 'D'.
       01 WS-INQ-CARDNO            PIC X(7).
       01 WS-INQ-MERCH             PIC X(4).
       01 WS-INQ-FROM              PIC 9(8).
       01 WS-INQ-TO                PIC 9(8).
       01 WS-INQ-MATCHES           PIC 9(7).

       01 WS-CURRENT-DATE          PIC 9(8).

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-CARDS-READ            PIC 9(9) VALUE ZERO.
       01 WS-CARDS-ANSWERED        PIC 9(9) VALUE ZERO.
       01 WS-CARDS-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-ROWS-LISTED           PIC 9(9) VALUE ZERO.

      *INQUIRY REPORT PRINT LINES - EACH TRANSACTION TAKES TWO
      *LINES, THE SECOND CARRYING THE PRICING.
       01 WS-RPT-SEPARATOR         PIC X(80) VALUE ALL '='.

       01 WS-RPT-TITLE.
          05 FILLER                PIC X(34)
             VALUE 'TRANSACTION HISTORY INQUIRY - '.
          05 WS-RPT-TITLE-DATE     PIC 9(8).
          05 FILLER                PIC X(38) VALUE SPACES.

       01 WS-RPT-INQUIRY.
          05 FILLER                PIC X(9) VALUE 'INQUIRY: '.
          05 WS-RPT-INQ-FUNC       PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-INQ-KEY        PIC X(7).
          05 FILLER                PIC X(6) VALUE ' FROM '.
          05 WS-RPT-INQ-FROM       PIC 9(8).
          05 FILLER                PIC X(4) VALUE ' TO '.
          05 WS-RPT-INQ-TO         PIC 9(8).
          05 FILLER                PIC X(29) VALUE SPACES.

       01 WS-RPT-HEADING.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE 'DATE'.
          05 FILLER                PIC X(8) VALUE 'CARD'.
          05 FILLER                PIC X(5) VALUE 'MRCH'.
          05 FILLER                PIC X(9) VALUE 'TYPE'.
          05 FILLER                PIC X(4) VALUE 'CCY'.
          05 FILLER                PIC X(11) VALUE '    AMOUNT'.
          05 FILLER                PIC X(11) VALUE 'OUTCOME'.
          05 FILLER                PIC X(21) VALUE 'REASON'.

       01 WS-RPT-DETAIL.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RPT-DATE           PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-TYPE           PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-CCY            PIC X(3).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-AMNT           PIC ZZZZZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-OUTCOME        PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-REASON         PIC X(15).
          05 FILLER                PIC X(6) VALUE SPACES.

       01 WS-RPT-PRICING.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE 'RATE '.
          05 WS-RPT-RATE           PIC ZZ9.99999.
          05 FILLER                PIC X(6) VALUE '  FEE '.
          05 WS-RPT-FEE            PIC ZZZZZZ9.99.
          05 FILLER                PIC X(6) VALUE '  NET '.
          05 WS-RPT-NET            PIC ZZZZZZ9.99.
          05 FILLER                PIC X(7) VALUE '  CTRY '.
          05 WS-RPT-CTRY           PIC X(3).
          05 FILLER                PIC X(6) VALUE '  SRC '.
          05 WS-RPT-SOURCE         PIC X(1).
          05 FILLER                PIC X(5) VALUE SPACES.

       01 WS-RPT-MATCHES.
          05 FILLER                PIC X(21)
             VALUE 'TRANSACTIONS FOUND: '.
          05 WS-RPT-MATCH-COUNT    PIC ZZZZZZ9.
          05 FILLER                PIC X(52) VALUE SPACES.

       01 WS-RPT-REFUSED.
          05 FILLER                PIC X(20)
             VALUE 'INQUIRY REFUSED: '.
          05 WS-RPT-REFUSED-CARD   PIC X(40).
          05 FILLER                PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE THRU 0109-EXIT.
           PERFORM 0300-PROCESS-INQUIRY THRU 0309-EXIT
               UNTIL END-OF-INQ-FILE.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE INQUIRY CARDS, THE HISTORY FOR READING
      *AND THE REPORT.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INQCARD-FILE.
           IF WS-INQCARD-STATUS NOT = '00'
              DISPLAY 'COBIF14 - INQCARD OPEN FAILED, FILE STATUS '
                 WS-INQCARD-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT TXNHIST-FILE.
           IF WS-TXNHIST-STATUS NOT = '00'
              DISPLAY 'COBIF14 - TXNHIST OPEN FAILED, FILE STATUS '
                 WS-TXNHIST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT INQRPT-FILE.
           IF WS-INQRPT-STATUS NOT = '00'
              DISPLAY 'COBIF14 - INQRPT OPEN FAILED, FILE STATUS '
                 WS-INQRPT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RPT-SEPARATOR TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           PERFORM 0200-READ-CARD THRU 0209-EXIT.
       0109-EXIT.

       0200-READ-CARD.
           READ INQCARD-FILE
              AT END
                 SET END-OF-INQ-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-CARDS-READ
           END-READ.
       0209-EXIT.

      **************************************************************
      *ANSWER ONE INQUIRY CARD. A CARD THAT FAILS VALIDATION IS
      *PRINTED AS REFUSED WITH A CONSOLE LINE.
      **************************************************************

       0300-PROCESS-INQUIRY.
           PERFORM 0310-VALIDATE-INQUIRY THRU 0319-EXIT.
           MOVE WS-RPT-SEPARATOR TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           IF INQ-VALID
              PERFORM 0320-ANSWER-INQUIRY THRU 0329-EXIT
           ELSE
              PERFORM 0390-REFUSE-INQUIRY THRU 0399-EXIT
           END-IF.
           PERFORM 0200-READ-CARD THRU 0209-EXIT.
       0309-EXIT.

      *A CARD OR MERCHANT INQUIRY NEEDS ITS KEY; DATES MUST BE
      *NUMERIC WHEN GIVEN AND IN ORDER.
       0310-VALIDATE-INQUIRY.
           MOVE 'N' TO WS-INQ-VALID-SW.
           EVALUATE INQ-FUNC
              WHEN 'CARD    '
                 SET INQ-BY-CARD TO TRUE
                 IF INQ-KEY = SPACES
                    GO TO 0319-EXIT
                 END-IF
                 MOVE INQ-KEY TO WS-INQ-CARDNO
              WHEN 'MERCHANT'
                 SET INQ-BY-MERCH TO TRUE
                 IF INQ-KEY(1:4) = SPACES
                       OR INQ-KEY(5:3) NOT = SPACES
                    GO TO 0319-EXIT
                 END-IF
                 MOVE INQ-KEY(1:4) TO WS-INQ-MERCH
              WHEN 'DATES   '
                 SET INQ-BY-DATE TO TRUE
                 IF INQ-FROM-DATE = SPACES
                       AND INQ-TO-DATE = SPACES
                    GO TO 0319-EXIT
                 END-IF
              WHEN OTHER
                 GO TO 0319-EXIT
           END-EVALUATE.
           IF INQ-FROM-DATE = SPACES
              MOVE ZERO TO WS-INQ-FROM
           ELSE
              IF INQ-FROM-DATE IS NOT NUMERIC
                 GO TO 0319-EXIT
              END-IF
              MOVE INQ-FROM-DATE TO WS-INQ-FROM
           END-IF.
           IF INQ-TO-DATE = SPACES
              MOVE 99999999 TO WS-INQ-TO
           ELSE
              IF INQ-TO-DATE IS NOT NUMERIC
                 GO TO 0319-EXIT
              END-IF
              MOVE INQ-TO-DATE TO WS-INQ-TO
           END-IF.
           IF WS-INQ-FROM > WS-INQ-TO
              GO TO 0319-EXIT
           END-IF.
           SET INQ-VALID TO TRUE.
       0319-EXIT.

       0320-ANSWER-INQUIRY.
           ADD 1 TO WS-CARDS-ANSWERED.
           MOVE INQ-FUNC TO WS-RPT-INQ-FUNC.
           MOVE INQ-KEY TO WS-RPT-INQ-KEY.
           MOVE WS-INQ-FROM TO WS-RPT-INQ-FROM.
           MOVE WS-INQ-TO TO WS-RPT-INQ-TO.
           MOVE WS-RPT-INQUIRY TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE WS-RPT-HEADING TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE ZERO TO WS-INQ-MATCHES.
           EVALUATE TRUE
              WHEN INQ-BY-CARD
                 PERFORM 0400-INQUIRE-BY-CARD THRU 0409-EXIT
              WHEN INQ-BY-MERCH
                 PERFORM 0500-INQUIRE-BY-MERCH THRU 0509-EXIT
              WHEN INQ-BY-DATE
                 PERFORM 0600-INQUIRE-BY-DATE THRU 0609-EXIT
           END-EVALUATE.
           MOVE WS-INQ-MATCHES TO WS-RPT-MATCH-COUNT.
           MOVE WS-RPT-MATCHES TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
       0329-EXIT.

       0390-REFUSE-INQUIRY.
           ADD 1 TO WS-CARDS-REFUSED.
           DISPLAY 'COBIF14 - CARD REFUSED: ' INQ-CARD UPON CNSL.
           MOVE INQ-CARD TO WS-RPT-REFUSED-CARD.
           MOVE WS-RPT-REFUSED TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
       0399-EXIT.

      **************************************************************
      *BY CARD - THE PRIMARY KEY LEADS WITH THE CARD NUMBER AND
      *DATE, SO THE CARD'S ROWS IN RANGE READ IN DATE ORDER.
      **************************************************************

       0400-INQUIRE-BY-CARD.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE WS-INQ-CARDNO TO HST-CARDNO.
           MOVE WS-INQ-FROM TO HST-DATE.
           MOVE ZERO TO HST-JRNL-SEQ.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-KEY
              INVALID KEY
                 GO TO 0409-EXIT
           END-START.
           PERFORM 0410-NEXT-BY-CARD THRU 0419-EXIT
              UNTIL SCAN-ENDED.
       0409-EXIT.

       0410-NEXT-BY-CARD.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET SCAN-ENDED TO TRUE
                 GO TO 0419-EXIT
           END-READ.
           IF HST-CARDNO NOT = WS-INQ-CARDNO
                 OR HST-DATE > WS-INQ-TO
              SET SCAN-ENDED TO TRUE
              GO TO 0419-EXIT
           END-IF.
           PERFORM 0700-PRINT-HISTORY THRU 0709-EXIT.
       0419-EXIT.

      **************************************************************
      *BY MERCHANT - UP THE MERCHANT KEY (MERCHANT AND DATE).
      **************************************************************

       0500-INQUIRE-BY-MERCH.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE WS-INQ-MERCH TO HST-MERCH.
           MOVE WS-INQ-FROM TO HST-MERCH-DATE.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-MERCH-KEY
              INVALID KEY
                 GO TO 0509-EXIT
           END-START.
           PERFORM 0510-NEXT-BY-MERCH THRU 0519-EXIT
              UNTIL SCAN-ENDED.
       0509-EXIT.

       0510-NEXT-BY-MERCH.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET SCAN-ENDED TO TRUE
                 GO TO 0519-EXIT
           END-READ.
           IF HST-MERCH NOT = WS-INQ-MERCH
                 OR HST-MERCH-DATE > WS-INQ-TO
              SET SCAN-ENDED TO TRUE
              GO TO 0519-EXIT
           END-IF.
           PERFORM 0700-PRINT-HISTORY THRU 0709-EXIT.
       0519-EXIT.

      **************************************************************
      *BY DATE RANGE - UP THE ARCHIVE DATE KEY.
      **************************************************************

       0600-INQUIRE-BY-DATE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE WS-INQ-FROM TO HST-ARCH-DATE.
           START TXNHIST-FILE KEY IS NOT LESS THAN HST-ARCH-DATE
              INVALID KEY
                 GO TO 0609-EXIT
           END-START.
           PERFORM 0610-NEXT-BY-DATE THRU 0619-EXIT
              UNTIL SCAN-ENDED.
       0609-EXIT.

       0610-NEXT-BY-DATE.
           READ TXNHIST-FILE NEXT RECORD
              AT END
                 SET SCAN-ENDED TO TRUE
                 GO TO 0619-EXIT
           END-READ.
           IF HST-ARCH-DATE > WS-INQ-TO
              SET SCAN-ENDED TO TRUE
              GO TO 0619-EXIT
           END-IF.
           PERFORM 0700-PRINT-HISTORY THRU 0709-EXIT.
       0619-EXIT.

      **************************************************************
      *PRINT ONE HISTORY ROW - THE TRANSACTION AND ITS OUTCOME, THEN
      *ITS PRICING.
      **************************************************************

       0700-PRINT-HISTORY.
           ADD 1 TO WS-INQ-MATCHES.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE HST-DATE TO WS-RPT-DATE.
           MOVE HST-CARDNO TO WS-RPT-CARDNO.
           MOVE HST-MERCH TO WS-RPT-MERCH.
           EVALUATE HST-TXN-TYPE
              WHEN 'R'
                 MOVE 'REFUND' TO WS-RPT-TYPE
              WHEN 'V'
                 MOVE 'REVERSAL' TO WS-RPT-TYPE
              WHEN OTHER
                 MOVE 'SALE' TO WS-RPT-TYPE
           END-EVALUATE.
           MOVE HST-CCY TO WS-RPT-CCY.
           MOVE HST-AMNT TO WS-RPT-AMNT.
           EVALUATE TRUE
              WHEN HST-SETTLED
                 MOVE 'SETTLED' TO WS-RPT-OUTCOME
              WHEN HST-REJECTED
                 MOVE 'REJECTED' TO WS-RPT-OUTCOME
              WHEN HST-SUSPENDED
                 MOVE 'SUSPENSE' TO WS-RPT-OUTCOME
              WHEN HST-DUPLICATE
                 MOVE 'DUPLICATE' TO WS-RPT-OUTCOME
              WHEN OTHER
                 MOVE 'UNRESOLVED' TO WS-RPT-OUTCOME
           END-EVALUATE.
           MOVE HST-REASON TO WS-RPT-REASON.
           MOVE WS-RPT-DETAIL TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE HST-RATE TO WS-RPT-RATE.
           MOVE HST-FEE TO WS-RPT-FEE.
           MOVE HST-NET TO WS-RPT-NET.
           MOVE HST-CTRY TO WS-RPT-CTRY.
           MOVE HST-SETL-SOURCE TO WS-RPT-SOURCE.
           MOVE WS-RPT-PRICING TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
       0709-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************

       1100-CONTROL-TOTALS.
           MOVE WS-RPT-SEPARATOR TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF14 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'INQUIRY CARDS READ...........: ' WS-CARDS-READ
              UPON CNSL.
           DISPLAY 'INQUIRIES ANSWERED...........: '
              WS-CARDS-ANSWERED UPON CNSL.
           DISPLAY 'CARDS REFUSED................: '
              WS-CARDS-REFUSED UPON CNSL.
           DISPLAY 'TRANSACTIONS LISTED..........: ' WS-ROWS-LISTED
              UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.

       9000-TERMINATE.
           CLOSE INQCARD-FILE.
           CLOSE TXNHIST-FILE.
           CLOSE INQRPT-FILE.
       9009-EXIT.
