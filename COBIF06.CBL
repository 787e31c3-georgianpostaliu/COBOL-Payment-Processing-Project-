      *                  DATE, FILE SEQUENCE, COUNTS, COMPLETION
      *                  STATUS) TO THE SHARED BATCHCTL DATASET AT
      *                  END OF RUN, FOR THE COBIF09 WINDOW SUMMARY.
      * 10/15/2026  RJ   REFUNDS AND REVERSALS ON THE EXTRACT (TYPE
      *                  'R' OR 'V') NOW NET OFF THE MERCHANT'S
      *                  SETTLED AMOUNT. THE ADVICE LISTS THEM
      *                  MARKED AS CREDITS, SHOWS SALES AND CREDITS
      *                  ABOVE THE NET SETTLED LINE, AND THE TOTALS
      *                  CARRY A SIGN. A REVERSAL'S FEE COMES OFF
      *                  THE FEES WITHHELD.
      * 10/15/2026  RJ   CHARGEBACK DEBITS FROM COBIF10 (CBKDEBIT,
      *                  SETTLEMENT EXTRACT LAYOUT, TYPE 'C') NET
      *                  OFF THE MERCHANT'S SETTLED AMOUNT AND ARE
      *                  LISTED ON THE ADVICE UNDER THE DAY'S
      *                  EXTRACT ITEMS, WITH THEIR OWN TOTAL LINE.
      * 10/15/2026  RJ   MERCHMST IS NOW INDEXED BY MERCHANT AND
      *                  MAINTAINED BY COBIF11; EACH ACTIVE
      *                  MERCHANT IS READ BY KEY WHEN ITS ADVICE IS
      *                  WRITTEN INSTEAD OF LOADING THE WHOLE MASTER
      *                  INTO A 100-ENTRY TABLE. A SUSPENDED OR
      *                  CLOSED MERCHANT WITH ACTIVITY IS NOTED ON
      *                  THE CONSOLE.
      * 10/15/2026  RJ   PAYMENT INSTRUCTIONS FOR THE BANK. EACH
      *                  MERCHANT PAID TODAY GETS A DETAIL RECORD
      *                  ON PAYINSTR (SETTLEMENT ACCOUNT AND AMOUNT)
      *                  BETWEEN A DATED HEADER AND A COUNT/AMOUNT
      *                  TRAILER. THE DAY'S NET PAYABLE IS ADDED TO
      *                  THE BALANCE BROUGHT FORWARD ON THE NEW
      *                  MERCHANT BALANCE FILE (MERCHBAL); A NEGATIVE
      *                  RESULT IS CARRIED FORWARD, ONE BELOW THE
      *                  MERCHANT'S MINIMUM PAYOUT (OR FOR A
      *                  SUSPENDED OR UNKNOWN MERCHANT) IS HELD, AND
      *                  THE REST IS PAID. A CLOSED MERCHANT IS PAID
      *                  WHATEVER THE MINIMUM. THE ADVICE SHOWS THE
      *                  AMOUNT BROUGHT FORWARD AND WHAT WAS PAID,
      *                  HELD OR CARRIED. A HELD BALANCE FOR A
      *                  MERCHANT WITH NO ACTIVITY TODAY IS PAID BY
      *                  A CLOSING SWEEP OF MERCHBAL ONCE IT IS
      *                  PAYABLE. MERCHBAL KEEPS THE BALANCE EACH
      *                  RUN STARTED FROM, SO A RERUN FOR THE SAME
      *                  DAY STARTS FROM THE SAME POINT.
      * 10/15/2026  RJ   PER-MERCHANT ACTIVITY IS ACCUMULATED ON A
      *                  KEYED WORK FILE (ACTWORK) INSTEAD OF A
      *                  100-ENTRY TABLE, SO EVERY MERCHANT WITH
      *                  ACTIVITY IS REMITTED WHATEVER THE VOLUME.
      *                  ACTWORK IS REBUILT FROM THE EXTRACT EACH RUN.
      * 10/15/2026  RJ   EACH DAY'S SETTLEMENT IS ADDED TO THE NEW
      *                  MONTH-TO-DATE MERCHANT ACTIVITY FILE (MTDACT)
      *                  THE COBIF15 MONTH-END STATEMENT IS BUILT
      *                  FROM: A DAY-TOTAL ROW PER MERCHANT (WITH THE
      *                  SERVICE CHARGE) AND A ROW PER CARD BRAND AND
      *                  PER COUNTRY. A RERUN FOR THE SAME DAY
      *                  REPLACES THAT DAY'S ROWS. ROWS OLDER THAN
      *                  THE PREVIOUS MONTH ARE PURGED.
      * 10/15/2026  RJ   REFUSES TO START UNLESS COBIF03 HAS
      *                  COMPLETED OK FOR THE RUN DATE ON BATCHCTL,
      *                  AND WRITES A START RECORD THERE BEFORE ANY
      *                  OUTPUT - 'STRT', OR 'RSTR' WHEN ITS OWN
      *                  LATEST RECORD FOR THE DAY IS A START WITH NO
      *                  COMPLETION AFTER IT. A RESTART REBUILDS THE
      *                  ADVICES AND PAYMENT INSTRUCTIONS IN FULL
      *                  (BOTH ARE REWRITTEN EACH RUN, AND MERCHBAL
      *                  AND MTDACT ALREADY REPLACE A RERUN DAY).
      *                  REMITADV NOW CLOSES WITH AN END-OF-ADVICES
      *                  LINE - AN ADVICE DATASET WITHOUT IT IS
      *                  INCOMPLETE.
      * 10/15/2026  RJ   CBKDEBIT IS TAKEN ONLY WHEN COBIF10 HAS
      *                  COMPLETED OK FOR THE RUN DATE ON BATCHCTL -
      *                  ON A DAY IT DID NOT RUN, THE LAST DAY'S
      *                  DEBITS ARE NOT NETTED A SECOND TIME - AND A
      *                  MISSING CBKDEBIT MEANS NO CHARGEBACKS.
      *                  NETWORK-REFUSED ITEMS UNWOUND BY COBIF12
      *                  (NETADJ, TYPE 'N' A REFUSED SALE TAKEN BACK
      *                  AS A REVERSAL IS, 'M' A REFUSED CREDIT GIVEN
      *                  BACK AS A SALE IS) ARE NETTED OFF AND LISTED
      *                  LIKE THE CHARGEBACKS. EACH IS STAMPED WITH
      *                  THE RUN DATE THAT TOOK IT, SO A RERUN OF THE
      *                  DAY TAKES IT AGAIN AND A LATER DAY DOES NOT;
      *                  ROWS TAKEN ON AN EARLIER DAY ARE REMOVED.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SETTLE-FILE ASSIGN TO 'SETLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT CBKDEBIT-FILE ASSIGN TO 'CBKDEBIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBKDEBIT-STATUS.
           SELECT NETADJ-FILE ASSIGN TO 'NETADJ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NADJ-KEY
               FILE STATUS IS WS-NETADJ-STATUS.
           SELECT MERCHMST-FILE ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MERCH-MST-ID
               FILE STATUS IS WS-MERCHMST-STATUS.
           SELECT MERCHBAL-FILE ASSIGN TO 'MERCHBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBAL-MERCH
               FILE STATUS IS WS-MERCHBAL-STATUS.
           SELECT ACTWORK-FILE ASSIGN TO 'ACTWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTW-MERCH
               FILE STATUS IS WS-ACTWORK-STATUS.
           SELECT MTDACT-FILE ASSIGN TO 'MTDACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTD-KEY
               FILE STATUS IS WS-MTDACT-STATUS.
           SELECT PAYINSTR-FILE ASSIGN TO 'PAYINSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYINSTR-STATUS.
           SELECT REMIT-FILE ASSIGN TO 'REMITADV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
       FILE SECTION.
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

       FD  CBKDEBIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CBKDEBIT-RECORD             PIC X(74).

      *COBIF12'S UNWIND OF EACH NETWORK-REFUSED ITEM, KEYED BY
      *NETWORK, CLEARING FILE AND ITEM. THE ADJUSTMENT IS IN THE
      *SETTLEMENT EXTRACT LAYOUT; THE DATE TAKEN IS THE RUN DATE
      *THAT NETTED IT OFF AN ADVICE (ZERO UNTIL THEN).
       FD  NETADJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  NETADJ-RECORD.
           05 NADJ-KEY.
              10 NADJ-BRAND            PIC X(4).
              10 NADJ-FILE-SEQ         PIC 9(6).
              10 NADJ-ITEM-SEQ         PIC 9(7).
           05 NADJ-SETTLE-REC          PIC X(74).
           05 NADJ-TAKEN-DATE          PIC 9(8).

       FD  MERCHMST-FILE
           LABEL RECORDS ARE STANDARD.
           05 MERCH-MST-NAME           PIC X(20).
           05 MERCH-MST-SETTLE-ACCT    PIC X(8).
           05 MERCH-MST-FEE-BPS        PIC 9(4).
           05 MERCH-MST-STATUS         PIC X(1).
              88 MERCH-MST-ACTIVE      VALUE 'A'.
              88 MERCH-MST-SUSPENDED   VALUE 'S'.
              88 MERCH-MST-CLOSED      VALUE 'C'.
           05 MERCH-MST-MIN-PAYOUT     PIC 9(7)V9(2).

      *ONE ROW PER MERCHANT THAT HAS EVER HAD AN ADVICE. THE
      *BALANCE IS WHAT IS OWED TO THE MERCHANT (HELD) OR BY THE
      *MERCHANT (CARRIED, NEGATIVE) AFTER THE LAST RUN; THE
      *BROUGHT-FORWARD COLUMN IS THE BALANCE THAT RUN STARTED FROM.
       FD  MERCHBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHBAL-RECORD.
           05 MBAL-MERCH               PIC X(4).
           05 MBAL-BALANCE             PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05 MBAL-BFWD-BALANCE        PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05 MBAL-LAST-DATE           PIC 9(8).

      *THE RUN'S ACTIVITY WORK FILE - ONE ROW PER MERCHANT WITH
      *ACTIVITY ON THE EXTRACT OR THE CHARGEBACK DEBITS.
       FD  ACTWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTWORK-RECORD.
           05 ACTW-MERCH               PIC X(4).
           05 ACTW-TXN-CNT             PIC 9(7).
           05 ACTW-SALES-AMT           PIC 9(11)V9(2).
           05 ACTW-CREDIT-AMT          PIC 9(11)V9(2).
           05 ACTW-CHGBK-AMT           PIC 9(11)V9(2).
           05 ACTW-NET-AMT             PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05 ACTW-FEE-AMT             PIC S9(9)V9(2)
                                       SIGN IS LEADING SEPARATE.

      *MONTH-TO-DATE MERCHANT ACTIVITY, KEPT FOR THE MONTH-END
      *STATEMENT. PER MERCHANT PER SETTLEMENT DAY: ONE DAY-TOTAL
      *ROW ('T', SUB-KEY SPACES) CARRYING THE SERVICE CHARGE, ONE
      *ROW PER CARD BRAND ('B', SUB-KEY VISA/MST/DIN/OTHR) AND ONE
      *ROW PER COUNTRY ('C', SUB-KEY THE COUNTRY CODE). THE BRAND
      *AND COUNTRY ROWS CARRY NO SERVICE CHARGE - IT IS TAKEN ON
      *THE MERCHANT'S DAY, NOT ITEM BY ITEM.
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

       FD  PAYINSTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYINSTR-RECORD             PIC X(62).

       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT,
      *WITH THE AMOUNT COLUMNS SPLIT AROUND THEIR DECIMAL POINTS
      *FOR PARSING AND THE CARD NUMBER'S LEADING DIGIT BROKEN OUT
      *FOR THE BRAND. A REFUND OR REVERSAL IS A CREDIT THE MERCHANT
      *OWES BACK. COBIF10'S CHARGEBACK DEBITS CARRY THE SAME LAYOUT
      *WITH TYPE 'C', AND COBIF12'S UNWINDS OF NETWORK-REFUSED
      *ITEMS TYPE 'N' (A SALE TAKEN BACK - NETTED AS A REVERSAL) OR
      *'M' (A CREDIT GIVEN BACK - NETTED AS A SALE).
       01 WS-SETTLE-IN.
          05 WS-SIN-NAME           PIC X(6).
          05 FILLER                PIC X(1).
          05 WS-SIN-CARDNO.
             10 WS-SIN-CARD-TYPE   PIC 9(1).
                88 SIN-VISA        VALUE 4.
                88 SIN-MST         VALUE 5.
                88 SIN-DIN         VALUE 6.
             10 FILLER             PIC X(6).
          05 FILLER                PIC X(1).
          05 WS-SIN-CCY            PIC X(3).
          05 FILLER                PIC X(1).
          05 WS-SIN-SOURCE         PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-SIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-SIN-TXN-TYPE       PIC X(1).
             88 SIN-REFUND         VALUE 'R'.
             88 SIN-REVERSAL       VALUE 'V'.
             88 SIN-CREDIT         VALUES 'R' 'V'.
             88 SIN-CHARGEBACK     VALUE 'C'.
             88 SIN-REFUSED-SALE   VALUE 'N'.
             88 SIN-REFUSED-CREDIT VALUE 'M'.

       01 WS-SIN-ORIG-AMNT         PIC 9(7)V9(2).
       01 WS-SIN-NET-AMNT          PIC 9(7)V9(2).
       01 WS-SIN-FEE-AMNT          PIC 9(7)V9(2).

      *THE MERCHANT MASTER, READ BY KEY FOR EACH MERCHANT WITH
      *ACTIVITY. THE SERVICE CHARGE IS THE MERCHANT'S OWN
      *COMMERCIAL TERMS IN BASIS POINTS, TAKEN OFF THE NET SETTLED
      *TOTAL AT REMITTANCE TIME - THE PROCESSING FEES ON THE
      *EXTRACT WERE ALREADY WITHHELD TRANSACTION BY TRANSACTION IN
      *COBIF01.
       01 WS-MERCHMST-STATUS       PIC X(2).

       01 WS-MERCH-ON-FILE-SW      PIC X(1) VALUE 'N'.
          88 MERCH-ON-FILE         VALUE 'Y'.

      *THE MERCHANT'S BALANCE ON MERCHBAL. A ROW LAST WRITTEN BY A
      *RUN FOR TODAY'S DATE IS A RERUN - THE BALANCE BROUGHT
      *FORWARD IS THEN THE ONE THAT RUN STARTED FROM, NOT THE ONE
      *IT LEFT.
       01 WS-MERCHBAL-STATUS       PIC X(2).
       01 WS-PAYINSTR-STATUS       PIC X(2).
       01 WS-MBAL-FOUND-SW         PIC X(1) VALUE 'N'.
          88 MBAL-ON-FILE          VALUE 'Y'.
       01 WS-MBAL-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-MERCHBAL       VALUE 'Y'.
       01 WS-BAL-BFWD              PIC S9(11)V9(2).
       01 WS-BAL-DUE               PIC S9(11)V9(2).
       01 WS-BAL-NEW               PIC S9(11)V9(2).

      *THE OUTCOME OF THE MERCHANT'S DAY ONCE THE BALANCE BROUGHT
      *FORWARD IS TAKEN INTO ACCOUNT.
       01 WS-PAYOUT-SW             PIC X(1).
          88 PAYOUT-PAID           VALUE 'P'.
          88 PAYOUT-HELD-MINIMUM   VALUE 'M'.
          88 PAYOUT-HELD-STATUS    VALUE 'S'.
          88 PAYOUT-HELD-UNKNOWN   VALUE 'U'.
          88 PAYOUT-CARRIED        VALUE 'C'.
          88 PAYOUT-NIL            VALUE 'N'.

      *PAYMENT INSTRUCTION RECORDS FOR THE BANK - A HEADER, ONE
      *DETAIL PER MERCHANT PAID, AND A TRAILER WITH THE DETAIL
      *COUNT AND AMOUNT TOTAL.
       01 WS-PAY-HEADER.
          05 FILLER                PIC X(3) VALUE 'PIH'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-HDR-DATE       PIC 9(8).
          05 FILLER                PIC X(50) VALUE SPACES.

       01 WS-PAY-DETAIL.
          05 FILLER                PIC X(3) VALUE 'PID'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-ACCT           PIC X(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-AMNT           PIC 9(11).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-VALUE-DATE     PIC 9(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-NAME           PIC X(20).

       01 WS-PAY-TRAILER.
          05 FILLER                PIC X(3) VALUE 'PIT'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-TRL-COUNT      PIC 9(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-PAY-TRL-AMNT       PIC 9(11).9(2).
          05 FILLER                PIC X(36) VALUE SPACES.

      *PER-MERCHANT ACTIVITY ACCUMULATED ON ACTWORK ON THE FIRST
      *PASS OVER THE EXTRACT. THE ADVICE PASS THEN RE-READS THE
      *EXTRACT ONCE PER ACTIVE MERCHANT TO LIST THAT MERCHANT'S
      *TRANSACTIONS. SALES, CREDITS AND CHARGEBACKS ARE KEPT APART
      *FOR THE ADVICE; THE NET AND FEE COLUMNS ARE NET OF CREDITS
      *AND CAN GO NEGATIVE.
       01 WS-ACTWORK-STATUS        PIC X(2).
       01 WS-ACTV-FOUND-SW         PIC X(1) VALUE 'N'.
          88 ACTV-ENTRY-FOUND      VALUE 'Y'.
       01 WS-ACTV-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-ACTWORK        VALUE 'Y'.

      *THE MONTH-TO-DATE FILE. THE MONTH KEPT BACK TO IS THE ONE
      *BEFORE THE RUN'S OWN, SO LAST MONTH'S STATEMENTS CAN STILL
      *BE RERUN DURING THIS ONE.
       01 WS-MTDACT-STATUS         PIC X(2).
       01 WS-MTD-FOUND-SW          PIC X(1) VALUE 'N'.
          88 MTD-ROW-FOUND         VALUE 'Y'.
       01 WS-MTD-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-MTDACT         VALUE 'Y'.
       01 WS-KEEP-MONTH.
          05 WS-KEEP-YEAR          PIC 9(4).
          05 WS-KEEP-MM            PIC 9(2).
       01 WS-KEEP-MONTH-N REDEFINES WS-KEEP-MONTH
                                   PIC 9(6).
       01 WS-MTD-TYPE              PIC X(1).
       01 WS-MTD-SUBKEY            PIC X(4).

       01 WS-SETTLE-STATUS         PIC X(2).
       01 WS-REMIT-STATUS          PIC X(2).
       01 WS-CBKDEBIT-STATUS       PIC X(2).
       01 WS-NETADJ-STATUS         PIC X(2).
       01 WS-NETADJ-EOF-SW         PIC X(1) VALUE 'N'.
          88 END-OF-NETADJ         VALUE 'Y'.

      *CBKDEBIT IS REWRITTEN BY EACH COBIF10 RUN AND NOT AT ALL ON
      *A DAY COBIF10 DOES NOT RUN, SO IT IS TODAY'S ONLY WHEN
      *COBIF10'S LATEST RUN-CONTROL RECORD FOR TODAY SAYS OK.
       01 WS-CBK-PROGRAM           PIC X(8) VALUE 'COBIF10 '.
       01 WS-CBK-RUN-STATUS        PIC X(4).
       01 WS-TAKE-CBK-SW           PIC X(1) VALUE 'N'.
          88 TAKE-CHARGEBACKS      VALUE 'Y'.

       01 WS-SETIN-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-SETTLE-IN      VALUE 'Y'.

       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
          05 WS-CURRENT-MONTH      PIC 9(6).
          05 WS-CURRENT-DAY        PIC 9(2).
       01 WS-THIS-MERCH            PIC X(4).
       01 WS-SVC-CHARGE            PIC 9(9)V9(2).
       01 WS-NET-PAYABLE           PIC S9(11)V9(2).
          05 WS-RMT-DET-FEE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(5) VALUE ' NET '.
          05 WS-RMT-DET-NET        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RMT-DET-TYPE       PIC X(9).
          05 FILLER                PIC X(2) VALUE SPACES.

       01 WS-RMT-TOTAL-LINE.
          05 WS-RMT-TOT-LABEL      PIC X(22).
          05 WS-RMT-TOT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-RMT-COUNT-LINE.
          05 FILLER                PIC X(22)

       01 WS-RMT-SEPARATOR        PIC X(80) VALUE ALL '='.

      *THE LAST LINE ON REMITADV, WRITTEN ONLY WHEN EVERY ADVICE
      *IS OUT - ITS ABSENCE MARKS AN INCOMPLETE DATASET.
       01 WS-RMT-END-LINE.
          05 FILLER                PIC X(28)
                                   VALUE 'END OF REMITTANCE ADVICES - '.
          05 WS-RMT-END-DATE       PIC 9(8).
          05 FILLER                PIC X(3) VALUE ' - '.
          05 WS-RMT-END-COUNT      PIC ZZZZZZ9.
          05 FILLER                PIC X(25)
                                   VALUE ' ADVICES - RUN COMPLETE'.
          05 FILLER                PIC X(9) VALUE SPACES.
       01 WS-ADVICES-WRITTEN       PIC 9(9) VALUE ZERO.

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-RECS-READ             PIC 9(9) VALUE ZERO.
       01 WS-MERCHANTS-PAID        PIC 9(9) VALUE ZERO.
       01 WS-MERCH-UNKNOWN         PIC 9(9) VALUE ZERO.
       01 WS-CREDITS-READ          PIC 9(9) VALUE ZERO.
       01 WS-CHGBKS-READ           PIC 9(9) VALUE ZERO.
       01 WS-REFUSALS-TAKEN        PIC 9(9) VALUE ZERO.
       01 WS-REFUSALS-REMOVED      PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-PAYABLE         PIC S9(11)V9(2) VALUE ZERO.
       01 WS-PAYMENTS-WRITTEN      PIC 9(9) VALUE ZERO.
       01 WS-PAYMENTS-TOTAL        PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SWEEP-PAID            PIC 9(9) VALUE ZERO.
       01 WS-PAYOUTS-HELD          PIC 9(9) VALUE ZERO.
       01 WS-PAYOUTS-CARRIED       PIC 9(9) VALUE ZERO.
       01 WS-MTD-REPLACED          PIC 9(9) VALUE ZERO.
       01 WS-MTD-PURGED            PIC 9(9) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
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
       01 WS-PRED-PROGRAM          PIC X(8) VALUE 'COBIF03 '.
       01 WS-PRED-STATUS           PIC X(4).
       01 WS-OWN-STATUS            PIC X(4).
          88 OWN-RUN-UNFINISHED    VALUES 'STRT' 'RSTR'.
       01 WS-BCTL-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-BATCHCTL       VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE THRU 0109-EXIT.
           PERFORM 0300-ACCUMULATE-EXTRACT THRU 0309-EXIT.
           PERFORM 0500-WRITE-ADVICES THRU 0509-EXIT.
           PERFORM 0700-SWEEP-BALANCES THRU 0709-EXIT.
           PERFORM 0800-WRITE-PAY-TRAILER THRU 0809-EXIT.
           PERFORM 0850-WRITE-ADVICE-END THRU 0859-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE MERCHANT MASTER FOR KEYED READS, THE
      *MERCHANT BALANCE FILE FOR UPDATE (CREATED ON FIRST USE), THE
      *ACTIVITY WORK FILE EMPTY, THE MONTH-TO-DATE FILE FOR UPDATE
      *(CREATED ON FIRST USE), THE ADVICE DATASET AND THE PAYMENT
      *INSTRUCTIONS - ONCE COBIF03 IS KNOWN TO HAVE COMPLETED.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-CHECK-PREDECESSOR THRU 0119-EXIT.
           PERFORM 0190-WRITE-START-CONTROL THRU 0199-EXIT.
           PERFORM 0120-OPEN-MERCHANT-MASTER THRU 0129-EXIT.
           OPEN I-O MERCHBAL-FILE.
           IF WS-MERCHBAL-STATUS = '35'
              OPEN OUTPUT MERCHBAL-FILE
              CLOSE MERCHBAL-FILE
              OPEN I-O MERCHBAL-FILE
           END-IF.
           IF WS-MERCHBAL-STATUS NOT = '00'
              DISPLAY 'COBIF06 - MERCHBAL OPEN FAILED, FILE STATUS '
                 WS-MERCHBAL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ACTWORK-FILE.
           IF WS-ACTWORK-STATUS = '00'
              CLOSE ACTWORK-FILE
              OPEN I-O ACTWORK-FILE
           END-IF.
           IF WS-ACTWORK-STATUS NOT = '00'
              DISPLAY 'COBIF06 - ACTWORK OPEN FAILED, FILE STATUS '
                 WS-ACTWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O MTDACT-FILE.
           IF WS-MTDACT-STATUS = '35'
              OPEN OUTPUT MTDACT-FILE
              CLOSE MTDACT-FILE
              OPEN I-O MTDACT-FILE
           END-IF.
           IF WS-MTDACT-STATUS NOT = '00'
              DISPLAY 'COBIF06 - MTDACT OPEN FAILED, FILE STATUS '
                 WS-MTDACT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0140-TIDY-MONTH-TO-DATE THRU 0149-EXIT.
           OPEN I-O NETADJ-FILE.
           IF WS-NETADJ-STATUS = '35'
              OPEN OUTPUT NETADJ-FILE
              CLOSE NETADJ-FILE
              OPEN I-O NETADJ-FILE
           END-IF.
           IF WS-NETADJ-STATUS NOT = '00'
              DISPLAY 'COBIF06 - NETADJ OPEN FAILED, FILE STATUS '
                 WS-NETADJ-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           IF WS-REMIT-STATUS NOT = '00'
              DISPLAY 'COBIF06 - REMITADV OPEN FAILED, FILE STATUS '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PAYINSTR-FILE.
           IF WS-PAYINSTR-STATUS NOT = '00'
              DISPLAY 'COBIF06 - PAYINSTR OPEN FAILED, FILE STATUS '
                 WS-PAYINSTR-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-PAY-HDR-DATE.
           MOVE WS-PAY-HEADER TO PAYINSTR-RECORD.
           WRITE PAYINSTR-RECORD.
       0109-EXIT.

      **************************************************************
      *THE ADVICES RUN AFTER THE SUSPENSE SWEEP. ITS LATEST
      *RUN-CONTROL RECORD FOR TODAY MUST SAY IT COMPLETED OK -
      *ABSENT, STILL STARTED, OR ANYTHING ELSE AND THE STEP IS NOT
      *STARTED.
      **************************************************************

       0110-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-PRED-STATUS.
           MOVE SPACES TO WS-OWN-STATUS.
           MOVE SPACES TO WS-CBK-RUN-STATUS.
           MOVE 'N' TO WS-BCTL-EOF-SW.
           OPEN INPUT BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS = '00'
              PERFORM 0115-SCAN-ONE-CONTROL THRU 0115-EXIT
                 UNTIL END-OF-BATCHCTL
              CLOSE BATCHCTL-FILE
           ELSE
              IF WS-BATCHCTL-STATUS NOT = '35'
                 DISPLAY 'COBIF06 - BATCHCTL OPEN FAILED, FILE '
                    'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRED-STATUS NOT = 'OK  '
              IF WS-PRED-STATUS = SPACES
                 MOVE 'NONE' TO WS-PRED-STATUS
              END-IF
              DISPLAY 'COBIF06 - ' WS-PRED-PROGRAM
                 'HAS NOT COMPLETED OK FOR ' WS-CURRENT-DATE
                 ', LAST STATUS ' WS-PRED-STATUS UPON CNSL
              DISPLAY 'COBIF06 - ADVICES NOT STARTED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF OWN-RUN-UNFINISHED
              DISPLAY 'COBIF06 - RESTART OF AN INCOMPLETE RUN FOR '
                 WS-CURRENT-DATE ', ADVICES AND PAYMENTS REBUILT'
                 UPON CNSL
           END-IF.
           IF WS-CBK-RUN-STATUS = 'OK  '
              SET TAKE-CHARGEBACKS TO TRUE
           ELSE
              DISPLAY 'COBIF06 - ' WS-CBK-PROGRAM
                 'HAS NOT COMPLETED OK FOR ' WS-CURRENT-DATE
                 ', NO CHARGEBACK DEBITS TAKEN' UPON CNSL
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
           IF WS-BIN-PROGRAM = WS-CBK-PROGRAM
              MOVE WS-BIN-STATUS TO WS-CBK-RUN-STATUS
           END-IF.
       0115-EXIT.

       0120-OPEN-MERCHANT-MASTER.
           OPEN INPUT MERCHMST-FILE.
           IF WS-MERCHMST-STATUS NOT = '00'
              DISPLAY 'COBIF06 - MERCHMST OPEN FAILED, FILE STATUS '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0129-EXIT.

      **************************************************************
      *TIDY THE MONTH-TO-DATE FILE BEFORE TODAY IS POSTED. ROWS FOR
      *MONTHS BEFORE THE ONE KEPT BACK TO ARE PURGED; ROWS ALREADY
      *ON FILE FOR TODAY ARE FROM AN EARLIER RUN OF THE SAME DAY
      *AND ARE DROPPED, SO A RERUN REPLACES THE DAY INSTEAD OF
      *COUNTING IT TWICE.
      **************************************************************

       0140-TIDY-MONTH-TO-DATE.
           MOVE WS-CURRENT-MONTH TO WS-KEEP-MONTH-N.
           IF WS-KEEP-MM = 1
              MOVE 12 TO WS-KEEP-MM
              SUBTRACT 1 FROM WS-KEEP-YEAR
           ELSE
              SUBTRACT 1 FROM WS-KEEP-MM
           END-IF.
           MOVE 'N' TO WS-MTD-EOF-SW.
           MOVE LOW-VALUES TO MTD-KEY.
           START MTDACT-FILE KEY IS NOT LESS THAN MTD-KEY
              INVALID KEY
                 SET END-OF-MTDACT TO TRUE
           END-START.
           PERFORM 0150-PURGE-ONE-ROW THRU 0159-EXIT
              UNTIL END-OF-MTDACT.
           MOVE 'N' TO WS-MTD-EOF-SW.
           MOVE LOW-VALUES TO MTD-KEY.
           MOVE WS-CURRENT-MONTH TO MTD-MONTH.
           START MTDACT-FILE KEY IS NOT LESS THAN MTD-KEY
              INVALID KEY
                 SET END-OF-MTDACT TO TRUE
           END-START.
           PERFORM 0160-DROP-ONE-ROW THRU 0169-EXIT
              UNTIL END-OF-MTDACT.
       0149-EXIT.

       0150-PURGE-ONE-ROW.
           READ MTDACT-FILE NEXT RECORD
              AT END
                 SET END-OF-MTDACT TO TRUE
                 GO TO 0159-EXIT
           END-READ.
           IF MTD-MONTH NOT < WS-KEEP-MONTH-N
              SET END-OF-MTDACT TO TRUE
              GO TO 0159-EXIT
           END-IF.
           DELETE MTDACT-FILE RECORD
              INVALID KEY
                 PERFORM 0380-MONTH-TO-DATE-FAILED THRU 0389-EXIT
           END-DELETE.
           ADD 1 TO WS-MTD-PURGED.
       0159-EXIT.

       0160-DROP-ONE-ROW.
           READ MTDACT-FILE NEXT RECORD
              AT END
                 SET END-OF-MTDACT TO TRUE
                 GO TO 0169-EXIT
           END-READ.
           IF MTD-MONTH NOT = WS-CURRENT-MONTH
              SET END-OF-MTDACT TO TRUE
              GO TO 0169-EXIT
           END-IF.
           IF MTD-DATE NOT = WS-CURRENT-DATE
              GO TO 0169-EXIT
           END-IF.
           DELETE MTDACT-FILE RECORD
              INVALID KEY
                 PERFORM 0380-MONTH-TO-DATE-FAILED THRU 0389-EXIT
           END-DELETE.
           ADD 1 TO WS-MTD-REPLACED.
       0169-EXIT.

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
      *FIRST PASS - ACCUMULATE THE EXTRACT BY MERCHANT, THEN THE
      *DAY'S CHARGEBACK DEBITS (WHEN COBIF10 HAS RUN TODAY - A
      *MISSING CBKDEBIT IS NO CHARGEBACKS), THEN THE UNWINDS OF
      *NETWORK-REFUSED ITEMS NOT YET TAKEN BY AN EARLIER DAY.
      **************************************************************

       0300-ACCUMULATE-EXTRACT.
           PERFORM 0310-ACCUMULATE-ONE THRU 0319-EXIT
              UNTIL END-OF-SETTLE-IN.
           CLOSE SETTLE-FILE.
           IF TAKE-CHARGEBACKS
              OPEN INPUT CBKDEBIT-FILE
              IF WS-CBKDEBIT-STATUS = '35'
                 MOVE 'N' TO WS-TAKE-CBK-SW
              ELSE
                 IF WS-CBKDEBIT-STATUS NOT = '00'
                    DISPLAY 'COBIF06 - CBKDEBIT OPEN FAILED, FILE '
                       'STATUS ' WS-CBKDEBIT-STATUS UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 'N' TO WS-SETIN-EOF-SW
                 PERFORM 0330-ACCUMULATE-ONE-CHGBK THRU 0339-EXIT
                    UNTIL END-OF-SETTLE-IN
                 CLOSE CBKDEBIT-FILE
              END-IF
           END-IF.
           MOVE 'N' TO WS-NETADJ-EOF-SW.
           MOVE LOW-VALUES TO NADJ-KEY.
           START NETADJ-FILE KEY IS NOT LESS THAN NADJ-KEY
              INVALID KEY
                 SET END-OF-NETADJ TO TRUE
           END-START.
           PERFORM 0335-TAKE-ONE-ADJUSTMENT THRU 0335-EXIT
              UNTIL END-OF-NETADJ.
       0309-EXIT.

       0310-ACCUMULATE-ONE.
              NOT AT END
                 ADD 1 TO WS-RECS-READ
                 MOVE SETTLE-RECORD TO WS-SETTLE-IN
                 PERFORM 0340-POST-TO-MERCHANT THRU 0349-EXIT
           END-READ.
       0319-EXIT.

       0330-ACCUMULATE-ONE-CHGBK.
           READ CBKDEBIT-FILE
              AT END
                 SET END-OF-SETTLE-IN TO TRUE
              NOT AT END
                 ADD 1 TO WS-CHGBKS-READ
                 MOVE CBKDEBIT-RECORD TO WS-SETTLE-IN
                 PERFORM 0340-POST-TO-MERCHANT THRU 0349-EXIT
           END-READ.
       0339-EXIT.

      *AN UNWIND ALREADY TAKEN BY AN EARLIER DAY IS DONE WITH AND
      *REMOVED; ANY OTHER IS STAMPED WITH TODAY AND NETTED OFF.
       0335-TAKE-ONE-ADJUSTMENT.
           READ NETADJ-FILE NEXT RECORD
              AT END
                 SET END-OF-NETADJ TO TRUE
                 GO TO 0335-EXIT
           END-READ.
           IF NADJ-TAKEN-DATE NOT = ZERO
                 AND NADJ-TAKEN-DATE < WS-CURRENT-DATE
              DELETE NETADJ-FILE RECORD
                 INVALID KEY
                    PERFORM 0370-NETADJ-FAILED THRU 0379-EXIT
              END-DELETE
              ADD 1 TO WS-REFUSALS-REMOVED
              GO TO 0335-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO NADJ-TAKEN-DATE.
           REWRITE NETADJ-RECORD
              INVALID KEY
                 PERFORM 0370-NETADJ-FAILED THRU 0379-EXIT
           END-REWRITE.
           ADD 1 TO WS-REFUSALS-TAKEN.
           MOVE NADJ-SETTLE-REC TO WS-SETTLE-IN.
           PERFORM 0340-POST-TO-MERCHANT THRU 0349-EXIT.
       0335-EXIT.

      *A SALE ADDS TO THE MERCHANT'S NET AND FEES; A REFUND OR
      *REVERSAL TAKES ITS NET BACK AND RETURNS ITS FEE; A
      *CHARGEBACK TAKES ITS NET BACK (ITS FEE COLUMN IS ZERO). A
      *REFUSED SALE IS TAKEN BACK AS A REVERSAL WOULD BE, AND A
      *REFUSED CREDIT IS GIVEN BACK AS A SALE WOULD BE.
       0340-POST-TO-MERCHANT.
           COMPUTE WS-SIN-NET-AMNT = WS-SIN-NET-INT
              + WS-SIN-NET-DEC / 100.
           COMPUTE WS-SIN-FEE-AMNT = WS-SIN-FEE-INT
              + WS-SIN-FEE-DEC / 100.
           PERFORM 0320-FIND-ACTIVITY-ENTRY THRU 0329-EXIT.
           ADD 1 TO ACTW-TXN-CNT.
           EVALUATE TRUE
              WHEN SIN-CREDIT
                 ADD 1 TO WS-CREDITS-READ
                 ADD WS-SIN-NET-AMNT TO ACTW-CREDIT-AMT
                 SUBTRACT WS-SIN-NET-AMNT FROM ACTW-NET-AMT
                 SUBTRACT WS-SIN-FEE-AMNT FROM ACTW-FEE-AMT
              WHEN SIN-REFUSED-SALE
                 ADD WS-SIN-NET-AMNT TO ACTW-CREDIT-AMT
                 SUBTRACT WS-SIN-NET-AMNT FROM ACTW-NET-AMT
                 SUBTRACT WS-SIN-FEE-AMNT FROM ACTW-FEE-AMT
              WHEN SIN-CHARGEBACK
                 ADD WS-SIN-NET-AMNT TO ACTW-CHGBK-AMT
                 SUBTRACT WS-SIN-NET-AMNT FROM ACTW-NET-AMT
              WHEN OTHER
                 ADD WS-SIN-NET-AMNT TO ACTW-SALES-AMT
                 ADD WS-SIN-NET-AMNT TO ACTW-NET-AMT
                 ADD WS-SIN-FEE-AMNT TO ACTW-FEE-AMT
           END-EVALUATE.
           IF ACTV-ENTRY-FOUND
              REWRITE ACTWORK-RECORD
                 INVALID KEY
                    PERFORM 0390-ACTIVITY-FAILED THRU 0399-EXIT
              END-REWRITE
           ELSE
              WRITE ACTWORK-RECORD
                 INVALID KEY
                    PERFORM 0390-ACTIVITY-FAILED THRU 0399-EXIT
              END-WRITE
           END-IF.
           PERFORM 0350-POST-MONTH-TO-DATE THRU 0359-EXIT.
       0349-EXIT.

      *THE ITEM ALSO GOES TO THE MERCHANT'S BRAND AND COUNTRY ROWS
      *FOR TODAY ON THE MONTH-TO-DATE FILE. A CARD NUMBER WITH NO
      *KNOWN BRAND DIGIT IS COUNTED UNDER OTHR.
       0350-POST-MONTH-TO-DATE.
           EVALUATE TRUE
              WHEN SIN-VISA
                 MOVE 'VISA' TO WS-MTD-SUBKEY
              WHEN SIN-MST
                 MOVE 'MST ' TO WS-MTD-SUBKEY
              WHEN SIN-DIN
                 MOVE 'DIN ' TO WS-MTD-SUBKEY
              WHEN OTHER
                 MOVE 'OTHR' TO WS-MTD-SUBKEY
           END-EVALUATE.
           MOVE 'B' TO WS-MTD-TYPE.
           PERFORM 0360-POST-MTD-ROW THRU 0369-EXIT.
           MOVE WS-SIN-CTRY TO WS-MTD-SUBKEY.
           MOVE 'C' TO WS-MTD-TYPE.
           PERFORM 0360-POST-MTD-ROW THRU 0369-EXIT.
       0359-EXIT.

       0360-POST-MTD-ROW.
           MOVE 'N' TO WS-MTD-FOUND-SW.
           MOVE WS-CURRENT-MONTH TO MTD-MONTH.
           MOVE WS-SIN-MERCH TO MTD-MERCH.
           MOVE WS-CURRENT-DATE TO MTD-DATE.
           MOVE WS-MTD-TYPE TO MTD-REC-TYPE.
           MOVE WS-MTD-SUBKEY TO MTD-SUBKEY.
           READ MTDACT-FILE
              INVALID KEY
                 MOVE ZERO TO MTD-TXN-CNT
                 MOVE ZERO TO MTD-SALES-AMT
                 MOVE ZERO TO MTD-CREDIT-AMT
                 MOVE ZERO TO MTD-CHGBK-AMT
                 MOVE ZERO TO MTD-NET-AMT
                 MOVE ZERO TO MTD-FEE-AMT
                 MOVE ZERO TO MTD-SVC-CHARGE
              NOT INVALID KEY
                 SET MTD-ROW-FOUND TO TRUE
           END-READ.
           ADD 1 TO MTD-TXN-CNT.
           EVALUATE TRUE
              WHEN SIN-CREDIT OR SIN-REFUSED-SALE
                 ADD WS-SIN-NET-AMNT TO MTD-CREDIT-AMT
                 SUBTRACT WS-SIN-NET-AMNT FROM MTD-NET-AMT
                 SUBTRACT WS-SIN-FEE-AMNT FROM MTD-FEE-AMT
              WHEN SIN-CHARGEBACK
                 ADD WS-SIN-NET-AMNT TO MTD-CHGBK-AMT
                 SUBTRACT WS-SIN-NET-AMNT FROM MTD-NET-AMT
              WHEN OTHER
                 ADD WS-SIN-NET-AMNT TO MTD-SALES-AMT
                 ADD WS-SIN-NET-AMNT TO MTD-NET-AMT
                 ADD WS-SIN-FEE-AMNT TO MTD-FEE-AMT
           END-EVALUATE.
           IF MTD-ROW-FOUND
              REWRITE MTDACT-RECORD
                 INVALID KEY
                    PERFORM 0380-MONTH-TO-DATE-FAILED THRU 0389-EXIT
              END-REWRITE
           ELSE
              WRITE MTDACT-RECORD
                 INVALID KEY
                    PERFORM 0380-MONTH-TO-DATE-FAILED THRU 0389-EXIT
              END-WRITE
           END-IF.
       0369-EXIT.

      *A MONTH-TO-DATE ROW THAT CANNOT BE RECORDED WOULD LEAVE THE
      *MERCHANT'S STATEMENT SHORT - THE RUN STOPS.
       0380-MONTH-TO-DATE-FAILED.
           DISPLAY 'COBIF06 - MTDACT UPDATE FAILED FOR MERCHANT '
              MTD-MERCH ', FILE STATUS ' WS-MTDACT-STATUS
              UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0389-EXIT.

      *FIND THE MERCHANT'S ACTWORK ROW, OR SET UP A NEW ONE WITH
      *ZERO TOTALS IF THE MERCHANT HAS NOT BEEN SEEN THIS RUN.
       0320-FIND-ACTIVITY-ENTRY.
           MOVE 'N' TO WS-ACTV-FOUND-SW.
           MOVE WS-SIN-MERCH TO ACTW-MERCH.
           READ ACTWORK-FILE
              INVALID KEY
                 MOVE WS-SIN-MERCH TO ACTW-MERCH
                 MOVE ZERO TO ACTW-TXN-CNT
                 MOVE ZERO TO ACTW-SALES-AMT
                 MOVE ZERO TO ACTW-CREDIT-AMT
                 MOVE ZERO TO ACTW-CHGBK-AMT
                 MOVE ZERO TO ACTW-NET-AMT
                 MOVE ZERO TO ACTW-FEE-AMT
              NOT INVALID KEY
                 SET ACTV-ENTRY-FOUND TO TRUE
           END-READ.
       0329-EXIT.

      *ACTIVITY THAT CANNOT BE RECORDED WOULD GO UNREMITTED - THE
      *RUN STOPS.
       0390-ACTIVITY-FAILED.
           DISPLAY 'COBIF06 - ACTWORK UPDATE FAILED FOR MERCHANT '
              WS-SIN-MERCH ', FILE STATUS ' WS-ACTWORK-STATUS
              UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0399-EXIT.

      *AN UNWIND THAT CANNOT BE STAMPED OR REMOVED WOULD BE NETTED
      *OFF AGAIN ON A LATER DAY - THE RUN STOPS.
       0370-NETADJ-FAILED.
           DISPLAY 'COBIF06 - NETADJ UPDATE FAILED, FILE STATUS '
              WS-NETADJ-STATUS ' NETWORK ' NADJ-BRAND ' FILE '
              NADJ-FILE-SEQ ' ITEM ' NADJ-ITEM-SEQ UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0379-EXIT.

      **************************************************************
      *SECOND PASS - ONE REMITTANCE ADVICE PER MERCHANT WITH
      *ACTIVITY. THE EXTRACT IS RE-READ ONCE PER MERCHANT TO LIST
      *THAT MERCHANT'S TRANSACTIONS UNDER ITS ADVICE HEADING. A
      *MERCHANT MISSING FROM THE MASTER STILL GETS AN ADVICE - WITH
      *A WARNING AND NO SERVICE CHARGE - SO THE MONEY IS VISIBLE
      *RATHER THAN SILENTLY DROPPED. THE SERVICE CHARGE IS TAKEN ON
      *THE NET SETTLED AFTER CREDITS, AND NOT AT ALL WHEN CREDITS
      *HAVE TAKEN THE DAY TO NIL OR BELOW.
      **************************************************************

       0500-WRITE-ADVICES.
           MOVE 'N' TO WS-ACTV-EOF-SW.
           MOVE LOW-VALUES TO ACTW-MERCH.
           START ACTWORK-FILE KEY IS NOT LESS THAN ACTW-MERCH
              INVALID KEY
                 SET END-OF-ACTWORK TO TRUE
           END-START.
           PERFORM 0510-WRITE-ONE-ADVICE THRU 0519-EXIT
              UNTIL END-OF-ACTWORK.
       0509-EXIT.

       0510-WRITE-ONE-ADVICE.
           READ ACTWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-ACTWORK TO TRUE
                 GO TO 0519-EXIT
           END-READ.
           MOVE ACTW-MERCH TO WS-THIS-MERCH.
           PERFORM 0520-LOOKUP-MERCHANT THRU 0529-EXIT.
           MOVE WS-CURRENT-DATE TO WS-RMT-HDR-DATE.
           MOVE WS-THIS-MERCH TO WS-RMT-HDR-MERCH.
           IF MERCH-ON-FILE
              MOVE MERCH-MST-NAME TO WS-RMT-HDR-NAME
              MOVE MERCH-MST-SETTLE-ACCT TO WS-RMT-ACCT
              IF NOT MERCH-MST-ACTIVE
                 DISPLAY 'COBIF06 - MERCHANT ' WS-THIS-MERCH
                    ' HAS SETTLED ACTIVITY BUT IS CARRIED AS '
                    'STATUS ' MERCH-MST-STATUS UPON CNSL
              END-IF
           ELSE
              ADD 1 TO WS-MERCH-UNKNOWN
              MOVE 'NOT ON MERCH MASTER ' TO WS-RMT-HDR-NAME
           MOVE WS-RMT-ACCT-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           PERFORM 0540-LIST-TRANSACTIONS THRU 0549-EXIT.
           MOVE ACTW-TXN-CNT TO WS-RMT-TXN-CNT.
           MOVE WS-RMT-COUNT-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'SALES SETTLED.......: ' TO WS-RMT-TOT-LABEL.
           MOVE ACTW-SALES-AMT TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'REFUNDS/REVERSALS...: ' TO WS-RMT-TOT-LABEL.
           COMPUTE WS-RMT-TOT-AMT = ZERO - ACTW-CREDIT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'CHARGEBACKS.........: ' TO WS-RMT-TOT-LABEL.
           COMPUTE WS-RMT-TOT-AMT = ZERO - ACTW-CHGBK-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'NET SETTLED.........: ' TO WS-RMT-TOT-LABEL.
           MOVE ACTW-NET-AMT TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'FEES WITHHELD.......: ' TO WS-RMT-TOT-LABEL.
           MOVE ACTW-FEE-AMT TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           IF MERCH-ON-FILE AND ACTW-NET-AMT > ZERO
              COMPUTE WS-SVC-CHARGE ROUNDED =
                 ACTW-NET-AMT * MERCH-MST-FEE-BPS / 10000
           ELSE
              MOVE ZERO TO WS-SVC-CHARGE
           END-IF.
           MOVE WS-SVC-CHARGE TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           PERFORM 0530-WRITE-MTD-DAY-TOTAL THRU 0539-EXIT.
           COMPUTE WS-NET-PAYABLE = ACTW-NET-AMT - WS-SVC-CHARGE.
           MOVE 'NET PAYABLE.........: ' TO WS-RMT-TOT-LABEL.
           MOVE WS-NET-PAYABLE TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           ADD 1 TO WS-MERCHANTS-PAID.
           ADD WS-NET-PAYABLE TO WS-TOTAL-PAYABLE.
           PERFORM 0600-READ-BALANCE THRU 0609-EXIT.
           COMPUTE WS-BAL-DUE = WS-BAL-BFWD + WS-NET-PAYABLE.
           PERFORM 0610-DECIDE-PAYOUT THRU 0619-EXIT.
           PERFORM 0620-WRITE-PAYOUT-LINES THRU 0629-EXIT.
       0519-EXIT.

       0520-LOOKUP-MERCHANT.
           MOVE 'N' TO WS-MERCH-ON-FILE-SW.
           MOVE WS-THIS-MERCH TO MERCH-MST-ID.
           READ MERCHMST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MERCH-ON-FILE TO TRUE
           END-READ.
       0529-EXIT.

      *THE MERCHANT'S DAY-TOTAL ROW ON THE MONTH-TO-DATE FILE, WITH
      *THE SERVICE CHARGE TAKEN TODAY. TODAY'S ROWS FROM ANY
      *EARLIER RUN WERE DROPPED AT START, SO THE ROW IS NEW.
       0530-WRITE-MTD-DAY-TOTAL.
           MOVE WS-CURRENT-MONTH TO MTD-MONTH.
           MOVE WS-THIS-MERCH TO MTD-MERCH.
           MOVE WS-CURRENT-DATE TO MTD-DATE.
           MOVE 'T' TO MTD-REC-TYPE.
           MOVE SPACES TO MTD-SUBKEY.
           MOVE ACTW-TXN-CNT TO MTD-TXN-CNT.
           MOVE ACTW-SALES-AMT TO MTD-SALES-AMT.
           MOVE ACTW-CREDIT-AMT TO MTD-CREDIT-AMT.
           MOVE ACTW-CHGBK-AMT TO MTD-CHGBK-AMT.
           MOVE ACTW-NET-AMT TO MTD-NET-AMT.
           MOVE ACTW-FEE-AMT TO MTD-FEE-AMT.
           MOVE WS-SVC-CHARGE TO MTD-SVC-CHARGE.
           WRITE MTDACT-RECORD
              INVALID KEY
                 PERFORM 0380-MONTH-TO-DATE-FAILED THRU 0389-EXIT
           END-WRITE.
       0539-EXIT.

       0540-LIST-TRANSACTIONS.
           MOVE 'N' TO WS-SETIN-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           PERFORM 0550-LIST-ONE THRU 0559-EXIT
              UNTIL END-OF-SETTLE-IN.
           CLOSE SETTLE-FILE.
           IF TAKE-CHARGEBACKS
              MOVE 'N' TO WS-SETIN-EOF-SW
              OPEN INPUT CBKDEBIT-FILE
              IF WS-CBKDEBIT-STATUS NOT = '00'
                 DISPLAY 'COBIF06 - CBKDEBIT REOPEN FAILED, FILE '
                    'STATUS ' WS-CBKDEBIT-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 0560-LIST-ONE-CHGBK THRU 0569-EXIT
                 UNTIL END-OF-SETTLE-IN
              CLOSE CBKDEBIT-FILE
           END-IF.
           MOVE 'N' TO WS-NETADJ-EOF-SW.
           MOVE LOW-VALUES TO NADJ-KEY.
           START NETADJ-FILE KEY IS NOT LESS THAN NADJ-KEY
              INVALID KEY
                 SET END-OF-NETADJ TO TRUE
           END-START.
           PERFORM 0565-LIST-ONE-ADJUSTMENT THRU 0565-EXIT
              UNTIL END-OF-NETADJ.
       0549-EXIT.

       0550-LIST-ONE.
              NOT AT END
                 MOVE SETTLE-RECORD TO WS-SETTLE-IN
                 IF WS-SIN-MERCH = WS-THIS-MERCH
                    PERFORM 0570-WRITE-DETAIL-LINE THRU 0579-EXIT
                 END-IF
           END-READ.
       0559-EXIT.

       0560-LIST-ONE-CHGBK.
           READ CBKDEBIT-FILE
              AT END
                 SET END-OF-SETTLE-IN TO TRUE
              NOT AT END
                 MOVE CBKDEBIT-RECORD TO WS-SETTLE-IN
                 IF WS-SIN-MERCH = WS-THIS-MERCH
                    PERFORM 0570-WRITE-DETAIL-LINE THRU 0579-EXIT
                 END-IF
           END-READ.
       0569-EXIT.

      *ONLY THE UNWINDS NETTED OFF TODAY BELONG ON TODAY'S ADVICE.
       0565-LIST-ONE-ADJUSTMENT.
           READ NETADJ-FILE NEXT RECORD
              AT END
                 SET END-OF-NETADJ TO TRUE
                 GO TO 0565-EXIT
           END-READ.
           IF NADJ-TAKEN-DATE = WS-CURRENT-DATE
              MOVE NADJ-SETTLE-REC TO WS-SETTLE-IN
              IF WS-SIN-MERCH = WS-THIS-MERCH
                 PERFORM 0570-WRITE-DETAIL-LINE THRU 0579-EXIT
              END-IF
           END-IF.
       0565-EXIT.

       0570-WRITE-DETAIL-LINE.
           COMPUTE WS-SIN-ORIG-AMNT = WS-SIN-ORIG-INT
              + WS-SIN-ORIG-DEC / 100.
           COMPUTE WS-SIN-NET-AMNT = WS-SIN-NET-INT
              + WS-SIN-NET-DEC / 100.
           COMPUTE WS-SIN-FEE-AMNT = WS-SIN-FEE-INT
              + WS-SIN-FEE-DEC / 100.
           MOVE WS-SIN-NAME TO WS-RMT-DET-NAME.
           MOVE WS-SIN-CARDNO TO WS-RMT-DET-CARDNO.
           MOVE WS-SIN-CCY TO WS-RMT-DET-CCY.
           MOVE WS-SIN-ORIG-AMNT TO WS-RMT-DET-ORIG.
           MOVE WS-SIN-FEE-AMNT TO WS-RMT-DET-FEE.
           MOVE WS-SIN-NET-AMNT TO WS-RMT-DET-NET.
           EVALUATE TRUE
              WHEN SIN-REFUND
                 MOVE 'CR REFUND' TO WS-RMT-DET-TYPE
              WHEN SIN-REVERSAL
                 MOVE 'CR REVRSL' TO WS-RMT-DET-TYPE
              WHEN SIN-CHARGEBACK
                 MOVE 'CHARGEBCK' TO WS-RMT-DET-TYPE
              WHEN SIN-REFUSED-SALE
                 MOVE 'NET REFSD' TO WS-RMT-DET-TYPE
              WHEN SIN-REFUSED-CREDIT
                 MOVE 'REFSD CR ' TO WS-RMT-DET-TYPE
              WHEN OTHER
                 MOVE SPACES TO WS-RMT-DET-TYPE
           END-EVALUATE.
           MOVE WS-RMT-DETAIL TO REMIT-RECORD.
           WRITE REMIT-RECORD.
       0579-EXIT.

      **************************************************************
      *PAYOUT - THE DAY'S NET PAYABLE PLUS THE BALANCE BROUGHT
      *FORWARD ON MERCHBAL IS THE AMOUNT DUE. A NEGATIVE AMOUNT IS
      *CARRIED FORWARD AGAINST THE MERCHANT'S NEXT PAYOUT INSTEAD
      *OF PRODUCING A NEGATIVE PAYMENT. A POSITIVE AMOUNT IS HELD
      *WHEN IT IS BELOW THE MERCHANT'S MINIMUM PAYOUT, WHEN THE
      *MERCHANT IS SUSPENDED, OR WHEN THE MERCHANT IS NOT ON THE
      *MASTER (THERE IS NO ACCOUNT TO PAY); OTHERWISE IT IS PAID
      *TO THE SETTLEMENT ACCOUNT. A CLOSED MERCHANT IS PAID OUT
      *WHATEVER ITS MINIMUM.
      **************************************************************

       0600-READ-BALANCE.
           MOVE 'N' TO WS-MBAL-FOUND-SW.
           MOVE ZERO TO WS-BAL-BFWD.
           MOVE WS-THIS-MERCH TO MBAL-MERCH.
           READ MERCHBAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MBAL-ON-FILE TO TRUE
                 IF MBAL-LAST-DATE = WS-CURRENT-DATE
                    MOVE MBAL-BFWD-BALANCE TO WS-BAL-BFWD
                 ELSE
                    MOVE MBAL-BALANCE TO WS-BAL-BFWD
                 END-IF
           END-READ.
       0609-EXIT.

       0610-DECIDE-PAYOUT.
           EVALUATE TRUE
              WHEN WS-BAL-DUE < ZERO
                 SET PAYOUT-CARRIED TO TRUE
                 MOVE WS-BAL-DUE TO WS-BAL-NEW
              WHEN WS-BAL-DUE = ZERO
                 SET PAYOUT-NIL TO TRUE
                 MOVE ZERO TO WS-BAL-NEW
              WHEN NOT MERCH-ON-FILE
                 SET PAYOUT-HELD-UNKNOWN TO TRUE
                 MOVE WS-BAL-DUE TO WS-BAL-NEW
              WHEN MERCH-MST-CLOSED
                 SET PAYOUT-PAID TO TRUE
                 MOVE ZERO TO WS-BAL-NEW
              WHEN MERCH-MST-SUSPENDED
                 SET PAYOUT-HELD-STATUS TO TRUE
                 MOVE WS-BAL-DUE TO WS-BAL-NEW
              WHEN WS-BAL-DUE < MERCH-MST-MIN-PAYOUT
                 SET PAYOUT-HELD-MINIMUM TO TRUE
                 MOVE WS-BAL-DUE TO WS-BAL-NEW
              WHEN OTHER
                 SET PAYOUT-PAID TO TRUE
                 MOVE ZERO TO WS-BAL-NEW
           END-EVALUATE.
       0619-EXIT.

      *THE BALANCE LINES ON THE ADVICE, THE PAYMENT INSTRUCTION
      *FOR A MERCHANT PAID, AND THE MERCHANT'S NEW BALANCE ROW.
       0620-WRITE-PAYOUT-LINES.
           IF WS-BAL-BFWD NOT = ZERO
              MOVE 'BROUGHT FORWARD.....: ' TO WS-RMT-TOT-LABEL
              MOVE WS-BAL-BFWD TO WS-RMT-TOT-AMT
              MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD
              WRITE REMIT-RECORD
              MOVE 'TOTAL DUE...........: ' TO WS-RMT-TOT-LABEL
              MOVE WS-BAL-DUE TO WS-RMT-TOT-AMT
              MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD
              WRITE REMIT-RECORD
           END-IF.
           EVALUATE TRUE
              WHEN PAYOUT-PAID
                 MOVE 'PAID TO ACCOUNT.....: ' TO WS-RMT-TOT-LABEL
                 PERFORM 0630-WRITE-PAYMENT THRU 0639-EXIT
              WHEN PAYOUT-CARRIED
                 MOVE 'CARRIED FORWARD.....: ' TO WS-RMT-TOT-LABEL
                 ADD 1 TO WS-PAYOUTS-CARRIED
              WHEN PAYOUT-HELD-MINIMUM
                 MOVE 'HELD - BELOW MINIMUM: ' TO WS-RMT-TOT-LABEL
                 ADD 1 TO WS-PAYOUTS-HELD
              WHEN PAYOUT-HELD-STATUS
                 MOVE 'HELD - SUSPENDED....: ' TO WS-RMT-TOT-LABEL
                 ADD 1 TO WS-PAYOUTS-HELD
              WHEN PAYOUT-HELD-UNKNOWN
                 MOVE 'HELD - NO ACCOUNT...: ' TO WS-RMT-TOT-LABEL
                 ADD 1 TO WS-PAYOUTS-HELD
              WHEN OTHER
                 MOVE 'NOTHING DUE.........: ' TO WS-RMT-TOT-LABEL
           END-EVALUATE.
           MOVE WS-BAL-DUE TO WS-RMT-TOT-AMT.
           MOVE WS-RMT-TOTAL-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           PERFORM 0640-WRITE-BALANCE THRU 0649-EXIT.
       0629-EXIT.

       0630-WRITE-PAYMENT.
           MOVE WS-THIS-MERCH TO WS-PAY-MERCH.
           MOVE MERCH-MST-SETTLE-ACCT TO WS-PAY-ACCT.
           MOVE WS-BAL-DUE TO WS-PAY-AMNT.
           MOVE WS-CURRENT-DATE TO WS-PAY-VALUE-DATE.
           MOVE MERCH-MST-NAME TO WS-PAY-NAME.
           MOVE WS-PAY-DETAIL TO PAYINSTR-RECORD.
           WRITE PAYINSTR-RECORD.
           ADD 1 TO WS-PAYMENTS-WRITTEN.
           ADD WS-BAL-DUE TO WS-PAYMENTS-TOTAL.
       0639-EXIT.

       0640-WRITE-BALANCE.
           MOVE WS-THIS-MERCH TO MBAL-MERCH.
           MOVE WS-BAL-NEW TO MBAL-BALANCE.
           MOVE WS-BAL-BFWD TO MBAL-BFWD-BALANCE.
           MOVE WS-CURRENT-DATE TO MBAL-LAST-DATE.
           IF MBAL-ON-FILE
              REWRITE MERCHBAL-RECORD
                 INVALID KEY
                    PERFORM 0690-BALANCE-FAILED THRU 0699-EXIT
              END-REWRITE
           ELSE
              WRITE MERCHBAL-RECORD
                 INVALID KEY
                    PERFORM 0690-BALANCE-FAILED THRU 0699-EXIT
              END-WRITE
           END-IF.
       0649-EXIT.

      *A BALANCE THAT CANNOT BE RECORDED WOULD BE LOST OR PAID
      *TWICE - THE RUN STOPS.
       0690-BALANCE-FAILED.
           DISPLAY 'COBIF06 - MERCHBAL UPDATE FAILED FOR MERCHANT '
              WS-THIS-MERCH ', FILE STATUS ' WS-MERCHBAL-STATUS
              UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0699-EXIT.

      **************************************************************
      *CLOSING SWEEP - A MERCHANT WITH NO ACTIVITY TODAY BUT A HELD
      *BALANCE ON MERCHBAL IS PAID ONCE THE BALANCE HAS BECOME
      *PAYABLE (ITS MINIMUM LOWERED, ITS SUSPENSION LIFTED, IT HAS
      *BEEN ADDED TO THE MASTER, OR IT HAS CLOSED), WITH A SHORT
      *ADVICE OF ITS OWN. A CARRIED (NEGATIVE) BALANCE WAITS FOR
      *THE MERCHANT'S NEXT ACTIVITY.
      **************************************************************

       0700-SWEEP-BALANCES.
           MOVE 'N' TO WS-MBAL-EOF-SW.
           MOVE LOW-VALUES TO MBAL-MERCH.
           START MERCHBAL-FILE KEY IS NOT LESS THAN MBAL-MERCH
              INVALID KEY
                 SET END-OF-MERCHBAL TO TRUE
           END-START.
           PERFORM 0710-SWEEP-ONE-BALANCE THRU 0719-EXIT
              UNTIL END-OF-MERCHBAL.
       0709-EXIT.

       0710-SWEEP-ONE-BALANCE.
           READ MERCHBAL-FILE NEXT RECORD
              AT END
                 SET END-OF-MERCHBAL TO TRUE
                 GO TO 0719-EXIT
           END-READ.
           MOVE MBAL-MERCH TO WS-THIS-MERCH.
           PERFORM 0720-CHECK-ACTIVITY THRU 0729-EXIT.
           IF ACTV-ENTRY-FOUND
              GO TO 0719-EXIT
           END-IF.
           SET MBAL-ON-FILE TO TRUE.
           IF MBAL-LAST-DATE = WS-CURRENT-DATE
              MOVE MBAL-BFWD-BALANCE TO WS-BAL-BFWD
           ELSE
              MOVE MBAL-BALANCE TO WS-BAL-BFWD
           END-IF.
           IF WS-BAL-BFWD NOT > ZERO
              GO TO 0719-EXIT
           END-IF.
           MOVE WS-BAL-BFWD TO WS-BAL-DUE.
           PERFORM 0520-LOOKUP-MERCHANT THRU 0529-EXIT.
           PERFORM 0610-DECIDE-PAYOUT THRU 0619-EXIT.
           IF NOT PAYOUT-PAID
              GO TO 0719-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-RMT-HDR-DATE.
           MOVE WS-THIS-MERCH TO WS-RMT-HDR-MERCH.
           MOVE MERCH-MST-NAME TO WS-RMT-HDR-NAME.
           MOVE MERCH-MST-SETTLE-ACCT TO WS-RMT-ACCT.
           MOVE WS-RMT-SEPARATOR TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE WS-RMT-HEADER TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE WS-RMT-ACCT-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           PERFORM 0620-WRITE-PAYOUT-LINES THRU 0629-EXIT.
           ADD 1 TO WS-SWEEP-PAID.
       0719-EXIT.

      *A MERCHANT WITH ACTIVITY TODAY HAD ITS BALANCE SETTLED ON
      *ITS ADVICE AND IS PASSED OVER BY THE SWEEP.
       0720-CHECK-ACTIVITY.
           MOVE 'N' TO WS-ACTV-FOUND-SW.
           MOVE WS-THIS-MERCH TO ACTW-MERCH.
           READ ACTWORK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ACTV-ENTRY-FOUND TO TRUE
           END-READ.
       0729-EXIT.

      **************************************************************
      *CLOSE OFF THE PAYMENT INSTRUCTIONS WITH THE DETAIL COUNT AND
      *AMOUNT TOTAL THE BANK BALANCES THE FILE AGAINST.
      **************************************************************

       0800-WRITE-PAY-TRAILER.
           MOVE WS-PAYMENTS-WRITTEN TO WS-PAY-TRL-COUNT.
           MOVE WS-PAYMENTS-TOTAL TO WS-PAY-TRL-AMNT.
           MOVE WS-PAY-TRAILER TO PAYINSTR-RECORD.
           WRITE PAYINSTR-RECORD.
       0809-EXIT.

      **************************************************************
      *CLOSE OFF THE ADVICES WITH THE END-OF-ADVICES LINE - ONLY A
      *RUN THAT GETS THIS FAR WRITES IT.
      **************************************************************

       0850-WRITE-ADVICE-END.
           COMPUTE WS-ADVICES-WRITTEN = WS-MERCHANTS-PAID
              + WS-SWEEP-PAID.
           MOVE WS-CURRENT-DATE TO WS-RMT-END-DATE.
           MOVE WS-ADVICES-WRITTEN TO WS-RMT-END-COUNT.
           MOVE WS-RMT-SEPARATOR TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE WS-RMT-END-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
       0859-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************
              UPON CNSL.
           DISPLAY 'EXTRACT RECORDS READ.........: ' WS-RECS-READ
              UPON CNSL.
           DISPLAY '   REFUNDS AND REVERSALS....: '
              WS-CREDITS-READ UPON CNSL.
           DISPLAY 'CHARGEBACK DEBITS READ.......: '
              WS-CHGBKS-READ UPON CNSL.
           DISPLAY 'NETWORK REFUSALS NETTED OFF..: '
              WS-REFUSALS-TAKEN UPON CNSL.
           DISPLAY '   EARLIER DAYS REMOVED.....: '
              WS-REFUSALS-REMOVED UPON CNSL.
           DISPLAY 'MERCHANTS REMITTED...........: '
              WS-MERCHANTS-PAID UPON CNSL.
           DISPLAY '   NOT ON MERCHANT MASTER...: '
              WS-MERCH-UNKNOWN UPON CNSL.
           DISPLAY 'TOTAL NET PAYABLE............: '
              WS-TOTAL-PAYABLE UPON CNSL.
           DISPLAY 'PAYMENT INSTRUCTIONS WRITTEN.: '
              WS-PAYMENTS-WRITTEN UPON CNSL.
           DISPLAY '   HELD BALANCES RELEASED...: '
              WS-SWEEP-PAID UPON CNSL.
           DISPLAY 'TOTAL PAID TO MERCHANTS......: '
              WS-PAYMENTS-TOTAL UPON CNSL.
           DISPLAY 'PAYOUTS HELD.................: '
              WS-PAYOUTS-HELD UPON CNSL.
           DISPLAY 'BALANCES CARRIED FORWARD.....: '
              WS-PAYOUTS-CARRIED UPON CNSL.
           DISPLAY 'MONTH-TO-DATE ROWS REPLACED..: '
              WS-MTD-REPLACED UPON CNSL.
           DISPLAY 'MONTH-TO-DATE ROWS PURGED....: '
              WS-MTD-PURGED UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.
      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: EXTRACT READ / MERCHANTS
      *REMITTED / NOT ON MASTER / CHARGEBACK DEBITS READ.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           MOVE WS-RECS-READ TO WS-BCR-CNT1.
           MOVE WS-MERCHANTS-PAID TO WS-BCR-CNT2.
           MOVE WS-MERCH-UNKNOWN TO WS-BCR-CNT3.
           MOVE WS-CHGBKS-READ TO WS-BCR-CNT4.
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
           CLOSE MERCHMST-FILE.
           CLOSE MERCHBAL-FILE.
           CLOSE PAYINSTR-FILE.
           CLOSE REMIT-FILE.
           CLOSE ACTWORK-FILE.
           CLOSE MTDACT-FILE.
           CLOSE NETADJ-FILE.
       9009-EXIT.
