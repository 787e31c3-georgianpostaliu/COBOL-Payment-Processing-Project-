      *                  LATER BRACKET BEFORE ANY CHECKPOINT, AND
      *                  THE RERUN WAS THEN REFUSED AS A DOUBLE
      *                  SHIPMENT UNTIL SOMEONE HAND-EDITED SEQCTL.
      * 10/15/2026  RJ   REFUNDS AND REVERSALS. A NEW 35-BYTE DETAIL
      *                  LAYOUT CARRIES A TRANSACTION TYPE ('S'
      *                  SALE, 'R' REFUND, 'V' REVERSAL) AFTER THE
      *                  CYCLE COUNT; THE OLDER LAYOUTS ARE SALES. A
      *                  REVERSAL MUST MATCH AN UNREVERSED SALE
      *                  APPROVAL ON THE DAY'S JOURNAL OR IN THIS
      *                  RUN AND UNWINDS IT AT ITS OWN RATE AND FEE;
      *                  UNMATCHED IT REJECTS AS REV NO ORIGINAL.
      *                  BOTH TYPES SETTLE AS CREDITS - THE EXTRACT,
      *                  REJECT AND JOURNAL RECORDS NOW CARRY THE
      *                  TYPE, THE JOURNAL OUTCOME IS 'F' FOR A
      *                  REFUND AND 'V' FOR A REVERSAL, AND GLPOST
      *                  CARRIES THE REVERSING PAIRS AND THE FEE
      *                  CLAWBACK ON REVERSALS.
      * 10/15/2026  RJ   EVERY TRANSACTION'S MERCHANT IS NOW LOOKED
      *                  UP ON THE MERCHANT MASTER (MERCHMST, NOW
      *                  INDEXED BY MERCHANT AND MAINTAINED BY
      *                  COBIF11). A MERCHANT NOT ON FILE REJECTS
      *                  AS MERCH UNKNOWN, A CLOSED ONE AS MERCH
      *                  CLOSED, AND A SALE FOR A SUSPENDED ONE AS
      *                  MERCH SUSPENDED - A SUSPENDED MERCHANT'S
      *                  REFUNDS AND REVERSALS STILL GO BACK TO THE
      *                  CARDHOLDER.
      * 10/15/2026  RJ   THE DUPLICATE, CARD USAGE AND GL
      *                  ACCUMULATION TABLES ARE REPLACED BY KEYED
      *                  WORK FILES (DUPWORK, USEWORK, ACCWORK) SO
      *                  EVERY RECORD IS CHECKED AND POSTED WHATEVER
      *                  THE VOLUME. DUPWORK IS KEPT FOR THE DAY AND
      *                  REBUILT FROM THE JOURNAL ONLY WHEN MISSING
      *                  OR STALE; A RESTART PICKS UP DUPWORK AND
      *                  USEWORK AS THEY WERE LEFT.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-MST-CARDNO
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT MERCHMST-FILE ASSIGN TO 'MERCHMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MERCH-MST-ID
               FILE STATUS IS WS-MERCHMST-STATUS.
           SELECT DUPWORK-FILE ASSIGN TO 'DUPWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWK-KEY
               FILE STATUS IS WS-DUPWORK-STATUS.
           SELECT USEWORK-FILE ASSIGN TO 'USEWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UWK-CARDNO
               FILE STATUS IS WS-USEWORK-STATUS.
           SELECT ACCWORK-FILE ASSIGN TO 'ACCWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-KEY
               FILE STATUS IS WS-ACCWORK-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       FILE SECTION.
       FD  TRANX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 23 TO 35
           DEPENDING ON WS-TRANX-LEN.
       01  TRANX-RECORD                PIC X(35).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(52).

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD              PIC X(125).

       FD  DUPREVW-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPREVW-RECORD              PIC X(52).

       FD  FRAUD-FILE
           LABEL RECORDS ARE STANDARD.
              88 CARD-MST-BLOCKED      VALUE 'B'.
           05 CARD-MST-DAILY-LIMIT     PIC 9(7).

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

      *THE DAY'S DUPLICATE WORK FILE - ONE ROW PER APPROVAL, REFUND
      *AND REVERSAL CREDITED TODAY, KEYED BY CARD, AMOUNT, CURRENCY
      *AND TYPE AND THEN BY THE STREAM, FILE SEQUENCE AND RECORD
      *THAT PUT IT THERE. A REVERSAL'S ROW CARRIES THE KEY OF THE
      *SALE IT REVERSED. THE ROW WITH THE ALL-LOW KEY IS THE
      *CONTROL ROW - THE DAY THE FILE BELONGS TO.
       FD  DUPWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPWORK-RECORD.
           05 DWK-KEY.
              10 DWK-MATCH-KEY.
                 15 DWK-CARDNO         PIC X(7).
                 15 DWK-AMNT-X         PIC X(9).
                 15 DWK-CCY            PIC X(3).
                 15 DWK-TXN-TYPE       PIC X(1).
              10 DWK-STAMP.
                 15 DWK-STREAM         PIC X(5).
                 15 DWK-STREAM-SEQ     PIC 9(4).
                 15 DWK-ROW-NO         PIC 9(9).
           05 DWK-DATA.
              10 DWK-MERCH             PIC X(4).
              10 DWK-RATE              PIC 9(3)V9(5).
              10 DWK-FEE               PIC 9(7)V9(2).
              10 DWK-APPR-SOURCE       PIC X(1).
              10 DWK-REVERSED-SW       PIC X(1).
              10 DWK-REV-OF-KEY        PIC X(38).
           05 DWK-CTL-DATA REDEFINES DWK-DATA.
              10 DWK-CTL-DATE          PIC 9(8).
              10 FILLER                PIC X(53).

      *THE RUN'S CARD USAGE WORK FILE - ONE ROW PER ACTIVE CARD
      *SEEN, WITH ITS APPROVED SPEND AND ITS FRAUD SIGNALS.
       FD  USEWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  USEWORK-RECORD.
           05 UWK-CARDNO               PIC 9(7).
           05 UWK-AMT                  PIC 9(9)V9(2).
           05 UWK-TXN-CNT              PIC 9(5).
           05 UWK-CTRY-CNT             PIC 9(2).
           05 UWK-CTRY OCCURS 5 TIMES  PIC X(3).
           05 UWK-NEARLIM              PIC 9(5).

      *THE GL ACCUMULATOR WORK FILE - NET SETTLED BY COUNTRY,
      *BRAND, MERCHANT, APPROVAL SOURCE AND DIRECTION, REBUILT FROM
      *THE SETTLEMENT EXTRACT AT END OF EVERY RUN.
       FD  ACCWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCWORK-RECORD.
           05 AWK-KEY.
              10 AWK-CTRY              PIC X(3).
              10 AWK-BRAND             PIC X(4).
              10 AWK-MERCH             PIC X(4).
              10 AWK-SOURCE            PIC X(1).
              10 AWK-CREDIT            PIC X(1).
           05 AWK-AMT                  PIC 9(9)V9(2).

       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
             88 REJ-DAILY-LIMIT    VALUE 'DAILY LIMIT'.
             88 REJ-MERCH-INVALID  VALUE 'MERCH INVALID'.
             88 REJ-DUP-SUSPECT    VALUE 'DUP SUSPECT'.
             88 REJ-TXN-TYPE-INVAL VALUE 'TXN TYPE INVAL'.
             88 REJ-NO-ORIGINAL    VALUE 'REV NO ORIGINAL'.
             88 REJ-MERCH-UNKNOWN  VALUE 'MERCH UNKNOWN'.
             88 REJ-MERCH-SUSPEND  VALUE 'MERCH SUSPENDED'.
             88 REJ-MERCH-CLOSED   VALUE 'MERCH CLOSED'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-REJ-CYCLE          PIC 9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-REJ-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-REJ-TXN-TYPE       PIC X(1).

      *THE SETTLEMENT EXTRACT RECORD WRITTEN TO SETLOUT FOR EVERY
      *APPROVED TRANSACTION - THE FULL FINANCIAL PICTURE CLEARING AND
      *FUNDS TRANSFER NEED: ORIGINAL CURRENCY AND AMOUNT, THE RATE
      *AND FEE APPLIED, THE NET GBP AMOUNT, WHETHER APPROVAL CAME
      *FROM THE LOCAL FEE/RATE PATH ('L') OR FROM ILBOABN0 ('X'),
      *THE MERCHANT THE NET AMOUNT IS OWED TO, AND THE TRANSACTION
      *TYPE. A SALE ('S') IS OWED TO THE MERCHANT; A REFUND ('R')
      *OR REVERSAL ('V') IS A CREDIT TO THE CARDHOLDER THAT THE
      *MERCHANT OWES BACK - THE AMOUNT COLUMNS ARE UNSIGNED AND THE
      *TYPE COLUMN CARRIES THE DIRECTION.
       01 WS-SETTLE-FILE.
          05 WS-SET-NAME           PIC X(6).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-SET-SOURCE         PIC X(1).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-SET-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-SET-TXN-TYPE       PIC X(1).

      *THE TRANSACTION JOURNAL RECORD WRITTEN TO JOURNAL FOR EVERY
      *INPUT RECORD READ, APPROVED OR REJECTED - THE COMPLIANCE AUDIT
      *TRAIL. CARRIES THE INPUT EXACTLY AS RECEIVED, THE OUTCOME
      *('A' APPROVED / 'R' REJECTED / 'S' SUSPENDED / 'D' HELD AS
      *A DUPLICATE / 'F' REFUND CREDITED / 'V' REVERSAL CREDITED)
      *WITH THE REJECT REASON, THE
      *RATE-TABLE AND FEE-TABLE ENTRIES APPLIED (SPACES/ZERO WHEN NO
      *LOOKUP MATCHED), THE ILBOABN0 RETURN CODE FOR AN MST
      *EXTERNAL AUTHORIZATION (SPACES WHEN THE CALL WAS NOT MADE),
      *STREAM ('RESUB' OR SPACES) AND FILE SEQUENCE OF THE BRACKET
      *THE RECORD ARRIVED IN ARE CARRIED SO A RERUN CAN TELL A
      *PRIOR RUN'S APPROVALS FROM A FAILED EXECUTION OF ITS OWN
      *SHIPMENT. THE NORMALIZED TRANSACTION TYPE CLOSES THE ROW -
      *A LAYOUT OLDER THAN THE 35-BYTE ONE CARRIES 'S'.
       01 WS-JOURNAL-FILE.
          05 WS-JRN-INPUT          PIC X(35).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-OUTCOME        PIC X(1).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-RATE-CCY       PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-RATE           PIC 9(3).9(5).
          05 WS-JRN-RATE-R REDEFINES WS-JRN-RATE.
             10 WS-JRN-RATE-INT    PIC 9(3).
             10 FILLER             PIC X(1).
             10 WS-JRN-RATE-DEC    PIC 9(5).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-FEE-CTRY       PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-FEE            PIC 9(7).9(2).
          05 WS-JRN-FEE-R REDEFINES WS-JRN-FEE.
             10 WS-JRN-FEE-INT     PIC 9(7).
             10 FILLER             PIC X(1).
             10 WS-JRN-FEE-DEC     PIC 9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-ILB-RC         PIC X(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-SOURCE         PIC X(5).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-FILE-SEQ       PIC 9(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-JRN-TXN-TYPE       PIC X(1).

      *TRANXIN CONTROL RECORDS. THE FRONT-END BRACKETS THE DETAIL
      *RECORDS WITH A HEADER (RUN DATE AND FILE SEQUENCE NUMBER) AND
       01 WS-READ-DONE-SW          PIC X(1) VALUE 'N'.
          88 READ-DONE             VALUE 'Y'.

      *PER-CARD SPEND ACCUMULATED ACROSS THE RUN ON THE USEWORK
      *WORK FILE, IN THE SAME UNITS AS THE TRANSACTION AMOUNT AS
      *RECEIVED. 0420-CHECK-DAILY-LIMIT FINDS (OR CREATES) THE
      *CARD'S ROW AND REJECTS A TRANSACTION THAT WOULD CARRY THE
      *CARD PAST CARD-MST-DAILY-LIMIT; THE AMOUNT IS ADDED ONLY
      *WHEN THE TRANSACTION IS FINALLY APPROVED, SO A TRANSACTION
      *REJECTED DOWNSTREAM DOES NOT EAT INTO THE CARD'S LIMIT. A
      *FRESH RUN STARTS THE FILE EMPTY; A RESTART PICKS IT UP AS
      *THE ABENDED EXECUTION LEFT IT.
       01 WS-CARDMST-STATUS        PIC X(2).
       01 WS-MERCHMST-STATUS       PIC X(2).

       01 WS-CARD-TRACKED-SW       PIC X(1) VALUE 'N'.
          88 CARD-TRACKED          VALUE 'Y'.

       01 WS-USAGE-CARDNO          PIC 9(7).

       01 WS-USEWORK-STATUS        PIC X(2).
       01 WS-USE-ON-FILE-SW        PIC X(1) VALUE 'N'.
          88 USE-ON-FILE           VALUE 'Y'.
       01 WS-USE-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-USEWORK        VALUE 'Y'.
       01 WS-USE-CREATED-SW        PIC X(1) VALUE 'N'.
          88 USEWORK-CREATED       VALUE 'Y'.

      *FRAUD SCREENING THRESHOLDS AND TALLIES. THE SIGNALS FLAG FOR
      *REVIEW - THEY NEVER DECLINE. A CARD HIT MORE THAN THE
          05 WS-FRD-NEARLIM        PIC 9(5).

      *EVERY APPROVAL'S CARD NUMBER, AMOUNT (PENCE, AS THE NINE
      *RAW DIGITS), CURRENCY AND TRANSACTION TYPE, HELD ON THE
      *DAY'S DUPWORK WORK FILE AND EXTENDED AS EACH RUN APPROVES -
      *THE FILE IS REBUILT FROM THE DAY'S JOURNAL ONLY WHEN IT IS
      *MISSING OR BELONGS TO ANOTHER DAY. A NEW TRANSACTION
      *MATCHING AN ENTRY OF ITS OWN
      *TYPE IS A SUSPECTED DUPLICATE AND GOES TO DUPREVW FOR REVIEW
      *INSTEAD OF SETTLING - A REFUND OR REVERSAL OF A SALE CARRIES
      *THE SALE'S CARD, AMOUNT AND CURRENCY AND IS NOT A DUPLICATE
      *OF IT. A SALE'S ENTRY ALSO KEEPS ITS MERCHANT, THE RATE AND
      *FEE IT SETTLED AT AND ITS APPROVAL SOURCE, SO A REVERSAL CAN
      *BE MATCHED TO IT AND UNWOUND AT EXACTLY THE SAME FIGURES,
      *AND IS MARKED REVERSED ONCE ONE HAS BEEN CREDITED AGAINST
      *IT.
       01 WS-DUPREVW-STATUS        PIC X(2).
       01 WS-DUPWORK-STATUS        PIC X(2).

       01 WS-DUP-FOUND-SW          PIC X(1) VALUE 'N'.
          88 DUP-FOUND             VALUE 'Y'.
          88 END-OF-JOURNAL-IN     VALUE 'Y'.

      *THE STREAM MARKER THIS RUN WRITES ON ITS OWN JOURNAL ROWS -
      *0166-PRIME-ONE-JOURNAL AND 0725-DROP-ONE-ROW USE IT TO
      *RECOGNIZE ROWS A FAILED
      *EXECUTION OF THIS SAME SHIPMENT LEFT BEHIND.
       01 WS-PRIME-SOURCE          PIC X(5).

       01 WS-DUP-NEW-CARDNO        PIC X(7).
       01 WS-DUP-NEW-AMNT-X        PIC X(9).
       01 WS-DUP-NEW-CCY           PIC X(3).
       01 WS-DUP-NEW-TXN-TYPE      PIC X(1).
       01 WS-DUP-NEW-MERCH         PIC X(4).
       01 WS-DUP-NEW-RATE          PIC 9(3)V9(5).
       01 WS-DUP-NEW-FEE           PIC 9(7)V9(2).
       01 WS-DUP-NEW-SOURCE        PIC X(1).
       01 WS-DUP-NEW-STREAM        PIC X(5).
       01 WS-DUP-NEW-STREAM-SEQ    PIC 9(4).
       01 WS-DUP-NEW-ROW-NO        PIC 9(9).
       01 WS-DUP-NEW-REV-OF        PIC X(38).

      *THE SALE A REVERSAL MATCHED - SET BY 0485-FIND-ORIGINAL-SALE
      *AND MARKED REVERSED WHEN THE REVERSAL IS FINALLY CREDITED.
      *ITS RATE, FEE AND SOURCE ARE KEPT FOR 0990-PRICE-REVERSAL.
       01 WS-ORIG-FOUND-SW         PIC X(1) VALUE 'N'.
          88 ORIGINAL-FOUND        VALUE 'Y'.
       01 WS-REV-DUP-KEY           PIC X(38).
       01 WS-REV-DUP-RATE          PIC 9(3)V9(5).
       01 WS-REV-DUP-FEE           PIC 9(7)V9(2).
       01 WS-REV-DUP-SOURCE        PIC X(1).

      *DUPWORK LOOKUP AND HOUSEKEEPING. THE MATCH KEY IS THE CARD,
      *AMOUNT, CURRENCY AND TYPE BEING LOOKED FOR; THE CONTROL ROW
      *SAYS WHETHER THE FILE IS TODAY'S.
       01 WS-DWK-MATCH-KEY         PIC X(20).
       01 WS-DWK-SAVE-KEY          PIC X(38).
       01 WS-DWK-SAVE-TYPE         PIC X(1).
       01 WS-DWK-SAVE-REV-OF       PIC X(38).
       01 WS-DWK-SCAN-SW           PIC X(1) VALUE 'N'.
          88 END-OF-DWK-SCAN       VALUE 'Y'.
       01 WS-DWK-CTL-SW            PIC X(1) VALUE 'N'.
          88 DWK-CTL-TODAY         VALUE 'Y'.
       01 WS-DUP-ROWS-PRIMED       PIC 9(9) VALUE ZERO.
       01 WS-DUP-ROWS-DROPPED      PIC 9(9) VALUE ZERO.

      *THE INPUT RECORD EXACTLY AS READ FROM TRANXIN, SAVED BEFORE
      *ANY PROCESSING TOUCHES IT SO THE JOURNAL CAN REPORT WHAT WAS
      *ACTUALLY RECEIVED.
       01 WS-TRANX-AS-READ         PIC X(35).

      *A DETAIL RECORD ARRIVES IN ONE OF FOUR LAYOUTS, TOLD APART
      *BY ITS LENGTH. THE 35-BYTE LAYOUT IS CURRENT: THE AMOUNT IS
      *NINE DIGITS WITH TWO IMPLIED DECIMALS (PENCE), FOLLOWED BY
      *THE FOUR-DIGIT MERCHANT IDENTIFIER, THE TWO-BYTE
      *RESUBMISSION CYCLE SET BY THE COBIF02 REPAIR PROGRAM AND THE
      *ONE-BYTE TRANSACTION TYPE - 'S' (OR SPACE) A SALE, 'R' A
      *REFUND, 'V' A REVERSAL OF AN EARLIER SALE. THE 34-BYTE
      *LAYOUT IS THE SAME WITHOUT THE TYPE AND IS ALWAYS A SALE. THE
      *30-BYTE LAYOUT IS THE SAME WITHOUT THE MERCHANT, AND THE
      *23-BYTE LAYOUT (AND ITS 25-BYTE VARIANT WITH A CYCLE) IS THE
      *OLDEST, STILL ACCEPTED WHILE THE FRONT-END SYSTEMS MIGRATE -
          05 WS-V3-MERCH           PIC X(4).
          05 WS-V3-CYCLE-X         PIC X(2).

       01 WS-TRANX-DETAIL-V4.
          05 WS-V4-NAME            PIC X(6).
          05 WS-V4-CCY             PIC X(3).
          05 WS-V4-AMNT-X          PIC X(9).
          05 WS-V4-CARDNO          PIC X(7).
          05 WS-V4-CTRY            PIC X(3).
          05 WS-V4-MERCH           PIC X(4).
          05 WS-V4-CYCLE-X         PIC X(2).
          05 WS-V4-TXN-TYPE        PIC X(1).

      *THE SETTLEMENT EXTRACT RECORD READ BACK IN - THE SAME
      *LAYOUT WS-SETTLE-FILE WRITES, WITH THE AMOUNT COLUMNS SPLIT
      *AROUND THEIR DECIMAL POINTS FOR PARSING. READ IN TWO PLACES:
      *0115-PRIME-CARD-USAGE RE-SEEDS THE PER-CARD SPEND WORK FILE
      *(USEWORK) FROM THE PRE-ABEND EXTRACT ON A RESTART, AND
      *1240-ACCUMULATE-FROM-EXTRACT REBUILDS THE GL ACCUMULATION
      *WORK FILE (ACCWORK) FROM THE WHOLE EXTRACT AT END OF RUN.
       01 WS-SETIN-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-SETTLE-IN      VALUE 'Y'.

          05 WS-SIN-SOURCE         PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-SIN-MERCH          PIC X(4).
          05 FILLER                PIC X(1).
          05 WS-SIN-TXN-TYPE       PIC X(1).
             88 SIN-CREDIT         VALUES 'R' 'V'.

       01 WS-SIN-ORIG-AMNT         PIC 9(7)V9(2).
       01 WS-SIN-NET-AMNT          PIC 9(7)V9(2).

          05 WS-COUNTRY            PIC X(3).
          05 WS-MERCH              PIC X(4).
          05 WS-TXN-TYPE           PIC X(1).
             88 TXN-SALE           VALUE 'S'.
             88 TXN-REFUND         VALUE 'R'.
             88 TXN-REVERSAL       VALUE 'V'.
             88 TXN-CREDIT         VALUES 'R' 'V'.
             88 TXN-TYPE-VALID     VALUES 'S' 'R' 'V'.

      *THE CONVERSION-RATE TABLE, READ FROM RATE-FILE BY
      *0120-LOAD-RATE-TABLE AT THE START OF THE RUN - NO LONGER
       01 WS-APPR-VISA-CNT         PIC 9(9) VALUE ZERO.
       01 WS-APPR-MST-CNT          PIC 9(9) VALUE ZERO.
       01 WS-APPR-DIN-CNT          PIC 9(9) VALUE ZERO.
       01 WS-APPR-REFUND-CNT       PIC 9(9) VALUE ZERO.
       01 WS-APPR-REVERSAL-CNT     PIC 9(9) VALUE ZERO.
       01 WS-REFUND-AMT            PIC 9(9)V9(2) VALUE ZERO.
       01 WS-REVERSAL-AMT          PIC 9(9)V9(2) VALUE ZERO.
       01 WS-APPR-AMT-EXTERNAL     PIC 9(9)V9(2) VALUE ZERO.

      *FEE INCOME TAKEN ON LOCALLY APPROVED TRANSACTIONS, BY BRAND,
       01 WS-FEE-INC-MST           PIC 9(9)V9(2) VALUE ZERO.
       01 WS-FEE-INC-DIN           PIC 9(9)V9(2) VALUE ZERO.

      *FEE CLAWBACK, BY BRAND. A REVERSAL VOIDS ITS SALE OUTRIGHT,
      *SO THE FEE TAKEN ON THE SALE IS HANDED BACK - FEE INCOME IS
      *DEBITED AND FEE RECEIVABLE CREDITED. A REFUND IS A NEW
      *TRANSACTION RETURNING GOODS; THE FEE EARNED ON THE ORIGINAL
      *SALE IS KEPT AND THE REFUND ITSELF IS PRICED AT NO FEE, SO
      *IT CONTRIBUTES NOTHING HERE.
       01 WS-FEE-CLAWBACK-VISA     PIC 9(9)V9(2) VALUE ZERO.
       01 WS-FEE-CLAWBACK-MST      PIC 9(9)V9(2) VALUE ZERO.
       01 WS-FEE-CLAWBACK-DIN      PIC 9(9)V9(2) VALUE ZERO.

      *NET SETTLED AMOUNTS ACCUMULATED FOR THE GL BY COUNTRY, BRAND
      *AND MERCHANT ON THE ACCWORK WORK FILE, REBUILT FROM THE FULL
      *SETTLEMENT EXTRACT BY 1240-ACCUMULATE-FROM-EXTRACT. A LOCAL
      *APPROVAL ('L') POSTS SETTLEMENT CLEARING AGAINST THE
      *MERCHANT'S PAYABLE; AN ILBOABN0 APPROVAL ('X') POSTS THE
      *EXTERNAL AUTH CLEARING ACCOUNT AGAINST THE MERCHANT'S
      *PAYABLE, WITH SPACES IN THE COUNTRY COLUMN AS BEFORE.
      *REFUNDS AND REVERSALS ACCUMULATE IN ROWS OF THEIR OWN
      *(AWK-CREDIT 'Y') AND POST THE
      *REVERSING PAIR - THE MERCHANT'S PAYABLE AGAINST THE CLEARING
      *ACCOUNT THE SALE WOULD HAVE DEBITED.
       01 WS-ACCWORK-STATUS        PIC X(2).
       01 WS-ACC-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-ACCWORK        VALUE 'Y'.

       01 WS-ACC-CTRY              PIC X(3).
       01 WS-ACC-BRAND             PIC X(4).
       01 WS-ACC-MERCH             PIC X(4).
       01 WS-ACC-SOURCE            PIC X(1).
       01 WS-ACC-CREDIT            PIC X(1).

       01 WS-ACC-FOUND-SW          PIC X(1) VALUE 'N'.
          88 ACC-ENTRY-FOUND       VALUE 'Y'.
      *  10200000  FEE RECEIVABLE          (DR FEE INCOME)
      *  40100000  FEE INCOME              (CR FEE INCOME)
      *  10300000  EXTERNAL AUTH CLEARING  (DR ILBOABN0 SETTLED)
      *A REFUND OR REVERSAL POSTS THE SAME ACCOUNTS THE OTHER WAY
      *ROUND - DR MERCHANT PAYABLE, CR THE CLEARING ACCOUNT - AND A
      *REVERSAL'S FEE CLAWBACK DEBITS FEE INCOME AND CREDITS FEE
      *RECEIVABLE.
       01 WS-GLPOST-STATUS         PIC X(2).

       01 WS-GLPOST-FILE.
       01 WS-REJ-NOTFND-CNT        PIC 9(9) VALUE ZERO.
       01 WS-REJ-LIMIT-CNT         PIC 9(9) VALUE ZERO.
       01 WS-REJ-MERCH-CNT         PIC 9(9) VALUE ZERO.
       01 WS-REJ-TXN-TYPE-CNT      PIC 9(9) VALUE ZERO.
       01 WS-REJ-NO-ORIG-CNT       PIC 9(9) VALUE ZERO.
       01 WS-REJ-MUNKN-CNT         PIC 9(9) VALUE ZERO.
       01 WS-REJ-MSUSP-CNT         PIC 9(9) VALUE ZERO.
       01 WS-REJ-MCLOS-CNT         PIC 9(9) VALUE ZERO.
       01 WS-RECS-SUSPENDED        PIC 9(9) VALUE ZERO.
       01 WS-RECS-DUPLICATE        PIC 9(9) VALUE ZERO.

           PERFORM 0105-READ-CHECKPOINT THRU 0106-EXIT.
           PERFORM 0140-VERIFY-HEADER THRU 0149-EXIT.
           PERFORM 0110-DETERMINE-RESTART THRU 0119-EXIT.
           PERFORM 0750-OPEN-USAGE-WORK THRU 0759-EXIT.
           PERFORM 0150-OPEN-REJECT-FILE THRU 0159-EXIT.
           PERFORM 0160-OPEN-SETTLE-FILE THRU 0169-EXIT.
           PERFORM 0700-OPEN-DUP-WORK THRU 0709-EXIT.
           PERFORM 0170-OPEN-JOURNAL-FILE THRU 0179-EXIT.
           PERFORM 0180-OPEN-CARD-MASTER THRU 0189-EXIT.
           PERFORM 0185-OPEN-MERCH-MASTER THRU 0188-EXIT.
           PERFORM 0190-OPEN-SUSPENSE-FILE THRU 0199-EXIT.
           PERFORM 0195-OPEN-DUPREVW-FILE THRU 0198-EXIT.
           PERFORM 0200-READ-TRANX THRU 0209-EXIT.
           IF WS-RESTART-COUNT > ZERO
              PERFORM 0210-SKIP-TRANX THRU 0219-EXIT
                 WS-RESTART-COUNT TIMES
           END-IF.
       0119-EXIT.

      **************************************************************
      *ON A RESTART THE PER-CARD SPEND IS PICKED UP FROM USEWORK AS
      *THE ABENDED EXECUTION LEFT IT. IF THE WORK FILE HAS BEEN LOST
      *THE DAILY LIMIT WOULD UNDER-ENFORCE ON EXACTLY THE RUNS THAT
      *ABENDED, SO IT IS RE-SEEDED INSTEAD: THE PRE-ABEND APPROVALS
      *ARE ALREADY ON THE SETTLEMENT EXTRACT, EACH RECORD CARRYING
      *THE CARD NUMBER AND ORIGINAL AMOUNT - READ IT BACK BEFORE
      *PROCESSING RESUMES. RUNS BEFORE 0160-OPEN-SETTLE-FILE TAKES
      *THE FILE FOR EXTEND. A REFUND OR REVERSAL NEVER COUNTED
      *AGAINST THE LIMIT AND IS PASSED OVER.
      **************************************************************

       0115-PRIME-CARD-USAGE.
                 SET END-OF-SETTLE-IN TO TRUE
              NOT AT END
                 MOVE SETTLE-RECORD TO WS-SETTLE-IN
                 IF NOT SIN-CREDIT
                    COMPUTE WS-SIN-ORIG-AMNT = WS-SIN-ORIG-INT
                       + WS-SIN-ORIG-DEC / 100
                    MOVE WS-SIN-CARDNO TO WS-USAGE-CARDNO
                    PERFORM 0430-FIND-USAGE-ENTRY THRU 0439-EXIT
                    ADD WS-SIN-ORIG-AMNT TO UWK-AMT
                    PERFORM 0435-SAVE-USAGE-ENTRY THRU 0435-EXIT
                 END-IF
           END-READ.
       0117-EXIT.
       0169-EXIT.

      **************************************************************
      *PRIME ONE DUPWORK ROW FROM A JOURNAL RECORD - SEE
      *0710-REBUILD-DUP-WORK.
      **************************************************************

       0166-PRIME-ONE-JOURNAL.
           READ JOURNAL-FILE
              AT END
                 SET END-OF-JOURNAL-IN TO TRUE
              NOT AT END
                 MOVE JOURNAL-RECORD TO WS-JOURNAL-FILE
                 IF WS-JRN-OUTCOME = 'A' OR 'F' OR 'V'
                    IF WS-RESTART-COUNT = ZERO
                          AND WS-JRN-SOURCE = WS-PRIME-SOURCE
                          AND WS-JRN-FILE-SEQ IS NUMERIC
                          AND WS-JRN-FILE-SEQ NOT < WS-FILE-SEQ
                       CONTINUE
                    ELSE
                       PERFORM 0162-PRIME-ONE-APPROVAL THRU 0163-EXIT
                    END-IF
                 END-IF
           END-READ.
       0167-EXIT.

       0162-PRIME-ONE-APPROVAL.
           MOVE WS-JRN-CARDNO TO WS-DUP-NEW-CARDNO.
           MOVE WS-JRN-AMNT-X TO WS-DUP-NEW-AMNT-X.
           MOVE WS-JRN-CCY TO WS-DUP-NEW-CCY.
           MOVE WS-JRN-MERCH TO WS-DUP-NEW-MERCH.
           EVALUATE WS-JRN-OUTCOME
              WHEN 'F'
                 MOVE 'R' TO WS-DUP-NEW-TXN-TYPE
              WHEN 'V'
                 MOVE 'V' TO WS-DUP-NEW-TXN-TYPE
              WHEN OTHER
                 MOVE 'S' TO WS-DUP-NEW-TXN-TYPE
           END-EVALUATE.
           IF WS-JRN-RATE-INT IS NUMERIC
                 AND WS-JRN-RATE-DEC IS NUMERIC
              COMPUTE WS-DUP-NEW-RATE = WS-JRN-RATE-INT
                 + WS-JRN-RATE-DEC / 100000
           ELSE
              MOVE ZERO TO WS-DUP-NEW-RATE
           END-IF.
           IF WS-JRN-FEE-INT IS NUMERIC
                 AND WS-JRN-FEE-DEC IS NUMERIC
              COMPUTE WS-DUP-NEW-FEE = WS-JRN-FEE-INT
                 + WS-JRN-FEE-DEC / 100
           ELSE
              MOVE ZERO TO WS-DUP-NEW-FEE
           END-IF.
           IF WS-JRN-ILB-RC = '00'
              MOVE 'X' TO WS-DUP-NEW-SOURCE
           ELSE
              MOVE 'L' TO WS-DUP-NEW-SOURCE
           END-IF.
           MOVE WS-JRN-SOURCE TO WS-DUP-NEW-STREAM.
           IF WS-JRN-FILE-SEQ IS NUMERIC
              MOVE WS-JRN-FILE-SEQ TO WS-DUP-NEW-STREAM-SEQ
           ELSE
              MOVE ZERO TO WS-DUP-NEW-STREAM-SEQ
           END-IF.
           ADD 1 TO WS-DUP-ROWS-PRIMED.
           MOVE WS-DUP-ROWS-PRIMED TO WS-DUP-NEW-ROW-NO.
           MOVE SPACES TO WS-DUP-NEW-REV-OF.
           IF WS-DUP-NEW-TXN-TYPE = 'V'
              PERFORM 0485-FIND-ORIGINAL-SALE THRU 0489-EXIT
              IF ORIGINAL-FOUND
                 PERFORM 0487-MARK-SALE-REVERSED THRU 0487-EXIT
                 MOVE WS-REV-DUP-KEY TO WS-DUP-NEW-REV-OF
              END-IF
           END-IF.
           PERFORM 0460-ADD-DUP-ENTRY THRU 0469-EXIT.
       0163-EXIT.

      **************************************************************
      *OPEN THE DAY'S DUPLICATE WORK FILE. DUPWORK HOLDS EVERY
      *APPROVAL, REFUND AND REVERSAL CREDITED TODAY SO AN ITEM THAT
      *SETTLED ON AN EARLIER RUN TONIGHT - OR ON THE PRE-ABEND
      *PORTION OF A RESTARTED RUN - CANNOT SETTLE AGAIN. RUNS BEFORE
      *0170-OPEN-JOURNAL-FILE TAKES THE JOURNAL FOR EXTEND.
      *A FILE THAT IS MISSING OR BELONGS TO AN EARLIER DAY IS
      *REBUILT FROM THE DAY'S JOURNAL (0710-REBUILD-DUP-WORK).
      *OTHERWISE IT IS PICKED UP AS THE LAST EXECUTION LEFT IT -
      *ON A RESTART THAT INCLUDES THE ROWS WRITTEN AFTER THE LAST
      *CHECKPOINT, SO A REPROCESSED ITEM IS HELD FOR REVIEW AS IT
      *ALWAYS WAS. A RERUN AFTER AN ABEND THAT BEAT THE FIRST
      *CHECKPOINT STARTS FROM RECORD ONE WITH A FRESH EXTRACT, SO
      *THE FAILED EXECUTION'S APPROVALS SETTLED NOWHERE - KEEPING
      *THEM WOULD DIVERT EVERY ONE TO DUPREVW ON THE REPROCESS. WHEN
      *NO CHECKPOINT IS ON FILE, ROWS STAMPED WITH THIS SHIPMENT'S
      *OWN STREAM AND SEQUENCE (OR A LATER ONE OF ITS BRACKETS) ARE
      *THEREFORE DROPPED (0720-DROP-FAILED-ROWS).
      **************************************************************

       0700-OPEN-DUP-WORK.
           IF RESUBMISSION-FILE
              MOVE 'RESUB' TO WS-PRIME-SOURCE
           ELSE
              MOVE SPACES TO WS-PRIME-SOURCE
           END-IF.
           OPEN I-O DUPWORK-FILE.
           IF WS-DUPWORK-STATUS = '35'
              OPEN OUTPUT DUPWORK-FILE
              CLOSE DUPWORK-FILE
              OPEN I-O DUPWORK-FILE
           END-IF.
           IF WS-DUPWORK-STATUS NOT = '00'
              DISPLAY 'COBIF01 - DUPWORK OPEN FAILED, FILE STATUS '
                 WS-DUPWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-DWK-CTL-SW.
           MOVE LOW-VALUES TO DWK-KEY.
           READ DUPWORK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DWK-CTL-DATE = WS-CURRENT-DATE
                    SET DWK-CTL-TODAY TO TRUE
                 END-IF
           END-READ.
           IF NOT DWK-CTL-TODAY
              PERFORM 0710-REBUILD-DUP-WORK THRU 0719-EXIT
           ELSE
              IF WS-RESTART-COUNT = ZERO
                 PERFORM 0720-DROP-FAILED-ROWS THRU 0729-EXIT
              END-IF
           END-IF.
       0709-EXIT.

      *CLEAR DUPWORK, STAMP IT WITH TODAY'S DATE AND PRIME IT FROM
      *THE JOURNAL AS IT STANDS. A MISSING JOURNAL SIMPLY PRIMES
      *NOTHING. 0166-PRIME-ONE-JOURNAL LEAVES OUT THE FAILED
      *EXECUTION'S ROWS ON A RERUN WITH NO CHECKPOINT, AS ABOVE.
      *REFUNDS ('F') AND REVERSALS ('V') CREDITED EARLIER PRIME
      *UNDER THEIR OWN TYPES, AND A PRIMED REVERSAL MARKS ITS SALE
      *REVERSED SO THE SAME SALE CANNOT BE REVERSED TWICE.
       0710-REBUILD-DUP-WORK.
           CLOSE DUPWORK-FILE.
           OPEN OUTPUT DUPWORK-FILE.
           IF WS-DUPWORK-STATUS = '00'
              CLOSE DUPWORK-FILE
           END-IF.
           OPEN I-O DUPWORK-FILE.
           IF WS-DUPWORK-STATUS NOT = '00'
              DISPLAY 'COBIF01 - DUPWORK REBUILD FAILED, FILE STATUS '
                 WS-DUPWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LOW-VALUES TO DWK-KEY.
           MOVE SPACES TO DWK-CTL-DATA.
           MOVE WS-CURRENT-DATE TO DWK-CTL-DATE.
           WRITE DUPWORK-RECORD
              INVALID KEY
                 PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
           END-WRITE.
           MOVE ZERO TO WS-DUP-ROWS-PRIMED.
           MOVE 'N' TO WS-JRNIN-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = '00'
                 UNTIL END-OF-JOURNAL-IN
              CLOSE JOURNAL-FILE
           END-IF.
           DISPLAY 'COBIF01 - DUPWORK REBUILT FROM THE JOURNAL, '
              WS-DUP-ROWS-PRIMED ' ROWS' UPON CNSL.
       0719-EXIT.

      *DROP THE ROWS A FAILED EXECUTION OF THIS SHIPMENT LEFT ON
      *TODAY'S DUPWORK. A DROPPED REVERSAL HANDS ITS SALE BACK SO IT
      *CAN BE REVERSED ON THE REPROCESS.
       0720-DROP-FAILED-ROWS.
           MOVE ZERO TO WS-DUP-ROWS-DROPPED.
           MOVE 'N' TO WS-DWK-SCAN-SW.
           MOVE LOW-VALUES TO DWK-KEY.
           START DUPWORK-FILE KEY IS GREATER THAN DWK-KEY
              INVALID KEY
                 GO TO 0729-EXIT
           END-START.
           PERFORM 0725-DROP-ONE-ROW THRU 0725-EXIT
              UNTIL END-OF-DWK-SCAN.
           IF WS-DUP-ROWS-DROPPED > ZERO
              DISPLAY 'COBIF01 - ' WS-DUP-ROWS-DROPPED
                 ' DUPWORK ROWS OF A FAILED EXECUTION DROPPED'
                 UPON CNSL
           END-IF.
       0729-EXIT.

       0725-DROP-ONE-ROW.
           READ DUPWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-DWK-SCAN TO TRUE
                 GO TO 0725-EXIT
           END-READ.
           IF DWK-STREAM NOT = WS-PRIME-SOURCE
                 OR DWK-STREAM-SEQ < WS-FILE-SEQ
              GO TO 0725-EXIT
           END-IF.
           MOVE DWK-KEY TO WS-DWK-SAVE-KEY.
           MOVE DWK-TXN-TYPE TO WS-DWK-SAVE-TYPE.
           MOVE DWK-REV-OF-KEY TO WS-DWK-SAVE-REV-OF.
           DELETE DUPWORK-FILE RECORD
              INVALID KEY
                 PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
           END-DELETE.
           ADD 1 TO WS-DUP-ROWS-DROPPED.
           IF WS-DWK-SAVE-TYPE = 'V'
                 AND WS-DWK-SAVE-REV-OF NOT = SPACES
              PERFORM 0730-UNMARK-REVERSED-SALE THRU 0739-EXIT
           END-IF.
       0725-EXIT.

      *THE SALE MAY ALREADY HAVE BEEN DROPPED ITSELF. THE BROWSE IS
      *REPOSITIONED AFTER THE ROW JUST DELETED.
       0730-UNMARK-REVERSED-SALE.
           MOVE WS-DWK-SAVE-REV-OF TO DWK-KEY.
           READ DUPWORK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO DWK-REVERSED-SW
                 REWRITE DUPWORK-RECORD
                    INVALID KEY
                       PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
                 END-REWRITE
           END-READ.
           MOVE WS-DWK-SAVE-KEY TO DWK-KEY.
           START DUPWORK-FILE KEY IS GREATER THAN DWK-KEY
              INVALID KEY
                 SET END-OF-DWK-SCAN TO TRUE
           END-START.
       0739-EXIT.

      **************************************************************
      *OPEN THE RUN'S CARD USAGE WORK FILE. A FRESH RUN STARTS IT
      *EMPTY; A RESTART PICKS IT UP AS THE ABENDED EXECUTION LEFT
      *IT, AND ONLY IF IT HAS BEEN LOST IS IT RE-SEEDED FROM THE
      *SETTLEMENT EXTRACT (0115-PRIME-CARD-USAGE).
      **************************************************************

       0750-OPEN-USAGE-WORK.
           MOVE 'N' TO WS-USE-CREATED-SW.
           IF WS-RESTART-COUNT = ZERO
              OPEN OUTPUT USEWORK-FILE
              IF WS-USEWORK-STATUS = '00'
                 CLOSE USEWORK-FILE
              END-IF
           END-IF.
           OPEN I-O USEWORK-FILE.
           IF WS-USEWORK-STATUS = '35'
              SET USEWORK-CREATED TO TRUE
              OPEN OUTPUT USEWORK-FILE
              CLOSE USEWORK-FILE
              OPEN I-O USEWORK-FILE
           END-IF.
           IF WS-USEWORK-STATUS NOT = '00'
              DISPLAY 'COBIF01 - USEWORK OPEN FAILED, FILE STATUS '
                 WS-USEWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RESTART-COUNT > ZERO AND USEWORK-CREATED
              PERFORM 0115-PRIME-CARD-USAGE THRU 0118-EXIT
           END-IF.
       0759-EXIT.

      **************************************************************
      *OPEN ACCWORK EMPTY FOR THE END-OF-RUN GL ACCUMULATION.
      **************************************************************

       0770-OPEN-ACCUM-WORK.
           OPEN OUTPUT ACCWORK-FILE.
           IF WS-ACCWORK-STATUS = '00'
              CLOSE ACCWORK-FILE
              OPEN I-O ACCWORK-FILE
           END-IF.
           IF WS-ACCWORK-STATUS NOT = '00'
              DISPLAY 'COBIF01 - ACCWORK OPEN FAILED, FILE STATUS '
                 WS-ACCWORK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0779-EXIT.

      **************************************************************
      *A WORK FILE ROW THAT CANNOT BE RECORDED WOULD LET A DUPLICATE
      *SETTLE, A CARD RUN PAST ITS LIMIT OR AN AMOUNT GO UNPOSTED -
      *THE RUN STOPS.
      **************************************************************

       0791-DUPWORK-FAILED.
           DISPLAY 'COBIF01 - DUPWORK UPDATE FAILED, FILE STATUS '
              WS-DUPWORK-STATUS UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0791-EXIT.

       0792-USEWORK-FAILED.
           DISPLAY 'COBIF01 - USEWORK UPDATE FAILED, FILE STATUS '
              WS-USEWORK-STATUS UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0792-EXIT.

       0793-ACCWORK-FAILED.
           DISPLAY 'COBIF01 - ACCWORK UPDATE FAILED, FILE STATUS '
              WS-ACCWORK-STATUS UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0793-EXIT.

      **************************************************************
      *OPEN THE TRANSACTION JOURNAL. THE JOURNAL IS THE DAY'S FILE,
           END-IF.
       0189-EXIT.

      **************************************************************
      *OPEN THE MERCHANT MASTER FOR RANDOM READS BY MERCHANT.
      **************************************************************

       0185-OPEN-MERCH-MASTER.
           OPEN INPUT MERCHMST-FILE.
           IF WS-MERCHMST-STATUS NOT = '00'
              DISPLAY 'COBIF01 - MERCHMST OPEN FAILED, FILE STATUS '
                 WS-MERCHMST-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0188-EXIT.

      **************************************************************
      *OPEN THE SUSPENSE DATASET. THE SAME RESTART RULE AS THE
      *REJECTS FILE APPLIES - OPEN EXTEND ON A RESTART SO SUSPENDED
      *NON-NUMERIC AMOUNT FIELD IS PASSED THROUGH UNCONVERTED FOR
      *VALIDATION TO REJECT, AND CONTRIBUTES NOTHING TO THE HASH.
      *THE HASH IS DEFINED IN PENCE, SO AN OLD-LAYOUT AMOUNT COUNTS
      *ITS VALUE TIMES ONE HUNDRED. A LAYOUT WITHOUT A TYPE BYTE
      *IS A SALE, AS IS A SPACE IN THE TYPE BYTE; ANY OTHER VALUE IS
      *CARRIED THROUGH AS RECEIVED FOR VALIDATION TO REJECT.
      **************************************************************

       0230-DECODE-DETAIL.
           MOVE SPACES TO WS-TRANX-AS-READ.
           MOVE TRANX-RECORD(1:WS-TRANX-LEN) TO WS-TRANX-AS-READ.
           MOVE 'S' TO WS-TXN-TYPE.
           IF WS-TRANX-LEN = 35
              MOVE TRANX-RECORD TO WS-TRANX-DETAIL-V4
              MOVE WS-V4-NAME TO WS-NAME
              MOVE WS-V4-CCY TO WS-CURRENCY
              MOVE WS-V4-AMNT-X TO WS-AMNT-X
              MOVE WS-V4-CARDNO TO WS-CARDNO
              MOVE WS-V4-CTRY TO WS-COUNTRY
              MOVE WS-V4-MERCH TO WS-MERCH
              IF WS-V4-CYCLE-X IS NUMERIC
                 MOVE WS-V4-CYCLE-X TO WS-RESUB-CYCLE
              ELSE
                 MOVE ZERO TO WS-RESUB-CYCLE
              END-IF
              IF WS-V4-TXN-TYPE NOT = SPACE
                 MOVE WS-V4-TXN-TYPE TO WS-TXN-TYPE
              END-IF
           ELSE
           IF WS-TRANX-LEN = 34
              MOVE TRANX-RECORD TO WS-TRANX-DETAIL-V3
              MOVE WS-V3-NAME TO WS-NAME
                 MOVE ZERO TO WS-RESUB-CYCLE
              END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-AMNT IS NUMERIC
              COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
       0669-EXIT.

      **************************************************************
      *PROCESS ONE TRANSACTION, CHECKPOINT, THEN READ THE NEXT. A
      *REVERSAL IS PRICED FROM THE SALE IT MATCHED; A SALE OR A
      *REFUND GOES THROUGH THE BRAND'S RATE AND FEE PROCESSING.
      **************************************************************

       0300-PROCESS-RECORD.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE 'N' TO WS-CARD-TRACKED-SW.
           MOVE 'N' TO WS-ORIG-FOUND-SW.
           PERFORM 0400-VALIDATE-RECORD THRU 0409-EXIT.
           IF RECORD-APPROVED
              MOVE WS-AMNT TO WS-ORIG-AMNT
              MOVE ZERO TO WS-RATE-APPLIED
              MOVE ZERO TO WS-FEE-APPLIED
              SET APPR-SOURCE-LOCAL TO TRUE
              IF TXN-REVERSAL
                 PERFORM 0990-PRICE-REVERSAL THRU 0999-EXIT
              ELSE
                 PERFORM 0900-PROCESS-FILE THRU 0909-EXIT
              END-IF
           END-IF.
           PERFORM 1000-BUILD-OUTPUT THRU 1009-EXIT.
           PERFORM 1020-WRITE-JOURNAL THRU 1029-EXIT.
      *VALIDATE THE AMOUNT, CARD NUMBER AND MERCHANT BEFORE ANY FEE
      *OR RATE COMPUTATION IS ATTEMPTED AGAINST THEM. THE MERCHANT
      *MUST BE NUMERIC - IT KEYS THE PAYABLE POSTING AND THE
      *COBIF06 REMITTANCE RUN, SO A CORRUPT ONE CANNOT SETTLE - AND
      *MUST BE ON THE MERCHANT MASTER IN A STATUS THAT TAKES THE
      *TRANSACTION. THE
      *TRANSACTION TYPE MUST BE ONE WE PROCESS, AND A REVERSAL MUST
      *FIND THE SALE IT REVERSES BEFORE THE CARD IS LOOKED AT.
      **************************************************************

       0400-VALIDATE-RECORD.
                    SET REJ-MERCH-INVALID TO TRUE
                    PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
                 ELSE
                 IF NOT TXN-TYPE-VALID
                    SET REJ-TXN-TYPE-INVAL TO TRUE
                    PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
                 ELSE
                    PERFORM 0490-CHECK-MERCH-MASTER THRU 0499-EXIT
                    IF RECORD-APPROVED
                       PERFORM 0440-CHECK-DUPLICATE THRU 0449-EXIT
                    END-IF
                    IF RECORD-APPROVED
                       IF TXN-REVERSAL
                          PERFORM 0480-MATCH-REVERSAL THRU 0484-EXIT
                       END-IF
                       IF RECORD-APPROVED
                          PERFORM 0410-CHECK-CARD-MASTER
                             THRU 0419-EXIT
                       END-IF
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       0409-EXIT.
      *LOOK THE CARD UP ON THE CARD MASTER. A CARD THAT IS NOT ON
      *FILE, OR IS CARRIED AS LOST, STOLEN OR BLOCKED, IS REJECTED
      *WITH ITS OWN REASON CODE; AN ACTIVE CARD GOES ON TO THE
      *DAILY SPEND LIMIT CHECK. A REFUND OR REVERSAL ONLY NEEDS THE
      *CARD TO BE ON FILE - IT PUTS MONEY BACK ON THE CARD, SO A
      *LOST, STOLEN OR BLOCKED STATUS DOES NOT STAND IN ITS WAY,
      *AND IT NEITHER USES THE DAILY LIMIT NOR FEEDS THE FRAUD
      *SIGNALS.
      **************************************************************

       0410-CHECK-CARD-MASTER.
                 PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN TXN-CREDIT
                       CONTINUE
                    WHEN CARD-MST-ACTIVE
                       PERFORM 0420-CHECK-DAILY-LIMIT THRU 0429-EXIT
                    WHEN CARD-MST-LOST
       0419-EXIT.

      **************************************************************
      *FIND (OR CREATE) THE CARD'S USEWORK ROW FOR THIS RUN, RECORD
      *THE FRAUD SIGNALS ON IT AND REJECT THE TRANSACTION IF
      *APPROVING IT WOULD CARRY THE CARD PAST ITS DAILY LIMIT.
      *CARD-TRACKED STAYS SET SO 1000-BUILD-OUTPUT ADDS THE AMOUNT
      *TO THE ROW IF THE TRANSACTION IS FINALLY APPROVED.
      **************************************************************

       0420-CHECK-DAILY-LIMIT.
           MOVE WS-CARD-SCRTY TO WS-USAGE-CARDNO.
           PERFORM 0430-FIND-USAGE-ENTRY THRU 0439-EXIT.
           PERFORM 0470-TRACK-FRAUD-SIGNALS THRU 0479-EXIT.
           PERFORM 0435-SAVE-USAGE-ENTRY THRU 0435-EXIT.
           IF UWK-AMT + WS-AMNT > CARD-MST-DAILY-LIMIT
              SET REJ-DAILY-LIMIT TO TRUE
              PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
           END-IF.
       0429-EXIT.

      **************************************************************
      *TALLY THE FRAUD SIGNALS ON THE CARD'S ROW - EVERY
      *TRANSACTION SEEN FOR AN ACTIVE ON-FILE CARD COUNTS, WHATEVER
      *ITS EVENTUAL DISPOSITION. COUNTRIES ARE KEPT DISTINCT UP TO
      *FIVE; A JUST-UNDER-LIMIT AMOUNT IS NINETY PERCENT OR MORE OF
      **************************************************************

       0470-TRACK-FRAUD-SIGNALS.
           ADD 1 TO UWK-TXN-CNT.
           MOVE 'N' TO WS-CTRY-SEEN-SW.
           IF UWK-CTRY-CNT > ZERO
              PERFORM 0475-TEST-ONE-COUNTRY THRU 0475-EXIT
                 VARYING WS-CTRY-SUB FROM 1 BY 1
                 UNTIL WS-CTRY-SUB > UWK-CTRY-CNT
                    OR CTRY-ALREADY-SEEN
           END-IF.
           IF NOT CTRY-ALREADY-SEEN
                 AND UWK-CTRY-CNT < 5
              ADD 1 TO UWK-CTRY-CNT
              MOVE WS-COUNTRY TO UWK-CTRY(UWK-CTRY-CNT)
           END-IF.
           IF CARD-MST-DAILY-LIMIT > ZERO
              COMPUTE WS-NEARLIM-MARK ROUNDED =
                 CARD-MST-DAILY-LIMIT * 0.90
              IF WS-AMNT NOT < WS-NEARLIM-MARK
                    AND WS-AMNT NOT > CARD-MST-DAILY-LIMIT
                 ADD 1 TO UWK-NEARLIM
              END-IF
           END-IF.
       0479-EXIT.

       0475-TEST-ONE-COUNTRY.
           IF UWK-CTRY(WS-CTRY-SUB) = WS-COUNTRY
              SET CTRY-ALREADY-SEEN TO TRUE
           END-IF.
       0475-EXIT.

      **************************************************************
      *FIND THE USEWORK ROW FOR WS-USAGE-CARDNO, OR SET UP A NEW ONE
      *WITH A ZERO AMOUNT IF THE CARD HAS NOT BEEN SEEN THIS RUN.
      *THE ROW IS LEFT IN THE RECORD AREA FOR THE CALLER TO UPDATE
      *AND SAVE THROUGH 0435-SAVE-USAGE-ENTRY. EVERY CARD IS
      *TRACKED, HOWEVER MANY THE RUN SEES.
      **************************************************************

       0430-FIND-USAGE-ENTRY.
           SET CARD-TRACKED TO TRUE.
           MOVE 'N' TO WS-USE-ON-FILE-SW.
           MOVE WS-USAGE-CARDNO TO UWK-CARDNO.
           READ USEWORK-FILE
              INVALID KEY
                 MOVE WS-USAGE-CARDNO TO UWK-CARDNO
                 MOVE ZERO TO UWK-AMT
                 MOVE ZERO TO UWK-TXN-CNT
                 MOVE ZERO TO UWK-CTRY-CNT
                 MOVE SPACES TO UWK-CTRY(1)
                 MOVE SPACES TO UWK-CTRY(2)
                 MOVE SPACES TO UWK-CTRY(3)
                 MOVE SPACES TO UWK-CTRY(4)
                 MOVE SPACES TO UWK-CTRY(5)
                 MOVE ZERO TO UWK-NEARLIM
              NOT INVALID KEY
                 SET USE-ON-FILE TO TRUE
           END-READ.
       0439-EXIT.

       0435-SAVE-USAGE-ENTRY.
           IF USE-ON-FILE
              REWRITE USEWORK-RECORD
                 INVALID KEY
                    PERFORM 0792-USEWORK-FAILED THRU 0792-EXIT
              END-REWRITE
           ELSE
              WRITE USEWORK-RECORD
                 INVALID KEY
                    PERFORM 0792-USEWORK-FAILED THRU 0792-EXIT
              END-WRITE
              SET USE-ON-FILE TO TRUE
           END-IF.
       0435-EXIT.

      **************************************************************
      *CHECK THE TRANSACTION AGAINST EVERY APPROVAL ALREADY SEEN
      *TODAY - SAME CARD, AMOUNT, CURRENCY AND TYPE. A MATCH IS A
      *SUSPECTED DUPLICATE: IT DOES NOT SETTLE AND DOES NOT REJECT
      *INTO THE REPAIR CYCLE - IT GOES TO DUPREVW, IN THE REJECT
      *RECORD LAYOUT SO THE BACK OFFICE TOOLING CAN READ IT, WITH
      *ITS OWN REASON CODE, AND THE JOURNAL CARRIES DISPOSITION
      *'D'. THE KEY IS ADDED TO DUPWORK ONLY WHEN A TRANSACTION
      *IS FINALLY APPROVED (1000-BUILD-OUTPUT), SO A REJECTED ITEM
      *DOES NOT BLOCK A LATER LEGITIMATE ONE.
      **************************************************************

       0440-CHECK-DUPLICATE.
           MOVE WS-CARDNO TO DWK-CARDNO.
           MOVE WS-AMNT-X TO DWK-AMNT-X.
           MOVE WS-CURRENCY TO DWK-CCY.
           MOVE WS-TXN-TYPE TO DWK-TXN-TYPE.
           PERFORM 0441-FIND-DUP-KEY THRU 0441-EXIT.
           IF DUP-FOUND
              SET RECORD-DUPLICATE TO TRUE
              ADD 1 TO WS-RECS-DUPLICATE
              MOVE WS-COUNTRY TO WS-REJ-CTRY
              MOVE WS-RESUB-CYCLE TO WS-REJ-CYCLE
              MOVE WS-MERCH TO WS-REJ-MERCH
              MOVE WS-TXN-TYPE TO WS-REJ-TXN-TYPE
              MOVE WS-REJECT-FILE TO DUPREVW-RECORD
              WRITE DUPREVW-RECORD
              DISPLAY 'DUP|' WS-CARDNO '|' WS-AMNT-X '|'
           END-IF.
       0449-EXIT.

      *POSITION AT THE FIRST DUPWORK ROW FOR THE CARD, AMOUNT,
      *CURRENCY AND TYPE IN DWK-MATCH-KEY - ANY ROW AT ALL IS A
      *MATCH.
       0441-FIND-DUP-KEY.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE DWK-MATCH-KEY TO WS-DWK-MATCH-KEY.
           MOVE LOW-VALUES TO DWK-STAMP.
           START DUPWORK-FILE KEY IS NOT LESS THAN DWK-KEY
              INVALID KEY
                 GO TO 0441-EXIT
           END-START.
           READ DUPWORK-FILE NEXT RECORD
              AT END
                 GO TO 0441-EXIT
           END-READ.
           IF DWK-MATCH-KEY = WS-DWK-MATCH-KEY
              SET DUP-FOUND TO TRUE
           END-IF.
       0441-EXIT.

      **************************************************************
      *RECORD AN APPROVAL'S CARD/AMOUNT/CURRENCY/TYPE KEY - WITH
      *THE MERCHANT, RATE, FEE AND SOURCE A REVERSAL MATCHES AND
      *PRICES FROM - ON DUPWORK, STAMPED WITH THE STREAM, FILE
      *SEQUENCE AND RECORD IT CAME FROM. CALLED FOR THIS RUN'S
      *APPROVALS AND, WHEN DUPWORK IS REBUILT, FOR EVERY APPROVAL
      *ALREADY ON THE DAY'S JOURNAL - THE JOURNAL'S NORMALIZED
      *COLUMNS ARE THE SAME FIELDS WS-INPUT2 CARRIES. A RESTARTED
      *EXECUTION RE-RECORDING ONE OF ITS OWN ROWS REPLACES IT.
      **************************************************************

       0460-ADD-DUP-ENTRY.
           MOVE WS-DUP-NEW-CARDNO TO DWK-CARDNO.
           MOVE WS-DUP-NEW-AMNT-X TO DWK-AMNT-X.
           MOVE WS-DUP-NEW-CCY TO DWK-CCY.
           MOVE WS-DUP-NEW-TXN-TYPE TO DWK-TXN-TYPE.
           MOVE WS-DUP-NEW-STREAM TO DWK-STREAM.
           MOVE WS-DUP-NEW-STREAM-SEQ TO DWK-STREAM-SEQ.
           MOVE WS-DUP-NEW-ROW-NO TO DWK-ROW-NO.
           MOVE WS-DUP-NEW-MERCH TO DWK-MERCH.
           MOVE WS-DUP-NEW-RATE TO DWK-RATE.
           MOVE WS-DUP-NEW-FEE TO DWK-FEE.
           MOVE WS-DUP-NEW-SOURCE TO DWK-APPR-SOURCE.
           MOVE 'N' TO DWK-REVERSED-SW.
           MOVE WS-DUP-NEW-REV-OF TO DWK-REV-OF-KEY.
           WRITE DUPWORK-RECORD
              INVALID KEY
                 REWRITE DUPWORK-RECORD
                    INVALID KEY
                       PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
                 END-REWRITE
           END-WRITE.
       0469-EXIT.

      **************************************************************
      *A REVERSAL VOIDS A SALE APPROVED EARLIER TODAY, SO IT MUST
      *MATCH ONE - SAME CARD, AMOUNT, CURRENCY AND MERCHANT, NOT
      *ALREADY REVERSED - ON THE DAY'S JOURNAL OR IN THIS RUN. NO
      *MATCH REJECTS AS REV NO ORIGINAL; A SALE THAT SETTLED ON A
      *PREVIOUS DAY IS REFUNDED, NOT REVERSED.
      **************************************************************

       0480-MATCH-REVERSAL.
           MOVE WS-CARDNO TO WS-DUP-NEW-CARDNO.
           MOVE WS-AMNT-X TO WS-DUP-NEW-AMNT-X.
           MOVE WS-CURRENCY TO WS-DUP-NEW-CCY.
           MOVE WS-MERCH TO WS-DUP-NEW-MERCH.
           PERFORM 0485-FIND-ORIGINAL-SALE THRU 0489-EXIT.
           IF NOT ORIGINAL-FOUND
              SET REJ-NO-ORIGINAL TO TRUE
              PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
           END-IF.
       0484-EXIT.

      **************************************************************
      *FIND AN UNREVERSED SALE ON DUPWORK FOR THE CARD, AMOUNT,
      *CURRENCY AND MERCHANT IN WS-DUP-NEW-CARDNO ETC, LEAVING ITS
      *KEY IN WS-REV-DUP-KEY AND ITS RATE, FEE AND SOURCE ALONGSIDE.
      *THE SALES FOR THE CARD, AMOUNT AND CURRENCY ARE READ IN KEY
      *ORDER UNTIL ONE FOR THE MERCHANT IS FOUND.
      **************************************************************

       0485-FIND-ORIGINAL-SALE.
           MOVE 'N' TO WS-ORIG-FOUND-SW.
           MOVE 'N' TO WS-DWK-SCAN-SW.
           MOVE WS-DUP-NEW-CARDNO TO DWK-CARDNO.
           MOVE WS-DUP-NEW-AMNT-X TO DWK-AMNT-X.
           MOVE WS-DUP-NEW-CCY TO DWK-CCY.
           MOVE 'S' TO DWK-TXN-TYPE.
           MOVE DWK-MATCH-KEY TO WS-DWK-MATCH-KEY.
           MOVE LOW-VALUES TO DWK-STAMP.
           START DUPWORK-FILE KEY IS NOT LESS THAN DWK-KEY
              INVALID KEY
                 GO TO 0489-EXIT
           END-START.
           PERFORM 0486-TEST-ONE-SALE THRU 0486-EXIT
              UNTIL ORIGINAL-FOUND OR END-OF-DWK-SCAN.
       0489-EXIT.

       0486-TEST-ONE-SALE.
           READ DUPWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-DWK-SCAN TO TRUE
                 GO TO 0486-EXIT
           END-READ.
           IF DWK-MATCH-KEY NOT = WS-DWK-MATCH-KEY
              SET END-OF-DWK-SCAN TO TRUE
              GO TO 0486-EXIT
           END-IF.
           IF DWK-MERCH = WS-DUP-NEW-MERCH
                 AND DWK-REVERSED-SW NOT = 'Y'
              SET ORIGINAL-FOUND TO TRUE
              MOVE DWK-KEY TO WS-REV-DUP-KEY
              MOVE DWK-RATE TO WS-REV-DUP-RATE
              MOVE DWK-FEE TO WS-REV-DUP-FEE
              MOVE DWK-APPR-SOURCE TO WS-REV-DUP-SOURCE
           END-IF.
       0486-EXIT.

      *MARK THE SALE IN WS-REV-DUP-KEY REVERSED SO THE SAME SALE
      *CANNOT BE REVERSED TWICE.
       0487-MARK-SALE-REVERSED.
           MOVE WS-REV-DUP-KEY TO DWK-KEY.
           READ DUPWORK-FILE
              INVALID KEY
                 PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
           END-READ.
           MOVE 'Y' TO DWK-REVERSED-SW.
           REWRITE DUPWORK-RECORD
              INVALID KEY
                 PERFORM 0791-DUPWORK-FAILED THRU 0791-EXIT
           END-REWRITE.
       0487-EXIT.

      **************************************************************
      *LOOK THE MERCHANT UP ON THE MERCHANT MASTER. A MERCHANT NOT
      *ON FILE OR CLOSED TAKES NOTHING; A SUSPENDED MERCHANT TAKES
      *NO NEW SALES, BUT ITS REFUNDS AND REVERSALS ARE STILL
      *PROCESSED SO THE CARDHOLDER GETS THE MONEY BACK.
      **************************************************************

       0490-CHECK-MERCH-MASTER.
           MOVE WS-MERCH TO MERCH-MST-ID.
           READ MERCHMST-FILE
              INVALID KEY
                 SET REJ-MERCH-UNKNOWN TO TRUE
                 PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN MERCH-MST-CLOSED
                       SET REJ-MERCH-CLOSED TO TRUE
                       PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
                    WHEN MERCH-MST-SUSPENDED AND NOT TXN-CREDIT
                       SET REJ-MERCH-SUSPEND TO TRUE
                       PERFORM 0500-BUILD-REJECT THRU 0509-EXIT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
       0499-EXIT.

      **************************************************************
      *WRITE A CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL RECORDS SO AN
      *ABENDED RUN CAN BE RESTARTED WITHOUT REPROCESSING EVERYTHING.
           CLOSE SUSPENSE-FILE.
           CLOSE DUPREVW-FILE.
           CLOSE CARDMST-FILE.
           CLOSE MERCHMST-FILE.
           CLOSE DUPWORK-FILE.
           CLOSE USEWORK-FILE.
       9009-EXIT.

       0620-CLEAR-CHECKPOINT.
      *THE BRAND (WS-FB-SUB) UNDER THE COUNTRY'S SCHEDULE ENTRY,
      *AND TAKE IT OFF. THE FEE APPLIED IS SET BEFORE THE NET
      *CHECKS SO A FEE-EXCEEDS REJECT JOURNALS THE FEE THE
      *ARITHMETIC ACTUALLY USED. A REFUND CARRIES NO FEE - THE FEE
      *EARNED ON THE ORIGINAL SALE IS KEPT, AND THE MERCHANT GIVES
      *BACK THE FULL CONVERTED AMOUNT.
      **************************************************************

       0935-CONVERT-AND-FEE.
           COMPUTE WS-CONV-AMNT ROUNDED = WS-AMNT *
              WS-RATE-TAB-VALUE(WS-RATE-IDX).
           IF TXN-REFUND
              MOVE ZERO TO WS-FEE-APPLIED
           ELSE
              PERFORM 0936-PRICE-FEE THRU 0937-EXIT
           END-IF.
           COMPUTE WS-NET-AMNT = WS-CONV-AMNT - WS-FEE-APPLIED.
           IF WS-NET-AMNT <= ZERO
                 OR WS-NET-AMNT > 9999999.99
      *MASTERCARD - COUNTRY IN THE FEE SCHEDULE IS CONVERTED AND
      *FEED LOCALLY; A COUNTRY WE DO NOT CARRY IN THE SCHEDULE IS
      *ROUTED TO THE EXTERNAL AUTHORIZATION CALL INSTEAD (SEE THE
      *ILBOABN0 LINKAGE NOTE ABOVE). A REFUND IN SUCH A COUNTRY
      *NEEDS NO AUTHORIZATION - IT SETTLES ON THE EXTERNAL PATH THE
      *SALE WOULD HAVE TAKEN, UNCONVERTED AND WITHOUT A FEE.
      **************************************************************

       0950-PROCESS-MST.
                 PERFORM 0935-CONVERT-AND-FEE THRU 0938-EXIT
              END-IF
           ELSE
              IF TXN-REFUND
                 SET APPR-SOURCE-EXTERNAL TO TRUE
              ELSE
                 PERFORM 0960-CALL-ILBOABN0 THRU 0969-EXIT
              END-IF
           END-IF.
       0959-EXIT.

              WS-SUS-CTRY '|AUTH UNAVAILABLE' UPON CNSL.
       0979-EXIT.

      **************************************************************
      *PRICE A REVERSAL FROM THE SALE IT MATCHED - THE SAME RATE,
      *THE SAME FEE AND THE SAME APPROVAL SOURCE - SO THE CREDIT
      *UNWINDS THE SALE TO THE PENNY WHATEVER HAS HAPPENED TO THE
      *RATE AND FEE TABLES SINCE. THE FEE IS CLAWED BACK WITH IT
      *(SEE WS-FEE-CLAWBACK-VISA). AN ILBOABN0 SALE SETTLED
      *UNCONVERTED AND ITS REVERSAL DOES THE SAME.
      **************************************************************

       0990-PRICE-REVERSAL.
           MOVE WS-REV-DUP-RATE TO WS-RATE-APPLIED.
           MOVE WS-REV-DUP-FEE TO WS-FEE-APPLIED.
           MOVE WS-REV-DUP-SOURCE TO WS-APPR-SOURCE.
           IF APPR-SOURCE-LOCAL
              COMPUTE WS-CONV-AMNT ROUNDED = WS-AMNT *
                 WS-RATE-APPLIED
              COMPUTE WS-NET-AMNT = WS-CONV-AMNT - WS-FEE-APPLIED
              MOVE WS-NET-AMNT TO WS-AMNT
           END-IF.
       0999-EXIT.


      *************************************************************

              MOVE WS-COUNTRY TO WS-REJ-CTRY.
              MOVE WS-RESUB-CYCLE TO WS-REJ-CYCLE.
              MOVE WS-MERCH TO WS-REJ-MERCH.
              MOVE WS-TXN-TYPE TO WS-REJ-TXN-TYPE.
              SET RECORD-REJECTED TO TRUE.
              ADD 1 TO WS-RECS-REJECTED.
              EVALUATE TRUE
                    ADD 1 TO WS-REJ-LIMIT-CNT
                 WHEN REJ-MERCH-INVALID
                    ADD 1 TO WS-REJ-MERCH-CNT
                 WHEN REJ-TXN-TYPE-INVAL
                    ADD 1 TO WS-REJ-TXN-TYPE-CNT
                 WHEN REJ-NO-ORIGINAL
                    ADD 1 TO WS-REJ-NO-ORIG-CNT
                 WHEN REJ-MERCH-UNKNOWN
                    ADD 1 TO WS-REJ-MUNKN-CNT
                 WHEN REJ-MERCH-SUSPEND
                    ADD 1 TO WS-REJ-MSUSP-CNT
                 WHEN REJ-MERCH-CLOSED
                    ADD 1 TO WS-REJ-MCLOS-CNT
              END-EVALUATE.
              MOVE WS-REJECT-FILE TO REJECT-RECORD.
              WRITE REJECT-RECORD.

       0509-EXIT.
      **************************************************************
      *BUILD OUTPUT RECORD. THE COUNTRY AND CURRENCY TOTALS AND THE
      *CARD'S DAILY SPEND ARE SALES ONLY; A REFUND OR REVERSAL IS
      *COUNTED AND TOTALLED ON ITS OWN, AND A REVERSAL MARKS THE
      *SALE IT MATCHED AS REVERSED.
      **************************************************************

       1000-BUILD-OUTPUT.
                  WHEN DIN
                     ADD 1 TO WS-APPR-DIN-CNT
               END-EVALUATE
               EVALUATE TRUE
                  WHEN TXN-REFUND
                     ADD 1 TO WS-APPR-REFUND-CNT
                     ADD WS-AMNT TO WS-REFUND-AMT
                  WHEN TXN-REVERSAL
                     ADD 1 TO WS-APPR-REVERSAL-CNT
                     ADD WS-AMNT TO WS-REVERSAL-AMT
                     PERFORM 0487-MARK-SALE-REVERSED THRU 0487-EXIT
                  WHEN OTHER
                     IF FEE-FOUND
                        ADD WS-AMNT
                           TO WS-FEE-TAB-APPR-AMT(WS-FEE-IDX)
                     END-IF
                     IF RATE-FOUND
                        ADD WS-AMNT
                           TO WS-RATE-TAB-APPR-AMT(WS-RATE-IDX)
                     END-IF
                     IF FEE-NOT-FOUND AND RATE-NOT-FOUND
                        ADD WS-AMNT TO WS-APPR-AMT-EXTERNAL
                     END-IF
                     IF CARD-TRACKED
                        MOVE WS-CARD-SCRTY TO WS-USAGE-CARDNO
                        PERFORM 0430-FIND-USAGE-ENTRY THRU 0439-EXIT
                        ADD WS-ORIG-AMNT TO UWK-AMT
                        PERFORM 0435-SAVE-USAGE-ENTRY THRU 0435-EXIT
                     END-IF
               END-EVALUATE
               MOVE WS-CARDNO TO WS-DUP-NEW-CARDNO
               MOVE WS-ORIG-AMNT-X TO WS-DUP-NEW-AMNT-X
               MOVE WS-CURRENCY TO WS-DUP-NEW-CCY
               MOVE WS-TXN-TYPE TO WS-DUP-NEW-TXN-TYPE
               MOVE WS-MERCH TO WS-DUP-NEW-MERCH
               MOVE WS-RATE-APPLIED TO WS-DUP-NEW-RATE
               MOVE WS-FEE-APPLIED TO WS-DUP-NEW-FEE
               MOVE WS-APPR-SOURCE TO WS-DUP-NEW-SOURCE
               MOVE WS-PRIME-SOURCE TO WS-DUP-NEW-STREAM
               MOVE WS-FILE-SEQ TO WS-DUP-NEW-STREAM-SEQ
               MOVE WS-TOTAL-RECS-READ TO WS-DUP-NEW-ROW-NO
               IF TXN-REVERSAL
                  MOVE WS-REV-DUP-KEY TO WS-DUP-NEW-REV-OF
               ELSE
                  MOVE SPACES TO WS-DUP-NEW-REV-OF
               END-IF
               PERFORM 0460-ADD-DUP-ENTRY THRU 0469-EXIT
           END-IF.
       1009-EXIT.
      *THIS RUNS; THE ORIGINAL AMOUNT AND THE RATE AND FEE APPLIED
      *WERE CAPTURED ON THE WAY THROUGH. AN ILBOABN0 APPROVAL HAS NO
      *LOCAL RATE OR FEE, SO THOSE COLUMNS CARRY ZERO AND THE SOURCE
      *COLUMN CARRIES 'X' INSTEAD OF 'L'. THE TYPE COLUMN MARKS A
      *REFUND OR REVERSAL AS A CREDIT.
      **************************************************************

       1010-WRITE-SETTLEMENT.
           MOVE WS-COUNTRY TO WS-SET-CTRY.
           MOVE WS-APPR-SOURCE TO WS-SET-SOURCE.
           MOVE WS-MERCH TO WS-SET-MERCH.
           MOVE WS-TXN-TYPE TO WS-SET-TXN-TYPE.
           MOVE WS-SETTLE-FILE TO SETTLE-RECORD.
           WRITE SETTLE-RECORD.
       1019-EXIT.
      *THAT IS STILL THE ENTRY THE ARITHMETIC USED - AND SPACES/ZERO
      *WHEN NO LOOKUP MATCHED. THE ILBOABN0 RETURN CODE IS CLEARED
      *PER RECORD, SO IT IS SPACES UNLESS THE CALL WAS ACTUALLY MADE.
      *A CREDITED REFUND OR REVERSAL TAKES ITS OWN OUTCOME - 'F' OR
      *'V' - SO THE RECONCILIATION CAN TELL IT FROM A SALE, AND A
      *REVERSAL PRICED FROM ITS SALE JOURNALS THE SALE'S RATE AND
      *FEE RATHER THAN A TABLE ENTRY.
      **************************************************************

       1020-WRITE-JOURNAL.
           MOVE WS-TRANX-AS-READ TO WS-JRN-INPUT.
           EVALUATE TRUE
              WHEN RECORD-APPROVED AND TXN-REFUND
                 MOVE 'F' TO WS-JRN-OUTCOME
                 MOVE WS-REJ-REASON TO WS-JRN-REASON
              WHEN RECORD-APPROVED AND TXN-REVERSAL
                 MOVE 'V' TO WS-JRN-OUTCOME
                 MOVE WS-REJ-REASON TO WS-JRN-REASON
              WHEN RECORD-APPROVED
                 MOVE 'A' TO WS-JRN-OUTCOME
                 MOVE WS-REJ-REASON TO WS-JRN-REASON
              MOVE SPACES TO WS-JRN-FEE-CTRY
              MOVE ZERO TO WS-JRN-FEE
           END-IF.
           IF RECORD-APPROVED AND TXN-REVERSAL
                 AND APPR-SOURCE-LOCAL
              MOVE WS-CURRENCY TO WS-JRN-RATE-CCY
              MOVE WS-RATE-APPLIED TO WS-JRN-RATE
              MOVE WS-COUNTRY TO WS-JRN-FEE-CTRY
              MOVE WS-FEE-APPLIED TO WS-JRN-FEE
           END-IF.
           MOVE WS-ILB-RETURN-CODE TO WS-JRN-ILB-RC.
           MOVE WS-CARDNO TO WS-JRN-CARDNO.
           IF RECORD-APPROVED
              MOVE SPACES TO WS-JRN-SOURCE
           END-IF.
           MOVE WS-FILE-SEQ TO WS-JRN-FILE-SEQ.
           MOVE WS-TXN-TYPE TO WS-JRN-TXN-TYPE.
           MOVE WS-JOURNAL-FILE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
       1029-EXIT.
              UPON CNSL.
           DISPLAY '   DINERS CLUB..............: ' WS-APPR-DIN-CNT
              UPON CNSL.
           DISPLAY '   OF WHICH REFUNDS.........: '
              WS-APPR-REFUND-CNT UPON CNSL.
           DISPLAY '   OF WHICH REVERSALS.......: '
              WS-APPR-REVERSAL-CNT UPON CNSL.
           DISPLAY 'RECORDS SUSPENDED-AUTH UNAVL.: '
              WS-RECS-SUSPENDED UPON CNSL.
           DISPLAY 'RECORDS HELD AS DUPLICATES...: '
              WS-REJ-LIMIT-CNT UPON CNSL.
           DISPLAY '   MERCHANT INVALID.........: '
              WS-REJ-MERCH-CNT UPON CNSL.
           DISPLAY '   TRANSACTION TYPE INVALID.: '
              WS-REJ-TXN-TYPE-CNT UPON CNSL.
           DISPLAY '   REVERSAL WITHOUT ORIGINAL: '
              WS-REJ-NO-ORIG-CNT UPON CNSL.
           DISPLAY '   MERCHANT NOT ON FILE.....: '
              WS-REJ-MUNKN-CNT UPON CNSL.
           DISPLAY '   MERCHANT SUSPENDED.......: '
              WS-REJ-MSUSP-CNT UPON CNSL.
           DISPLAY '   MERCHANT CLOSED..........: '
              WS-REJ-MCLOS-CNT UPON CNSL.
           DISPLAY 'APPROVED AMOUNT BY COUNTRY:' UPON CNSL.
           PERFORM 1120-DISPLAY-CTRY-TOTAL THRU 1129-EXIT
              VARYING WS-FEE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-TAB-COUNT.
           DISPLAY '   VIA EXTERNAL AUTH (ILBOABN0)..: '
              WS-APPR-AMT-EXTERNAL UPON CNSL.
           DISPLAY 'NET AMOUNT CREDITED:' UPON CNSL.
           DISPLAY '   REFUNDS.......................: '
              WS-REFUND-AMT UPON CNSL.
           DISPLAY '   REVERSALS.....................: '
              WS-REVERSAL-AMT UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-USE-EOF-SW.
           MOVE ZERO TO UWK-CARDNO.
           START USEWORK-FILE KEY IS NOT LESS THAN UWK-CARDNO
              INVALID KEY
                 SET END-OF-USEWORK TO TRUE
           END-START.
           PERFORM 1160-SCORE-ONE-CARD THRU 1169-EXIT
              UNTIL END-OF-USEWORK.
           CLOSE FRAUD-FILE.
           DISPLAY '===============================================' 
              UPON CNSL.
       1159-EXIT.

       1160-SCORE-ONE-CARD.
           READ USEWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-USEWORK TO TRUE
                 GO TO 1169-EXIT
           END-READ.
           MOVE ZERO TO WS-FRAUD-SCORE.
           IF UWK-TXN-CNT > WS-VELOCITY-THRESHOLD
              ADD 50 TO WS-FRAUD-SCORE
              ADD 1 TO WS-FLAG-VELOCITY-CNT
           END-IF.
           IF UWK-CTRY-CNT NOT < WS-CTRY-THRESHOLD
              ADD 30 TO WS-FRAUD-SCORE
              ADD 1 TO WS-FLAG-CTRY-CNT
           END-IF.
           IF UWK-NEARLIM NOT < WS-NEARLIM-THRESHOLD
              ADD 20 TO WS-FRAUD-SCORE
              ADD 1 TO WS-FLAG-NEARLIM-CNT
           END-IF.
           IF WS-FRAUD-SCORE > ZERO
              ADD 1 TO WS-CARDS-FLAGGED
              MOVE UWK-CARDNO TO WS-FRD-CARDNO
              MOVE WS-FRAUD-SCORE TO WS-FRD-SCORE
              MOVE UWK-TXN-CNT TO WS-FRD-TXN-CNT
              MOVE UWK-CTRY-CNT TO WS-FRD-CTRY-CNT
              MOVE UWK-NEARLIM TO WS-FRD-NEARLIM
              MOVE WS-FRAUD-FILE TO FRAUD-RECORD
              WRITE FRAUD-RECORD
           END-IF.
      *SYSTEM TO VERIFY BEFORE IT POSTS. THE FIGURES ARE REBUILT
      *FROM THE FULL SETTLEMENT EXTRACT, SO A RESTARTED RUN POSTS
      *EVERYTHING IT SETTLED, INCLUDING THE PRE-ABEND PORTION.
      *REFUNDS AND REVERSALS POST THEIR OWN REVERSING PAIRS, AND
      *THE REVERSALS' FEE CLAWBACK POSTS BY BRAND AFTER THE FEE
      *INCOME.
      **************************************************************

       1200-WRITE-GL-POSTINGS.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-ACC-EOF-SW.
           MOVE LOW-VALUES TO AWK-KEY.
           START ACCWORK-FILE KEY IS NOT LESS THAN AWK-KEY
              INVALID KEY
                 SET END-OF-ACCWORK TO TRUE
           END-START.
           PERFORM 1210-POST-ONE-ACCUM THRU 1219-EXIT
              UNTIL END-OF-ACCWORK.
           IF WS-FEE-INC-VISA > ZERO
              MOVE '10200000' TO WS-GL-DR-ACCT
              MOVE '40100000' TO WS-GL-CR-ACCT
              MOVE SPACES TO WS-GL-MERCH
              PERFORM 1230-WRITE-GL-PAIR THRU 1239-EXIT
           END-IF.
           IF WS-FEE-CLAWBACK-VISA > ZERO
              MOVE '40100000' TO WS-GL-DR-ACCT
              MOVE '10200000' TO WS-GL-CR-ACCT
              MOVE WS-FEE-CLAWBACK-VISA TO WS-GL-AMT
              MOVE SPACES TO WS-GL-CTRY
              MOVE 'VISA' TO WS-GL-BRAND
              MOVE SPACES TO WS-GL-MERCH
              PERFORM 1230-WRITE-GL-PAIR THRU 1239-EXIT
           END-IF.
           IF WS-FEE-CLAWBACK-MST > ZERO
              MOVE '40100000' TO WS-GL-DR-ACCT
              MOVE '10200000' TO WS-GL-CR-ACCT
              MOVE WS-FEE-CLAWBACK-MST TO WS-GL-AMT
              MOVE SPACES TO WS-GL-CTRY
              MOVE 'MST ' TO WS-GL-BRAND
              MOVE SPACES TO WS-GL-MERCH
              PERFORM 1230-WRITE-GL-PAIR THRU 1239-EXIT
           END-IF.
           IF WS-FEE-CLAWBACK-DIN > ZERO
              MOVE '40100000' TO WS-GL-DR-ACCT
              MOVE '10200000' TO WS-GL-CR-ACCT
              MOVE WS-FEE-CLAWBACK-DIN TO WS-GL-AMT
              MOVE SPACES TO WS-GL-CTRY
              MOVE 'DIN ' TO WS-GL-BRAND
              MOVE SPACES TO WS-GL-MERCH
              PERFORM 1230-WRITE-GL-PAIR THRU 1239-EXIT
           END-IF.
           MOVE WS-GL-COUNT TO WS-GLT-COUNT.
           MOVE WS-GL-DR-TOTAL TO WS-GLT-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO WS-GLT-CR-TOTAL.
           MOVE WS-GL-TRAILER TO GLPOST-RECORD.
           WRITE GLPOST-RECORD.
           CLOSE GLPOST-FILE.
           CLOSE ACCWORK-FILE.
       1209-EXIT.

       1210-POST-ONE-ACCUM.
           READ ACCWORK-FILE NEXT RECORD
              AT END
                 SET END-OF-ACCWORK TO TRUE
                 GO TO 1219-EXIT
           END-READ.
           MOVE AWK-CTRY TO WS-GL-CTRY.
           MOVE AWK-BRAND TO WS-GL-BRAND.
           MOVE AWK-MERCH TO WS-GL-MERCH.
           IF AWK-CREDIT = 'Y'
              MOVE '20100000' TO WS-GL-DR-ACCT
              IF AWK-SOURCE = 'X'
                 MOVE '10300000' TO WS-GL-CR-ACCT
              ELSE
                 MOVE '10100000' TO WS-GL-CR-ACCT
              END-IF
           ELSE
              IF AWK-SOURCE = 'X'
                 MOVE '10300000' TO WS-GL-DR-ACCT
              ELSE
                 MOVE '10100000' TO WS-GL-DR-ACCT
              END-IF
              MOVE '20100000' TO WS-GL-CR-ACCT
           END-IF.
           MOVE AWK-AMT TO WS-GL-AMT.
           PERFORM 1230-WRITE-GL-PAIR THRU 1239-EXIT.
       1219-EXIT.

      *REBUILD THE GL ACCUMULATORS FROM THE SETTLEMENT EXTRACT. THE
      *EXTRACT IS THE BOOK OF RECORD FOR WHAT THIS FILE SETTLED -
      *ON A RESTART IT ALREADY CARRIES THE PRE-ABEND APPROVALS THE
      *ABENDED EXECUTION NEVER POSTED. ACCWORK IS CLEARED, THE
      *EXTRACT IS CLOSED, REOPENED FOR INPUT AND READ BACK, EACH
      *RECORD ACCUMULATED ON ACCWORK BY COUNTRY, BRAND AND MERCHANT
      *AS CARRIED ON THE EXTRACT ITSELF.
      **************************************************************

       1240-ACCUMULATE-FROM-EXTRACT.
           PERFORM 0770-OPEN-ACCUM-WORK THRU 0779-EXIT.
           MOVE ZERO TO WS-FEE-INC-VISA.
           MOVE ZERO TO WS-FEE-INC-MST.
           MOVE ZERO TO WS-FEE-INC-DIN.
           MOVE ZERO TO WS-FEE-CLAWBACK-VISA.
           MOVE ZERO TO WS-FEE-CLAWBACK-MST.
           MOVE ZERO TO WS-FEE-CLAWBACK-DIN.
           CLOSE SETTLE-FILE.
           MOVE 'N' TO WS-SETIN-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           COMPUTE WS-SIN-FEE-AMNT = WS-SIN-FEE-INT
              + WS-SIN-FEE-DEC / 100.
           MOVE WS-SIN-MERCH TO WS-ACC-MERCH.
           IF SIN-CREDIT
              MOVE 'Y' TO WS-ACC-CREDIT
           ELSE
              MOVE 'N' TO WS-ACC-CREDIT
           END-IF.
           IF WS-SIN-SOURCE = 'X'
              MOVE SPACES TO WS-ACC-CTRY
              MOVE 'MST ' TO WS-ACC-BRAND
              MOVE WS-SIN-CTRY TO WS-ACC-CTRY
              MOVE 'L' TO WS-ACC-SOURCE
              EVALUATE TRUE
                 WHEN SIN-VISA AND SIN-CREDIT
                    MOVE 'VISA' TO WS-ACC-BRAND
                    ADD WS-SIN-FEE-AMNT TO WS-FEE-CLAWBACK-VISA
                 WHEN SIN-MST AND SIN-CREDIT
                    MOVE 'MST ' TO WS-ACC-BRAND
                    ADD WS-SIN-FEE-AMNT TO WS-FEE-CLAWBACK-MST
                 WHEN SIN-DIN AND SIN-CREDIT
                    MOVE 'DIN ' TO WS-ACC-BRAND
                    ADD WS-SIN-FEE-AMNT TO WS-FEE-CLAWBACK-DIN
                 WHEN SIN-VISA
                    MOVE 'VISA' TO WS-ACC-BRAND
                    ADD WS-SIN-FEE-AMNT TO WS-FEE-INC-VISA
              END-EVALUATE
           END-IF.
           PERFORM 1260-FIND-ACCUM-ENTRY THRU 1269-EXIT.
           ADD WS-SIN-NET-AMNT TO AWK-AMT.
           PERFORM 1265-SAVE-ACCUM-ENTRY THRU 1265-EXIT.
       1256-EXIT.

      **************************************************************
      *FIND THE ACCWORK ROW FOR THE COUNTRY/BRAND/MERCHANT/SOURCE/
      *DIRECTION IN HAND, SETTING UP A NEW ONE WITH A ZERO AMOUNT
      *IF IT HAS NOT BEEN SEEN. 1265-SAVE-ACCUM-ENTRY WRITES IT
      *BACK ONCE THE AMOUNT IS ADDED.
      **************************************************************

       1260-FIND-ACCUM-ENTRY.
           MOVE 'N' TO WS-ACC-FOUND-SW.
           MOVE WS-ACC-CTRY TO AWK-CTRY.
           MOVE WS-ACC-BRAND TO AWK-BRAND.
           MOVE WS-ACC-MERCH TO AWK-MERCH.
           MOVE WS-ACC-SOURCE TO AWK-SOURCE.
           MOVE WS-ACC-CREDIT TO AWK-CREDIT.
           READ ACCWORK-FILE
              INVALID KEY
                 MOVE WS-ACC-CTRY TO AWK-CTRY
                 MOVE WS-ACC-BRAND TO AWK-BRAND
                 MOVE WS-ACC-MERCH TO AWK-MERCH
                 MOVE WS-ACC-SOURCE TO AWK-SOURCE
                 MOVE WS-ACC-CREDIT TO AWK-CREDIT
                 MOVE ZERO TO AWK-AMT
              NOT INVALID KEY
                 SET ACC-ENTRY-FOUND TO TRUE
           END-READ.
       1269-EXIT.

       1265-SAVE-ACCUM-ENTRY.
           IF ACC-ENTRY-FOUND
              REWRITE ACCWORK-RECORD
                 INVALID KEY
                    PERFORM 0793-ACCWORK-FAILED THRU 0793-EXIT
              END-REWRITE
           ELSE
              WRITE ACCWORK-RECORD
                 INVALID KEY
                    PERFORM 0793-ACCWORK-FAILED THRU 0793-EXIT
              END-WRITE
           END-IF.
       1265-EXIT.

