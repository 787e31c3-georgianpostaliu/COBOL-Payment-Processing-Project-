       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIF12.
       AUTHOR. R JENKINS.
       INSTALLATION. CARD SERVICES BATCH.
       DATE-WRITTEN. 10/15/2026.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *--------------------------------------------------------------
      * 10/15/2026  RJ   INITIAL VERSION - OUTBOUND CLEARING TO THE
      *                  CARD NETWORKS. FIRST RECONCILES THE
      *                  NETWORKS' ACKNOWLEDGEMENT AND REJECT-RETURN
      *                  RECORDS (CLRACK) FOR FILES SENT ON EARLIER
      *                  DAYS AGAINST THE CLEARING LOG (CLRLOG,
      *                  INDEXED BY NETWORK, FILE SEQUENCE AND ITEM
      *                  SEQUENCE): A FILE'S ACKNOWLEDGED COUNTS
      *                  MUST AGREE WITH WHAT WAS SENT, AND EACH
      *                  ITEM A NETWORK REFUSES GOES TO NETREJ IN
      *                  THE REJECTS LAYOUT WITH A NETWORK REASON
      *                  CODE, FOR COBIF02 TO WORK THROUGH THE
      *                  REPAIR CYCLE. FILES STILL UNACKNOWLEDGED
      *                  ARE LISTED. THEN READS THE WINDOW'S
      *                  SETTLEMENT EXTRACT GENERATIONS (SETLOUT)
      *                  AND WRITES ONE CLEARING FILE PER NETWORK -
      *                  CLRVISA, CLRMSTC AND CLRDINR, SPLIT ON THE
      *                  CARD NUMBER'S LEADING DIGIT (4/5/6) - EACH
      *                  WITH A FILE HEADER CARRYING THE NETWORK'S
      *                  OWN FILE SEQUENCE (CLRSEQ), BATCH HEADERS
      *                  AND TRAILERS WITH ITEM COUNTS AND AMOUNT
      *                  TOTALS, AND A FILE TRAILER. EVERY ITEM AND
      *                  FILE SENT IS LOGGED ON CLRLOG FOR THE NEXT
      *                  RUN'S RECONCILIATION. REPORT ON CLRRPT.
      * 10/15/2026  RJ   A NETWORK-REFUSED ITEM HAD ALREADY SETTLED,
      *                  POSTED AND BEEN PAID TO THE MERCHANT, SO IT
      *                  IS NOW UNWOUND BEFORE IT GOES TO REPAIR: AN
      *                  ADJUSTMENT IN THE SETTLEMENT EXTRACT LAYOUT
      *                  ON THE KEYED NETADJ FILE (TYPE 'N' TAKES A
      *                  REFUSED SALE BACK FROM THE MERCHANT, 'M'
      *                  GIVES A REFUSED CREDIT BACK) FOR COBIF06 TO
      *                  NET OFF ITS NEXT ADVICE, AND THE REVERSING
      *                  GL PAIRS ON GLPOSTNR IN THE GLPOST FORMAT.
      *                  THE CLEARING LOG ITEM NOW CARRIES THE
      *                  EXTRACT'S NAME, RATE, FEE, NET AND SOURCE
      *                  FOR THIS. THE OUTSTANDING-FILE SCAN READS
      *                  ONLY THE FILE ROWS, AND FILES ACKNOWLEDGED
      *                  MORE THAN WS-RETAIN-DAYS AGO ARE PURGED
      *                  FROM CLRLOG WITH THEIR ITEMS.
      *                  GL ACCOUNTS (REFUSED SALE; A REFUSED CREDIT
      *                  POSTS THE OTHER WAY ROUND):
      *                    20100000  MERCHANT PAYABLE        (DR)
      *                    10100000  SETTLEMENT CLEARING     (CR)
      *                    10300000  EXTERNAL AUTH CLEARING  (CR)
      *                    40100000  FEE INCOME              (DR)
      *                    10200000  FEE RECEIVABLE          (CR)
      * 10/15/2026  RJ   A FILE REFUSED AS A WHOLE NOW REFUSES EVERY
      *                  ITEM IN IT, EACH WRITTEN TO NETREJ WITH
      *                  REASON CODE 'FILE' AND UNWOUND AS AN ITEM
      *                  REFUSAL IS - THE FILE'S SEQUENCE IS NOT
      *                  RESENT, SO THE ITEMS GO TO REPAIR INSTEAD.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO 'SETLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT CLRACK-FILE ASSIGN TO 'CLRACK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRACK-STATUS.
           SELECT CLRLOG-FILE ASSIGN TO 'CLRLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-LOG-KEY
               FILE STATUS IS WS-CLRLOG-STATUS.
           SELECT CLRSEQ-FILE ASSIGN TO 'CLRSEQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRSEQ-STATUS.
           SELECT CLRVISA-FILE ASSIGN TO 'CLRVISA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRVISA-STATUS.
           SELECT CLRMSTC-FILE ASSIGN TO 'CLRMSTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRMSTC-STATUS.
           SELECT CLRDINR-FILE ASSIGN TO 'CLRDINR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRDINR-STATUS.
           SELECT NETREJ-FILE ASSIGN TO 'NETREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NETREJ-STATUS.
           SELECT NETADJ-FILE ASSIGN TO 'NETADJ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NADJ-KEY
               FILE STATUS IS WS-NETADJ-STATUS.
           SELECT GLPOSTNR-FILE ASSIGN TO 'GLPOSTNR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOSTNR-STATUS.
           SELECT CLRRPT-FILE ASSIGN TO 'CLRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRRPT-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(74).

      *THE NETWORKS' RETURNS, NORMALIZED TO ONE LAYOUT AND
      *CONCATENATED: AN 'ACK' RECORD PER FILE ACKNOWLEDGED ('A'
      *ACCEPTED WITH ITS ACCEPTED AND REFUSED COUNTS, 'R' REFUSED
      *AS A WHOLE) AND AN 'RJD' RECORD PER ITEM REFUSED, WITH THE
      *NETWORK'S FOUR-CHARACTER REASON CODE.
       FD  CLRACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRACK-RECORD.
           05 CLR-ACK-REC-TYPE         PIC X(3).
           05 FILLER                   PIC X(1).
           05 CLR-ACK-BRAND            PIC X(4).
           05 FILLER                   PIC X(1).
           05 CLR-ACK-FILE-SEQ         PIC X(6).
           05 FILLER                   PIC X(1).
           05 CLR-ACK-DATA             PIC X(24).
           05 CLR-ACK-FILE-DATA REDEFINES CLR-ACK-DATA.
              10 CLR-ACK-STATUS        PIC X(1).
              10 FILLER                PIC X(1).
              10 CLR-ACK-ACC-COUNT     PIC X(7).
              10 FILLER                PIC X(1).
              10 CLR-ACK-REF-COUNT     PIC X(7).
              10 FILLER                PIC X(7).
           05 CLR-ACK-ITEM-DATA REDEFINES CLR-ACK-DATA.
              10 CLR-RJD-ITEM-SEQ      PIC X(7).
              10 FILLER                PIC X(1).
              10 CLR-RJD-REASON        PIC X(4).
              10 FILLER                PIC X(12).

      *THE CLEARING LOG. ITEM SEQUENCE ZERO IS THE FILE'S OWN
      *RECORD (DATE SENT, STATUS 'S' SENT / 'A' ACKNOWLEDGED / 'R'
      *REFUSED AS A WHOLE, COUNTS); EVERY OTHER ITEM SEQUENCE IS
      *ONE TRANSACTION SENT IN THAT FILE (STATUS 'S' SENT / 'R'
      *REFUSED), CARRYING WHAT A REJECT RECORD NEEDS AND WHAT THE
      *EXTRACT SETTLED IT AT, FOR THE UNWIND IF IT IS REFUSED.
       FD  CLRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRLOG-RECORD.
           05 CLR-LOG-KEY.
              10 CLR-LOG-BRAND         PIC X(4).
              10 CLR-LOG-FILE-SEQ      PIC 9(6).
              10 CLR-LOG-ITEM-SEQ      PIC 9(7).
           05 CLR-LOG-BODY             PIC X(80).
           05 CLR-LOG-FILE-BODY REDEFINES CLR-LOG-BODY.
              10 CLR-LOG-FILE-DATE     PIC 9(8).
              10 CLR-LOG-FILE-STATUS   PIC X(1).
                 88 CLR-FILE-SENT      VALUE 'S'.
                 88 CLR-FILE-ACKED     VALUE 'A'.
                 88 CLR-FILE-REFUSED   VALUE 'R'.
              10 CLR-LOG-SENT-COUNT    PIC 9(7).
              10 CLR-LOG-SENT-AMNT     PIC 9(11)V9(2).
              10 CLR-LOG-ACC-COUNT     PIC 9(7).
              10 CLR-LOG-REF-COUNT     PIC 9(7).
              10 CLR-LOG-ACK-DATE      PIC 9(8).
              10 FILLER                PIC X(29).
           05 CLR-LOG-ITEM-BODY REDEFINES CLR-LOG-BODY.
              10 CLR-ITM-CARDNO        PIC X(7).
              10 CLR-ITM-CCY           PIC X(3).
              10 CLR-ITM-AMNT          PIC 9(7)V9(2).
              10 CLR-ITM-CTRY          PIC X(3).
              10 CLR-ITM-MERCH         PIC X(4).
              10 CLR-ITM-TXN-TYPE      PIC X(1).
              10 CLR-ITM-STATUS        PIC X(1).
                 88 CLR-ITEM-SENT      VALUE 'S'.
                 88 CLR-ITEM-REFUSED   VALUE 'R'.
              10 CLR-ITM-REASON        PIC X(4).
              10 CLR-ITM-REF-DATE      PIC 9(8).
              10 CLR-ITM-NAME          PIC X(6).
              10 CLR-ITM-RATE          PIC X(9).
              10 CLR-ITM-FEE-AMNT      PIC 9(7)V9(2).
              10 CLR-ITM-NET-AMNT      PIC 9(7)V9(2).
              10 CLR-ITM-SOURCE        PIC X(1).
              10 FILLER                PIC X(6).

      *THE LAST FILE SEQUENCE SENT TO EACH NETWORK (VISA,
      *MASTERCARD, DINERS) AND THE RUN DATE THAT SENT IT.
       FD  CLRSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRSEQ-RECORD.
           05 CLRSEQ-RUN-DATE          PIC 9(8).
           05 CLRSEQ-LAST-SEQ          PIC 9(6) OCCURS 3 TIMES.

       FD  CLRVISA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRVISA-RECORD              PIC X(60).

       FD  CLRMSTC-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRMSTC-RECORD              PIC X(60).

       FD  CLRDINR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRDINR-RECORD              PIC X(60).

       FD  NETREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  NETREJ-RECORD               PIC X(52).

      *THE UNWIND OF EACH REFUSED ITEM FOR COBIF06, KEYED AS ON THE
      *CLEARING LOG. THE ADJUSTMENT IS IN THE SETTLEMENT EXTRACT
      *LAYOUT; THE DATE TAKEN IS ZERO UNTIL COBIF06 NETS IT OFF AN
      *ADVICE, AND COBIF06 REMOVES THE ROW AFTER THAT DAY.
       FD  NETADJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  NETADJ-RECORD.
           05 NADJ-KEY.
              10 NADJ-BRAND            PIC X(4).
              10 NADJ-FILE-SEQ         PIC 9(6).
              10 NADJ-ITEM-SEQ         PIC 9(7).
           05 NADJ-SETTLE-REC          PIC X(74).
           05 NADJ-TAKEN-DATE          PIC 9(8).

       FD  GLPOSTNR-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPOSTNR-RECORD             PIC X(42).

       FD  CLRRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLRRPT-RECORD               PIC X(80).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCHCTL-RECORD             PIC X(71).

       WORKING-STORAGE SECTION.
      *THE SETTLEMENT EXTRACT RECORD IN COBIF01'S 74-BYTE LAYOUT,
      *WITH THE CARD NUMBER'S LEADING DIGIT BROKEN OUT FOR THE
      *NETWORK SPLIT.
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
          05 WS-SIN-ORIG-INT       PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-SIN-ORIG-DEC       PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-SIN-RATE           PIC X(9).
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

       01 WS-SIN-ORIG-AMNT         PIC 9(7)V9(2).

      *THE UNWIND OF A REFUSED ITEM, IN THE SETTLEMENT EXTRACT'S
      *74-BYTE LAYOUT SO COBIF06 READS IT WITH THE SAME MIRROR AS
      *THE EXTRACT. TYPE 'N' IS A REFUSED SALE THE MERCHANT GIVES
      *BACK (NET AND FEE, AS A REVERSAL); TYPE 'M' IS A REFUSED
      *REFUND OR REVERSAL THE MERCHANT IS GIVEN BACK (AS A SALE).
       01 WS-ADJ-FILE.
          05 WS-ADJ-NAME           PIC X(6).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-CCY            PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-ORIG-AMNT      PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-RATE           PIC X(9).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-FEE            PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-NET-AMNT       PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-CTRY           PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-SOURCE         PIC X(1).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-ADJ-TXN-TYPE       PIC X(1).
             88 ADJ-REFUSED-SALE   VALUE 'N'.
             88 ADJ-REFUSED-CREDIT VALUE 'M'.

      *THE REVERSING GL POSTINGS AND TRAILER IN THE SHARED 42-BYTE
      *GLPOST LAYOUT. A REFUSED SALE TAKES THE NET BACK FROM THE
      *MERCHANT'S PAYABLE AGAINST THE CLEARING ACCOUNT IT WAS
      *SETTLED THROUGH, AND CLAWS ITS FEE BACK; A REFUSED CREDIT
      *POSTS THE OTHER WAY ROUND. AN EXTERNALLY AUTHORIZED ITEM
      *(SOURCE 'X') CARRIED NO FEE POSTING.
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

       01 WS-GL-DR-ACCT            PIC X(8).
       01 WS-GL-CR-ACCT            PIC X(8).
       01 WS-GL-CLEARING-ACCT      PIC X(8).
       01 WS-GL-AMT                PIC 9(9)V9(2).
       01 WS-GL-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-GL-DR-TOTAL           PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GL-CR-TOTAL           PIC 9(11)V9(2) VALUE ZERO.

      *ONE ENTRY PER NETWORK, IN CLRSEQ ORDER, WITH THE RUNNING
      *BATCH AND FILE TOTALS FOR THE CLEARING FILE BEING BUILT.
       01 WS-BRAND-CODES           PIC X(12) VALUE 'VISAMST DIN '.
       01 WS-BRAND-CODE-TABLE REDEFINES WS-BRAND-CODES.
          05 WS-BRAND-CODE         PIC X(4) OCCURS 3 TIMES.

       01 WS-NET-TABLE.
          05 WS-NET-ENTRY OCCURS 3 TIMES.
             10 WS-NET-BRAND          PIC X(4).
             10 WS-NET-FILE-SEQ       PIC 9(6).
             10 WS-NET-ITEM-SEQ       PIC 9(7).
             10 WS-NET-BATCH-NO       PIC 9(4).
             10 WS-NET-BATCH-OPEN-SW  PIC X(1).
             10 WS-NET-BATCH-CNT      PIC 9(7).
             10 WS-NET-BATCH-AMT      PIC 9(11)V9(2).
             10 WS-NET-FILE-CNT       PIC 9(7).
             10 WS-NET-FILE-AMT       PIC 9(11)V9(2).

       01 WS-NET-SUB               PIC 9(1).

      *A BATCH IS CLOSED AND A NEW ONE OPENED EVERY WS-BATCH-LIMIT
      *ITEMS.
       01 WS-BATCH-LIMIT           PIC 9(7) VALUE 500.

      *CLEARING FILE RECORDS - FILE HEADER, BATCH HEADER, ITEM
      *DETAIL, BATCH TRAILER AND FILE TRAILER. AMOUNTS ARE THE
      *ORIGINAL TRANSACTION AMOUNTS IN THEIR OWN CURRENCY; THE
      *TRAILER TOTALS ARE HASH TOTALS OF THEM, CREDITS INCLUDED, AS
      *THE NETWORKS BALANCE THE FILE.
       01 WS-CLR-LINE              PIC X(60).

       01 WS-CLR-FILE-HEADER.
          05 FILLER                PIC X(3) VALUE 'FHR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFH-BRAND          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFH-FILE-SEQ       PIC 9(6).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFH-DATE           PIC 9(8).
          05 FILLER                PIC X(36) VALUE SPACES.

       01 WS-CLR-BATCH-HEADER.
          05 FILLER                PIC X(3) VALUE 'BHR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CBH-BATCH-NO       PIC 9(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CBH-BRAND          PIC X(4).
          05 FILLER                PIC X(47) VALUE SPACES.

       01 WS-CLR-DETAIL.
          05 FILLER                PIC X(3) VALUE 'DTL'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-ITEM-SEQ       PIC 9(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-CCY            PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-AMNT           PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-CTRY           PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CDT-TXN-TYPE       PIC X(1).
          05 FILLER                PIC X(15) VALUE SPACES.

       01 WS-CLR-BATCH-TRAILER.
          05 FILLER                PIC X(3) VALUE 'BTR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CBT-BATCH-NO       PIC 9(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CBT-COUNT          PIC 9(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CBT-AMNT           PIC 9(11).9(2).
          05 FILLER                PIC X(29) VALUE SPACES.

       01 WS-CLR-FILE-TRAILER.
          05 FILLER                PIC X(3) VALUE 'FTR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFT-BATCHES        PIC 9(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFT-COUNT          PIC 9(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-CFT-AMNT           PIC 9(11).9(2).
          05 FILLER                PIC X(29) VALUE SPACES.

      *A REFUSED ITEM GOES BACK INTO THE REPAIR CYCLE IN COBIF01'S
      *52-BYTE REJECT LAYOUT. THE REASON IS 'NET', THE NETWORK AND
      *THE NETWORK'S OWN REASON CODE; THE CYCLE COUNT STARTS AGAIN
      *AT ZERO - THE ITEM WAS APPROVED AND SETTLED.
       01 WS-NETREJ-FILE.
          05 WS-NRJ-PREFIX         PIC X(3) VALUE 'REJ'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-AMNT           PIC 9(7).9(2).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-CTRY           PIC X(3).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-REASON.
             10 FILLER             PIC X(4) VALUE 'NET '.
             10 WS-NRJ-BRAND       PIC X(4).
             10 FILLER             PIC X(1) VALUE SPACE.
             10 WS-NRJ-NET-CODE    PIC X(4).
             10 FILLER             PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-CYCLE          PIC 9(2) VALUE ZERO.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-MERCH          PIC X(4).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-NRJ-TXN-TYPE       PIC X(1).

      *CLEARING REPORT PRINT LINES
       01 WS-RPT-SEPARATOR         PIC X(80) VALUE ALL '='.

       01 WS-RPT-TITLE.
          05 FILLER                PIC X(42)
             VALUE 'OUTBOUND CLEARING AND ACKNOWLEDGEMENTS - '.
          05 WS-RPT-TITLE-DATE     PIC 9(8).
          05 FILLER                PIC X(30) VALUE SPACES.

       01 WS-RPT-SECTION           PIC X(80).

       01 WS-RPT-HEADING.
          05 FILLER                PIC X(40)
             VALUE '  NETW FILE   ITEM    CARD    CODE DATE '.
          05 FILLER                PIC X(40)
             VALUE '     NOTE                               '.

       01 WS-RPT-DETAIL.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RPT-BRAND          PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-FILE-SEQ       PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-ITEM-SEQ       PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-CARDNO         PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-CODE           PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RPT-DATE           PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RPT-NOTE           PIC X(30).
          05 FILLER                PIC X(5) VALUE SPACES.

       01 WS-RPT-SENT-LINE.
          05 FILLER                PIC X(7) VALUE '  SENT '.
          05 WS-RPT-SNT-BRAND      PIC X(4).
          05 FILLER                PIC X(6) VALUE ' FILE '.
          05 WS-RPT-SNT-FILE-SEQ   PIC 9(6).
          05 FILLER                PIC X(9) VALUE ' BATCHES '.
          05 WS-RPT-SNT-BATCHES    PIC ZZZ9.
          05 FILLER                PIC X(7) VALUE ' ITEMS '.
          05 WS-RPT-SNT-COUNT      PIC ZZZZZZ9.
          05 FILLER                PIC X(6) VALUE ' HASH '.
          05 WS-RPT-SNT-AMNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(7) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
          05 WS-RPT-CNT-LABEL      PIC X(30).
          05 WS-RPT-CNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(39) VALUE SPACES.

       01 WS-RPT-VERDICT-LINE      PIC X(80).

       01 WS-SETTLE-STATUS         PIC X(2).
       01 WS-CLRACK-STATUS         PIC X(2).
       01 WS-CLRLOG-STATUS         PIC X(2).
       01 WS-CLRSEQ-STATUS         PIC X(2).
       01 WS-CLRVISA-STATUS        PIC X(2).
       01 WS-CLRMSTC-STATUS        PIC X(2).
       01 WS-CLRDINR-STATUS        PIC X(2).
       01 WS-NETREJ-STATUS         PIC X(2).
       01 WS-NETADJ-STATUS         PIC X(2).
       01 WS-GLPOSTNR-STATUS       PIC X(2).
       01 WS-CLRRPT-STATUS         PIC X(2).

       01 WS-SETIN-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-SETTLE-IN      VALUE 'Y'.
       01 WS-ACK-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-ACK-FILE       VALUE 'Y'.
       01 WS-CLRLOG-EOF-SW         PIC X(1) VALUE 'N'.
          88 END-OF-CLRLOG         VALUE 'Y'.
       01 WS-BRAND-FOUND-SW        PIC X(1) VALUE 'N'.
          88 BRAND-FOUND           VALUE 'Y'.

       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-ACK-TOTAL-COUNT       PIC 9(8).

      *THE CLEARING LOG KEEPS A FILE AND ITS ITEMS FOR THIS MANY
      *DAYS AFTER THE NETWORK ACKNOWLEDGED IT - LONG ENOUGH FOR ANY
      *LATE RETURN AGAINST IT TO BE RECOGNISED - THEN PURGES THEM.
       01 WS-RETAIN-DAYS           PIC 9(4) VALUE 180.
       01 WS-TODAY-INT             PIC S9(9) COMP.
       01 WS-PURGE-BEFORE          PIC 9(8).
       01 WS-PURGE-INT             PIC S9(9) COMP.
       01 WS-PURGE-SW              PIC X(1) VALUE 'N'.
          88 END-OF-PURGE          VALUE 'Y'.
       01 WS-LOG-FILE-KEY.
          05 WS-LFK-BRAND          PIC X(4).
          05 WS-LFK-FILE-SEQ       PIC 9(6).

      *THE REASON CODE AN ITEM REFUSAL IS RECORDED UNDER - THE
      *NETWORK'S OWN FOR AN ITEM REFUSED ALONE, THE FIXED CODE
      *BELOW FOR EVERY ITEM OF A FILE REFUSED AS A WHOLE.
       01 WS-REFUSAL-CODE          PIC X(4).
       01 WS-FILE-REFUSAL-CODE     PIC X(4) VALUE 'FILE'.
       01 WS-FILE-ITEMS-SW         PIC X(1) VALUE 'N'.
          88 END-OF-FILE-ITEMS     VALUE 'Y'.

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-ACK-RECS-READ         PIC 9(9) VALUE ZERO.
       01 WS-FILES-ACKED           PIC 9(9) VALUE ZERO.
       01 WS-FILES-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-FILE-ITEMS-REFUSED    PIC 9(9) VALUE ZERO.
       01 WS-FILES-OUTSTANDING     PIC 9(9) VALUE ZERO.
       01 WS-DISCREPANCIES         PIC 9(9) VALUE ZERO.
       01 WS-SETL-READ             PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-SENT            PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-UNWOUND         PIC 9(9) VALUE ZERO.
       01 WS-UNWOUND-AMT           PIC 9(11)V9(2) VALUE ZERO.
       01 WS-FILES-PURGED          PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-PURGED          PIC 9(9) VALUE ZERO.


      *THE RUN-CONTROL RECORD WRITTEN TO THE SHARED BATCH-CONTROL
      *DATASET AT END OF RUN, SO THE SCHEDULER AND THE COBIF09
      *WINDOW SUMMARY SEE THE RUN'S COUNTS AS DATA INSTEAD OF
      *RE-KEYING THEM OFF THE CONSOLE LOG. THE FOUR COUNT COLUMNS
      *ARE PROGRAM-SPECIFIC - SEE 1300-WRITE-RUN-CONTROL.
       01 WS-BATCHCTL-STATUS       PIC X(2).

       01 WS-BATCHCTL-FILE.
          05 WS-BCR-PREFIX         PIC X(3) VALUE 'BCR'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-BCR-PROGRAM        PIC X(8) VALUE 'COBIF12 '.
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
           PERFORM 0200-RECONCILE-ACKS THRU 0209-EXIT.
           PERFORM 0300-LIST-OUTSTANDING THRU 0309-EXIT.
           PERFORM 0400-BUILD-CLEARING THRU 0409-EXIT.
           PERFORM 0800-WRITE-GL-TRAILER THRU 0809-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE CLEARING LOG AND THE UNWIND FILE FOR
      *UPDATE (BOTH CREATED ON FIRST USE), THE ACKNOWLEDGEMENTS,
      *THE NETWORK REJECTS, THE REVERSING GL POSTINGS AND THE
      *REPORT, AND TAKE THE DAY'S FILE SEQUENCES.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-PURGE-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
           COMPUTE WS-PURGE-BEFORE =
              FUNCTION DATE-OF-INTEGER(WS-PURGE-INT).
           OPEN I-O CLRLOG-FILE.
           IF WS-CLRLOG-STATUS = '35'
              OPEN OUTPUT CLRLOG-FILE
              CLOSE CLRLOG-FILE
              OPEN I-O CLRLOG-FILE
           END-IF.
           IF WS-CLRLOG-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRLOG OPEN FAILED, FILE STATUS '
                 WS-CLRLOG-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CLRACK-FILE.
           IF WS-CLRACK-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRACK OPEN FAILED, FILE STATUS '
                 WS-CLRACK-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT NETREJ-FILE.
           IF WS-NETREJ-STATUS NOT = '00'
              DISPLAY 'COBIF12 - NETREJ OPEN FAILED, FILE STATUS '
                 WS-NETREJ-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O NETADJ-FILE.
           IF WS-NETADJ-STATUS = '35'
              OPEN OUTPUT NETADJ-FILE
              CLOSE NETADJ-FILE
              OPEN I-O NETADJ-FILE
           END-IF.
           IF WS-NETADJ-STATUS NOT = '00'
              DISPLAY 'COBIF12 - NETADJ OPEN FAILED, FILE STATUS '
                 WS-NETADJ-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GLPOSTNR-FILE.
           IF WS-GLPOSTNR-STATUS NOT = '00'
              DISPLAY 'COBIF12 - GLPOSTNR OPEN FAILED, FILE STATUS '
                 WS-GLPOSTNR-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CLRRPT-FILE.
           IF WS-CLRRPT-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRRPT OPEN FAILED, FILE STATUS '
                 WS-CLRRPT-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           PERFORM 0110-TAKE-SEQUENCES THRU 0119-EXIT.
       0109-EXIT.

      **************************************************************
      *EACH NETWORK NUMBERS OUR FILES IN ITS OWN SEQUENCE AND
      *REFUSES A GAP OR A REPEAT. THE SEQUENCES STEP ONCE PER RUN
      *DATE - A RERUN ON THE SAME DATE REBUILDS THE SAME FILES
      *UNDER THE SAME NUMBERS, SO THE NETWORK SEES ONE FILE EACH.
      **************************************************************

       0110-TAKE-SEQUENCES.
           MOVE ZERO TO CLRSEQ-RUN-DATE.
           MOVE ZERO TO CLRSEQ-LAST-SEQ(1).
           MOVE ZERO TO CLRSEQ-LAST-SEQ(2).
           MOVE ZERO TO CLRSEQ-LAST-SEQ(3).
           OPEN INPUT CLRSEQ-FILE.
           IF WS-CLRSEQ-STATUS = '00'
              READ CLRSEQ-FILE
                 AT END
                    MOVE ZERO TO CLRSEQ-RUN-DATE
              END-READ
              CLOSE CLRSEQ-FILE
           END-IF.
           IF CLRSEQ-RUN-DATE = WS-CURRENT-DATE
              DISPLAY 'COBIF12 - RERUN FOR ' WS-CURRENT-DATE
                 ', CLEARING FILES REBUILT UNDER THE SAME '
                 'SEQUENCES' UPON CNSL
           ELSE
              PERFORM 0115-STEP-ONE-SEQUENCE THRU 0115-EXIT
                 VARYING WS-NET-SUB FROM 1 BY 1
                 UNTIL WS-NET-SUB > 3
              MOVE WS-CURRENT-DATE TO CLRSEQ-RUN-DATE
              OPEN OUTPUT CLRSEQ-FILE
              IF WS-CLRSEQ-STATUS NOT = '00'
                 DISPLAY 'COBIF12 - CLRSEQ OPEN FAILED, FILE STATUS '
                    WS-CLRSEQ-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              WRITE CLRSEQ-RECORD
              CLOSE CLRSEQ-FILE
           END-IF.
           PERFORM 0116-INIT-ONE-NETWORK THRU 0116-EXIT
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > 3.
       0119-EXIT.

       0115-STEP-ONE-SEQUENCE.
           IF CLRSEQ-LAST-SEQ(WS-NET-SUB) IS NOT NUMERIC
                 OR CLRSEQ-LAST-SEQ(WS-NET-SUB) = 999999
              MOVE 1 TO CLRSEQ-LAST-SEQ(WS-NET-SUB)
           ELSE
              ADD 1 TO CLRSEQ-LAST-SEQ(WS-NET-SUB)
           END-IF.
       0115-EXIT.

       0116-INIT-ONE-NETWORK.
           MOVE WS-BRAND-CODE(WS-NET-SUB) TO WS-NET-BRAND(WS-NET-SUB).
           MOVE CLRSEQ-LAST-SEQ(WS-NET-SUB)
              TO WS-NET-FILE-SEQ(WS-NET-SUB).
           MOVE ZERO TO WS-NET-ITEM-SEQ(WS-NET-SUB).
           MOVE ZERO TO WS-NET-BATCH-NO(WS-NET-SUB).
           MOVE 'N' TO WS-NET-BATCH-OPEN-SW(WS-NET-SUB).
           MOVE ZERO TO WS-NET-BATCH-CNT(WS-NET-SUB).
           MOVE ZERO TO WS-NET-BATCH-AMT(WS-NET-SUB).
           MOVE ZERO TO WS-NET-FILE-CNT(WS-NET-SUB).
           MOVE ZERO TO WS-NET-FILE-AMT(WS-NET-SUB).
       0116-EXIT.

      **************************************************************
      *RECONCILE THE NETWORKS' RETURNS AGAINST THE CLEARING LOG. A
      *RETURN FOR A FILE OR ITEM WE DID NOT SEND, A FILE WHOSE
      *ACKNOWLEDGED COUNTS DO NOT ADD UP TO WHAT WAS SENT, OR A
      *FILE REFUSED AS A WHOLE IS A DISCREPANCY. A REFUSED FILE IS
      *NOT RESENT - ITS SEQUENCE IS SPENT AND SETLOUT HAS MOVED ON -
      *SO EVERY ITEM IN IT IS REFUSED AND UNWOUND AS IF THE NETWORK
      *HAD REFUSED IT ALONE, AND GOES TO REPAIR THROUGH NETREJ. A
      *RETURN ALREADY APPLIED BY AN EARLIER RUN IS A DISCREPANCY
      *TOO; THE SAME RETURN SEEN AGAIN ON A RERUN OF TODAY IS
      *APPLIED AGAIN QUIETLY, SO NETREJ IS REBUILT WHOLE.
      **************************************************************

       0200-RECONCILE-ACKS.
           MOVE 'ACKNOWLEDGEMENT RECONCILIATION' TO WS-RPT-SECTION.
           MOVE WS-RPT-SECTION TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE WS-RPT-HEADING TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           PERFORM 0210-RECONCILE-ONE THRU 0219-EXIT
              UNTIL END-OF-ACK-FILE.
           CLOSE CLRACK-FILE.
       0209-EXIT.

       0210-RECONCILE-ONE.
           READ CLRACK-FILE
              AT END
                 SET END-OF-ACK-FILE TO TRUE
                 GO TO 0219-EXIT
           END-READ.
           ADD 1 TO WS-ACK-RECS-READ.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE CLR-ACK-BRAND TO WS-RPT-BRAND.
           MOVE CLR-ACK-FILE-SEQ TO WS-RPT-FILE-SEQ.
           PERFORM 0250-CHECK-BRAND THRU 0259-EXIT.
           IF NOT BRAND-FOUND
                 OR CLR-ACK-FILE-SEQ IS NOT NUMERIC
              MOVE 'INVALID RETURN RECORD' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              GO TO 0219-EXIT
           END-IF.
           EVALUATE CLR-ACK-REC-TYPE
              WHEN 'ACK'
                 PERFORM 0220-APPLY-FILE-ACK THRU 0229-EXIT
              WHEN 'RJD'
                 PERFORM 0230-APPLY-ITEM-REFUSAL THRU 0239-EXIT
              WHEN OTHER
                 MOVE 'INVALID RETURN RECORD' TO WS-RPT-NOTE
                 PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
           END-EVALUATE.
       0219-EXIT.

       0220-APPLY-FILE-ACK.
           IF NOT (CLR-ACK-STATUS = 'A' OR 'R')
                 OR CLR-ACK-ACC-COUNT IS NOT NUMERIC
                 OR CLR-ACK-REF-COUNT IS NOT NUMERIC
              MOVE 'INVALID RETURN RECORD' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              GO TO 0229-EXIT
           END-IF.
           MOVE CLR-ACK-BRAND TO CLR-LOG-BRAND.
           MOVE CLR-ACK-FILE-SEQ TO CLR-LOG-FILE-SEQ.
           MOVE ZERO TO CLR-LOG-ITEM-SEQ.
           READ CLRLOG-FILE
              INVALID KEY
                 MOVE 'ACK FOR A FILE NOT SENT' TO WS-RPT-NOTE
                 PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
                 GO TO 0229-EXIT
           END-READ.
           MOVE CLR-LOG-FILE-DATE TO WS-RPT-DATE.
           IF NOT CLR-FILE-SENT
                 AND CLR-LOG-ACK-DATE NOT = WS-CURRENT-DATE
              MOVE 'FILE ALREADY ACKNOWLEDGED' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              GO TO 0229-EXIT
           END-IF.
           MOVE CLR-ACK-ACC-COUNT TO CLR-LOG-ACC-COUNT.
           MOVE CLR-ACK-REF-COUNT TO CLR-LOG-REF-COUNT.
           MOVE WS-CURRENT-DATE TO CLR-LOG-ACK-DATE.
           IF CLR-ACK-STATUS = 'R'
              SET CLR-FILE-REFUSED TO TRUE
              PERFORM 0240-REWRITE-LOG THRU 0249-EXIT
              ADD 1 TO WS-FILES-REFUSED
              MOVE WS-FILE-REFUSAL-CODE TO WS-RPT-CODE
              MOVE 'FILE REFUSED - ITEMS TO REPAIR' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              PERFORM 0280-REFUSE-FILE-ITEMS THRU 0289-EXIT
              GO TO 0229-EXIT
           END-IF.
           SET CLR-FILE-ACKED TO TRUE.
           PERFORM 0240-REWRITE-LOG THRU 0249-EXIT.
           ADD 1 TO WS-FILES-ACKED.
           COMPUTE WS-ACK-TOTAL-COUNT = CLR-LOG-ACC-COUNT
              + CLR-LOG-REF-COUNT.
           IF WS-ACK-TOTAL-COUNT NOT = CLR-LOG-SENT-COUNT
              MOVE 'ACK COUNTS DISAGREE WITH SENT' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
           ELSE
              MOVE 'FILE ACKNOWLEDGED' TO WS-RPT-NOTE
              MOVE WS-RPT-DETAIL TO CLRRPT-RECORD
              WRITE CLRRPT-RECORD
           END-IF.
       0229-EXIT.

       0230-APPLY-ITEM-REFUSAL.
           MOVE CLR-RJD-ITEM-SEQ TO WS-RPT-ITEM-SEQ.
           MOVE CLR-RJD-REASON TO WS-RPT-CODE.
           IF CLR-RJD-ITEM-SEQ IS NOT NUMERIC
                 OR CLR-RJD-ITEM-SEQ = '0000000'
              MOVE 'INVALID RETURN RECORD' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              GO TO 0239-EXIT
           END-IF.
           MOVE CLR-ACK-BRAND TO CLR-LOG-BRAND.
           MOVE CLR-ACK-FILE-SEQ TO CLR-LOG-FILE-SEQ.
           MOVE CLR-RJD-ITEM-SEQ TO CLR-LOG-ITEM-SEQ.
           READ CLRLOG-FILE
              INVALID KEY
                 MOVE 'REFUSED ITEM WAS NOT SENT' TO WS-RPT-NOTE
                 PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
                 GO TO 0239-EXIT
           END-READ.
           MOVE CLR-ITM-CARDNO TO WS-RPT-CARDNO.
           IF CLR-ITEM-REFUSED
                 AND (CLR-ITM-REF-DATE NOT = WS-CURRENT-DATE
                    OR CLR-ITM-REASON = WS-FILE-REFUSAL-CODE)
              MOVE 'ITEM ALREADY REFUSED' TO WS-RPT-NOTE
              PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
              GO TO 0239-EXIT
           END-IF.
           MOVE CLR-RJD-REASON TO WS-REFUSAL-CODE.
           PERFORM 0235-REFUSE-ITEM THRU 0235-EXIT.
           MOVE 'REFUSED - UNWOUND, TO REPAIR' TO WS-RPT-NOTE.
           MOVE WS-RPT-DETAIL TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
       0239-EXIT.

      *MARK THE ITEM ROW IN HAND REFUSED UNDER WS-REFUSAL-CODE,
      *SEND IT TO REPAIR ON NETREJ AND UNWIND ITS SETTLEMENT.
       0235-REFUSE-ITEM.
           SET CLR-ITEM-REFUSED TO TRUE.
           MOVE WS-REFUSAL-CODE TO CLR-ITM-REASON.
           MOVE WS-CURRENT-DATE TO CLR-ITM-REF-DATE.
           PERFORM 0240-REWRITE-LOG THRU 0249-EXIT.
           MOVE CLR-ITM-CARDNO TO WS-NRJ-CARDNO.
           MOVE CLR-ITM-AMNT TO WS-NRJ-AMNT.
           MOVE CLR-ITM-CTRY TO WS-NRJ-CTRY.
           MOVE CLR-LOG-BRAND TO WS-NRJ-BRAND.
           MOVE CLR-ITM-REASON TO WS-NRJ-NET-CODE.
           MOVE CLR-ITM-MERCH TO WS-NRJ-MERCH.
           MOVE CLR-ITM-TXN-TYPE TO WS-NRJ-TXN-TYPE.
           MOVE WS-NETREJ-FILE TO NETREJ-RECORD.
           WRITE NETREJ-RECORD.
           ADD 1 TO WS-ITEMS-REFUSED.
           PERFORM 0260-UNWIND-SETTLEMENT THRU 0269-EXIT.
       0235-EXIT.

       0240-REWRITE-LOG.
           REWRITE CLRLOG-RECORD
              INVALID KEY
                 DISPLAY 'COBIF12 - CLRLOG REWRITE FAILED, FILE '
                    'STATUS ' WS-CLRLOG-STATUS UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
       0249-EXIT.

       0250-CHECK-BRAND.
           MOVE 'N' TO WS-BRAND-FOUND-SW.
           PERFORM 0255-CHECK-ONE-BRAND THRU 0255-EXIT
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > 3 OR BRAND-FOUND.
       0259-EXIT.

       0255-CHECK-ONE-BRAND.
           IF WS-BRAND-CODE(WS-NET-SUB) = CLR-ACK-BRAND
              SET BRAND-FOUND TO TRUE
           END-IF.
       0255-EXIT.

      **************************************************************
      *UNWIND A REFUSED ITEM. IT SETTLED, POSTED AND WAS PAID TO
      *THE MERCHANT AS IF CLEARED, AND THE REPAIR CYCLE WILL SETTLE
      *IT AGAIN WHEN IT IS RESUBMITTED, SO ITS FIRST SETTLEMENT IS
      *TAKEN OUT HERE: AN ADJUSTMENT ON NETADJ FOR COBIF06 TO NET
      *OFF THE MERCHANT'S NEXT ADVICE, AND THE REVERSING GL PAIRS.
      *THE SAME REFUSAL APPLIED AGAIN ON A RERUN OF TODAY FINDS ITS
      *ADJUSTMENT ALREADY ON FILE AND LEAVES IT - COBIF06 MAY HAVE
      *TAKEN IT ALREADY - BUT POSTS AGAIN, AS GLPOSTNR IS REBUILT.
      **************************************************************

       0260-UNWIND-SETTLEMENT.
           MOVE CLR-ITM-NAME TO WS-ADJ-NAME.
           MOVE CLR-ITM-CARDNO TO WS-ADJ-CARDNO.
           MOVE CLR-ITM-CCY TO WS-ADJ-CCY.
           MOVE CLR-ITM-AMNT TO WS-ADJ-ORIG-AMNT.
           MOVE CLR-ITM-RATE TO WS-ADJ-RATE.
           MOVE CLR-ITM-FEE-AMNT TO WS-ADJ-FEE.
           MOVE CLR-ITM-NET-AMNT TO WS-ADJ-NET-AMNT.
           MOVE CLR-ITM-CTRY TO WS-ADJ-CTRY.
           MOVE CLR-ITM-SOURCE TO WS-ADJ-SOURCE.
           MOVE CLR-ITM-MERCH TO WS-ADJ-MERCH.
           IF CLR-ITM-TXN-TYPE = 'R' OR 'V'
              SET ADJ-REFUSED-CREDIT TO TRUE
           ELSE
              SET ADJ-REFUSED-SALE TO TRUE
           END-IF.
           MOVE CLR-LOG-KEY TO NADJ-KEY.
           READ NETADJ-FILE
              INVALID KEY
                 MOVE WS-ADJ-FILE TO NADJ-SETTLE-REC
                 MOVE ZERO TO NADJ-TAKEN-DATE
                 WRITE NETADJ-RECORD
                    INVALID KEY
                       DISPLAY 'COBIF12 - NETADJ WRITE FAILED, FILE '
                          'STATUS ' WS-NETADJ-STATUS UPON CNSL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-WRITE
           END-READ.
           IF CLR-ITM-SOURCE = 'X'
              MOVE '10300000' TO WS-GL-CLEARING-ACCT
           ELSE
              MOVE '10100000' TO WS-GL-CLEARING-ACCT
           END-IF.
           IF ADJ-REFUSED-SALE
              MOVE '20100000' TO WS-GL-DR-ACCT
              MOVE WS-GL-CLEARING-ACCT TO WS-GL-CR-ACCT
           ELSE
              MOVE WS-GL-CLEARING-ACCT TO WS-GL-DR-ACCT
              MOVE '20100000' TO WS-GL-CR-ACCT
           END-IF.
           MOVE CLR-ITM-NET-AMNT TO WS-GL-AMT.
           PERFORM 0270-WRITE-GL-PAIR THRU 0279-EXIT.
           IF CLR-ITM-SOURCE NOT = 'X'
                 AND CLR-ITM-FEE-AMNT > ZERO
              IF ADJ-REFUSED-SALE
                 MOVE '40100000' TO WS-GL-DR-ACCT
                 MOVE '10200000' TO WS-GL-CR-ACCT
              ELSE
                 MOVE '10200000' TO WS-GL-DR-ACCT
                 MOVE '40100000' TO WS-GL-CR-ACCT
              END-IF
              MOVE CLR-ITM-FEE-AMNT TO WS-GL-AMT
              PERFORM 0270-WRITE-GL-PAIR THRU 0279-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-UNWOUND.
           ADD CLR-ITM-NET-AMNT TO WS-UNWOUND-AMT.
       0269-EXIT.

       0270-WRITE-GL-PAIR.
           MOVE WS-GL-DR-ACCT TO WS-GLP-ACCT.
           MOVE 'DR' TO WS-GLP-DRCR.
           MOVE WS-GL-AMT TO WS-GLP-AMT.
           MOVE CLR-ITM-CTRY TO WS-GLP-CTRY.
           MOVE CLR-LOG-BRAND TO WS-GLP-BRAND.
           MOVE CLR-ITM-MERCH TO WS-GLP-MERCH.
           MOVE WS-GLPOST-FILE TO GLPOSTNR-RECORD.
           WRITE GLPOSTNR-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-GL-AMT TO WS-GL-DR-TOTAL.
           MOVE WS-GL-CR-ACCT TO WS-GLP-ACCT.
           MOVE 'CR' TO WS-GLP-DRCR.
           MOVE WS-GLPOST-FILE TO GLPOSTNR-RECORD.
           WRITE GLPOSTNR-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-GL-AMT TO WS-GL-CR-TOTAL.
       0279-EXIT.

      **************************************************************
      *A FILE REFUSED AS A WHOLE - READ ITS ITEM ROWS FROM ITEM 1
      *UNTIL THE NETWORK OR FILE SEQUENCE CHANGES AND REFUSE EACH
      *UNDER THE FILE REFUSAL CODE. AN ITEM THE NETWORK HAD ALREADY
      *REFUSED ALONE IS LEFT AS IT IS - IT WAS UNWOUND THEN; ONE
      *REFUSED BY THIS FILE ON AN EARLIER RUN OF TODAY IS APPLIED
      *AGAIN, AS NETREJ AND GLPOSTNR ARE REBUILT.
      **************************************************************

       0280-REFUSE-FILE-ITEMS.
           MOVE CLR-LOG-BRAND TO WS-LFK-BRAND.
           MOVE CLR-LOG-FILE-SEQ TO WS-LFK-FILE-SEQ.
           MOVE 1 TO CLR-LOG-ITEM-SEQ.
           MOVE 'N' TO WS-FILE-ITEMS-SW.
           START CLRLOG-FILE KEY IS NOT LESS THAN CLR-LOG-KEY
              INVALID KEY
                 SET END-OF-FILE-ITEMS TO TRUE
           END-START.
           PERFORM 0285-REFUSE-ONE-FILE-ITEM THRU 0285-EXIT
              UNTIL END-OF-FILE-ITEMS.
       0289-EXIT.

       0285-REFUSE-ONE-FILE-ITEM.
           READ CLRLOG-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE-ITEMS TO TRUE
                 GO TO 0285-EXIT
           END-READ.
           IF CLR-LOG-BRAND NOT = WS-LFK-BRAND
                 OR CLR-LOG-FILE-SEQ NOT = WS-LFK-FILE-SEQ
              SET END-OF-FILE-ITEMS TO TRUE
              GO TO 0285-EXIT
           END-IF.
           IF CLR-ITEM-REFUSED
                 AND (CLR-ITM-REF-DATE NOT = WS-CURRENT-DATE
                    OR CLR-ITM-REASON NOT = WS-FILE-REFUSAL-CODE)
              GO TO 0285-EXIT
           END-IF.
           MOVE WS-FILE-REFUSAL-CODE TO WS-REFUSAL-CODE.
           PERFORM 0235-REFUSE-ITEM THRU 0235-EXIT.
           ADD 1 TO WS-FILE-ITEMS-REFUSED.
           MOVE CLR-LOG-ITEM-SEQ TO WS-RPT-ITEM-SEQ.
           MOVE CLR-ITM-CARDNO TO WS-RPT-CARDNO.
           MOVE 'IN REFUSED FILE - UNWOUND' TO WS-RPT-NOTE.
           MOVE WS-RPT-DETAIL TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
       0285-EXIT.

       0290-REPORT-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCIES.
           MOVE WS-RPT-DETAIL TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
       0299-EXIT.

      **************************************************************
      *LIST EVERY FILE SENT ON AN EARLIER DAY THAT NO NETWORK HAS
      *ACKNOWLEDGED YET. THESE ARE REPORTED, NOT COUNTED AS
      *DISCREPANCIES - A NETWORK MAY TAKE MORE THAN A DAY. ONLY THE
      *FILE ROWS ARE READ: AFTER EACH ONE THE LOG IS POSITIONED PAST
      *THE LAST POSSIBLE ITEM OF THAT FILE. A FILE ACKNOWLEDGED
      *BEFORE THE RETENTION DATE IS PURGED WITH ITS ITEMS ON THE
      *WAY PAST.
      **************************************************************

       0300-LIST-OUTSTANDING.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'FILES AWAITING ACKNOWLEDGEMENT' TO WS-RPT-SECTION.
           MOVE WS-RPT-SECTION TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'N' TO WS-CLRLOG-EOF-SW.
           MOVE LOW-VALUES TO CLR-LOG-KEY.
           START CLRLOG-FILE KEY IS NOT LESS THAN CLR-LOG-KEY
              INVALID KEY
                 SET END-OF-CLRLOG TO TRUE
           END-START.
           PERFORM 0310-CHECK-ONE-LOG THRU 0319-EXIT
              UNTIL END-OF-CLRLOG.
       0309-EXIT.

       0310-CHECK-ONE-LOG.
           READ CLRLOG-FILE NEXT RECORD
              AT END
                 SET END-OF-CLRLOG TO TRUE
                 GO TO 0319-EXIT
           END-READ.
           MOVE CLR-LOG-BRAND TO WS-LFK-BRAND.
           MOVE CLR-LOG-FILE-SEQ TO WS-LFK-FILE-SEQ.
           IF CLR-LOG-ITEM-SEQ = ZERO
              IF CLR-FILE-ACKED
                    AND CLR-LOG-ACK-DATE < WS-PURGE-BEFORE
                 PERFORM 0320-PURGE-FILE THRU 0329-EXIT
              ELSE
                 IF CLR-FILE-SENT
                       AND CLR-LOG-FILE-DATE < WS-CURRENT-DATE
                    PERFORM 0340-REPORT-OUTSTANDING THRU 0349-EXIT
                 END-IF
              END-IF
           END-IF.
           PERFORM 0315-SKIP-PAST-FILE THRU 0315-EXIT.
       0319-EXIT.

       0315-SKIP-PAST-FILE.
           MOVE WS-LFK-BRAND TO CLR-LOG-BRAND.
           MOVE WS-LFK-FILE-SEQ TO CLR-LOG-FILE-SEQ.
           MOVE 9999999 TO CLR-LOG-ITEM-SEQ.
           START CLRLOG-FILE KEY IS GREATER THAN CLR-LOG-KEY
              INVALID KEY
                 SET END-OF-CLRLOG TO TRUE
           END-START.
       0315-EXIT.

      *DELETE THE FILE ROW IN HAND, THEN EVERY ITEM ROW UNDER THE
      *SAME NETWORK AND FILE SEQUENCE.
       0320-PURGE-FILE.
           DELETE CLRLOG-FILE RECORD
              INVALID KEY
                 PERFORM 0390-PURGE-FAILED THRU 0399-EXIT
           END-DELETE.
           ADD 1 TO WS-FILES-PURGED.
           MOVE 'N' TO WS-PURGE-SW.
           START CLRLOG-FILE KEY IS GREATER THAN CLR-LOG-KEY
              INVALID KEY
                 SET END-OF-PURGE TO TRUE
           END-START.
           PERFORM 0330-PURGE-ONE-ITEM THRU 0339-EXIT
              UNTIL END-OF-PURGE.
       0329-EXIT.

       0330-PURGE-ONE-ITEM.
           READ CLRLOG-FILE NEXT RECORD
              AT END
                 SET END-OF-PURGE TO TRUE
                 GO TO 0339-EXIT
           END-READ.
           IF CLR-LOG-BRAND NOT = WS-LFK-BRAND
                 OR CLR-LOG-FILE-SEQ NOT = WS-LFK-FILE-SEQ
              SET END-OF-PURGE TO TRUE
              GO TO 0339-EXIT
           END-IF.
           DELETE CLRLOG-FILE RECORD
              INVALID KEY
                 PERFORM 0390-PURGE-FAILED THRU 0399-EXIT
           END-DELETE.
           ADD 1 TO WS-ITEMS-PURGED.
       0339-EXIT.

       0340-REPORT-OUTSTANDING.
           ADD 1 TO WS-FILES-OUTSTANDING.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE CLR-LOG-BRAND TO WS-RPT-BRAND.
           MOVE CLR-LOG-FILE-SEQ TO WS-RPT-FILE-SEQ.
           MOVE CLR-LOG-FILE-DATE TO WS-RPT-DATE.
           MOVE 'NOT YET ACKNOWLEDGED' TO WS-RPT-NOTE.
           MOVE WS-RPT-DETAIL TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
       0349-EXIT.

       0390-PURGE-FAILED.
           DISPLAY 'COBIF12 - CLRLOG DELETE FAILED, FILE STATUS '
              WS-CLRLOG-STATUS ' NETWORK ' WS-LFK-BRAND ' FILE '
              WS-LFK-FILE-SEQ UPON CNSL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0399-EXIT.

      **************************************************************
      *BUILD TODAY'S CLEARING FILES. EVERY NETWORK GETS A FILE,
      *EMPTY OR NOT, SO ITS SEQUENCE HAS NO GAP. AN ITEM WHOSE CARD
      *NUMBER DOES NOT LEAD WITH A KNOWN NETWORK'S DIGIT CANNOT BE
      *CLEARED AND IS A DISCREPANCY.
      **************************************************************

       0400-BUILD-CLEARING.
           OPEN OUTPUT CLRVISA-FILE.
           IF WS-CLRVISA-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRVISA OPEN FAILED, FILE STATUS '
                 WS-CLRVISA-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CLRMSTC-FILE.
           IF WS-CLRMSTC-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRMSTC OPEN FAILED, FILE STATUS '
                 WS-CLRMSTC-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CLRDINR-FILE.
           IF WS-CLRDINR-STATUS NOT = '00'
              DISPLAY 'COBIF12 - CLRDINR OPEN FAILED, FILE STATUS '
                 WS-CLRDINR-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
              DISPLAY 'COBIF12 - SETLOUT OPEN FAILED, FILE STATUS '
                 WS-SETTLE-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'CLEARING FILES SENT' TO WS-RPT-SECTION.
           MOVE WS-RPT-SECTION TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           PERFORM 0410-WRITE-FILE-HEADER THRU 0419-EXIT
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > 3.
           PERFORM 0420-CLEAR-ONE-ITEM THRU 0429-EXIT
              UNTIL END-OF-SETTLE-IN.
           CLOSE SETTLE-FILE.
           PERFORM 0460-CLOSE-NETWORK-FILE THRU 0469-EXIT
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > 3.
           CLOSE CLRVISA-FILE.
           CLOSE CLRMSTC-FILE.
           CLOSE CLRDINR-FILE.
       0409-EXIT.

       0410-WRITE-FILE-HEADER.
           MOVE WS-NET-BRAND(WS-NET-SUB) TO WS-CFH-BRAND.
           MOVE WS-NET-FILE-SEQ(WS-NET-SUB) TO WS-CFH-FILE-SEQ.
           MOVE WS-CURRENT-DATE TO WS-CFH-DATE.
           MOVE WS-CLR-FILE-HEADER TO WS-CLR-LINE.
           PERFORM 0470-WRITE-CLEARING THRU 0479-EXIT.
       0419-EXIT.

       0420-CLEAR-ONE-ITEM.
           READ SETTLE-FILE
              AT END
                 SET END-OF-SETTLE-IN TO TRUE
                 GO TO 0429-EXIT
           END-READ.
           ADD 1 TO WS-SETL-READ.
           MOVE SETTLE-RECORD TO WS-SETTLE-IN.
           EVALUATE TRUE
              WHEN SIN-VISA
                 MOVE 1 TO WS-NET-SUB
              WHEN SIN-MST
                 MOVE 2 TO WS-NET-SUB
              WHEN SIN-DIN
                 MOVE 3 TO WS-NET-SUB
              WHEN OTHER
                 MOVE SPACES TO WS-RPT-DETAIL
                 MOVE WS-SIN-CARDNO TO WS-RPT-CARDNO
                 MOVE 'NO NETWORK FOR CARD NUMBER' TO WS-RPT-NOTE
                 PERFORM 0290-REPORT-DISCREPANCY THRU 0299-EXIT
                 GO TO 0429-EXIT
           END-EVALUATE.
           IF WS-NET-BATCH-CNT(WS-NET-SUB) NOT < WS-BATCH-LIMIT
              PERFORM 0450-CLOSE-BATCH THRU 0459-EXIT
           END-IF.
           IF WS-NET-BATCH-OPEN-SW(WS-NET-SUB) NOT = 'Y'
              PERFORM 0440-OPEN-BATCH THRU 0449-EXIT
           END-IF.
           PERFORM 0430-WRITE-ITEM THRU 0439-EXIT.
       0429-EXIT.

       0430-WRITE-ITEM.
           COMPUTE WS-SIN-ORIG-AMNT = WS-SIN-ORIG-INT
              + WS-SIN-ORIG-DEC / 100.
           ADD 1 TO WS-NET-ITEM-SEQ(WS-NET-SUB).
           MOVE WS-NET-ITEM-SEQ(WS-NET-SUB) TO WS-CDT-ITEM-SEQ.
           MOVE WS-SIN-CARDNO TO WS-CDT-CARDNO.
           MOVE WS-SIN-CCY TO WS-CDT-CCY.
           MOVE WS-SIN-ORIG-AMNT TO WS-CDT-AMNT.
           MOVE WS-SIN-CTRY TO WS-CDT-CTRY.
           MOVE WS-SIN-MERCH TO WS-CDT-MERCH.
           IF WS-SIN-TXN-TYPE = SPACE
              MOVE 'S' TO WS-CDT-TXN-TYPE
           ELSE
              MOVE WS-SIN-TXN-TYPE TO WS-CDT-TXN-TYPE
           END-IF.
           MOVE WS-CLR-DETAIL TO WS-CLR-LINE.
           PERFORM 0470-WRITE-CLEARING THRU 0479-EXIT.
           ADD 1 TO WS-NET-BATCH-CNT(WS-NET-SUB).
           ADD WS-SIN-ORIG-AMNT TO WS-NET-BATCH-AMT(WS-NET-SUB).
           ADD 1 TO WS-NET-FILE-CNT(WS-NET-SUB).
           ADD WS-SIN-ORIG-AMNT TO WS-NET-FILE-AMT(WS-NET-SUB).
           ADD 1 TO WS-ITEMS-SENT.
           MOVE WS-NET-BRAND(WS-NET-SUB) TO CLR-LOG-BRAND.
           MOVE WS-NET-FILE-SEQ(WS-NET-SUB) TO CLR-LOG-FILE-SEQ.
           MOVE WS-NET-ITEM-SEQ(WS-NET-SUB) TO CLR-LOG-ITEM-SEQ.
           MOVE SPACES TO CLR-LOG-BODY.
           MOVE WS-SIN-CARDNO TO CLR-ITM-CARDNO.
           MOVE WS-SIN-CCY TO CLR-ITM-CCY.
           MOVE WS-SIN-ORIG-AMNT TO CLR-ITM-AMNT.
           MOVE WS-SIN-CTRY TO CLR-ITM-CTRY.
           MOVE WS-SIN-MERCH TO CLR-ITM-MERCH.
           MOVE WS-CDT-TXN-TYPE TO CLR-ITM-TXN-TYPE.
           SET CLR-ITEM-SENT TO TRUE.
           MOVE ZERO TO CLR-ITM-REF-DATE.
           MOVE WS-SIN-NAME TO CLR-ITM-NAME.
           MOVE WS-SIN-RATE TO CLR-ITM-RATE.
           COMPUTE CLR-ITM-FEE-AMNT = WS-SIN-FEE-INT
              + WS-SIN-FEE-DEC / 100.
           COMPUTE CLR-ITM-NET-AMNT = WS-SIN-NET-INT
              + WS-SIN-NET-DEC / 100.
           MOVE WS-SIN-SOURCE TO CLR-ITM-SOURCE.
           PERFORM 0480-WRITE-LOG THRU 0489-EXIT.
       0439-EXIT.

       0440-OPEN-BATCH.
           ADD 1 TO WS-NET-BATCH-NO(WS-NET-SUB).
           MOVE 'Y' TO WS-NET-BATCH-OPEN-SW(WS-NET-SUB).
           MOVE ZERO TO WS-NET-BATCH-CNT(WS-NET-SUB).
           MOVE ZERO TO WS-NET-BATCH-AMT(WS-NET-SUB).
           MOVE WS-NET-BATCH-NO(WS-NET-SUB) TO WS-CBH-BATCH-NO.
           MOVE WS-NET-BRAND(WS-NET-SUB) TO WS-CBH-BRAND.
           MOVE WS-CLR-BATCH-HEADER TO WS-CLR-LINE.
           PERFORM 0470-WRITE-CLEARING THRU 0479-EXIT.
       0449-EXIT.

       0450-CLOSE-BATCH.
           MOVE WS-NET-BATCH-NO(WS-NET-SUB) TO WS-CBT-BATCH-NO.
           MOVE WS-NET-BATCH-CNT(WS-NET-SUB) TO WS-CBT-COUNT.
           MOVE WS-NET-BATCH-AMT(WS-NET-SUB) TO WS-CBT-AMNT.
           MOVE WS-CLR-BATCH-TRAILER TO WS-CLR-LINE.
           PERFORM 0470-WRITE-CLEARING THRU 0479-EXIT.
           MOVE 'N' TO WS-NET-BATCH-OPEN-SW(WS-NET-SUB).
       0459-EXIT.

      *CLOSE THE NETWORK'S LAST BATCH, WRITE ITS FILE TRAILER, LOG
      *THE FILE FOR THE NEXT RUN'S RECONCILIATION AND REPORT IT.
       0460-CLOSE-NETWORK-FILE.
           IF WS-NET-BATCH-OPEN-SW(WS-NET-SUB) = 'Y'
              PERFORM 0450-CLOSE-BATCH THRU 0459-EXIT
           END-IF.
           MOVE WS-NET-BATCH-NO(WS-NET-SUB) TO WS-CFT-BATCHES.
           MOVE WS-NET-FILE-CNT(WS-NET-SUB) TO WS-CFT-COUNT.
           MOVE WS-NET-FILE-AMT(WS-NET-SUB) TO WS-CFT-AMNT.
           MOVE WS-CLR-FILE-TRAILER TO WS-CLR-LINE.
           PERFORM 0470-WRITE-CLEARING THRU 0479-EXIT.
           MOVE WS-NET-BRAND(WS-NET-SUB) TO CLR-LOG-BRAND.
           MOVE WS-NET-FILE-SEQ(WS-NET-SUB) TO CLR-LOG-FILE-SEQ.
           MOVE ZERO TO CLR-LOG-ITEM-SEQ.
           MOVE SPACES TO CLR-LOG-BODY.
           MOVE WS-CURRENT-DATE TO CLR-LOG-FILE-DATE.
           SET CLR-FILE-SENT TO TRUE.
           MOVE WS-NET-FILE-CNT(WS-NET-SUB) TO CLR-LOG-SENT-COUNT.
           MOVE WS-NET-FILE-AMT(WS-NET-SUB) TO CLR-LOG-SENT-AMNT.
           MOVE ZERO TO CLR-LOG-ACC-COUNT.
           MOVE ZERO TO CLR-LOG-REF-COUNT.
           MOVE ZERO TO CLR-LOG-ACK-DATE.
           PERFORM 0480-WRITE-LOG THRU 0489-EXIT.
           MOVE WS-NET-BRAND(WS-NET-SUB) TO WS-RPT-SNT-BRAND.
           MOVE WS-NET-FILE-SEQ(WS-NET-SUB) TO WS-RPT-SNT-FILE-SEQ.
           MOVE WS-NET-BATCH-NO(WS-NET-SUB) TO WS-RPT-SNT-BATCHES.
           MOVE WS-NET-FILE-CNT(WS-NET-SUB) TO WS-RPT-SNT-COUNT.
           MOVE WS-NET-FILE-AMT(WS-NET-SUB) TO WS-RPT-SNT-AMNT.
           MOVE WS-RPT-SENT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
       0469-EXIT.

       0470-WRITE-CLEARING.
           EVALUATE WS-NET-SUB
              WHEN 1
                 MOVE WS-CLR-LINE TO CLRVISA-RECORD
                 WRITE CLRVISA-RECORD
              WHEN 2
                 MOVE WS-CLR-LINE TO CLRMSTC-RECORD
                 WRITE CLRMSTC-RECORD
              WHEN 3
                 MOVE WS-CLR-LINE TO CLRDINR-RECORD
                 WRITE CLRDINR-RECORD
           END-EVALUATE.
       0479-EXIT.

      *A RERUN ON THE SAME DATE FINDS ITS OWN EARLIER ROWS ON THE
      *LOG UNDER THE SAME KEYS AND REPLACES THEM.
       0480-WRITE-LOG.
           WRITE CLRLOG-RECORD
              INVALID KEY
                 PERFORM 0240-REWRITE-LOG THRU 0249-EXIT
           END-WRITE.
       0489-EXIT.

      **************************************************************
      *CLOSE THE REVERSING GL POSTINGS WITH THE BALANCING GLT
      *TRAILER THE LEDGER SYSTEM VERIFIES.
      **************************************************************

       0800-WRITE-GL-TRAILER.
           MOVE WS-GL-COUNT TO WS-GLT-COUNT.
           MOVE WS-GL-DR-TOTAL TO WS-GLT-DR-TOTAL.
           MOVE WS-GL-CR-TOTAL TO WS-GLT-CR-TOTAL.
           MOVE WS-GL-TRAILER TO GLPOSTNR-RECORD.
           WRITE GLPOSTNR-RECORD.
       0809-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS AND THE REPORT'S VERDICT.
      **************************************************************

       1100-CONTROL-TOTALS.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'RETURN RECORDS READ.........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-ACK-RECS-READ TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'FILES ACKNOWLEDGED..........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-FILES-ACKED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'FILES REFUSED...............: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-FILES-REFUSED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'ITEMS REFUSED TO REPAIR.....: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-ITEMS-REFUSED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'ITEMS UNWOUND FOR COBIF06...: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-ITEMS-UNWOUND TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'FILES AWAITING ACK..........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-FILES-OUTSTANDING TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'FILES PURGED FROM CLRLOG....: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-FILES-PURGED TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'EXTRACT RECORDS READ........: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-SETL-READ TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'ITEMS SENT FOR CLEARING.....: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-ITEMS-SENT TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE 'DISCREPANCIES...............: '
              TO WS-RPT-CNT-LABEL.
           MOVE WS-DISCREPANCIES TO WS-RPT-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           IF WS-DISCREPANCIES = ZERO
              MOVE 'CLEARING RECONCILED' TO WS-RPT-VERDICT-LINE
              DISPLAY 'COBIF12 - CLEARING RECONCILED' UPON CNSL
           ELSE
              MOVE 'CLEARING OUT OF BALANCE - SEE DISCREPANCIES'
                 TO WS-RPT-VERDICT-LINE
              DISPLAY 'COBIF12 - CLEARING OUT OF BALANCE, '
                 WS-DISCREPANCIES ' DISCREPANCIES' UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-RPT-VERDICT-LINE TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           MOVE WS-RPT-SEPARATOR TO CLRRPT-RECORD.
           WRITE CLRRPT-RECORD.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'COBIF12 CONTROL TOTALS' UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
           DISPLAY 'RETURN RECORDS READ..........: '
              WS-ACK-RECS-READ UPON CNSL.
           DISPLAY 'FILES ACKNOWLEDGED...........: '
              WS-FILES-ACKED UPON CNSL.
           DISPLAY 'FILES REFUSED................: '
              WS-FILES-REFUSED UPON CNSL.
           DISPLAY 'ITEMS REFUSED TO REPAIR......: '
              WS-ITEMS-REFUSED UPON CNSL.
           DISPLAY '   IN FILES REFUSED WHOLE...: '
              WS-FILE-ITEMS-REFUSED UPON CNSL.
           DISPLAY 'ITEMS UNWOUND................: '
              WS-ITEMS-UNWOUND UPON CNSL.
           DISPLAY 'AMOUNT UNWOUND...............: '
              WS-UNWOUND-AMT UPON CNSL.
           DISPLAY 'FILES AWAITING ACK...........: '
              WS-FILES-OUTSTANDING UPON CNSL.
           DISPLAY 'FILES PURGED FROM CLRLOG.....: '
              WS-FILES-PURGED UPON CNSL.
           DISPLAY 'ITEMS PURGED FROM CLRLOG.....: '
              WS-ITEMS-PURGED UPON CNSL.
           DISPLAY 'EXTRACT RECORDS READ.........: ' WS-SETL-READ
              UPON CNSL.
           DISPLAY 'ITEMS SENT FOR CLEARING......: ' WS-ITEMS-SENT
              UPON CNSL.
           DISPLAY 'DISCREPANCIES................: '
              WS-DISCREPANCIES UPON CNSL.
           DISPLAY '==============================================='
              UPON CNSL.
       1109-EXIT.


      **************************************************************
      *WRITE THE RUN-CONTROL RECORD TO THE SHARED BATCH-CONTROL
      *DATASET. COUNTS: EXTRACT READ / ITEMS SENT /
      *ITEMS REFUSED / DISCREPANCIES; STATUS 'OOB' WHEN OUT OF
      *BALANCE.
      **************************************************************

       1300-WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHCTL-FILE.
           IF WS-BATCHCTL-STATUS NOT = '00'
              OPEN OUTPUT BATCHCTL-FILE
           END-IF.
           IF WS-BATCHCTL-STATUS NOT = '00'
              DISPLAY 'COBIF12 - BATCHCTL OPEN FAILED, FILE '
                 'STATUS ' WS-BATCHCTL-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-BCR-DATE.
           MOVE ZERO TO WS-BCR-SEQ.
           MOVE WS-SETL-READ TO WS-BCR-CNT1.
           MOVE WS-ITEMS-SENT TO WS-BCR-CNT2.
           MOVE WS-ITEMS-REFUSED TO WS-BCR-CNT3.
           MOVE WS-DISCREPANCIES TO WS-BCR-CNT4.
           IF WS-DISCREPANCIES = ZERO
              MOVE 'OK  ' TO WS-BCR-STATUS
           ELSE
              MOVE 'OOB ' TO WS-BCR-STATUS
           END-IF.
           MOVE WS-BATCHCTL-FILE TO BATCHCTL-RECORD.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTL-FILE.
       1309-EXIT.

       9000-TERMINATE.
           CLOSE CLRLOG-FILE.
           CLOSE NETREJ-FILE.
           CLOSE NETADJ-FILE.
           CLOSE GLPOSTNR-FILE.
           CLOSE CLRRPT-FILE.
       9009-EXIT.
