      *                  DATE, FILE SEQUENCE, COUNTS, COMPLETION
      *                  STATUS) TO THE SHARED BATCHCTL DATASET AT
      *                  END OF RUN, FOR THE COBIF09 WINDOW SUMMARY.
      * 10/15/2026  RJ   DUAL CONTROL, AS IN COBIF04. A CARDADD,
      *                  CARDSTS OR CARDLIM CARD IS STAGED ON THE
      *                  CARDPEND PENDING-CHANGE FILE AND APPLIES
      *                  ONLY WHEN A SECOND, DIFFERENT USER SUBMITS A
      *                  MATCHING APPROVE CARD IN A LATER RUN; A
      *                  CHANGE NOT APPROVED WITHIN SEVEN DAYS
      *                  EXPIRES. CARDAUDT ROWS NOW CARRY THE CHECKER
      *                  AS WELL AS THE MAKER. THE HOT-CARD FEED IS
      *                  NETWORK INPUT, NOT A CHANGE CARD, AND STILL
      *                  APPLIES STRAIGHT AWAY.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOTCARD-STATUS.
           SELECT PEND-FILE ASSIGN TO 'CARDPEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'CARDAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
              10 CARD-STATUS           PIC X(1).
              10 CARD-LIMIT            PIC X(7).
              10 FILLER                PIC X(57).
           05 CARD-APPR-DATA REDEFINES CARD-DATA.
              10 CARD-APPR-ID          PIC X(6).
              10 CARD-APPR-ID-N REDEFINES CARD-APPR-ID
                                       PIC 9(6).
              10 CARD-APPR-FUNC        PIC X(8).
              10 CARD-APPR-IMAGE       PIC X(58).

       FD  CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
           05 HOT-CARDNO               PIC X(7).
           05 HOT-STATUS               PIC X(1).

      *THE PENDING-CHANGE FILE, IN THE COBIF04 RATEPEND LAYOUT -
      *ONE ROW PER CHANGE CARD STAGED, KEYED BY CHANGE NUMBER,
      *CARRYING THE CARD AS THE MAKER SUBMITTED IT. THE ROW STAYS
      *ON FILE ONCE RESOLVED, WITH ITS CHECKER AND THE DATE IT WAS
      *APPLIED, FAILED OR EXPIRED.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PEND-RECORD.
           05 PND-ID                   PIC 9(6).
           05 PND-STATUS               PIC X(1).
              88 PND-PENDING           VALUE 'P'.
              88 PND-APPLIED           VALUE 'A'.
              88 PND-FAILED            VALUE 'F'.
              88 PND-EXPIRED           VALUE 'X'.
           05 PND-MAKER                PIC X(8).
           05 PND-STAGE-DATE           PIC 9(8).
           05 PND-STAGE-TIME           PIC 9(6).
           05 PND-CHECKER              PIC X(8).
           05 PND-RESOLVE-DATE         PIC 9(8).
           05 PND-CARD.
              10 PND-CARD-FUNC         PIC X(8).
              10 PND-CARD-DATA.
                 15 PND-CARD-IMAGE     PIC X(58).
                 15 FILLER             PIC X(14).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD                PIC X(63).

       FD  BATCHCTL-FILE
           LABEL RECORDS ARE STANDARD.
      *WITH THE SEVEN-DIGIT CARD NUMBER AS THE KEY. OLD AND NEW
      *VALUES CARRY THE STATUS BYTE FOLLOWED BY THE DAILY LIMIT. AN
      *ADD CARRIES SPACES AS THE OLD VALUE; THE HOT-CARD FEED WRITES
      *ITS ROWS UNDER THE FIXED USER 'CARDNETW'. THE USER IS THE
      *MAKER WHO STAGED THE CHANGE, THE CHECKER THE USER WHO
      *APPROVED IT - SPACES ON A HOT-CARD ROW.
       01 WS-AUDIT-FILE.
          05 WS-AUD-PREFIX         PIC X(3) VALUE 'AUD'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-USER           PIC X(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-DATE           PIC 9(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-CHECKER        PIC X(8).

      *STATUS AND LIMIT PACKED TOGETHER FOR THE AUDIT OLD/NEW
      *COLUMNS - STATUS BYTE THEN THE SEVEN-DIGIT LIMIT.
       01 WS-MAINT-USER            PIC X(8) VALUE SPACES.
       01 WS-NETWORK-USER          PIC X(8) VALUE 'CARDNETW'.

      *DUAL CONTROL, AS IN COBIF04. A CHANGE CARD IS STAGED ON
      *CARDPEND AND WAITS FOR AN APPROVE CARD FROM A DIFFERENT USER
      *IN A LATER RUN - A RUN IS TOLD APART BY ITS DATE AND START
      *TIME. A CHANGE STILL PENDING MORE THAN WS-PENDING-DAYS AFTER
      *IT WAS STAGED EXPIRES AND MUST BE RE-SUBMITTED. WHILE AN
      *APPROVED CHANGE IS APPLIED, WS-MAINT-USER CARRIES ITS MAKER
      *AND WS-CHECKER-USER THE APPROVER.
       01 WS-PEND-STATUS           PIC X(2).
       01 WS-PEND-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-PEND-FILE      VALUE 'Y'.
       01 WS-PENDING-DAYS          PIC 9(3) VALUE 7.
       01 WS-LAST-PEND-ID          PIC 9(6) VALUE ZERO.
       01 WS-CHECKER-USER          PIC X(8) VALUE SPACES.
       01 WS-REFUSED-BEFORE        PIC 9(9).
       01 WS-RUN-CLOCK.
          05 WS-RUN-TIME           PIC 9(6).
          05 FILLER                PIC 9(2).
       01 WS-TODAY-INT             PIC S9(9) COMP.
       01 WS-STAGED-INT            PIC S9(9) COMP.
       01 WS-DAYS-PENDING          PIC S9(5).

       01 WS-CURRENT-DATE          PIC 9(8).

      **************************************************************
       01 WS-CARDS-READ            PIC 9(9) VALUE ZERO.
       01 WS-CARDS-APPLIED         PIC 9(9) VALUE ZERO.
       01 WS-CARDS-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-STAGED        PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-EXPIRED       PIC 9(9) VALUE ZERO.
       01 WS-HOT-READ              PIC 9(9) VALUE ZERO.
       01 WS-HOT-APPLIED           PIC 9(9) VALUE ZERO.
       01 WS-HOT-ADDED             PIC 9(9) VALUE ZERO.
      **************************************************************
      *INITIALIZE - OPEN THE CARD MASTER FOR UPDATE IN PLACE, THE
      *PARAMETER CARDS AND THE AUDIT LOG. THE AUDIT LOG OPENS
      *EXTEND - IT IS A PERMANENT RECORD, NEVER REPLACED. THE
      *PENDING-CHANGE FILE IS SWEPT FOR EXPIRED CHANGES BEFORE ANY
      *CARD IS READ.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CLOCK FROM TIME.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           OPEN INPUT CARDCRD-FILE.
           IF WS-CARDCRD-STATUS NOT = '00'
              DISPLAY 'COBIF05 - CARDCRD OPEN FAILED, FILE STATUS '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0140-OPEN-PENDING THRU 0149-EXIT.
           PERFORM 0200-READ-CARD THRU 0209-EXIT.
       0109-EXIT.

      **************************************************************
      *OPEN THE PENDING-CHANGE FILE FOR UPDATE - CREATED EMPTY ON
      *FIRST USE - AND READ IT THROUGH ONCE: EVERY CHANGE STILL
      *PENDING MORE THAN WS-PENDING-DAYS AFTER IT WAS STAGED IS
      *MARKED EXPIRED, AND THE HIGHEST CHANGE NUMBER ON FILE IS
      *NOTED SO TODAY'S STAGED CHANGES NUMBER ON FROM IT.
      **************************************************************

       0140-OPEN-PENDING.
           OPEN I-O PEND-FILE.
           IF WS-PEND-STATUS = '35'
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'COBIF05 - CARDPEND OPEN FAILED, FILE STATUS '
                 WS-PEND-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PEND-EOF-SW.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
              INVALID KEY
                 GO TO 0149-EXIT
           END-START.
           PERFORM 0145-SWEEP-ONE-PENDING THRU 0145-EXIT
              UNTIL END-OF-PEND-FILE.
       0149-EXIT.

       0145-SWEEP-ONE-PENDING.
           READ PEND-FILE NEXT RECORD
              AT END
                 SET END-OF-PEND-FILE TO TRUE
                 GO TO 0145-EXIT
           END-READ.
           MOVE PND-ID TO WS-LAST-PEND-ID.
           IF NOT PND-PENDING
              GO TO 0145-EXIT
           END-IF.
           COMPUTE WS-STAGED-INT =
              FUNCTION INTEGER-OF-DATE(PND-STAGE-DATE).
           COMPUTE WS-DAYS-PENDING = WS-TODAY-INT - WS-STAGED-INT.
           IF WS-DAYS-PENDING > WS-PENDING-DAYS
              SET PND-EXPIRED TO TRUE
              MOVE WS-CURRENT-DATE TO PND-RESOLVE-DATE
              REWRITE PEND-RECORD
                 INVALID KEY
                    DISPLAY 'COBIF05 - CARDPEND REWRITE FAILED, FILE '
                       'STATUS ' WS-PEND-STATUS ' CHANGE ' PND-ID
                       UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
              ADD 1 TO WS-CHANGES-EXPIRED
              DISPLAY 'COBIF05 - CHANGE ' PND-ID ' STAGED BY '
                 PND-MAKER ' ON ' PND-STAGE-DATE
                 ' EXPIRED UNAPPROVED: ' PND-CARD UPON CNSL
           END-IF.
       0145-EXIT.

       0200-READ-CARD.
           READ CARDCRD-FILE
              AT END
       0209-EXIT.

      **************************************************************
      *PROCESS ONE PARAMETER CARD. A CHANGE CARD IS STAGED FOR
      *APPROVAL; AN APPROVE CARD APPLIES A CHANGE STAGED IN AN
      *EARLIER RUN. A CARD THAT FAILS VALIDATION IS REFUSED WITH A
      *CONSOLE LINE AND DOES NOT TOUCH THE MASTER.
      **************************************************************

       0300-PROCESS-CARD.
           EVALUATE CARD-FUNC
              WHEN 'USER    '
                 MOVE CARD-USER-ID TO WS-MAINT-USER
              WHEN 'APPROVE '
                 PERFORM 0510-APPROVE-CHANGE THRU 0519-EXIT
              WHEN 'CARDADD '
              WHEN 'CARDSTS '
              WHEN 'CARDLIM '
                 PERFORM 0500-STAGE-CHANGE THRU 0509-EXIT
              WHEN OTHER
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           END-EVALUATE.
           DISPLAY 'COBIF05 - CARD REFUSED: ' MAINT-CARD UPON CNSL.
       0399-EXIT.

      **************************************************************
      *STAGE A CHANGE CARD ON THE PENDING-CHANGE FILE UNDER THE
      *NEXT CHANGE NUMBER, WITH ITS MAKER AND THE RUN THAT STAGED
      *IT. NOTHING IS CHECKED AGAINST THE MASTER HERE - IT MAY
      *MOVE BEFORE THE CHANGE IS APPROVED - SO THE FULL CHECKS RUN
      *WHEN IT IS APPLIED. THE CONSOLE LINE GIVES THE CHECKER THE
      *CHANGE NUMBER TO APPROVE.
      **************************************************************

       0500-STAGE-CHANGE.
           IF WS-MAINT-USER = SPACES
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0509-EXIT
           END-IF.
           ADD 1 TO WS-LAST-PEND-ID.
           MOVE WS-LAST-PEND-ID TO PND-ID.
           SET PND-PENDING TO TRUE.
           MOVE WS-MAINT-USER TO PND-MAKER.
           MOVE WS-CURRENT-DATE TO PND-STAGE-DATE.
           MOVE WS-RUN-TIME TO PND-STAGE-TIME.
           MOVE SPACES TO PND-CHECKER.
           MOVE ZERO TO PND-RESOLVE-DATE.
           MOVE MAINT-CARD TO PND-CARD.
           WRITE PEND-RECORD
              INVALID KEY
                 DISPLAY 'COBIF05 - CARDPEND WRITE FAILED, FILE '
                    'STATUS ' WS-PEND-STATUS UPON CNSL
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 GO TO 0509-EXIT
           END-WRITE.
           ADD 1 TO WS-CHANGES-STAGED.
           DISPLAY 'COBIF05 - CHANGE ' PND-ID ' STAGED FOR APPROVAL'
              ' BY ' WS-MAINT-USER ': ' MAINT-CARD UPON CNSL.
       0509-EXIT.

      **************************************************************
      *APPROVE A STAGED CHANGE. THE APPROVE CARD NAMES THE CHANGE
      *NUMBER AND RE-STATES THE CHANGE - ITS FUNCTION AND THE FIRST
      *58 BYTES OF ITS DATA - SO THE CHECKER APPROVES WHAT WAS
      *STAGED, NOT JUST A NUMBER. THE CHANGE MUST STILL BE PENDING,
      *MUST HAVE BEEN STAGED IN AN EARLIER RUN, AND THE CHECKER
      *MUST NOT BE ITS MAKER. THE STAGED CARD IS THEN APPLIED WITH
      *THE USUAL CHECKS; ONE THAT FAILS THEM NOW IS MARKED FAILED.
      **************************************************************

       0510-APPROVE-CHANGE.
           IF WS-MAINT-USER = SPACES
                 OR CARD-APPR-ID IS NOT NUMERIC
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0519-EXIT
           END-IF.
           MOVE CARD-APPR-ID-N TO PND-ID.
           READ PEND-FILE
              INVALID KEY
                 DISPLAY 'COBIF05 - CHANGE ' CARD-APPR-ID
                    ' NOT ON CARDPEND' UPON CNSL
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
                 GO TO 0519-EXIT
           END-READ.
           IF NOT PND-PENDING
              DISPLAY 'COBIF05 - CHANGE ' PND-ID
                 ' IS NOT PENDING, STATUS ' PND-STATUS UPON CNSL
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0519-EXIT
           END-IF.
           IF PND-MAKER = WS-MAINT-USER
              DISPLAY 'COBIF05 - CHANGE ' PND-ID
                 ' CANNOT BE APPROVED BY ITS MAKER ' PND-MAKER
                 UPON CNSL
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0519-EXIT
           END-IF.
           IF PND-STAGE-DATE = WS-CURRENT-DATE
                 AND PND-STAGE-TIME = WS-RUN-TIME
              DISPLAY 'COBIF05 - CHANGE ' PND-ID
                 ' WAS STAGED IN THIS RUN' UPON CNSL
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0519-EXIT
           END-IF.
           IF CARD-APPR-FUNC NOT = PND-CARD-FUNC
                 OR CARD-APPR-IMAGE NOT = PND-CARD-IMAGE
              DISPLAY 'COBIF05 - APPROVAL DOES NOT MATCH CHANGE '
                 PND-ID ': ' PND-CARD UPON CNSL
              PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
              GO TO 0519-EXIT
           END-IF.
           MOVE WS-MAINT-USER TO WS-CHECKER-USER.
           MOVE PND-MAKER TO WS-MAINT-USER.
           MOVE WS-CARDS-REFUSED TO WS-REFUSED-BEFORE.
           MOVE PND-CARD TO MAINT-CARD.
           PERFORM 0520-APPLY-STAGED-CARD THRU 0529-EXIT.
           MOVE WS-CHECKER-USER TO WS-MAINT-USER.
           MOVE WS-CHECKER-USER TO PND-CHECKER.
           MOVE WS-CURRENT-DATE TO PND-RESOLVE-DATE.
           IF WS-CARDS-REFUSED > WS-REFUSED-BEFORE
              SET PND-FAILED TO TRUE
              DISPLAY 'COBIF05 - CHANGE ' PND-ID
                 ' APPROVED BUT FAILED VALIDATION, NOT APPLIED'
                 UPON CNSL
           ELSE
              SET PND-APPLIED TO TRUE
           END-IF.
           REWRITE PEND-RECORD
              INVALID KEY
                 DISPLAY 'COBIF05 - CARDPEND REWRITE FAILED, FILE '
                    'STATUS ' WS-PEND-STATUS ' CHANGE ' PND-ID
                    UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
           MOVE SPACES TO WS-CHECKER-USER.
       0519-EXIT.

      **************************************************************
      *APPLY ONE APPROVED CHANGE CARD, NOW IN THE CARD AREA, THROUGH
      *THE SAME PARAGRAPHS THAT HAVE ALWAYS VALIDATED AND APPLIED
      *IT.
      **************************************************************

       0520-APPLY-STAGED-CARD.
           EVALUATE CARD-FUNC
              WHEN 'CARDADD '
                 PERFORM 0400-CARD-ADD THRU 0409-EXIT
              WHEN 'CARDSTS '
                 PERFORM 0410-CARD-STATUS THRU 0419-EXIT
              WHEN 'CARDLIM '
                 PERFORM 0420-CARD-LIMIT THRU 0429-EXIT
              WHEN OTHER
                 PERFORM 0390-REFUSE-CARD THRU 0399-EXIT
           END-EVALUATE.
       0529-EXIT.

      **************************************************************
      *ADD A CARD - A NAMED USER, A NUMERIC NON-ZERO CARD NUMBER, A
      *VALID STATUS AND A NUMERIC DAILY LIMIT, AND THE CARD MUST NOT
       0639-EXIT.

       0700-WRITE-AUDIT.
           MOVE WS-CHECKER-USER TO WS-AUD-CHECKER.
           MOVE WS-CURRENT-DATE TO WS-AUD-DATE.
           MOVE WS-AUDIT-FILE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
              WS-CARDS-APPLIED UPON CNSL.
           DISPLAY 'CARDS REFUSED................: '
              WS-CARDS-REFUSED UPON CNSL.
           DISPLAY 'CHANGES STAGED FOR APPROVAL..: '
              WS-CHANGES-STAGED UPON CNSL.
           DISPLAY 'CHANGES EXPIRED UNAPPROVED...: '
              WS-CHANGES-EXPIRED UPON CNSL.
           DISPLAY 'HOT CARDS READ...............: ' WS-HOT-READ
              UPON CNSL.
           DISPLAY 'HOT CARDS APPLIED............: ' WS-HOT-APPLIED
       9000-TERMINATE.
           CLOSE CARDCRD-FILE.
           CLOSE CARDMST-FILE.
           CLOSE PEND-FILE.
           CLOSE AUDIT-FILE.
       9009-EXIT.
