      *                  COBIF02 RESUBIN SHIPPED THE SAME NIGHT.
      *                  RESUBCTL REMAINS THE CONSUMPTION HIGH-WATER
      *                  MARK, WRITTEN BY COBIF01 ALONE.
      * 10/15/2026  RJ   PARKED RECORD WIDENED FOR THE REJECT'S
      *                  TRANSACTION-TYPE COLUMN, AND A FORCED
      *                  RESUBMISSION GOES OUT IN COBIF01'S 35-BYTE
      *                  LAYOUT CARRYING THAT TYPE, SO A PARKED
      *                  REFUND OR REVERSAL IS NOT FORCED IN AS A
      *                  SALE.
      * 10/15/2026  RJ   DUAL CONTROL, AS IN COBIF04. A WRITEOFF OR
      *                  RESUBMIT CARD IS STAGED ON THE DISPPEND
      *                  PENDING-CHANGE FILE AND TAKES EFFECT ONLY
      *                  WHEN A SECOND, DIFFERENT USER SUBMITS A
      *                  MATCHING APPROVE CARD IN A LATER RUN; A
      *                  DISPOSITION NOT APPROVED WITHIN SEVEN DAYS
      *                  EXPIRES. DISPAUDT ROWS NOW CARRY THE CHECKER
      *                  AS WELL AS THE MAKER.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GLPOSTWO-FILE ASSIGN TO 'GLPOSTWO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOSTWO-STATUS.
           SELECT PEND-FILE ASSIGN TO 'DISPPEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'DISPAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FILE SECTION.
       FD  PARK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARK-RECORD                 PIC X(61).

       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
              10 CARD-DISP-CTRY        PIC X(3).
              10 CARD-DISP-MERCH       PIC X(4).
              10 FILLER                PIC X(33).
           05 CARD-APPR-DATA REDEFINES CARD-DATA.
              10 CARD-APPR-ID          PIC X(6).
              10 CARD-APPR-ID-N REDEFINES CARD-APPR-ID
                                       PIC 9(6).
              10 CARD-APPR-FUNC        PIC X(8).
              10 CARD-APPR-IMAGE       PIC X(58).

       FD  AGE-FILE
           LABEL RECORDS ARE STANDARD.

       FD  PARKNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARKNEW-RECORD              PIC X(61).

       FD  FORCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 23 TO 35
           DEPENDING ON WS-FORCE-LEN.
       01  FORCE-RECORD                PIC X(35).

       FD  GLPOSTWO-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPOSTWO-RECORD             PIC X(42).

      *THE PENDING-CHANGE FILE, IN THE COBIF04 RATEPEND LAYOUT -
      *ONE ROW PER DISPOSITION CARD STAGED, KEYED BY CHANGE NUMBER,
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

       FD  RESUBCTL-FILE
           LABEL RECORDS ARE STANDARD.
             10 WS-PRK-CYCLE       PIC X(2).
             10 FILLER             PIC X(1).
             10 WS-PRK-MERCH       PIC X(4).
             10 FILLER             PIC X(1).
             10 WS-PRK-TXN-TYPE    PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-PRK-DATE           PIC X(8).
          05 WS-PRK-DATE-N REDEFINES WS-PRK-DATE
      *CORRECTION, A CARD IS CONSUMED BY ITS FIRST APPLICATION. A
      *RESUBMIT CARD CARRIES THE FULL CORRECTED TRANSACTION - THE
      *PARKED REJECT RECORD DOES NOT CARRY ENOUGH TO RE-FORM ONE.
      *ONLY APPROVED DISPOSITIONS ARE LOADED, EACH WITH ITS CHANGE
      *NUMBER, MAKER AND CHECKER.
       01 WS-DISP-FOUND-SW         PIC X(1) VALUE 'N'.
          88 DISP-FOUND            VALUE 'Y'.

             10 WS-DSP-CTRY           PIC X(3).
             10 WS-DSP-MERCH          PIC X(4).
             10 WS-DSP-USED-SW        PIC X(1).
             10 WS-DSP-PEND-ID        PIC 9(6).
             10 WS-DSP-MAKER          PIC X(8).
             10 WS-DSP-CHECKER        PIC X(8).

      *THE FORCED RESUBMISSION GOES OUT AS A 'RESUB' FILE IN THE
      *SAME SHAPE COBIF02 SHIPS - HEADER, 35-BYTE DETAILS, TRAILER
      *- SO COBIF01 BALANCES AND SEQUENCES IT LIKE ANY OTHER. THE
      *CYCLE GOES OUT AS CARRIED ON THE PARKED ITEM, SO A FURTHER
      *FAILURE PARKS STRAIGHT BACK INSTEAD OF RECYCLING.
          05 WS-FRC-CTRY           PIC X(3).
          05 WS-FRC-MERCH          PIC X(4).
          05 WS-FRC-CYCLE          PIC 9(2).
          05 WS-FRC-TXN-TYPE       PIC X(1).

       01 WS-HEADER-REC.
          05 WS-HDR-ID             PIC X(3) VALUE 'HDR'.
      *THE CHANGE-AUDIT RECORD, IN THE COBIF05 CARDAUDT MANNER -
      *WHO DECIDED WHAT, FOR WHICH ITEM, AND WHEN. THE OLD VALUE
      *CARRIES THE PARKED AMOUNT, THE NEW VALUE THE DISPOSITION.
      *THE USER IS THE MAKER WHO STAGED THE DISPOSITION, THE
      *CHECKER THE USER WHO APPROVED IT.
       01 WS-AUDIT-FILE.
          05 WS-AUD-PREFIX         PIC X(3) VALUE 'AUD'.
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-USER           PIC X(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-DATE           PIC 9(8).
          05 FILLER                PIC X(1) VALUE '|'.
          05 WS-AUD-CHECKER        PIC X(8).

      *THE GL POSTING RECORD AND TRAILER IN THE SHARED 42-BYTE
      *GLPOST LAYOUT - ONE BALANCED PAIR PER ITEM WRITTEN OFF.
      *THE SUPERVISOR MAKING THE DECISIONS.
       01 WS-MAINT-USER            PIC X(8) VALUE SPACES.

      *DUAL CONTROL, AS IN COBIF04. A DISPOSITION CARD IS STAGED ON
      *DISPPEND AND WAITS FOR AN APPROVE CARD FROM A DIFFERENT USER
      *IN A LATER RUN - A RUN IS TOLD APART BY ITS DATE AND START
      *TIME. A DISPOSITION STILL PENDING MORE THAN WS-PENDING-DAYS
      *AFTER IT WAS STAGED EXPIRES AND MUST BE RE-SUBMITTED.
       01 WS-PEND-STATUS           PIC X(2).
       01 WS-PEND-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-PEND-FILE      VALUE 'Y'.
       01 WS-PENDING-DAYS          PIC 9(3) VALUE 7.
       01 WS-LAST-PEND-ID          PIC 9(6) VALUE ZERO.
       01 WS-RUN-CLOCK.
          05 WS-RUN-TIME           PIC 9(6).
          05 FILLER                PIC 9(2).
       01 WS-STAGED-INT            PIC S9(9) COMP.
       01 WS-DAYS-PENDING          PIC S9(5).

      **************************************************************
      *CONTROL TOTALS
      **************************************************************
       01 WS-PARKED-READ           PIC 9(9) VALUE ZERO.
       01 WS-CARDS-READ            PIC 9(9) VALUE ZERO.
       01 WS-CARDS-REFUSED         PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-STAGED        PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-APPROVED      PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-EXPIRED       PIC 9(9) VALUE ZERO.
       01 WS-CHANGES-FAILED        PIC 9(9) VALUE ZERO.
       01 WS-RECS-WRITTEN-OFF      PIC 9(9) VALUE ZERO.
       01 WS-WRITEOFF-AMT          PIC 9(11)V9(2) VALUE ZERO.
       01 WS-RECS-FORCED           PIC 9(9) VALUE ZERO.
           PERFORM 0300-PROCESS-PARKED THRU 0309-EXIT
               UNTIL END-OF-PARK-FILE.
           PERFORM 0800-WRITE-TRAILERS THRU 0809-EXIT.
           PERFORM 0850-CLOSE-OUT-APPROVALS THRU 0859-EXIT.
           PERFORM 1100-CONTROL-TOTALS THRU 1109-EXIT.
           PERFORM 1300-WRITE-RUN-CONTROL THRU 1309-EXIT.
           PERFORM 9000-TERMINATE THRU 9009-EXIT.
           STOP RUN.

      **************************************************************
      *INITIALIZE - SWEEP THE PENDING-CHANGE FILE, LOAD THE
      *DISPOSITION CARDS, WORK OUT THE FORCESUB SEQUENCE, OPEN
      *EVERYTHING AND WRITE THE REPORT AND FILE HEADERS. THE AUDIT
      *LOG OPENS EXTEND - IT IS A PERMANENT RECORD, NEVER REPLACED.
      **************************************************************

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CLOCK FROM TIME.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 0160-OPEN-PENDING THRU 0169-EXIT.
           OPEN INPUT PARK-FILE.
           IF WS-PARK-STATUS NOT = '00'
              DISPLAY 'COBIF08 - PARKED OPEN FAILED, FILE STATUS '
       0109-EXIT.

      **************************************************************
      *READ THE SUPERVISOR DISPOSITION CARDS. A WRITEOFF OR
      *RESUBMIT CARD IS STAGED FOR APPROVAL; AN APPROVE CARD LOADS
      *A DISPOSITION STAGED IN AN EARLIER RUN FOR TODAY'S PARKED
      *ITEMS. A CARD THAT FAILS VALIDATION - NO NAMED USER, A BAD
      *ACTION, A NON-NUMERIC FIELD ON A RESUBMIT - IS REFUSED WITH
      *A CONSOLE LINE.
      **************************************************************

       0120-LOAD-DISPOSITIONS.
           EVALUATE CARD-FUNC
              WHEN 'USER    '
                 MOVE CARD-USER-ID TO WS-MAINT-USER
              WHEN 'APPROVE '
                 PERFORM 0180-APPROVE-CHANGE THRU 0189-EXIT
              WHEN 'WRITEOFF'
                 IF WS-MAINT-USER = SPACES
                       OR CARD-DISP-CARDNO IS NOT NUMERIC
                    PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
                 ELSE
                    PERFORM 0170-STAGE-CHANGE THRU 0179-EXIT
                 END-IF
              WHEN 'RESUBMIT'
                 IF WS-MAINT-USER = SPACES
                       OR CARD-DISP-AMNT IS NOT NUMERIC
                       OR CARD-DISP-NEWCARD IS NOT NUMERIC
                       OR CARD-DISP-MERCH IS NOT NUMERIC
                    PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
                 ELSE
                    PERFORM 0170-STAGE-CHANGE THRU 0179-EXIT
                 END-IF
              WHEN OTHER
                 PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
           END-EVALUATE.
       0123-EXIT.

      **************************************************************
      *LOAD ONE APPROVED DISPOSITION, NOW IN THE CARD AREA, ONTO
      *THE TABLE WITH ITS CHANGE NUMBER, MAKER AND CHECKER. THE
      *CARD WAS VALIDATED WHEN IT WAS STAGED.
      **************************************************************

       0124-LOAD-DISPOSITION.
           EVALUATE CARD-FUNC
              WHEN 'WRITEOFF'
                 ADD 1 TO WS-DISP-COUNT
                 SET WS-DSP-IDX TO WS-DISP-COUNT
                 MOVE 'W' TO WS-DSP-ACTION(WS-DSP-IDX)
                 MOVE CARD-DISP-CARDNO
                    TO WS-DSP-CARDNO(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-NAME(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-CCY(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-AMNT(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-NEWCARD(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-CTRY(WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-MERCH(WS-DSP-IDX)
                 MOVE 'N' TO WS-DSP-USED-SW(WS-DSP-IDX)
              WHEN 'RESUBMIT'
                 ADD 1 TO WS-DISP-COUNT
                 SET WS-DSP-IDX TO WS-DISP-COUNT
                 MOVE 'R' TO WS-DSP-ACTION(WS-DSP-IDX)
                 MOVE CARD-DISP-CARDNO
                    TO WS-DSP-CARDNO(WS-DSP-IDX)
                 MOVE CARD-DISP-NAME TO WS-DSP-NAME(WS-DSP-IDX)
                 MOVE CARD-DISP-CCY TO WS-DSP-CCY(WS-DSP-IDX)
                 MOVE CARD-DISP-AMNT TO WS-DSP-AMNT(WS-DSP-IDX)
                 MOVE CARD-DISP-NEWCARD
                    TO WS-DSP-NEWCARD(WS-DSP-IDX)
                 MOVE CARD-DISP-CTRY TO WS-DSP-CTRY(WS-DSP-IDX)
                 MOVE CARD-DISP-MERCH
                    TO WS-DSP-MERCH(WS-DSP-IDX)
                 MOVE 'N' TO WS-DSP-USED-SW(WS-DSP-IDX)
           END-EVALUATE.
           MOVE PND-ID TO WS-DSP-PEND-ID(WS-DSP-IDX).
           MOVE PND-MAKER TO WS-DSP-MAKER(WS-DSP-IDX).
           MOVE PND-CHECKER TO WS-DSP-CHECKER(WS-DSP-IDX).
       0125-EXIT.

       0190-REFUSE-CARD.
           ADD 1 TO WS-CARDS-REFUSED.
           DISPLAY 'COBIF08 - CARD REFUSED: ' DISP-CARD UPON CNSL.
           WRITE FORCE-RECORD.
       0159-EXIT.

      **************************************************************
      *OPEN THE PENDING-CHANGE FILE FOR UPDATE - CREATED EMPTY ON
      *FIRST USE - AND READ IT THROUGH ONCE: EVERY DISPOSITION
      *STILL PENDING MORE THAN WS-PENDING-DAYS AFTER IT WAS STAGED
      *IS MARKED EXPIRED, AND THE HIGHEST CHANGE NUMBER ON FILE IS
      *NOTED SO TODAY'S STAGED CHANGES NUMBER ON FROM IT.
      **************************************************************

       0160-OPEN-PENDING.
           OPEN I-O PEND-FILE.
           IF WS-PEND-STATUS = '35'
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'COBIF08 - DISPPEND OPEN FAILED, FILE STATUS '
                 WS-PEND-STATUS UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PEND-EOF-SW.
           MOVE ZERO TO PND-ID.
           START PEND-FILE KEY IS NOT LESS THAN PND-ID
              INVALID KEY
                 GO TO 0169-EXIT
           END-START.
           PERFORM 0165-SWEEP-ONE-PENDING THRU 0165-EXIT
              UNTIL END-OF-PEND-FILE.
       0169-EXIT.

       0165-SWEEP-ONE-PENDING.
           READ PEND-FILE NEXT RECORD
              AT END
                 SET END-OF-PEND-FILE TO TRUE
                 GO TO 0165-EXIT
           END-READ.
           MOVE PND-ID TO WS-LAST-PEND-ID.
           IF NOT PND-PENDING
              GO TO 0165-EXIT
           END-IF.
           COMPUTE WS-STAGED-INT =
              FUNCTION INTEGER-OF-DATE(PND-STAGE-DATE).
           COMPUTE WS-DAYS-PENDING = WS-TODAY-INT - WS-STAGED-INT.
           IF WS-DAYS-PENDING > WS-PENDING-DAYS
              SET PND-EXPIRED TO TRUE
              MOVE WS-CURRENT-DATE TO PND-RESOLVE-DATE
              REWRITE PEND-RECORD
                 INVALID KEY
                    DISPLAY 'COBIF08 - DISPPEND REWRITE FAILED, FILE '
                       'STATUS ' WS-PEND-STATUS ' CHANGE ' PND-ID
                       UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
              ADD 1 TO WS-CHANGES-EXPIRED
              DISPLAY 'COBIF08 - CHANGE ' PND-ID ' STAGED BY '
                 PND-MAKER ' ON ' PND-STAGE-DATE
                 ' EXPIRED UNAPPROVED: ' PND-CARD UPON CNSL
           END-IF.
       0165-EXIT.

      **************************************************************
      *STAGE A DISPOSITION CARD ON THE PENDING-CHANGE FILE UNDER
      *THE NEXT CHANGE NUMBER, WITH ITS MAKER AND THE RUN THAT
      *STAGED IT. THE CONSOLE LINE GIVES THE CHECKER THE CHANGE
      *NUMBER TO APPROVE.
      **************************************************************

       0170-STAGE-CHANGE.
           ADD 1 TO WS-LAST-PEND-ID.
           MOVE WS-LAST-PEND-ID TO PND-ID.
           SET PND-PENDING TO TRUE.
           MOVE WS-MAINT-USER TO PND-MAKER.
           MOVE WS-CURRENT-DATE TO PND-STAGE-DATE.
           MOVE WS-RUN-TIME TO PND-STAGE-TIME.
           MOVE SPACES TO PND-CHECKER.
           MOVE ZERO TO PND-RESOLVE-DATE.
           MOVE DISP-CARD TO PND-CARD.
           WRITE PEND-RECORD
              INVALID KEY
                 DISPLAY 'COBIF08 - DISPPEND WRITE FAILED, FILE '
                    'STATUS ' WS-PEND-STATUS UPON CNSL
                 PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
                 GO TO 0179-EXIT
           END-WRITE.
           ADD 1 TO WS-CHANGES-STAGED.
           DISPLAY 'COBIF08 - CHANGE ' PND-ID ' STAGED FOR APPROVAL'
              ' BY ' WS-MAINT-USER ': ' DISP-CARD UPON CNSL.
       0179-EXIT.

      **************************************************************
      *APPROVE A STAGED DISPOSITION. THE APPROVE CARD NAMES THE
      *CHANGE NUMBER AND RE-STATES THE DISPOSITION - ITS FUNCTION
      *AND THE FIRST 58 BYTES OF ITS DATA - SO THE CHECKER APPROVES
      *WHAT WAS STAGED, NOT JUST A NUMBER. THE CHANGE MUST STILL BE
      *PENDING, MUST HAVE BEEN STAGED IN AN EARLIER RUN, AND THE
      *CHECKER MUST NOT BE ITS MAKER. THE ROW IS MARKED APPLIED AT
      *ONCE, SO A SECOND APPROVE CARD CANNOT LOAD IT TWICE; ONE
      *WHOSE ITEM IS NOT PARKED TODAY IS MARKED FAILED AT THE END
      *OF THE RUN.
      **************************************************************

       0180-APPROVE-CHANGE.
           IF WS-MAINT-USER = SPACES
                 OR CARD-APPR-ID IS NOT NUMERIC
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           MOVE CARD-APPR-ID-N TO PND-ID.
           READ PEND-FILE
              INVALID KEY
                 DISPLAY 'COBIF08 - CHANGE ' CARD-APPR-ID
                    ' NOT ON DISPPEND' UPON CNSL
                 PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
                 GO TO 0189-EXIT
           END-READ.
           IF NOT PND-PENDING
              DISPLAY 'COBIF08 - CHANGE ' PND-ID
                 ' IS NOT PENDING, STATUS ' PND-STATUS UPON CNSL
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           IF PND-MAKER = WS-MAINT-USER
              DISPLAY 'COBIF08 - CHANGE ' PND-ID
                 ' CANNOT BE APPROVED BY ITS MAKER ' PND-MAKER
                 UPON CNSL
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           IF PND-STAGE-DATE = WS-CURRENT-DATE
                 AND PND-STAGE-TIME = WS-RUN-TIME
              DISPLAY 'COBIF08 - CHANGE ' PND-ID
                 ' WAS STAGED IN THIS RUN' UPON CNSL
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           IF CARD-APPR-FUNC NOT = PND-CARD-FUNC
                 OR CARD-APPR-IMAGE NOT = PND-CARD-IMAGE
              DISPLAY 'COBIF08 - APPROVAL DOES NOT MATCH CHANGE '
                 PND-ID ': ' PND-CARD UPON CNSL
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           IF WS-DISP-COUNT NOT < 200
              DISPLAY 'COBIF08 - DISPOSITION TABLE FULL, CHANGE '
                 PND-ID ' LEFT PENDING' UPON CNSL
              PERFORM 0190-REFUSE-CARD THRU 0199-EXIT
              GO TO 0189-EXIT
           END-IF.
           MOVE WS-MAINT-USER TO PND-CHECKER.
           MOVE WS-CURRENT-DATE TO PND-RESOLVE-DATE.
           SET PND-APPLIED TO TRUE.
           REWRITE PEND-RECORD
              INVALID KEY
                 DISPLAY 'COBIF08 - DISPPEND REWRITE FAILED, FILE '
                    'STATUS ' WS-PEND-STATUS ' CHANGE ' PND-ID
                    UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
           MOVE PND-CARD TO DISP-CARD.
           PERFORM 0124-LOAD-DISPOSITION THRU 0125-EXIT.
           ADD 1 TO WS-CHANGES-APPROVED.
       0189-EXIT.

       0200-READ-PARKED.
           READ PARK-FILE
              AT END
           ELSE
              MOVE ZERO TO WS-FRC-CYCLE
           END-IF.
           IF WS-PRK-TXN-TYPE = 'R' OR WS-PRK-TXN-TYPE = 'V'
              MOVE WS-PRK-TXN-TYPE TO WS-FRC-TXN-TYPE
           ELSE
              MOVE 'S' TO WS-FRC-TXN-TYPE
           END-IF.
           MOVE 35 TO WS-FORCE-LEN.
           MOVE WS-FORCE-DETAIL TO FORCE-RECORD.
           WRITE FORCE-RECORD.
           IF WS-FRC-AMNT IS NUMERIC
       0709-EXIT.

       0750-WRITE-AUDIT.
           MOVE WS-DSP-MAKER(WS-DSP-IDX) TO WS-AUD-USER.
           MOVE WS-DSP-CHECKER(WS-DSP-IDX) TO WS-AUD-CHECKER.
           MOVE WS-CURRENT-DATE TO WS-AUD-DATE.
           MOVE WS-AUDIT-FILE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           WRITE GLPOSTWO-RECORD.
       0809-EXIT.

      **************************************************************
      *AN APPROVED DISPOSITION THAT WAS NOT APPLIED TODAY - THE
      *ITEM ALREADY DISPOSED OF, NEVER PARKED UNDER THAT CARD
      *NUMBER, OR CARRYING AN AMOUNT THAT CANNOT POST - IS MARKED
      *FAILED ON THE PENDING-CHANGE FILE SO IT IS NOT MISTAKEN FOR
      *ONE THAT WAS APPLIED.
      **************************************************************

       0850-CLOSE-OUT-APPROVALS.
           IF WS-DISP-COUNT > ZERO
              PERFORM 0855-CLOSE-OUT-ONE THRU 0855-EXIT
                 VARYING WS-DSP-IDX FROM 1 BY 1
                 UNTIL WS-DSP-IDX > WS-DISP-COUNT
           END-IF.
       0859-EXIT.

       0855-CLOSE-OUT-ONE.
           IF WS-DSP-USED-SW(WS-DSP-IDX) = 'Y'
              GO TO 0855-EXIT
           END-IF.
           MOVE WS-DSP-PEND-ID(WS-DSP-IDX) TO PND-ID.
           READ PEND-FILE
              INVALID KEY
                 GO TO 0855-EXIT
           END-READ.
           SET PND-FAILED TO TRUE.
           REWRITE PEND-RECORD
              INVALID KEY
                 DISPLAY 'COBIF08 - DISPPEND REWRITE FAILED, FILE '
                    'STATUS ' WS-PEND-STATUS ' CHANGE ' PND-ID
                    UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CHANGES-FAILED.
           DISPLAY 'COBIF08 - CHANGE ' PND-ID ' APPROVED BUT NOT '
              'APPLIED, NO USABLE PARKED ITEM FOR CARD '
              WS-DSP-CARDNO(WS-DSP-IDX) UPON CNSL.
       0855-EXIT.

      **************************************************************
      *END-OF-RUN CONTROL TOTALS
      **************************************************************
              UPON CNSL.
           DISPLAY 'CARDS REFUSED................: '
              WS-CARDS-REFUSED UPON CNSL.
           DISPLAY 'CHANGES STAGED FOR APPROVAL..: '
              WS-CHANGES-STAGED UPON CNSL.
           DISPLAY 'CHANGES APPROVED.............: '
              WS-CHANGES-APPROVED UPON CNSL.
           DISPLAY '   OF WHICH NOT APPLIED.....: '
              WS-CHANGES-FAILED UPON CNSL.
           DISPLAY 'CHANGES EXPIRED UNAPPROVED...: '
              WS-CHANGES-EXPIRED UPON CNSL.
           DISPLAY 'ITEMS WRITTEN OFF............: '
              WS-RECS-WRITTEN-OFF UPON CNSL.
           DISPLAY 'AMOUNT WRITTEN OFF...........: '
           CLOSE PARKNEW-FILE.
           CLOSE FORCE-FILE.
           CLOSE GLPOSTWO-FILE.
           CLOSE PEND-FILE.
           CLOSE AUDIT-FILE.
       9009-EXIT.
