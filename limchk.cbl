      ******************************************************************
      *    PROGRAM-ID.  LIMCHK
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/03/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Nightly credit-limit check.  Runs after the
      *                  balance posting and compares every account on
      *                  the balance master with the credit limit held
      *                  on the account master.  An account is over
      *                  its limit when its balance is overdrawn by
      *                  more than the limit allows; an account with
      *                  no master record, or a zero limit, is allowed
      *                  no overdraft at all.  The limit state master
      *                  remembers what the previous night found, so
      *                  the exception report can list accounts newly
      *                  over limit tonight, accounts still over limit
      *                  from an earlier night, and accounts that have
      *                  come back within their limit.  The step ends
      *                  RC=4 when there is any new breach, so the
      *                  schedule flags it for the account officers.
      *                  Only a production run updates the state
      *                  master; test and development runs report
      *                  against it without changing it.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/03/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCHK.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/03/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-ACCOUNT-REFERENCE
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT LIMIT-STATE-FILE ASSIGN TO "LIMSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-ACCOUNT-REFERENCE
               FILE STATUS IS WS-LIMSTAT-STATUS.

           SELECT LIMIT-EXCEPTION-REPORT ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMRPT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT RUN-CONTEXT-FILE ASSIGN TO "RUNCNTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCNTX-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  LIMIT-STATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIMSTAT.

       FD  LIMIT-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LR-REPORT-LINE                  PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       FD  RUN-CONTEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCNTX.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-BALMAST-STATUS        PIC X(02)   VALUE "00".
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-LIMSTAT-STATUS        PIC X(02)   VALUE "00".
       77  WS-LIMRPT-STATUS         PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".
       77  WS-RUNCNTX-STATUS        PIC X(02)   VALUE "00".
       77  WS-RUNCTRL-STATUS        PIC X(02)   VALUE "00".
       77  WS-RUNCTRL-EOF-SWITCH    PIC X(01)   VALUE "N".
           88  WS-RUNCTRL-EOF           VALUE "Y".
       77  WS-RUN-DONE-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RUN-ALREADY-DONE      VALUE "Y".
       77  WS-ENV-LABEL             PIC X(16)   VALUE SPACES.
      *    THE IDENTIFYING HALF OF THE RUN-LOG RECORD, HELD HERE SO
      *    THE COMPLETION RECORD CAN BE REBUILT AT TERMINATE - THE
      *    FILE RECORD AREA IS NOT AVAILABLE AFTER THE START-RECORD
      *    WRITE
       01  WS-AUDIT-LOG-WORK.
           05  WS-ALW-JOB-NAME          PIC X(08)   VALUE SPACES.
           05  WS-ALW-START-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-ALW-START-TIME        PIC 9(08)   VALUE ZERO.
           05  WS-ALW-ENV-FLAG          PIC X(01)   VALUE SPACE.

      *    WORKING COPY OF THE RUN CONTEXT, CAPTURED BEFORE THE
      *    FILE IS CLOSED - THE FILE RECORD AREA IS NOT AVAILABLE
      *    AFTER THE CLOSE
           COPY RUNCNTX
               REPLACING ==RX-RUN-CONTEXT-RECORD==
                      BY ==WX-RUN-CONTEXT-RECORD==
                         ==RX-RUN-DATE==
                      BY ==WX-RUN-DATE==
                         ==RX-ENV-FLAG==
                      BY ==WX-ENV-FLAG==
                         ==RX-ENV-PRODUCTION==
                      BY ==WX-ENV-PRODUCTION==
                         ==RX-ENV-TEST==
                      BY ==WX-ENV-TEST==
                         ==RX-ENV-DEVELOPMENT==
                      BY ==WX-ENV-DEVELOPMENT==
                         ==RX-JOB-ID==
                      BY ==WX-JOB-ID==
                         ==RX-WRITTEN-DATE==
                      BY ==WX-WRITTEN-DATE==
                         ==RX-WRITTEN-TIME==
                      BY ==WX-WRITTEN-TIME==
                         ==RX-FORCE-FLAG==
                      BY ==WX-FORCE-FLAG==
                         ==RX-FORCE-RERUN==
                      BY ==WX-FORCE-RERUN==.
       77  WS-BAL-EOF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-BAL-EOF               VALUE "Y".
       77  WS-STATE-FOUND-SWITCH    PIC X(01)   VALUE "N".
           88  WS-STATE-FOUND           VALUE "Y".
       77  WS-STATE-UPDATE-SWITCH   PIC X(01)   VALUE "N".
           88  WS-STATE-UPDATE          VALUE "Y".
      *    WHAT THE PREVIOUS NIGHT FOUND AND WHAT TONIGHT FINDS FOR
      *    THE ACCOUNT IN HAND - "O" OVER LIMIT, "W" WITHIN LIMIT
       77  WS-PREVIOUS-STATE        PIC X(01)   VALUE "W".
           88  WS-PREVIOUS-OVER         VALUE "O".
       77  WS-TONIGHT-STATE         PIC X(01)   VALUE "W".
           88  WS-TONIGHT-OVER          VALUE "O".
       77  WS-CREDIT-LIMIT          PIC 9(09)V99 VALUE ZERO.
       77  WS-LIMIT-FLOOR           PIC S9(11)V99 VALUE ZERO.
       77  WS-OVER-SINCE-DATE       PIC 9(08)   VALUE ZERO.
       77  WS-ACCOUNT-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-NEW-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-STILL-OVER-COUNT      PIC 9(07)   VALUE ZERO.
       77  WS-CLEARED-COUNT         PIC 9(07)   VALUE ZERO.

       01  WS-LIMIT-HEADER-LINE.
           05  FILLER                   PIC X(30)
               VALUE "CREDIT LIMIT EXCEPTIONS       ".
           05  FILLER                   PIC X(10)
               VALUE " - RUN    ".
           05  WS-LH-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-LH-ENV-LABEL          PIC X(16)   VALUE SPACES.
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-LIMIT-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-LD-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-LD-STATUS             PIC X(08).
           05  FILLER                   PIC X(04)   VALUE " BAL".
           05  WS-LD-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(04)   VALUE " LIM".
           05  WS-LD-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07)   VALUE " SINCE ".
           05  WS-LD-OVER-SINCE         PIC X(08).
           05  FILLER                   PIC X(04)   VALUE SPACES.

       01  WS-LIMIT-COUNT-LINE.
           05  FILLER                   PIC X(18)
               VALUE "ACCOUNTS CHECKED: ".
           05  WS-LC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(55)   VALUE SPACES.

       01  WS-LIMIT-TOTAL-LINE.
           05  FILLER                   PIC X(14)
               VALUE "NEW BREACHES: ".
           05  WS-LT-NEW                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
               VALUE "  STILL OVER: ".
           05  WS-LT-STILL-OVER         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(15)
               VALUE "  BACK WITHIN: ".
           05  WS-LT-CLEARED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(16)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0450-READ-RUN-CONTEXT - THE WHOLE CHAIN TAKES ITS RUN   *
      *                            DATE AND ENVIRONMENT FROM THE   *
      *                            CONTEXT THE START-OF-DAY DRIVER *
      *                            WROTE                           *
      *-----------------------------------------------------------*
       0450-READ-RUN-CONTEXT.
           OPEN INPUT RUN-CONTEXT-FILE.
           IF WS-RUNCNTX-STATUS = "00"
               READ RUN-CONTEXT-FILE
                   AT END
                       MOVE "10" TO WS-RUNCNTX-STATUS
                   NOT AT END
                       MOVE RX-RUN-CONTEXT-RECORD
                           TO WX-RUN-CONTEXT-RECORD
               END-READ
               CLOSE RUN-CONTEXT-FILE
           END-IF.
           IF WS-RUNCNTX-STATUS NOT = "00"
               DISPLAY "LIMCHK: NO RUN CONTEXT - STATUS "
                   WS-RUNCNTX-STATUS " - RUN THE START-OF-DAY DRIVER"
               MOVE 16 TO RETURN-CODE
               GO TO 0450-EXIT
           END-IF.
           MOVE WX-ENV-FLAG TO WS-ALW-ENV-FLAG.
           EVALUATE TRUE
               WHEN WX-ENV-TEST
                   MOVE "*** TEST RUN ***" TO WS-ENV-LABEL
               WHEN WX-ENV-DEVELOPMENT
                   MOVE "*** DEVL RUN ***" TO WS-ENV-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-ENV-LABEL
           END-EVALUATE.
           PERFORM 0460-CHECK-RUN-CONTROL THRU 0460-EXIT.
       0450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0460-CHECK-RUN-CONTROL - A RUN DATE THE CHAIN ALREADY   *
      *                             COMPLETED MAY NOT RUN AGAIN    *
      *                             WITHOUT THE FORCE INDICATOR    *
      *-----------------------------------------------------------*
       0460-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTRL-STATUS NOT = "00"
               GO TO 0460-EXIT
           END-IF.
           MOVE "N" TO WS-RUNCTRL-EOF-SWITCH.
           MOVE "N" TO WS-RUN-DONE-SWITCH.
           PERFORM 0470-READ-RUN-CONTROL THRU 0470-EXIT
               UNTIL WS-RUNCTRL-EOF.
           CLOSE RUN-CONTROL-FILE.
           IF NOT WS-RUN-ALREADY-DONE
               GO TO 0460-EXIT
           END-IF.
           IF WX-FORCE-RERUN
               DISPLAY "LIMCHK: RUN ALREADY COMPLETE FOR JOB "
                   WX-JOB-ID " DATE " WX-RUN-DATE
                   " - FORCE INDICATOR ACCEPTED, REPROCESSING"
           ELSE
               DISPLAY "LIMCHK: RUN ALREADY COMPLETE FOR JOB "
                   WX-JOB-ID " DATE " WX-RUN-DATE
                   " - SET THE FORCE INDICATOR TO REPROCESS"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0470-READ-RUN-CONTROL - TEST ONE RUN-CONTROL RECORD     *
      *-----------------------------------------------------------*
       0470-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTRL-EOF TO TRUE
                   GO TO 0470-EXIT
           END-READ.
           IF RL-JOB-ID = WX-JOB-ID
               AND RL-RUN-DATE = WX-RUN-DATE
               AND RL-ENV-FLAG = WX-ENV-FLAG
               AND RL-RUN-COMPLETE
               SET WS-RUN-ALREADY-DONE TO TRUE
           END-IF.
       0470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - OPEN FILES, START THE AUDIT TRAIL     *
      *-----------------------------------------------------------*
       0500-INITIALIZE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "LIMCHK  " TO WS-ALW-JOB-NAME.
           PERFORM 0450-READ-RUN-CONTEXT THRU 0450-EXIT.
           ACCEPT WS-ALW-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALW-START-TIME FROM TIME.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE WS-ALW-JOB-NAME TO AL-JOB-NAME.
           MOVE WS-ALW-START-DATE TO AL-START-DATE.
           MOVE WS-ALW-START-TIME TO AL-START-TIME.
           MOVE WS-ALW-ENV-FLAG TO AL-ENV-FLAG.
           MOVE ZEROS TO AL-END-DATE AL-END-TIME AL-RETURN-CODE.
           SET AL-START-RECORD TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           IF RETURN-CODE NOT = ZERO
               GO TO 0500-EXIT
           END-IF.
           IF WX-ENV-PRODUCTION
               SET WS-STATE-UPDATE TO TRUE
           ELSE
               DISPLAY "LIMCHK: " WS-ENV-LABEL " - LIMIT STATE "
                   "MASTER NOT UPDATED, REPORTING AGAINST THE LAST "
                   "PRODUCTION CHECK"
           END-IF.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "LIMCHK: UNABLE TO OPEN BALANCE MASTER - "
                   "STATUS " WS-BALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "LIMCHK: UNABLE TO OPEN ACCOUNT MASTER - "
                   "STATUS " WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BALANCE-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN I-O LIMIT-STATE-FILE.
           IF WS-LIMSTAT-STATUS = "35"
               OPEN OUTPUT LIMIT-STATE-FILE
               CLOSE LIMIT-STATE-FILE
               OPEN I-O LIMIT-STATE-FILE
           END-IF.
           IF WS-LIMSTAT-STATUS NOT = "00"
               DISPLAY "LIMCHK: UNABLE TO OPEN LIMIT STATE MASTER - "
                   "STATUS " WS-LIMSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BALANCE-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT LIMIT-EXCEPTION-REPORT.
           IF WS-LIMRPT-STATUS NOT = "00"
               DISPLAY "LIMCHK: UNABLE TO OPEN EXCEPTION REPORT - "
                   "STATUS " WS-LIMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BALANCE-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE LIMIT-STATE-FILE
               GO TO 0500-EXIT
           END-IF.
           MOVE WX-RUN-DATE TO WS-LH-RUN-DATE.
           MOVE WS-ENV-LABEL TO WS-LH-ENV-LABEL.
           MOVE WS-LIMIT-HEADER-LINE TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - CHECK EVERY BALANCE AGAINST ITS LIMIT AND   *
      *                REPORT THE EXCEPTIONS                       *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO BL-ACCOUNT-REFERENCE.
           START BALANCE-MASTER-FILE
               KEY IS GREATER THAN BL-ACCOUNT-REFERENCE
               INVALID KEY
                   SET WS-BAL-EOF TO TRUE
           END-START.
           IF NOT WS-BAL-EOF
               PERFORM 1100-READ-NEXT-BALANCE THRU 1100-EXIT
           END-IF.
           PERFORM 1200-CHECK-ONE-ACCOUNT THRU 1200-EXIT
               UNTIL WS-BAL-EOF.
           MOVE WS-ACCOUNT-COUNT TO WS-LC-COUNT.
           MOVE WS-LIMIT-COUNT-LINE TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-LT-NEW.
           MOVE WS-STILL-OVER-COUNT TO WS-LT-STILL-OVER.
           MOVE WS-CLEARED-COUNT TO WS-LT-CLEARED.
           MOVE WS-LIMIT-TOTAL-LINE TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.
           CLOSE BALANCE-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE LIMIT-STATE-FILE.
           CLOSE LIMIT-EXCEPTION-REPORT.
           DISPLAY "LIMCHK: " WS-ACCOUNT-COUNT " ACCOUNT(S) CHECKED, "
               WS-NEW-COUNT " NEWLY OVER LIMIT, "
               WS-STILL-OVER-COUNT " STILL OVER, "
               WS-CLEARED-COUNT " BACK WITHIN LIMIT".
           IF WS-NEW-COUNT NOT = ZERO
               AND RETURN-CODE = ZERO
               DISPLAY "LIMCHK: NEW LIMIT BREACHES - SEE LIMRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-NEXT-BALANCE - GET THE NEXT BALANCE RECORD    *
      *-----------------------------------------------------------*
       1100-READ-NEXT-BALANCE.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-CHECK-ONE-ACCOUNT - COMPARE ONE BALANCE WITH ITS   *
      *                             LIMIT, CLASSIFY IT AGAINST THE *
      *                             PREVIOUS NIGHT AND REPORT ANY  *
      *                             CHANGE OR CONTINUING BREACH    *
      *-----------------------------------------------------------*
       1200-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE ZERO TO WS-CREDIT-LIMIT.
           MOVE BL-ACCOUNT-REFERENCE TO AM-ACCOUNT-REFERENCE.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-CREDIT-LIMIT IS NUMERIC
                       MOVE AM-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                   END-IF
           END-READ.
           COMPUTE WS-LIMIT-FLOOR = ZERO - WS-CREDIT-LIMIT.
           IF BL-CURRENT-BALANCE < WS-LIMIT-FLOOR
               MOVE "O" TO WS-TONIGHT-STATE
           ELSE
               MOVE "W" TO WS-TONIGHT-STATE
           END-IF.
           PERFORM 1300-GET-PREVIOUS-STATE THRU 1300-EXIT.
           IF NOT WS-TONIGHT-OVER
               AND NOT WS-PREVIOUS-OVER
               AND NOT WS-STATE-FOUND
               GO TO 1200-NEXT
           END-IF.
           MOVE SPACES TO WS-LD-STATUS.
           EVALUATE TRUE
               WHEN WS-TONIGHT-OVER AND NOT WS-PREVIOUS-OVER
                   MOVE WX-RUN-DATE TO WS-OVER-SINCE-DATE
                   MOVE "NEW     " TO WS-LD-STATUS
                   ADD 1 TO WS-NEW-COUNT
               WHEN WS-TONIGHT-OVER
                   MOVE "OVER    " TO WS-LD-STATUS
                   ADD 1 TO WS-STILL-OVER-COUNT
               WHEN WS-PREVIOUS-OVER
                   MOVE "CLEARED " TO WS-LD-STATUS
                   ADD 1 TO WS-CLEARED-COUNT
           END-EVALUATE.
           IF WS-LD-STATUS NOT = SPACES
               PERFORM 1400-WRITE-EXCEPTION THRU 1400-EXIT
           END-IF.
           IF NOT WS-TONIGHT-OVER
               MOVE ZERO TO WS-OVER-SINCE-DATE
           END-IF.
           IF WS-STATE-UPDATE
               PERFORM 1500-UPDATE-STATE THRU 1500-EXIT
           END-IF.
           IF RETURN-CODE = 16
               SET WS-BAL-EOF TO TRUE
               GO TO 1200-EXIT
           END-IF.
       1200-NEXT.
           PERFORM 1100-READ-NEXT-BALANCE THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-GET-PREVIOUS-STATE - WHAT THE LAST CHECK BEFORE    *
      *                              TONIGHT FOUND.  A STATE       *
      *                              RECORD ALREADY DATED TONIGHT  *
      *                              IS A RERUN, SO ITS PRIOR      *
      *                              STATE IS THE ONE TO COMPARE   *
      *-----------------------------------------------------------*
       1300-GET-PREVIOUS-STATE.
           MOVE "N" TO WS-STATE-FOUND-SWITCH.
           MOVE "W" TO WS-PREVIOUS-STATE.
           MOVE ZERO TO WS-OVER-SINCE-DATE.
           MOVE BL-ACCOUNT-REFERENCE TO LS-ACCOUNT-REFERENCE.
           READ LIMIT-STATE-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ.
           SET WS-STATE-FOUND TO TRUE.
           MOVE LS-OVER-SINCE-DATE TO WS-OVER-SINCE-DATE.
           IF LS-CHECK-DATE = WX-RUN-DATE
               MOVE LS-PRIOR-STATE TO WS-PREVIOUS-STATE
           ELSE
               MOVE LS-CURRENT-STATE TO WS-PREVIOUS-STATE
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-WRITE-EXCEPTION - ONE LINE ON THE EXCEPTION REPORT *
      *-----------------------------------------------------------*
       1400-WRITE-EXCEPTION.
           MOVE BL-ACCOUNT-REFERENCE TO WS-LD-ACCOUNT.
           MOVE BL-CURRENT-BALANCE TO WS-LD-BALANCE.
           MOVE WS-CREDIT-LIMIT TO WS-LD-LIMIT.
           IF WS-OVER-SINCE-DATE = ZERO
               MOVE SPACES TO WS-LD-OVER-SINCE
           ELSE
               MOVE WS-OVER-SINCE-DATE TO WS-LD-OVER-SINCE
           END-IF.
           MOVE WS-LIMIT-DETAIL-LINE TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-UPDATE-STATE - RECORD TONIGHT'S FINDING FOR THE    *
      *                        NEXT NIGHT TO COMPARE AGAINST       *
      *-----------------------------------------------------------*
       1500-UPDATE-STATE.
           MOVE SPACES TO LS-LIMIT-STATE-RECORD.
           MOVE BL-ACCOUNT-REFERENCE TO LS-ACCOUNT-REFERENCE.
           MOVE WX-RUN-DATE TO LS-CHECK-DATE.
           MOVE WS-TONIGHT-STATE TO LS-CURRENT-STATE.
           MOVE WS-PREVIOUS-STATE TO LS-PRIOR-STATE.
           MOVE WS-OVER-SINCE-DATE TO LS-OVER-SINCE-DATE.
           IF WS-STATE-FOUND
               REWRITE LS-LIMIT-STATE-RECORD
                   INVALID KEY
                       DISPLAY "LIMCHK: STATE REWRITE FAILED - STATUS "
                           WS-LIMSTAT-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE LS-LIMIT-STATE-RECORD
                   INVALID KEY
                       DISPLAY "LIMCHK: STATE WRITE FAILED - STATUS "
                           WS-LIMSTAT-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9999-TERMINATE - WRITE THE AUDIT TRAIL AND RETURN       *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE WS-ALW-JOB-NAME TO AL-JOB-NAME.
           MOVE WS-ALW-START-DATE TO AL-START-DATE.
           MOVE WS-ALW-START-TIME TO AL-START-TIME.
           MOVE WS-ALW-ENV-FLAG TO AL-ENV-FLAG.
           ACCEPT AL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO AL-RETURN-CODE.
           SET AL-COMPLETION-RECORD TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.

       END PROGRAM LIMCHK.
