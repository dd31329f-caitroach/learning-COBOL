      *                  it said before, and the rebuild utility can
      *                  reconstruct the master as of a given date.
      *
      *                  The operator signs on with an ID and PIN
      *                  checked against the operator security file;
      *                  an unknown or inactive operator, or a wrong
      *                  PIN, is refused and logged to the audit
      *                  trail, and three refusals end the session.
      *                  Only a glossary maintainer or supervisor is
      *                  offered the update functions - anyone else
      *                  may inquire only.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/09/26  CAIT  ORIGINAL PROGRAM
      *                    RC=16 - AN UNJOURNALLED CHANGE WOULD
      *                    SILENTLY BREAK EVERY REBUILD THROUGH
      *                    THAT DATE
      *    10/14/26  CAIT  OPERATOR SIGN-ON AGAINST THE OPERATOR
      *                    SECURITY FILE (ID, PIN, ACTIVE STATUS),
      *                    FAILED SIGN-ONS LOGGED TO THE AUDIT TRAIL,
      *                    AND MENU LIMITED BY ROLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLOSMAIN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOSJRNL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLOSSARY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLOSJRNL.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-GLOSSARY-STATUS       PIC X(02)   VALUE "00".
       77  WS-DONE-SWITCH           PIC X(01)   VALUE "N".

       77  WS-GLOSJRNL-STATUS       PIC X(02)   VALUE "00".
       77  WS-OPERATOR-ID           PIC X(08)   VALUE SPACES.
       77  WS-OPERATOR-ROLE         PIC X(01)   VALUE SPACE.
           88  WS-ROLE-MAY-UPDATE       VALUE "G" "S".
       77  WS-JOURNAL-FUNCTION      PIC X(01)   VALUE SPACE.
       77  WS-OLD-DEFINITION        PIC X(60)   VALUE SPACES.
       77  WS-OLD-ACTIVE-SWITCH     PIC X(01)   VALUE SPACE.
       77  WS-NEW-DEFINITION        PIC X(60)   VALUE SPACES.
       77  WS-NEW-ACTIVE-SWITCH     PIC X(01)   VALUE SPACE.
       77  WS-OPERSEC-STATUS        PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".

      *    ONE SIGN-ON ATTEMPT.  THE ROLE AND NAME ARE HELD HERE
      *    BECAUSE THE OPERATOR RECORD AREA IS NOT AVAILABLE AFTER
      *    THE CLOSE
       77  WS-SIGNON-ID             PIC X(08)   VALUE SPACES.
       77  WS-SIGNON-PIN            PIC X(08)   VALUE SPACES.
       77  WS-SIGNON-ROLE           PIC X(01)   VALUE SPACE.
       77  WS-SIGNON-NAME           PIC X(30)   VALUE SPACES.
       77  WS-SIGNON-REASON         PIC X(03)   VALUE SPACES.
       77  WS-SIGNON-SWITCH         PIC X(01)   VALUE "N".
           88  WS-SIGNON-OK             VALUE "Y".
       77  WS-SIGNON-FAILURES       PIC 9(01)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           DISPLAY "GLOSMAIN - GLOSSARY MASTER MAINTENANCE".
           PERFORM 1300-ACCEPT-OPERATOR-ID THRU 1300-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
               OR WS-DONE.
           PERFORM 1000-PROCESS-ONE-TRANSACTION THRU 1000-EXIT
               UNTIL WS-DONE.
           STOP RUN.
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-FUNC-INQUIRE
               AND NOT WS-ROLE-MAY-UPDATE
               DISPLAY "GLOSMAIN: FUNCTION NOT AVAILABLE TO YOUR ROLE"
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "ENTER TERM CODE (10 CHARS): ".
           ACCEPT WS-INPUT-TERM-CODE.
           MOVE WS-INPUT-TERM-CODE TO GL-TERM-CODE.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DISPLAY-MENU - SHOW THE FUNCTIONS THE OPERATOR'S   *
      *                        ROLE ALLOWS                         *
      *-----------------------------------------------------------*
       1100-DISPLAY-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAY-UPDATE
               DISPLAY "  A = ADD      C = CHANGE"
               DISPLAY "  D = DELETE (INACTIVATE)      I = INQUIRE"
               DISPLAY "  X = EXIT"
           ELSE
               DISPLAY "  I = INQUIRE  X = EXIT"
           END-IF.
           DISPLAY "ENTER FUNCTION CODE: ".
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-ACCEPT-OPERATOR-ID - EVERY JOURNALED CHANGE NAMES  *
      *                              THE OPERATOR WHO MADE IT, SO  *
      *                              THE OPERATOR MUST SIGN ON     *
      *                              WITH A VALID ID AND PIN.      *
      *                              THREE REFUSALS END THE        *
      *                              SESSION                       *
      *-----------------------------------------------------------*
       1300-ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT WS-SIGNON-ID.
           IF WS-SIGNON-ID = SPACES
               GO TO 1300-EXIT
           END-IF.
           DISPLAY "ENTER PIN: ".
           ACCEPT WS-SIGNON-PIN.
           PERFORM 1310-VALIDATE-SIGNON THRU 1310-EXIT.
           IF WS-DONE
               GO TO 1300-EXIT
           END-IF.
           IF NOT WS-SIGNON-OK
               PERFORM 8300-LOG-SIGNON-FAILURE THRU 8300-EXIT
               ADD 1 TO WS-SIGNON-FAILURES
               DISPLAY "GLOSMAIN: SIGN-ON REFUSED"
               IF WS-SIGNON-FAILURES >= 3
                   DISPLAY "GLOSMAIN: TOO MANY FAILED SIGN-ONS - "
                       "SESSION ENDED"
                   MOVE 12 TO RETURN-CODE
                   SET WS-DONE TO TRUE
               END-IF
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
           MOVE WS-SIGNON-ROLE TO WS-OPERATOR-ROLE.
           DISPLAY "GLOSMAIN: SIGNED ON - " WS-SIGNON-NAME.
           IF NOT WS-ROLE-MAY-UPDATE
               DISPLAY "GLOSMAIN: YOUR ROLE ALLOWS INQUIRY ONLY"
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1310-VALIDATE-SIGNON - CHECK ONE ID AND PIN AGAINST THE *
      *                           OPERATOR SECURITY FILE.  THE     *
      *                           REASON FOR A REFUSAL IS KEPT FOR *
      *                           THE AUDIT TRAIL, NOT SHOWN.  NO  *
      *                           SECURITY FILE MEANS NOBODY CAN   *
      *                           BE SIGNED ON, SO THE SESSION     *
      *                           ENDS                             *
      *-----------------------------------------------------------*
       1310-VALIDATE-SIGNON.
           MOVE "N" TO WS-SIGNON-SWITCH.
           MOVE SPACES TO WS-SIGNON-REASON.
           MOVE SPACE TO WS-SIGNON-ROLE.
           MOVE SPACES TO WS-SIGNON-NAME.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "GLOSMAIN: OPERATOR SECURITY FILE UNAVAILABLE "
                   "- STATUS " WS-OPERSEC-STATUS
               DISPLAY "GLOSMAIN: SESSION ENDED"
               MOVE 12 TO RETURN-CODE
               SET WS-DONE TO TRUE
               GO TO 1310-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "UNK" TO WS-SIGNON-REASON
                   CLOSE OPERATOR-FILE
                   GO TO 1310-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   MOVE "INA" TO WS-SIGNON-REASON
               WHEN OP-PIN NOT = WS-SIGNON-PIN
                   MOVE "PIN" TO WS-SIGNON-REASON
               WHEN NOT OP-ROLE-GLOSSARY
                   AND NOT OP-ROLE-ACCOUNT
                   AND NOT OP-ROLE-SUPERVISOR
                   MOVE "ROL" TO WS-SIGNON-REASON
               WHEN OTHER
                   MOVE OP-ROLE TO WS-SIGNON-ROLE
                   MOVE OP-OPERATOR-NAME TO WS-SIGNON-NAME
                   SET WS-SIGNON-OK TO TRUE
           END-EVALUATE.
           CLOSE OPERATOR-FILE.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-ADD-TERM - ADD A NEW GLOSSARY TERM                 *
      *-----------------------------------------------------------*
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-LOG-SIGNON-FAILURE - APPEND ONE SIGN-ON FAILURE    *
      *                              RECORD TO THE AUDIT TRAIL:    *
      *                              WHEN, THE ID KEYED, AND WHY   *
      *                              IT WAS REFUSED                *
      *-----------------------------------------------------------*
       8300-LOG-SIGNON-FAILURE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GLOSMAIN: UNABLE TO LOG FAILED SIGN-ON - "
                   "STATUS " WS-AUDITLOG-STATUS
               GO TO 8300-EXIT
           END-IF.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE "GLOSMAIN" TO AL-JOB-NAME.
           ACCEPT AL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-START-TIME FROM TIME.
           MOVE WS-SIGNON-ID TO AL-SIGNON-OPERATOR-ID.
           MOVE WS-SIGNON-REASON TO AL-SIGNON-REASON.
           MOVE ZERO TO AL-RETURN-CODE.
           SET AL-SIGNON-FAILURE TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
       8300-EXIT.
           EXIT.

       END PROGRAM GLOSMAIN.
