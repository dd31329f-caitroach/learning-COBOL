      ******************************************************************
      *    PROGRAM-ID.  RELMAIN
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Pseudo-conversational maintenance program for
      *                  the account relationship master.  Lets the
      *                  account team add, change, delete, or inquire
      *                  on a member of the account hierarchy keyed by
      *                  member reference: an account, placed in the
      *                  group it belongs to, or a group, placed under
      *                  its parent group or left as a top group.
      *                  An account member must be on the account
      *                  master and takes its name from there; a group
      *                  code must not be an account reference.  The
      *                  parent named must be a group already on file,
      *                  may not lie beneath the member itself, and
      *                  may not take the hierarchy past five group
      *                  levels.  A group that still has members
      *                  cannot be deleted.  Every add, change, or
      *                  delete is confirmed by the operator before it
      *                  commits, and every confirmed update writes a
      *                  before/after image to the relationship change
      *                  journal, as the glossary and account masters
      *                  do.
      *
      *                  The operator signs on with an ID and PIN
      *                  checked against the operator security file;
      *                  an unknown or inactive operator, or a wrong
      *                  PIN, is refused and logged to the audit
      *                  trail, and three refusals end the session.
      *                  Only an account maintainer or supervisor is
      *                  offered the update functions - anyone else
      *                  may inquire only.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMAIN.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-MASTER-FILE ASSIGN TO "RELMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-MEMBER-REFERENCE
               FILE STATUS IS WS-RELMAST-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "RELJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELJRNL-STATUS.

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
       FD  RELATIONSHIP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELJRNL.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-RELMAST-STATUS        PIC X(02)   VALUE "00".
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-RELJRNL-STATUS        PIC X(02)   VALUE "00".
       77  WS-OPERSEC-STATUS        PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".
       77  WS-DONE-SWITCH           PIC X(01)   VALUE "N".
           88  WS-DONE                  VALUE "Y".

       77  WS-FUNCTION-CODE         PIC X(01).
           88  WS-FUNC-ADD              VALUE "A" "a".
           88  WS-FUNC-CHANGE           VALUE "C" "c".
           88  WS-FUNC-DELETE           VALUE "D" "d".
           88  WS-FUNC-INQUIRE          VALUE "I" "i".
           88  WS-FUNC-EXIT             VALUE "X" "x".

       77  WS-CONFIRM-RESPONSE      PIC X(01).
           88  WS-CONFIRM-YES           VALUE "Y" "y".

       77  WS-INPUT-MEMBER          PIC X(10).
       77  WS-INPUT-TYPE            PIC X(01).
           88  WS-INPUT-IS-ACCOUNT      VALUE "A" "a".
           88  WS-INPUT-IS-GROUP        VALUE "G" "g".
       77  WS-INPUT-PARENT          PIC X(10).
       77  WS-INPUT-NAME            PIC X(30).

       77  WS-VALID-TYPE-SWITCH     PIC X(01)   VALUE "N".
           88  WS-VALID-MEMBER-TYPE     VALUE "Y".

       77  WS-OPERATOR-ID           PIC X(08)   VALUE SPACES.
       77  WS-OPERATOR-ROLE         PIC X(01)   VALUE SPACE.
           88  WS-ROLE-MAY-UPDATE       VALUE "A" "S".
       77  WS-JOURNAL-FUNCTION      PIC X(01)   VALUE SPACE.
       77  WS-OLD-MEMBER-TYPE       PIC X(01)   VALUE SPACE.
       77  WS-OLD-PARENT            PIC X(10)   VALUE SPACES.
       77  WS-OLD-NAME              PIC X(30)   VALUE SPACES.
       77  WS-NEW-MEMBER-TYPE       PIC X(01)   VALUE SPACE.
       77  WS-NEW-PARENT            PIC X(10)   VALUE SPACES.
       77  WS-NEW-NAME              PIC X(30)   VALUE SPACES.

      *    RESULT OF LOOKING THE MEMBER REFERENCE UP ON THE ACCOUNT
      *    MASTER.  THE ACCOUNT NAME IS HELD HERE BECAUSE THE ACCOUNT
      *    RECORD AREA IS NOT AVAILABLE AFTER THE CLOSE
       77  WS-ACCOUNT-CHECK         PIC X(01)   VALUE SPACE.
           88  WS-ACCOUNT-ON-FILE       VALUE "F".
           88  WS-ACCOUNT-NOT-ON-FILE   VALUE "N".
           88  WS-ACCOUNT-MASTER-DOWN   VALUE "U".
       77  WS-ACCOUNT-NAME          PIC X(30)   VALUE SPACES.

      *    WALK UP THE PARENT CHAIN FROM THE GROUP NAMED AS PARENT.
      *    A GROUP NEEDS ONE LEVEL FOR ITSELF, SO IT MAY HAVE ONE
      *    FEWER GROUP ABOVE IT THAN AN ACCOUNT
       77  WS-MAX-GROUP-LEVELS      PIC 9(02)   VALUE 5.
       77  WS-MAX-GROUPS-ABOVE      PIC 9(02)   VALUE ZERO.
       77  WS-WALK-REFERENCE        PIC X(10)   VALUE SPACES.
       77  WS-WALK-DEPTH            PIC 9(02)   VALUE ZERO.
       77  WS-CHAIN-SWITCH          PIC X(01)   VALUE "Y".
           88  WS-CHAIN-OK              VALUE "Y".

      *    SCAN OF THE MASTER FOR THE DIRECT MEMBERS OF ONE GROUP
       77  WS-SCAN-GROUP            PIC X(10)   VALUE SPACES.
       77  WS-SCAN-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-SCAN-EOF              VALUE "Y".
       77  WS-LIST-SWITCH           PIC X(01)   VALUE "N".
           88  WS-LIST-MEMBERS          VALUE "Y".
       77  WS-MEMBER-COUNT          PIC 9(05)   VALUE ZERO.

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
           DISPLAY "RELMAIN - ACCOUNT RELATIONSHIP MAINTENANCE".
           PERFORM 1300-ACCEPT-OPERATOR-ID THRU 1300-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
               OR WS-DONE.
           PERFORM 1000-PROCESS-ONE-TRANSACTION THRU 1000-EXIT
               UNTIL WS-DONE.
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-PROCESS-ONE-TRANSACTION - PROMPT FOR ONE FUNCTION  *
      *                                   AND MEMBER, DISPATCH      *
      *-----------------------------------------------------------*
       1000-PROCESS-ONE-TRANSACTION.
           PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT.
           ACCEPT WS-FUNCTION-CODE.
           IF WS-FUNC-EXIT
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-FUNC-INQUIRE
               AND NOT WS-ROLE-MAY-UPDATE
               DISPLAY "RELMAIN: FUNCTION NOT AVAILABLE TO YOUR ROLE"
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "ENTER ACCOUNT OR GROUP CODE (10 CHARS): ".
           ACCEPT WS-INPUT-MEMBER.
           IF WS-INPUT-MEMBER = SPACES
               DISPLAY "RELMAIN: ACCOUNT OR GROUP CODE REQUIRED"
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-INPUT-MEMBER TO RH-MEMBER-REFERENCE.
           EVALUATE TRUE
               WHEN WS-FUNC-ADD
                   PERFORM 2000-ADD-MEMBER THRU 2000-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 3000-CHANGE-MEMBER THRU 3000-EXIT
               WHEN WS-FUNC-DELETE
                   PERFORM 4000-DELETE-MEMBER THRU 4000-EXIT
               WHEN WS-FUNC-INQUIRE
                   PERFORM 5000-INQUIRE-MEMBER THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "RELMAIN: INVALID FUNCTION CODE"
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DISPLAY-MENU - SHOW THE FUNCTIONS THE OPERATOR'S   *
      *                        ROLE ALLOWS                         *
      *-----------------------------------------------------------*
       1100-DISPLAY-MENU.
           DISPLAY " ".
           IF WS-ROLE-MAY-UPDATE
               DISPLAY "  A = ADD      C = CHANGE"
               DISPLAY "  D = DELETE   I = INQUIRE"
               DISPLAY "  X = EXIT"
           ELSE
               DISPLAY "  I = INQUIRE  X = EXIT"
           END-IF.
           DISPLAY "ENTER FUNCTION CODE: ".
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-ACCEPT-MEMBER-TYPE - PROMPT FOR THE MEMBER TYPE    *
      *                              UNTIL A OR G IS ENTERED       *
      *-----------------------------------------------------------*
       1200-ACCEPT-MEMBER-TYPE.
           MOVE "N" TO WS-VALID-TYPE-SWITCH.
           PERFORM 1210-PROMPT-MEMBER-TYPE THRU 1210-EXIT
               UNTIL WS-VALID-MEMBER-TYPE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1210-PROMPT-MEMBER-TYPE - ONE PROMPT/VALIDATE ATTEMPT   *
      *-----------------------------------------------------------*
       1210-PROMPT-MEMBER-TYPE.
           DISPLAY "ACCOUNT OR GROUP (A/G): ".
           ACCEPT WS-INPUT-TYPE.
           IF WS-INPUT-IS-ACCOUNT
               MOVE "A" TO WS-INPUT-TYPE
               SET WS-VALID-MEMBER-TYPE TO TRUE
           ELSE
               IF WS-INPUT-IS-GROUP
                   MOVE "G" TO WS-INPUT-TYPE
                   SET WS-VALID-MEMBER-TYPE TO TRUE
               ELSE
                   DISPLAY "RELMAIN: ENTER A OR G"
               END-IF
           END-IF.
       1210-EXIT.
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
               DISPLAY "RELMAIN: SIGN-ON REFUSED"
               IF WS-SIGNON-FAILURES >= 3
                   DISPLAY "RELMAIN: TOO MANY FAILED SIGN-ONS - "
                       "SESSION ENDED"
                   MOVE 12 TO RETURN-CODE
                   SET WS-DONE TO TRUE
               END-IF
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.
           MOVE WS-SIGNON-ROLE TO WS-OPERATOR-ROLE.
           DISPLAY "RELMAIN: SIGNED ON - " WS-SIGNON-NAME.
           IF NOT WS-ROLE-MAY-UPDATE
               DISPLAY "RELMAIN: YOUR ROLE ALLOWS INQUIRY ONLY"
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
               DISPLAY "RELMAIN: OPERATOR SECURITY FILE UNAVAILABLE "
                   "- STATUS " WS-OPERSEC-STATUS
               DISPLAY "RELMAIN: SESSION ENDED"
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
      *    2000-ADD-MEMBER - PLACE A NEW ACCOUNT OR GROUP IN THE   *
      *                      HIERARCHY                             *
      *-----------------------------------------------------------*
       2000-ADD-MEMBER.
           PERFORM 8000-OPEN-RELATIONSHIP-MASTER THRU 8000-EXIT.
           READ RELATIONSHIP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "RELMAIN: ALREADY IN THE HIERARCHY - "
                       "USE CHANGE"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 1200-ACCEPT-MEMBER-TYPE THRU 1200-EXIT.
           PERFORM 6200-CHECK-ACCOUNT-MASTER THRU 6200-EXIT.
           IF WS-ACCOUNT-MASTER-DOWN
               DISPLAY "RELMAIN: ACCOUNT MASTER UNAVAILABLE - STATUS "
                   WS-ACCTMAST-STATUS " - ADD REFUSED"
               CLOSE RELATIONSHIP-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           IF WS-INPUT-IS-ACCOUNT
               AND WS-ACCOUNT-NOT-ON-FILE
               DISPLAY "RELMAIN: ACCOUNT NOT ON THE ACCOUNT MASTER"
               CLOSE RELATIONSHIP-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           IF WS-INPUT-IS-GROUP
               AND WS-ACCOUNT-ON-FILE
               DISPLAY "RELMAIN: A GROUP CODE CANNOT BE AN ACCOUNT "
                   "REFERENCE"
               CLOSE RELATIONSHIP-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           IF WS-INPUT-IS-ACCOUNT
               MOVE WS-ACCOUNT-NAME TO WS-INPUT-NAME
               DISPLAY "ACCOUNT NAME . . . : " WS-INPUT-NAME
               DISPLAY "ENTER GROUP THE ACCOUNT BELONGS TO: "
               ACCEPT WS-INPUT-PARENT
               IF WS-INPUT-PARENT = SPACES
                   DISPLAY "RELMAIN: AN ACCOUNT MUST BELONG TO A GROUP"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 2000-EXIT
               END-IF
           ELSE
               DISPLAY "ENTER GROUP NAME (UP TO 30 CHARS): "
               ACCEPT WS-INPUT-NAME
               DISPLAY "ENTER PARENT GROUP (BLANK FOR A TOP GROUP): "
               ACCEPT WS-INPUT-PARENT
           END-IF.
           PERFORM 6000-CHECK-PARENT-CHAIN THRU 6000-EXIT.
           IF NOT WS-CHAIN-OK
               CLOSE RELATIONSHIP-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "ADD " WS-INPUT-MEMBER " TO GROUP " WS-INPUT-PARENT
               " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               MOVE SPACE TO WS-OLD-MEMBER-TYPE
               MOVE SPACES TO WS-OLD-PARENT
               MOVE SPACES TO WS-OLD-NAME
               MOVE WS-INPUT-TYPE TO WS-NEW-MEMBER-TYPE
               MOVE WS-INPUT-PARENT TO WS-NEW-PARENT
               MOVE WS-INPUT-NAME TO WS-NEW-NAME
               PERFORM 6300-BUILD-MASTER-RECORD THRU 6300-EXIT
               WRITE RH-RELATIONSHIP-RECORD
                   INVALID KEY
                       DISPLAY "RELMAIN: ADD FAILED - STATUS "
                           WS-RELMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "RELMAIN: MEMBER ADDED"
                       MOVE "A" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-WRITE
           ELSE
               DISPLAY "RELMAIN: ADD CANCELLED"
           END-IF.
           CLOSE RELATIONSHIP-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CHANGE-MEMBER - MOVE A MEMBER TO ANOTHER GROUP, OR *
      *                         RENAME A GROUP.  THE MEMBER TYPE   *
      *                         NEVER CHANGES - DELETE AND ADD     *
      *                         AGAIN INSTEAD                      *
      *-----------------------------------------------------------*
       3000-CHANGE-MEMBER.
           PERFORM 8000-OPEN-RELATIONSHIP-MASTER THRU 8000-EXIT.
           READ RELATIONSHIP-MASTER-FILE
               INVALID KEY
                   DISPLAY "RELMAIN: NOT IN THE HIERARCHY"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 3000-EXIT
           END-READ.
           MOVE RH-MEMBER-TYPE TO WS-OLD-MEMBER-TYPE.
           MOVE RH-PARENT-REFERENCE TO WS-OLD-PARENT.
           MOVE RH-MEMBER-NAME TO WS-OLD-NAME.
           MOVE RH-MEMBER-TYPE TO WS-INPUT-TYPE.
           MOVE RH-MEMBER-NAME TO WS-INPUT-NAME.
           DISPLAY "MEMBER TYPE. . . . : " RH-MEMBER-TYPE.
           DISPLAY "NAME . . . . . . . : " RH-MEMBER-NAME.
           DISPLAY "CURRENT GROUP. . . : " RH-PARENT-REFERENCE.
           IF WS-INPUT-IS-GROUP
               DISPLAY "ENTER NEW GROUP NAME (UP TO 30 CHARS): "
               ACCEPT WS-INPUT-NAME
               DISPLAY "ENTER NEW PARENT GROUP (BLANK FOR A TOP "
                   "GROUP): "
               ACCEPT WS-INPUT-PARENT
           ELSE
               DISPLAY "ENTER NEW GROUP THE ACCOUNT BELONGS TO: "
               ACCEPT WS-INPUT-PARENT
               IF WS-INPUT-PARENT = SPACES
                   DISPLAY "RELMAIN: AN ACCOUNT MUST BELONG TO A "
                       "GROUP - USE DELETE TO REMOVE IT"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 6000-CHECK-PARENT-CHAIN THRU 6000-EXIT.
           IF NOT WS-CHAIN-OK
               CLOSE RELATIONSHIP-MASTER-FILE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "CHANGE " WS-INPUT-MEMBER " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               MOVE WS-INPUT-TYPE TO WS-NEW-MEMBER-TYPE
               MOVE WS-INPUT-PARENT TO WS-NEW-PARENT
               MOVE WS-INPUT-NAME TO WS-NEW-NAME
               PERFORM 6300-BUILD-MASTER-RECORD THRU 6300-EXIT
               REWRITE RH-RELATIONSHIP-RECORD
                   INVALID KEY
                       DISPLAY "RELMAIN: CHANGE FAILED - STATUS "
                           WS-RELMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "RELMAIN: MEMBER CHANGED"
                       MOVE "C" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-REWRITE
           ELSE
               DISPLAY "RELMAIN: CHANGE CANCELLED"
           END-IF.
           CLOSE RELATIONSHIP-MASTER-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-DELETE-MEMBER - TAKE A MEMBER OUT OF THE HIERARCHY.*
      *                         THE JOURNAL KEEPS ITS LAST IMAGE.  *
      *                         A GROUP MUST BE EMPTIED FIRST SO   *
      *                         NO MEMBER IS LEFT POINTING AT A    *
      *                         GROUP THAT IS NOT THERE            *
      *-----------------------------------------------------------*
       4000-DELETE-MEMBER.
           PERFORM 8000-OPEN-RELATIONSHIP-MASTER THRU 8000-EXIT.
           READ RELATIONSHIP-MASTER-FILE
               INVALID KEY
                   DISPLAY "RELMAIN: NOT IN THE HIERARCHY"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 4000-EXIT
           END-READ.
           MOVE RH-MEMBER-TYPE TO WS-OLD-MEMBER-TYPE.
           MOVE RH-PARENT-REFERENCE TO WS-OLD-PARENT.
           MOVE RH-MEMBER-NAME TO WS-OLD-NAME.
           IF RH-MEMBER-GROUP
               MOVE WS-INPUT-MEMBER TO WS-SCAN-GROUP
               MOVE "N" TO WS-LIST-SWITCH
               PERFORM 6500-COUNT-GROUP-MEMBERS THRU 6500-EXIT
               IF WS-MEMBER-COUNT > ZERO
                   DISPLAY "RELMAIN: GROUP STILL HAS " WS-MEMBER-COUNT
                       " MEMBER(S) - MOVE OR DELETE THEM FIRST"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           DISPLAY "DELETE " WS-INPUT-MEMBER " FROM GROUP "
               WS-OLD-PARENT " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-YES
               MOVE WS-INPUT-MEMBER TO RH-MEMBER-REFERENCE
               DELETE RELATIONSHIP-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "RELMAIN: DELETE FAILED - STATUS "
                           WS-RELMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "RELMAIN: MEMBER DELETED"
                       MOVE SPACE TO WS-NEW-MEMBER-TYPE
                       MOVE SPACES TO WS-NEW-PARENT
                       MOVE SPACES TO WS-NEW-NAME
                       MOVE "D" TO WS-JOURNAL-FUNCTION
                       PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
               END-DELETE
           ELSE
               DISPLAY "RELMAIN: DELETE CANCELLED"
           END-IF.
           CLOSE RELATIONSHIP-MASTER-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-INQUIRE-MEMBER - DISPLAY ONE MEMBER, AND FOR A     *
      *                          GROUP ITS DIRECT MEMBERS, NO      *
      *                          UPDATE                            *
      *-----------------------------------------------------------*
       5000-INQUIRE-MEMBER.
           PERFORM 8000-OPEN-RELATIONSHIP-MASTER THRU 8000-EXIT.
           READ RELATIONSHIP-MASTER-FILE
               INVALID KEY
                   DISPLAY "RELMAIN: NOT IN THE HIERARCHY"
                   CLOSE RELATIONSHIP-MASTER-FILE
                   GO TO 5000-EXIT
           END-READ.
           DISPLAY "MEMBER . . . . . . : " RH-MEMBER-REFERENCE.
           DISPLAY "MEMBER TYPE. . . . : " RH-MEMBER-TYPE.
           DISPLAY "NAME . . . . . . . : " RH-MEMBER-NAME.
           DISPLAY "GROUP. . . . . . . : " RH-PARENT-REFERENCE.
           IF RH-MEMBER-GROUP
               MOVE WS-INPUT-MEMBER TO WS-SCAN-GROUP
               SET WS-LIST-MEMBERS TO TRUE
               PERFORM 6500-COUNT-GROUP-MEMBERS THRU 6500-EXIT
               DISPLAY "DIRECT MEMBERS . . : " WS-MEMBER-COUNT
           END-IF.
           CLOSE RELATIONSHIP-MASTER-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-CHECK-PARENT-CHAIN - THE PARENT NAMED MUST BE A    *
      *                              GROUP ON FILE, AND EVERY      *
      *                              GROUP ABOVE IT TOO.  WALKING  *
      *                              UP MUST NOT MEET THE MEMBER   *
      *                              ITSELF (A GROUP INSIDE ITS    *
      *                              OWN SUBGROUP) OR PASS THE     *
      *                              GROUP LEVEL LIMIT.  USES THE  *
      *                              MASTER RECORD AREA, SO THE    *
      *                              CALLER REBUILDS THE RECORD    *
      *                              BEFORE WRITING                *
      *-----------------------------------------------------------*
       6000-CHECK-PARENT-CHAIN.
           SET WS-CHAIN-OK TO TRUE.
           IF WS-INPUT-PARENT = SPACES
               GO TO 6000-EXIT
           END-IF.
           IF WS-INPUT-PARENT = WS-INPUT-MEMBER
               DISPLAY "RELMAIN: A MEMBER CANNOT BELONG TO ITSELF"
               MOVE "N" TO WS-CHAIN-SWITCH
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-MAX-GROUP-LEVELS TO WS-MAX-GROUPS-ABOVE.
           IF WS-INPUT-IS-GROUP
               SUBTRACT 1 FROM WS-MAX-GROUPS-ABOVE
           END-IF.
           MOVE ZERO TO WS-WALK-DEPTH.
           MOVE WS-INPUT-PARENT TO WS-WALK-REFERENCE.
           PERFORM 6100-STEP-UP-CHAIN THRU 6100-EXIT
               UNTIL WS-WALK-REFERENCE = SPACES
               OR NOT WS-CHAIN-OK.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6100-STEP-UP-CHAIN - CHECK ONE GROUP ON THE WAY UP AND  *
      *                         MOVE TO ITS PARENT                 *
      *-----------------------------------------------------------*
       6100-STEP-UP-CHAIN.
           ADD 1 TO WS-WALK-DEPTH.
           IF WS-WALK-DEPTH > WS-MAX-GROUPS-ABOVE
               DISPLAY "RELMAIN: HIERARCHY WOULD BE DEEPER THAN "
                   WS-MAX-GROUP-LEVELS " GROUP LEVELS"
               MOVE "N" TO WS-CHAIN-SWITCH
               GO TO 6100-EXIT
           END-IF.
           IF WS-WALK-REFERENCE = WS-INPUT-MEMBER
               DISPLAY "RELMAIN: GROUP " WS-INPUT-PARENT
                   " LIES BENEATH " WS-INPUT-MEMBER
               MOVE "N" TO WS-CHAIN-SWITCH
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-WALK-REFERENCE TO RH-MEMBER-REFERENCE.
           READ RELATIONSHIP-MASTER-FILE
               INVALID KEY
                   DISPLAY "RELMAIN: GROUP " WS-WALK-REFERENCE
                       " NOT IN THE HIERARCHY"
                   MOVE "N" TO WS-CHAIN-SWITCH
                   GO TO 6100-EXIT
           END-READ.
           IF NOT RH-MEMBER-GROUP
               DISPLAY "RELMAIN: " WS-WALK-REFERENCE
                   " IS AN ACCOUNT, NOT A GROUP"
               MOVE "N" TO WS-CHAIN-SWITCH
               GO TO 6100-EXIT
           END-IF.
           MOVE RH-PARENT-REFERENCE TO WS-WALK-REFERENCE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6200-CHECK-ACCOUNT-MASTER - LOOK THE MEMBER REFERENCE   *
      *                                UP ON THE ACCOUNT MASTER    *
      *-----------------------------------------------------------*
       6200-CHECK-ACCOUNT-MASTER.
           MOVE SPACES TO WS-ACCOUNT-NAME.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               SET WS-ACCOUNT-MASTER-DOWN TO TRUE
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-INPUT-MEMBER TO AM-ACCOUNT-REFERENCE.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-ACCOUNT-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-ON-FILE TO TRUE
                   MOVE AM-ACCOUNT-NAME TO WS-ACCOUNT-NAME
           END-READ.
           CLOSE ACCOUNT-MASTER-FILE.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6300-BUILD-MASTER-RECORD - MASTER RECORD FROM THE AFTER *
      *                               IMAGE HELD IN WORKING        *
      *                               STORAGE                      *
      *-----------------------------------------------------------*
       6300-BUILD-MASTER-RECORD.
           MOVE SPACES TO RH-RELATIONSHIP-RECORD.
           MOVE WS-INPUT-MEMBER TO RH-MEMBER-REFERENCE.
           MOVE WS-NEW-MEMBER-TYPE TO RH-MEMBER-TYPE.
           MOVE WS-NEW-PARENT TO RH-PARENT-REFERENCE.
           MOVE WS-NEW-NAME TO RH-MEMBER-NAME.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6500-COUNT-GROUP-MEMBERS - READ THE MASTER FROM THE TOP *
      *                               AND COUNT (AND OPTIONALLY    *
      *                               LIST) EVERY MEMBER WHOSE     *
      *                               PARENT IS THE SCAN GROUP     *
      *-----------------------------------------------------------*
       6500-COUNT-GROUP-MEMBERS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO RH-MEMBER-REFERENCE.
           START RELATIONSHIP-MASTER-FILE
               KEY IS GREATER THAN RH-MEMBER-REFERENCE
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 6510-READ-NEXT-MEMBER THRU 6510-EXIT
           END-IF.
           PERFORM 6520-TEST-ONE-MEMBER THRU 6520-EXIT
               UNTIL WS-SCAN-EOF.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6510-READ-NEXT-MEMBER - GET THE NEXT MASTER RECORD IN   *
      *                            KEY ORDER                       *
      *-----------------------------------------------------------*
       6510-READ-NEXT-MEMBER.
           READ RELATIONSHIP-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
       6510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6520-TEST-ONE-MEMBER - COUNT ONE RECORD IF IT SITS      *
      *                           DIRECTLY IN THE SCAN GROUP       *
      *-----------------------------------------------------------*
       6520-TEST-ONE-MEMBER.
           IF RH-PARENT-REFERENCE = WS-SCAN-GROUP
               ADD 1 TO WS-MEMBER-COUNT
               IF WS-LIST-MEMBERS
                   DISPLAY "    " RH-MEMBER-REFERENCE " "
                       RH-MEMBER-TYPE " " RH-MEMBER-NAME
               END-IF
           END-IF.
           PERFORM 6510-READ-NEXT-MEMBER THRU 6510-EXIT.
       6520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-OPEN-RELATIONSHIP-MASTER - OPEN THE MASTER FOR THIS *
      *                                    TRANSACTION, CREATING IT *
      *                                    ON THE VERY FIRST ADD IF *
      *                                    IT DOES NOT YET EXIST    *
      *-----------------------------------------------------------*
       8000-OPEN-RELATIONSHIP-MASTER.
           OPEN I-O RELATIONSHIP-MASTER-FILE.
           IF WS-RELMAST-STATUS = "35"
               OPEN OUTPUT RELATIONSHIP-MASTER-FILE
               CLOSE RELATIONSHIP-MASTER-FILE
               OPEN I-O RELATIONSHIP-MASTER-FILE
           END-IF.
           MOVE WS-INPUT-MEMBER TO RH-MEMBER-REFERENCE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE TO   *
      *                         THE CHANGE JOURNAL FOR THE UPDATE  *
      *                         JUST COMMITTED.  A CHANGE THE      *
      *                         JOURNAL CANNOT RECORD BREAKS THE   *
      *                         AUDIT TRAIL, SO THE SESSION ENDS   *
      *                         RATHER THAN ACCEPT MORE UPDATES    *
      *-----------------------------------------------------------*
       8100-WRITE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-RELJRNL-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-RELJRNL-STATUS NOT = "00"
               PERFORM 8200-JOURNAL-BROKEN THRU 8200-EXIT
               GO TO 8100-EXIT
           END-IF.
           MOVE SPACES TO RJ-JOURNAL-RECORD.
           MOVE WS-INPUT-MEMBER TO RJ-MEMBER-REFERENCE.
           MOVE WS-JOURNAL-FUNCTION TO RJ-FUNCTION-CODE.
           MOVE WS-OPERATOR-ID TO RJ-OPERATOR-ID.
           ACCEPT RJ-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT RJ-CHANGE-TIME FROM TIME.
           MOVE WS-OLD-MEMBER-TYPE TO RJ-OLD-MEMBER-TYPE.
           MOVE WS-OLD-PARENT TO RJ-OLD-PARENT-REFERENCE.
           MOVE WS-OLD-NAME TO RJ-OLD-MEMBER-NAME.
           MOVE WS-NEW-MEMBER-TYPE TO RJ-NEW-MEMBER-TYPE.
           MOVE WS-NEW-PARENT TO RJ-NEW-PARENT-REFERENCE.
           MOVE WS-NEW-NAME TO RJ-NEW-MEMBER-NAME.
           WRITE RJ-JOURNAL-RECORD.
           IF WS-RELJRNL-STATUS NOT = "00"
               PERFORM 8200-JOURNAL-BROKEN THRU 8200-EXIT
               GO TO 8100-EXIT
           END-IF.
           CLOSE CHANGE-JOURNAL-FILE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-JOURNAL-BROKEN - END THE MAINTENANCE SESSION: THE  *
      *                          LAST UPDATE COMMITTED BUT COULD   *
      *                          NOT BE JOURNALLED                 *
      *-----------------------------------------------------------*
       8200-JOURNAL-BROKEN.
           DISPLAY "RELMAIN: UNABLE TO JOURNAL CHANGE - STATUS "
               WS-RELJRNL-STATUS.
           DISPLAY "RELMAIN: AUDIT TRAIL IS BROKEN - THE LAST "
               "UPDATE COMMITTED WITHOUT A JOURNAL RECORD.".
           DISPLAY "RELMAIN: SESSION ENDED - DO NOT RESUME "
               "MAINTENANCE UNTIL THE JOURNAL IS RESTORED".
           MOVE 16 TO RETURN-CODE.
           SET WS-DONE TO TRUE.
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
               DISPLAY "RELMAIN: UNABLE TO LOG FAILED SIGN-ON - "
                   "STATUS " WS-AUDITLOG-STATUS
               GO TO 8300-EXIT
           END-IF.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE "RELMAIN " TO AL-JOB-NAME.
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

       END PROGRAM RELMAIN.
