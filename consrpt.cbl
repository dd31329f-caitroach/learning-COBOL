      ******************************************************************
      *    PROGRAM-ID.  CONSRPT
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Month-end consolidated balance report.  For
      *                  the statement period on the statement card,
      *                  walks every account on the balance master up
      *                  the account relationship hierarchy to its top
      *                  group, sorts the accounts by their group path,
      *                  and prints each group with its member accounts
      *                  and subgroups: opening balance, period
      *                  movement and closing balance from the period
      *                  history hardened at month-end close, with a
      *                  subtotal for every group at every level and a
      *                  grand total.  An account on the balance master
      *                  that is not in a group - or whose group chain
      *                  is broken or deeper than five group levels -
      *                  is listed as an exception and carried in its
      *                  own total, and an account in the hierarchy
      *                  that is not on the balance master is listed
      *                  too.  The grouped and exception closing
      *                  totals, plus what has posted since the period
      *                  end, are proved back to the trial-balance
      *                  total summed straight off the balance master,
      *                  so a group total that has lost or double
      *                  counted an account cannot print quietly.
      *                  Exceptions end RC=4; a consolidation that does
      *                  not prove ends RC=8.  Replaces the group
      *                  totals spreadsheet built from the statement
      *                  extract.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSRPT.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CARD-FILE ASSIGN TO "STMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTCARD-STATUS.

           SELECT RELATIONSHIP-MASTER-FILE ASSIGN TO "RELMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-MEMBER-REFERENCE
               FILE STATUS IS WS-RELMAST-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-ACCOUNT-REFERENCE
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PERHIST-STATUS.

           SELECT CONSOLIDATION-REPORT ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTCARD.

       FD  RELATIONSHIP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELREC.

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALREC.

       FD  PERIOD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERHIST.

       FD  CONSOLIDATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CR-REPORT-LINE                  PIC X(80).

      *    ONE RECORD PER BALANCE MASTER ACCOUNT, KEYED BY ITS GROUP
      *    PATH FROM THE TOP GROUP DOWN.  UNUSED LEVELS ARE SPACES,
      *    SO AN ACCOUNT SITTING DIRECTLY IN A GROUP SORTS AHEAD OF
      *    THAT GROUP'S SUBGROUPS.  AN EXCEPTION CARRIES HIGH-VALUES
      *    AS ITS PATH AND SORTS AFTER EVERY GROUP
       SD  SORT-WORK-FILE.
       01  CS-SORT-RECORD.
           05  CS-SORT-KEY.
               10  CS-GROUP-PATH.
                   15  CS-GROUP-1              PIC X(10).
                   15  CS-GROUP-2              PIC X(10).
                   15  CS-GROUP-3              PIC X(10).
                   15  CS-GROUP-4              PIC X(10).
                   15  CS-GROUP-5              PIC X(10).
               10  CS-GROUP-LEVELS REDEFINES CS-GROUP-PATH.
                   15  CS-GROUP                PIC X(10)
                           OCCURS 5 TIMES.
               10  CS-ACCOUNT-REFERENCE    PIC X(10).
           05  CS-GROUP-DEPTH          PIC 9(01).
           05  CS-EXCEPTION-REASON     PIC X(01).
               88  CS-NOT-IN-GROUP         VALUE "U".
               88  CS-CHAIN-BROKEN         VALUE "B".
               88  CS-CHAIN-TOO-DEEP       VALUE "D".
           05  CS-HISTORY-SWITCH       PIC X(01).
               88  CS-HISTORY-FOUND        VALUE "Y".
           05  CS-OPENING-BALANCE      PIC S9(11)V99.
           05  CS-PERIOD-MOVEMENT      PIC S9(11)V99.
           05  CS-CLOSING-BALANCE      PIC S9(11)V99.
           05  CS-CURRENT-BALANCE      PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-RELMAST-STATUS        PIC X(02)   VALUE "00".
       77  WS-BALMAST-STATUS        PIC X(02)   VALUE "00".
       77  WS-PERHIST-STATUS        PIC X(02)   VALUE "00".
       77  WS-CONSRPT-STATUS        PIC X(02)   VALUE "00".
       77  WS-REL-EOF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-REL-EOF               VALUE "Y".
       77  WS-BAL-EOF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-BAL-EOF               VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-SORT-EOF              VALUE "Y".
       77  WS-MEMBER-FOUND-SWITCH   PIC X(01)   VALUE "N".
           88  WS-MEMBER-FOUND          VALUE "Y".
       77  WS-EXCEPTIONS-SWITCH     PIC X(01)   VALUE "N".
           88  WS-IN-EXCEPTIONS         VALUE "Y".
       77  WS-NOT-ON-MASTER-SWITCH  PIC X(01)   VALUE "N".
           88  WS-NOT-ON-MASTER-LISTED  VALUE "Y".
       77  WS-STMT-PERIOD           PIC 9(06)   VALUE ZERO.
       77  WS-LOOKUP-REFERENCE      PIC X(10)   VALUE SPACES.
       77  WS-WALK-REFERENCE        PIC X(10)   VALUE SPACES.
       77  WS-PATH-ERROR            PIC X(01)   VALUE SPACE.
       77  WS-PATH-COUNT            PIC 9(02)   VALUE ZERO.
       77  WS-PATH-SUB              PIC 9(02)   VALUE ZERO.
       77  WS-LEVEL                 PIC 9(02)   VALUE ZERO.
       77  WS-BREAK-LEVEL           PIC 9(02)   VALUE ZERO.
       77  WS-INDENT                PIC 9(02)   VALUE ZERO.
       77  WS-LINE-TEXT             PIC X(60)   VALUE SPACES.
       77  WS-REL-COUNT             PIC 9(04)   VALUE ZERO.
       77  WS-BALMAST-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-GROUPED-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-EXCEPTION-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-NO-HISTORY-COUNT      PIC 9(07)   VALUE ZERO.
       77  WS-NOT-ON-MASTER-COUNT   PIC 9(07)   VALUE ZERO.
       77  WS-TRIAL-TOTAL           PIC S9(13)V99 VALUE ZERO.
       77  WS-AFTER-PERIOD-TOTAL    PIC S9(13)V99 VALUE ZERO.
       77  WS-CONSOLIDATED-CLOSING  PIC S9(13)V99 VALUE ZERO.
       77  WS-CONSOLIDATED-CURRENT  PIC S9(13)V99 VALUE ZERO.
       77  WS-PROOF-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.

      *    THE RELATIONSHIP MASTER, HELD IN KEY ORDER SO EACH ACCOUNT
      *    CAN BE WALKED UP TO ITS TOP GROUP WITHOUT REREADING THE
      *    FILE.  THE MATCHED FLAG MARKS OFF EACH ACCOUNT MEMBER
      *    FOUND ON THE BALANCE MASTER
       01  WS-RELATIONSHIP-TABLE.
           05  WS-REL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-REL-IDX.
               10  WS-RE-MEMBER             PIC X(10).
               10  WS-RE-TYPE               PIC X(01).
                   88  WS-RE-ACCOUNT            VALUE "A".
                   88  WS-RE-GROUP              VALUE "G".
               10  WS-RE-PARENT             PIC X(10).
               10  WS-RE-NAME               PIC X(30).
               10  WS-RE-MATCHED            PIC X(01).
                   88  WS-RE-ON-MASTER          VALUE "Y".

      *    THE GROUPS ABOVE ONE ACCOUNT, NEAREST FIRST, AS FOUND ON
      *    THE WAY UP
       01  WS-PATH-TABLE.
           05  WS-PATH-GROUP            PIC X(10)   OCCURS 5 TIMES.

      *    THE GROUP PATH OF THE LAST ACCOUNT PRINTED, AND EACH OPEN
      *    GROUP LEVEL'S RUNNING TOTALS
       01  WS-PRIOR-PATH.
           05  WS-PRIOR-GROUP           PIC X(10)   OCCURS 5 TIMES.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-ENTRY OCCURS 5 TIMES.
               10  WS-LV-OPENING            PIC S9(13)V99.
               10  WS-LV-MOVEMENT           PIC S9(13)V99.
               10  WS-LV-CLOSING            PIC S9(13)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GROUPED-OPENING       PIC S9(13)V99 VALUE ZERO.
           05  WS-GROUPED-MOVEMENT      PIC S9(13)V99 VALUE ZERO.
           05  WS-GROUPED-CLOSING       PIC S9(13)V99 VALUE ZERO.
           05  WS-EXCEPTION-OPENING     PIC S9(13)V99 VALUE ZERO.
           05  WS-EXCEPTION-MOVEMENT    PIC S9(13)V99 VALUE ZERO.
           05  WS-EXCEPTION-CLOSING     PIC S9(13)V99 VALUE ZERO.

       01  WS-CONS-HEADER-LINE.
           05  FILLER                   PIC X(30)
               VALUE "CONSOLIDATED BALANCE REPORT - ".
           05  FILLER                   PIC X(07)   VALUE "PERIOD ".
           05  WS-CH-START-DATE         PIC 9(08).
           05  FILLER                   PIC X(04)   VALUE " TO ".
           05  WS-CH-END-DATE           PIC 9(08).
           05  FILLER                   PIC X(23)   VALUE SPACES.

       01  WS-CONS-COLUMN-LINE.
           05  FILLER                   PIC X(24)
               VALUE "GROUP / ACCOUNT         ".
           05  FILLER                   PIC X(18)
               VALUE "   OPENING BALANCE".
           05  FILLER                   PIC X(18)
               VALUE "   PERIOD MOVEMENT".
           05  FILLER                   PIC X(18)
               VALUE "   CLOSING BALANCE".
           05  FILLER                   PIC X(02)   VALUE SPACES.

       01  WS-CONS-TEXT-LINE.
           05  WS-CT-TEXT               PIC X(80).

      *    ONE ACCOUNT, ONE GROUP SUBTOTAL, OR ONE GRAND TOTAL.  THE
      *    FLAG MARKS AN ACCOUNT WITH NO PERIOD HISTORY
       01  WS-CONS-AMOUNT-LINE.
           05  WS-CA-LABEL              PIC X(24).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CA-OPENING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CA-MOVEMENT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CA-CLOSING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CA-FLAG               PIC X(01).

       01  WS-EXCEPTION-LABEL.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-EL-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EL-REASON             PIC X(11).

       01  WS-NOT-ON-MASTER-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-NM-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(08)   VALUE " GROUP  ".
           05  WS-NM-GROUP              PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-NM-NAME               PIC X(30).
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  WS-PROOF-AMOUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-PA-CAPTION            PIC X(36).
           05  WS-PA-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(23)   VALUE SPACES.

       01  WS-PROOF-COUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-PC-CAPTION            PIC X(36).
           05  FILLER                   PIC X(08)   VALUE SPACES.
           05  WS-PC-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(25)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           IF RETURN-CODE = ZERO
               PERFORM 0600-LOAD-RELATIONSHIPS THRU 0600-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY CS-GROUP-1
                                    CS-GROUP-2
                                    CS-GROUP-3
                                    CS-GROUP-4
                                    CS-GROUP-5
                                    CS-ACCOUNT-REFERENCE
                   INPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
                   OUTPUT PROCEDURE IS 3000-PRINT-HIERARCHY
               CLOSE BALANCE-MASTER-FILE
               CLOSE PERIOD-HISTORY-FILE
               CLOSE CONSOLIDATION-REPORT
               IF RETURN-CODE = ZERO
                   DISPLAY "CONSRPT: " WS-BALMAST-COUNT
                       " ACCOUNT(S) CONSOLIDATED, ALL IN GROUPS"
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - READ THE STATEMENT CARD, OPEN FILES   *
      *-----------------------------------------------------------*
       0500-INITIALIZE.
           OPEN INPUT STATEMENT-CARD-FILE.
           IF WS-STMTCARD-STATUS = "00"
               READ STATEMENT-CARD-FILE
                   AT END
                       MOVE "10" TO WS-STMTCARD-STATUS
               END-READ
               CLOSE STATEMENT-CARD-FILE
           END-IF.
           IF WS-STMTCARD-STATUS NOT = "00"
               DISPLAY "CONSRPT: NO STATEMENT CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           MOVE RP-START-DATE TO WS-CH-START-DATE.
           MOVE RP-END-DATE TO WS-CH-END-DATE.
           MOVE RP-START-DATE (1:6) TO WS-STMT-PERIOD.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "CONSRPT: UNABLE TO OPEN BALANCE MASTER - "
                   "STATUS " WS-BALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT PERIOD-HISTORY-FILE.
           IF WS-PERHIST-STATUS NOT = "00"
               DISPLAY "CONSRPT: UNABLE TO OPEN PERIOD HISTORY - "
                   "STATUS " WS-PERHIST-STATUS
                   " - CLOSE PERIOD " WS-STMT-PERIOD
                   " BEFORE CONSOLIDATING"
               MOVE 16 TO RETURN-CODE
               CLOSE BALANCE-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT CONSOLIDATION-REPORT.
           IF WS-CONSRPT-STATUS NOT = "00"
               DISPLAY "CONSRPT: UNABLE TO OPEN CONSOLIDATION REPORT "
                   "- STATUS " WS-CONSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BALANCE-MASTER-FILE
               CLOSE PERIOD-HISTORY-FILE
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-CONS-HEADER-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE WS-CONS-COLUMN-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0600-LOAD-RELATIONSHIPS - READ THE WHOLE RELATIONSHIP   *
      *                              MASTER INTO THE TABLE.  A     *
      *                              MASTER TOO BIG FOR THE TABLE  *
      *                              WOULD DROP GROUPS AND MISSTATE*
      *                              EVERY TOTAL ABOVE THEM, SO IT *
      *                              ENDS THE STEP RC=16           *
      *-----------------------------------------------------------*
       0600-LOAD-RELATIONSHIPS.
           OPEN INPUT RELATIONSHIP-MASTER-FILE.
           IF WS-RELMAST-STATUS NOT = "00"
               DISPLAY "CONSRPT: UNABLE TO OPEN RELATIONSHIP MASTER - "
                   "STATUS " WS-RELMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0600-CLOSE-OTHERS
           END-IF.
           MOVE ZERO TO WS-REL-COUNT.
           MOVE LOW-VALUES TO RH-MEMBER-REFERENCE.
           START RELATIONSHIP-MASTER-FILE
               KEY IS GREATER THAN RH-MEMBER-REFERENCE
               INVALID KEY
                   SET WS-REL-EOF TO TRUE
           END-START.
           IF NOT WS-REL-EOF
               PERFORM 0610-READ-NEXT-RELATIONSHIP THRU 0610-EXIT
           END-IF.
           PERFORM 0620-STORE-RELATIONSHIP THRU 0620-EXIT
               UNTIL WS-REL-EOF.
           CLOSE RELATIONSHIP-MASTER-FILE.
           IF RETURN-CODE = ZERO
               GO TO 0600-EXIT
           END-IF.
       0600-CLOSE-OTHERS.
           CLOSE BALANCE-MASTER-FILE.
           CLOSE PERIOD-HISTORY-FILE.
           CLOSE CONSOLIDATION-REPORT.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0610-READ-NEXT-RELATIONSHIP - GET THE NEXT RELATIONSHIP *
      *                                  RECORD IN KEY ORDER       *
      *-----------------------------------------------------------*
       0610-READ-NEXT-RELATIONSHIP.
           READ RELATIONSHIP-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-REL-EOF TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0620-STORE-RELATIONSHIP - ADD ONE MEMBER TO THE TABLE   *
      *-----------------------------------------------------------*
       0620-STORE-RELATIONSHIP.
           IF WS-REL-COUNT < 3000
               ADD 1 TO WS-REL-COUNT
               SET WS-REL-IDX TO WS-REL-COUNT
               MOVE RH-MEMBER-REFERENCE TO WS-RE-MEMBER (WS-REL-IDX)
               MOVE RH-MEMBER-TYPE TO WS-RE-TYPE (WS-REL-IDX)
               MOVE RH-PARENT-REFERENCE TO WS-RE-PARENT (WS-REL-IDX)
               MOVE RH-MEMBER-NAME TO WS-RE-NAME (WS-REL-IDX)
               MOVE "N" TO WS-RE-MATCHED (WS-REL-IDX)
           ELSE
               DISPLAY "CONSRPT: RELATIONSHIP TABLE FULL AT 3000 "
                   "MEMBERS - GROUP TOTALS WOULD BE INCOMPLETE"
               MOVE 16 TO RETURN-CODE
               SET WS-REL-EOF TO TRUE
               GO TO 0620-EXIT
           END-IF.
           PERFORM 0610-READ-NEXT-RELATIONSHIP THRU 0610-EXIT.
       0620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0700-FIND-MEMBER - LOOK UP THE LOOKUP REFERENCE IN THE  *
      *                       RELATIONSHIP TABLE.  LEAVES          *
      *                       WS-REL-IDX ON THE ENTRY FOUND        *
      *-----------------------------------------------------------*
       0700-FIND-MEMBER.
           MOVE "N" TO WS-MEMBER-FOUND-SWITCH.
           PERFORM 0710-TEST-MEMBER-SLOT THRU 0710-EXIT
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT
               OR WS-MEMBER-FOUND.
           IF WS-MEMBER-FOUND
               SET WS-REL-IDX DOWN BY 1
           END-IF.
       0700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0710-TEST-MEMBER-SLOT - TEST ONE RELATIONSHIP TABLE SLOT*
      *-----------------------------------------------------------*
       0710-TEST-MEMBER-SLOT.
           IF WS-RE-MEMBER (WS-REL-IDX) = WS-LOOKUP-REFERENCE
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       0710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-SELECT-ACCOUNTS - SORT INPUT PROCEDURE.  RELEASES  *
      *                           EVERY BALANCE MASTER ACCOUNT     *
      *                           WITH ITS PERIOD FIGURES AND      *
      *                           GROUP PATH, AND SUMS THE MASTER  *
      *                           FOR THE TRIAL-BALANCE PROOF      *
      *-----------------------------------------------------------*
       2000-SELECT-ACCOUNTS SECTION.
       2000-PARA.
           MOVE LOW-VALUES TO BL-ACCOUNT-REFERENCE.
           START BALANCE-MASTER-FILE
               KEY IS GREATER THAN BL-ACCOUNT-REFERENCE
               INVALID KEY
                   SET WS-BAL-EOF TO TRUE
           END-START.
           IF NOT WS-BAL-EOF
               PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT
           END-IF.
           PERFORM 2200-RELEASE-ACCOUNT THRU 2200-EXIT
               UNTIL WS-BAL-EOF.
           GO TO 2900-DONE.

      *-----------------------------------------------------------*
      *    2100-READ-NEXT-BALANCE - GET THE NEXT BALANCE RECORD IN *
      *                             KEY ORDER                      *
      *-----------------------------------------------------------*
       2100-READ-NEXT-BALANCE.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-RELEASE-ACCOUNT - TAKE ONE ACCOUNT'S OPENING,      *
      *                           MOVEMENT AND CLOSING FROM THE    *
      *                           PERIOD HISTORY, FIND ITS GROUP   *
      *                           PATH, AND PASS IT TO THE SORT.   *
      *                           AN ACCOUNT THE CLOSE DID NOT     *
      *                           WRITE SHOWS ITS MASTER BALANCE   *
      *                           AS OPENING AND CLOSING, FLAGGED, *
      *                           RC=4                             *
      *-----------------------------------------------------------*
       2200-RELEASE-ACCOUNT.
           ADD 1 TO WS-BALMAST-COUNT.
           ADD BL-CURRENT-BALANCE TO WS-TRIAL-TOTAL.
           MOVE SPACES TO CS-SORT-RECORD.
           MOVE BL-ACCOUNT-REFERENCE TO CS-ACCOUNT-REFERENCE.
           MOVE BL-CURRENT-BALANCE TO CS-CURRENT-BALANCE.
           MOVE ZERO TO CS-GROUP-DEPTH.
           MOVE BL-ACCOUNT-REFERENCE TO PH-ACCOUNT-REFERENCE.
           MOVE WS-STMT-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO CS-HISTORY-SWITCH
               NOT INVALID KEY
                   SET CS-HISTORY-FOUND TO TRUE
           END-READ.
           IF CS-HISTORY-FOUND
               MOVE PH-OPENING-BALANCE TO CS-OPENING-BALANCE
               MOVE PH-TOTAL-MOVEMENTS TO CS-PERIOD-MOVEMENT
               MOVE PH-CLOSING-BALANCE TO CS-CLOSING-BALANCE
           ELSE
               DISPLAY "CONSRPT: ACCOUNT " BL-ACCOUNT-REFERENCE
                   " NOT ON PERIOD HISTORY FOR " WS-STMT-PERIOD
                   " - MASTER BALANCE SHOWN"
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE BL-CURRENT-BALANCE TO CS-OPENING-BALANCE
               MOVE ZERO TO CS-PERIOD-MOVEMENT
               MOVE BL-CURRENT-BALANCE TO CS-CLOSING-BALANCE
           END-IF.
           MOVE BL-ACCOUNT-REFERENCE TO WS-LOOKUP-REFERENCE.
           PERFORM 0700-FIND-MEMBER THRU 0700-EXIT.
           IF NOT WS-MEMBER-FOUND
               SET CS-NOT-IN-GROUP TO TRUE
               GO TO 2200-RELEASE
           END-IF.
           IF NOT WS-RE-ACCOUNT (WS-REL-IDX)
               SET CS-NOT-IN-GROUP TO TRUE
               GO TO 2200-RELEASE
           END-IF.
           SET WS-RE-ON-MASTER (WS-REL-IDX) TO TRUE.
           MOVE WS-RE-PARENT (WS-REL-IDX) TO WS-WALK-REFERENCE.
           MOVE ZERO TO WS-PATH-COUNT.
           MOVE SPACE TO WS-PATH-ERROR.
           PERFORM 2300-STEP-UP-CHAIN THRU 2300-EXIT
               UNTIL WS-WALK-REFERENCE = SPACES
               OR WS-PATH-ERROR NOT = SPACE.
           IF WS-PATH-ERROR NOT = SPACE
               MOVE WS-PATH-ERROR TO CS-EXCEPTION-REASON
               GO TO 2200-RELEASE
           END-IF.
           IF WS-PATH-COUNT = ZERO
               SET CS-NOT-IN-GROUP TO TRUE
               GO TO 2200-RELEASE
           END-IF.
           PERFORM 2310-PLACE-PATH-LEVEL THRU 2310-EXIT
               VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > WS-PATH-COUNT.
           MOVE WS-PATH-COUNT TO CS-GROUP-DEPTH.
       2200-RELEASE.
           IF CS-EXCEPTION-REASON NOT = SPACE
               MOVE HIGH-VALUES TO CS-GROUP-PATH
           END-IF.
           RELEASE CS-SORT-RECORD.
           PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-STEP-UP-CHAIN - NOTE ONE GROUP ON THE WAY UP AND   *
      *                         MOVE TO ITS PARENT.  A GROUP NOT   *
      *                         ON FILE, OR AN ACCOUNT WHERE A     *
      *                         GROUP SHOULD BE, BREAKS THE CHAIN; *
      *                         A SIXTH LEVEL (OR A LOOP, WHICH    *
      *                         NEVER ENDS) IS TOO DEEP            *
      *-----------------------------------------------------------*
       2300-STEP-UP-CHAIN.
           ADD 1 TO WS-PATH-COUNT.
           IF WS-PATH-COUNT > 5
               MOVE "D" TO WS-PATH-ERROR
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-WALK-REFERENCE TO WS-LOOKUP-REFERENCE.
           PERFORM 0700-FIND-MEMBER THRU 0700-EXIT.
           IF NOT WS-MEMBER-FOUND
               MOVE "B" TO WS-PATH-ERROR
               GO TO 2300-EXIT
           END-IF.
           IF NOT WS-RE-GROUP (WS-REL-IDX)
               MOVE "B" TO WS-PATH-ERROR
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-WALK-REFERENCE TO WS-PATH-GROUP (WS-PATH-COUNT).
           MOVE WS-RE-PARENT (WS-REL-IDX) TO WS-WALK-REFERENCE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2310-PLACE-PATH-LEVEL - COPY THE PATH INTO THE SORT KEY *
      *                            TOP GROUP FIRST                 *
      *-----------------------------------------------------------*
       2310-PLACE-PATH-LEVEL.
           COMPUTE WS-PATH-SUB = WS-PATH-COUNT - WS-LEVEL + 1.
           MOVE WS-PATH-GROUP (WS-PATH-SUB) TO CS-GROUP (WS-LEVEL).
       2310-EXIT.
           EXIT.

       2900-DONE.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-HIERARCHY - SORT OUTPUT PROCEDURE.  BREAKS   *
      *                           ON EVERY LEVEL OF THE GROUP PATH,*
      *                           CLOSING THE DEEPEST GROUP FIRST, *
      *                           THEN LISTS THE EXCEPTIONS AND    *
      *                           PRINTS THE PROOF                 *
      *-----------------------------------------------------------*
       3000-PRINT-HIERARCHY SECTION.
       3000-PARA.
           MOVE SPACES TO WS-PRIOR-PATH.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 3100-RETURN-ACCOUNT THRU 3100-EXIT.
           PERFORM 3200-PROCESS-ACCOUNT THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-IN-EXCEPTIONS
               PERFORM 3500-FINISH-GROUPS THRU 3500-EXIT
               MOVE "  NO UNGROUPED ACCOUNTS" TO WS-CT-TEXT
               MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           ELSE
               PERFORM 3650-EXCEPTION-TOTAL THRU 3650-EXIT
           END-IF.
           PERFORM 3700-LIST-NOT-ON-MASTER THRU 3700-EXIT
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT.
           PERFORM 3800-PRINT-PROOF THRU 3800-EXIT.
           GO TO 3900-DONE.

      *-----------------------------------------------------------*
      *    3100-RETURN-ACCOUNT - GET THE NEXT SORTED ACCOUNT       *
      *-----------------------------------------------------------*
       3100-RETURN-ACCOUNT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-PROCESS-ACCOUNT - CLOSE THE GROUPS THIS ACCOUNT IS *
      *                           NOT IN, OPEN THE ONES IT IS IN,  *
      *                           PRINT IT AND ROLL IT INTO EVERY  *
      *                           GROUP ABOVE IT                   *
      *-----------------------------------------------------------*
       3200-PROCESS-ACCOUNT.
           ADD CS-CURRENT-BALANCE TO WS-AFTER-PERIOD-TOTAL.
           SUBTRACT CS-CLOSING-BALANCE FROM WS-AFTER-PERIOD-TOTAL.
           IF CS-EXCEPTION-REASON NOT = SPACE
               PERFORM 3600-PRINT-EXCEPTION THRU 3600-EXIT
               GO TO 3200-NEXT
           END-IF.
           MOVE 6 TO WS-BREAK-LEVEL.
           PERFORM 3210-TEST-BREAK-LEVEL THRU 3210-EXIT
               VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > 5
               OR WS-BREAK-LEVEL < 6.
           IF WS-BREAK-LEVEL < 6
               PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
                   VARYING WS-LEVEL FROM 5 BY -1
                   UNTIL WS-LEVEL < WS-BREAK-LEVEL
               PERFORM 3310-OPEN-GROUP THRU 3310-EXIT
                   VARYING WS-LEVEL FROM WS-BREAK-LEVEL BY 1
                   UNTIL WS-LEVEL > 5
           END-IF.
           COMPUTE WS-INDENT = CS-GROUP-DEPTH * 2.
           MOVE SPACES TO WS-CA-LABEL.
           MOVE CS-ACCOUNT-REFERENCE TO WS-CA-LABEL (WS-INDENT + 1:).
           PERFORM 3400-PRINT-ACCOUNT-LINE THRU 3400-EXIT.
           PERFORM 3320-ADD-TO-GROUP THRU 3320-EXIT
               VARYING WS-LEVEL FROM 1 BY 1
               UNTIL WS-LEVEL > CS-GROUP-DEPTH.
           ADD 1 TO WS-GROUPED-COUNT.
       3200-NEXT.
           PERFORM 3100-RETURN-ACCOUNT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3210-TEST-BREAK-LEVEL - FIND THE HIGHEST LEVEL WHERE    *
      *                            THIS ACCOUNT'S PATH LEAVES THE  *
      *                            LAST ONE                        *
      *-----------------------------------------------------------*
       3210-TEST-BREAK-LEVEL.
           IF CS-GROUP (WS-LEVEL) NOT = WS-PRIOR-GROUP (WS-LEVEL)
               MOVE WS-LEVEL TO WS-BREAK-LEVEL
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CLOSE-GROUP - PRINT ONE OPEN GROUP'S SUBTOTAL.  A  *
      *                       TOP GROUP'S SUBTOTAL ALSO ROLLS INTO *
      *                       THE GRAND TOTAL, SO THE GRAND TOTAL  *
      *                       PROVES THE SUBTOTALS AS WELL         *
      *-----------------------------------------------------------*
       3300-CLOSE-GROUP.
           IF WS-PRIOR-GROUP (WS-LEVEL) = SPACES
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-INDENT = (WS-LEVEL - 1) * 2.
           MOVE SPACES TO WS-LINE-TEXT.
           STRING "TOTAL " WS-PRIOR-GROUP (WS-LEVEL)
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
           MOVE SPACES TO WS-CA-LABEL.
           MOVE WS-LINE-TEXT TO WS-CA-LABEL (WS-INDENT + 1:).
           MOVE WS-LV-OPENING (WS-LEVEL) TO WS-CA-OPENING.
           MOVE WS-LV-MOVEMENT (WS-LEVEL) TO WS-CA-MOVEMENT.
           MOVE WS-LV-CLOSING (WS-LEVEL) TO WS-CA-CLOSING.
           MOVE SPACE TO WS-CA-FLAG.
           MOVE WS-CONS-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           IF WS-LEVEL = 1
               ADD WS-LV-OPENING (1) TO WS-GROUPED-OPENING
               ADD WS-LV-MOVEMENT (1) TO WS-GROUPED-MOVEMENT
               ADD WS-LV-CLOSING (1) TO WS-GROUPED-CLOSING
               MOVE SPACES TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRIOR-GROUP (WS-LEVEL).
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3310-OPEN-GROUP - START A NEW GROUP AT ONE LEVEL, WITH  *
      *                      ITS CODE AND NAME AS A HEADING        *
      *-----------------------------------------------------------*
       3310-OPEN-GROUP.
           MOVE CS-GROUP (WS-LEVEL) TO WS-PRIOR-GROUP (WS-LEVEL).
           MOVE ZERO TO WS-LV-OPENING (WS-LEVEL).
           MOVE ZERO TO WS-LV-MOVEMENT (WS-LEVEL).
           MOVE ZERO TO WS-LV-CLOSING (WS-LEVEL).
           IF CS-GROUP (WS-LEVEL) = SPACES
               GO TO 3310-EXIT
           END-IF.
           MOVE CS-GROUP (WS-LEVEL) TO WS-LOOKUP-REFERENCE.
           PERFORM 0700-FIND-MEMBER THRU 0700-EXIT.
           MOVE SPACES TO WS-LINE-TEXT.
           IF WS-MEMBER-FOUND
               STRING "GROUP " CS-GROUP (WS-LEVEL) "  "
                   WS-RE-NAME (WS-REL-IDX)
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           ELSE
               STRING "GROUP " CS-GROUP (WS-LEVEL)
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           END-IF.
           COMPUTE WS-INDENT = (WS-LEVEL - 1) * 2.
           MOVE SPACES TO WS-CT-TEXT.
           MOVE WS-LINE-TEXT TO WS-CT-TEXT (WS-INDENT + 1:).
           MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3320-ADD-TO-GROUP - ROLL THE ACCOUNT INTO ONE OF THE    *
      *                        GROUPS ABOVE IT                     *
      *-----------------------------------------------------------*
       3320-ADD-TO-GROUP.
           ADD CS-OPENING-BALANCE TO WS-LV-OPENING (WS-LEVEL).
           ADD CS-PERIOD-MOVEMENT TO WS-LV-MOVEMENT (WS-LEVEL).
           ADD CS-CLOSING-BALANCE TO WS-LV-CLOSING (WS-LEVEL).
       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-PRINT-ACCOUNT-LINE - ONE ACCOUNT'S FIGURES UNDER   *
      *                              THE LABEL ALREADY BUILT,      *
      *                              FLAGGED IF THE PERIOD HISTORY *
      *                              DID NOT HAVE IT               *
      *-----------------------------------------------------------*
       3400-PRINT-ACCOUNT-LINE.
           MOVE CS-OPENING-BALANCE TO WS-CA-OPENING.
           MOVE CS-PERIOD-MOVEMENT TO WS-CA-MOVEMENT.
           MOVE CS-CLOSING-BALANCE TO WS-CA-CLOSING.
           IF CS-HISTORY-FOUND
               MOVE SPACE TO WS-CA-FLAG
           ELSE
               MOVE "*" TO WS-CA-FLAG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-CONS-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-FINISH-GROUPS - CLOSE EVERY GROUP STILL OPEN AND   *
      *                         PRINT THE GROUPED GRAND TOTAL      *
      *-----------------------------------------------------------*
       3500-FINISH-GROUPS.
           PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
               VARYING WS-LEVEL FROM 5 BY -1
               UNTIL WS-LEVEL < 1.
           MOVE "GRAND TOTAL - GROUPED" TO WS-CA-LABEL.
           MOVE WS-GROUPED-OPENING TO WS-CA-OPENING.
           MOVE WS-GROUPED-MOVEMENT TO WS-CA-MOVEMENT.
           MOVE WS-GROUPED-CLOSING TO WS-CA-CLOSING.
           MOVE SPACE TO WS-CA-FLAG.
           MOVE WS-CONS-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3600-PRINT-EXCEPTION - ONE ACCOUNT OUTSIDE THE          *
      *                           HIERARCHY.  THE FIRST ONE CLOSES *
      *                           THE GROUPS AND STARTS THE        *
      *                           EXCEPTION LIST                   *
      *-----------------------------------------------------------*
       3600-PRINT-EXCEPTION.
           IF NOT WS-IN-EXCEPTIONS
               PERFORM 3500-FINISH-GROUPS THRU 3500-EXIT
               MOVE "ACCOUNTS NOT IN ANY GROUP - EXCEPTIONS"
                   TO WS-CT-TEXT
               MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               SET WS-IN-EXCEPTIONS TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE CS-ACCOUNT-REFERENCE TO WS-EL-ACCOUNT.
           EVALUATE TRUE
               WHEN CS-CHAIN-BROKEN
                   MOVE "CHAIN BROKE" TO WS-EL-REASON
               WHEN CS-CHAIN-TOO-DEEP
                   MOVE "TOO DEEP   " TO WS-EL-REASON
               WHEN OTHER
                   MOVE "NO GROUP   " TO WS-EL-REASON
           END-EVALUATE.
           MOVE WS-EXCEPTION-LABEL TO WS-CA-LABEL.
           PERFORM 3400-PRINT-ACCOUNT-LINE THRU 3400-EXIT.
           ADD CS-OPENING-BALANCE TO WS-EXCEPTION-OPENING.
           ADD CS-PERIOD-MOVEMENT TO WS-EXCEPTION-MOVEMENT.
           ADD CS-CLOSING-BALANCE TO WS-EXCEPTION-CLOSING.
           ADD 1 TO WS-EXCEPTION-COUNT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3650-EXCEPTION-TOTAL - TOTAL OF THE EXCEPTION LIST      *
      *-----------------------------------------------------------*
       3650-EXCEPTION-TOTAL.
           MOVE "TOTAL - NOT IN A GROUP" TO WS-CA-LABEL.
           MOVE WS-EXCEPTION-OPENING TO WS-CA-OPENING.
           MOVE WS-EXCEPTION-MOVEMENT TO WS-CA-MOVEMENT.
           MOVE WS-EXCEPTION-CLOSING TO WS-CA-CLOSING.
           MOVE SPACE TO WS-CA-FLAG.
           MOVE WS-CONS-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3700-LIST-NOT-ON-MASTER - AN ACCOUNT MEMBER OF THE      *
      *                              HIERARCHY NO BALANCE MASTER   *
      *                              RECORD MATCHED, RC=4          *
      *-----------------------------------------------------------*
       3700-LIST-NOT-ON-MASTER.
           IF NOT WS-RE-ACCOUNT (WS-REL-IDX)
               GO TO 3700-EXIT
           END-IF.
           IF WS-RE-ON-MASTER (WS-REL-IDX)
               GO TO 3700-EXIT
           END-IF.
           IF NOT WS-NOT-ON-MASTER-LISTED
               MOVE SPACES TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               MOVE "GROUPED ACCOUNTS NOT ON THE BALANCE MASTER"
                   TO WS-CT-TEXT
               MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               SET WS-NOT-ON-MASTER-LISTED TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RE-MEMBER (WS-REL-IDX) TO WS-NM-ACCOUNT.
           MOVE WS-RE-PARENT (WS-REL-IDX) TO WS-NM-GROUP.
           MOVE WS-RE-NAME (WS-REL-IDX) TO WS-NM-NAME.
           MOVE WS-NOT-ON-MASTER-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           ADD 1 TO WS-NOT-ON-MASTER-COUNT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3800-PRINT-PROOF - THE GROUPED AND EXCEPTION CLOSING    *
      *                       TOTALS PLUS EVERYTHING POSTED SINCE  *
      *                       THE PERIOD END MUST EQUAL THE        *
      *                       TRIAL-BALANCE TOTAL OF THE BALANCE   *
      *                       MASTER, AND EVERY MASTER ACCOUNT     *
      *                       MUST HAVE PRINTED ONCE, OR RC=8      *
      *-----------------------------------------------------------*
       3800-PRINT-PROOF.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           IF WS-NO-HISTORY-COUNT > ZERO
               MOVE "* NOT ON PERIOD HISTORY - MASTER BALANCE SHOWN"
                   TO WS-CT-TEXT
               MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
               MOVE SPACES TO CR-REPORT-LINE
               WRITE CR-REPORT-LINE
           END-IF.
           MOVE "PROOF TO THE TRIAL BALANCE" TO WS-CT-TEXT.
           MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           COMPUTE WS-CONSOLIDATED-CLOSING =
               WS-GROUPED-CLOSING + WS-EXCEPTION-CLOSING.
           COMPUTE WS-CONSOLIDATED-CURRENT =
               WS-CONSOLIDATED-CLOSING + WS-AFTER-PERIOD-TOTAL.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-CONSOLIDATED-CURRENT - WS-TRIAL-TOTAL.
           MOVE "GROUPED CLOSING TOTAL . . . . . . :" TO WS-PA-CAPTION.
           MOVE WS-GROUPED-CLOSING TO WS-PA-AMOUNT.
           MOVE WS-PROOF-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "NOT IN A GROUP CLOSING TOTAL. . . :" TO WS-PA-CAPTION.
           MOVE WS-EXCEPTION-CLOSING TO WS-PA-AMOUNT.
           MOVE WS-PROOF-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "POSTED SINCE THE PERIOD END . . . :" TO WS-PA-CAPTION.
           MOVE WS-AFTER-PERIOD-TOTAL TO WS-PA-AMOUNT.
           MOVE WS-PROOF-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "CONSOLIDATED CURRENT TOTAL. . . . :" TO WS-PA-CAPTION.
           MOVE WS-CONSOLIDATED-CURRENT TO WS-PA-AMOUNT.
           MOVE WS-PROOF-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "TRIAL-BALANCE TOTAL (BALMAST) . . :" TO WS-PA-CAPTION.
           MOVE WS-TRIAL-TOTAL TO WS-PA-AMOUNT.
           MOVE WS-PROOF-AMOUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "ACCOUNTS IN GROUPS. . . . . . . . :" TO WS-PC-CAPTION.
           MOVE WS-GROUPED-COUNT TO WS-PC-COUNT.
           MOVE WS-PROOF-COUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "ACCOUNTS NOT IN A GROUP . . . . . :" TO WS-PC-CAPTION.
           MOVE WS-EXCEPTION-COUNT TO WS-PC-COUNT.
           MOVE WS-PROOF-COUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "ACCOUNTS ON THE BALANCE MASTER. . :" TO WS-PC-CAPTION.
           MOVE WS-BALMAST-COUNT TO WS-PC-COUNT.
           MOVE WS-PROOF-COUNT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           IF WS-PROOF-DIFFERENCE = ZERO
               AND WS-GROUPED-COUNT + WS-EXCEPTION-COUNT
                   = WS-BALMAST-COUNT
               MOVE "CONSOLIDATION PROVES TO THE TRIAL-BALANCE TOTAL"
                   TO WS-CT-TEXT
           ELSE
               MOVE "*** CONSOLIDATION DOES NOT PROVE ***"
                   TO WS-CT-TEXT
               DISPLAY "CONSRPT: CONSOLIDATION DOES NOT PROVE - "
                   "DIFFERENCE " WS-PROOF-DIFFERENCE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-CONS-TEXT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "CONSRPT: " WS-EXCEPTION-COUNT
                   " ACCOUNT(S) NOT IN A GROUP, "
                   WS-NO-HISTORY-COUNT " NOT ON PERIOD HISTORY, "
                   WS-NOT-ON-MASTER-COUNT
                   " GROUPED ACCOUNT(S) NOT ON THE BALANCE MASTER"
           END-IF.
       3800-EXIT.
           EXIT.

       3900-DONE.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-WRAPUP - A SEPARATE SECTION SO THE SORT OUTPUT     *
      *                  PROCEDURE ENDS AT 3900-DONE INSTEAD OF    *
      *                  FALLING THROUGH INTO TERMINATION          *
      *-----------------------------------------------------------*
       9000-WRAPUP SECTION.
      *-----------------------------------------------------------*
      *    9999-TERMINATE - RETURN TO THE OPERATING SYSTEM         *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.

       END PROGRAM CONSRPT.
