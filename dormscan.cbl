      ******************************************************************
      *    PROGRAM-ID.  DORMSCAN
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/05/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Monthly dormant account scan.  Walks the
      *                  account master and, for every open account,
      *                  takes the last activity date as the latest
      *                  of the balance master's last-activity date
      *                  (the account's own postings - accrued
      *                  charges and interest do not count), the
      *                  open date, and the date the status last
      *                  changed.  An account idle for at least the
      *                  inactive days on the dormancy card, counted
      *                  to the statement period end date, is moved
      *                  to dormant status, journalled on the account
      *                  change journal under the batch operator ID
      *                  from the card, and listed on the dormancy
      *                  report.  From then on the nightly run sends
      *                  customer postings for the account to
      *                  suspense until account maintenance
      *                  reactivates it.  Accounts already dormant
      *                  are counted and left alone, so a rerun
      *                  changes nothing.  Internal ledger accounts
      *                  listed on the dormancy card, and the
      *                  suspense write-off clearing account from the
      *                  write-off card, are never made dormant.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/05/26  CAIT  ORIGINAL PROGRAM
      *    10/15/26  CAIT  IDLE TIME RUNS FROM THE BALANCE MASTER'S
      *                    LAST-ACTIVITY DATE, SO ACCRUALS NO LONGER
      *                    KEEP AN ACCOUNT ALIVE; INTERNAL ACCOUNTS ON
      *                    THE DORMANCY CARD AND THE WRITE-OFF
      *                    CLEARING ACCOUNT ARE EXEMPT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/05/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CARD-FILE ASSIGN TO "STMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTCARD-STATUS.

           SELECT DORMANCY-CARD-FILE ASSIGN TO "DORMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMCARD-STATUS.

           SELECT WRITE-OFF-CARD-FILE ASSIGN TO "WOFFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFCARD-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-ACCOUNT-REFERENCE
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTCARD.

       FD  DORMANCY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DORMCARD.

       FD  WRITE-OFF-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOFFCARD.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALREC.

       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNL.

       FD  DORMANCY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DR-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-DORMCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-BALMAST-STATUS        PIC X(02)   VALUE "00".
       77  WS-ACCTJRNL-STATUS       PIC X(02)   VALUE "00".
       77  WS-DORMRPT-STATUS        PIC X(02)   VALUE "00".
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-AS-OF-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-AS-OF-SERIAL          PIC S9(09)  VALUE ZERO.
       77  WS-LAST-ACTIVITY-DATE    PIC 9(08)   VALUE ZERO.
       77  WS-IDLE-DAYS             PIC S9(09)  VALUE ZERO.
       77  WS-OPERATOR-ID           PIC X(08)   VALUE SPACES.
       77  WS-OLD-STATUS            PIC X(01)   VALUE SPACE.
       77  WS-CLEARING-ACCOUNT      PIC X(10)   VALUE "ACCT000003".
       77  WS-EXEMPT-SWITCH         PIC X(01)   VALUE "N".
           88  WS-ACCOUNT-EXEMPT        VALUE "Y".

       77  WS-OPEN-SCANNED-COUNT    PIC 9(07)   VALUE ZERO.
       77  WS-MADE-DORMANT-COUNT    PIC 9(07)   VALUE ZERO.
       77  WS-ALREADY-DORMANT-COUNT PIC 9(07)   VALUE ZERO.
       77  WS-EXEMPT-COUNT          PIC 9(07)   VALUE ZERO.

      *    SERIAL DAY-NUMBER CONVERSION WORK AREA, SO THE IDLE DAYS
      *    CAN BE COUNTED ACROSS MONTH AND YEAR BOUNDARIES
       01  WS-DAY-NUMBER-WORK.
           05  WS-DTD-DATE              PIC 9(08).
           05  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
               10  WS-DTD-YYYY              PIC 9(04).
               10  WS-DTD-MM                PIC 9(02).
               10  WS-DTD-DD                PIC 9(02).
           05  WS-DTD-DAYS              PIC S9(09).
           05  WS-DTD-PRIOR-YEAR        PIC 9(04).
           05  WS-DTD-LEAPS-4           PIC 9(04).
           05  WS-DTD-LEAPS-100         PIC 9(04).
           05  WS-DTD-LEAPS-400         PIC 9(04).
           05  WS-DTD-MONTH-OFFSET      PIC 9(03).
           05  WS-LEAP-QUOTIENT         PIC 9(04).
           05  WS-LEAP-REMAINDER-4      PIC 9(04).
           05  WS-LEAP-REMAINDER-100    PIC 9(04).
           05  WS-LEAP-REMAINDER-400    PIC 9(04).

       01  WS-DORMANCY-TITLE-LINE.
           05  FILLER                   PIC X(28)
               VALUE "DORMANT ACCOUNT SCAN  AS OF ".
           05  WS-DT-AS-OF-DATE         PIC 9(08).
           05  FILLER                   PIC X(16)
               VALUE "  INACTIVE DAYS ".
           05  WS-DT-INACTIVE-DAYS      PIC ZZZZ9.
           05  FILLER                   PIC X(23)   VALUE SPACES.

       01  WS-DORMANCY-HEADING-LINE.
           05  FILLER                   PIC X(14)
               VALUE "  ACCOUNT     ".
           05  FILLER                   PIC X(32)
               VALUE "ACCOUNT NAME".
           05  FILLER                   PIC X(13)
               VALUE "LAST ACTIVITY".
           05  FILLER                   PIC X(11)
               VALUE "  DAYS IDLE".
           05  FILLER                   PIC X(10)   VALUE SPACES.

       01  WS-DORMANCY-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-DD-ACCOUNT-REFERENCE  PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-DD-ACCOUNT-NAME       PIC X(30).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-DD-LAST-ACTIVITY      PIC 9(08).
           05  FILLER                   PIC X(06)   VALUE SPACES.
           05  WS-DD-IDLE-DAYS          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13)   VALUE SPACES.

       01  WS-DORMANCY-COUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-DC-CAPTION            PIC X(30).
           05  WS-DC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - READ THE CARDS, FIX THE AS-OF DATE,   *
      *                      AND OPEN THE FILES.  THE WRITE-OFF    *
      *                      CARD IS OPTIONAL AND ONLY NAMES THE   *
      *                      CLEARING ACCOUNT                      *
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
               DISPLAY "DORMSCAN: NO STATEMENT CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF RP-END-DATE IS NOT NUMERIC
               OR RP-END-DATE = ZERO
               DISPLAY "DORMSCAN: STATEMENT CARD END DATE INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT DORMANCY-CARD-FILE.
           IF WS-DORMCARD-STATUS = "00"
               READ DORMANCY-CARD-FILE
                   AT END
                       MOVE "10" TO WS-DORMCARD-STATUS
               END-READ
               CLOSE DORMANCY-CARD-FILE
           END-IF.
           IF WS-DORMCARD-STATUS NOT = "00"
               DISPLAY "DORMSCAN: NO DORMANCY CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF DC-INACTIVE-DAYS IS NOT NUMERIC
               OR DC-INACTIVE-DAYS = ZERO
               DISPLAY "DORMSCAN: DORMANCY CARD INACTIVE-DAYS INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF DC-OPERATOR-ID = SPACES
               MOVE "DORMSCAN" TO WS-OPERATOR-ID
           ELSE
               MOVE DC-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           OPEN INPUT WRITE-OFF-CARD-FILE.
           IF WS-WOFFCARD-STATUS = "00"
               READ WRITE-OFF-CARD-FILE
                   AT END
                       MOVE "10" TO WS-WOFFCARD-STATUS
               END-READ
               CLOSE WRITE-OFF-CARD-FILE
           END-IF.
           IF WS-WOFFCARD-STATUS = "00"
               AND WC-CLEARING-ACCOUNT NOT = SPACES
               MOVE WC-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
           END-IF.
           MOVE RP-END-DATE TO WS-AS-OF-DATE.
           MOVE WS-AS-OF-DATE TO WS-DTD-DATE.
           PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT.
           MOVE WS-DTD-DAYS TO WS-AS-OF-SERIAL.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "DORMSCAN: UNABLE TO OPEN ACCOUNT MASTER - "
                   "STATUS " WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "DORMSCAN: UNABLE TO OPEN BALANCE MASTER - "
                   "STATUS " WS-BALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-ACCTJRNL-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-ACCTJRNL-STATUS NOT = "00"
               DISPLAY "DORMSCAN: UNABLE TO OPEN ACCOUNT JOURNAL - "
                   "STATUS " WS-ACCTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT DORMANCY-REPORT.
           IF WS-DORMRPT-STATUS NOT = "00"
               DISPLAY "DORMSCAN: UNABLE TO OPEN DORMANCY REPORT - "
                   "STATUS " WS-DORMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE BALANCE-MASTER-FILE
               CLOSE CHANGE-JOURNAL-FILE
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-DT-AS-OF-DATE.
           MOVE DC-INACTIVE-DAYS TO WS-DT-INACTIVE-DAYS.
           MOVE WS-DORMANCY-TITLE-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           MOVE WS-DORMANCY-HEADING-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - BROWSE THE ACCOUNT MASTER, SCAN EACH        *
      *                ACCOUNT, AND PRINT THE TOTALS               *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO AM-ACCOUNT-REFERENCE.
           START ACCOUNT-MASTER-FILE
               KEY IS GREATER THAN AM-ACCOUNT-REFERENCE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
           END-IF.
           PERFORM 1200-SCAN-ONE-ACCOUNT THRU 1200-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE "OPEN ACCOUNTS SCANNED . . . :" TO WS-DC-CAPTION.
           MOVE WS-OPEN-SCANNED-COUNT TO WS-DC-COUNT.
           MOVE WS-DORMANCY-COUNT-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           MOVE "MADE DORMANT THIS RUN . . . :" TO WS-DC-CAPTION.
           MOVE WS-MADE-DORMANT-COUNT TO WS-DC-COUNT.
           MOVE WS-DORMANCY-COUNT-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           MOVE "ALREADY DORMANT . . . . . . :" TO WS-DC-CAPTION.
           MOVE WS-ALREADY-DORMANT-COUNT TO WS-DC-COUNT.
           MOVE WS-DORMANCY-COUNT-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           MOVE "INTERNAL ACCOUNTS EXEMPT  . :" TO WS-DC-CAPTION.
           MOVE WS-EXEMPT-COUNT TO WS-DC-COUNT.
           MOVE WS-DORMANCY-COUNT-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE BALANCE-MASTER-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE DORMANCY-REPORT.
           DISPLAY "DORMSCAN: " WS-OPEN-SCANNED-COUNT
               " OPEN ACCOUNTS SCANNED, " WS-MADE-DORMANT-COUNT
               " MADE DORMANT".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-ACCOUNT - GET THE NEXT ACCOUNT MASTER RECORD  *
      *-----------------------------------------------------------*
       1100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-SCAN-ONE-ACCOUNT - WORK OUT HOW LONG AN OPEN       *
      *                            ACCOUNT HAS BEEN IDLE.  THE     *
      *                            LATEST OF LAST ACTIVITY, OPEN   *
      *                            DATE, AND STATUS DATE COUNTS,   *
      *                            SO A NEW OR JUST-REACTIVATED    *
      *                            ACCOUNT IS NOT CAUGHT AT ONCE.  *
      *                            INTERNAL ACCOUNTS ARE SKIPPED   *
      *-----------------------------------------------------------*
       1200-SCAN-ONE-ACCOUNT.
           IF AM-ACCOUNT-DORMANT
               ADD 1 TO WS-ALREADY-DORMANT-COUNT
               GO TO 1200-NEXT
           END-IF.
           IF NOT AM-ACCOUNT-OPEN
               GO TO 1200-NEXT
           END-IF.
           ADD 1 TO WS-OPEN-SCANNED-COUNT.
           PERFORM 1250-TEST-EXEMPT THRU 1250-EXIT.
           IF WS-ACCOUNT-EXEMPT
               ADD 1 TO WS-EXEMPT-COUNT
               GO TO 1200-NEXT
           END-IF.
           MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
           IF AM-OPEN-DATE IS NUMERIC
               MOVE AM-OPEN-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           IF AM-STATUS-DATE IS NUMERIC
               AND AM-STATUS-DATE > WS-LAST-ACTIVITY-DATE
               MOVE AM-STATUS-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           MOVE AM-ACCOUNT-REFERENCE TO BL-ACCOUNT-REFERENCE.
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1220-TAKE-BALANCE-DATE THRU 1220-EXIT
           END-READ.
      *    NO USABLE DATE AT ALL - THE ACCOUNT CANNOT BE JUDGED IDLE
           IF WS-LAST-ACTIVITY-DATE = ZERO
               GO TO 1200-NEXT
           END-IF.
           MOVE WS-LAST-ACTIVITY-DATE TO WS-DTD-DATE.
           PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT.
           COMPUTE WS-IDLE-DAYS = WS-AS-OF-SERIAL - WS-DTD-DAYS.
           IF WS-IDLE-DAYS >= DC-INACTIVE-DAYS
               PERFORM 1300-MAKE-DORMANT THRU 1300-EXIT
           END-IF.
       1200-NEXT.
           IF RETURN-CODE NOT = ZERO
               SET WS-END-OF-FILE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1220-TAKE-BALANCE-DATE - THE BALANCE MASTER'S LAST-     *
      *                             ACTIVITY DATE.  A RECORD NOT   *
      *                             POSTED SINCE THAT DATE WAS     *
      *                             KEPT FALLS BACK TO ITS LAST-   *
      *                             POSTED DATE                    *
      *-----------------------------------------------------------*
       1220-TAKE-BALANCE-DATE.
           IF BL-LAST-ACTIVITY-DATE IS NUMERIC
               IF BL-LAST-ACTIVITY-DATE > WS-LAST-ACTIVITY-DATE
                   MOVE BL-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DATE
               END-IF
               GO TO 1220-EXIT
           END-IF.
           IF BL-LAST-POSTED-DATE IS NUMERIC
               AND BL-LAST-POSTED-DATE > WS-LAST-ACTIVITY-DATE
               MOVE BL-LAST-POSTED-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1250-TEST-EXEMPT - IS THE ACCOUNT THE WRITE-OFF         *
      *                       CLEARING ACCOUNT OR ONE OF THE       *
      *                       INTERNAL ACCOUNTS ON THE CARD?       *
      *-----------------------------------------------------------*
       1250-TEST-EXEMPT.
           MOVE "N" TO WS-EXEMPT-SWITCH.
           IF AM-ACCOUNT-REFERENCE = WS-CLEARING-ACCOUNT
               SET WS-ACCOUNT-EXEMPT TO TRUE
               GO TO 1250-EXIT
           END-IF.
           PERFORM 1260-TEST-EXEMPT-SLOT THRU 1260-EXIT
               VARYING DC-EXEMPT-IDX FROM 1 BY 1
               UNTIL DC-EXEMPT-IDX > 5
               OR WS-ACCOUNT-EXEMPT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1260-TEST-EXEMPT-SLOT - TEST ONE EXEMPT ACCOUNT SLOT    *
      *-----------------------------------------------------------*
       1260-TEST-EXEMPT-SLOT.
           IF DC-EXEMPT-ACCOUNT (DC-EXEMPT-IDX) NOT = SPACES
               AND DC-EXEMPT-ACCOUNT (DC-EXEMPT-IDX) =
                   AM-ACCOUNT-REFERENCE
               SET WS-ACCOUNT-EXEMPT TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-MAKE-DORMANT - REWRITE THE ACCOUNT AS DORMANT,     *
      *                        JOURNAL THE CHANGE, AND LIST IT.    *
      *                        A CHANGE THE JOURNAL CANNOT RECORD  *
      *                        STOPS THE SCAN                      *
      *-----------------------------------------------------------*
       1300-MAKE-DORMANT.
           MOVE AM-ACCOUNT-STATUS TO WS-OLD-STATUS.
           SET AM-ACCOUNT-DORMANT TO TRUE.
           MOVE WS-AS-OF-DATE TO AM-STATUS-DATE.
           REWRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "DORMSCAN: REWRITE FAILED FOR "
                       AM-ACCOUNT-REFERENCE " - STATUS "
                       WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 1300-EXIT
           END-REWRITE.
           MOVE SPACES TO AJ-JOURNAL-RECORD.
           MOVE AM-ACCOUNT-REFERENCE TO AJ-ACCOUNT-REFERENCE.
           SET AJ-FUNCTION-DORMANT TO TRUE.
           MOVE WS-OPERATOR-ID TO AJ-OPERATOR-ID.
           ACCEPT AJ-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-CHANGE-TIME FROM TIME.
           MOVE AM-ACCOUNT-NAME TO AJ-OLD-ACCOUNT-NAME.
           MOVE WS-OLD-STATUS TO AJ-OLD-STATUS.
           MOVE AM-OPEN-DATE TO AJ-OLD-OPEN-DATE.
           MOVE AM-CLOSE-DATE TO AJ-OLD-CLOSE-DATE.
           MOVE AM-ACCOUNT-NAME TO AJ-NEW-ACCOUNT-NAME.
           MOVE AM-ACCOUNT-STATUS TO AJ-NEW-STATUS.
           MOVE AM-OPEN-DATE TO AJ-NEW-OPEN-DATE.
           MOVE AM-CLOSE-DATE TO AJ-NEW-CLOSE-DATE.
           MOVE AM-CREDIT-LIMIT TO AJ-OLD-CREDIT-LIMIT.
           MOVE AM-CREDIT-LIMIT TO AJ-NEW-CREDIT-LIMIT.
           WRITE AJ-JOURNAL-RECORD.
           IF WS-ACCTJRNL-STATUS NOT = "00"
               DISPLAY "DORMSCAN: UNABLE TO JOURNAL DORMANCY FOR "
                   AM-ACCOUNT-REFERENCE " - STATUS "
                   WS-ACCTJRNL-STATUS
               DISPLAY "DORMSCAN: AUDIT TRAIL IS BROKEN - SCAN "
                   "STOPPED, RESTORE THE JOURNAL BEFORE RERUNNING"
               MOVE 16 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-MADE-DORMANT-COUNT.
           MOVE AM-ACCOUNT-REFERENCE TO WS-DD-ACCOUNT-REFERENCE.
           MOVE AM-ACCOUNT-NAME TO WS-DD-ACCOUNT-NAME.
           MOVE WS-LAST-ACTIVITY-DATE TO WS-DD-LAST-ACTIVITY.
           MOVE WS-IDLE-DAYS TO WS-DD-IDLE-DAYS.
           MOVE WS-DORMANCY-DETAIL-LINE TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7100-DATE-TO-DAY-NUMBER - TURN A YYYYMMDD DATE INTO A   *
      *                              SERIAL DAY NUMBER SO THE IDLE *
      *                              DAYS WORK ACROSS MONTH AND    *
      *                              YEAR BOUNDARIES               *
      *-----------------------------------------------------------*
       7100-DATE-TO-DAY-NUMBER.
           COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YYYY - 1.
           DIVIDE WS-DTD-PRIOR-YEAR BY 4
               GIVING WS-DTD-LEAPS-4.
           DIVIDE WS-DTD-PRIOR-YEAR BY 100
               GIVING WS-DTD-LEAPS-100.
           DIVIDE WS-DTD-PRIOR-YEAR BY 400
               GIVING WS-DTD-LEAPS-400.
           COMPUTE WS-DTD-DAYS =
               WS-DTD-PRIOR-YEAR * 365
               + WS-DTD-LEAPS-4
               - WS-DTD-LEAPS-100
               + WS-DTD-LEAPS-400.
           EVALUATE WS-DTD-MM
               WHEN 01 MOVE 000 TO WS-DTD-MONTH-OFFSET
               WHEN 02 MOVE 031 TO WS-DTD-MONTH-OFFSET
               WHEN 03 MOVE 059 TO WS-DTD-MONTH-OFFSET
               WHEN 04 MOVE 090 TO WS-DTD-MONTH-OFFSET
               WHEN 05 MOVE 120 TO WS-DTD-MONTH-OFFSET
               WHEN 06 MOVE 151 TO WS-DTD-MONTH-OFFSET
               WHEN 07 MOVE 181 TO WS-DTD-MONTH-OFFSET
               WHEN 08 MOVE 212 TO WS-DTD-MONTH-OFFSET
               WHEN 09 MOVE 243 TO WS-DTD-MONTH-OFFSET
               WHEN 10 MOVE 273 TO WS-DTD-MONTH-OFFSET
               WHEN 11 MOVE 304 TO WS-DTD-MONTH-OFFSET
               WHEN OTHER MOVE 334 TO WS-DTD-MONTH-OFFSET
           END-EVALUATE.
           ADD WS-DTD-MONTH-OFFSET TO WS-DTD-DAYS.
           ADD WS-DTD-DD TO WS-DTD-DAYS.
           IF WS-DTD-MM > 02
               DIVIDE WS-DTD-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-DTD-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-DTD-YYYY BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 = ZERO
                   AND (WS-LEAP-REMAINDER-100 NOT = ZERO
                   OR WS-LEAP-REMAINDER-400 = ZERO)
                   ADD 1 TO WS-DTD-DAYS
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9999-TERMINATE - RETURN TO THE OPERATING SYSTEM         *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.

       END PROGRAM DORMSCAN.
