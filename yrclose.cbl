      ******************************************************************
      *    PROGRAM-ID.  YRCLOSE
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Year-end close.  For the year on the year
      *                  card, first proves from the period control
      *                  file that all twelve statement periods of
      *                  the year are closed - a year with a month
      *                  still open is refused RC=16 with the missing
      *                  months listed.  It then reads the period
      *                  history in key order and rolls each
      *                  account's periods for the year into one
      *                  annual history record: the opening balance
      *                  of its first period, the year's movements,
      *                  the closing balance of its last period, and
      *                  the accrued interest and service charges the
      *                  month-end close totalled from the journal.
      *                  The periods must run on unbroken (no gap,
      *                  each opening equal to the prior closing,
      *                  through December, and a mid-year first
      *                  period opening at zero) or the account is
      *                  flagged and listed, RC=4; so is an account
      *                  with a period closed before the close kept
      *                  the accrual totals, whose interest and
      *                  charges for the year cannot be trusted.
      *                  Prints the annual summary report and writes
      *                  the fixed-format tax-reporting extract for
      *                  the vendor.  An
      *                  account already on the annual history for
      *                  the year is not closed again: its hardened
      *                  figures are reported and extracted as they
      *                  stand and the step ends RC=4, so a rerun
      *                  reproduces the same report and extract.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      *    10/15/26  CAIT  A PERIOD CLOSED BEFORE THE ACCRUAL TOTALS
      *                    WERE KEPT FLAGS ITS ACCOUNT AS AN
      *                    EXCEPTION RATHER THAN REPORTING ITS ZEROS
      *                    AS THE YEAR'S INTEREST AND CHARGES; NO
      *                    EXTRACT TRAILER IS WRITTEN WHEN THE ANNUAL
      *                    HISTORY IS INCOMPLETE, SO THE VENDOR'S
      *                    TRAILER PROOF REJECTS THE PARTIAL FILE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YRCLOSE.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CARD-FILE ASSIGN TO "YEARCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCARD-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PERHIST-STATUS.

           SELECT ANNUAL-HISTORY-FILE ASSIGN TO "ANNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-ANNHIST-STATUS.

           SELECT YEAR-END-REPORT ASSIGN TO "YEARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARRPT-STATUS.

           SELECT TAX-EXTRACT-FILE ASSIGN TO "TAXEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YEARCARD.

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERCTL.

       FD  PERIOD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERHIST.

       FD  ANNUAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ANNHIST.

       FD  YEAR-END-REPORT
           LABEL RECORDS ARE STANDARD.
       01  YR-REPORT-LINE                  PIC X(80).

       FD  TAX-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXEXT.

       WORKING-STORAGE SECTION.
       77  WS-YEARCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-PERCTL-STATUS         PIC X(02)   VALUE "00".
       77  WS-PERHIST-STATUS        PIC X(02)   VALUE "00".
       77  WS-ANNHIST-STATUS        PIC X(02)   VALUE "00".
       77  WS-YEARRPT-STATUS        PIC X(02)   VALUE "00".
       77  WS-TAXEXT-STATUS         PIC X(02)   VALUE "00".
       77  WS-PERCTL-EOF-SWITCH     PIC X(01)   VALUE "N".
           88  WS-PERCTL-EOF            VALUE "Y".
       77  WS-HIST-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-HIST-EOF              VALUE "Y".
       77  WS-ACCOUNT-OPEN-SWITCH   PIC X(01)   VALUE "N".
           88  WS-ACCOUNT-OPEN          VALUE "Y".
       77  WS-EXCEPTION-SWITCH      PIC X(01)   VALUE "N".
           88  WS-CONTINUITY-BROKEN     VALUE "Y".
       77  WS-ALREADY-CLOSED-SW     PIC X(01)   VALUE "N".
           88  WS-ACCOUNT-ALREADY-CLOSED VALUE "Y".
       77  WS-CLOSE-YEAR            PIC 9(04)   VALUE ZERO.
       77  WS-YEAR-FIRST-PERIOD     PIC 9(06)   VALUE ZERO.
       77  WS-YEAR-LAST-PERIOD      PIC 9(06)   VALUE ZERO.
       77  WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
       77  WS-MISSING-COUNT         PIC 9(02)   VALUE ZERO.

      *    ONE SWITCH PER MONTH OF THE YEAR BEING CLOSED, SET FROM
      *    THE PERIOD CONTROL FILE
       01  WS-MONTH-TABLE.
           05  WS-MONTH-CLOSED-SW       PIC X(01)
                   OCCURS 12 TIMES
                   INDEXED BY WS-MONTH-IDX.
               88  WS-MONTH-CLOSED          VALUE "Y".

      *    PERIOD KEY WORK AREA - YYYYMM TAKEN APART SO THE NEXT
      *    MONTH CAN BE WORKED OUT
       01  WS-PERIOD-WORK.
           05  WS-PW-PERIOD             PIC 9(06).
           05  WS-PW-PERIOD-R REDEFINES WS-PW-PERIOD.
               10  WS-PW-YYYY               PIC 9(04).
               10  WS-PW-MM                 PIC 9(02).

      *    THE ACCOUNT BEING ROLLED UP, AND THE FIRST CONTINUITY OR
      *    ACCRUAL-TOTALS EXCEPTION FOUND IN ITS PERIODS
       77  WS-CURRENT-ACCOUNT       PIC X(10)   VALUE SPACES.
       77  WS-ACC-OPENING           PIC S9(11)V99 VALUE ZERO.
       77  WS-ACC-MOVEMENTS         PIC S9(11)V99 VALUE ZERO.
       77  WS-ACC-CLOSING           PIC S9(11)V99 VALUE ZERO.
       77  WS-ACC-INTEREST          PIC S9(11)V99 VALUE ZERO.
       77  WS-ACC-CHARGES           PIC S9(11)V99 VALUE ZERO.
       77  WS-ACC-PERIOD-COUNT      PIC 9(02)   VALUE ZERO.
       77  WS-ACC-FIRST-PERIOD      PIC 9(06)   VALUE ZERO.
       77  WS-ACC-LAST-PERIOD       PIC 9(06)   VALUE ZERO.
       77  WS-EXCEPTION-PERIOD      PIC 9(06)   VALUE ZERO.
       77  WS-EXCEPTION-REASON      PIC X(40)   VALUE SPACES.
       77  WS-NOTE-REASON           PIC X(40)   VALUE SPACES.

       77  WS-ANNUAL-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-ALREADY-CLOSED-COUNT  PIC 9(07)   VALUE ZERO.
       77  WS-EXCEPTION-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-EXTRACT-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-OPENING         PIC S9(13)V99 VALUE ZERO.
       77  WS-TOTAL-CLOSING         PIC S9(13)V99 VALUE ZERO.
       77  WS-TOTAL-INTEREST        PIC S9(13)V99 VALUE ZERO.
       77  WS-TOTAL-CHARGES         PIC S9(13)V99 VALUE ZERO.

       01  WS-YEAR-TITLE-LINE.
           05  FILLER                   PIC X(22)
               VALUE "YEAR-END CLOSE - YEAR ".
           05  WS-YT-YEAR               PIC 9(04).
           05  FILLER                   PIC X(06)   VALUE "  RUN ".
           05  WS-YT-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  WS-YEAR-HEADING-LINE.
           05  FILLER                   PIC X(12)
               VALUE " ACCOUNT    ".
           05  FILLER                   PIC X(18)
               VALUE "   OPENING BALANCE".
           05  FILLER                   PIC X(16)
               VALUE "        INTEREST".
           05  FILLER                   PIC X(16)
               VALUE "         CHARGES".
           05  FILLER                   PIC X(18)
               VALUE "   CLOSING BALANCE".

       01  WS-YEAR-DETAIL-LINE.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YD-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YD-OPENING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YD-INTEREST           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YD-CHARGES            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YD-CLOSING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-YD-FLAG               PIC X(01).

       01  WS-YEAR-EXCEPTION-LINE.
           05  FILLER                   PIC X(12)   VALUE SPACES.
           05  FILLER                   PIC X(11)
               VALUE "*** PERIOD ".
           05  WS-YX-PERIOD             PIC 9(06).
           05  FILLER                   PIC X(03)   VALUE " - ".
           05  WS-YX-REASON             PIC X(40).
           05  FILLER                   PIC X(08)   VALUE SPACES.

       01  WS-YEAR-TOTAL-LINE.
           05  FILLER                   PIC X(12)
               VALUE " TOTAL      ".
           05  WS-YL-OPENING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YL-INTEREST           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YL-CHARGES            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-YL-CLOSING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACES.

       01  WS-YEAR-COUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-YC-CAPTION            PIC X(30).
           05  WS-YC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(41)   VALUE SPACES.

       01  WS-YEAR-MISSING-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  FILLER                   PIC X(07)   VALUE "PERIOD ".
           05  WS-YM-PERIOD             PIC 9(06).
           05  FILLER                   PIC X(41)
               VALUE " IS NOT CLOSED ON THE PERIOD CONTROL FILE".
           05  FILLER                   PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - READ THE YEAR CARD, PROVE THE TWELVE  *
      *                      PERIODS ARE CLOSED, AND OPEN THE      *
      *                      FILES                                 *
      *-----------------------------------------------------------*
       0500-INITIALIZE.
           OPEN INPUT YEAR-CARD-FILE.
           IF WS-YEARCARD-STATUS = "00"
               READ YEAR-CARD-FILE
                   AT END
                       MOVE "10" TO WS-YEARCARD-STATUS
               END-READ
               CLOSE YEAR-CARD-FILE
           END-IF.
           IF WS-YEARCARD-STATUS NOT = "00"
               DISPLAY "YRCLOSE: NO YEAR CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF YC-CLOSE-YEAR IS NOT NUMERIC
               OR YC-CLOSE-YEAR = ZERO
               DISPLAY "YRCLOSE: YEAR CARD YEAR INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           MOVE YC-CLOSE-YEAR TO WS-CLOSE-YEAR.
           COMPUTE WS-YEAR-FIRST-PERIOD = WS-CLOSE-YEAR * 100 + 1.
           COMPUTE WS-YEAR-LAST-PERIOD = WS-CLOSE-YEAR * 100 + 12.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT YEAR-END-REPORT.
           IF WS-YEARRPT-STATUS NOT = "00"
               DISPLAY "YRCLOSE: UNABLE TO OPEN YEAR-END REPORT - "
                   "STATUS " WS-YEARRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-YT-YEAR.
           MOVE WS-RUN-DATE TO WS-YT-RUN-DATE.
           MOVE WS-YEAR-TITLE-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           PERFORM 0600-CHECK-PERIOD-CONTROL THRU 0600-EXIT.
           IF WS-MISSING-COUNT NOT = ZERO
               DISPLAY "YRCLOSE: " WS-MISSING-COUNT " PERIOD(S) OF "
                   WS-CLOSE-YEAR " NOT CLOSED - YEAR-END REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE YEAR-END-REPORT
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT PERIOD-HISTORY-FILE.
           IF WS-PERHIST-STATUS NOT = "00"
               DISPLAY "YRCLOSE: UNABLE TO OPEN PERIOD HISTORY - "
                   "STATUS " WS-PERHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE YEAR-END-REPORT
               GO TO 0500-EXIT
           END-IF.
           OPEN I-O ANNUAL-HISTORY-FILE.
           IF WS-ANNHIST-STATUS = "35"
               OPEN OUTPUT ANNUAL-HISTORY-FILE
               CLOSE ANNUAL-HISTORY-FILE
               OPEN I-O ANNUAL-HISTORY-FILE
           END-IF.
           IF WS-ANNHIST-STATUS NOT = "00"
               DISPLAY "YRCLOSE: UNABLE TO OPEN ANNUAL HISTORY - "
                   "STATUS " WS-ANNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-HISTORY-FILE
               CLOSE YEAR-END-REPORT
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           IF WS-TAXEXT-STATUS NOT = "00"
               DISPLAY "YRCLOSE: UNABLE TO OPEN TAX EXTRACT - "
                   "STATUS " WS-TAXEXT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-HISTORY-FILE
               CLOSE ANNUAL-HISTORY-FILE
               CLOSE YEAR-END-REPORT
               GO TO 0500-EXIT
           END-IF.
           MOVE SPACES TO TXH-HEADER-RECORD.
           MOVE "HDR" TO TXH-RECORD-TYPE.
           MOVE "YRCLOSE" TO TXH-SOURCE-SYSTEM.
           MOVE WS-CLOSE-YEAR TO TXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO TXH-CREATION-DATE.
           WRITE TXH-HEADER-RECORD.
           MOVE WS-YEAR-HEADING-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0600-CHECK-PERIOD-CONTROL - EVERY MONTH OF THE YEAR     *
      *                                MUST BE ON THE CONTROL FILE *
      *                                AS CLOSED; THE ONES THAT    *
      *                                ARE NOT ARE LISTED          *
      *-----------------------------------------------------------*
       0600-CHECK-PERIOD-CONTROL.
           MOVE ALL "N" TO WS-MONTH-TABLE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS = "00"
               MOVE "N" TO WS-PERCTL-EOF-SWITCH
               PERFORM 0610-READ-PERIOD-CONTROL THRU 0610-EXIT
                   UNTIL WS-PERCTL-EOF
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               DISPLAY "YRCLOSE: NO PERIOD CONTROL FILE - STATUS "
                   WS-PERCTL-STATUS
           END-IF.
           PERFORM 0620-TEST-ONE-MONTH THRU 0620-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0610-READ-PERIOD-CONTROL - MARK ONE CLOSED MONTH OF THE *
      *                               YEAR                         *
      *-----------------------------------------------------------*
       0610-READ-PERIOD-CONTROL.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERCTL-EOF TO TRUE
                   GO TO 0610-EXIT
           END-READ.
           IF PC-PERIOD IS NOT NUMERIC
               GO TO 0610-EXIT
           END-IF.
           MOVE PC-PERIOD TO WS-PW-PERIOD.
           IF WS-PW-YYYY = WS-CLOSE-YEAR
               AND WS-PW-MM >= 01 AND WS-PW-MM <= 12
               AND PC-PERIOD-CLOSED
               SET WS-MONTH-IDX TO WS-PW-MM
               SET WS-MONTH-CLOSED (WS-MONTH-IDX) TO TRUE
           END-IF.
       0610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0620-TEST-ONE-MONTH - LIST A MONTH NOT YET CLOSED       *
      *-----------------------------------------------------------*
       0620-TEST-ONE-MONTH.
           IF WS-MONTH-CLOSED (WS-MONTH-IDX)
               GO TO 0620-EXIT
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE WS-CLOSE-YEAR TO WS-PW-YYYY.
           SET WS-PW-MM TO WS-MONTH-IDX.
           MOVE WS-PW-PERIOD TO WS-YM-PERIOD.
           MOVE WS-YEAR-MISSING-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           DISPLAY "YRCLOSE: PERIOD " WS-PW-PERIOD " IS NOT CLOSED".
       0620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - BROWSE THE PERIOD HISTORY, ROLL EACH        *
      *                ACCOUNT'S YEAR UP, AND FINISH THE REPORT    *
      *                AND THE EXTRACT                             *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO PH-HISTORY-KEY.
           START PERIOD-HISTORY-FILE
               KEY IS GREATER THAN PH-HISTORY-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               PERFORM 1100-READ-HISTORY THRU 1100-EXIT
           END-IF.
           PERFORM 1200-ROLL-ONE-PERIOD THRU 1200-EXIT
               UNTIL WS-HIST-EOF.
           IF WS-ACCOUNT-OPEN
               AND RETURN-CODE < 16
               PERFORM 1300-CLOSE-ONE-ACCOUNT THRU 1300-EXIT
           END-IF.
           PERFORM 1500-FINISH-YEAR THRU 1500-EXIT.
           CLOSE PERIOD-HISTORY-FILE.
           CLOSE ANNUAL-HISTORY-FILE.
           CLOSE TAX-EXTRACT-FILE.
           CLOSE YEAR-END-REPORT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-HISTORY - GET THE NEXT PERIOD HISTORY RECORD  *
      *                        IN ACCOUNT AND PERIOD ORDER         *
      *-----------------------------------------------------------*
       1100-READ-HISTORY.
           READ PERIOD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-ROLL-ONE-PERIOD - A PERIOD OF THE YEAR IS ADDED TO *
      *                           ITS ACCOUNT; A NEW ACCOUNT       *
      *                           CLOSES OUT THE ONE BEFORE IT.    *
      *                           EACH PERIOD AFTER AN ACCOUNT'S   *
      *                           FIRST MUST BE THE NEXT MONTH AND *
      *                           OPEN AT THE PRIOR CLOSING        *
      *-----------------------------------------------------------*
       1200-ROLL-ONE-PERIOD.
           IF PH-PERIOD < WS-YEAR-FIRST-PERIOD
               OR PH-PERIOD > WS-YEAR-LAST-PERIOD
               GO TO 1200-NEXT
           END-IF.
           IF NOT WS-ACCOUNT-OPEN
               OR PH-ACCOUNT-REFERENCE NOT = WS-CURRENT-ACCOUNT
               IF WS-ACCOUNT-OPEN
                   PERFORM 1300-CLOSE-ONE-ACCOUNT THRU 1300-EXIT
               END-IF
               PERFORM 1250-START-ACCOUNT THRU 1250-EXIT
           ELSE
               MOVE WS-ACC-LAST-PERIOD TO WS-PW-PERIOD
               IF WS-PW-MM = 12
                   ADD 1 TO WS-PW-YYYY
                   MOVE 01 TO WS-PW-MM
               ELSE
                   ADD 1 TO WS-PW-MM
               END-IF
               IF PH-PERIOD NOT = WS-PW-PERIOD
                   MOVE "PERIOD(S) MISSING BEFORE THIS ONE"
                       TO WS-NOTE-REASON
                   PERFORM 1260-NOTE-EXCEPTION THRU 1260-EXIT
               END-IF
               IF PH-OPENING-BALANCE NOT = WS-ACC-CLOSING
                   MOVE "OPENING IS NOT THE PRIOR CLOSING"
                       TO WS-NOTE-REASON
                   PERFORM 1260-NOTE-EXCEPTION THRU 1260-EXIT
               END-IF
           END-IF.
      *    A PERIOD CLOSED BEFORE THE CLOSE KEPT THE ACCRUAL TOTALS
      *    CARRIES ZEROS THAT ARE NOT THE REAL FIGURES
           IF NOT PH-ACCRUAL-TOTALS-KEPT
               MOVE "CLOSED BEFORE ACCRUAL TOTALS WERE KEPT"
                   TO WS-NOTE-REASON
               PERFORM 1260-NOTE-EXCEPTION THRU 1260-EXIT
           END-IF.
           ADD PH-TOTAL-MOVEMENTS TO WS-ACC-MOVEMENTS.
           ADD PH-INTEREST-TOTAL TO WS-ACC-INTEREST.
           ADD PH-CHARGE-TOTAL TO WS-ACC-CHARGES.
           MOVE PH-CLOSING-BALANCE TO WS-ACC-CLOSING.
           MOVE PH-PERIOD TO WS-ACC-LAST-PERIOD.
           ADD 1 TO WS-ACC-PERIOD-COUNT.
       1200-NEXT.
           IF RETURN-CODE = 16
               SET WS-HIST-EOF TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1250-START-ACCOUNT - FIRST PERIOD OF AN ACCOUNT IN THE  *
      *                         YEAR.  AN ACCOUNT FIRST SEEN AFTER *
      *                         JANUARY IS NEW IN THE YEAR AND     *
      *                         MUST OPEN AT ZERO                  *
      *-----------------------------------------------------------*
       1250-START-ACCOUNT.
           MOVE PH-ACCOUNT-REFERENCE TO WS-CURRENT-ACCOUNT.
           SET WS-ACCOUNT-OPEN TO TRUE.
           MOVE "N" TO WS-EXCEPTION-SWITCH.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE ZERO TO WS-EXCEPTION-PERIOD.
           MOVE PH-OPENING-BALANCE TO WS-ACC-OPENING.
           MOVE ZERO TO WS-ACC-MOVEMENTS.
           MOVE ZERO TO WS-ACC-INTEREST.
           MOVE ZERO TO WS-ACC-CHARGES.
           MOVE ZERO TO WS-ACC-PERIOD-COUNT.
           MOVE PH-PERIOD TO WS-ACC-FIRST-PERIOD.
           IF PH-PERIOD NOT = WS-YEAR-FIRST-PERIOD
               AND PH-OPENING-BALANCE NOT = ZERO
               MOVE "FIRST PERIOD OF YEAR OPENS NON-ZERO"
                   TO WS-NOTE-REASON
               PERFORM 1260-NOTE-EXCEPTION THRU 1260-EXIT
           END-IF.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1260-NOTE-EXCEPTION - KEEP THE FIRST EXCEPTION FOUND    *
      *                          FOR THE ACCOUNT, WITH ITS PERIOD  *
      *                          AND THE REASON IN WS-NOTE-REASON  *
      *-----------------------------------------------------------*
       1260-NOTE-EXCEPTION.
           IF WS-CONTINUITY-BROKEN
               GO TO 1260-EXIT
           END-IF.
           SET WS-CONTINUITY-BROKEN TO TRUE.
           MOVE PH-PERIOD TO WS-EXCEPTION-PERIOD.
           MOVE WS-NOTE-REASON TO WS-EXCEPTION-REASON.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-CLOSE-ONE-ACCOUNT - WRITE THE ACCOUNT'S ANNUAL     *
      *                             HISTORY RECORD.  ONE ALREADY   *
      *                             ON FILE FOR THE YEAR IS LEFT   *
      *                             AS HARDENED AND REPORTED AS IT *
      *                             STANDS                         *
      *-----------------------------------------------------------*
       1300-CLOSE-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OPEN-SWITCH.
           MOVE "N" TO WS-ALREADY-CLOSED-SW.
           IF WS-ACC-LAST-PERIOD NOT = WS-YEAR-LAST-PERIOD
               AND NOT WS-CONTINUITY-BROKEN
               SET WS-CONTINUITY-BROKEN TO TRUE
               MOVE WS-ACC-LAST-PERIOD TO WS-EXCEPTION-PERIOD
               MOVE "LAST PERIOD ON HISTORY - NO DECEMBER"
                   TO WS-EXCEPTION-REASON
           END-IF.
           MOVE SPACES TO AH-ANNUAL-HISTORY-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO AH-ACCOUNT-REFERENCE.
           MOVE WS-CLOSE-YEAR TO AH-YEAR.
           MOVE WS-ACC-OPENING TO AH-OPENING-BALANCE.
           MOVE WS-ACC-MOVEMENTS TO AH-TOTAL-MOVEMENTS.
           MOVE WS-ACC-CLOSING TO AH-CLOSING-BALANCE.
           MOVE WS-ACC-INTEREST TO AH-INTEREST-TOTAL.
           MOVE WS-ACC-CHARGES TO AH-CHARGE-TOTAL.
           MOVE WS-ACC-PERIOD-COUNT TO AH-PERIOD-COUNT.
           MOVE WS-ACC-FIRST-PERIOD TO AH-FIRST-PERIOD.
           MOVE WS-RUN-DATE TO AH-CLOSED-DATE.
           IF WS-CONTINUITY-BROKEN
               SET AH-CONTINUITY-EXCEPTION TO TRUE
           END-IF.
           WRITE AH-ANNUAL-HISTORY-RECORD
               INVALID KEY
                   SET WS-ACCOUNT-ALREADY-CLOSED TO TRUE
           END-WRITE.
           IF WS-ACCOUNT-ALREADY-CLOSED
               PERFORM 1350-READ-CLOSED-YEAR THRU 1350-EXIT
               IF RETURN-CODE = 16
                   GO TO 1300-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-ANNUAL-COUNT
           END-IF.
           PERFORM 1400-REPORT-ONE-ACCOUNT THRU 1400-EXIT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1350-READ-CLOSED-YEAR - THE YEAR IS ALREADY ON THE      *
      *                            ANNUAL HISTORY FOR THE ACCOUNT; *
      *                            TAKE THE HARDENED FIGURES       *
      *-----------------------------------------------------------*
       1350-READ-CLOSED-YEAR.
           IF WS-ANNHIST-STATUS NOT = "22"
               DISPLAY "YRCLOSE: ANNUAL HISTORY WRITE FAILED FOR "
                   WS-CURRENT-ACCOUNT " - STATUS " WS-ANNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1350-EXIT
           END-IF.
           READ ANNUAL-HISTORY-FILE
               INVALID KEY
                   DISPLAY "YRCLOSE: ANNUAL HISTORY READ FAILED FOR "
                       WS-CURRENT-ACCOUNT " - STATUS "
                       WS-ANNHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 1350-EXIT
           END-READ.
           ADD 1 TO WS-ALREADY-CLOSED-COUNT.
           IF AH-CONTINUITY-EXCEPTION
               SET WS-CONTINUITY-BROKEN TO TRUE
               MOVE AH-FIRST-PERIOD TO WS-EXCEPTION-PERIOD
               MOVE "EXCEPTION RECORDED AT ORIGINAL CLOSE"
                   TO WS-EXCEPTION-REASON
           ELSE
               MOVE "N" TO WS-EXCEPTION-SWITCH
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-REPORT-ONE-ACCOUNT - THE ANNUAL FIGURES ON THE     *
      *                              SUMMARY REPORT AND THE TAX    *
      *                              EXTRACT, FROM THE RECORD AS   *
      *                              IT STANDS ON THE FILE         *
      *-----------------------------------------------------------*
       1400-REPORT-ONE-ACCOUNT.
           MOVE AH-ACCOUNT-REFERENCE TO WS-YD-ACCOUNT.
           MOVE AH-OPENING-BALANCE TO WS-YD-OPENING.
           MOVE AH-INTEREST-TOTAL TO WS-YD-INTEREST.
           MOVE AH-CHARGE-TOTAL TO WS-YD-CHARGES.
           MOVE AH-CLOSING-BALANCE TO WS-YD-CLOSING.
           MOVE SPACE TO WS-YD-FLAG.
           IF WS-CONTINUITY-BROKEN
               MOVE "*" TO WS-YD-FLAG
           END-IF.
           MOVE WS-YEAR-DETAIL-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           IF WS-CONTINUITY-BROKEN
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-PERIOD TO WS-YX-PERIOD
               MOVE WS-EXCEPTION-REASON TO WS-YX-REASON
               MOVE WS-YEAR-EXCEPTION-LINE TO YR-REPORT-LINE
               WRITE YR-REPORT-LINE
           END-IF.
           MOVE SPACES TO TXD-DETAIL-RECORD.
           MOVE "DTL" TO TXD-RECORD-TYPE.
           MOVE AH-ACCOUNT-REFERENCE TO TXD-ACCOUNT-REFERENCE.
           MOVE AH-YEAR TO TXD-TAX-YEAR.
           MOVE AH-OPENING-BALANCE TO TXD-OPENING-BALANCE.
           MOVE AH-CLOSING-BALANCE TO TXD-CLOSING-BALANCE.
           MOVE AH-INTEREST-TOTAL TO TXD-INTEREST-TOTAL.
           MOVE AH-CHARGE-TOTAL TO TXD-CHARGE-TOTAL.
           WRITE TXD-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD AH-OPENING-BALANCE TO WS-TOTAL-OPENING.
           ADD AH-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
           ADD AH-INTEREST-TOTAL TO WS-TOTAL-INTEREST.
           ADD AH-CHARGE-TOTAL TO WS-TOTAL-CHARGES.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-FINISH-YEAR - EXTRACT TRAILER, REPORT TOTALS AND   *
      *                       COUNTS, AND THE RETURN CODE.  AN     *
      *                       INCOMPLETE YEAR GETS NO TRAILER, SO  *
      *                       THE PARTIAL EXTRACT FAILS THE        *
      *                       VENDOR'S TRAILER PROOF               *
      *-----------------------------------------------------------*
       1500-FINISH-YEAR.
           IF RETURN-CODE = 16
               GO TO 1500-REPORT
           END-IF.
           MOVE SPACES TO TXT-TRAILER-RECORD.
           MOVE "TRL" TO TXT-RECORD-TYPE.
           MOVE WS-EXTRACT-COUNT TO TXT-DETAIL-COUNT.
           MOVE WS-TOTAL-OPENING TO TXT-TOTAL-OPENING.
           MOVE WS-TOTAL-CLOSING TO TXT-TOTAL-CLOSING.
           MOVE WS-TOTAL-INTEREST TO TXT-TOTAL-INTEREST.
           MOVE WS-TOTAL-CHARGES TO TXT-TOTAL-CHARGES.
           WRITE TXT-TRAILER-RECORD.
       1500-REPORT.
           MOVE WS-TOTAL-OPENING TO WS-YL-OPENING.
           MOVE WS-TOTAL-INTEREST TO WS-YL-INTEREST.
           MOVE WS-TOTAL-CHARGES TO WS-YL-CHARGES.
           MOVE WS-TOTAL-CLOSING TO WS-YL-CLOSING.
           MOVE WS-YEAR-TOTAL-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           MOVE "ACCOUNTS CLOSED FOR THE YEAR :" TO WS-YC-CAPTION.
           MOVE WS-ANNUAL-COUNT TO WS-YC-COUNT.
           MOVE WS-YEAR-COUNT-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           MOVE "ALREADY CLOSED, LEFT AS WAS  :" TO WS-YC-CAPTION.
           MOVE WS-ALREADY-CLOSED-COUNT TO WS-YC-COUNT.
           MOVE WS-YEAR-COUNT-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           MOVE "PERIOD HISTORY EXCEPTIONS .  :" TO WS-YC-CAPTION.
           MOVE WS-EXCEPTION-COUNT TO WS-YC-COUNT.
           MOVE WS-YEAR-COUNT-LINE TO YR-REPORT-LINE.
           WRITE YR-REPORT-LINE.
           IF RETURN-CODE = 16
               DISPLAY "YRCLOSE: YEAR-END CLOSE OF " WS-CLOSE-YEAR
                   " STOPPED - ANNUAL HISTORY IS INCOMPLETE"
               GO TO 1500-EXIT
           END-IF.
           IF WS-EXTRACT-COUNT = ZERO
               DISPLAY "YRCLOSE: NO PERIOD HISTORY FOUND FOR "
                   WS-CLOSE-YEAR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ALREADY-CLOSED-COUNT NOT = ZERO
               DISPLAY "YRCLOSE: " WS-ALREADY-CLOSED-COUNT
                   " ACCOUNT(S) ALREADY CLOSED FOR " WS-CLOSE-YEAR
                   " - ANNUAL HISTORY LEFT AS HARDENED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-EXCEPTION-COUNT NOT = ZERO
               DISPLAY "YRCLOSE: " WS-EXCEPTION-COUNT
                   " ACCOUNT(S) WITH PERIOD HISTORY EXCEPTIONS"
                   " - SEE YEARRPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "YRCLOSE: YEAR " WS-CLOSE-YEAR " CLOSED, "
               WS-ANNUAL-COUNT " ACCOUNT(S) WRITTEN TO ANNUAL HISTORY, "
               WS-EXTRACT-COUNT " EXTRACTED".
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9999-TERMINATE - RETURN TO THE OPERATING SYSTEM         *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.

       END PROGRAM YRCLOSE.
