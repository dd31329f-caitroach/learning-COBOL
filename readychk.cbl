      ******************************************************************
      *    PROGRAM-ID.  READYCHK
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Month-end pre-close readiness check.  First
      *                  step of MONTHEND: before the period on the
      *                  statement card is closed it proves that
      *                  (1) every business night of the period has a
      *                  complete production run on the run-control
      *                  file, (2) the latest production trial
      *                  balance on the audit log finished and proved
      *                  clean (RC=0) no earlier than the period's
      *                  last business night, (3) the suspense master
      *                  items effective inside the period are within
      *                  the count and amount limits on the readiness
      *                  card, and (4) the warehouse holds nothing
      *                  effective inside the period.  Prints a
      *                  checklist with a PASS or FAIL line for each
      *                  check and the detail behind it.  All checks
      *                  passing ends RC=0.  A failing check ends
      *                  RC=8, which stops the close, the statements
      *                  and the accrual run - unless an override card
      *                  for the period names an active supervisor on
      *                  the operator security file, in which case the
      *                  override is printed and the step ends RC=4
      *                  so the month-end goes ahead.  No statement or
      *                  readiness card is RC=16.  Business nights come
      *                  from the business-day calendar; with no
      *                  calendar only weekends are skipped, RC=4.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READYCHK.
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

           SELECT READINESS-CARD-FILE ASSIGN TO "RDYCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDYCARD-STATUS.

           SELECT OVERRIDE-CARD-FILE ASSIGN TO "OVRDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRDCARD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TRANSACTION-ID
               FILE STATUS IS WS-SUSPMAST-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSEFILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERSEC-STATUS.

           SELECT READINESS-REPORT ASSIGN TO "READYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTCARD.

       FD  READINESS-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RDYCARD.

       FD  OVERRIDE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OVRDCARD.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPMST.

       FD  WAREHOUSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSREC
               REPLACING ==TR-TRANSACTION-RECORD==
                      BY ==WH-TRANSACTION-RECORD==
                         ==TR-TRANSACTION-ID==
                      BY ==WH-TRANSACTION-ID==
                         ==TR-ACCOUNT-REFERENCE==
                      BY ==WH-ACCOUNT-REFERENCE==
                         ==TR-AMOUNT==
                      BY ==WH-AMOUNT==
                         ==TR-EFFECTIVE-DATE==
                      BY ==WH-EFFECTIVE-DATE==
                         ==TR-TYPE-CODE==
                      BY ==WH-TYPE-CODE==
                         ==TR-TYPE-POSTING==
                      BY ==WH-TYPE-POSTING==
                         ==TR-TYPE-ADJUSTMENT==
                      BY ==WH-TYPE-ADJUSTMENT==
                         ==TR-TYPE-REVERSAL==
                      BY ==WH-TYPE-REVERSAL==
                         ==TR-ORIGINAL-ID==
                      BY ==WH-ORIGINAL-ID==
                         ==TR-ACCRUAL-KIND==
                      BY ==WH-ACCRUAL-KIND==
                         ==TR-ACCRUAL-CHARGE==
                      BY ==WH-ACCRUAL-CHARGE==
                         ==TR-ACCRUAL-INTEREST==
                      BY ==WH-ACCRUAL-INTEREST==
                         ==TR-WRITE-OFF-CLEARING==
                      BY ==WH-WRITE-OFF-CLEARING==.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  READINESS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RR-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-RDYCARD-STATUS        PIC X(02)   VALUE "00".
       77  WS-OVRDCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-RUNCTRL-STATUS        PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".
       77  WS-SUSPMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-WHSEFILE-STATUS       PIC X(02)   VALUE "00".
       77  WS-OPERSEC-STATUS        PIC X(02)   VALUE "00".
       77  WS-READYRPT-STATUS       PIC X(02)   VALUE "00".
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-CHECK-SWITCH          PIC X(01)   VALUE "Y".
           88  WS-CHECK-PASSED          VALUE "Y".
           88  WS-CHECK-FAILED          VALUE "N".
       77  WS-OVERRIDE-SWITCH       PIC X(01)   VALUE "N".
           88  WS-OVERRIDE-PRESENT      VALUE "Y".
       77  WS-SUPERVISOR-SWITCH     PIC X(01)   VALUE "N".
           88  WS-SUPERVISOR-VALID      VALUE "Y".
       77  WS-DONE-FOUND-SWITCH     PIC X(01)   VALUE "N".
           88  WS-DONE-FOUND            VALUE "Y".
       77  WS-DONE-TABLE-FULL-SW    PIC X(01)   VALUE "N".
           88  WS-DONE-TABLE-FULL       VALUE "Y".
       77  WS-CALENDAR-STATUS       PIC X(02)   VALUE "00".
       77  WS-CAL-EOF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-CAL-EOF               VALUE "Y".
       77  WS-CAL-FOUND-SWITCH      PIC X(01)   VALUE "N".
           88  WS-CAL-FOUND             VALUE "Y".
       77  WS-CAL-TABLE-FULL-SW     PIC X(01)   VALUE "N".
           88  WS-CAL-TABLE-FULL        VALUE "Y".
       77  WS-BUSINESS-DAY-SWITCH   PIC X(01)   VALUE "Y".
           88  WS-BUSINESS-DAY          VALUE "Y".
       77  WS-CAL-COUNT             PIC 9(04)   VALUE ZERO.

       77  WS-CLOSE-PERIOD          PIC 9(06)   VALUE ZERO.
       77  WS-LAST-BUSINESS-DATE    PIC 9(08)   VALUE ZERO.
       77  WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
       77  WS-CHECK-NUMBER          PIC 9(01)   VALUE ZERO.
       77  WS-FAILED-COUNT          PIC 9(01)   VALUE ZERO.
       77  WS-DONE-COUNT            PIC 9(03)   VALUE ZERO.
       77  WS-NIGHT-COUNT           PIC 9(03)   VALUE ZERO.
       77  WS-COMPLETE-NIGHT-COUNT  PIC 9(03)   VALUE ZERO.
       77  WS-MISSING-NIGHT-COUNT   PIC 9(03)   VALUE ZERO.
       77  WS-TB-RETURN-CODE        PIC 9(03)   VALUE ZERO.
       77  WS-SUSPENSE-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-SUSPENSE-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       77  WS-WAREHOUSE-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-OVERRIDE-REFUSAL      PIC X(60)   VALUE SPACES.

      *    TRIAL BALANCE RUNS ON THE AUDIT LOG ARE TOLD APART BY
      *    THEIR START STAMP, WHICH THE COMPLETION RECORD REPEATS -
      *    THE LATEST START, AND THE LATEST START THAT COMPLETED
       01  WS-TEST-STAMP.
           05  WS-TS-DATE               PIC 9(08)   VALUE ZERO.
           05  WS-TS-TIME               PIC 9(08)   VALUE ZERO.
       01  WS-TB-LATEST-START.
           05  WS-TB-START-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-TB-START-TIME         PIC 9(08)   VALUE ZERO.
       01  WS-TB-LATEST-DONE.
           05  WS-TB-DONE-DATE          PIC 9(08)   VALUE ZERO.
           05  WS-TB-DONE-TIME          PIC 9(08)   VALUE ZERO.

      *    RUN DATES INSIDE THE PERIOD THAT HAVE A COMPLETE
      *    PRODUCTION RECORD ON THE RUN-CONTROL FILE, ONE SLOT EACH
       01  WS-DONE-TABLE.
           05  WS-DONE-DATE             PIC 9(08)
                   OCCURS 100 TIMES
                   INDEXED BY WS-DONE-IDX.

      *    SERIAL DAY-NUMBER CONVERSION WORK AREA, SO THE DAY OF THE
      *    WEEK CAN BE WORKED OUT
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

      *    CALENDAR EXCEPTIONS - ONE SLOT PER HOLIDAY (H) OR
      *    WEEKEND BUSINESS DAY (B) ON THE BUSINESS-DAY CALENDAR
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-CT-DATE               PIC 9(08).
               10  WS-CT-DAY-TYPE           PIC X(01).
                   88  WS-CT-HOLIDAY            VALUE "H".

      *    CALENDAR DATE WORK AREA - THE DATE BEING TESTED OR
      *    STEPPED, THE LENGTH OF ITS MONTH, AND ITS DAY OF THE WEEK
      *    (THE SERIAL DAY NUMBER MODULO 7 - 0 SUNDAY, 6 SATURDAY)
       01  WS-CALENDAR-WORK.
           05  WS-CW-DATE               PIC 9(08).
           05  WS-CW-DATE-R REDEFINES WS-CW-DATE.
               10  WS-CW-YYYY               PIC 9(04).
               10  WS-CW-MM                 PIC 9(02).
               10  WS-CW-DD                 PIC 9(02).
           05  WS-CW-DAYS-IN-MONTH      PIC 9(02).
           05  WS-CW-WEEK-QUOTIENT      PIC 9(09).
           05  WS-CW-WEEKDAY            PIC 9(01).
               88  WS-CW-WEEKEND            VALUE 0 6.
           05  WS-CW-STEPS              PIC 9(03).

      *    THE SUSPENSE IMAGE, SEEN THROUGH THE SHARED LAYOUT
           COPY TRANSREC
               REPLACING ==TR-TRANSACTION-RECORD==
                      BY ==WT-TRANSACTION-RECORD==
                         ==TR-TRANSACTION-ID==
                      BY ==WT-TRANSACTION-ID==
                         ==TR-ACCOUNT-REFERENCE==
                      BY ==WT-ACCOUNT-REFERENCE==
                         ==TR-AMOUNT==
                      BY ==WT-AMOUNT==
                         ==TR-EFFECTIVE-DATE==
                      BY ==WT-EFFECTIVE-DATE==
                         ==TR-TYPE-CODE==
                      BY ==WT-TYPE-CODE==
                         ==TR-TYPE-POSTING==
                      BY ==WT-TYPE-POSTING==
                         ==TR-TYPE-ADJUSTMENT==
                      BY ==WT-TYPE-ADJUSTMENT==
                         ==TR-TYPE-REVERSAL==
                      BY ==WT-TYPE-REVERSAL==
                         ==TR-ORIGINAL-ID==
                      BY ==WT-ORIGINAL-ID==
                         ==TR-ACCRUAL-KIND==
                      BY ==WT-ACCRUAL-KIND==
                         ==TR-ACCRUAL-CHARGE==
                      BY ==WT-ACCRUAL-CHARGE==
                         ==TR-ACCRUAL-INTEREST==
                      BY ==WT-ACCRUAL-INTEREST==
                         ==TR-WRITE-OFF-CLEARING==
                      BY ==WT-WRITE-OFF-CLEARING==.

       01  WS-READY-TITLE-LINE.
           05  FILLER                   PIC X(35)
               VALUE "MONTH-END READINESS CHECK - PERIOD ".
           05  WS-RT-START-DATE         PIC 9(08).
           05  FILLER                   PIC X(04)   VALUE " TO ".
           05  WS-RT-END-DATE           PIC 9(08).
           05  FILLER                   PIC X(06)   VALUE "  RUN ".
           05  WS-RT-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(11)   VALUE SPACES.

       01  WS-READY-CHECK-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RC-NUMBER             PIC 9(01).
           05  FILLER                   PIC X(02)   VALUE ". ".
           05  WS-RC-CAPTION            PIC X(55).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RC-RESULT             PIC X(04).
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-READY-NOTE-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  WS-RN-TEXT               PIC X(60).
           05  FILLER                   PIC X(13)   VALUE SPACES.

       01  WS-READY-NIGHT-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(16)
               VALUE "BUSINESS NIGHTS ".
           05  WS-RH-NIGHTS             PIC ZZ9.
           05  FILLER                   PIC X(11)
               VALUE "  COMPLETE ".
           05  WS-RH-COMPLETE           PIC ZZ9.
           05  FILLER                   PIC X(10)
               VALUE "  MISSING ".
           05  WS-RH-MISSING            PIC ZZ9.
           05  FILLER                   PIC X(27)   VALUE SPACES.

       01  WS-READY-MISSING-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(37)
               VALUE "NO COMPLETE PRODUCTION RUN FOR NIGHT ".
           05  WS-RM-DATE               PIC 9(08).
           05  FILLER                   PIC X(28)   VALUE SPACES.

       01  WS-READY-TRIAL-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(19)
               VALUE "LATEST RUN STARTED ".
           05  WS-RB-DATE               PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-RB-TIME               PIC 9(08).
           05  FILLER                   PIC X(05)   VALUE "  RC ".
           05  WS-RB-RETURN-CODE        PIC 9(03).
           05  FILLER                   PIC X(29)   VALUE SPACES.

       01  WS-READY-ITEM-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE "IN-PERIOD ITEMS  ".
           05  WS-RI-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09)   VALUE "   LIMIT ".
           05  WS-RI-LIMIT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(33)   VALUE SPACES.

       01  WS-READY-AMOUNT-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE "IN-PERIOD AMOUNT ".
           05  WS-RA-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09)   VALUE "   LIMIT ".
           05  WS-RA-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(17)   VALUE SPACES.

       01  WS-READY-HELD-LINE.
           05  FILLER                   PIC X(07)   VALUE SPACES.
           05  FILLER                   PIC X(05)   VALUE "HELD ".
           05  WS-RW-TRANSACTION-ID     PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-RW-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(11)
               VALUE " EFFECTIVE ".
           05  WS-RW-DATE               PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACES.
           05  WS-RW-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(12)   VALUE SPACES.

       01  WS-READY-VERDICT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RV-TEXT               PIC X(60).
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  WS-READY-OVERRIDE-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  FILLER                   PIC X(25)
               VALUE "OVERRIDDEN BY SUPERVISOR ".
           05  WS-RO-SUPERVISOR-ID      PIC X(08).
           05  FILLER                   PIC X(03)   VALUE " - ".
           05  WS-RO-REASON             PIC X(40).
           05  FILLER                   PIC X(02)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - READ THE STATEMENT, READINESS AND     *
      *                      OVERRIDE CARDS, LOAD THE CALENDAR,    *
      *                      FIX THE PERIOD'S LAST BUSINESS DAY,   *
      *                      AND OPEN THE CHECKLIST                *
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
               DISPLAY "READYCHK: NO STATEMENT CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF RP-START-DATE IS NOT NUMERIC
               OR RP-END-DATE IS NOT NUMERIC
               OR RP-START-DATE = ZERO
               OR RP-END-DATE < RP-START-DATE
               DISPLAY "READYCHK: STATEMENT CARD DATES INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT READINESS-CARD-FILE.
           IF WS-RDYCARD-STATUS = "00"
               READ READINESS-CARD-FILE
                   AT END
                       MOVE "10" TO WS-RDYCARD-STATUS
               END-READ
               CLOSE READINESS-CARD-FILE
           END-IF.
           IF WS-RDYCARD-STATUS NOT = "00"
               DISPLAY "READYCHK: NO READINESS CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF RY-SUSPENSE-ITEM-LIMIT IS NOT NUMERIC
               OR RY-SUSPENSE-AMOUNT-LIMIT IS NOT NUMERIC
               DISPLAY "READYCHK: READINESS CARD LIMITS INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0600-READ-OVERRIDE-CARD THRU 0600-EXIT.
           PERFORM 0700-LOAD-CALENDAR THRU 0700-EXIT.
           MOVE RP-START-DATE (1:6) TO WS-CLOSE-PERIOD.
           MOVE RP-END-DATE TO WS-CW-DATE.
           PERFORM 7500-ROLL-BACK THRU 7500-EXIT.
           MOVE WS-CW-DATE TO WS-LAST-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT READINESS-REPORT.
           IF WS-READYRPT-STATUS NOT = "00"
               DISPLAY "READYCHK: UNABLE TO OPEN READINESS REPORT - "
                   "STATUS " WS-READYRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           MOVE RP-START-DATE TO WS-RT-START-DATE.
           MOVE RP-END-DATE TO WS-RT-END-DATE.
           MOVE WS-RUN-DATE TO WS-RT-RUN-DATE.
           MOVE WS-READY-TITLE-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           IF WS-CALENDAR-STATUS NOT = "00"
               MOVE "NO BUSINESS-DAY CALENDAR - ONLY WEEKENDS SKIPPED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0600-READ-OVERRIDE-CARD - THE OVERRIDE CARD IS ONLY     *
      *                              THERE WHEN A SUPERVISOR HAS   *
      *                              AGREED TO CLOSE PAST A FAILED *
      *                              CHECK; NO FILE OR AN EMPTY    *
      *                              ONE MEANS NO OVERRIDE         *
      *-----------------------------------------------------------*
       0600-READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-CARD-FILE.
           IF WS-OVRDCARD-STATUS NOT = "00"
               GO TO 0600-EXIT
           END-IF.
           READ OVERRIDE-CARD-FILE
               AT END
                   MOVE "10" TO WS-OVRDCARD-STATUS
           END-READ.
           CLOSE OVERRIDE-CARD-FILE.
           IF WS-OVRDCARD-STATUS = "00"
               AND OV-OVERRIDE-CARD NOT = SPACES
               SET WS-OVERRIDE-PRESENT TO TRUE
           END-IF.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0700-LOAD-CALENDAR - THE BUSINESS-DAY CALENDAR'S        *
      *                         HOLIDAYS AND WEEKEND BUSINESS DAYS *
      *                         COME INTO STORAGE.  WITH NO        *
      *                         CALENDAR, ONLY WEEKENDS ARE        *
      *                         NON-BUSINESS DAYS                  *
      *-----------------------------------------------------------*
       0700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "READYCHK: BUSINESS-DAY CALENDAR NOT "
                   "AVAILABLE - STATUS " WS-CALENDAR-STATUS
                   " - WEEKENDS ONLY"
               MOVE 4 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF.
           PERFORM 0710-READ-CALENDAR THRU 0710-EXIT.
           PERFORM 0720-STORE-CALENDAR THRU 0720-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE CALENDAR-FILE.
       0700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0710-READ-CALENDAR - GET THE NEXT CALENDAR RECORD       *
      *-----------------------------------------------------------*
       0710-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.
       0710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0720-STORE-CALENDAR - FILE ONE HOLIDAY OR WEEKEND       *
      *                          BUSINESS DAY IN THE TABLE         *
      *-----------------------------------------------------------*
       0720-STORE-CALENDAR.
           IF CL-CALENDAR-DATE IS NOT NUMERIC
               OR NOT (CL-HOLIDAY OR CL-BUSINESS-DAY)
               GO TO 0720-NEXT
           END-IF.
           IF WS-CAL-COUNT < 500
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE CL-CALENDAR-DATE TO WS-CT-DATE (WS-CAL-IDX)
               MOVE CL-DAY-TYPE TO WS-CT-DAY-TYPE (WS-CAL-IDX)
           ELSE
               IF NOT WS-CAL-TABLE-FULL
                   DISPLAY "READYCHK: CALENDAR TABLE FULL - ENTRIES "
                       "BEYOND 500 IGNORED"
                   SET WS-CAL-TABLE-FULL TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0720-NEXT.
           PERFORM 0710-READ-CALENDAR THRU 0710-EXIT.
       0720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - RUN THE FOUR CHECKS, THEN DECIDE WHETHER    *
      *                THE MONTH-END MAY GO AHEAD                  *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2000-CHECK-NIGHTLY-RUNS THRU 2000-EXIT.
           PERFORM 3000-CHECK-TRIAL-BALANCE THRU 3000-EXIT.
           PERFORM 4000-CHECK-SUSPENSE THRU 4000-EXIT.
           PERFORM 5000-CHECK-WAREHOUSE THRU 5000-EXIT.
           PERFORM 6000-DECIDE-READINESS THRU 6000-EXIT.
           CLOSE READINESS-REPORT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-CHECK-NIGHTLY-RUNS - EVERY BUSINESS NIGHT FROM THE *
      *                              PERIOD START TO ITS END MUST  *
      *                              HAVE A COMPLETE PRODUCTION    *
      *                              RUN-CONTROL RECORD; THE ONES  *
      *                              THAT DO NOT ARE LISTED        *
      *-----------------------------------------------------------*
       2000-CHECK-NIGHTLY-RUNS.
           SET WS-CHECK-PASSED TO TRUE.
           ADD 1 TO WS-CHECK-NUMBER.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTRL-STATUS NOT = "00"
               SET WS-CHECK-FAILED TO TRUE
               MOVE "EVERY BUSINESS NIGHT HAS A COMPLETE PRODUCTION RUN"
                   TO WS-RC-CAPTION
               PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT
               MOVE "RUN-CONTROL FILE NOT AVAILABLE - NIGHTS UNPROVED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
           PERFORM 2200-STORE-RUN-CONTROL THRU 2200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE RUN-CONTROL-FILE.
           MOVE RP-START-DATE TO WS-CW-DATE.
           PERFORM 2300-COUNT-ONE-NIGHT THRU 2300-EXIT
               UNTIL WS-CW-DATE > RP-END-DATE.
           IF WS-MISSING-NIGHT-COUNT NOT = ZERO
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
           MOVE "EVERY BUSINESS NIGHT HAS A COMPLETE PRODUCTION RUN"
               TO WS-RC-CAPTION.
           PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT.
           MOVE WS-NIGHT-COUNT TO WS-RH-NIGHTS.
           MOVE WS-COMPLETE-NIGHT-COUNT TO WS-RH-COMPLETE.
           MOVE WS-MISSING-NIGHT-COUNT TO WS-RH-MISSING.
           MOVE WS-READY-NIGHT-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
      *    THE NIGHTS ARE WALKED A SECOND TIME TO LIST THE MISSING
      *    ONES UNDER THE CHECK LINE
           IF WS-MISSING-NIGHT-COUNT NOT = ZERO
               MOVE RP-START-DATE TO WS-CW-DATE
               PERFORM 2400-LIST-ONE-NIGHT THRU 2400-EXIT
                   UNTIL WS-CW-DATE > RP-END-DATE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-RUN-CONTROL - GET THE NEXT RUN-CONTROL RECORD *
      *-----------------------------------------------------------*
       2100-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-STORE-RUN-CONTROL - FILE THE RUN DATE OF A         *
      *                             COMPLETE PRODUCTION RUN INSIDE *
      *                             THE PERIOD, ONCE PER DATE - A  *
      *                             FORCED REPROCESS LEAVES A      *
      *                             SECOND RECORD FOR ITS DATE     *
      *-----------------------------------------------------------*
       2200-STORE-RUN-CONTROL.
           IF NOT RL-RUN-COMPLETE
               OR NOT RL-ENV-PRODUCTION
               OR RL-RUN-DATE IS NOT NUMERIC
               OR RL-RUN-DATE < RP-START-DATE
               OR RL-RUN-DATE > RP-END-DATE
               GO TO 2200-NEXT
           END-IF.
           MOVE RL-RUN-DATE TO WS-CW-DATE.
           PERFORM 2500-FIND-DONE-DATE THRU 2500-EXIT.
           IF WS-DONE-FOUND
               GO TO 2200-NEXT
           END-IF.
           IF WS-DONE-COUNT < 100
               ADD 1 TO WS-DONE-COUNT
               SET WS-DONE-IDX TO WS-DONE-COUNT
               MOVE RL-RUN-DATE TO WS-DONE-DATE (WS-DONE-IDX)
           ELSE
               IF NOT WS-DONE-TABLE-FULL
                   DISPLAY "READYCHK: RUN-CONTROL TABLE FULL - DATES "
                       "BEYOND 100 IGNORED"
                   SET WS-DONE-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-COUNT-ONE-NIGHT - A BUSINESS NIGHT IS COUNTED AS   *
      *                           COMPLETE OR MISSING; THEN ON TO  *
      *                           THE NEXT DAY                     *
      *-----------------------------------------------------------*
       2300-COUNT-ONE-NIGHT.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
           IF NOT WS-BUSINESS-DAY
               GO TO 2300-NEXT
           END-IF.
           ADD 1 TO WS-NIGHT-COUNT.
           PERFORM 2500-FIND-DONE-DATE THRU 2500-EXIT.
           IF WS-DONE-FOUND
               ADD 1 TO WS-COMPLETE-NIGHT-COUNT
           ELSE
               ADD 1 TO WS-MISSING-NIGHT-COUNT
               DISPLAY "READYCHK: NO COMPLETE PRODUCTION RUN FOR "
                   WS-CW-DATE
           END-IF.
       2300-NEXT.
           PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-LIST-ONE-NIGHT - PRINT A BUSINESS NIGHT WITH NO    *
      *                          COMPLETE RUN                      *
      *-----------------------------------------------------------*
       2400-LIST-ONE-NIGHT.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
           IF NOT WS-BUSINESS-DAY
               GO TO 2400-NEXT
           END-IF.
           PERFORM 2500-FIND-DONE-DATE THRU 2500-EXIT.
           IF NOT WS-DONE-FOUND
               MOVE WS-CW-DATE TO WS-RM-DATE
               MOVE WS-READY-MISSING-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.
       2400-NEXT.
           PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-FIND-DONE-DATE - IS WS-CW-DATE IN THE TABLE OF     *
      *                          COMPLETED RUN DATES?              *
      *-----------------------------------------------------------*
       2500-FIND-DONE-DATE.
           MOVE "N" TO WS-DONE-FOUND-SWITCH.
           PERFORM 2510-TEST-DONE-SLOT THRU 2510-EXIT
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               OR WS-DONE-FOUND.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2510-TEST-DONE-SLOT - TEST ONE COMPLETED-DATE SLOT      *
      *-----------------------------------------------------------*
       2510-TEST-DONE-SLOT.
           IF WS-DONE-DATE (WS-DONE-IDX) = WS-CW-DATE
               SET WS-DONE-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CHECK-TRIAL-BALANCE - THE LATEST PRODUCTION TRIAL  *
      *                               BALANCE ON THE AUDIT LOG     *
      *                               MUST HAVE COMPLETED, PROVED  *
      *                               CLEAN (RC=0), AND STARTED NO *
      *                               EARLIER THAN THE PERIOD'S    *
      *                               LAST BUSINESS NIGHT          *
      *-----------------------------------------------------------*
       3000-CHECK-TRIAL-BALANCE.
           SET WS-CHECK-PASSED TO TRUE.
           ADD 1 TO WS-CHECK-NUMBER.
           MOVE "LATEST TRIAL BALANCE COMPLETED AND PROVED CLEAN"
               TO WS-RC-CAPTION.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               SET WS-CHECK-FAILED TO TRUE
               PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT
               MOVE "AUDIT LOG NOT AVAILABLE - TRIAL BALANCE UNPROVED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-READ-AUDIT-LOG THRU 3100-EXIT.
           PERFORM 3200-NOTE-TRIAL-RUN THRU 3200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 3300-JUDGE-TRIAL-RUN THRU 3300-EXIT.
           IF WS-RN-TEXT NOT = SPACES
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT.
           IF WS-TB-LATEST-START NOT = ZERO
               MOVE WS-TB-START-DATE TO WS-RB-DATE
               MOVE WS-TB-START-TIME TO WS-RB-TIME
               MOVE ZERO TO WS-RB-RETURN-CODE
               IF WS-TB-LATEST-START = WS-TB-LATEST-DONE
                   MOVE WS-TB-RETURN-CODE TO WS-RB-RETURN-CODE
               END-IF
               MOVE WS-READY-TRIAL-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.
           IF WS-CHECK-FAILED
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               DISPLAY "READYCHK: " WS-RN-TEXT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-READ-AUDIT-LOG - GET THE NEXT AUDIT LOG RECORD     *
      *-----------------------------------------------------------*
       3100-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-NOTE-TRIAL-RUN - KEEP THE LATEST PRODUCTION TRIAL  *
      *                          BALANCE START, AND THE LATEST     *
      *                          COMPLETION WITH ITS RETURN CODE   *
      *-----------------------------------------------------------*
       3200-NOTE-TRIAL-RUN.
           IF AL-JOB-NAME NOT = "TRIALBAL"
               OR NOT AL-ENV-PRODUCTION
               OR AL-START-DATE IS NOT NUMERIC
               OR AL-START-TIME IS NOT NUMERIC
               GO TO 3200-NEXT
           END-IF.
           MOVE AL-START-DATE TO WS-TS-DATE.
           MOVE AL-START-TIME TO WS-TS-TIME.
           IF AL-START-RECORD
               IF WS-TEST-STAMP > WS-TB-LATEST-START
                   MOVE WS-TEST-STAMP TO WS-TB-LATEST-START
               END-IF
               GO TO 3200-NEXT
           END-IF.
           IF AL-COMPLETION-RECORD
               AND WS-TEST-STAMP NOT < WS-TB-LATEST-DONE
               MOVE WS-TEST-STAMP TO WS-TB-LATEST-DONE
               MOVE AL-RETURN-CODE TO WS-TB-RETURN-CODE
      *    A RUN LOGGED BEFORE TWO-PHASE LOGGING HAS NO START
      *    RECORD OF ITS OWN
               IF WS-TEST-STAMP > WS-TB-LATEST-START
                   MOVE WS-TEST-STAMP TO WS-TB-LATEST-START
               END-IF
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-AUDIT-LOG THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-JUDGE-TRIAL-RUN - THE REASON THE LATEST TRIAL      *
      *                           BALANCE FAILS THE CHECK, IF IT   *
      *                           DOES; SPACES IF IT PASSES        *
      *-----------------------------------------------------------*
       3300-JUDGE-TRIAL-RUN.
           MOVE SPACES TO WS-RN-TEXT.
           IF WS-TB-LATEST-DONE = ZERO
               MOVE "NO COMPLETED PRODUCTION TRIAL BALANCE ON THE LOG"
                   TO WS-RN-TEXT
               GO TO 3300-EXIT
           END-IF.
           IF WS-TB-LATEST-START > WS-TB-LATEST-DONE
               MOVE "A LATER TRIAL BALANCE STARTED BUT NEVER ENDED"
                   TO WS-RN-TEXT
               GO TO 3300-EXIT
           END-IF.
           IF WS-TB-RETURN-CODE NOT = ZERO
               MOVE "TRIAL BALANCE DID NOT PROVE - RC NOT 0"
                   TO WS-RN-TEXT
               GO TO 3300-EXIT
           END-IF.
           IF WS-TB-DONE-DATE < WS-LAST-BUSINESS-DATE
               MOVE "LATEST RUN IS BEFORE THE LAST BUSINESS NIGHT"
                   TO WS-RN-TEXT
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-CHECK-SUSPENSE - COUNT AND TOTAL (IGNORING SIGN)   *
      *                          THE SUSPENSE MASTER ITEMS WHOSE   *
      *                          TRANSACTION IS EFFECTIVE INSIDE   *
      *                          THE PERIOD, AGAINST THE LIMITS ON *
      *                          THE READINESS CARD                *
      *-----------------------------------------------------------*
       4000-CHECK-SUSPENSE.
           SET WS-CHECK-PASSED TO TRUE.
           ADD 1 TO WS-CHECK-NUMBER.
           MOVE "SUSPENSE ITEMS FOR THE PERIOD WITHIN TOLERANCE"
               TO WS-RC-CAPTION.
           OPEN INPUT SUSPENSE-MASTER-FILE.
           IF WS-SUSPMAST-STATUS NOT = "00"
               SET WS-CHECK-FAILED TO TRUE
               PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT
               MOVE "SUSPENSE MASTER NOT AVAILABLE - SUSPENSE UNPROVED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO SM-TRANSACTION-ID.
           START SUSPENSE-MASTER-FILE
               KEY IS GREATER THAN SM-TRANSACTION-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
           END-IF.
           PERFORM 4200-COUNT-ONE-ITEM THRU 4200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SUSPENSE-MASTER-FILE.
           IF WS-SUSPENSE-COUNT > RY-SUSPENSE-ITEM-LIMIT
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
           IF RY-SUSPENSE-AMOUNT-LIMIT NOT = ZERO
               AND WS-SUSPENSE-AMOUNT > RY-SUSPENSE-AMOUNT-LIMIT
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT.
           MOVE WS-SUSPENSE-COUNT TO WS-RI-COUNT.
           MOVE RY-SUSPENSE-ITEM-LIMIT TO WS-RI-LIMIT.
           MOVE WS-READY-ITEM-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE WS-SUSPENSE-AMOUNT TO WS-RA-AMOUNT.
           MOVE RY-SUSPENSE-AMOUNT-LIMIT TO WS-RA-LIMIT.
           MOVE WS-READY-AMOUNT-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           IF RY-SUSPENSE-AMOUNT-LIMIT = ZERO
               MOVE "NO AMOUNT LIMIT ON THE CARD - ITEM COUNT ONLY"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4100-READ-SUSPENSE - GET THE NEXT SUSPENSE MASTER       *
      *                         RECORD IN KEY ORDER                *
      *-----------------------------------------------------------*
       4100-READ-SUSPENSE.
           READ SUSPENSE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-COUNT-ONE-ITEM - AN ITEM EFFECTIVE INSIDE THE      *
      *                          PERIOD IS COUNTED AND ITS AMOUNT  *
      *                          ADDED WITHOUT ITS SIGN            *
      *-----------------------------------------------------------*
       4200-COUNT-ONE-ITEM.
           MOVE SM-TRANSACTION-IMAGE TO WT-TRANSACTION-RECORD.
           IF WT-EFFECTIVE-DATE IS NOT NUMERIC
               OR WT-EFFECTIVE-DATE < RP-START-DATE
               OR WT-EFFECTIVE-DATE > RP-END-DATE
               GO TO 4200-NEXT
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           IF WT-AMOUNT IS NUMERIC
               IF WT-AMOUNT < ZERO
                   SUBTRACT WT-AMOUNT FROM WS-SUSPENSE-AMOUNT
               ELSE
                   ADD WT-AMOUNT TO WS-SUSPENSE-AMOUNT
               END-IF
           END-IF.
       4200-NEXT.
           PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-CHECK-WAREHOUSE - NOTHING EFFECTIVE INSIDE THE     *
      *                           PERIOD MAY STILL BE HELD IN THE  *
      *                           WAREHOUSE; ANY SUCH ITEM IS      *
      *                           LISTED.  NO WAREHOUSE FILE MEANS *
      *                           NOTHING HELD                     *
      *-----------------------------------------------------------*
       5000-CHECK-WAREHOUSE.
           SET WS-CHECK-PASSED TO TRUE.
           ADD 1 TO WS-CHECK-NUMBER.
           MOVE "WAREHOUSE HOLDS NOTHING EFFECTIVE IN THE PERIOD"
               TO WS-RC-CAPTION.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHSEFILE-STATUS = "35"
               PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT
               MOVE "NO WAREHOUSE FILE - NOTHING HELD" TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 5000-EXIT
           END-IF.
           IF WS-WHSEFILE-STATUS NOT = "00"
               SET WS-CHECK-FAILED TO TRUE
               PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT
               MOVE "WAREHOUSE FILE CANNOT BE READ - WAREHOUSE UNPROVED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 5000-EXIT
           END-IF.
      *    THE FILE IS READ TWICE - ONCE TO COUNT, SO THE CHECK
      *    LINE CAN BE PRINTED AHEAD OF THE ITEMS, AND ONCE TO LIST
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5100-READ-WAREHOUSE THRU 5100-EXIT.
           PERFORM 5200-COUNT-ONE-HELD THRU 5200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE WAREHOUSE-FILE.
           IF WS-WAREHOUSE-COUNT NOT = ZERO
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE THRU 8000-EXIT.
           IF WS-WAREHOUSE-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHSEFILE-STATUS NOT = "00"
               SET WS-CHECK-FAILED TO TRUE
               MOVE "WAREHOUSE FILE CANNOT BE REREAD - ITEMS NOT LISTED"
                   TO WS-RN-TEXT
               MOVE WS-READY-NOTE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5100-READ-WAREHOUSE THRU 5100-EXIT.
           PERFORM 5300-LIST-ONE-HELD THRU 5300-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE WAREHOUSE-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5100-READ-WAREHOUSE - GET THE NEXT WAREHOUSE RECORD     *
      *-----------------------------------------------------------*
       5100-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-COUNT-ONE-HELD - COUNT A HELD ITEM EFFECTIVE       *
      *                          INSIDE THE PERIOD                 *
      *-----------------------------------------------------------*
       5200-COUNT-ONE-HELD.
           IF WH-EFFECTIVE-DATE IS NUMERIC
               AND WH-EFFECTIVE-DATE NOT < RP-START-DATE
               AND WH-EFFECTIVE-DATE NOT > RP-END-DATE
               ADD 1 TO WS-WAREHOUSE-COUNT
               DISPLAY "READYCHK: WAREHOUSE HOLDS "
                   WH-TRANSACTION-ID " EFFECTIVE "
                   WH-EFFECTIVE-DATE
           END-IF.
           PERFORM 5100-READ-WAREHOUSE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-LIST-ONE-HELD - PRINT A HELD ITEM EFFECTIVE INSIDE *
      *                         THE PERIOD                         *
      *-----------------------------------------------------------*
       5300-LIST-ONE-HELD.
           IF WH-EFFECTIVE-DATE IS NUMERIC
               AND WH-EFFECTIVE-DATE NOT < RP-START-DATE
               AND WH-EFFECTIVE-DATE NOT > RP-END-DATE
               MOVE WH-TRANSACTION-ID TO WS-RW-TRANSACTION-ID
               MOVE WH-ACCOUNT-REFERENCE TO WS-RW-ACCOUNT
               MOVE WH-EFFECTIVE-DATE TO WS-RW-DATE
               MOVE ZERO TO WS-RW-AMOUNT
               IF WH-AMOUNT IS NUMERIC
                   MOVE WH-AMOUNT TO WS-RW-AMOUNT
               END-IF
               MOVE WS-READY-HELD-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.
           PERFORM 5100-READ-WAREHOUSE THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-DECIDE-READINESS - ALL CHECKS PASSED LETS THE      *
      *                            MONTH-END GO AHEAD.  A FAILED   *
      *                            CHECK STOPS IT RC=8 UNLESS THE  *
      *                            OVERRIDE CARD IS FOR THIS       *
      *                            PERIOD, GIVES A REASON, AND     *
      *                            NAMES AN ACTIVE SUPERVISOR -    *
      *                            THEN RC=4 AND THE MONTH-END     *
      *                            GOES AHEAD ON THE OVERRIDE      *
      *-----------------------------------------------------------*
       6000-DECIDE-READINESS.
           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           IF WS-FAILED-COUNT = ZERO
               MOVE "ALL CHECKS PASSED - MONTH-END CLOSE MAY PROCEED"
                   TO WS-RV-TEXT
               MOVE WS-READY-VERDICT-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               DISPLAY "READYCHK: PERIOD " WS-CLOSE-PERIOD
                   " READY FOR CLOSE"
               IF WS-OVERRIDE-PRESENT
                   MOVE "OVERRIDE CARD PRESENT BUT NOT NEEDED"
                       TO WS-RV-TEXT
                   MOVE WS-READY-VERDICT-LINE TO RR-REPORT-LINE
                   WRITE RR-REPORT-LINE
               END-IF
               GO TO 6000-EXIT
           END-IF.
           IF WS-OVERRIDE-PRESENT
               PERFORM 6100-VERIFY-OVERRIDE THRU 6100-EXIT
           END-IF.
           IF WS-SUPERVISOR-VALID
               MOVE "CHECK(S) FAILED - MONTH-END GOES AHEAD ON OVERRIDE"
                   TO WS-RV-TEXT
               MOVE WS-READY-VERDICT-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               MOVE OV-SUPERVISOR-ID TO WS-RO-SUPERVISOR-ID
               MOVE OV-REASON TO WS-RO-REASON
               MOVE WS-READY-OVERRIDE-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               DISPLAY "READYCHK: " WS-FAILED-COUNT " CHECK(S) FAILED"
                   " - OVERRIDDEN BY SUPERVISOR " OV-SUPERVISOR-ID
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6000-EXIT
           END-IF.
           MOVE "CHECK(S) FAILED - MONTH-END CLOSE STOPPED"
               TO WS-RV-TEXT.
           MOVE WS-READY-VERDICT-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           IF WS-OVERRIDE-PRESENT
               MOVE WS-OVERRIDE-REFUSAL TO WS-RV-TEXT
               MOVE WS-READY-VERDICT-LINE TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               DISPLAY "READYCHK: " WS-OVERRIDE-REFUSAL
           END-IF.
           DISPLAY "READYCHK: " WS-FAILED-COUNT " CHECK(S) FAILED - "
               "PERIOD " WS-CLOSE-PERIOD " NOT READY FOR CLOSE".
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6100-VERIFY-OVERRIDE - THE OVERRIDE MUST BE FOR THIS    *
      *                           PERIOD, CARRY A REASON, AND NAME *
      *                           AN ACTIVE SUPERVISOR ON THE      *
      *                           OPERATOR SECURITY FILE.  WITHOUT *
      *                           THAT FILE THE SUPERVISOR CANNOT  *
      *                           BE VERIFIED AND THE OVERRIDE IS  *
      *                           REFUSED                          *
      *-----------------------------------------------------------*
       6100-VERIFY-OVERRIDE.
           MOVE "N" TO WS-SUPERVISOR-SWITCH.
           IF OV-PERIOD IS NOT NUMERIC
               OR OV-PERIOD NOT = WS-CLOSE-PERIOD
               MOVE "OVERRIDE REFUSED - CARD IS NOT FOR THIS PERIOD"
                   TO WS-OVERRIDE-REFUSAL
               GO TO 6100-EXIT
           END-IF.
           IF OV-REASON = SPACES
               MOVE "OVERRIDE REFUSED - NO REASON GIVEN ON THE CARD"
                   TO WS-OVERRIDE-REFUSAL
               GO TO 6100-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERSEC-STATUS NOT = "00"
               MOVE "OVERRIDE REFUSED - SUPERVISOR CANNOT BE VERIFIED"
                   TO WS-OVERRIDE-REFUSAL
               DISPLAY "READYCHK: UNABLE TO OPEN OPERATOR SECURITY "
                   "FILE - STATUS " WS-OPERSEC-STATUS
               GO TO 6100-EXIT
           END-IF.
           MOVE OV-SUPERVISOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ACTIVE
                       AND OP-ROLE-SUPERVISOR
                       SET WS-SUPERVISOR-VALID TO TRUE
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT WS-SUPERVISOR-VALID
               MOVE "OVERRIDE REFUSED - NOT AN ACTIVE SUPERVISOR"
                   TO WS-OVERRIDE-REFUSAL
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-WRITE-CHECK-LINE - PRINT THE PASS OR FAIL LINE FOR *
      *                            THE CHECK JUST MADE             *
      *-----------------------------------------------------------*
       8000-WRITE-CHECK-LINE.
           MOVE WS-CHECK-NUMBER TO WS-RC-NUMBER.
           IF WS-CHECK-PASSED
               MOVE "PASS" TO WS-RC-RESULT
           ELSE
               MOVE "FAIL" TO WS-RC-RESULT
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE WS-READY-CHECK-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7100-DATE-TO-DAY-NUMBER - TURN A YYYYMMDD DATE INTO A   *
      *                              SERIAL DAY NUMBER SO ITS DAY  *
      *                              OF THE WEEK CAN BE WORKED OUT *
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
      *    7200-TEST-BUSINESS-DAY - IS WS-CW-DATE A BUSINESS DAY?  *
      *                             A CALENDAR ENTRY DECIDES;      *
      *                             OTHERWISE SATURDAY AND SUNDAY  *
      *                             ARE NOT AND EVERY OTHER DAY IS *
      *-----------------------------------------------------------*
       7200-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-CAL-FOUND-SWITCH.
           PERFORM 7210-TEST-CALENDAR-SLOT THRU 7210-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               OR WS-CAL-FOUND.
           IF WS-CAL-FOUND
               SET WS-CAL-IDX DOWN BY 1
               IF WS-CT-HOLIDAY (WS-CAL-IDX)
                   MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               ELSE
                   MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
               END-IF
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-CW-DATE TO WS-DTD-DATE.
           PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT.
           DIVIDE WS-DTD-DAYS BY 7
               GIVING WS-CW-WEEK-QUOTIENT
               REMAINDER WS-CW-WEEKDAY.
           IF WS-CW-WEEKEND
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           ELSE
               MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           END-IF.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7210-TEST-CALENDAR-SLOT - TEST ONE CALENDAR TABLE SLOT  *
      *-----------------------------------------------------------*
       7210-TEST-CALENDAR-SLOT.
           IF WS-CT-DATE (WS-CAL-IDX) = WS-CW-DATE
               SET WS-CAL-FOUND TO TRUE
           END-IF.
       7210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7300-NEXT-CALENDAR-DAY - STEP WS-CW-DATE FORWARD ONE    *
      *                             DAY                            *
      *-----------------------------------------------------------*
       7300-NEXT-CALENDAR-DAY.
           PERFORM 7320-SET-DAYS-IN-MONTH THRU 7320-EXIT.
           IF WS-CW-DD < WS-CW-DAYS-IN-MONTH
               ADD 1 TO WS-CW-DD
               GO TO 7300-EXIT
           END-IF.
           MOVE 01 TO WS-CW-DD.
           IF WS-CW-MM < 12
               ADD 1 TO WS-CW-MM
           ELSE
               MOVE 01 TO WS-CW-MM
               ADD 1 TO WS-CW-YYYY
           END-IF.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7310-PRIOR-CALENDAR-DAY - STEP WS-CW-DATE BACK ONE DAY  *
      *-----------------------------------------------------------*
       7310-PRIOR-CALENDAR-DAY.
           IF WS-CW-DD > 01
               SUBTRACT 1 FROM WS-CW-DD
               GO TO 7310-EXIT
           END-IF.
           IF WS-CW-MM > 01
               SUBTRACT 1 FROM WS-CW-MM
           ELSE
               MOVE 12 TO WS-CW-MM
               SUBTRACT 1 FROM WS-CW-YYYY
           END-IF.
           PERFORM 7320-SET-DAYS-IN-MONTH THRU 7320-EXIT.
           MOVE WS-CW-DAYS-IN-MONTH TO WS-CW-DD.
       7310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7320-SET-DAYS-IN-MONTH - LENGTH OF WS-CW-DATE'S MONTH   *
      *-----------------------------------------------------------*
       7320-SET-DAYS-IN-MONTH.
           EVALUATE WS-CW-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-CW-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-CW-DAYS-IN-MONTH
                   DIVIDE WS-CW-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-4
                   DIVIDE WS-CW-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-100
                   DIVIDE WS-CW-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-400
                   IF WS-LEAP-REMAINDER-4 = ZERO
                       AND (WS-LEAP-REMAINDER-100 NOT = ZERO
                       OR WS-LEAP-REMAINDER-400 = ZERO)
                       MOVE 29 TO WS-CW-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CW-DAYS-IN-MONTH
           END-EVALUATE.
       7320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7500-ROLL-BACK - MOVE WS-CW-DATE BACK TO THE LAST       *
      *                     BUSINESS DAY ON OR BEFORE IT           *
      *-----------------------------------------------------------*
       7500-ROLL-BACK.
           MOVE ZERO TO WS-CW-STEPS.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
           PERFORM 7510-STEP-BACK THRU 7510-EXIT
               UNTIL WS-BUSINESS-DAY
               OR WS-CW-STEPS > 31.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7510-STEP-BACK - ONE DAY BACK, THEN RETEST              *
      *-----------------------------------------------------------*
       7510-STEP-BACK.
           PERFORM 7310-PRIOR-CALENDAR-DAY THRU 7310-EXIT.
           ADD 1 TO WS-CW-STEPS.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
       7510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9999-TERMINATE - RETURN TO THE OPERATING SYSTEM         *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.

       END PROGRAM READYCHK.
