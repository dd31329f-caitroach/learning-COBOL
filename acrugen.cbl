      *                  Reads the balance master, applies the rate/
      *                  fee table by account, and writes the results
      *                  as properly formed transaction records (type
      *                  code A, generated transaction ids, and an
      *                  accrual kind of charge or interest) on the
      *                  accrual file, complete with the batch header
      *                  and trailer the inbound gate expects - so
      *                  the generated charges flow into the next
      *                  through the extract proof like any other
      *                  money, instead of being keyed by hand into
      *                  the upstream feed.  The file is dated the
      *                  first business day after the statement
      *                  period on the card (business-day calendar),
      *                  the run date of the night that picks it up,
      *                  and the proof shows the period's last
      *                  business day.  Accounts closed or
      *                  missing on the account master are skipped
      *                  rather than generated straight into
      *                  suspense; dormant accounts are still
      *                  charged, and the edit pass lets their
      *                  generated items post.  A proof report
      *                  lists every account charged, the rate
      *                  applied, and the totals generated.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/29/26  CAIT  ORIGINAL PROGRAM
      *    10/05/26  CAIT  DORMANT ACCOUNTS ARE CHARGED LIKE OPEN ONES
      *    10/08/26  CAIT  GENERATED RECORDS CARRY THE ACCRUAL KIND SO
      *                    THE GL INTERFACE CAN MAP CHARGES AND
      *                    INTEREST SEPARATELY
      *    10/12/26  CAIT  THE RELEASE DATE IS THE FIRST BUSINESS DAY
      *                    AFTER THE PERIOD, FROM THE BUSINESS-DAY
      *                    CALENDAR (CALENDAR DD), SO A FIRST OF THE
      *                    MONTH ON A WEEKEND OR HOLIDAY NO LONGER
      *                    DATES THE FILE FOR A NIGHT THAT DOES NOT
      *                    RUN.  THE PROOF TITLE SHOWS THE PERIOD'S
      *                    LAST BUSINESS DAY
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRUGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRRPT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-REPORT-LINE                  PIC X(80).

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-RATEFILE-STATUS       PIC X(02)   VALUE "00".
       77  WS-TOTAL-INTEREST        PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-GENERATED       PIC S9(11)V99 VALUE ZERO.
       77  WS-RELEASE-DATE          PIC 9(08)   VALUE ZERO.
       77  WS-LAST-BUSINESS-DATE    PIC 9(08)   VALUE ZERO.
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

       01  WS-PERIOD-WORK.
           05  WS-PW-END-DATE           PIC 9(08).
               10  WS-PW-MM                 PIC 9(02).
               10  WS-PW-DD                 PIC 9(02).

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

      *    SERIAL DAY-NUMBER CONVERSION WORK AREA, FOR THE DAY OF
      *    THE WEEK
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

      *    GENERATED TRANSACTION IDS: "A", THE CHARGE PERIOD AS
      *    YYMM, AND A SEQUENCE - UNIQUE WITHIN THE RUN AND SAFELY
      *    APART FROM THE UPSTREAM FEED'S ID RANGES
                         ==TR-TYPE-REVERSAL==
                      BY ==GT-TYPE-REVERSAL==
                         ==TR-ORIGINAL-ID==
                      BY ==GT-ORIGINAL-ID==
                         ==TR-ACCRUAL-KIND==
                      BY ==GT-ACCRUAL-KIND==
                         ==TR-ACCRUAL-CHARGE==
                      BY ==GT-ACCRUAL-CHARGE==
                         ==TR-ACCRUAL-INTEREST==
                      BY ==GT-ACCRUAL-INTEREST==
                         ==TR-WRITE-OFF-CLEARING==
                      BY ==GT-WRITE-OFF-CLEARING==.

       01  WS-ACCRUAL-HEADER-RECORD.
           05  FILLER                   PIC X(03)   VALUE "HDR".
           05  FILLER                   PIC X(10)
               VALUE "  RELEASE ".
           05  WS-AT-RELEASE-DATE       PIC 9(08).
           05  FILLER                   PIC X(15)
               VALUE "  LAST BUS DAY ".
           05  WS-AT-LAST-BUSINESS-DATE PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.

       01  WS-ACCRUAL-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           MOVE RP-START-DATE (3:4) TO WS-GI-YYMM.
           PERFORM 0600-LOAD-RATE-TABLE THRU 0600-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0700-LOAD-CALENDAR THRU 0700-EXIT.
      *    THE FILE RELEASES ON THE FIRST NIGHTLY RUN AFTER THE
      *    PERIOD - THE FIRST BUSINESS DAY OF THE FOLLOWING MONTH -
      *    SO THE INBOUND GATE'S HEADER-DATE PROOF ACCEPTS IT THAT
      *    NIGHT
           MOVE RP-END-DATE TO WS-PW-END-DATE.
           IF WS-PW-MM = 12
               COMPUTE WS-CW-DATE =
                   (WS-PW-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-CW-DATE =
                   WS-PW-YYYY * 10000 + (WS-PW-MM + 1) * 100 + 1
           END-IF.
           PERFORM 7400-ROLL-FORWARD THRU 7400-EXIT.
           MOVE WS-CW-DATE TO WS-RELEASE-DATE.
           MOVE RP-END-DATE TO WS-CW-DATE.
           PERFORM 7500-ROLL-BACK THRU 7500-EXIT.
           MOVE WS-CW-DATE TO WS-LAST-BUSINESS-DATE.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "ACRUGEN: UNABLE TO OPEN BALANCE MASTER - "
           WRITE AC-ACCRUAL-LINE.
           MOVE RP-START-DATE (1:6) TO WS-AT-PERIOD.
           MOVE WS-RELEASE-DATE TO WS-AT-RELEASE-DATE.
           MOVE WS-LAST-BUSINESS-DATE TO WS-AT-LAST-BUSINESS-DATE.
           MOVE WS-ACCRUAL-TITLE-LINE TO AR-REPORT-LINE.
           WRITE AR-REPORT-LINE.
       0500-EXIT.
       0620-EXIT.
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
               DISPLAY "ACRUGEN: BUSINESS-DAY CALENDAR NOT "
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
                   DISPLAY "ACRUGEN: CALENDAR TABLE FULL - ENTRIES "
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
      *    1000-SEC1 - WALK THE BALANCE MASTER AND GENERATE THE    *
      *                MONTH'S CHARGES AND INTEREST                *
      *-----------------------------------------------------------*
      *    1250-CHECK-ACCOUNT-OPEN - A CLOSED OR UNKNOWN ACCOUNT   *
      *                              IS SKIPPED RATHER THAN        *
      *                              GENERATED INTO SUSPENSE.  A   *
      *                              DORMANT ACCOUNT STILL PAYS    *
      *                              ITS SERVICE CHARGE            *
      *-----------------------------------------------------------*
       1250-CHECK-ACCOUNT-OPEN.
           MOVE "N" TO WS-ACCT-OPEN-SWITCH.
                   CONTINUE
               NOT INVALID KEY
                   IF AM-ACCOUNT-OPEN
                       OR AM-ACCOUNT-DORMANT
                       SET WS-ACCT-OPEN TO TRUE
                   END-IF
           END-READ.
      *-----------------------------------------------------------*
       2000-WRITE-CHARGE-RECORD.
           PERFORM 2200-BUILD-COMMON-FIELDS THRU 2200-EXIT.
           SET GT-ACCRUAL-CHARGE TO TRUE.
           COMPUTE GT-AMOUNT = ZERO - WS-APPLIED-CHARGE.
           MOVE GT-TRANSACTION-RECORD TO AC-ACCRUAL-LINE.
           WRITE AC-ACCRUAL-LINE.
      *-----------------------------------------------------------*
       2100-WRITE-INTEREST-RECORD.
           PERFORM 2200-BUILD-COMMON-FIELDS THRU 2200-EXIT.
           SET GT-ACCRUAL-INTEREST TO TRUE.
           MOVE WS-INTEREST-AMOUNT TO GT-AMOUNT.
           MOVE GT-TRANSACTION-RECORD TO AC-ACCRUAL-LINE.
           WRITE AC-ACCRUAL-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7100-DATE-TO-DAY-NUMBER - TURN A YYYYMMDD DATE INTO A   *
      *                              SERIAL DAY NUMBER; DAY 1 IS A *
      *                              MONDAY, SO THE NUMBER MODULO  *
      *                              7 IS THE DAY OF THE WEEK      *
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
      *    7400-ROLL-FORWARD - MOVE WS-CW-DATE FORWARD TO THE      *
      *                        FIRST BUSINESS DAY ON OR AFTER IT   *
      *-----------------------------------------------------------*
       7400-ROLL-FORWARD.
           MOVE ZERO TO WS-CW-STEPS.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
           PERFORM 7410-STEP-FORWARD THRU 7410-EXIT
               UNTIL WS-BUSINESS-DAY
               OR WS-CW-STEPS > 31.
       7400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7410-STEP-FORWARD - ONE DAY FORWARD, THEN RETEST        *
      *-----------------------------------------------------------*
       7410-STEP-FORWARD.
           PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT.
           ADD 1 TO WS-CW-STEPS.
           PERFORM 7200-TEST-BUSINESS-DAY THRU 7200-EXIT.
       7410-EXIT.
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
