      *                    WORKING-STORAGE IMAGE AT BOTH START AND
      *                    COMPLETION - THE FILE RECORD AREA IS NOT
      *                    AVAILABLE AFTER A WRITE
      *    10/12/26  CAIT  REFUSES (RC=12) A RUN DATE THE BUSINESS-DAY
      *                    CALENDAR SHOWS AS A WEEKEND OR HOLIDAY,
      *                    UNLESS THE CONTROL CARD CARRIES THE FORCE
      *                    INDICATOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-CHKPOINT-EOF-SWITCH  PIC X(01)   VALUE "N".
           88  WS-CHKPOINT-EOF          VALUE "Y".
       77  WS-LAST-STEP-COMPLETED  PIC 9(04)   VALUE ZERO.
       77  WS-CALENDAR-STATUS      PIC X(02)   VALUE "00".
       77  WS-CALENDAR-EOF-SWITCH  PIC X(01)   VALUE "N".
           88  WS-CALENDAR-EOF         VALUE "Y".
       77  WS-BUSINESS-DAY-SWITCH  PIC X(01)   VALUE "Y".
           88  WS-BUSINESS-DAY         VALUE "Y".
       77  WS-CALENDAR-ENTRY-TYPE  PIC X(01)   VALUE SPACE.
           88  WS-ENTRY-HOLIDAY        VALUE "H".
           88  WS-ENTRY-BUSINESS-DAY   VALUE "B".
       77  WS-WEEK-QUOTIENT        PIC 9(09)   VALUE ZERO.
       77  WS-WEEKDAY              PIC 9(01)   VALUE ZERO.
           88  WS-WEEKEND              VALUE 0 6.
      *    THE IDENTIFYING HALF OF THE RUN-LOG RECORD, HELD HERE SO
      *    THE COMPLETION RECORD CAN BE REBUILT AT TERMINATE - THE
      *    FILE RECORD AREA IS NOT AVAILABLE AFTER THE START-RECORD
           05  WS-ALW-START-TIME        PIC 9(08)   VALUE ZERO.
           05  WS-ALW-ENV-FLAG          PIC X(01)   VALUE SPACE.

      *    SERIAL DAY-NUMBER CONVERSION WORK AREA; THE DAY NUMBER
      *    MODULO 7 GIVES THE DAY OF THE WEEK (0 SUNDAY, 6 SATURDAY)
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

       01  WS-STEP-NUMBERS.
           05  WS-STEP-CARD-READ       PIC 9(04)   VALUE 0010.
           05  WS-STEP-ECHO-DONE       PIC 9(04)   VALUE 0020.
           IF NOT WS-END-OF-FILE
               PERFORM 2600-CHECK-RUN-CONTROL THRU 2600-EXIT
           END-IF.
           IF NOT WS-END-OF-FILE AND RETURN-CODE NOT = 12
               PERFORM 2650-CHECK-BUSINESS-DAY THRU 2650-EXIT
           END-IF.
           IF NOT WS-END-OF-FILE AND RETURN-CODE NOT = 12
               PERFORM 2700-WRITE-RUN-CONTEXT THRU 2700-EXIT
               PERFORM 2500-CHECK-RESTART THRU 2500-EXIT
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2650-CHECK-BUSINESS-DAY - THE CHAIN RUNS ON BUSINESS    *
      *                              DAYS ONLY.  A WEEKEND OR A    *
      *                              CALENDAR HOLIDAY IS REFUSED   *
      *                              WITHOUT THE FORCE INDICATOR;  *
      *                              A B RECORD OPENS A WEEKEND    *
      *                              DAY.  WITH NO CALENDAR, ONLY  *
      *                              WEEKENDS ARE REFUSED          *
      *-----------------------------------------------------------*
       2650-CHECK-BUSINESS-DAY.
           IF CC-RUN-DATE IS NOT NUMERIC
               GO TO 2650-EXIT
           END-IF.
           MOVE SPACE TO WS-CALENDAR-ENTRY-TYPE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE "N" TO WS-CALENDAR-EOF-SWITCH
               PERFORM 2660-READ-CALENDAR THRU 2660-EXIT
                   UNTIL WS-CALENDAR-EOF
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "HELLO: BUSINESS-DAY CALENDAR NOT AVAILABLE - "
                   "STATUS " WS-CALENDAR-STATUS
                   " - WEEKENDS ONLY ARE REFUSED"
           END-IF.
           MOVE CC-RUN-DATE TO WS-DTD-DATE.
           PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT.
           DIVIDE WS-DTD-DAYS BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY.
           EVALUATE TRUE
               WHEN WS-ENTRY-HOLIDAY
                   MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               WHEN WS-ENTRY-BUSINESS-DAY
                   MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
               WHEN WS-WEEKEND
                   MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               WHEN OTHER
                   MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           END-EVALUATE.
           IF WS-BUSINESS-DAY
               GO TO 2650-EXIT
           END-IF.
           IF CC-FORCE-RERUN
               DISPLAY "HELLO: RUN DATE " CC-RUN-DATE
                   " IS NOT A BUSINESS DAY"
                   " - FORCE INDICATOR ACCEPTED, PROCESSING"
           ELSE
               DISPLAY "HELLO: RUN DATE " CC-RUN-DATE
                   " IS NOT A BUSINESS DAY"
                   " - SET THE FORCE INDICATOR TO RUN IT"
               MOVE 12 TO RETURN-CODE
           END-IF.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2660-READ-CALENDAR - LOOK FOR THE RUN DATE ON ONE       *
      *                         CALENDAR RECORD                    *
      *-----------------------------------------------------------*
       2660-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CALENDAR-EOF TO TRUE
                   GO TO 2660-EXIT
           END-READ.
           IF CL-CALENDAR-DATE = CC-RUN-DATE
               AND (CL-HOLIDAY OR CL-BUSINESS-DAY)
               MOVE CL-DAY-TYPE TO WS-CALENDAR-ENTRY-TYPE
           END-IF.
       2660-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2700-WRITE-RUN-CONTEXT - HAND THE RUN DATE, ENVIRONMENT *
      *                             AND JOB-ID TO EVERY LATER STEP *
       3500-EXIT.
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
      *    9999-TERMINATE - WRITE THE AUDIT TRAIL, CLOSE, RETURN   *
      *-----------------------------------------------------------*
