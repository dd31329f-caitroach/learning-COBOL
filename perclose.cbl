      *                    CUT WOULD THROW THE BOOKS OUT EVERY
      *                    NIGHT WITH NO WAY BACK ONCE THE JOURNAL
      *                    IS PURGED
      *    10/15/26  CAIT  THE HISTORY RECORD ALSO CARRIES THE
      *                    PERIOD'S ACCRUED INTEREST AND SERVICE
      *                    CHARGES, TOTALLED FROM THE JOURNAL'S
      *                    ACCRUAL KIND, FOR THE YEAR-END CLOSE; THE
      *                    CLOSE REPORT PRINTS THEIR TOTALS
      *    10/15/26  CAIT  HISTORY RECORDS ARE MARKED AS CARRYING THE
      *                    ACCRUAL TOTALS, SO THE YEAR-END CLOSE CAN
      *                    TELL THEM FROM PERIODS CLOSED BEFORE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
                         ==BJ-MOVEMENT-DATE==
                      BY ==SW-MOVEMENT-DATE==
                         ==BJ-MOVEMENT-AMOUNT==
                      BY ==SW-MOVEMENT-AMOUNT==
                         ==BJ-ACCRUAL-KIND==
                      BY ==SW-ACCRUAL-KIND==
                         ==BJ-ACCRUAL-CHARGE==
                      BY ==SW-ACCRUAL-CHARGE==
                         ==BJ-ACCRUAL-INTEREST==
                      BY ==SW-ACCRUAL-INTEREST==
                         ==BJ-WRITE-OFF-CLEARING==
                      BY ==SW-WRITE-OFF-CLEARING==.

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
           05  WS-LEAP-REMAINDER-400    PIC 9(04).
       77  WS-PERIOD-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77  WS-AFTER-END-TOTAL       PIC S9(11)V99 VALUE ZERO.
       77  WS-INTEREST-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-CHARGE-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77  WS-OPENING-BALANCE       PIC S9(11)V99 VALUE ZERO.
       77  WS-CLOSING-BALANCE       PIC S9(11)V99 VALUE ZERO.
       77  WS-ACCOUNT-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-OPENING         PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-MOVEMENTS       PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CLOSING         PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-INTEREST        PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CHARGES         PIC S9(11)V99 VALUE ZERO.

       01  WS-CLOSE-HEADER-LINE.
           05  FILLER                   PIC X(26)
           05  WS-CT-CLOSING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(23)   VALUE SPACES.

       01  WS-CLOSE-ACCRUAL-LINE.
           05  FILLER                   PIC X(17)
               VALUE "ACCRUED INTEREST ".
           05  WS-CA-INTEREST           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(10)
               VALUE "  CHARGES ".
           05  WS-CA-CHARGES            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(19)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
      *-----------------------------------------------------------*
      *    3200-PROCESS-MOVEMENT - ROLL ONE MOVEMENT INTO THE      *
      *                            CURRENT ACCOUNT'S PERIOD AND    *
      *                            AFTER-PERIOD TOTALS, AND THE    *
      *                            PERIOD'S INTEREST AND CHARGES   *
      *-----------------------------------------------------------*
       3200-PROCESS-MOVEMENT.
           IF SW-ACCOUNT-REFERENCE NOT = WS-CURRENT-ACCOUNT
               MOVE SW-ACCOUNT-REFERENCE TO WS-CURRENT-ACCOUNT
               MOVE ZERO TO WS-PERIOD-TOTAL
               MOVE ZERO TO WS-AFTER-END-TOTAL
               MOVE ZERO TO WS-INTEREST-TOTAL
               MOVE ZERO TO WS-CHARGE-TOTAL
           END-IF.
           IF SW-MOVEMENT-DATE > RP-END-DATE
               ADD SW-MOVEMENT-AMOUNT TO WS-AFTER-END-TOTAL
           ELSE
               ADD SW-MOVEMENT-AMOUNT TO WS-PERIOD-TOTAL
               IF SW-ACCRUAL-INTEREST
                   ADD SW-MOVEMENT-AMOUNT TO WS-INTEREST-TOTAL
               END-IF
               IF SW-ACCRUAL-CHARGE
                   ADD SW-MOVEMENT-AMOUNT TO WS-CHARGE-TOTAL
               END-IF
           END-IF.
           PERFORM 3100-RETURN-MOVEMENT THRU 3100-EXIT.
       3200-EXIT.
           MOVE WS-OPENING-BALANCE TO PH-OPENING-BALANCE.
           MOVE WS-PERIOD-TOTAL TO PH-TOTAL-MOVEMENTS.
           MOVE WS-CLOSING-BALANCE TO PH-CLOSING-BALANCE.
           MOVE WS-INTEREST-TOTAL TO PH-INTEREST-TOTAL.
           MOVE WS-CHARGE-TOTAL TO PH-CHARGE-TOTAL.
           SET PH-ACCRUAL-TOTALS-KEPT TO TRUE.
           WRITE PH-PERIOD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PERCLOSE: HISTORY WRITE FAILED FOR "
           ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING.
           ADD WS-PERIOD-TOTAL TO WS-TOTAL-MOVEMENTS.
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
           ADD WS-INTEREST-TOTAL TO WS-TOTAL-INTEREST.
           ADD WS-CHARGE-TOTAL TO WS-TOTAL-CHARGES.
           MOVE WS-CURRENT-ACCOUNT TO WS-CD-ACCOUNT.
           MOVE WS-OPENING-BALANCE TO WS-CD-OPENING.
           MOVE WS-PERIOD-TOTAL TO WS-CD-MOVEMENTS.
               MOVE WS-TOTAL-CLOSING TO WS-CT-CLOSING
               MOVE WS-CLOSE-TOTAL-LINE TO CL-REPORT-LINE
               WRITE CL-REPORT-LINE
               MOVE WS-TOTAL-INTEREST TO WS-CA-INTEREST
               MOVE WS-TOTAL-CHARGES TO WS-CA-CHARGES
               MOVE WS-CLOSE-ACCRUAL-LINE TO CL-REPORT-LINE
               WRITE CL-REPORT-LINE
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " CLOSED, " WS-ACCOUNT-COUNT
                   " ACCOUNT(S) WRITTEN TO HISTORY"
           MOVE BL-CURRENT-BALANCE TO WS-CLOSING-BALANCE.
           MOVE BL-CURRENT-BALANCE TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-PERIOD-TOTAL.
           MOVE ZERO TO WS-INTEREST-TOTAL.
           MOVE ZERO TO WS-CHARGE-TOTAL.
           PERFORM 3400-WRITE-HISTORY-RECORD THRU 3400-EXIT.
           ADD 1 TO WS-SWEEP-COUNT.
       9220-NEXT.
