      ******************************************************************
      *    PROGRAM-ID.  PHCONV
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Period history layout conversion.  Copies
      *                  every record of the period history as it
      *                  stood before the accrual totals were added
      *                  (64 bytes) to a new period history in the
      *                  current layout (92 bytes).  Balances and
      *                  movements carry over as they are; the
      *                  interest and charge totals go in as zero
      *                  with the accrual-totals switch N, since the
      *                  close that wrote those periods never counted
      *                  them, so the year-end close flags any year
      *                  that includes them instead of reporting the
      *                  zeros.  Run once, by the CONVERT job, before
      *                  the first month-end close on the new layout.
      *                  Records in must equal records out or the
      *                  step ends RC=16 and the new file must not be
      *                  used.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCONV.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "PHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-HISTORY-KEY
               FILE STATUS IS WS-PHOLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PERHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE PERIOD HISTORY RECORD BEFORE THE ACCRUAL TOTALS
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OH-PERIOD-HISTORY-RECORD.
           05  OH-HISTORY-KEY.
               10  OH-ACCOUNT-REFERENCE    PIC X(10).
               10  OH-PERIOD               PIC 9(06).
           05  OH-OPENING-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  OH-TOTAL-MOVEMENTS      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  OH-CLOSING-BALANCE      PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(06).

       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERHIST.

       WORKING-STORAGE SECTION.
       77  WS-PHOLD-STATUS          PIC X(02)   VALUE "00".
       77  WS-PERHIST-STATUS        PIC X(02)   VALUE "00".
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-READ-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-WRITTEN-COUNT         PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
           IF RETURN-CODE = ZERO
               PERFORM 2000-CONVERT-HISTORY THRU 2000-EXIT
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-OPEN-FILES - THE OLD HISTORY IN, THE NEW (EMPTY)   *
      *                      HISTORY OUT                           *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-PHOLD-STATUS NOT = "00"
               DISPLAY "PHCONV: UNABLE TO OPEN OLD PERIOD HISTORY - "
                   "STATUS " WS-PHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT NEW-HISTORY-FILE.
           IF WS-PERHIST-STATUS NOT = "00"
               DISPLAY "PHCONV: UNABLE TO OPEN NEW PERIOD HISTORY - "
                   "STATUS " WS-PERHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-HISTORY-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-CONVERT-HISTORY - COPY EVERY RECORD AND PROVE THE  *
      *                           COUNTS                           *
      *-----------------------------------------------------------*
       2000-CONVERT-HISTORY.
           PERFORM 2100-READ-OLD-HISTORY THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE OLD-HISTORY-FILE.
           CLOSE NEW-HISTORY-FILE.
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "PHCONV: " WS-READ-COUNT " RECORD(S) READ BUT "
                   WS-WRITTEN-COUNT " WRITTEN - NEW PERIOD HISTORY "
                   "IS NOT USABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "PHCONV: " WS-WRITTEN-COUNT
               " PERIOD HISTORY RECORD(S) CONVERTED".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-OLD-HISTORY - GET THE NEXT OLD RECORD         *
      *-----------------------------------------------------------*
       2100-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-CONVERT-ONE-RECORD - BUILD THE NEW LAYOUT.  THE    *
      *                              ACCRUAL TOTALS WERE NEVER     *
      *                              COUNTED FOR THIS PERIOD, SO   *
      *                              THE SWITCH GOES IN AS N       *
      *-----------------------------------------------------------*
       2200-CONVERT-ONE-RECORD.
           MOVE SPACES TO PH-PERIOD-HISTORY-RECORD.
           MOVE OH-ACCOUNT-REFERENCE TO PH-ACCOUNT-REFERENCE.
           MOVE OH-PERIOD TO PH-PERIOD.
           MOVE OH-OPENING-BALANCE TO PH-OPENING-BALANCE.
           MOVE OH-TOTAL-MOVEMENTS TO PH-TOTAL-MOVEMENTS.
           MOVE OH-CLOSING-BALANCE TO PH-CLOSING-BALANCE.
           MOVE ZERO TO PH-INTEREST-TOTAL.
           MOVE ZERO TO PH-CHARGE-TOTAL.
           MOVE "N" TO PH-ACCRUAL-TOTALS-SW.
           WRITE PH-PERIOD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PHCONV: WRITE FAILED FOR "
                       PH-ACCOUNT-REFERENCE " " PH-PERIOD
                       " - STATUS " WS-PERHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM 2100-READ-OLD-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       END PROGRAM PHCONV.
