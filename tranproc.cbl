      *                  resubmit file pass the same edits and rejoin
      *                  the totals on a later run.  Every transaction
      *                  is also matched against the account master;
      *                  unknown or closed accounts, and customer
      *                  transactions on dormant accounts, divert to
      *                  suspense and are listed in the unmatched-
      *                  accounts section of the control report.
      *                  Every accepted movement is also written, one
      *                  line each with its transaction id and type,
      *                  to the movement file the GL interface step
      *                  maps to general-ledger entries.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *                    RULE - SO A RELEASED PAYMENT CAN NEVER
      *                    POST TWICE; A REWRITE FAILURE ENDS
      *                    RC=16 FOR THE SAME REASON
      *    10/01/26  CAIT  EVERY ACCEPTED TRANSACTION IS RECORDED ON
      *                    THE POSTED-TRANSACTION REGISTER (POSTREG).
      *                    THE EDIT PASS REJECTS AN ID THAT POSTED ON
      *                    AN EARLIER NIGHT AS DUP, A REVERSAL MAY
      *                    NOW BACK OUT AN ORIGINAL FROM AN EARLIER
      *                    NIGHT, AND AN ORIGINAL ALREADY REVERSED IS
      *                    NEVER REVERSED AGAIN.  ONLY A PRODUCTION
      *                    RUN UPDATES THE REGISTER
      *    10/05/26  CAIT  CUSTOMER TRANSACTIONS ON A DORMANT ACCOUNT
      *                    DIVERT TO SUSPENSE WITH REASON DRM UNTIL
      *                    THE ACCOUNT IS REACTIVATED; THE MONTHLY
      *                    ACCRUAL'S GENERATED CHARGES AND INTEREST
      *                    STILL POST
      *    10/08/26  CAIT  ADDED THE ACCEPTED-MOVEMENT FILE (TRANMOVE):
      *                    HEADER, ONE LINE PER MOVEMENT RETURNED
      *                    FROM THE SORT, AND A TRAILER, FOR THE GL
      *                    INTERFACE STEP.  THE SORT RECORD NOW
      *                    CARRIES THE TRANSACTION ID, TYPE, ACCRUAL
      *                    KIND AND EFFECTIVE DATE
      *    10/12/26  CAIT  A FUTURE-DATED OR WAREHOUSED ITEM DUE ON A
      *                    WEEKEND OR HOLIDAY (BUSINESS-DAY CALENDAR,
      *                    CALENDAR DD) RELEASES ON THE NEXT BUSINESS
      *                    DAY.  THE WAREHOUSE REGISTER SHOWS THE
      *                    ROLLED RELEASE DATE WITH THE ORIGINAL DUE
      *                    DATE BESIDE IT, AND LISTS A ROLLED ITEM
      *                    AGAIN WHEN IT IS RELEASED.  THE EFFECTIVE
      *                    DATE ON THE TRANSACTION IS NOT CHANGED
      *    10/15/26  CAIT  THE EXTRACT NOW BREAKS ON ACCOUNT AND
      *                    ACCRUAL KIND: AN ACCOUNT'S GENERATED
      *                    CHARGES AND INTEREST EACH GET THEIR OWN
      *                    SUMMARY DETAIL, CARRYING THE KIND, SO
      *                    THEY REACH THE MOVEMENT JOURNAL STILL
      *                    TOLD APART FROM ORDINARY MOVEMENTS
      *    10/15/26  CAIT  A REVERSAL CARRIES ITS ORIGINAL'S ACCRUAL
      *                    KIND (KEPT IN THE ID TABLE AND ON THE
      *                    POSTED-TRANSACTION REGISTER), SO A BACKED-
      *                    OUT CHARGE OR INTEREST ITEM NETS AGAINST
      *                    IT.  A DORMANT ACCOUNT TAKES ADJUSTMENTS
      *                    BY ACCRUAL KIND (CHARGE, INTEREST, OR
      *                    WRITE-OFF CLEARING) RATHER THAN BY ID
      *    10/15/26  CAIT  AN ID ON THE SUSPENSE WRITE-OFF HISTORY
      *                    (WOFFHIST) WAS CLEARED TO THE SUNDRY
      *                    CLEARING ACCOUNT AND DIVERTS TO SUSPENSE
      *                    WITH REASON WOF, SO A LATE CORRECTION OF
      *                    IT CANNOT POST THE SAME MONEY TWICE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANPROC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSERPT-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO "TRANMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANMOVE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               RECORD KEY IS AM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT POSTED-REGISTER-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-TRANSACTION-ID
               FILE STATUS IS WS-POSTREG-STATUS.

           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WOFFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-TRANSACTION-ID
               FILE STATUS IS WS-WOFFHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
                         ==TR-TYPE-REVERSAL==
                      BY ==RS-TYPE-REVERSAL==
                         ==TR-ORIGINAL-ID==
                      BY ==RS-ORIGINAL-ID==
                         ==TR-ACCRUAL-KIND==
                      BY ==RS-ACCRUAL-KIND==
                         ==TR-ACCRUAL-CHARGE==
                      BY ==RS-ACCRUAL-CHARGE==
                         ==TR-ACCRUAL-INTEREST==
                      BY ==RS-ACCRUAL-INTEREST==
                         ==TR-WRITE-OFF-CLEARING==
                      BY ==RS-WRITE-OFF-CLEARING==.

       FD  TRANSACTION-REPORT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  EX-EXTRACT-LINE                 PIC X(60).

       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MV-MOVEMENT-LINE                PIC X(60).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  POSTED-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTREG.

       FD  WRITE-OFF-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOFFHIST.

       FD  WAREHOUSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSREC
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

       FD  WAREHOUSE-REGISTER
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY TRANCTL.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-ACCOUNT-REFERENCE     PIC X(10).
           05  SW-AMOUNT                PIC S9(09)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  SW-TRANSACTION-ID        PIC X(10).
           05  SW-TYPE-CODE             PIC X(01).
           05  SW-ACCRUAL-KIND          PIC X(01).
           05  SW-EFFECTIVE-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-TRANFILE-STATUS       PIC X(02)   VALUE "00".
                         ==RX-FORCE-RERUN==
                      BY ==WX-FORCE-RERUN==.
       77  WS-EXTRACT-STATUS        PIC X(02)   VALUE "00".
       77  WS-TRANMOVE-STATUS       PIC X(02)   VALUE "00".
       77  WS-SUSPFILE-STATUS       PIC X(02)   VALUE "00".
       77  WS-SUSPRPT-STATUS        PIC X(02)   VALUE "00".
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-TRANCTL-STATUS        PIC X(02)   VALUE "00".
       77  WS-POSTREG-STATUS        PIC X(02)   VALUE "00".
      *    ONLY A PRODUCTION RUN WRITES THE POSTED-TRANSACTION
      *    REGISTER - A REHEARSAL THAT RECORDED ITS IDS WOULD MAKE
      *    THE REAL NIGHT REJECT EVERY ONE OF THEM AS A DUPLICATE
       77  WS-REGISTER-UPDATE-SW    PIC X(01)   VALUE "N".
           88  WS-REGISTER-UPDATE       VALUE "Y".
       77  WS-REGISTER-DUP-COUNT    PIC 9(07)   VALUE ZERO.
      *    THE WRITE-OFF HISTORY DOES NOT EXIST UNTIL THE FIRST
      *    MONTH END WRITES AN ITEM OFF; UNTIL THEN NO ID CAN BE ON IT
       77  WS-WOFFHIST-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFHIST-OPEN-SW      PIC X(01)   VALUE "N".
           88  WS-WOFFHIST-OPEN         VALUE "Y".
       77  WS-WRITTEN-OFF-COUNT     PIC 9(07)   VALUE ZERO.
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-PHASE-SWITCH          PIC X(01)   VALUE "T".
       77  WS-WAREHOUSED-COUNT      PIC 9(07)   VALUE ZERO.
       77  WS-RELEASED-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-WH-HELD-COUNT         PIC 9(04)   VALUE ZERO.
      *    THE DAY A FUTURE-DATED OR WAREHOUSED ITEM RELEASES - ITS
      *    EFFECTIVE DATE ROLLED FORWARD TO A BUSINESS DAY
       77  WS-RELEASE-DATE          PIC 9(08)   VALUE ZERO.
       77  WS-ROLLED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-RELEASE-ROLLED        VALUE "Y".
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
      *    SET WHEN THE LIVE WAREHOUSE COULD NOT BE READ - THE
      *    END-OF-RUN REWRITE MUST THEN LEAVE IT ALONE, OR EVERY
      *    PENDING ITEM NOT IN TONIGHT'S TABLE WOULD BE DESTROYED
       77  WS-RESUBMIT-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-ID-COUNT              PIC 9(05)   VALUE ZERO.
       77  WS-ACCOUNT-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-MOVEMENT-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-MOVEMENT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-SORT-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-SORT-EOF              VALUE "Y".
       77  WS-BREAK-OPEN-SWITCH     PIC X(01)   VALUE "N".
           88  WS-BREAK-OPEN            VALUE "Y".
       77  WS-CURRENT-ACCOUNT       PIC X(10)   VALUE SPACES.
       77  WS-CURRENT-ACCRUAL-KIND  PIC X(01)   VALUE SPACE.
       77  WS-ACCOUNT-NET           PIC S9(11)V99 VALUE ZERO.
       77  WS-UNMATCHED-COUNT       PIC 9(04)   VALUE ZERO.
       77  WS-UNM-FOUND-SWITCH      PIC X(01)   VALUE "N".
               10  WS-ID-ACCOUNT            PIC X(10).
               10  WS-ID-AMOUNT             PIC S9(09)V99.
               10  WS-ID-TYPE               PIC X(01).
               10  WS-ID-ACCRUAL-KIND       PIC X(01).
               10  WS-ID-REVERSED-SW        PIC X(01).

      *    ONE ENTRY PER DISTINCT ACCOUNT REFERENCE THE EDIT PASS
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

      *    ALTERNATE VIEW OF THE WORK RECORD SO THE RAW AMOUNT
      *    IMAGE CAN BE LISTED ON THE SUSPENSE REGISTER EVEN WHEN
                         ==TR-TYPE-REVERSAL==
                      BY ==XT-TYPE-REVERSAL==
                         ==TR-ORIGINAL-ID==
                      BY ==XT-ORIGINAL-ID==
                         ==TR-ACCRUAL-KIND==
                      BY ==XT-ACCRUAL-KIND==
                         ==TR-ACCRUAL-CHARGE==
                      BY ==XT-ACCRUAL-CHARGE==
                         ==TR-ACCRUAL-INTEREST==
                      BY ==XT-ACCRUAL-INTEREST==
                         ==TR-WRITE-OFF-CLEARING==
                      BY ==XT-WRITE-OFF-CLEARING==.

       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE              PIC 9(08).
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

       01  WS-EXTRACT-HEADER-RECORD.
           05  EH-RECORD-TYPE           PIC X(03)   VALUE "HDR".
           05  EH-RUN-DATE              PIC 9(08).
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                   PIC X(38)   VALUE SPACES.

      *    THE MOVEMENT FILE CARRIES THE SAME HEADER AS THE EXTRACT;
      *    ITS TRAILER TOTAL IS FULL CONTROL-TOTAL WIDTH
       01  WS-MOVEMENT-TRAILER-RECORD.
           05  MT-RECORD-TYPE           PIC X(03)   VALUE "TRL".
           05  MT-RECORD-COUNT          PIC 9(07).
           05  MT-CONTROL-TOTAL         PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                   PIC X(36)   VALUE SPACES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                   PIC X(30)
               VALUE "DAILY TRANSACTION CONTROL REPO".
           05  WS-WD-RELEASE-DATE       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-STATUS             PIC X(08).
           05  WS-WD-DUE-NOTE.
               10  WS-WD-DUE-LABEL          PIC X(06).
               10  WS-WD-DUE-DATE           PIC X(08).

       01  WS-WAREHOUSE-TOTAL-LINE.
           05  FILLER                   PIC X(09)
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ACCOUNT-REFERENCE
                                    SW-ACCRUAL-KIND
                   INPUT PROCEDURE IS 1000-SEC1
                   OUTPUT PROCEDURE IS 3000-WRITE-EXTRACT
               PERFORM 9100-WRITE-CONTROL-TOTAL-REC THRU 9100-EXIT
               CLOSE WAREHOUSE-REGISTER
               GO TO 0500-EXIT
           END-IF.
           OPEN I-O POSTED-REGISTER-FILE.
           IF WS-POSTREG-STATUS = "35"
               OPEN OUTPUT POSTED-REGISTER-FILE
               CLOSE POSTED-REGISTER-FILE
               OPEN I-O POSTED-REGISTER-FILE
           END-IF.
           IF WS-POSTREG-STATUS NOT = "00"
               DISPLAY "TRANPROC: UNABLE TO OPEN POSTED-TRANSACTION "
                   "REGISTER - STATUS " WS-POSTREG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               CLOSE TRANSACTION-REPORT
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-REGISTER
               CLOSE WAREHOUSE-REGISTER
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT MOVEMENT-FILE.
           IF WS-TRANMOVE-STATUS NOT = "00"
               DISPLAY "TRANPROC: UNABLE TO OPEN MOVEMENT FILE - "
                   "STATUS " WS-TRANMOVE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               CLOSE TRANSACTION-REPORT
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-REGISTER
               CLOSE WAREHOUSE-REGISTER
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE POSTED-REGISTER-FILE
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-EXTRACT-HEADER-RECORD TO MV-MOVEMENT-LINE.
           WRITE MV-MOVEMENT-LINE.
           OPEN INPUT WRITE-OFF-HISTORY-FILE.
           IF WS-WOFFHIST-STATUS = "00"
               SET WS-WOFFHIST-OPEN TO TRUE
           END-IF.
           IF WS-WOFFHIST-STATUS NOT = "00"
               AND WS-WOFFHIST-STATUS NOT = "35"
               DISPLAY "TRANPROC: UNABLE TO OPEN WRITE-OFF HISTORY - "
                   "STATUS " WS-WOFFHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               CLOSE TRANSACTION-REPORT
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-REGISTER
               CLOSE WAREHOUSE-REGISTER
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE POSTED-REGISTER-FILE
               CLOSE MOVEMENT-FILE
               GO TO 0500-EXIT
           END-IF.
           IF WX-ENV-PRODUCTION
               SET WS-REGISTER-UPDATE TO TRUE
           ELSE
               DISPLAY "TRANPROC: " WS-ENV-LABEL " - POSTED-"
                   "TRANSACTION REGISTER READ BUT NOT UPDATED"
           END-IF.
           PERFORM 0700-LOAD-CALENDAR THRU 0700-EXIT.
       0500-EXIT.
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
               DISPLAY "TRANPROC: BUSINESS-DAY CALENDAR NOT "
                   "AVAILABLE - STATUS " WS-CALENDAR-STATUS
                   " - WEEKENDS ONLY"
               SET WS-WARNING-RAISED TO TRUE
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
                   DISPLAY "TRANPROC: CALENDAR TABLE FULL - ENTRIES "
                       "BEYOND 500 IGNORED"
                   SET WS-CAL-TABLE-FULL TO TRUE
                   SET WS-WARNING-RAISED TO TRUE
               END-IF
           END-IF.
       0720-NEXT.
           PERFORM 0710-READ-CALENDAR THRU 0710-EXIT.
       0720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - SORT INPUT PROCEDURE.  EDITS EVERY          *
      *                TRANSACTION, ACCUMULATES THE CONTROL        *
           PERFORM 1060-PROCESS-WAREHOUSE THRU 1060-EXIT.
           PERFORM 1270-APPLY-REVERSALS THRU 1270-EXIT.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE POSTED-REGISTER-FILE.
           IF WS-WOFFHIST-OPEN
               CLOSE WRITE-OFF-HISTORY-FILE
           END-IF.
           PERFORM 1300-WRITE-CONTROL-TOTALS THRU 1300-EXIT.
           PERFORM 1350-WRITE-UNMATCHED-SECTION THRU 1350-EXIT.
           CLOSE TRANSACTION-REPORT.
                   " TRANSACTION(S) IN SUSPENSE - SEE SUSPRPT"
               SET WS-WARNING-RAISED TO TRUE
           END-IF.
           IF WS-REGISTER-DUP-COUNT NOT = ZERO
               DISPLAY "TRANPROC: " WS-REGISTER-DUP-COUNT
                   " TRANSACTION(S) ALREADY POSTED ON AN EARLIER "
                   "NIGHT - REJECTED DUP"
           END-IF.
           IF WS-WRITTEN-OFF-COUNT NOT = ZERO
               DISPLAY "TRANPROC: " WS-WRITTEN-OFF-COUNT
                   " TRANSACTION(S) ALREADY WRITTEN OFF TO CLEARING "
                   "- REJECTED WOF"
           END-IF.
           GO TO 1999-DONE.

      *-----------------------------------------------------------*
           END-IF.
           IF WS-WAREHOUSE-PHASE
               ADD 1 TO WS-RELEASED-COUNT
               IF WS-RELEASE-ROLLED
                   PERFORM 1248-LIST-ROLLED-RELEASE THRU 1248-EXIT
               END-IF
           END-IF.
           IF WS-TRANSACTION-REJECTED
               PERFORM 1230-WRITE-SUSPENSE THRU 1230-EXIT
                   WRITE TX-REPORT-LINE
                   MOVE WT-ACCOUNT-REFERENCE TO SW-ACCOUNT-REFERENCE
                   MOVE WT-AMOUNT TO SW-AMOUNT
                   MOVE WT-TRANSACTION-ID TO SW-TRANSACTION-ID
                   MOVE WS-RD-TYPE-CODE TO SW-TYPE-CODE
                   MOVE WT-ACCRUAL-KIND TO SW-ACCRUAL-KIND
                   MOVE WT-EFFECTIVE-DATE TO SW-EFFECTIVE-DATE
                   RELEASE SW-SORT-RECORD
                   PERFORM 1290-REGISTER-POSTING THRU 1290-EXIT
               END-IF
           END-IF.
       1200-NEXT.
       1210-EDIT-TRANSACTION.
           MOVE "N" TO WS-REJECT-SWITCH.
           MOVE "N" TO WS-FUTURE-SWITCH.
           MOVE "N" TO WS-ROLLED-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WT-AMOUNT IS NOT NUMERIC
               MOVE "AMT" TO WS-REJECT-REASON
           IF WS-ID-FOUND
               MOVE "DUP" TO WS-REJECT-REASON
               SET WS-TRANSACTION-REJECTED TO TRUE
               GO TO 1210-EXIT
           END-IF.
           PERFORM 1222-CHECK-POSTED-REGISTER THRU 1222-EXIT.
           IF WS-TRANSACTION-REJECTED
               GO TO 1210-EXIT
           END-IF.
           PERFORM 1224-CHECK-WRITE-OFF-HISTORY THRU 1224-EXIT.
       1210-EXIT.
           EXIT.

      *                               RUN DATE).  A DATE AFTER THE *
      *                               RUN DATE IS NOT A REJECT:    *
      *                               THE TRANSACTION GOES TO THE  *
      *                               WAREHOUSE UNTIL ITS DATE -   *
      *                               ROLLED FORWARD TO A BUSINESS *
      *                               DAY - ARRIVES.  RESUBMITTED  *
      *                               AND RELEASED RECORDS MAY     *
      *                               REACH BACK TO THE FIRST OF   *
      *                               THE PRIOR MONTH, SO A RECORD *
      *                               REJECTED ON THE LAST NIGHT   *
      *                               OF A MONTH AND CORRECTED ON  *
      *                               THE FIRST IS NOT STRANDED    *
               SET WS-TRANSACTION-REJECTED TO TRUE
               GO TO 1215-EXIT
           END-IF.
           MOVE WS-EDIT-DATE TO WS-RELEASE-DATE.
           IF WS-EDIT-DATE > WS-RUN-DATE
               OR WS-WAREHOUSE-PHASE
               MOVE WS-EDIT-DATE TO WS-CW-DATE
               PERFORM 7400-ROLL-FORWARD THRU 7400-EXIT
               MOVE WS-CW-DATE TO WS-RELEASE-DATE
           END-IF.
           IF WS-RELEASE-DATE NOT = WS-EDIT-DATE
               SET WS-RELEASE-ROLLED TO TRUE
           END-IF.
           IF WS-RELEASE-DATE > WS-RUN-DATE
               SET WS-TRANSACTION-FUTURE TO TRUE
               GO TO 1215-EXIT
           END-IF.
      *                         MASTER.  UNKNOWN OR CLOSED         *
      *                         ACCOUNTS DIVERT TO SUSPENSE AND    *
      *                         ARE REMEMBERED FOR THE UNMATCHED-  *
      *                         ACCOUNTS REPORT SECTION.  A        *
      *                         DORMANT ACCOUNT TAKES ONLY TYPE-A  *
      *                         ITEMS MARKED AS AN ACCRUED CHARGE, *
      *                         ACCRUED INTEREST, OR A SUSPENSE    *
      *                         WRITE-OFF TO CLEARING; CUSTOMER    *
      *                         TRANSACTIONS DIVERT WITH REASON    *
      *                         DRM UNTIL IT IS REACTIVATED        *
      *-----------------------------------------------------------*
       1218-MATCH-ACCOUNT.
           MOVE WT-ACCOUNT-REFERENCE TO AM-ACCOUNT-REFERENCE.
                   MOVE "ACC" TO WS-REJECT-REASON
                   SET WS-TRANSACTION-REJECTED TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AM-ACCOUNT-OPEN
                           CONTINUE
                       WHEN AM-ACCOUNT-DORMANT
                           IF NOT WT-TYPE-ADJUSTMENT
                               OR NOT (WT-ACCRUAL-CHARGE
                                    OR WT-ACCRUAL-INTEREST
                                    OR WT-WRITE-OFF-CLEARING)
                               MOVE "DRM" TO WS-REJECT-REASON
                               SET WS-TRANSACTION-REJECTED TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE "CLS" TO WS-REJECT-REASON
                           SET WS-TRANSACTION-REJECTED TO TRUE
                   END-EVALUATE
           END-READ.
           IF WS-TRANSACTION-REJECTED
               PERFORM 1219-NOTE-UNMATCHED-ACCOUNT THRU 1219-EXIT
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1222-CHECK-POSTED-REGISTER - AN ID ON THE REGISTER FROM *
      *                                 AN EARLIER RUN DATE HAS    *
      *                                 ALREADY POSTED - A RESENT  *
      *                                 FILE MUST NOT POST IT      *
      *                                 AGAIN.  AN ENTRY DATED     *
      *                                 TONIGHT IS THIS NIGHT'S    *
      *                                 OWN WORK BEING RERUN, AND  *
      *                                 THE SAME-RUN TABLE ABOVE   *
      *                                 ALREADY COVERS THAT        *
      *-----------------------------------------------------------*
       1222-CHECK-POSTED-REGISTER.
           MOVE WT-TRANSACTION-ID TO PR-TRANSACTION-ID.
           READ POSTED-REGISTER-FILE
               INVALID KEY
                   GO TO 1222-EXIT
           END-READ.
           IF PR-POSTING-DATE = WS-RUN-DATE
               GO TO 1222-EXIT
           END-IF.
           MOVE "DUP" TO WS-REJECT-REASON.
           SET WS-TRANSACTION-REJECTED TO TRUE.
           ADD 1 TO WS-REGISTER-DUP-COUNT.
       1222-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1224-CHECK-WRITE-OFF-HISTORY - AN ID ON THE WRITE-OFF   *
      *                                   HISTORY HAS ALREADY BEEN *
      *                                   CLEARED TO THE SUNDRY    *
      *                                   CLEARING ACCOUNT BY THE  *
      *                                   MONTH END.  A CORRECTED  *
      *                                   OR RESENT COPY MUST NOT  *
      *                                   POST THE MONEY A SECOND  *
      *                                   TIME, SO IT GOES BACK TO *
      *                                   SUSPENSE WITH REASON WOF *
      *-----------------------------------------------------------*
       1224-CHECK-WRITE-OFF-HISTORY.
           IF NOT WS-WOFFHIST-OPEN
               GO TO 1224-EXIT
           END-IF.
           MOVE WT-TRANSACTION-ID TO WO-TRANSACTION-ID.
           READ WRITE-OFF-HISTORY-FILE
               INVALID KEY
                   GO TO 1224-EXIT
           END-READ.
           MOVE "WOF" TO WS-REJECT-REASON.
           SET WS-TRANSACTION-REJECTED TO TRUE.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
       1224-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1230-WRITE-SUSPENSE - DIVERT A FAILED TRANSACTION TO    *
      *                          THE SUSPENSE FILE AND LIST IT ON  *
               MOVE WT-ACCOUNT-REFERENCE TO WS-ID-ACCOUNT (WS-ID-IDX)
               MOVE WT-AMOUNT TO WS-ID-AMOUNT (WS-ID-IDX)
               MOVE WT-TYPE-CODE TO WS-ID-TYPE (WS-ID-IDX)
               MOVE WT-ACCRUAL-KIND TO WS-ID-ACCRUAL-KIND (WS-ID-IDX)
               MOVE "N" TO WS-ID-REVERSED-SW (WS-ID-IDX)
           ELSE
               IF NOT WS-ID-TABLE-WARNED
      *                             TRANSACTION, IMAGE INTACT,     *
      *                             FOR THE END-OF-RUN WAREHOUSE   *
      *                             REWRITE, AND LIST IT PENDING   *
      *                             BY RELEASE DATE, WITH THE DUE  *
      *                             DATE BESIDE IT WHEN THE DUE    *
      *                             DATE FELL ON A NON-BUSINESS    *
      *                             DAY.  A FULL TABLE             *
      *                             DIVERTS TO SUSPENSE SO THE     *
      *                             MONEY IS DELAYED, NOT LOST     *
      *-----------------------------------------------------------*
               MOVE WT-TRANSACTION-ID TO WS-WD-TRANSACTION-ID
               MOVE WT-ACCOUNT-REFERENCE TO WS-WD-ACCOUNT-REFERENCE
               MOVE WT-AMOUNT-X TO WS-WD-AMOUNT
               PERFORM 1249-SET-RELEASE-DATES THRU 1249-EXIT
               MOVE WS-WAREHOUSE-DETAIL-LINE TO WR-REPORT-LINE
               WRITE WR-REPORT-LINE
           ELSE
       1247-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1248-LIST-ROLLED-RELEASE - A WAREHOUSED ITEM WHOSE DUE  *
      *                               DATE FELL ON A NON-BUSINESS  *
      *                               DAY IS LISTED AGAIN ON THE   *
      *                               NIGHT IT RELEASES            *
      *-----------------------------------------------------------*
       1248-LIST-ROLLED-RELEASE.
           MOVE WT-TRANSACTION-ID TO WS-WD-TRANSACTION-ID.
           MOVE WT-ACCOUNT-REFERENCE TO WS-WD-ACCOUNT-REFERENCE.
           MOVE WT-AMOUNT-X TO WS-WD-AMOUNT.
           MOVE "RELEASED" TO WS-WD-STATUS.
           PERFORM 1249-SET-RELEASE-DATES THRU 1249-EXIT.
           MOVE WS-WAREHOUSE-DETAIL-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
       1248-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1249-SET-RELEASE-DATES - RELEASE DATE, AND THE ORIGINAL *
      *                             DUE DATE WHEN IT WAS ROLLED    *
      *-----------------------------------------------------------*
       1249-SET-RELEASE-DATES.
           MOVE WS-RELEASE-DATE TO WS-WD-RELEASE-DATE.
           IF WS-RELEASE-ROLLED
               MOVE "  DUE " TO WS-WD-DUE-LABEL
               MOVE WT-EFFECTIVE-DATE TO WS-WD-DUE-DATE
           ELSE
               MOVE SPACES TO WS-WD-DUE-NOTE
           END-IF.
       1249-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1270-APPLY-REVERSALS - AFTER ALL INPUT IS READ, MATCH   *
      *                           EACH HELD REVERSAL TO ITS        *
      *-----------------------------------------------------------*
      *    1275-APPLY-ONE-REVERSAL - BACK OUT ONE ORIGINAL.  THE   *
      *                              ORIGINAL MUST HAVE BEEN       *
      *                              ACCEPTED THIS RUN OR BE ON    *
      *                              THE POSTED-TRANSACTION        *
      *                              REGISTER FROM AN EARLIER      *
      *                              NIGHT, MUST NOT ITSELF BE A   *
      *                              REVERSAL, AND MUST NOT        *
      *                              ALREADY BE REVERSED           *
      *-----------------------------------------------------------*
       1275-APPLY-ONE-REVERSAL.
           MOVE WS-REV-IMAGE (WS-REV-IDX) TO WT-TRANSACTION-RECORD.
               VARYING WS-ID-IDX FROM 1 BY 1
               UNTIL WS-ID-IDX > WS-ID-COUNT
               OR WS-ORIG-FOUND.
           IF WS-ORIG-FOUND
               SET WS-ID-IDX DOWN BY 1
           ELSE
               PERFORM 1285-FIND-REGISTERED-ORIGINAL THRU 1285-EXIT
           END-IF.
           IF NOT WS-ORIG-FOUND
               MOVE "ORG" TO WS-REJECT-REASON
               PERFORM 1230-WRITE-SUSPENSE THRU 1230-EXIT
               GO TO 1275-EXIT
           END-IF.
           IF WS-ID-TYPE (WS-ID-IDX) = "R"
               OR WS-ID-REVERSED-SW (WS-ID-IDX) = "Y"
               MOVE "ORG" TO WS-REJECT-REASON
           WRITE TX-REPORT-LINE.
           MOVE WS-ID-ACCOUNT (WS-ID-IDX) TO SW-ACCOUNT-REFERENCE.
           COMPUTE SW-AMOUNT = ZERO - WS-ID-AMOUNT (WS-ID-IDX).
           MOVE WT-TRANSACTION-ID TO SW-TRANSACTION-ID.
           MOVE "R" TO SW-TYPE-CODE.
           MOVE WS-ID-ACCRUAL-KIND (WS-ID-IDX) TO SW-ACCRUAL-KIND.
           MOVE WT-EFFECTIVE-DATE TO SW-EFFECTIVE-DATE.
           RELEASE SW-SORT-RECORD.
           PERFORM 1295-REGISTER-REVERSAL THRU 1295-EXIT.
       1275-EXIT.
           EXIT.

       1280-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1285-FIND-REGISTERED-ORIGINAL - AN ORIGINAL NOT SEEN    *
      *                                    TONIGHT IS LOOKED UP ON *
      *                                    THE POSTED-TRANSACTION  *
      *                                    REGISTER AND, IF FOUND, *
      *                                    TAKEN INTO THE ID TABLE *
      *                                    SO A SECOND REVERSAL OF *
      *                                    IT TONIGHT IS CAUGHT    *
      *                                    THE SAME WAY AS ONE OF  *
      *                                    TONIGHT'S ORIGINALS.    *
      *                                    AN ORIGINAL THE         *
      *                                    REGISTER SHOWS REVERSED *
      *                                    COMES IN ALREADY MARKED *
      *                                    REVERSED, UNLESS IT WAS *
      *                                    THIS SAME REVERSAL ON   *
      *                                    THIS SAME RUN DATE (A   *
      *                                    RERUN OF THE NIGHT)     *
      *-----------------------------------------------------------*
       1285-FIND-REGISTERED-ORIGINAL.
           MOVE WT-ORIGINAL-ID TO PR-TRANSACTION-ID.
           READ POSTED-REGISTER-FILE
               INVALID KEY
                   GO TO 1285-EXIT
           END-READ.
           IF WS-ID-COUNT NOT < 5000
               DISPLAY "TRANPROC: TRANSACTION ID TABLE FULL - "
                   "REVERSAL " WT-TRANSACTION-ID
                   " DIVERTED TO SUSPENSE"
               SET WS-WARNING-RAISED TO TRUE
               GO TO 1285-EXIT
           END-IF.
           ADD 1 TO WS-ID-COUNT.
           SET WS-ID-IDX TO WS-ID-COUNT.
           MOVE PR-TRANSACTION-ID TO WS-ID-VALUE (WS-ID-IDX).
           MOVE PR-ACCOUNT-REFERENCE TO WS-ID-ACCOUNT (WS-ID-IDX).
           MOVE PR-AMOUNT TO WS-ID-AMOUNT (WS-ID-IDX).
           MOVE PR-TYPE-CODE TO WS-ID-TYPE (WS-ID-IDX).
           MOVE PR-ACCRUAL-KIND TO WS-ID-ACCRUAL-KIND (WS-ID-IDX).
           MOVE "N" TO WS-ID-REVERSED-SW (WS-ID-IDX).
           IF PR-REVERSED
               IF PR-REVERSED-DATE NOT = WS-RUN-DATE
                   OR PR-REVERSED-BY-ID NOT = WT-TRANSACTION-ID
                   MOVE "Y" TO WS-ID-REVERSED-SW (WS-ID-IDX)
               END-IF
           END-IF.
           SET WS-ORIG-FOUND TO TRUE.
       1285-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1290-REGISTER-POSTING - RECORD AN ACCEPTED POSTING OR   *
      *                            ADJUSTMENT ON THE POSTED-       *
      *                            TRANSACTION REGISTER.  AN ENTRY *
      *                            ALREADY THERE CAN ONLY BE THIS  *
      *                            RUN DATE'S OWN (THE EDIT PASS   *
      *                            REJECTED ANY OLDER ONE AS DUP)  *
      *                            AND IS SIMPLY REPLACED.  A      *
      *                            REGISTER THAT WILL NOT TAKE THE *
      *                            ENTRY IS RC=16 - AN UNRECORDED  *
      *                            POSTING COULD POST AGAIN FROM A *
      *                            RESENT FILE                     *
      *-----------------------------------------------------------*
       1290-REGISTER-POSTING.
           IF NOT WS-REGISTER-UPDATE
               GO TO 1290-EXIT
           END-IF.
           MOVE SPACES TO PR-POSTED-TRANSACTION-RECORD.
           MOVE WT-TRANSACTION-ID TO PR-TRANSACTION-ID.
           MOVE WT-ACCOUNT-REFERENCE TO PR-ACCOUNT-REFERENCE.
           MOVE WT-AMOUNT TO PR-AMOUNT.
           MOVE WT-TYPE-CODE TO PR-TYPE-CODE.
           IF PR-TYPE-CODE = SPACE
               SET PR-TYPE-POSTING TO TRUE
           END-IF.
           MOVE WT-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO PR-POSTING-DATE.
           SET PR-NOT-REVERSED TO TRUE.
           MOVE ZERO TO PR-REVERSED-DATE.
           MOVE WT-ACCRUAL-KIND TO PR-ACCRUAL-KIND.
           PERFORM 1298-WRITE-REGISTER-ENTRY THRU 1298-EXIT.
       1290-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1295-REGISTER-REVERSAL - RECORD AN APPLIED REVERSAL ON  *
      *                             THE REGISTER WITH THE AMOUNT   *
      *                             IT BACKED OUT, AND MARK ITS    *
      *                             ORIGINAL REVERSED SO NO LATER  *
      *                             NIGHT CAN REVERSE IT AGAIN     *
      *-----------------------------------------------------------*
       1295-REGISTER-REVERSAL.
           IF NOT WS-REGISTER-UPDATE
               GO TO 1295-EXIT
           END-IF.
           MOVE SPACES TO PR-POSTED-TRANSACTION-RECORD.
           MOVE WT-TRANSACTION-ID TO PR-TRANSACTION-ID.
           MOVE WS-ID-ACCOUNT (WS-ID-IDX) TO PR-ACCOUNT-REFERENCE.
           COMPUTE PR-AMOUNT = ZERO - WS-ID-AMOUNT (WS-ID-IDX).
           SET PR-TYPE-REVERSAL TO TRUE.
           MOVE WT-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO PR-POSTING-DATE.
           SET PR-NOT-REVERSED TO TRUE.
           MOVE ZERO TO PR-REVERSED-DATE.
           MOVE WS-ID-ACCRUAL-KIND (WS-ID-IDX) TO PR-ACCRUAL-KIND.
           PERFORM 1298-WRITE-REGISTER-ENTRY THRU 1298-EXIT.
           MOVE WT-ORIGINAL-ID TO PR-TRANSACTION-ID.
           READ POSTED-REGISTER-FILE
               INVALID KEY
                   DISPLAY "TRANPROC: ORIGINAL " WT-ORIGINAL-ID
                       " OF REVERSAL " WT-TRANSACTION-ID
                       " NOT ON THE POSTED-TRANSACTION REGISTER"
                   SET WS-WARNING-RAISED TO TRUE
                   GO TO 1295-EXIT
           END-READ.
           SET PR-REVERSED TO TRUE.
           MOVE WS-RUN-DATE TO PR-REVERSED-DATE.
           MOVE WT-TRANSACTION-ID TO PR-REVERSED-BY-ID.
           REWRITE PR-POSTED-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "TRANPROC: POSTED-TRANSACTION REGISTER "
                       "REWRITE FAILED FOR " PR-TRANSACTION-ID
                       " - STATUS " WS-POSTREG-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       1295-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1298-WRITE-REGISTER-ENTRY - ADD THE BUILT REGISTER      *
      *                                ENTRY, REPLACING ONE LEFT   *
      *                                BY AN EARLIER RUN OF THE    *
      *                                SAME NIGHT                  *
      *-----------------------------------------------------------*
       1298-WRITE-REGISTER-ENTRY.
           WRITE PR-POSTED-TRANSACTION-RECORD
               INVALID KEY
                   REWRITE PR-POSTED-TRANSACTION-RECORD
                       INVALID KEY
                           DISPLAY "TRANPROC: POSTED-TRANSACTION "
                               "REGISTER WRITE FAILED FOR "
                               PR-TRANSACTION-ID " - STATUS "
                               WS-POSTREG-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.
       1298-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-WRITE-CONTROL-TOTALS - PRINT THE SUMMARY LINE      *
      *-----------------------------------------------------------*
       1750-EXIT.
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

       1999-DONE.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-WRITE-EXTRACT - SORT OUTPUT PROCEDURE.  BREAKS ON  *
      *                         ACCOUNT REFERENCE AND ACCRUAL KIND *
      *                         AND WRITES ONE EXTRACT DETAIL PER  *
      *                         ACCOUNT - PLUS ONE FOR ITS CHARGES *
      *                         AND ONE FOR ITS INTEREST, IF ANY - *
      *                         AT ANY VOLUME, THEN THE TRAILER.   *
      *                         EVERY MOVEMENT ALSO GOES TO THE    *
      *                         MOVEMENT FILE ON THE WAY THROUGH   *
      *-----------------------------------------------------------*
       3000-WRITE-EXTRACT SECTION.
       3000-PARA.
           END-IF.
           PERFORM 3400-WRITE-EXTRACT-TRAILER THRU 3400-EXIT.
           CLOSE EXTRACT-FILE.
           PERFORM 3450-WRITE-MOVEMENT-TRAILER THRU 3450-EXIT.
           CLOSE MOVEMENT-FILE.
           GO TO 3999-DONE.

      *-----------------------------------------------------------*
           EXIT.

      *-----------------------------------------------------------*
      *    3200-ROLL-ONE-MOVEMENT - SAME ACCOUNT AND ACCRUAL KIND  *
      *                             ROLL TOGETHER; A NEW ACCOUNT   *
      *                             OR KIND CLOSES OUT THE ONE     *
      *                             BEFORE IT                      *
      *-----------------------------------------------------------*
       3200-ROLL-ONE-MOVEMENT.
           IF NOT WS-BREAK-OPEN
               OR SW-ACCOUNT-REFERENCE NOT = WS-CURRENT-ACCOUNT
               OR SW-ACCRUAL-KIND NOT = WS-CURRENT-ACCRUAL-KIND
               IF WS-BREAK-OPEN
                   PERFORM 3300-WRITE-ONE-ACCOUNT THRU 3300-EXIT
               END-IF
               MOVE SW-ACCOUNT-REFERENCE TO WS-CURRENT-ACCOUNT
               MOVE SW-ACCRUAL-KIND TO WS-CURRENT-ACCRUAL-KIND
               MOVE ZERO TO WS-ACCOUNT-NET
               SET WS-BREAK-OPEN TO TRUE
           END-IF.
           ADD SW-AMOUNT TO WS-ACCOUNT-NET.
           ADD SW-AMOUNT TO WS-EXTRACT-CONTROL-TOTAL.
           PERFORM 3250-WRITE-MOVEMENT THRU 3250-EXIT.
           PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3250-WRITE-MOVEMENT - ONE ACCEPTED MOVEMENT, IN THE     *
      *                          SHARED TRANSACTION LAYOUT, FOR    *
      *                          THE GL INTERFACE STEP             *
      *-----------------------------------------------------------*
       3250-WRITE-MOVEMENT.
           MOVE SPACES TO XT-TRANSACTION-RECORD.
           MOVE SW-TRANSACTION-ID TO XT-TRANSACTION-ID.
           MOVE SW-ACCOUNT-REFERENCE TO XT-ACCOUNT-REFERENCE.
           MOVE SW-AMOUNT TO XT-AMOUNT.
           MOVE SW-EFFECTIVE-DATE TO XT-EFFECTIVE-DATE.
           MOVE SW-TYPE-CODE TO XT-TYPE-CODE.
           MOVE SW-ACCRUAL-KIND TO XT-ACCRUAL-KIND.
           MOVE XT-TRANSACTION-RECORD TO MV-MOVEMENT-LINE.
           WRITE MV-MOVEMENT-LINE.
           ADD 1 TO WS-MOVEMENT-COUNT.
           ADD SW-AMOUNT TO WS-MOVEMENT-TOTAL.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-WRITE-ONE-ACCOUNT - BUILD AND WRITE ONE ACCOUNT'S  *
      *                             EXTRACT DETAIL RECORD FOR ONE  *
      *                             ACCRUAL KIND (BLANK FOR ALL    *
      *                             ORDINARY MOVEMENTS)            *
      *-----------------------------------------------------------*
       3300-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO XT-TRANSACTION-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO XT-ACCOUNT-REFERENCE.
           MOVE WS-ACCOUNT-NET TO XT-AMOUNT.
           MOVE WS-RUN-DATE TO XT-EFFECTIVE-DATE.
           MOVE WS-CURRENT-ACCRUAL-KIND TO XT-ACCRUAL-KIND.
           MOVE XT-TRANSACTION-RECORD TO EX-EXTRACT-LINE.
           WRITE EX-EXTRACT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3450-WRITE-MOVEMENT-TRAILER - RECORD COUNT AND CONTROL  *
      *                                  TOTAL FOR THE MOVEMENT    *
      *                                  FILE                      *
      *-----------------------------------------------------------*
       3450-WRITE-MOVEMENT-TRAILER.
           MOVE WS-MOVEMENT-COUNT TO MT-RECORD-COUNT.
           MOVE WS-MOVEMENT-TOTAL TO MT-CONTROL-TOTAL.
           MOVE WS-MOVEMENT-TRAILER-RECORD TO MV-MOVEMENT-LINE.
           WRITE MV-MOVEMENT-LINE.
       3450-EXIT.
           EXIT.

       3999-DONE.
           EXIT.

