      *                    THE STEP ENDS RC=4 WITH AN OPERATOR
      *                    MESSAGE SO A REHEARSAL CANNOT MIX INTO
      *                    PRODUCTION BALANCES
      *    10/15/26  CAIT  AN ACCOUNT'S ACCRUAL CHARGES AND INTEREST
      *                    ARRIVE AS EXTRACT DETAILS OF THEIR OWN;
      *                    EACH POSTS AS A SEPARATE JOURNAL RECORD
      *                    CARRYING THE ACCRUAL KIND.  THE SAME-DAY
      *                    RERUN TEST NOW APPLIES ONLY TO THE FIRST
      *                    DETAIL OF AN ACCOUNT IN THE RUN
      *    10/15/26  CAIT  KEEPS THE ACCOUNT'S LAST-ACTIVITY DATE ON
      *                    THE MASTER FROM ITS OWN TRANSACTIONS ONLY,
      *                    NOT THE ACCRUED CHARGES AND INTEREST, FOR
      *                    THE DORMANCY SCAN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPOST.
       77  WS-DETAIL-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-POSTED-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-SKIPPED-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-LAST-POSTED-ACCOUNT   PIC X(10)   VALUE SPACES.

      *    WORKING COPY OF THE SHARED LAYOUT FOR PICKING APART ONE
      *    EXTRACT DETAIL RECORD
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

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           CLOSE EXTRACT-FILE.
           CLOSE BALANCE-MASTER-FILE.
           CLOSE BALANCE-JOURNAL-FILE.
           DISPLAY "BALPOST: " WS-POSTED-COUNT " DETAIL(S) POSTED, "
               WS-SKIPPED-COUNT " ALREADY POSTED".
           IF WS-SKIPPED-COUNT NOT = ZERO
               AND RETURN-CODE = ZERO
      *                            AND APPEND THE JOURNAL RECORD.  *
      *                            A DAY ALREADY ON THE MASTER FOR *
      *                            THE ACCOUNT IS NOT POSTED TWICE *
      *                            - EXCEPT THAT THE ACCOUNT'S     *
      *                            ACCRUAL DETAILS FOLLOW ITS      *
      *                            FIRST DETAIL IN THE SAME RUN    *
      *                            AND POST BEHIND IT.  ONLY A     *
      *                            DETAIL WITH NO ACCRUAL KIND     *
      *                            MOVES THE LAST-ACTIVITY DATE    *
      *-----------------------------------------------------------*
       1300-POST-ONE-ACCOUNT.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           END-READ.
           IF WS-MASTER-FOUND
               AND BL-LAST-POSTED-DATE >= XT-EFFECTIVE-DATE
               AND XT-ACCOUNT-REFERENCE NOT = WS-LAST-POSTED-ACCOUNT
               DISPLAY "BALPOST: ACCOUNT " XT-ACCOUNT-REFERENCE
                   " ALREADY POSTED THROUGH " BL-LAST-POSTED-DATE
                   " - DETAIL SKIPPED"
           END-IF.
           IF WS-MASTER-FOUND
               ADD XT-AMOUNT TO BL-CURRENT-BALANCE
      *        A RECORD WRITTEN BEFORE THE ACTIVITY DATE WAS KEPT
      *        STARTS FROM ITS LAST-POSTED DATE
               IF BL-LAST-ACTIVITY-DATE NOT NUMERIC
                   MOVE BL-LAST-POSTED-DATE TO BL-LAST-ACTIVITY-DATE
               END-IF
               MOVE XT-EFFECTIVE-DATE TO BL-LAST-POSTED-DATE
               IF XT-ACCRUAL-KIND = SPACE
                   MOVE XT-EFFECTIVE-DATE TO BL-LAST-ACTIVITY-DATE
               END-IF
               REWRITE BL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "BALPOST: REWRITE FAILED - STATUS "
               MOVE XT-ACCOUNT-REFERENCE TO BL-ACCOUNT-REFERENCE
               MOVE XT-AMOUNT TO BL-CURRENT-BALANCE
               MOVE XT-EFFECTIVE-DATE TO BL-LAST-POSTED-DATE
               MOVE ZERO TO BL-LAST-ACTIVITY-DATE
               IF XT-ACCRUAL-KIND = SPACE
                   MOVE XT-EFFECTIVE-DATE TO BL-LAST-ACTIVITY-DATE
               END-IF
               WRITE BL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "BALPOST: WRITE FAILED - STATUS "
               MOVE XT-ACCOUNT-REFERENCE TO BJ-ACCOUNT-REFERENCE
               MOVE XT-EFFECTIVE-DATE TO BJ-MOVEMENT-DATE
               MOVE XT-AMOUNT TO BJ-MOVEMENT-AMOUNT
               MOVE XT-ACCRUAL-KIND TO BJ-ACCRUAL-KIND
               WRITE BJ-JOURNAL-RECORD
               ADD 1 TO WS-POSTED-COUNT
               MOVE XT-ACCOUNT-REFERENCE TO WS-LAST-POSTED-ACCOUNT
           END-IF.
       1300-EXIT.
           EXIT.
