      ******************************************************************
      *    PROGRAM-ID.  AMCONV
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/15/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Account master layout conversion.  Copies
      *                  every record of the account master as it
      *                  stood before the credit limit and status
      *                  date were added (60 bytes) to a new account
      *                  master in the current layout (77 bytes).
      *                  Reference, name, status, open and close
      *                  dates carry over as they are.  The credit
      *                  limit goes in as zero - no overdraft - until
      *                  account maintenance sets one.  The status
      *                  date is taken from the close date for a
      *                  closed account and the open date for an open
      *                  one, the last time the status changed.  Run
      *                  once, by the CONVERT job, before the first
      *                  night on the new layout.  Records in must
      *                  equal records out or the step ends RC=16 and
      *                  the new file must not be used.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMCONV.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTOLD-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-REFERENCE
               FILE STATUS IS WS-ACCTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE ACCOUNT MASTER RECORD BEFORE THE CREDIT LIMIT AND
      *    STATUS DATE
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OM-ACCOUNT-RECORD.
           05  OM-ACCOUNT-REFERENCE    PIC X(10).
           05  OM-ACCOUNT-NAME         PIC X(30).
           05  OM-ACCOUNT-STATUS       PIC X(01).
               88  OM-ACCOUNT-CLOSED       VALUE "C".
           05  OM-OPEN-DATE            PIC 9(08).
           05  OM-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       77  WS-ACCTOLD-STATUS        PIC X(02)   VALUE "00".
       77  WS-ACCTMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-READ-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-WRITTEN-COUNT         PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
           IF RETURN-CODE = ZERO
               PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-OPEN-FILES - THE OLD MASTER IN, THE NEW (EMPTY)    *
      *                      MASTER OUT                            *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-ACCTOLD-STATUS NOT = "00"
               DISPLAY "AMCONV: UNABLE TO OPEN OLD ACCOUNT MASTER - "
                   "STATUS " WS-ACCTOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "AMCONV: UNABLE TO OPEN NEW ACCOUNT MASTER - "
                   "STATUS " WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-MASTER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-CONVERT-MASTER - COPY EVERY RECORD AND PROVE THE   *
      *                          COUNTS                            *
      *-----------------------------------------------------------*
       2000-CONVERT-MASTER.
           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "AMCONV: " WS-READ-COUNT " RECORD(S) READ BUT "
                   WS-WRITTEN-COUNT " WRITTEN - NEW ACCOUNT MASTER "
                   "IS NOT USABLE"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "AMCONV: " WS-WRITTEN-COUNT
               " ACCOUNT MASTER RECORD(S) CONVERTED".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-READ-OLD-MASTER - GET THE NEXT OLD RECORD          *
      *-----------------------------------------------------------*
       2100-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-CONVERT-ONE-RECORD - BUILD THE NEW LAYOUT: NO      *
      *                              OVERDRAFT, AND THE STATUS     *
      *                              DATE FROM THE CLOSE OR OPEN   *
      *                              DATE                          *
      *-----------------------------------------------------------*
       2200-CONVERT-ONE-RECORD.
           MOVE SPACES TO AM-ACCOUNT-RECORD.
           MOVE OM-ACCOUNT-REFERENCE TO AM-ACCOUNT-REFERENCE.
           MOVE OM-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           MOVE OM-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS.
           MOVE OM-OPEN-DATE TO AM-OPEN-DATE.
           MOVE OM-CLOSE-DATE TO AM-CLOSE-DATE.
           MOVE ZERO TO AM-CREDIT-LIMIT.
           MOVE ZERO TO AM-STATUS-DATE.
           IF OM-ACCOUNT-CLOSED
               AND OM-CLOSE-DATE IS NUMERIC
               MOVE OM-CLOSE-DATE TO AM-STATUS-DATE
           ELSE
               IF OM-OPEN-DATE IS NUMERIC
                   MOVE OM-OPEN-DATE TO AM-STATUS-DATE
               END-IF
           END-IF.
           WRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "AMCONV: WRITE FAILED FOR "
                       AM-ACCOUNT-REFERENCE
                       " - STATUS " WS-ACCTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       END PROGRAM AMCONV.
