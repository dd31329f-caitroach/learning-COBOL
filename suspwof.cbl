      ******************************************************************
      *    PROGRAM-ID.  SUSPWOF
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/10/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  Monthly aged suspense write-off.  Walks the
      *                  suspense master and ages every item from its
      *                  first reject to the last business day of the
      *                  statement period, from the business-day
      *                  calendar.  An item older than the cutoff
      *                  days on the write-off card is listed on the
      *                  write-off register as proposed and written to
      *                  the proposal file, which a supervisor marks up
      *                  and returns as the next run's approval file.
      *                  An item approved on that file, with an
      *                  approver who is an active supervisor on the
      *                  operator security file, an approval date,
      *                  and an amount that still matches the
      *                  suspense master, is
      *                  written off: a type-A transaction for the
      *                  original amount is generated to the sundry
      *                  clearing account on the write-off file
      *                  (batch header and trailer as on the accrual
      *                  file, dated the first business day of the new
      *                  month), the item, its approver and approval
      *                  date go to the write-off history master, and
      *                  the item is deleted from the suspense master.
      *                  An id already on the history master is never
      *                  proposed or written off twice.  Approvals
      *                  that cannot be applied are listed and end
      *                  the step with RC=4.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/10/26  CAIT  ORIGINAL PROGRAM
      *    10/12/26  CAIT  ITEMS AGE TO THE PERIOD'S LAST BUSINESS DAY
      *                    AND THE WRITE-OFF FILE IS DATED THE FIRST
      *                    BUSINESS DAY AFTER THE PERIOD, FROM THE
      *                    BUSINESS-DAY CALENDAR (CALENDAR DD)
      *    10/14/26  CAIT  THE APPROVER MUST BE AN ACTIVE SUPERVISOR
      *                    ON THE OPERATOR SECURITY FILE (OPERSEC DD)
      *    10/15/26  CAIT  THE CLEARING TRANSACTION IS MARKED WITH
      *                    ACCRUAL KIND W, SO THE NIGHTLY RUN POSTS
      *                    IT EVEN IF THE CLEARING ACCOUNT IS DORMANT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWOF.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/10/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CARD-FILE ASSIGN TO "STMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTCARD-STATUS.

           SELECT WRITE-OFF-CARD-FILE ASSIGN TO "WOFFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFCARD-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "WOFFAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFAPPR-STATUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TRANSACTION-ID
               FILE STATUS IS WS-SUSPMAST-STATUS.

           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WOFFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-TRANSACTION-ID
               FILE STATUS IS WS-WOFFHIST-STATUS.

           SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFFILE-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO "WOFFPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFPROP-STATUS.

           SELECT WRITE-OFF-REPORT ASSIGN TO "WOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFRPT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERSEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTCARD.

       FD  WRITE-OFF-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOFFCARD.

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOFFAPPR.

       FD  SUSPENSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPMST.

       FD  WRITE-OFF-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WOFFHIST.

       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  WF-WRITE-OFF-LINE               PIC X(60).

       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WP-PROPOSAL-LINE                PIC X(60).

       FD  WRITE-OFF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  WR-REPORT-LINE                  PIC X(80).

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-STMTCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFCARD-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFAPPR-STATUS       PIC X(02)   VALUE "00".
       77  WS-SUSPMAST-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFHIST-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFFILE-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFPROP-STATUS       PIC X(02)   VALUE "00".
       77  WS-WOFFRPT-STATUS        PIC X(02)   VALUE "00".
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-APPR-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  WS-APPR-EOF              VALUE "Y".
       77  WS-APPR-FOUND-SWITCH     PIC X(01)   VALUE "N".
           88  WS-APPR-FOUND            VALUE "Y".
       77  WS-PRIOR-WOFF-SWITCH     PIC X(01)   VALUE "N".
           88  WS-PRIOR-WRITE-OFF       VALUE "Y".
       77  WS-APPR-TABLE-FULL-SW    PIC X(01)   VALUE "N".
           88  WS-APPR-TABLE-FULL       VALUE "Y".
       77  WS-APPR-COUNT            PIC 9(04)   VALUE ZERO.
       77  WS-AS-OF-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-AS-OF-SERIAL          PIC S9(09)  VALUE ZERO.
       77  WS-RELEASE-DATE          PIC 9(08)   VALUE ZERO.
       77  WS-RUN-DATE              PIC 9(08)   VALUE ZERO.
       77  WS-AGE-DAYS              PIC S9(09)  VALUE ZERO.
       77  WS-CLEARING-ACCOUNT      PIC X(10)   VALUE SPACES.
       77  WS-ACTION                PIC X(15)   VALUE SPACES.
       77  WS-OPERSEC-STATUS        PIC X(02)   VALUE "00".
       77  WS-OPERSEC-OPEN-SWITCH   PIC X(01)   VALUE "N".
           88  WS-OPERSEC-OPEN          VALUE "Y".
       77  WS-APPROVER-SWITCH       PIC X(01)   VALUE "N".
           88  WS-APPROVER-VALID        VALUE "Y".
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

       77  WS-SCANNED-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-PROPOSED-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-WRITTEN-OFF-COUNT     PIC 9(07)   VALUE ZERO.
       77  WS-PRIOR-WOFF-COUNT      PIC 9(07)   VALUE ZERO.
       77  WS-NOT-APPLIED-COUNT     PIC 9(07)   VALUE ZERO.
       77  WS-DECLINED-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-RECORD-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-PROPOSED        PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-WRITTEN-OFF     PIC S9(11)V99 VALUE ZERO.

       01  WS-PERIOD-WORK.
           05  WS-PW-END-DATE           PIC 9(08).
           05  WS-PW-END-DATE-R REDEFINES WS-PW-END-DATE.
               10  WS-PW-YYYY               PIC 9(04).
               10  WS-PW-MM                 PIC 9(02).
               10  WS-PW-DD                 PIC 9(02).

      *    SERIAL DAY-NUMBER CONVERSION WORK AREA, SO THE AGE OF AN
      *    ITEM CAN BE COUNTED ACROSS MONTH AND YEAR BOUNDARIES
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

      *    GENERATED TRANSACTION IDS: "W", THE PERIOD AS YYMM, AND
      *    A SEQUENCE - APART FROM THE ACCRUAL IDS AND THE UPSTREAM
      *    FEED'S ID RANGES
       01  WS-GENERATED-ID.
           05  FILLER                   PIC X(01)   VALUE "W".
           05  WS-GI-YYMM               PIC 9(04)   VALUE ZERO.
           05  WS-GI-SEQUENCE           PIC 9(05)   VALUE ZERO.

      *    ONE SLOT PER APPROVED ITEM ON THE APPROVAL FILE; THE
      *    MATCHED FLAG SHOWS WHICH ONES FOUND THEIR SUSPENSE ITEM
       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-APPR-IDX.
               10  WS-AP-TRANSACTION-ID     PIC X(10).
               10  WS-AP-AMOUNT             PIC S9(09)V99.
               10  WS-AP-APPROVER-ID        PIC X(08).
               10  WS-AP-APPROVAL-DATE      PIC 9(08).
               10  WS-AP-MATCHED-SWITCH     PIC X(01).
                   88  WS-AP-MATCHED            VALUE "Y".

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

      *    WORKING COPY OF THE SHARED LAYOUT USED TO BUILD EACH
      *    GENERATED CLEARING TRANSACTION
           COPY TRANSREC
               REPLACING ==TR-TRANSACTION-RECORD==
                      BY ==GT-TRANSACTION-RECORD==
                         ==TR-TRANSACTION-ID==
                      BY ==GT-TRANSACTION-ID==
                         ==TR-ACCOUNT-REFERENCE==
                      BY ==GT-ACCOUNT-REFERENCE==
                         ==TR-AMOUNT==
                      BY ==GT-AMOUNT==
                         ==TR-EFFECTIVE-DATE==
                      BY ==GT-EFFECTIVE-DATE==
                         ==TR-TYPE-CODE==
                      BY ==GT-TYPE-CODE==
                         ==TR-TYPE-POSTING==
                      BY ==GT-TYPE-POSTING==
                         ==TR-TYPE-ADJUSTMENT==
                      BY ==GT-TYPE-ADJUSTMENT==
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

       01  WS-WRITE-OFF-HEADER-RECORD.
           05  FILLER                   PIC X(03)   VALUE "HDR".
           05  FILLER                   PIC X(08)   VALUE "SUSPWOF ".
           05  WH-CREATION-DATE         PIC 9(08).
           05  FILLER                   PIC X(41)   VALUE SPACES.

       01  WS-WRITE-OFF-TRAILER-RECORD.
           05  FILLER                   PIC X(03)   VALUE "TRL".
           05  WL-RECORD-COUNT          PIC 9(07).
           05  WL-HASH-TOTAL            PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                   PIC X(36)   VALUE SPACES.

       01  WS-WRITE-OFF-TITLE-LINE.
           05  FILLER                   PIC X(30)
               VALUE "SUSPENSE WRITE-OFF REGISTER  ".
           05  FILLER                   PIC X(06)   VALUE "AS OF ".
           05  WS-WT-AS-OF-DATE         PIC 9(08).
           05  FILLER                   PIC X(09)
               VALUE "  CUTOFF ".
           05  WS-WT-CUTOFF-DAYS        PIC ZZZZ9.
           05  FILLER                   PIC X(07)   VALUE " DAYS  ".
           05  FILLER                   PIC X(03)   VALUE "TO ".
           05  WS-WT-CLEARING-ACCOUNT   PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.

       01  WS-WRITE-OFF-HEADING-LINE.
           05  FILLER                   PIC X(40)
               VALUE "  TRANS ID    ACCOUNT     RSN  FIRST REJ".
           05  FILLER                   PIC X(40)
               VALUE "     AGE         AMOUNT  ACTION         ".

       01  WS-WRITE-OFF-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-TRANSACTION-ID     PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-REASON             PIC X(03).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-FIRST-REJECT       PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-AGE                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-WD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WD-ACTION             PIC X(15).

       01  WS-WRITE-OFF-AUDIT-LINE.
           05  FILLER                   PIC X(14)   VALUE SPACES.
           05  FILLER                   PIC X(12)
               VALUE "APPROVED BY ".
           05  WS-WA-APPROVER-ID        PIC X(08).
           05  FILLER                   PIC X(04)   VALUE " ON ".
           05  WS-WA-APPROVAL-DATE      PIC 9(08).
           05  FILLER                   PIC X(13)
               VALUE "  CLEARED AS ".
           05  WS-WA-CLEARING-ID        PIC X(10).
           05  FILLER                   PIC X(11)   VALUE SPACES.

       01  WS-WRITE-OFF-COUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WC-CAPTION            PIC X(30).
           05  WS-WC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-WC-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(22)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - READ BOTH CARDS, FIX THE AS-OF AND    *
      *                      RELEASE DATES, LOAD THE APPROVALS,    *
      *                      AND OPEN THE FILES                    *
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
               DISPLAY "SUSPWOF: NO STATEMENT CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF RP-END-DATE IS NOT NUMERIC
               OR RP-END-DATE = ZERO
               DISPLAY "SUSPWOF: STATEMENT CARD END DATE INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT WRITE-OFF-CARD-FILE.
           IF WS-WOFFCARD-STATUS = "00"
               READ WRITE-OFF-CARD-FILE
                   AT END
                       MOVE "10" TO WS-WOFFCARD-STATUS
               END-READ
               CLOSE WRITE-OFF-CARD-FILE
           END-IF.
           IF WS-WOFFCARD-STATUS NOT = "00"
               DISPLAY "SUSPWOF: NO WRITE-OFF CONTROL CARD FOUND"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF WC-CUTOFF-DAYS IS NOT NUMERIC
               OR WC-CUTOFF-DAYS = ZERO
               DISPLAY "SUSPWOF: WRITE-OFF CARD CUTOFF-DAYS INVALID"
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           IF WC-CLEARING-ACCOUNT = SPACES
               MOVE "ACCT000003" TO WS-CLEARING-ACCOUNT
           ELSE
               MOVE WC-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
           END-IF.
           PERFORM 0700-LOAD-CALENDAR THRU 0700-EXIT.
           MOVE RP-END-DATE TO WS-CW-DATE.
           PERFORM 7500-ROLL-BACK THRU 7500-EXIT.
           MOVE WS-CW-DATE TO WS-AS-OF-DATE.
           MOVE WS-AS-OF-DATE TO WS-DTD-DATE.
           PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT.
           MOVE WS-DTD-DAYS TO WS-AS-OF-SERIAL.
      *    THE FILE RELEASES ON THE FIRST NIGHTLY RUN AFTER THE
      *    PERIOD - THE FIRST BUSINESS DAY OF THE FOLLOWING MONTH -
      *    LIKE THE ACCRUAL FILE, SO THE INBOUND GATE'S HEADER-DATE
      *    PROOF ACCEPTS IT THAT NIGHT
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
           MOVE RP-START-DATE (3:4) TO WS-GI-YYMM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0600-LOAD-APPROVALS THRU 0600-EXIT.
           IF RETURN-CODE = 16
               GO TO 0500-EXIT
           END-IF.
           OPEN I-O SUSPENSE-MASTER-FILE.
           IF WS-SUSPMAST-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN SUSPENSE MASTER - "
                   "STATUS " WS-SUSPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN I-O WRITE-OFF-HISTORY-FILE.
           IF WS-WOFFHIST-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-HISTORY-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               OPEN I-O WRITE-OFF-HISTORY-FILE
           END-IF.
           IF WS-WOFFHIST-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN WRITE-OFF HISTORY - "
                   "STATUS " WS-WOFFHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-MASTER-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT WRITE-OFF-FILE.
           IF WS-WOFFFILE-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN WRITE-OFF FILE - "
                   "STATUS " WS-WOFFFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-MASTER-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-WOFFPROP-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN PROPOSAL FILE - "
                   "STATUS " WS-WOFFPROP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-MASTER-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               CLOSE WRITE-OFF-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT WRITE-OFF-REPORT.
           IF WS-WOFFRPT-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN WRITE-OFF REPORT - "
                   "STATUS " WS-WOFFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-MASTER-FILE
               CLOSE WRITE-OFF-HISTORY-FILE
               CLOSE WRITE-OFF-FILE
               CLOSE PROPOSAL-FILE
               GO TO 0500-EXIT
           END-IF.
           MOVE WS-RELEASE-DATE TO WH-CREATION-DATE.
           MOVE WS-WRITE-OFF-HEADER-RECORD TO WF-WRITE-OFF-LINE.
           WRITE WF-WRITE-OFF-LINE.
           MOVE WS-AS-OF-DATE TO WS-WT-AS-OF-DATE.
           MOVE WC-CUTOFF-DAYS TO WS-WT-CUTOFF-DAYS.
           MOVE WS-CLEARING-ACCOUNT TO WS-WT-CLEARING-ACCOUNT.
           MOVE WS-WRITE-OFF-TITLE-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE WS-WRITE-OFF-HEADING-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0600-LOAD-APPROVALS - THE MARKED-UP PROPOSAL FILE COMES *
      *                          INTO STORAGE.  ONLY ITEMS MARKED  *
      *                          APPROVED ARE KEPT.  NO APPROVAL   *
      *                          FILE YET MEANS NOTHING APPROVED.  *
      *                          WITHOUT THE OPERATOR SECURITY     *
      *                          FILE NO APPROVER CAN BE VERIFIED, *
      *                          SO EVERY APPROVAL IS REFUSED      *
      *-----------------------------------------------------------*
       0600-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-WOFFAPPR-STATUS = "35"
               DISPLAY "SUSPWOF: NO APPROVAL FILE - PROPOSING ONLY"
               GO TO 0600-EXIT
           END-IF.
           IF WS-WOFFAPPR-STATUS NOT = "00"
               DISPLAY "SUSPWOF: UNABLE TO OPEN APPROVAL FILE - "
                   "STATUS " WS-WOFFAPPR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0600-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERSEC-STATUS = "00"
               SET WS-OPERSEC-OPEN TO TRUE
           ELSE
               DISPLAY "SUSPWOF: UNABLE TO OPEN OPERATOR SECURITY "
                   "FILE - STATUS " WS-OPERSEC-STATUS
               DISPLAY "SUSPWOF: APPROVERS CANNOT BE VERIFIED - NO "
                   "APPROVAL APPLIED THIS RUN"
           END-IF.
           PERFORM 0610-READ-APPROVAL THRU 0610-EXIT.
           PERFORM 0620-STORE-APPROVAL THRU 0620-EXIT
               UNTIL WS-APPR-EOF.
           CLOSE APPROVAL-FILE.
           IF WS-OPERSEC-OPEN
               CLOSE OPERATOR-FILE
           END-IF.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0610-READ-APPROVAL - GET THE NEXT APPROVAL RECORD       *
      *-----------------------------------------------------------*
       0610-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   SET WS-APPR-EOF TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0620-STORE-APPROVAL - FILE ONE APPROVED ITEM.  AN       *
      *                          APPROVAL WITH NO APPROVER, NO     *
      *                          VALID DATE, OR NO VALID AMOUNT    *
      *                          CANNOT BE TRACED AND IS REFUSED,  *
      *                          AS IS ONE WHOSE APPROVER IS NOT   *
      *                          AN ACTIVE SUPERVISOR              *
      *-----------------------------------------------------------*
       0620-STORE-APPROVAL.
           IF WA-DECLINED
               ADD 1 TO WS-DECLINED-COUNT
               GO TO 0620-NEXT
           END-IF.
           IF NOT WA-APPROVED
               GO TO 0620-NEXT
           END-IF.
           IF WA-APPROVER-ID = SPACES
               OR WA-APPROVAL-DATE IS NOT NUMERIC
               OR WA-APPROVAL-DATE = ZERO
               OR WA-AMOUNT IS NOT NUMERIC
               MOVE "INCOMPLETE     " TO WS-ACTION
               PERFORM 1900-LIST-APPROVAL-RECORD THRU 1900-EXIT
               GO TO 0620-NEXT
           END-IF.
           IF NOT WS-OPERSEC-OPEN
               MOVE "UNVERIFIED     " TO WS-ACTION
               PERFORM 1900-LIST-APPROVAL-RECORD THRU 1900-EXIT
               GO TO 0620-NEXT
           END-IF.
           MOVE "N" TO WS-APPROVER-SWITCH.
           MOVE WA-APPROVER-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ACTIVE
                       AND OP-ROLE-SUPERVISOR
                       SET WS-APPROVER-VALID TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-APPROVER-VALID
               MOVE "NOT SUPERVISOR " TO WS-ACTION
               PERFORM 1900-LIST-APPROVAL-RECORD THRU 1900-EXIT
               GO TO 0620-NEXT
           END-IF.
           IF WS-APPR-COUNT < 1000
               ADD 1 TO WS-APPR-COUNT
               SET WS-APPR-IDX TO WS-APPR-COUNT
               MOVE WA-TRANSACTION-ID
                   TO WS-AP-TRANSACTION-ID (WS-APPR-IDX)
               MOVE WA-AMOUNT TO WS-AP-AMOUNT (WS-APPR-IDX)
               MOVE WA-APPROVER-ID
                   TO WS-AP-APPROVER-ID (WS-APPR-IDX)
               MOVE WA-APPROVAL-DATE
                   TO WS-AP-APPROVAL-DATE (WS-APPR-IDX)
               MOVE "N" TO WS-AP-MATCHED-SWITCH (WS-APPR-IDX)
           ELSE
               IF NOT WS-APPR-TABLE-FULL
                   DISPLAY "SUSPWOF: APPROVAL TABLE FULL - APPROVALS "
                       "BEYOND 1000 WAIT FOR THE NEXT RUN"
                   SET WS-APPR-TABLE-FULL TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0620-NEXT.
           PERFORM 0610-READ-APPROVAL THRU 0610-EXIT.
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
               DISPLAY "SUSPWOF: BUSINESS-DAY CALENDAR NOT "
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
                   DISPLAY "SUSPWOF: CALENDAR TABLE FULL - ENTRIES "
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
      *    1000-SEC1 - BROWSE THE SUSPENSE MASTER, PROPOSE OR      *
      *                WRITE OFF EACH AGED ITEM, LIST UNUSED       *
      *                APPROVALS, AND PRINT THE TOTALS             *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO SM-TRANSACTION-ID.
           START SUSPENSE-MASTER-FILE
               KEY IS GREATER THAN SM-TRANSACTION-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT
           END-IF.
           PERFORM 1200-AGE-ONE-ITEM THRU 1200-EXIT
               UNTIL WS-END-OF-FILE.
           IF RETURN-CODE = 16
               GO TO 1000-CLOSE
           END-IF.
           PERFORM 1800-CHECK-APPROVAL-SLOT THRU 1800-EXIT
               VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-COUNT.
           PERFORM 3000-WRITE-WRITE-OFF-TRAILER THRU 3000-EXIT.
           PERFORM 3100-WRITE-REGISTER-TOTALS THRU 3100-EXIT.
           IF WS-NOT-APPLIED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-CLOSE.
           CLOSE SUSPENSE-MASTER-FILE.
           CLOSE WRITE-OFF-HISTORY-FILE.
           CLOSE WRITE-OFF-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE WRITE-OFF-REPORT.
           DISPLAY "SUSPWOF: " WS-PROPOSED-COUNT
               " ITEM(S) PROPOSED, " WS-WRITTEN-OFF-COUNT
               " WRITTEN OFF, RELEASE " WS-RELEASE-DATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-SUSPENSE - GET THE NEXT SUSPENSE MASTER       *
      *                         RECORD IN KEY ORDER                *
      *-----------------------------------------------------------*
       1100-READ-SUSPENSE.
           READ SUSPENSE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-AGE-ONE-ITEM - AGE ONE SUSPENSE ITEM AND DECIDE:   *
      *                        WRITE IT OFF IF APPROVED AND STILL  *
      *                        THE SAME, PROPOSE IT IF PAST THE    *
      *                        CUTOFF, OTHERWISE LEAVE IT ALONE    *
      *-----------------------------------------------------------*
       1200-AGE-ONE-ITEM.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE SM-TRANSACTION-IMAGE TO WT-TRANSACTION-RECORD.
           MOVE ZERO TO WS-AGE-DAYS.
           IF SM-FIRST-REJECT-DATE IS NUMERIC
               AND SM-FIRST-REJECT-DATE NOT = ZERO
               MOVE SM-FIRST-REJECT-DATE TO WS-DTD-DATE
               PERFORM 7100-DATE-TO-DAY-NUMBER THRU 7100-EXIT
               COMPUTE WS-AGE-DAYS =
                   WS-AS-OF-SERIAL - WS-DTD-DAYS + 1
           END-IF.
           PERFORM 1300-FIND-APPROVAL THRU 1300-EXIT.
           PERFORM 1400-CHECK-PRIOR-WRITE-OFF THRU 1400-EXIT.
      *    AN ID ALREADY CLEARED THAT HAS COME BACK INTO SUSPENSE IS
      *    LISTED FOR INVESTIGATION BUT NEVER CLEARED A SECOND TIME
           IF WS-PRIOR-WRITE-OFF
               ADD 1 TO WS-PRIOR-WOFF-COUNT
               MOVE "PRIOR WRITE-OFF" TO WS-ACTION
               PERFORM 1700-LIST-SUSPENSE-ITEM THRU 1700-EXIT
               IF WS-APPR-FOUND
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               END-IF
               GO TO 1200-NEXT
           END-IF.
           IF WS-APPR-FOUND
               IF WT-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE "BAD AMOUNT-HELD" TO WS-ACTION
                   PERFORM 1700-LIST-SUSPENSE-ITEM THRU 1700-EXIT
                   GO TO 1200-NEXT
               END-IF
               IF WT-AMOUNT = WS-AP-AMOUNT (WS-APPR-IDX)
                   PERFORM 1500-WRITE-OFF-ITEM THRU 1500-EXIT
                   GO TO 1200-NEXT
               END-IF
      *        THE ITEM CHANGED AFTER IT WAS APPROVED - THE APPROVAL
      *        NO LONGER COVERS IT, SO IT GOES BACK FOR APPROVAL
               ADD 1 TO WS-NOT-APPLIED-COUNT
               MOVE "AMOUNT CHANGED " TO WS-ACTION
               PERFORM 1700-LIST-SUSPENSE-ITEM THRU 1700-EXIT
           END-IF.
           IF WS-AGE-DAYS > WC-CUTOFF-DAYS
               PERFORM 1600-PROPOSE-ITEM THRU 1600-EXIT
           END-IF.
       1200-NEXT.
           IF RETURN-CODE = 16
               SET WS-END-OF-FILE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-FIND-APPROVAL - LOOK THE ITEM UP IN THE APPROVAL   *
      *                         TABLE AND MARK THE SLOT MATCHED    *
      *-----------------------------------------------------------*
       1300-FIND-APPROVAL.
           MOVE "N" TO WS-APPR-FOUND-SWITCH.
           PERFORM 1310-TEST-APPROVAL-SLOT THRU 1310-EXIT
               VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-COUNT
               OR WS-APPR-FOUND.
           IF WS-APPR-FOUND
               SET WS-APPR-IDX DOWN BY 1
               SET WS-AP-MATCHED (WS-APPR-IDX) TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1310-TEST-APPROVAL-SLOT - TEST ONE APPROVAL TABLE SLOT  *
      *-----------------------------------------------------------*
       1310-TEST-APPROVAL-SLOT.
           IF WS-AP-TRANSACTION-ID (WS-APPR-IDX) = SM-TRANSACTION-ID
               SET WS-APPR-FOUND TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-CHECK-PRIOR-WRITE-OFF - IS THE ID ALREADY ON THE   *
      *                                 WRITE-OFF HISTORY MASTER   *
      *-----------------------------------------------------------*
       1400-CHECK-PRIOR-WRITE-OFF.
           MOVE "N" TO WS-PRIOR-WOFF-SWITCH.
           MOVE SM-TRANSACTION-ID TO WO-TRANSACTION-ID.
           READ WRITE-OFF-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRIOR-WRITE-OFF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-WRITE-OFF-ITEM - GENERATE THE CLEARING             *
      *                          TRANSACTION, RECORD THE WRITE-OFF *
      *                          ON THE HISTORY MASTER, AND TAKE   *
      *                          THE ITEM OFF THE SUSPENSE MASTER. *
      *                          A WRITE-OFF THE HISTORY CANNOT    *
      *                          RECORD STOPS THE RUN              *
      *-----------------------------------------------------------*
       1500-WRITE-OFF-ITEM.
           MOVE SPACES TO GT-TRANSACTION-RECORD.
           ADD 1 TO WS-GI-SEQUENCE.
           MOVE WS-GENERATED-ID TO GT-TRANSACTION-ID.
           MOVE WS-CLEARING-ACCOUNT TO GT-ACCOUNT-REFERENCE.
           MOVE WT-AMOUNT TO GT-AMOUNT.
           MOVE WS-RELEASE-DATE TO GT-EFFECTIVE-DATE.
           MOVE "A" TO GT-TYPE-CODE.
           MOVE SM-TRANSACTION-ID TO GT-ORIGINAL-ID.
           SET GT-WRITE-OFF-CLEARING TO TRUE.
           MOVE SPACES TO WO-WRITE-OFF-RECORD.
           MOVE SM-TRANSACTION-ID TO WO-TRANSACTION-ID.
           MOVE SM-TRANSACTION-IMAGE TO WO-TRANSACTION-IMAGE.
           MOVE SM-REJECT-REASON TO WO-REJECT-REASON.
           MOVE SM-FIRST-REJECT-DATE TO WO-FIRST-REJECT-DATE.
           MOVE WS-AP-APPROVER-ID (WS-APPR-IDX) TO WO-APPROVER-ID.
           MOVE WS-AP-APPROVAL-DATE (WS-APPR-IDX)
               TO WO-APPROVAL-DATE.
           MOVE WS-RUN-DATE TO WO-WRITE-OFF-DATE.
           MOVE GT-TRANSACTION-ID TO WO-CLEARING-ID.
           MOVE WS-CLEARING-ACCOUNT TO WO-CLEARING-ACCOUNT.
           WRITE WO-WRITE-OFF-RECORD
               INVALID KEY
                   DISPLAY "SUSPWOF: UNABLE TO RECORD WRITE-OFF OF "
                       SM-TRANSACTION-ID " - STATUS "
                       WS-WOFFHIST-STATUS
                   DISPLAY "SUSPWOF: AUDIT TRAIL IS BROKEN - RUN "
                       "STOPPED, RESTORE THE HISTORY BEFORE RERUNNING"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1500-EXIT
           END-WRITE.
           MOVE GT-TRANSACTION-RECORD TO WF-WRITE-OFF-LINE.
           WRITE WF-WRITE-OFF-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           DELETE SUSPENSE-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "SUSPWOF: DELETE FAILED FOR "
                       SM-TRANSACTION-ID " - STATUS "
                       WS-SUSPMAST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-DELETE.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           ADD WT-AMOUNT TO WS-TOTAL-WRITTEN-OFF.
           MOVE "WRITTEN OFF    " TO WS-ACTION.
           PERFORM 1700-LIST-SUSPENSE-ITEM THRU 1700-EXIT.
           MOVE WO-APPROVER-ID TO WS-WA-APPROVER-ID.
           MOVE WO-APPROVAL-DATE TO WS-WA-APPROVAL-DATE.
           MOVE WO-CLEARING-ID TO WS-WA-CLEARING-ID.
           MOVE WS-WRITE-OFF-AUDIT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1600-PROPOSE-ITEM - LIST THE ITEM AS PROPOSED AND WRITE *
      *                        IT TO THE PROPOSAL FILE WITH THE    *
      *                        DECISION LEFT FOR THE SUPERVISOR    *
      *-----------------------------------------------------------*
       1600-PROPOSE-ITEM.
           MOVE SPACES TO WA-APPROVAL-RECORD.
           MOVE SM-TRANSACTION-ID TO WA-TRANSACTION-ID.
           MOVE WT-ACCOUNT-REFERENCE TO WA-ACCOUNT-REFERENCE.
           IF WT-AMOUNT IS NUMERIC
               MOVE WT-AMOUNT TO WA-AMOUNT
               ADD WT-AMOUNT TO WS-TOTAL-PROPOSED
           ELSE
               MOVE ZERO TO WA-AMOUNT
           END-IF.
           MOVE SM-FIRST-REJECT-DATE TO WA-FIRST-REJECT-DATE.
           MOVE SM-REJECT-REASON TO WA-REJECT-REASON.
           MOVE WA-APPROVAL-RECORD TO WP-PROPOSAL-LINE.
           WRITE WP-PROPOSAL-LINE.
           ADD 1 TO WS-PROPOSED-COUNT.
           MOVE "PROPOSED       " TO WS-ACTION.
           PERFORM 1700-LIST-SUSPENSE-ITEM THRU 1700-EXIT.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1700-LIST-SUSPENSE-ITEM - ONE REGISTER LINE FOR THE     *
      *                              CURRENT SUSPENSE ITEM         *
      *-----------------------------------------------------------*
       1700-LIST-SUSPENSE-ITEM.
           MOVE SM-TRANSACTION-ID TO WS-WD-TRANSACTION-ID.
           MOVE WT-ACCOUNT-REFERENCE TO WS-WD-ACCOUNT.
           MOVE SM-REJECT-REASON TO WS-WD-REASON.
           MOVE SM-FIRST-REJECT-DATE TO WS-WD-FIRST-REJECT.
           MOVE WS-AGE-DAYS TO WS-WD-AGE.
           IF WT-AMOUNT IS NUMERIC
               MOVE WT-AMOUNT TO WS-WD-AMOUNT
           ELSE
               MOVE ZERO TO WS-WD-AMOUNT
           END-IF.
           MOVE WS-ACTION TO WS-WD-ACTION.
           MOVE WS-WRITE-OFF-DETAIL-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1800-CHECK-APPROVAL-SLOT - AN APPROVAL WHOSE ITEM IS NO *
      *                               LONGER IN SUSPENSE CANNOT BE *
      *                               APPLIED; LIST IT             *
      *-----------------------------------------------------------*
       1800-CHECK-APPROVAL-SLOT.
           IF WS-AP-MATCHED (WS-APPR-IDX)
               GO TO 1800-EXIT
           END-IF.
           MOVE SPACES TO WS-WD-ACCOUNT.
           MOVE SPACES TO WS-WD-REASON.
           MOVE ZERO TO WS-WD-FIRST-REJECT.
           MOVE ZERO TO WS-WD-AGE.
           MOVE WS-AP-TRANSACTION-ID (WS-APPR-IDX)
               TO WS-WD-TRANSACTION-ID.
           MOVE WS-AP-AMOUNT (WS-APPR-IDX) TO WS-WD-AMOUNT.
           MOVE "NOT IN SUSPENSE" TO WS-WD-ACTION.
           MOVE WS-WRITE-OFF-DETAIL-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           ADD 1 TO WS-NOT-APPLIED-COUNT.
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1900-LIST-APPROVAL-RECORD - ONE REGISTER LINE FOR AN    *
      *                                APPROVAL REFUSED AT LOAD.   *
      *                                THE REGISTER IS NOT OPEN    *
      *                                YET, SO IT GOES TO SYSOUT   *
      *-----------------------------------------------------------*
       1900-LIST-APPROVAL-RECORD.
           DISPLAY "SUSPWOF: APPROVAL FOR " WA-TRANSACTION-ID
               " REFUSED - " WS-ACTION.
           ADD 1 TO WS-NOT-APPLIED-COUNT.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-WRITE-WRITE-OFF-TRAILER - RECORD COUNT AND AMOUNT  *
      *                                   HASH FOR THE INBOUND     *
      *                                   GATE                     *
      *-----------------------------------------------------------*
       3000-WRITE-WRITE-OFF-TRAILER.
           MOVE WS-RECORD-COUNT TO WL-RECORD-COUNT.
           MOVE WS-TOTAL-WRITTEN-OFF TO WL-HASH-TOTAL.
           MOVE WS-WRITE-OFF-TRAILER-RECORD TO WF-WRITE-OFF-LINE.
           WRITE WF-WRITE-OFF-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-WRITE-REGISTER-TOTALS - THE REGISTER'S TOTALS      *
      *-----------------------------------------------------------*
       3100-WRITE-REGISTER-TOTALS.
           MOVE ZERO TO WS-WC-AMOUNT.
           MOVE "SUSPENSE ITEMS SCANNED  . . :" TO WS-WC-CAPTION.
           MOVE WS-SCANNED-COUNT TO WS-WC-COUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE "PROPOSED FOR WRITE-OFF  . . :" TO WS-WC-CAPTION.
           MOVE WS-PROPOSED-COUNT TO WS-WC-COUNT.
           MOVE WS-TOTAL-PROPOSED TO WS-WC-AMOUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE "WRITTEN OFF TO CLEARING . . :" TO WS-WC-CAPTION.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-WC-COUNT.
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-WC-AMOUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE ZERO TO WS-WC-AMOUNT.
           MOVE "PRIOR WRITE-OFFS BACK . . . :" TO WS-WC-CAPTION.
           MOVE WS-PRIOR-WOFF-COUNT TO WS-WC-COUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE "APPROVALS DECLINED  . . . . :" TO WS-WC-CAPTION.
           MOVE WS-DECLINED-COUNT TO WS-WC-COUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
           MOVE "APPROVALS NOT APPLIED . . . :" TO WS-WC-CAPTION.
           MOVE WS-NOT-APPLIED-COUNT TO WS-WC-COUNT.
           MOVE WS-WRITE-OFF-COUNT-LINE TO WR-REPORT-LINE.
           WRITE WR-REPORT-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7100-DATE-TO-DAY-NUMBER - TURN A YYYYMMDD DATE INTO A   *
      *                              SERIAL DAY NUMBER SO THE AGE  *
      *                              WORKS ACROSS MONTH AND YEAR   *
      *                              BOUNDARIES                    *
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
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.

       END PROGRAM SUSPWOF.
