      ******************************************************************
      *    PROGRAM-ID.  GLINTF
      *    AUTHOR.      CAIT
      *    INSTALLATION. OPERATIONS
      *    DATE-WRITTEN. 10/08/26
      *    DATE-COMPILED.
      *    DESCRIPTION.  General-ledger interface.  Reads the accepted-
      *                  movement file the transaction step wrote and
      *                  turns every movement into a GL debit or
      *                  credit, booked to the GL account and cost
      *                  centre the GL mapping file gives for the
      *                  account and the movement's class - posting,
      *                  adjustment, reversal, accrual charge or
      *                  accrual interest.  The other side of each
      *                  class's net goes to that class's contra
      *                  account, so the GL file always balances.  A
      *                  movement (or contra) with no mapping is
      *                  booked to the GL suspense account instead and
      *                  listed on the exceptions report.  The GL file
      *                  is then proved back to the movement trailer
      *                  and to the transaction step's control totals;
      *                  any disagreement ends the step RC=8 so the
      *                  chain stops before the file leaves the shop.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/08/26  CAIT  ORIGINAL PROGRAM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.
       AUTHOR. CAIT.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 10/08/26.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "TRANMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANMOVE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "TRANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCTL-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFILE-STATUS.

           SELECT GL-PROOF-REPORT ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRPT-STATUS.

           SELECT GL-EXCEPTION-REPORT ASSIGN TO "GLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXCP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT RUN-CONTEXT-FILE ASSIGN TO "RUNCNTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCNTX-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MV-MOVEMENT-LINE                PIC X(60).

       FD  CONTROL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANCTL.

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLMAP.

       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLIFREC.

       FD  GL-PROOF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GR-REPORT-LINE                  PIC X(80).

       FD  GL-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GE-REPORT-LINE                  PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       FD  RUN-CONTEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCNTX.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-TRANMOVE-STATUS       PIC X(02)   VALUE "00".
       77  WS-TRANCTL-STATUS        PIC X(02)   VALUE "00".
       77  WS-GLMAP-STATUS          PIC X(02)   VALUE "00".
       77  WS-GLFILE-STATUS         PIC X(02)   VALUE "00".
       77  WS-GLRPT-STATUS          PIC X(02)   VALUE "00".
       77  WS-GLEXCP-STATUS         PIC X(02)   VALUE "00".
       77  WS-AUDITLOG-STATUS       PIC X(02)   VALUE "00".
       77  WS-RUNCNTX-STATUS        PIC X(02)   VALUE "00".
       77  WS-RUNCTRL-STATUS        PIC X(02)   VALUE "00".
       77  WS-RUNCTRL-EOF-SWITCH    PIC X(01)   VALUE "N".
           88  WS-RUNCTRL-EOF           VALUE "Y".
       77  WS-RUN-DONE-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RUN-ALREADY-DONE      VALUE "Y".
       77  WS-ENV-LABEL             PIC X(16)   VALUE SPACES.
      *    THE IDENTIFYING HALF OF THE RUN-LOG RECORD, HELD HERE SO
      *    THE COMPLETION RECORD CAN BE REBUILT AT TERMINATE - THE
      *    FILE RECORD AREA IS NOT AVAILABLE AFTER THE START-RECORD
      *    WRITE
       01  WS-AUDIT-LOG-WORK.
           05  WS-ALW-JOB-NAME          PIC X(08)   VALUE SPACES.
           05  WS-ALW-START-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-ALW-START-TIME        PIC 9(08)   VALUE ZERO.
           05  WS-ALW-ENV-FLAG          PIC X(01)   VALUE SPACE.

      *    WORKING COPY OF THE RUN CONTEXT, CAPTURED BEFORE THE
      *    FILE IS CLOSED - THE FILE RECORD AREA IS NOT AVAILABLE
      *    AFTER THE CLOSE
           COPY RUNCNTX
               REPLACING ==RX-RUN-CONTEXT-RECORD==
                      BY ==WX-RUN-CONTEXT-RECORD==
                         ==RX-RUN-DATE==
                      BY ==WX-RUN-DATE==
                         ==RX-ENV-FLAG==
                      BY ==WX-ENV-FLAG==
                         ==RX-ENV-PRODUCTION==
                      BY ==WX-ENV-PRODUCTION==
                         ==RX-ENV-TEST==
                      BY ==WX-ENV-TEST==
                         ==RX-ENV-DEVELOPMENT==
                      BY ==WX-ENV-DEVELOPMENT==
                         ==RX-JOB-ID==
                      BY ==WX-JOB-ID==
                         ==RX-WRITTEN-DATE==
                      BY ==WX-WRITTEN-DATE==
                         ==RX-WRITTEN-TIME==
                      BY ==WX-WRITTEN-TIME==
                         ==RX-FORCE-FLAG==
                      BY ==WX-FORCE-FLAG==
                         ==RX-FORCE-RERUN==
                      BY ==WX-FORCE-RERUN==.
       77  WS-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       77  WS-MAP-EOF-SWITCH        PIC X(01)   VALUE "N".
           88  WS-MAP-EOF               VALUE "Y".
       77  WS-HEADER-SEEN-SWITCH    PIC X(01)   VALUE "N".
           88  WS-HEADER-SEEN           VALUE "Y".
       77  WS-TRAILER-SEEN-SWITCH   PIC X(01)   VALUE "N".
           88  WS-TRAILER-SEEN          VALUE "Y".
       77  WS-SUSPENSE-SWITCH       PIC X(01)   VALUE "N".
           88  WS-SUSPENSE-PRESENT      VALUE "Y".
       77  WS-MAP-FOUND-SWITCH      PIC X(01)   VALUE "N".
           88  WS-MAP-FOUND             VALUE "Y".
       77  WS-MAP-TABLE-FULL-SW     PIC X(01)   VALUE "N".
           88  WS-MAP-TABLE-FULL        VALUE "Y".
       77  WS-MAP-COUNT             PIC 9(04)   VALUE ZERO.
       77  WS-SUSPENSE-GL-ACCOUNT   PIC X(10)   VALUE SPACES.
       77  WS-SUSPENSE-COST-CENTRE  PIC X(06)   VALUE SPACES.
       77  WS-LOOKUP-REFERENCE      PIC X(10)   VALUE SPACES.
       77  WS-LOOKUP-CLASS          PIC X(01)   VALUE SPACE.
       77  WS-MOVEMENT-CLASS        PIC X(01)   VALUE SPACE.
       77  WS-CLASS-SUB             PIC 9(02)   VALUE ZERO.
       77  WS-MISMATCH-COUNT        PIC 9(03)   VALUE ZERO.
       77  WS-MALFORMED-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-EXCEPTION-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-MOVEMENT-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-MOVEMENT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-TRAILER-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-TRAILER-TOTAL         PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-DETAIL-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-GL-DEBIT-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-GL-CREDIT-COUNT       PIC 9(07)   VALUE ZERO.
       77  WS-GL-DEBIT-TOTAL        PIC S9(13)V99 VALUE ZERO.
       77  WS-GL-CREDIT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       77  WS-CUSTOMER-NET          PIC S9(13)V99 VALUE ZERO.
       77  WS-SUSPENSE-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-SUSPENSE-NET          PIC S9(13)V99 VALUE ZERO.
       77  WS-POST-AMOUNT           PIC S9(13)V99 VALUE ZERO.

      *    WORKING COPY OF THE SHARED LAYOUT FOR PICKING APART ONE
      *    MOVEMENT RECORD
           COPY TRANSREC
               REPLACING ==TR-TRANSACTION-RECORD==
                      BY ==XT-TRANSACTION-RECORD==
                         ==TR-TRANSACTION-ID==
                      BY ==XT-TRANSACTION-ID==
                         ==TR-ACCOUNT-REFERENCE==
                      BY ==XT-ACCOUNT-REFERENCE==
                         ==TR-AMOUNT==
                      BY ==XT-AMOUNT==
                         ==TR-EFFECTIVE-DATE==
                      BY ==XT-EFFECTIVE-DATE==
                         ==TR-TYPE-CODE==
                      BY ==XT-TYPE-CODE==
                         ==TR-TYPE-POSTING==
                      BY ==XT-TYPE-POSTING==
                         ==TR-TYPE-ADJUSTMENT==
                      BY ==XT-TYPE-ADJUSTMENT==
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

      *    ALTERNATE VIEW OF A MOVEMENT LINE AS THE HEADER LAYOUT
      *    THE TRANSACTION STEP WRITES
       01  WS-HEADER-WORK.
           05  WH-RECORD-TYPE           PIC X(03).
           05  WH-RUN-DATE              PIC 9(08).
           05  WH-ENV-FLAG              PIC X(01).
           05  FILLER                   PIC X(48).

      *    ALTERNATE VIEW OF A MOVEMENT LINE AS THE TRAILER LAYOUT
      *    THE TRANSACTION STEP WRITES
       01  WS-TRAILER-WORK.
           05  WT-RECORD-TYPE           PIC X(03).
           05  WT-RECORD-COUNT          PIC 9(07).
           05  WT-CONTROL-TOTAL         PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                   PIC X(36).

      *    ONE SLOT PER GL MAPPING RECORD, CONTRA RECORDS INCLUDED;
      *    THE *SUSPENSE ENTRY IS HELD ASIDE
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MP-REFERENCE          PIC X(10).
               10  WS-MP-CLASS              PIC X(01).
               10  WS-MP-GL-ACCOUNT         PIC X(10).
               10  WS-MP-COST-CENTRE        PIC X(06).

      *    THE FIVE MOVEMENT CLASSES, IN THE ORDER THE CONTRA LINES
      *    ARE WRITTEN, WITH THE NET OF EACH CLASS'S CUSTOMER SIDE
       01  WS-CLASS-VALUES.
           05  FILLER                   PIC X(11)   VALUE "PPOSTING   ".
           05  FILLER                   PIC X(11)   VALUE "AADJUSTMENT".
           05  FILLER                   PIC X(11)   VALUE "RREVERSAL  ".
           05  FILLER                   PIC X(11)   VALUE "CCHARGE    ".
           05  FILLER                   PIC X(11)   VALUE "IINTEREST  ".
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CLASS-ENTRY OCCURS 5 TIMES.
               10  WS-CL-CODE               PIC X(01).
               10  WS-CL-NAME               PIC X(10).
       01  WS-CLASS-NET-TABLE.
           05  WS-CLASS-NET OCCURS 5 TIMES
                                        PIC S9(13)V99 VALUE ZERO.

       01  WS-PROOF-HEADER-LINE.
           05  FILLER                   PIC X(30)
               VALUE "GL INTERFACE PROOF REPORT     ".
           05  FILLER                   PIC X(10)
               VALUE " - RUN    ".
           05  WS-PH-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-PH-ENV-LABEL          PIC X(16)   VALUE SPACES.
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-PROOF-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-PD-CAPTION            PIC X(26).
           05  WS-PD-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04)   VALUE SPACES.
           05  WS-PD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(24)   VALUE SPACES.

       01  WS-CONTRA-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  FILLER                   PIC X(09)   VALUE "CONTRA - ".
           05  WS-CD-CLASS-NAME         PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CD-GL-ACCOUNT         PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CD-COST-CENTRE        PIC X(06).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-CD-DEBIT-CREDIT       PIC X(01).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(20)   VALUE SPACES.

       01  WS-PROOF-VERDICT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-PV-CAPTION            PIC X(40).
           05  WS-PV-VERDICT            PIC X(08).
           05  FILLER                   PIC X(30)   VALUE SPACES.

       01  WS-EXCP-HEADER-LINE.
           05  FILLER                   PIC X(30)
               VALUE "GL INTERFACE EXCEPTIONS       ".
           05  FILLER                   PIC X(10)
               VALUE " - RUN    ".
           05  WS-EH-RUN-DATE           PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-EH-ENV-LABEL          PIC X(16)   VALUE SPACES.
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-EXCP-COLUMN-LINE.
           05  FILLER                   PIC X(40)
               VALUE "  ACCOUNT      CLS  TRANS ID            ".
           05  FILLER                   PIC X(40)
               VALUE "  AMOUNT  REASON                        ".

       01  WS-EXCP-DETAIL-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-ED-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X(04)   VALUE SPACES.
           05  WS-ED-CLASS              PIC X(01).
           05  FILLER                   PIC X(03)   VALUE SPACES.
           05  WS-ED-TRANSACTION-ID     PIC X(10).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-ED-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-ED-REASON             PIC X(30).

       01  WS-EXCP-TOTAL-LINE.
           05  FILLER                   PIC X(21)
               VALUE "  EXCEPTIONS LISTED: ".
           05  WS-ET-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT.
           PERFORM 1000-SEC1 THRU 1000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *    0450-READ-RUN-CONTEXT - THE WHOLE CHAIN TAKES ITS RUN   *
      *                            DATE AND ENVIRONMENT FROM THE   *
      *                            CONTEXT THE START-OF-DAY DRIVER *
      *                            WROTE                           *
      *-----------------------------------------------------------*
       0450-READ-RUN-CONTEXT.
           OPEN INPUT RUN-CONTEXT-FILE.
           IF WS-RUNCNTX-STATUS = "00"
               READ RUN-CONTEXT-FILE
                   AT END
                       MOVE "10" TO WS-RUNCNTX-STATUS
                   NOT AT END
                       MOVE RX-RUN-CONTEXT-RECORD
                           TO WX-RUN-CONTEXT-RECORD
               END-READ
               CLOSE RUN-CONTEXT-FILE
           END-IF.
           IF WS-RUNCNTX-STATUS NOT = "00"
               DISPLAY "GLINTF: NO RUN CONTEXT - STATUS "
                   WS-RUNCNTX-STATUS " - RUN THE START-OF-DAY DRIVER"
               MOVE 16 TO RETURN-CODE
               GO TO 0450-EXIT
           END-IF.
           MOVE WX-ENV-FLAG TO WS-ALW-ENV-FLAG.
           EVALUATE TRUE
               WHEN WX-ENV-TEST
                   MOVE "*** TEST RUN ***" TO WS-ENV-LABEL
               WHEN WX-ENV-DEVELOPMENT
                   MOVE "*** DEVL RUN ***" TO WS-ENV-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-ENV-LABEL
           END-EVALUATE.
           PERFORM 0460-CHECK-RUN-CONTROL THRU 0460-EXIT.
       0450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0460-CHECK-RUN-CONTROL - A RUN DATE THE CHAIN ALREADY   *
      *                             COMPLETED MAY NOT RUN AGAIN    *
      *                             WITHOUT THE FORCE INDICATOR    *
      *-----------------------------------------------------------*
       0460-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTRL-STATUS NOT = "00"
               GO TO 0460-EXIT
           END-IF.
           MOVE "N" TO WS-RUNCTRL-EOF-SWITCH.
           MOVE "N" TO WS-RUN-DONE-SWITCH.
           PERFORM 0470-READ-RUN-CONTROL THRU 0470-EXIT
               UNTIL WS-RUNCTRL-EOF.
           CLOSE RUN-CONTROL-FILE.
           IF NOT WS-RUN-ALREADY-DONE
               GO TO 0460-EXIT
           END-IF.
           IF WX-FORCE-RERUN
               DISPLAY "GLINTF: RUN ALREADY COMPLETE FOR JOB "
                   WX-JOB-ID " DATE " WX-RUN-DATE
                   " - FORCE INDICATOR ACCEPTED, REPROCESSING"
           ELSE
               DISPLAY "GLINTF: RUN ALREADY COMPLETE FOR JOB "
                   WX-JOB-ID " DATE " WX-RUN-DATE
                   " - SET THE FORCE INDICATOR TO REPROCESS"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0470-READ-RUN-CONTROL - TEST ONE RUN-CONTROL RECORD     *
      *-----------------------------------------------------------*
       0470-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTRL-EOF TO TRUE
                   GO TO 0470-EXIT
           END-READ.
           IF RL-JOB-ID = WX-JOB-ID
               AND RL-RUN-DATE = WX-RUN-DATE
               AND RL-ENV-FLAG = WX-ENV-FLAG
               AND RL-RUN-COMPLETE
               SET WS-RUN-ALREADY-DONE TO TRUE
           END-IF.
       0470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0500-INITIALIZE - OPEN FILES, START THE AUDIT TRAIL,    *
      *                      LOAD THE GL MAPPING TABLE             *
      *-----------------------------------------------------------*
       0500-INITIALIZE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "GLINTF  " TO WS-ALW-JOB-NAME.
           PERFORM 0450-READ-RUN-CONTEXT THRU 0450-EXIT.
           ACCEPT WS-ALW-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALW-START-TIME FROM TIME.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE WS-ALW-JOB-NAME TO AL-JOB-NAME.
           MOVE WS-ALW-START-DATE TO AL-START-DATE.
           MOVE WS-ALW-START-TIME TO AL-START-TIME.
           MOVE WS-ALW-ENV-FLAG TO AL-ENV-FLAG.
           MOVE ZEROS TO AL-END-DATE AL-END-TIME AL-RETURN-CODE.
           SET AL-START-RECORD TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           IF RETURN-CODE NOT = ZERO
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0600-LOAD-GL-MAP THRU 0600-EXIT.
           IF RETURN-CODE = 16
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-TRANCTL-STATUS = "00"
               READ CONTROL-TOTAL-FILE
                   AT END
                       MOVE "10" TO WS-TRANCTL-STATUS
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
           IF WS-TRANCTL-STATUS NOT = "00"
               DISPLAY "GLINTF: NO CONTROL TOTAL RECORD - STATUS "
                   WS-TRANCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-TRANMOVE-STATUS NOT = "00"
               DISPLAY "GLINTF: UNABLE TO OPEN MOVEMENT FILE - "
                   "STATUS " WS-TRANMOVE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-GLFILE-STATUS NOT = "00"
               DISPLAY "GLINTF: UNABLE TO OPEN GL INTERFACE FILE - "
                   "STATUS " WS-GLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVEMENT-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT GL-PROOF-REPORT.
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "GLINTF: UNABLE TO OPEN PROOF REPORT - "
                   "STATUS " WS-GLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVEMENT-FILE
               CLOSE GL-INTERFACE-FILE
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT GL-EXCEPTION-REPORT.
           IF WS-GLEXCP-STATUS NOT = "00"
               DISPLAY "GLINTF: UNABLE TO OPEN EXCEPTIONS REPORT - "
                   "STATUS " WS-GLEXCP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVEMENT-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE GL-PROOF-REPORT
               GO TO 0500-EXIT
           END-IF.
           MOVE SPACES TO GLH-HEADER-RECORD.
           MOVE "HDR" TO GLH-RECORD-TYPE.
           MOVE "TRANPROC" TO GLH-SOURCE-SYSTEM.
           MOVE TC-RUN-DATE TO GLH-RUN-DATE.
           MOVE WX-ENV-FLAG TO GLH-ENV-FLAG.
           WRITE GLH-HEADER-RECORD.
           MOVE TC-RUN-DATE TO WS-PH-RUN-DATE.
           MOVE WS-ENV-LABEL TO WS-PH-ENV-LABEL.
           MOVE WS-PROOF-HEADER-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE TC-RUN-DATE TO WS-EH-RUN-DATE.
           MOVE WS-ENV-LABEL TO WS-EH-ENV-LABEL.
           MOVE WS-EXCP-HEADER-LINE TO GE-REPORT-LINE.
           WRITE GE-REPORT-LINE.
           MOVE WS-EXCP-COLUMN-LINE TO GE-REPORT-LINE.
           WRITE GE-REPORT-LINE.
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0600-LOAD-GL-MAP - THE WHOLE GL MAPPING FILE COMES INTO *
      *                       STORAGE; THE *SUSPENSE ENTRY IS HELD *
      *                       ASIDE AND MUST BE PRESENT            *
      *-----------------------------------------------------------*
       0600-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "GLINTF: UNABLE TO OPEN GL MAPPING FILE - "
                   "STATUS " WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0610-READ-MAP-RECORD THRU 0610-EXIT.
           PERFORM 0620-STORE-MAP-RECORD THRU 0620-EXIT
               UNTIL WS-MAP-EOF.
           CLOSE GL-MAP-FILE.
           IF NOT WS-SUSPENSE-PRESENT
               DISPLAY "GLINTF: GL MAPPING FILE HAS NO *SUSPENSE "
                   "ENTRY - NOWHERE TO BOOK UNMAPPED ITEMS"
               MOVE 16 TO RETURN-CODE
           END-IF.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0610-READ-MAP-RECORD - GET THE NEXT GL MAPPING RECORD   *
      *-----------------------------------------------------------*
       0610-READ-MAP-RECORD.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    0620-STORE-MAP-RECORD - FILE ONE MAPPING RECORD IN THE  *
      *                            TABLE OR THE SUSPENSE SLOT      *
      *-----------------------------------------------------------*
       0620-STORE-MAP-RECORD.
           IF GM-SUSPENSE-ENTRY
               SET WS-SUSPENSE-PRESENT TO TRUE
               MOVE GM-GL-ACCOUNT TO WS-SUSPENSE-GL-ACCOUNT
               MOVE GM-COST-CENTRE TO WS-SUSPENSE-COST-CENTRE
               GO TO 0620-NEXT
           END-IF.
           IF WS-MAP-COUNT < 2000
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GM-ACCOUNT-REFERENCE
                   TO WS-MP-REFERENCE (WS-MAP-IDX)
               MOVE GM-MOVEMENT-CLASS
                   TO WS-MP-CLASS (WS-MAP-IDX)
               MOVE GM-GL-ACCOUNT
                   TO WS-MP-GL-ACCOUNT (WS-MAP-IDX)
               MOVE GM-COST-CENTRE
                   TO WS-MP-COST-CENTRE (WS-MAP-IDX)
           ELSE
               IF NOT WS-MAP-TABLE-FULL
                   DISPLAY "GLINTF: GL MAPPING TABLE FULL - ENTRIES "
                       "BEYOND 2000 FALL TO SUSPENSE"
                   SET WS-MAP-TABLE-FULL TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0620-NEXT.
           PERFORM 0610-READ-MAP-RECORD THRU 0610-EXIT.
       0620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1000-SEC1 - MAP EVERY MOVEMENT TO THE GL, BOOK THE      *
      *                CONTRA SIDES, THEN PROVE THE GL FILE        *
      *                AGAINST THE TRAILER AND THE TRANSACTION     *
      *                STEP'S CONTROL TOTALS                       *
      *-----------------------------------------------------------*
       1000-SEC1 SECTION.
       1000-PARA.
           IF RETURN-CODE > 4
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-NEXT-MOVEMENT THRU 1100-EXIT.
           PERFORM 1200-MAP-MOVEMENT-LINE THRU 1200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE MOVEMENT-FILE.
           PERFORM 1500-WRITE-CONTRA-LINE THRU 1500-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 5.
           PERFORM 1600-WRITE-GL-TRAILER THRU 1600-EXIT.
           CLOSE GL-INTERFACE-FILE.
           PERFORM 1700-COMPARE-TOTALS THRU 1700-EXIT.
           CLOSE GL-PROOF-REPORT.
           MOVE WS-EXCEPTION-COUNT TO WS-ET-COUNT.
           MOVE WS-EXCP-TOTAL-LINE TO GE-REPORT-LINE.
           WRITE GE-REPORT-LINE.
           CLOSE GL-EXCEPTION-REPORT.
           IF WS-MISMATCH-COUNT NOT = ZERO
               DISPLAY "GLINTF: " WS-MISMATCH-COUNT
                   " GL PROOF MISMATCH(ES) - "
                   "GL INTERFACE FILE STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-EXCEPTION-COUNT NOT = ZERO
               DISPLAY "GLINTF: GL FILE PROVES - " WS-EXCEPTION-COUNT
                   " ITEM(S) BOOKED TO GL SUSPENSE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "GLINTF: GL FILE PROVES CLEAN"
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-NEXT-MOVEMENT - GET THE NEXT MOVEMENT LINE    *
      *-----------------------------------------------------------*
       1100-READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-MAP-MOVEMENT-LINE - HEADER AND TRAILER ARE NOTED;  *
      *                             EVERY MOVEMENT IS CLASSED,     *
      *                             MAPPED AND WRITTEN AS ONE GL   *
      *                             DETAIL                         *
      *-----------------------------------------------------------*
       1200-MAP-MOVEMENT-LINE.
           EVALUATE MV-MOVEMENT-LINE (1:3)
               WHEN "HDR"
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE MV-MOVEMENT-LINE TO WS-HEADER-WORK
                   GO TO 1200-NEXT
               WHEN "TRL"
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE MV-MOVEMENT-LINE TO WS-TRAILER-WORK
                   MOVE WT-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE WT-CONTROL-TOTAL TO WS-TRAILER-TOTAL
                   GO TO 1200-NEXT
           END-EVALUATE.
           MOVE MV-MOVEMENT-LINE TO XT-TRANSACTION-RECORD.
           ADD 1 TO WS-MOVEMENT-COUNT.
           PERFORM 1210-CLASS-MOVEMENT THRU 1210-EXIT.
           IF XT-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE XT-ACCOUNT-REFERENCE TO WS-ED-ACCOUNT
               MOVE WS-MOVEMENT-CLASS TO WS-ED-CLASS
               MOVE XT-TRANSACTION-ID TO WS-ED-TRANSACTION-ID
               MOVE ZERO TO WS-ED-AMOUNT
               MOVE "AMOUNT NOT NUMERIC - SKIPPED"
                   TO WS-ED-REASON
               PERFORM 1800-WRITE-EXCEPTION THRU 1800-EXIT
               GO TO 1200-NEXT
           END-IF.
           ADD XT-AMOUNT TO WS-MOVEMENT-TOTAL.
           ADD XT-AMOUNT TO WS-CLASS-NET (WS-CLASS-SUB).
           ADD XT-AMOUNT TO WS-CUSTOMER-NET.
           MOVE XT-ACCOUNT-REFERENCE TO WS-LOOKUP-REFERENCE.
           PERFORM 1400-FIND-GL-MAPPING THRU 1400-EXIT.
           MOVE SPACES TO GLD-DETAIL-RECORD.
           MOVE "DTL" TO GLD-RECORD-TYPE.
           MOVE TC-RUN-DATE TO GLD-RUN-DATE.
           MOVE WS-MOVEMENT-CLASS TO GLD-MOVEMENT-CLASS.
           MOVE XT-ACCOUNT-REFERENCE TO GLD-ACCOUNT-REFERENCE.
           MOVE XT-TRANSACTION-ID TO GLD-TRANSACTION-ID.
           IF WS-MAP-FOUND
               MOVE WS-MP-GL-ACCOUNT (WS-MAP-IDX) TO GLD-GL-ACCOUNT
               MOVE WS-MP-COST-CENTRE (WS-MAP-IDX) TO GLD-COST-CENTRE
           ELSE
               MOVE WS-SUSPENSE-GL-ACCOUNT TO GLD-GL-ACCOUNT
               MOVE WS-SUSPENSE-COST-CENTRE TO GLD-COST-CENTRE
               SET GLD-TO-SUSPENSE TO TRUE
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD XT-AMOUNT TO WS-SUSPENSE-NET
               MOVE XT-ACCOUNT-REFERENCE TO WS-ED-ACCOUNT
               MOVE WS-MOVEMENT-CLASS TO WS-ED-CLASS
               MOVE XT-TRANSACTION-ID TO WS-ED-TRANSACTION-ID
               MOVE XT-AMOUNT TO WS-ED-AMOUNT
               MOVE "NO GL MAPPING - TO SUSPENSE"
                   TO WS-ED-REASON
               PERFORM 1800-WRITE-EXCEPTION THRU 1800-EXIT
           END-IF.
      *    MONEY INTO THE CUSTOMER ACCOUNT IS A CREDIT
           MOVE XT-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 1300-WRITE-GL-DETAIL THRU 1300-EXIT.
       1200-NEXT.
           PERFORM 1100-READ-NEXT-MOVEMENT THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1210-CLASS-MOVEMENT - WORK OUT WHICH OF THE FIVE        *
      *                          MOVEMENT CLASSES A MOVEMENT IS    *
      *-----------------------------------------------------------*
       1210-CLASS-MOVEMENT.
           EVALUATE TRUE
               WHEN XT-TYPE-REVERSAL
                   MOVE "R" TO WS-MOVEMENT-CLASS
                   MOVE 3 TO WS-CLASS-SUB
               WHEN XT-TYPE-ADJUSTMENT AND XT-ACCRUAL-CHARGE
                   MOVE "C" TO WS-MOVEMENT-CLASS
                   MOVE 4 TO WS-CLASS-SUB
               WHEN XT-TYPE-ADJUSTMENT AND XT-ACCRUAL-INTEREST
                   MOVE "I" TO WS-MOVEMENT-CLASS
                   MOVE 5 TO WS-CLASS-SUB
               WHEN XT-TYPE-ADJUSTMENT
                   MOVE "A" TO WS-MOVEMENT-CLASS
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE "P" TO WS-MOVEMENT-CLASS
                   MOVE 1 TO WS-CLASS-SUB
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-WRITE-GL-DETAIL - WRITE THE DETAIL BUILT IN        *
      *                           GLD-DETAIL-RECORD.  A POSITIVE   *
      *                           POST AMOUNT IS A CREDIT, A       *
      *                           NEGATIVE ONE A DEBIT             *
      *-----------------------------------------------------------*
       1300-WRITE-GL-DETAIL.
           IF WS-POST-AMOUNT < ZERO
               SET GLD-DEBIT TO TRUE
               COMPUTE GLD-AMOUNT = ZERO - WS-POST-AMOUNT
               ADD GLD-AMOUNT TO WS-GL-DEBIT-TOTAL
               ADD 1 TO WS-GL-DEBIT-COUNT
           ELSE
               SET GLD-CREDIT TO TRUE
               MOVE WS-POST-AMOUNT TO GLD-AMOUNT
               ADD GLD-AMOUNT TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-CREDIT-COUNT
           END-IF.
           WRITE GLD-DETAIL-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-FIND-GL-MAPPING - LOOK UP THE LOOKUP REFERENCE FOR *
      *                           THE MOVEMENT CLASS, THEN FOR THE *
      *                           ANY-CLASS (*) ENTRY.  LEAVES     *
      *                           WS-MAP-IDX ON THE ENTRY FOUND    *
      *-----------------------------------------------------------*
       1400-FIND-GL-MAPPING.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           MOVE WS-MOVEMENT-CLASS TO WS-LOOKUP-CLASS.
           PERFORM 1410-TEST-MAP-SLOT THRU 1410-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-MAP-FOUND.
           IF WS-MAP-FOUND
               SET WS-MAP-IDX DOWN BY 1
               GO TO 1400-EXIT
           END-IF.
           MOVE "*" TO WS-LOOKUP-CLASS.
           PERFORM 1410-TEST-MAP-SLOT THRU 1410-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-MAP-FOUND.
           IF WS-MAP-FOUND
               SET WS-MAP-IDX DOWN BY 1
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1410-TEST-MAP-SLOT - TEST ONE GL MAPPING TABLE SLOT     *
      *-----------------------------------------------------------*
       1410-TEST-MAP-SLOT.
           IF WS-MP-REFERENCE (WS-MAP-IDX) = WS-LOOKUP-REFERENCE
               AND WS-MP-CLASS (WS-MAP-IDX) = WS-LOOKUP-CLASS
               SET WS-MAP-FOUND TO TRUE
           END-IF.
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-WRITE-CONTRA-LINE - ONE CLASS'S NET, BOOKED THE    *
      *                             OTHER WAY TO THE CLASS'S       *
      *                             CONTRA ACCOUNT                 *
      *-----------------------------------------------------------*
       1500-WRITE-CONTRA-LINE.
           IF WS-CLASS-NET (WS-CLASS-SUB) = ZERO
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-CL-CODE (WS-CLASS-SUB) TO WS-MOVEMENT-CLASS.
           MOVE "*CONTRA   " TO WS-LOOKUP-REFERENCE.
           PERFORM 1400-FIND-GL-MAPPING THRU 1400-EXIT.
           MOVE SPACES TO GLD-DETAIL-RECORD.
           MOVE "DTL" TO GLD-RECORD-TYPE.
           MOVE TC-RUN-DATE TO GLD-RUN-DATE.
           MOVE WS-MOVEMENT-CLASS TO GLD-MOVEMENT-CLASS.
           MOVE "*CONTRA   " TO GLD-ACCOUNT-REFERENCE.
           IF WS-MAP-FOUND
               MOVE WS-MP-GL-ACCOUNT (WS-MAP-IDX) TO GLD-GL-ACCOUNT
               MOVE WS-MP-COST-CENTRE (WS-MAP-IDX) TO GLD-COST-CENTRE
           ELSE
               MOVE WS-SUSPENSE-GL-ACCOUNT TO GLD-GL-ACCOUNT
               MOVE WS-SUSPENSE-COST-CENTRE TO GLD-COST-CENTRE
               SET GLD-TO-SUSPENSE TO TRUE
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD WS-CLASS-NET (WS-CLASS-SUB) TO WS-SUSPENSE-NET
               MOVE "*CONTRA   " TO WS-ED-ACCOUNT
               MOVE WS-MOVEMENT-CLASS TO WS-ED-CLASS
               MOVE SPACES TO WS-ED-TRANSACTION-ID
               MOVE WS-CLASS-NET (WS-CLASS-SUB) TO WS-ED-AMOUNT
               MOVE "NO CONTRA MAPPING - SUSPENSE"
                   TO WS-ED-REASON
               PERFORM 1800-WRITE-EXCEPTION THRU 1800-EXIT
           END-IF.
           MOVE GLD-GL-ACCOUNT TO WS-CD-GL-ACCOUNT.
           MOVE GLD-COST-CENTRE TO WS-CD-COST-CENTRE.
           COMPUTE WS-POST-AMOUNT =
               ZERO - WS-CLASS-NET (WS-CLASS-SUB).
           PERFORM 1300-WRITE-GL-DETAIL THRU 1300-EXIT.
           MOVE WS-CL-NAME (WS-CLASS-SUB) TO WS-CD-CLASS-NAME.
           IF WS-POST-AMOUNT < ZERO
               MOVE "D" TO WS-CD-DEBIT-CREDIT
           ELSE
               MOVE "C" TO WS-CD-DEBIT-CREDIT
           END-IF.
           MOVE WS-POST-AMOUNT TO WS-CD-AMOUNT.
           MOVE WS-CONTRA-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1600-WRITE-GL-TRAILER - DETAIL COUNT, DEBIT AND CREDIT  *
      *                            TOTALS AND THE NET CUSTOMER     *
      *                            MOVEMENT                        *
      *-----------------------------------------------------------*
       1600-WRITE-GL-TRAILER.
           MOVE SPACES TO GLT-TRAILER-RECORD.
           MOVE "TRL" TO GLT-RECORD-TYPE.
           MOVE WS-GL-DETAIL-COUNT TO GLT-DETAIL-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           MOVE WS-CUSTOMER-NET TO GLT-NET-MOVEMENT.
           WRITE GLT-TRAILER-RECORD.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1700-COMPARE-TOTALS - PRINT WHAT WAS BOOKED AND WHAT    *
      *                          WAS CLAIMED, THEN A VERDICT LINE  *
      *                          PER PROOF                         *
      *-----------------------------------------------------------*
       1700-COMPARE-TOTALS.
           MOVE "MOVEMENTS READ          :" TO WS-PD-CAPTION.
           MOVE WS-MOVEMENT-COUNT TO WS-PD-COUNT.
           MOVE WS-MOVEMENT-TOTAL TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "MOVEMENT TRAILER CLAIMS :" TO WS-PD-CAPTION.
           MOVE WS-TRAILER-COUNT TO WS-PD-COUNT.
           MOVE WS-TRAILER-TOTAL TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "TRANSACTION STEP CLAIMS :" TO WS-PD-CAPTION.
           MOVE TC-TRANSACTION-COUNT TO WS-PD-COUNT.
           MOVE TC-CONTROL-TOTAL TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "GL DEBITS WRITTEN       :" TO WS-PD-CAPTION.
           MOVE WS-GL-DEBIT-COUNT TO WS-PD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "GL CREDITS WRITTEN      :" TO WS-PD-CAPTION.
           MOVE WS-GL-CREDIT-COUNT TO WS-PD-COUNT.
           MOVE WS-GL-CREDIT-TOTAL TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "BOOKED TO GL SUSPENSE   :" TO WS-PD-CAPTION.
           MOVE WS-SUSPENSE-COUNT TO WS-PD-COUNT.
           MOVE WS-SUSPENSE-NET TO WS-PD-AMOUNT.
           MOVE WS-PROOF-DETAIL-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           MOVE "MOVEMENT HEADER PRESENT" TO WS-PV-CAPTION.
           IF WS-HEADER-SEEN
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT TRAILER PRESENT" TO WS-PV-CAPTION.
           IF WS-TRAILER-SEEN
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT COUNT VS TRAILER" TO WS-PV-CAPTION.
           IF WS-TRAILER-SEEN
               AND WS-MOVEMENT-COUNT = WS-TRAILER-COUNT
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT TOTAL VS TRAILER" TO WS-PV-CAPTION.
           IF WS-TRAILER-SEEN
               AND WS-MOVEMENT-TOTAL = WS-TRAILER-TOTAL
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT COUNT VS TRANSACTION STEP" TO WS-PV-CAPTION.
           IF WS-MOVEMENT-COUNT = TC-TRANSACTION-COUNT
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT TOTAL VS TRANSACTION STEP" TO WS-PV-CAPTION.
           IF WS-MOVEMENT-TOTAL = TC-CONTROL-TOTAL
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "MOVEMENT HEADER DATE/ENV MATCH RUN" TO WS-PV-CAPTION.
           IF WS-HEADER-SEEN
               AND WH-RUN-DATE = TC-RUN-DATE
               AND WH-ENV-FLAG = WX-ENV-FLAG
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "ALL MOVEMENT AMOUNTS NUMERIC" TO WS-PV-CAPTION.
           IF WS-MALFORMED-COUNT = ZERO
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "GL DEBITS EQUAL GL CREDITS" TO WS-PV-CAPTION.
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
           MOVE "GL NET MOVEMENT VS TRANSACTION STEP" TO WS-PV-CAPTION.
           IF WS-CUSTOMER-NET = TC-CONTROL-TOTAL
               PERFORM 1710-WRITE-VERDICT-OK THRU 1710-EXIT
           ELSE
               PERFORM 1720-WRITE-VERDICT-BAD THRU 1720-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1710-WRITE-VERDICT-OK - ONE PROOF CAME OUT CLEAN        *
      *-----------------------------------------------------------*
       1710-WRITE-VERDICT-OK.
           MOVE "OK      " TO WS-PV-VERDICT.
           MOVE WS-PROOF-VERDICT-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1720-WRITE-VERDICT-BAD - ONE PROOF FAILED               *
      *-----------------------------------------------------------*
       1720-WRITE-VERDICT-BAD.
           MOVE "MISMATCH" TO WS-PV-VERDICT.
           MOVE WS-PROOF-VERDICT-LINE TO GR-REPORT-LINE.
           WRITE GR-REPORT-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.
       1720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1800-WRITE-EXCEPTION - LIST ONE ITEM THAT COULD NOT BE  *
      *                           BOOKED WHERE IT BELONGS          *
      *-----------------------------------------------------------*
       1800-WRITE-EXCEPTION.
           MOVE WS-EXCP-DETAIL-LINE TO GE-REPORT-LINE.
           WRITE GE-REPORT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9999-TERMINATE - WRITE THE AUDIT TRAIL AND RETURN       *
      *-----------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO AL-AUDIT-LOG-RECORD.
           MOVE WS-ALW-JOB-NAME TO AL-JOB-NAME.
           MOVE WS-ALW-START-DATE TO AL-START-DATE.
           MOVE WS-ALW-START-TIME TO AL-START-TIME.
           MOVE WS-ALW-ENV-FLAG TO AL-ENV-FLAG.
           ACCEPT AL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO AL-RETURN-CODE.
           SET AL-COMPLETION-RECORD TO TRUE.
           WRITE AL-AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.

       END PROGRAM GLINTF.
