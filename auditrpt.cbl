      *                  every run in the date range that ended with a
      *                  non-zero return code, and every start record
      *                  with no matching completion - the trace a
      *                  step leaves behind when it abends.  Every
      *                  refused sign-on the maintenance programs
      *                  logged in the range is listed there too,
      *                  with the operator ID keyed and the reason;
      *                  those records are not runs and are not
      *                  counted in the usage report.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *                    RUN-CONTROL FILE SHOWS COMPLETE, UNLESS
      *                    THE RUN CONTEXT CARRIES THE FORCE
      *                    INDICATOR
      *    10/14/26  CAIT  LISTS SIGN-ON FAILURE RECORDS ON THE
      *                    EXCEPTION REPORT; THEY ARE NOT COUNTED AS
      *                    RUNS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
       1200-EVALUATE-LOG-RECORD.
           IF AL-START-DATE >= RP-START-DATE
               AND AL-START-DATE <= RP-END-DATE
               IF AL-SIGNON-FAILURE
                   PERFORM 1380-WRITE-SIGNON-EXCEPTION THRU 1380-EXIT
                   GO TO 1200-NEXT
               END-IF
               IF AL-START-RECORD
                   PERFORM 1350-NOTE-START THRU 1350-EXIT
               ELSE
                   END-IF
               END-IF
           END-IF.
       1200-NEXT.
           PERFORM 1100-READ-NEXT-LOG-RECORD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.
       1370-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1380-WRITE-SIGNON-EXCEPTION - ONE REFUSED SIGN-ON TO A  *
      *                                  MAINTENANCE PROGRAM       *
      *-----------------------------------------------------------*
       1380-WRITE-SIGNON-EXCEPTION.
           MOVE AL-JOB-NAME TO WS-XD-JOB-NAME.
           MOVE AL-START-DATE TO WS-XD-START-DATE.
           MOVE AL-START-TIME TO WS-XD-START-TIME.
           MOVE SPACES TO WS-XD-CAPTION.
           STRING "SIGN-ON FAILED " AL-SIGNON-OPERATOR-ID
               " REASON " AL-SIGNON-REASON
               DELIMITED BY SIZE INTO WS-XD-CAPTION.
           MOVE WS-EXCP-DETAIL-LINE TO XR-REPORT-LINE.
           WRITE XR-REPORT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
       1380-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-UNMATCHED-STARTS - EVERY START STILL         *
      *                                  UNMATCHED AT END OF LOG   *
