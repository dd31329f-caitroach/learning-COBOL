      *                  a reversal; a reversal names the transaction
      *                  id of the original it backs out.  A blank
      *                  type code is treated as a posting so the
      *                  upstream feed needs no change.  The accrual
      *                  kind is set only on the monthly accrual
      *                  step's generated adjustments, marking each
      *                  as a service charge or as interest so the
      *                  two can be told apart downstream.  The
      *                  suspense write-off step marks its clearing
      *                  account adjustments W so the dormant-account
      *                  check lets them through; the kind is blank on
      *                  everything else.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/09/26  CAIT  ORIGINAL COPYBOOK
      *    08/12/26  CAIT  ADDED TYPE CODE AND ORIGINAL-TRANSACTION
      *                    REFERENCE FOR REVERSAL PROCESSING
      *    10/08/26  CAIT  ADDED ACCRUAL KIND (CHARGE OR INTEREST),
      *                    TAKEN FROM THE FILLER
      *    10/15/26  CAIT  ADDED ACCRUAL KIND W FOR THE SUSPENSE
      *                    WRITE-OFF CLEARING ADJUSTMENTS
      ******************************************************************
       01  TR-TRANSACTION-RECORD.
           05  TR-TRANSACTION-ID       PIC X(10).
               88  TR-TYPE-ADJUSTMENT      VALUE "A".
               88  TR-TYPE-REVERSAL        VALUE "R".
           05  TR-ORIGINAL-ID          PIC X(10).
           05  TR-ACCRUAL-KIND         PIC X(01).
               88  TR-ACCRUAL-CHARGE       VALUE "C".
               88  TR-ACCRUAL-INTEREST     VALUE "I".
               88  TR-WRITE-OFF-CLEARING   VALUE "W".
           05  FILLER                  PIC X(08).
