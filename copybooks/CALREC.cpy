      ******************************************************************
      *    COPYBOOK.    CALREC
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/10/26
      *    DESCRIPTION.  Business-day calendar record.  Saturdays and
      *                  Sundays are non-business days and every other
      *                  day is a business day, except where this file
      *                  says otherwise: one record per exception, an
      *                  H record for a bank holiday that falls on a
      *                  weekday, or a B record for a weekend day the
      *                  chain is to run as a business day.  Read by
      *                  the start-of-day driver to refuse a
      *                  non-business run date, by the transaction step
      *                  to roll warehouse releases to the next
      *                  business day, and by the month-end steps to
      *                  find the period's last business day and the
      *                  first business day after it.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/10/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  CL-CALENDAR-RECORD.
           05  CL-CALENDAR-DATE        PIC 9(08).
           05  CL-DAY-TYPE             PIC X(01).
               88  CL-HOLIDAY              VALUE "H".
               88  CL-BUSINESS-DAY         VALUE "B".
           05  CL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
