      ******************************************************************
      *    COPYBOOK.    RELJRNL
      *    AUTHOR.      CAIT
      *    DATE-WRITTEN. 10/15/26
      *    DESCRIPTION.  Account relationship change journal record.
      *                  One record per confirmed add, change, or
      *                  delete on the relationship master: who made
      *                  the change, when, and the full before and
      *                  after images of the member type, parent group
      *                  and name.  The before image of an add and the
      *                  after image of a delete are spaces, so the
      *                  hierarchy as of any date can be rebuilt from
      *                  the journal in the same way as the glossary
      *                  and account masters.
      *
      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    10/15/26  CAIT  ORIGINAL COPYBOOK
      ******************************************************************
       01  RJ-JOURNAL-RECORD.
           05  RJ-MEMBER-REFERENCE     PIC X(10).
           05  RJ-FUNCTION-CODE        PIC X(01).
               88  RJ-FUNCTION-ADD         VALUE "A".
               88  RJ-FUNCTION-CHANGE      VALUE "C".
               88  RJ-FUNCTION-DELETE      VALUE "D".
           05  RJ-OPERATOR-ID          PIC X(08).
           05  RJ-CHANGE-DATE          PIC 9(08).
           05  RJ-CHANGE-TIME          PIC 9(08).
           05  RJ-OLD-MEMBER-TYPE      PIC X(01).
           05  RJ-OLD-PARENT-REFERENCE PIC X(10).
           05  RJ-OLD-MEMBER-NAME      PIC X(30).
           05  RJ-NEW-MEMBER-TYPE      PIC X(01).
           05  RJ-NEW-PARENT-REFERENCE PIC X(10).
           05  RJ-NEW-MEMBER-NAME      PIC X(30).
           05  FILLER                  PIC X(03).
