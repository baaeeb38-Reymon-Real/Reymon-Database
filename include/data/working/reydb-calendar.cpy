      *** Author:  Reymon Dev         ***
      *** File:    reydb-calendar.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CALENDAR-FILE-NAME   PIC X(64) VALUE "calendar.dat".

      *** Caller-side items for the calendar calls - the date being
      *** asked about, the business-day verdict that comes back, and
       77 WS-CALENDAR-IS-BUSDAY PIC X(01) VALUE 'Y'.
       77 WS-CALENDAR-ROLLED    PIC 9(08) VALUE ZERO.

      *** The HHMMSSff time asked about alongside the date, and the
      *** REYDB_CALENDAR_IN_HOURS verdict - 'Y' on a business day
      *** inside business hours.
       77 WS-CALENDAR-ASK-TIME  PIC 9(08) VALUE ZERO.
       77 WS-CALENDAR-IN-HOURS  PIC X(01) VALUE 'Y'.

      *** Result of the CALL to REYDB_CALENDAR_*.
       77 WS-REYDB-RESULT-CALENDAR PIC 9(18) VALUE ZERO.
      ******************************************************************
