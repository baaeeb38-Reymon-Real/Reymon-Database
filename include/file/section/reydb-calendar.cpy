      *** Author:  Reymon Dev         ***
      *** File:    reydb-calendar.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       01  FS-CALENDAR-RECORD.
           02 FS-CALENDAR-DATE PIC 9(08).
           02 FS-CALENDAR-TEXT PIC X(32).

      ******************************************************************
      *** The business-hours row - key zero, which is never a date,  ***
      *** carries the opening and closing time (HHMM) of a business  ***
      *** day instead of a holiday's text. No row means the shop's   ***
      *** standard 0800 to 1800.                                     ***
      ******************************************************************

       01  FS-CALENDAR-HOURS-RECORD.
           02 FS-CALENDAR-HOURS-KEY   PIC 9(08).
           02 FS-CALENDAR-OPEN-HHMM   PIC 9(04).
           02 FS-CALENDAR-CLOSE-HHMM  PIC 9(04).
           02 FILLER                  PIC X(24).
