      *** Author:  Reymon Dev         ***
      *** File:    reydb-summary.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** (or *TOTAL* on the grand      ***
      *** line), then count, sum, min,  ***
      *** max and average of the        ***
      *** accumulated field, printed    ***
      *** with sign and decimal point.  ***
      *************************************

       FD  FC-SUMMARY.
           02 FILLER           PIC X(02).
           02 FS-SUMMARY-COUNT PIC 9(09).
           02 FILLER           PIC X(02).
           02 FS-SUMMARY-SUM   PIC X(20).
           02 FILLER           PIC X(02).
           02 FS-SUMMARY-MIN   PIC X(20).
           02 FILLER           PIC X(02).
           02 FS-SUMMARY-MAX   PIC X(20).
           02 FILLER           PIC X(02).
           02 FS-SUMMARY-AVG   PIC X(20).
