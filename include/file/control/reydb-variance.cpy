      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-variance.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the dated group-     ***
      *** totals history ("<db>.smh"), the  ***
      *** per-database variance threshold   ***
      *** rules, and the period-over-period ***
      *** variance report.                  ***
      *****************************************

           SELECT FC-SUMHIST
           ASSIGN DYNAMIC WS-SUMHIST-DATABASE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SUMHIST-KEY
           FILE STATUS WS-SUMHIST-FILE-STATUS.

           SELECT FC-VARRULE
           ASSIGN DYNAMIC WS-VARRULE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-VARRULE-DATABASE
           FILE STATUS WS-VARRULE-FILE-STATUS.

           SELECT FC-VARIANCE-RPT
           ASSIGN DYNAMIC WS-VARIANCE-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-VARIANCE-RPT-STATUS.
