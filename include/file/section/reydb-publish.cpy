      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-publish.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** One line of a published page - ***
      *** a report line marked up, its   ***
      *** text escaped, so it runs well  ***
      *** past the 132-column print.     ***
      *************************************

       FD  FC-PUBLISH-PAGE.
       01  FS-PUBLISH-PAGE-RECORD PIC X(800).

       FD  FC-PUBLISH-PART.
       01  FS-PUBLISH-PART-RECORD PIC X(800).

      *************************************
      *** One published page - the       ***
      *** filed report it came from, the ***
      *** break value a burst page holds ***
      *** (blank for the whole report),  ***
      *** the page file, the lines it    ***
      *** carries and the day it was     ***
      *** published.                     ***
      *************************************

       FD  FC-PUBLISH-REG.
       01  FS-PUBLISH-RECORD.
           02 FS-PUBLISH-KEY.
              03 FS-PUBLISH-REPORT   PIC X(16).
              03 FS-PUBLISH-DATABASE PIC X(64).
              03 FS-PUBLISH-DATE     PIC 9(08).
              03 FS-PUBLISH-VALUE    PIC X(32).
           02 FS-PUBLISH-PAGE-FILE   PIC X(64).
           02 FS-PUBLISH-LINES       PIC 9(06).
           02 FS-PUBLISH-ON          PIC 9(08).

       FD  FC-PUBLISH-INDEX.
       01  FS-PUBLISH-INDEX-RECORD PIC X(800).

      *************************************
      *** One detail line of the burst   ***
      *** group in hand.                 ***
      *************************************

       FD  FC-PUBLISH-WORK.
       01  FS-PUBLISH-WORK-RECORD PIC X(132).
