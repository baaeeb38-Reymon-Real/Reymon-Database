      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-auditchn.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** The one chain-state record -  ***
      *** where the trail's chain last  ***
      *** stood and the day segment     ***
      *** still waiting for its seal.   ***
      *************************************

       FD  FC-AUDITCHN.
       01  FS-AUDITCHN-RECORD.
           02 FS-AUDITCHN-SEQUENCE   PIC 9(09).
           02 FS-AUDITCHN-HASH       PIC 9(09).
           02 FS-AUDITCHN-DAY        PIC 9(08).
           02 FS-AUDITCHN-FIRST-SEQ  PIC 9(09).
           02 FS-AUDITCHN-ROWS       PIC 9(09).
           02 FS-AUDITCHN-SEAL-HASH  PIC 9(09).

      *************************************
      *** One seal - closes a day's run ***
      *** of the chain at its last row  ***
      *** and chains onto the seal      ***
      *** before it.                    ***
      *************************************

       FD  FC-AUDITSEAL.
       01  FS-AUDITSEAL-RECORD.
           02 FS-AUDITSEAL-DAY        PIC 9(08).
           02 FS-AUDITSEAL-FIRST-SEQ  PIC 9(09).
           02 FS-AUDITSEAL-LAST-SEQ   PIC 9(09).
           02 FS-AUDITSEAL-ROWS       PIC 9(09).
           02 FS-AUDITSEAL-CHAIN-HASH PIC 9(09).
           02 FS-AUDITSEAL-PREV-HASH  PIC 9(09).
           02 FS-AUDITSEAL-HASH       PIC 9(09).
           02 FS-AUDITSEAL-SEALED-TS  PIC X(16).

      *************************************
      *** One verifier finding - what   ***
      *** broke, at which sequence, in  ***
      *** which generation of the trail ***
      *** and for which key.            ***
      *************************************

       FD  FC-AUDITVFY.
       01  FS-AUDITVFY-RECORD.
           02 FS-AUDITVFY-FINDING   PIC X(16).
           02 FILLER                PIC X(01).
           02 FS-AUDITVFY-SEQUENCE  PIC 9(09).
           02 FILLER                PIC X(01).
           02 FS-AUDITVFY-KEY       PIC X(18).
           02 FILLER                PIC X(01).
           02 FS-AUDITVFY-FILE-NAME PIC X(80).
