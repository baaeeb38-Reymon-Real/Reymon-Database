      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-env.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the environment      ***
      *** parameter record - which of PROD, ***
      *** UAT or DEV this directory runs    ***
      *** as, and the directory/prefix each ***
      *** one's fixed files live under. The ***
      *** one file that cannot resolve      ***
      *** through itself, so it stays put   ***
      *** beside the job.                   ***
      *****************************************

           SELECT FC-ENV
           ASSIGN TO "reydb.env"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ENV-FILE-STATUS.
