      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-phonetic.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the phonetic name     ***
      *** index - ASSIGN DYNAMIC off the     ***
      *** name derived per database          ***
      *** ("<db>.pdx"), the same convention  ***
      *** the word index follows.            ***
      *****************************************

           SELECT FC-PHONETIC
           ASSIGN DYNAMIC WS-PHONETIC-DATABASE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PHONETIC-KEY
           FILE STATUS WS-PHONETIC-FILE-STATUS.
