      *** Author:  Reymon Dev      ***
      *** File:    reydb.cpy       ***
      *** Date:    18/03/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      **********************************

           SELECT FC-WORK
           ASSIGN DYNAMIC WS-WORK-FILE-NAME.

      **************************************
      *** Settings for the Temporal File ***
      *** order, while 3000-COPY-TEMP-TO-STAGE still walks the file
      *** back out with READ ... NEXT RECORD exactly as before.
           SELECT FC-TEMP
           ASSIGN DYNAMIC WS-TEMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TEMP-KEY
      ***********************************************

           SELECT FC-STAGE
           ASSIGN DYNAMIC WS-STAGE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-STAGE-KEY
