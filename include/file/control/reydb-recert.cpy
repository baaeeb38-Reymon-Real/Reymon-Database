      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-recert.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the quarterly access  ***
      *** recertification REYDB_RECERTIFY    ***
      *** prints, the grant images it keeps  ***
      *** and the changes-since report.      ***
      *****************************************

      *** The printed copy the managers sign.
           SELECT FC-RECERT
           ASSIGN DYNAMIC WS-RECERT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECERT-FILE-STATUS.

      *** This run's grants, one image per database and user, in
      *** database-then-user order.
           SELECT FC-RECCUR
           ASSIGN DYNAMIC WS-RECCUR-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECCUR-FILE-STATUS.

      *** The grants as they stood at the last signed-off
      *** certification - same layout, same order.
           SELECT FC-RECPRV
           ASSIGN DYNAMIC WS-RECPRV-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECPRV-FILE-STATUS.

      *** What changed between the two.
           SELECT FC-RECCHG
           ASSIGN DYNAMIC WS-RECCHG-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECCHG-FILE-STATUS.
