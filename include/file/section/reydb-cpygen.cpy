      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-cpygen.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One line of a generated copybook - fixed-format source,   ***
      *** ready to COPY as it stands.                               ***
      ******************************************************************

       FD  FC-CPYGEN-OUT.
       01  FS-CPYGEN-LINE PIC X(80).

      ******************************************************************
      *** The layout unload - one header record naming the database ***
      *** and the layout version the records follow, then one       ***
      *** record per active row: its key and its 471 content bytes  ***
      *** laid out field for field as the generated copybook says.  ***
      ******************************************************************

       FD  FC-CPYGEN-UNL.
       01  FS-CPYGEN-UNL-RECORD.
           02 FS-CPYGEN-UNL-KEY     PIC X(18).
           02 FS-CPYGEN-UNL-CONTENT PIC X(471).

       01  FS-CPYGEN-UNL-HEADER.
           02 FS-CPYGEN-HDR-ID       PIC X(08).
           02 FS-CPYGEN-HDR-DATABASE PIC X(64).
           02 FS-CPYGEN-HDR-VERSION  PIC 9(04).
           02 FS-CPYGEN-HDR-FIELDS   PIC 9(02).
           02 FS-CPYGEN-HDR-DATE     PIC 9(08).
           02 FILLER                 PIC X(403).
