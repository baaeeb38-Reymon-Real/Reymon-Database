      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-filing.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One mapping card of filing.map, under the filing it        ***
      *** belongs to:                                                ***
      ***                                                            ***
      ***   'D'  the document - its root element, the element each   ***
      ***        row is filed under, and the namespace the root      ***
      ***        declares (blank for none); one per filing           ***
      ***   'E'  one element of a row - the dictionary field it is   ***
      ***        filled from (*KEY for the row's key), its path      ***
      ***        under the row element ("Party/Name"), 'R' when a    ***
      ***        row without it cannot be filed, and its format:     ***
      ***          TEXT     the field as it stands (blank default)   ***
      ***          DATE     YYYYMMDD filed as YYYY-MM-DD             ***
      ***          DATEDMY  DDMMYYYY filed as YYYY-MM-DD             ***
      ***          AMOUNT   the field's digits by the dictionary's   ***
      ***                   sign and decimals, filed as -1234.56 and ***
      ***                   totalled in the header                   ***
      ***                                                            ***
      *** Elements are filed in card order; cards sharing a parent   ***
      *** path are best kept together.                               ***
      ******************************************************************

       FD  FC-FILMAP.
       01  FS-FILMAP-CARD.
           02 FS-FILMAP-FILING PIC X(08).
           02 FS-FILMAP-KIND   PIC X(01).
              88 FS-FILMAP-IS-DOCUMENT VALUE 'D'.
              88 FS-FILMAP-IS-ELEMENT  VALUE 'E'.
           02 FILLER           PIC X(111).

       01  FS-FILMAP-DOCUMENT-CARD.
           02 FILLER              PIC X(09).
           02 FS-FILMAP-ROOT      PIC X(30).
           02 FS-FILMAP-ROW       PIC X(30).
           02 FS-FILMAP-NAMESPACE PIC X(50).
           02 FILLER              PIC X(01).

       01  FS-FILMAP-ELEMENT-CARD.
           02 FILLER             PIC X(09).
           02 FS-FILMAP-FIELD    PIC X(16).
           02 FS-FILMAP-PATH     PIC X(60).
           02 FS-FILMAP-REQUIRED PIC X(01).
           02 FS-FILMAP-FORMAT   PIC X(08).
           02 FILLER             PIC X(26).

      *************************************
      *** One line of the XML document. ***
      *************************************

       FD  FC-FILING-XML.
       01  FS-FILING-XML-LINE PIC X(1400).

      *************************************
      *** One row held out of a filing, ***
      *** and why.                      ***
      *************************************

       FD  FC-FILING-EXC.
       01  FS-FILING-EXC-RECORD.
           02 FS-FILING-EXC-FILING   PIC X(08).
           02 FILLER                 PIC X(02).
           02 FS-FILING-EXC-DATABASE PIC X(40).
           02 FILLER                 PIC X(02).
           02 FS-FILING-EXC-KEY      PIC X(18).
           02 FILLER                 PIC X(02).
           02 FS-FILING-EXC-FIELD    PIC X(16).
           02 FILLER                 PIC X(02).
           02 FS-FILING-EXC-REASON   PIC X(20).
