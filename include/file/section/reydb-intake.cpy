      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-intake.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** One waiting file - its name   ***
      *** in the landing zone and the   ***
      *** source that sent it.          ***
      *************************************

       FD  FC-LANDING.
       01  FS-LANDING-RECORD.
           02 FS-LANDING-FILE   PIC X(64).
           02 FS-LANDING-SOURCE PIC X(08).

      ******************************************************************
      *** One source's route - the program its files feed            ***
      *** (E extract through REYDB_LOAD, C REYDB_IMPORT_CSV,         ***
      *** J REYDB_IMPORT_JSON, P the partner inbound                 ***
      *** REYDB_PARTNER_IN), the database they land in, whether its  ***
      *** files come wrapped in a header and a trailer, and for a    ***
      *** partner source the field map                               ***
      *** REYDB_PARTNER_IN needs.                                    ***
      ***                                                            ***
      *** A wrapped file's first record starts "HDR" and its last    ***
      *** starts "TRL" followed by the nine-digit count of the data  ***
      *** records between them.                                      ***
      ******************************************************************

       FD  FC-INTAKE-ROUTE.
       01  FS-ROUTE-RECORD.
           02 FS-ROUTE-SOURCE   PIC X(08).
           02 FS-ROUTE-KIND     PIC X(01).
              88 FS-ROUTE-IS-EXTRACT VALUE 'E'.
              88 FS-ROUTE-IS-CSV     VALUE 'C'.
              88 FS-ROUTE-IS-JSON    VALUE 'J'.
              88 FS-ROUTE-IS-PARTNER VALUE 'P'.
              88 FS-ROUTE-IS-VALID   VALUE 'E' 'C' 'J' 'P'.
           02 FS-ROUTE-DATABASE PIC X(64).
           02 FS-ROUTE-ENVELOPE PIC X(01).
              88 FS-ROUTE-IS-WRAPPED VALUE 'Y'.
           02 FS-ROUTE-PARTNER.
              03 FS-ROUTE-FIELD-COUNT PIC 9(02).
              03 FS-ROUTE-FIELD OCCURS 20 TIMES.
                 04 FS-ROUTE-OUR-OFFSET PIC 9(04).
                 04 FS-ROUTE-OUR-LENGTH PIC 9(04).
                 04 FS-ROUTE-POSITION   PIC 9(04).
              03 FS-ROUTE-KEY-POS     PIC 9(04).
              03 FS-ROUTE-KEY-LEN     PIC 9(04).
              03 FS-ROUTE-EBCDIC      PIC X(01).

      ******************************************************************
      *** One landed file's outcome. The fingerprint is the byte     ***
      *** hash of the whole file (the transmission register's        ***
      *** arithmetic), its data-record count and its first 40 bytes. ***
      ***                                                            ***
      *** L  loaded - the routed program took it; archived           ***
      *** D  duplicate of an earlier loaded file (FS-INTAKE-DUP-OF); ***
      ***    set aside under a reject name                           ***
      *** H  header/trailer missing or its count disagrees; set      ***
      ***    aside under a reject name                               ***
      *** S  no route for the source; left where it landed           ***
      *** M  file missing or unreadable                              ***
      *** F  the routed program refused it (FS-INTAKE-RESULT); left  ***
      ***    where it landed and kept on the landing list            ***
      ******************************************************************

       FD  FC-INTAKE.
       01  FS-INTAKE-RECORD.
           02 FS-INTAKE-ID       PIC 9(09).
           02 FS-INTAKE-PRINT.
              03 FS-INTAKE-HASH   PIC 9(09).
              03 FS-INTAKE-ROWS   PIC 9(09).
              03 FS-INTAKE-HEADER PIC X(40).
           02 FS-INTAKE-FILE     PIC X(64).
           02 FS-INTAKE-SOURCE   PIC X(08).
           02 FS-INTAKE-KIND     PIC X(01).
           02 FS-INTAKE-DATABASE PIC X(64).
           02 FS-INTAKE-TS       PIC X(16).
           02 FS-INTAKE-USER     PIC X(08).
           02 FS-INTAKE-OUTCOME  PIC X(01).
              88 FS-INTAKE-IS-LOADED    VALUE 'L'.
              88 FS-INTAKE-IS-DUPLICATE VALUE 'D'.
              88 FS-INTAKE-IS-BAD-COUNT VALUE 'H'.
              88 FS-INTAKE-IS-NO-ROUTE  VALUE 'S'.
              88 FS-INTAKE-IS-MISSING   VALUE 'M'.
              88 FS-INTAKE-IS-REFUSED   VALUE 'F'.
           02 FS-INTAKE-RESULT   PIC 9(02).
           02 FS-INTAKE-LOADED   PIC 9(09).
           02 FS-INTAKE-REJECTED PIC 9(09).
           02 FS-INTAKE-DUP-OF   PIC 9(09).
           02 FS-INTAKE-ARCHIVE  PIC X(64).

      *************************************
      *** A landed file in each routed  ***
      *** program's own record shape.   ***
      *************************************

       FD  FC-LANDED-EXT.
       01  FS-LANDED-EXT-RECORD  PIC X(530).

       FD  FC-LANDED-CSV.
       01  FS-LANDED-CSV-RECORD  PIC X(600).

       FD  FC-LANDED-JSON.
       01  FS-LANDED-JSON-RECORD PIC X(1400).

       FD  FC-LANDED-PTN.
       01  FS-LANDED-PTN-RECORD  PIC X(256).

       FD  FC-STAGED-EXT.
       01  FS-STAGED-EXT-RECORD  PIC X(530).

       FD  FC-STAGED-CSV.
       01  FS-STAGED-CSV-RECORD  PIC X(600).

       FD  FC-STAGED-JSON.
       01  FS-STAGED-JSON-RECORD PIC X(1400).

       FD  FC-STAGED-PTN.
       01  FS-STAGED-PTN-RECORD  PIC X(256).
