      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-docref.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One document reference - a scanned contract, signed form   ***
      *** or ID held in the imaging system, tied to the database and ***
      *** key it belongs to by the imaging system's own document id  ***
      *** instead of a number typed into free text. A record may     ***
      *** carry any number of them. The type says what the document  ***
      *** is (CONTRACT, IDSCAN, ...), the received date when it came ***
      *** in, and the retention class the imaging system keeps it    ***
      *** under.                                                     ***
      ******************************************************************

       FD  FC-DOCREF.
       01  FS-DOCREF-RECORD.
           02 FS-DOCREF-KEY.
              03 FS-DOCREF-DATABASE   PIC X(64).
              03 FS-DOCREF-RECORD-KEY PIC X(18).
              03 FS-DOCREF-DOC-ID     PIC X(20).
           02 FS-DOCREF-DOC-TYPE      PIC X(08).
           02 FS-DOCREF-RECEIVED      PIC 9(08).
           02 FS-DOCREF-RETENTION     PIC X(04).
           02 FS-DOCREF-USER          PIC X(08).
           02 FS-DOCREF-FILED-TS      PIC X(16).

      *************************************
      *** One document requirement - a ***
      *** database's records of a type  ***
      *** value (SPACE - every record)  ***
      *** must carry a document of the  ***
      *** type (SPACE - any document).  ***
      *************************************

       FD  FC-DOCREQ.
       01  FS-DOCREQ-RECORD.
           02 FS-DOCREQ-KEY.
              03 FS-DOCREQ-DATABASE PIC X(64).
              03 FS-DOCREQ-RECTYPE  PIC X(08).
              03 FS-DOCREQ-DOC-TYPE PIC X(08).
           02 FS-DOCREQ-FILED-TS    PIC X(16).

      *************************************
      *** One line of the imaging       ***
      *** system's daily inventory      ***
      *** extract - a document it       ***
      *** holds, and its type.          ***
      *************************************

       FD  FC-DOCINV.
       01  FS-DOCINV-RECORD.
           02 FS-DOCINV-DOC-ID   PIC X(20).
           02 FS-DOCINV-DOC-TYPE PIC X(08).
           02 FS-DOCINV-SCANNED  PIC 9(08).
           02 FILLER             PIC X(44).

      *************************************
      *** The sweep's scratch copy of   ***
      *** the extract, keyed by         ***
      *** document id - 'Y' once a      ***
      *** reference was seen for it.    ***
      *************************************

       FD  FC-DOCWRK.
       01  FS-DOCWRK-RECORD.
           02 FS-DOCWRK-DOC-ID   PIC X(20).
           02 FS-DOCWRK-DOC-TYPE PIC X(08).
           02 FS-DOCWRK-MATCHED  PIC X(01).

      *************************************
      *** One sweep exception - a       ***
      *** reference the imaging system  ***
      *** does not hold, a document no  ***
      *** record references, or a       ***
      *** record missing a required     ***
      *** document.                     ***
      *************************************

       FD  FC-DOCREF-RPT.
       01  FS-DOCREF-RPT-RECORD.
           02 FS-DOCREF-RPT-ACTION   PIC X(18).
           02 FILLER                 PIC X(02).
           02 FS-DOCREF-RPT-DATABASE PIC X(40).
           02 FILLER                 PIC X(02).
           02 FS-DOCREF-RPT-KEY      PIC X(18).
           02 FILLER                 PIC X(02).
           02 FS-DOCREF-RPT-DOC-ID   PIC X(20).
           02 FILLER                 PIC X(02).
           02 FS-DOCREF-RPT-DOC-TYPE PIC X(08).
