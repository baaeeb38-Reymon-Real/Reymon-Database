      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-auditchn.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-AUDITCHN-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-AUDITSEAL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-AUDITVFY-FILE-STATUS  PIC X(02) VALUE SPACE.

      *** Files the dynamic ASSIGNs actually open - all derived from
      *** the trail's own name ("<trail>.chn", ".sel", ".vfy"), never
      *** from a generation's, so the chain runs on unbroken when
      *** REYDB_AUDIT_ROTATE renames the trail away.
       77 WS-AUDITCHN-NAME  PIC X(64) VALUE "audit.log.chn".
       77 WS-AUDITSEAL-NAME PIC X(64) VALUE "audit.log.sel".
       77 WS-AUDITVFY-NAME  PIC X(64) VALUE "audit.log.vfy".

      *** In-storage copy of the chain-state record - zero throughout
      *** for a trail that has never been chained.
       77 WS-AUDITCHN-SEQUENCE  PIC 9(09) VALUE ZERO.
       77 WS-AUDITCHN-HASH      PIC 9(09) VALUE ZERO.
       77 WS-AUDITCHN-DAY       PIC 9(08) VALUE ZERO.
       77 WS-AUDITCHN-FIRST-SEQ PIC 9(09) VALUE ZERO.
       77 WS-AUDITCHN-ROWS      PIC 9(09) VALUE ZERO.
       77 WS-AUDITCHN-SEAL-HASH PIC 9(09) VALUE ZERO.

      *** The text one link of the chain is hashed over - everything
      *** that identifies the row, its sequence first, and the hash
      *** of its images last.
       01 WS-AUDITCHN-LINK.
          02 WS-AUDITCHN-LINK-SEQUENCE  PIC 9(09).
          02 WS-AUDITCHN-LINK-KEY       PIC X(18).
          02 WS-AUDITCHN-LINK-OPERATION PIC X(08).
          02 WS-AUDITCHN-LINK-TIMESTAMP PIC X(16).
          02 WS-AUDITCHN-LINK-USER      PIC X(08).
          02 WS-AUDITCHN-LINK-KEYGEN    PIC 9(04).
          02 WS-AUDITCHN-LINK-IMAGE     PIC 9(09).

      *** The text a seal is hashed over - the day's range and the
      *** chain hash it closes on.
       01 WS-AUDITSEAL-LINK.
          02 WS-AUDITSEAL-LINK-DAY        PIC 9(08).
          02 WS-AUDITSEAL-LINK-FIRST-SEQ  PIC 9(09).
          02 WS-AUDITSEAL-LINK-LAST-SEQ   PIC 9(09).
          02 WS-AUDITSEAL-LINK-ROWS       PIC 9(09).
          02 WS-AUDITSEAL-LINK-CHAIN-HASH PIC 9(09).

      *** Arguments of the CALL to REYDB_AUDIT_HASH - the text, how
      *** much of it counts, the hash it continues from, and the
      *** hash it comes back with.
       77 WS-AUDITCHN-HASH-TEXT  PIC X(1024) VALUE SPACE.
       77 WS-AUDITCHN-HASH-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AUDITCHN-HASH-SEED  PIC 9(09) VALUE ZERO.
       77 WS-AUDITCHN-HASH-VALUE PIC 9(09) VALUE ZERO.

       77 WS-REYDB-RESULT-AUDITHASH PIC 9(18) VALUE ZERO.
      ******************************************************************
