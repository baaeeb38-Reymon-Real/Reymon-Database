      *** Author:  Reymon Dev      ***
      *** File:    reydb-audit.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      *** entry by it, so a replay across a key rotation still
      *** reads back.
           02 FS-AUDIT-KEYGEN    PIC 9(04).

      *** The tamper-evident chain. Every row carries its place in
      *** the trail's one unbroken sequence (it runs on across
      *** REYDB_AUDIT_ROTATE's generations), a hash of its two
      *** images, the chain hash of the row before it, and its own
      *** chain hash over all of that - edit, drop or reorder a row
      *** and REYDB_AUDIT_VERIFY names the first link that no longer
      *** holds. Zero sequence marks a row written before the chain.
           02 FS-AUDIT-SEQUENCE   PIC 9(09).
           02 FS-AUDIT-IMAGE-HASH PIC 9(09).
           02 FS-AUDIT-PREV-HASH  PIC 9(09).
           02 FS-AUDIT-CHAIN-HASH PIC 9(09).

      *** 'E' once REYDB_ERASE has scrubbed the row's images for a
      *** data-subject request - the image hash then no longer
      *** matches by design, and the verifier accepts it only for a
      *** key erasure.log certifies.
           02 FS-AUDIT-SCRUBBED   PIC X(01).

      *** The run identifier of the job that made the change
      *** (REYDB_RUNID) - zero when no bracketed run was open.
      *** REYDB_BACKOUT reverses one run's rows by it.
           02 FS-AUDIT-RUN-ID     PIC 9(09).

      *** The incident reference of the break-glass window the user
      *** had open on this database when the change was made
      *** (REYDB_BREAKGLASS_TAG) - SPACE for ordinary access. The
      *** next-day break-glass review lists the rows by it.
           02 FS-AUDIT-INCIDENT   PIC X(16).
      ******************************************************************
