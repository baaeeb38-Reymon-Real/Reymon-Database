      *** Author:  Reymon Dev      ***
      *** File:    state.cpy       ***
      *** Date:    10/04/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      ***                                                             ***
      ***   00       generic success                                 ***
      ***   01-09    reserved for future generic outcomes             ***
      ***   10-89    specific failure reasons                         ***
      ***   90-99    generic / catch-all failures                     ***
      ***                                                             ***
      *** A caller-facing LS-REYDB-RESULT-IS-* condition name exists  ***

      *** The row still has dependents - rows in other databases
      *** whose declared foreign-key slice points at it - so a
      *** restricted REMOVE refuses to orphan them. Also a
      *** REYDB_DROP refused while control records still name the
      *** database (REYDB_IMPACT lists them).
       77 WS-REYDB-RI-RESTRICT     PIC 9(02) VALUE 20.

      *** The record changed on disk since the caller read it - the

      *** The content read back does not match the checksum stored
      *** when the row was written - the bytes were damaged on disk
      *** (REYDB_CHECKSUM_VERIFY, inside READ and VALIDATE). Also an
      *** audit trail whose hash chain no longer holds
      *** (REYDB_AUDIT_VERIFY).
       77 WS-REYDB-CORRUPT-RECORD  PIC 9(02) VALUE 22.

      *** What actually landed does not match the partner trailer's
      *** update was captured as a pending change for a second
      *** signed-on user to review, and nothing touched FC-REYDB.
       77 WS-REYDB-PENDING-APPROVAL PIC 9(02) VALUE 30.

      *** The row's declared status field would move between two
      *** codes its database's transition table (REYDB_TRANSITION)
      *** does not allow - a CLOSED row is not rewritten straight
      *** back to OPEN, and nothing touched FC-REYDB.
       77 WS-REYDB-ILLEGAL-TRANSITION PIC 9(02) VALUE 31.

      *** The grant would hand one user both halves of a declared
      *** segregation-of-duties pair (REYDB_SOD_RULE) and no
      *** override with a reason is on file for that user and rule
      *** - the grant is refused and nothing was written.
       77 WS-REYDB-SOD-CONFLICT     PIC 9(02) VALUE 32.

      *** A nominated name or ID field matched the compliance
      *** watch list (REYDB_WATCH) - the record was held on the
      *** screening queue for a compliance decision, and nothing
      *** touched FC-REYDB.
       77 WS-REYDB-SCREEN-HELD      PIC 9(02) VALUE 33.

      *** The database's parent-key field (dictionary type 'P') runs
      *** round in a circle somewhere - a row is its own ancestor, so
      *** no total rolled up that tree can be right. REYDB_HIER_ROLLUP
      *** refuses and lists each cycle on its report instead.
       77 WS-REYDB-HIER-CYCLE       PIC 9(02) VALUE 34.

      *** The key was taken off the database by a REMOVE, PURGE,
      *** ERASE or EXPIRE and is still inside the database's reuse
      *** quarantine (REYDB_RETIRE_QUARANTINE) - a new record may not
      *** take it yet, and nothing touched FC-REYDB.
       77 WS-REYDB-KEY-RETIRED      PIC 9(02) VALUE 35.

      *** The database is in two-pass key verification
      *** (REYDB_KEYVERIFY) - the keying was held for a second,
      *** different operator to re-key blind, and nothing touched
      *** FC-REYDB.
       77 WS-REYDB-KEY-HELD         PIC 9(02) VALUE 36.

      *** The blind re-key disagrees with the held first keying -
      *** the fields that differ come back side by side, the held
      *** keying stays for correction, and nothing touched FC-REYDB.
       77 WS-REYDB-KEY-MISMATCH     PIC 9(02) VALUE 37.

      *** An inbound interface file is sealed under a key generation
      *** that has been retired (REYDB_KEY_RETIRE) - the file is
      *** refused whole, the refusal goes on the alert file, and
      *** nothing in it was landed. Also an outbound destination
      *** still assigned to a retired generation.
       77 WS-REYDB-GEN-RETIRED      PIC 9(02) VALUE 38.

      *** The backup generation asked for is not on disk - its copy
      *** is out in the offsite vault (REYDB_VAULT) and has to be
      *** recalled first. The volume and vault are on the alert
      *** file, and nothing touched the live database.
       77 WS-REYDB-RECALL-NEEDED    PIC 9(02) VALUE 39.
      ******************************************************************
