      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-posting.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One journal line of a posting batch - the account's key,   ***
      *** 'D' debit or 'C' credit, the amount in the balance field's ***
      *** smallest unit (a two-decimal balance posts in cents) and   ***
      *** the narrative. Fixed columns, keyed up from the voucher.   ***
      ******************************************************************
       FD  FC-POSTBAT.
       01  FS-POSTBAT-RECORD.
           02 FS-POSTBAT-ACCOUNT   PIC X(18).
           02 FS-POSTBAT-SIDE      PIC X(01).
              88 FS-POSTBAT-IS-DEBIT  VALUE 'D'.
              88 FS-POSTBAT-IS-CREDIT VALUE 'C'.
           02 FS-POSTBAT-AMOUNT    PIC 9(15).
           02 FS-POSTBAT-NARRATIVE PIC X(40).

      ******************************************************************
      *** One posted line - per database, batch reference and line   ***
      *** number, written once the whole batch has committed. The    ***
      *** account's balance after the line is the figure             ***
      *** REYDB_COMPUTE handed back as the line landed.              ***
      ******************************************************************
       FD  FC-POSTJRNL.
       01  FS-POSTJRNL-RECORD.
           02 FS-POSTJRNL-KEY.
              03 FS-POSTJRNL-DATABASE PIC X(64).
              03 FS-POSTJRNL-BATCH    PIC X(16).
              03 FS-POSTJRNL-LINE     PIC 9(04).
           02 FS-POSTJRNL-ACCOUNT   PIC X(18).
           02 FS-POSTJRNL-SIDE      PIC X(01).
           02 FS-POSTJRNL-AMOUNT    PIC 9(15).
           02 FS-POSTJRNL-AFTER     PIC S9(15) SIGN LEADING SEPARATE.
           02 FS-POSTJRNL-NARRATIVE PIC X(40).
           02 FS-POSTJRNL-TIMESTAMP PIC X(16).
           02 FS-POSTJRNL-USER      PIC X(08).

      ******************************************************************
      *** One batch-listing line - the line number, account, side,   ***
      *** amount and balance after, and what became of it: POSTED,   ***
      *** ROLLED BACK, NOT POSTED or the refusal text. The *DEBITS*  ***
      *** and *CREDITS* lines close the listing with the batch's     ***
      *** two sides.                                                 ***
      ******************************************************************
       FD  FC-POSTRPT.
       01  FS-POSTRPT-RECORD.
           02 FS-POSTRPT-LINE    PIC 9(04).
           02 FILLER             PIC X(02).
           02 FS-POSTRPT-ACCOUNT PIC X(18).
           02 FILLER             PIC X(02).
           02 FS-POSTRPT-SIDE    PIC X(01).
           02 FILLER             PIC X(02).
           02 FS-POSTRPT-AMOUNT  PIC X(20).
           02 FILLER             PIC X(02).
           02 FS-POSTRPT-AFTER   PIC X(20).
           02 FILLER             PIC X(02).
           02 FS-POSTRPT-STATUS  PIC X(40).

      ******************************************************************
      *** One trial-balance line - an account's balance in the debit ***
      *** column when positive, the credit column when negative -    ***
      *** and the *TOTAL* line proving the two columns agree.        ***
      ******************************************************************
       FD  FC-TRIALRPT.
       01  FS-TRIALRPT-RECORD.
           02 FS-TRIALRPT-ACCOUNT PIC X(18).
           02 FILLER              PIC X(02).
           02 FS-TRIALRPT-DEBIT   PIC X(20).
           02 FILLER              PIC X(02).
           02 FS-TRIALRPT-CREDIT  PIC X(20).
           02 FILLER              PIC X(02).
           02 FS-TRIALRPT-STATUS  PIC X(20).
