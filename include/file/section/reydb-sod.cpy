      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-sod.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One functional role held by one user. The roles the        ***
      *** programs check:                                            ***
      ***                                                            ***
      ***   APPROVER  applies or rejects REYDB_APPROVE pending       ***
      ***             changes (the checker)                          ***
      ***   HOLDREL   releases a legal hold                          ***
      ***   ERASER    runs REYDB_ERASE                               ***
      ***   CTLVER    takes or rolls back control-file versions      ***
      ***                                                            ***
      *** A role nobody holds is open to every signed-on user, the   ***
      *** same way a database with no access list is open.           ***
      ******************************************************************

       FD  FC-ROLE.
       01  FS-ROLE-RECORD.
           02 FS-ROLE-KEY.
              03 FS-ROLE-NAME     PIC X(08).
              03 FS-ROLE-USER     PIC X(08).
           02 FS-ROLE-GRANTED-BY  PIC X(08).
           02 FS-ROLE-TIMESTAMP   PIC X(16).

      ******************************************************************
      *** One toxic pair. Each side names a right one of two ways:   ***
      ***                                                            ***
      ***   DATABASE SPACE   - CODE is a functional role name;       ***
      ***   DATABASE named   - CODE is an access level (R, U or A)   ***
      ***                      held on that database, or any level   ***
      ***                      above it; "*" means any database.     ***
      ******************************************************************

       FD  FC-SODRULE.
       01  FS-SODRULE-RECORD.
           02 FS-SODRULE-ID         PIC X(08).
           02 FS-SODRULE-A-DATABASE PIC X(64).
           02 FS-SODRULE-A-CODE     PIC X(08).
           02 FS-SODRULE-B-DATABASE PIC X(64).
           02 FS-SODRULE-B-CODE     PIC X(08).
           02 FS-SODRULE-TEXT       PIC X(40).

      ******************************************************************
      *** One accepted conflict - the grant that completes the pair  ***
      *** for this user under this rule goes through, and the        ***
      *** conflicts report shows it as overridden, with the reason.  ***
      ******************************************************************

       FD  FC-SODOVR.
       01  FS-SODOVR-RECORD.
           02 FS-SODOVR-KEY.
              03 FS-SODOVR-USER   PIC X(08).
              03 FS-SODOVR-RULE   PIC X(08).
           02 FS-SODOVR-REASON    PIC X(40).
           02 FS-SODOVR-BY        PIC X(08).
           02 FS-SODOVR-TIMESTAMP PIC X(16).

      ******************************************************************
      *** One conflicts-report line - a user holding both sides of a ***
      *** rule, CONFLICT or OVERRIDE, with the rule's text or the    ***
      *** override's reason.                                         ***
      ******************************************************************

       FD  FC-SODRPT.
       01  FS-SODRPT-RECORD.
           02 FS-SODRPT-RULE   PIC X(08).
           02 FILLER           PIC X(02).
           02 FS-SODRPT-USER   PIC X(08).
           02 FILLER           PIC X(02).
           02 FS-SODRPT-STATUS PIC X(08).
           02 FILLER           PIC X(02).
           02 FS-SODRPT-TEXT   PIC X(40).
