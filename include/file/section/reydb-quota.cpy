      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-quota.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One storage quota - a cataloged database's soft and hard   ***
      *** limits in rows and in bytes, for the database as a whole   ***
      *** (SPACE user) or for one signed-on user writing into it. A  ***
      *** zero limit is no limit. The usage columns run with every   ***
      *** insert and removal; the usage report recounts a database's ***
      *** own row from its files, extents included. The warned flag  ***
      *** ('Y' soft, 'H' hard) keeps each alert to one per crossing  ***
      *** instead of one per row of the load that crossed it.        ***
      ******************************************************************

       FD  FC-QUOTA.
       01  FS-QUOTA-RECORD.
           02 FS-QUOTA-KEY.
              03 FS-QUOTA-DATABASE PIC X(64).
              03 FS-QUOTA-USER     PIC X(08).
           02 FS-QUOTA-SOFT-ROWS   PIC 9(09).
           02 FS-QUOTA-HARD-ROWS   PIC 9(09).
           02 FS-QUOTA-SOFT-BYTES  PIC 9(12).
           02 FS-QUOTA-HARD-BYTES  PIC 9(12).
           02 FS-QUOTA-USED-ROWS   PIC 9(09).
           02 FS-QUOTA-USED-BYTES  PIC 9(12).
           02 FS-QUOTA-WARNED      PIC X(01).
              88 FS-QUOTA-IS-SOFT-WARNED VALUE 'Y'.
              88 FS-QUOTA-IS-HARD-WARNED VALUE 'H'.
           02 FS-QUOTA-SET-BY      PIC X(08).
           02 FS-QUOTA-SET-TS      PIC X(16).
           02 FS-QUOTA-COUNTED-TS  PIC X(16).

      *************************************
      *** One usage report line - a     ***
      *** quota's consumption against   ***
      *** its limits, the larger of the ***
      *** two shares of its hard limits ***
      *** used, and where it stands.    ***
      *************************************

       FD  FC-QUOTA-RPT.
       01  FS-QUOTA-RPT-RECORD.
           02 FS-QUOTA-RPT-DATABASE   PIC X(40).
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-USER       PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-USED-ROWS  PIC Z(08)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-SOFT-ROWS  PIC Z(08)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-HARD-ROWS  PIC Z(08)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-USED-BYTES PIC Z(11)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-SOFT-BYTES PIC Z(11)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-HARD-BYTES PIC Z(11)9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-PERCENT    PIC ZZ9.
           02 FILLER                  PIC X(02).
           02 FS-QUOTA-RPT-STANDING   PIC X(08).
