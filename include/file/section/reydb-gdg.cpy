      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-gdg.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One generation registry row. The 'C' row leads the file -  ***
      *** the output's generation limit and the last generation      ***
      *** number handed out; a 'G' row follows for each generation   ***
      *** still on disk, oldest first, with its file name and the    ***
      *** moment it was handed out.                                  ***
      ******************************************************************

       FD  FC-GDG-REG.
       01  FS-GDG-REG-RECORD.
           02 FS-GDG-REG-KIND  PIC X(01).
              88 FS-GDG-REG-IS-CONTROL    VALUE 'C'.
              88 FS-GDG-REG-IS-GENERATION VALUE 'G'.
           02 FS-GDG-REG-GEN   PIC 9(04).
           02 FS-GDG-REG-LIMIT PIC 9(04).
           02 FS-GDG-REG-NAME  PIC X(64).
           02 FS-GDG-REG-STAMP PIC X(16).
