      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-gdg.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the generation        ***
      *** registry an output dataset keeps   ***
      *** ("<output>.gdg") - its limit, its  ***
      *** last generation number and every   ***
      *** generation still on disk, oldest   ***
      *** first.                             ***
      *****************************************

           SELECT FC-GDG-REG
           ASSIGN DYNAMIC WS-GDG-REG-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-GDG-REG-FILE-STATUS.
