      *** Author:  Reymon Dev         ***
      *** File:    reydb-rundeck.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** parameter's meaning belongs to the program: REYDB_PURGE    ***
      *** and REYDB_ARCHIVE read a CCYYMMDD cutoff from its first    ***
      *** eight bytes, REYDB_SORT reads a direction from its first   ***
      *** byte, REYDB_QDEF_RUN reads a definition name from its      ***
      *** first sixteen, REYDB_PUBLISH_DAY an optional CCYYMMDD day  ***
      *** from its first eight, REYDB_SECURITY_REPORT an optional    ***
      *** CCYYMMDD day from its first eight and an optional repeat-  ***
      *** offender mark from the four after, REYDB_SURVEIL an        ***
      *** optional CCYYMMDD week start from its first eight, the     ***
      *** rest take none.                                            ***
      ***                                                             ***
      *** FS-RUNDECK-RUN-DAY gates the step on the business-day      ***
      *** calendar: 'B' runs only on a business day (a holiday or    ***
