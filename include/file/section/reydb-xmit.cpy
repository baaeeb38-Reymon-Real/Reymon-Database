      *** Author:  Reymon Dev         ***
      *** File:    reydb-xmit.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** many rows, the control total and the byte-sum hash the    ***
      *** dispute evidence stands on, and the workflow state: the   ***
      *** acknowledgment when it arrives, and whether the           ***
      *** escalation sweep already shouted. A file that left sealed ***
      *** carries the key generation it was sealed under.           ***
      ******************************************************************

       FD  FC-XMIT.
           02 FS-XMIT-ACK       PIC X(01).
           02 FS-XMIT-ACK-TS    PIC X(16).
           02 FS-XMIT-ESCALATED PIC X(01).
           02 FS-XMIT-SEALED    PIC X(01).
           02 FS-XMIT-KEY-GEN   PIC 9(04).

      *************************************
      *** One inbound acknowledgment -  ***
