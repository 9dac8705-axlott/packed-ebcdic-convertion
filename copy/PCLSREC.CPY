      ******************************************************************
      * PCLS-RECORD - ONE LINE PER MONTH IN PERIOD-CLOSE.TXT, THE
      * REGISTER OF MONTH-END CLOSES PKMEND01 KEEPS. A CLOSE RECORDS
      * THE BUSINESS DATE IT WAS CUT FOR, THE SNAPSHOT FILE, WHEN IT
      * WAS CUT AND WHAT IT HELD. A RERUN FOR THE SAME MONTH REPLACES
      * THE LINE, NOT ADDS ONE. ONCE FINANCE CERTIFIES THE MONTH
      * (PCLS-STATE 'C', WITH WHO AND WHEN) THE CLOSE IS LOCKED AND
      * PKMEND01 REFUSES TO CUT IT AGAIN.
      ******************************************************************
       01  PCLS-RECORD.
           05  PCLS-PERIOD         PIC X(06).
           05  PCLS-BUS-DATE       PIC X(08).
           05  PCLS-SNAP-NAME      PIC X(30).
           05  PCLS-CUT-DATE       PIC X(08).
           05  PCLS-CUT-TIME       PIC X(08).
           05  PCLS-CUT-COUNT      PIC 9(07).
           05  PCLS-CUT-TOTAL      PIC S9(18) SIGN LEADING SEPARATE.
           05  PCLS-STATE          PIC X(01).
               88  PCLS-CUT            VALUE 'O'.
               88  PCLS-CERTIFIED      VALUE 'C'.
           05  PCLS-CERT-BY        PIC X(08).
           05  PCLS-CERT-DATE      PIC X(08).
           05  PCLS-CERT-TIME      PIC X(08).
