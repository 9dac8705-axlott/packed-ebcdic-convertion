      ******************************************************************
      * SLOG-RECORD - ONE LINE PER SUSPENSE EVENT, APPENDED TO THE
      * PERMANENT SUSPENSE-LOG.TXT. PKEDIT01 WRITES AN 'H' LINE EVERY
      * TIME IT DIVERTS A FROZEN ACCOUNT'S RECORD TO SUSPENSE-FILE.DAT
      * (A RERUN LOGS THE HOLD AGAIN BUT THE HELD DATE STAYS THE FIRST
      * ONE); PKSREL01 WRITES AN 'R' LINE FOR EVERY BALANCE IT RELEASES
      * TO THE SUPPLEMENTAL CYCLE. SLOG-DATE/SLOG-TIME ARE THE CLOCK
      * WHEN THE LINE WAS WRITTEN; SLOG-HELD-DATE IS THE DATE THE
      * BALANCE WAS FIRST HELD, SO A RELEASE LINE SHOWS HOW LONG IT SAT.
      ******************************************************************
       01  SLOG-RECORD.
           05  SLOG-ACTION             PIC X(01).
               88  SLOG-HOLD               VALUE 'H'.
               88  SLOG-RELEASE            VALUE 'R'.
           05  SLOG-DATE               PIC X(08).
           05  SLOG-TIME               PIC X(08).
           05  SLOG-PROGRAM            PIC X(08).
           05  SLOG-ACCOUNT            PIC X(10).
           05  SLOG-EFF-DATE           PIC X(08).
           05  SLOG-BRANCH             PIC X(04).
           05  SLOG-CURRENCY           PIC X(03).
           05  SLOG-VALUE              PIC S9(18) SIGN LEADING
                                       SEPARATE.
           05  SLOG-HELD-DATE          PIC X(08).
