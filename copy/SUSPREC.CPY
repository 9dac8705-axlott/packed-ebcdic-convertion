      ******************************************************************
      * SUSP-RECORD - ONE HELD BALANCE PER ACCOUNT, EFFECTIVE DATE AND
      * SENDING BRANCH IN THE INDEXED SUSPENSE-FILE.DAT. PKEDIT01 PUTS
      * A RECORD HERE INSTEAD OF ON THE CLEAN EXTRACT WHEN THE MASTER
      * SHOWS THE ACCOUNT FROZEN, SO THE BALANCE IS NEITHER POSTED NOR
      * SENT BACK TO THE BRANCH AS A REJECT. SUSP-FILEI-IMAGE IS THE
      * WHOLE FILEI-REC AS IT WOULD HAVE GONE TO PKCONV01 (CURRENCY
      * ALREADY NORMALIZED), SO A RELEASE WRITES IT BACK UNCHANGED.
      * SUSP-SEQ IS THE RAW RECORD NUMBER IN THE BRANCH FILE, THE SAME
      * NUMBER REJ-SEQ CARRIES. SUSP-HELD-DATE IS THE BUSINESS DATE
      * (THE RUN DATE ON AN UNGOVERNED RUN) OF THE FIRST HOLD; AN EDIT
      * RERUN REWRITES THE IMAGE BUT KEEPS THAT DATE. PKSREL01 MARKS
      * THE ENTRY RELEASED, WITH THE RELEASE DATE, WHEN IT MOVES THE
      * BALANCE TO A SUPPLEMENTAL CLEAN EXTRACT. PKRCYC01 MARKS IT
      * CARRIED WHEN IT PUTS THAT EXTRACT ON THE LATE-CYCLE MANIFEST, SO
      * THE BALANCE IS CARRIED EXACTLY ONCE. RELEASED AND CARRIED
      * ENTRIES STAY ON FILE AS THE RECORD OF WHAT WAS HELD.
      ******************************************************************
       01  SUSP-RECORD.
           05  SUSP-KEY.
               10  SUSP-ACCOUNT        PIC X(10).
               10  SUSP-EFF-DATE       PIC X(08).
               10  SUSP-BRANCH         PIC X(04).
           05  SUSP-FILEI-IMAGE.
               10  SUSP-I-ACCOUNT      PIC X(10).
               10  SUSP-I-EFF-DATE     PIC X(08).
               10  SUSP-CURRENCY       PIC X(03).
               10  SUSP-VALUE          PIC S9(18) SIGN LEADING
                                       SEPARATE.
               10  SUSP-VALUE-CHAR REDEFINES SUSP-VALUE.
                   15  SUSP-SIGN-BYTE      PIC X(01).
                   15  SUSP-DIGITS         PIC X(18).
           05  SUSP-SEQ                PIC 9(07).
           05  SUSP-HELD-DATE          PIC X(08).
           05  SUSP-STATUS             PIC X(01).
               88  SUSP-HELD               VALUE 'H'.
               88  SUSP-RELEASED           VALUE 'R'.
               88  SUSP-CARRIED            VALUE 'C'.
           05  SUSP-RELEASE-DATE       PIC X(08).
