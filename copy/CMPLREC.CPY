      ******************************************************************
      * CMPL-RECORD - ONE LINE PER FEED COMPLETENESS EXCEPTION PKCMPL01
      * FINDS BETWEEN PKEDIT01 AND PKCONV01, READ BACK BY PKSTAT01 FOR
      * THE MORNING BOARD.
      * TYPE 'M' - AN OPEN ACCOUNT ON THE MASTER THAT NO EXTRACT
      *   DELIVERED FOR THE BUSINESS DATE. CMPL-BRANCH IS THE MASTER'S
      *   ACCT-BRANCH, CMPL-SEQ IS ZERO, AND THE MISSING VIEW OF
      *   CMPL-DATA CARRIES THE SHORT NAME AND OPEN DATE SO THE BRANCH
      *   CAN BE ASKED ABOUT THE ACCOUNT BY NAME.
      * TYPE 'D' - ONE DELIVERY OF AN ACCOUNT/EFFECTIVE DATE THAT
      *   ARRIVED MORE THAN ONCE, ONE LINE PER COPY. CMPL-BRANCH IS THE
      *   SENDING BRANCH, CMPL-SEQ THE RECORD NUMBER WITHIN THAT
      *   BRANCH'S CLEAN EXTRACT, AND CMPL-DATA THE WHOLE FILEI-REC.
      *   EVERY COPY IS HELD BACK FROM THE CLEAN EXTRACT. THIS FILE IS
      *   REBUILT EVERY RUN; PKCMPL01 ALSO APPENDS EACH HELD COPY, WITH
      *   ITS HOLD DATE, TO THE CUMULATIVE DUPLICATE-HOLDS.TXT, AND THAT
      *   IS WHERE THE HELD BALANCES LIVE UNTIL THE BRANCH SAYS WHICH
      *   COPY IS RIGHT.
      ******************************************************************
       01  CMPL-RECORD.
           05  CMPL-TYPE           PIC X(01).
               88  CMPL-MISSING        VALUE 'M'.
               88  CMPL-DUPLICATE      VALUE 'D'.
           05  CMPL-ACCOUNT        PIC X(10).
           05  CMPL-EFF-DATE       PIC X(08).
           05  CMPL-BRANCH         PIC X(04).
           05  CMPL-SEQ            PIC 9(07).
           05  CMPL-DATA           PIC X(40).
           05  CMPL-MISSING-DATA REDEFINES CMPL-DATA.
               10  CMPL-SHORT-NAME     PIC X(20).
               10  CMPL-OPEN-DATE      PIC X(08).
               10  FILLER              PIC X(12).
