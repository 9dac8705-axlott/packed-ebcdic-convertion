      ******************************************************************
      * DWX-RECORD - ONE ROW PER ACCOUNT ON THE DATA WAREHOUSE EXPORT
      * (dw-balances-YYYYMMDD-NNNNN.txt) PKDWEX01 CUTS FROM THE
      * PUBLISHED FEED. THE WAREHOUSE CANNOT READ THE PACKED SECTIONS,
      * THE CODEPAGE-DEPENDENT TYPE BYTE OR THE SUBTOTAL AND TRAILER
      * RECORDS OF YOUR-FILE.TXT, SO EACH FILEO-REC4 DETAIL IS WRITTEN
      * HERE UNPACKED, SIGN LEADING SEPARATE, '|' BETWEEN FIELDS, WITH
      * THE ACCOUNT'S MASTER BRANCH AND THE RUN NUMBER FROM
      * FEED-READY.TXT. AMOUNTS ARE IN THE SAME UNITS THE FEED CARRIES
      * THEM. THE LAYOUT IS FIXED-WIDTH AS WELL AS DELIMITED, SO EVERY
      * ROW IS THE SAME LENGTH. IT IS BUILT IN WORKING-STORAGE, WHERE
      * THE DELIMITERS HOLD THEIR VALUES, AND WRITTEN FROM THERE.
      ******************************************************************
       01  DWX-RECORD.
           05  DWX-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-BRANCH          PIC X(04).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-BASE-VALUE      PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-ORIG-AMOUNT     PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWX-RUN-NUMBER      PIC 9(05).
