      ******************************************************************
      * DWC-RECORD - THE ONE-LINE CONTROL FILE
      * (dw-control-YYYYMMDD-NNNNN.txt) THAT GOES BESIDE EACH DATA
      * WAREHOUSE EXPORT. IT CARRIES THE ROW COUNT AND THE BASE-VALUE
      * TOTAL OF THE EXPORT NEXT TO THE FILEO TRAILER'S FILEO-REC4
      * COUNT AND CONTROL TOTAL THEY WERE TIED TO, SO THE WAREHOUSE CAN
      * PROVE ITS LOAD AGAINST THE PUBLISHED FEED. PKDWEX01 WRITES IT
      * ONLY AFTER THE LAST ROW OF THE EXPORT IS WRITTEN AND THE TIE
      * HOLDS - AN EXPORT WITH NO CONTROL FILE BESIDE IT IS INCOMPLETE
      * AND MUST NOT BE LOADED. SAME '|' DELIMITED, FIXED-WIDTH STYLE
      * AS THE EXPORT ROWS, BUILT IN WORKING-STORAGE.
      ******************************************************************
       01  DWC-RECORD.
           05  DWC-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-RUN-NUMBER      PIC 9(05).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-ROW-COUNT       PIC 9(07).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-VALUE-TOTAL     PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-TRL-COUNT       PIC 9(07).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-TRL-CONTROL-TOTAL
                                   PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-EXPORT-FILE     PIC X(30).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-CREATED-DATE    PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWC-CREATED-TIME    PIC X(08).
