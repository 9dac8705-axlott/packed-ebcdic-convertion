      ******************************************************************
      * XMIT-HEADER / XMIT-TRAILER - THE SENDER'S CONTROL RECORDS THAT
      * BRACKET EVERY BRANCH EXTRACT NAMED IN EXTRACT-LIST.TXT. BOTH
      * ARE THE SAME 40 BYTES AS A RAW DETAIL RECORD AND ARE TOLD APART
      * FROM A DETAIL BY THE TAG IN THE ACCOUNT POSITION, WHICH NO
      * ACCOUNT NUMBER CAN CARRY. THE HEADER IS THE FIRST RECORD AND
      * NAMES THE SENDING BRANCH, THE BUSINESS DATE THE FILE IS FOR AND
      * THE BRANCH'S FILE SEQUENCE NUMBER, ONE UP PER FILE SENT. THE
      * TRAILER IS THE LAST RECORD AND CARRIES THE COUNT OF DETAIL
      * RECORDS BETWEEN THEM AND THE HASH TOTAL OF THEIR SIGNED VALUES
      * (THE SUM OF FILEI-VALUE, WHICH MUST FIT 18 DIGITS - A FILE WHOSE
      * SUM DOES NOT IS REFUSED AS A HASH FAILURE).
      * PKEDIT01 PROVES BOTH BEFORE IT EDITS A SINGLE DETAIL AND NEVER
      * COPIES EITHER ONTO THE CLEAN EXTRACT, SO PKCONV01 AND EVERY
      * READER DOWNSTREAM OF IT SEE THE SAME FILEI-REC SHAPE AS BEFORE.
      * CUT-OVER NOTE: FROM THE FIRST RUN UNDER THIS LAYOUT A MANIFEST
      * FILE WITHOUT A HEADER AND TRAILER IS REFUSED, SO EVERY BRANCH
      * MUST BE SENDING THEM BEFORE THE NIGHT THE CHECK GOES LIVE. THE
      * CLASSIC SINGLE-FILE RUN WITH NO MANIFEST IS NOT CONTROLLED.
      ******************************************************************
       01  XMIT-HEADER.
           05  XMIT-HDR-TAG        PIC X(10).
               88  XMIT-IS-HEADER      VALUE '##HEADER##'.
           05  XMIT-HDR-BRANCH     PIC X(04).
           05  XMIT-HDR-BUS-DATE   PIC X(08).
           05  XMIT-HDR-FILE-SEQ   PIC X(06).
           05  XMIT-HDR-FILE-SEQ-N REDEFINES XMIT-HDR-FILE-SEQ
                                   PIC 9(06).
           05  FILLER              PIC X(12).
       01  XMIT-TRAILER.
           05  XMIT-TRL-TAG        PIC X(10).
               88  XMIT-IS-TRAILER     VALUE '##TRAILER#'.
           05  XMIT-TRL-COUNT      PIC X(07).
           05  XMIT-TRL-COUNT-N REDEFINES XMIT-TRL-COUNT
                                   PIC 9(07).
           05  XMIT-TRL-HASH       PIC X(19).
           05  XMIT-TRL-HASH-N REDEFINES XMIT-TRL-HASH
                                   PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(04).
