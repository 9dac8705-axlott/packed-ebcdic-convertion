      ******************************************************************
      * MEC-RECORD - THE OPTIONAL MONTH-END CONTROL CARD
      * (MONTH-END-CARD.TXT) READ BY PKMEND01. ACTION 'C' RECORDS
      * FINANCE'S CERTIFICATION OF MEC-PERIOD BY MEC-CERTIFIED-BY ONCE
      * THE BRANCH HEADS HAVE SIGNED, WHICH LOCKS THE MONTH. THE
      * NIGHTLY CLOSE CHECK RUNS EITHER WAY - NO CARD, OR ANY OTHER
      * ACTION, IS THE PLAIN NIGHTLY STEP - SO A CARD LEFT IN PLACE
      * NEVER STOPS A MONTH-END SNAPSHOT BEING CUT.
      ******************************************************************
       01  MEC-RECORD.
           05  MEC-ACTION          PIC X(01).
               88  MEC-CERTIFY         VALUE 'C'.
           05  MEC-PERIOD          PIC X(06).
           05  MEC-CERTIFIED-BY    PIC X(08).
