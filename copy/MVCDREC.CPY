      ******************************************************************
      * MVCD-RECORD - THE MOVEMENT SCREEN CONTROL CARD
      * (MOVEMENT-CARD.TXT), ONE LINE PER BRANCH, READ BY PKMVSC01.
      * MVCD-ABS-LIMIT FLAGS A DAY-OVER-DAY MOVE LARGER THAN THAT MANY
      * BASE-CURRENCY UNITS EITHER WAY; MVCD-PCT-LIMIT FLAGS A MOVE OF
      * MORE THAN THAT WHOLE PERCENTAGE OF THE PRIOR BALANCE;
      * MVCD-NEW-LIMIT FLAGS AN ACCOUNT'S FIRST-EVER BALANCE LARGER
      * THAN THAT EITHER WAY. ZERO TURNS THAT TEST OFF FOR THE BRANCH.
      * A SIGN FLIP IS ALWAYS FLAGGED. BRANCH '****' IS THE DEFAULT
      * LINE FOR EVERY BRANCH WITHOUT ITS OWN; WITH NO DEFAULT LINE
      * (OR NO CARD AT ALL) AN UNLISTED BRANCH IS SCREENED FOR SIGN
      * FLIPS ONLY.
      ******************************************************************
       01  MVCD-RECORD.
           05  MVCD-BRANCH         PIC X(04).
               88  MVCD-DEFAULT        VALUE '****'.
           05  MVCD-ABS-LIMIT      PIC 9(15).
           05  MVCD-PCT-LIMIT      PIC 9(05).
           05  MVCD-NEW-LIMIT      PIC 9(15).
