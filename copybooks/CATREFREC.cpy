      ******************************************************************
      * CATREFREC - FOOD CATEGORY REFERENCE RECORD.
      *
      * ONE CARD PER FOOD CATEGORY ON CATREFDD, THE SHORT REFERENCE
      * DECK THE QUARTERMASTER KEEPS (RATION BAR, FRESH, SNACK ...).
      * ADVEDIT CHECKS THE CATEGORY CODE ON EVERY CALORY_FILE LINE
      * AGAINST IT; NUTRMIX MEASURES EACH CAMP'S DAILY CATEGORY MIX
      * AGAINST FCT-TARGET-PCT, PERCENT OF THE CAMP'S CALORIES, AND
      * FLAGS A CATEGORY MORE THAN FCT-TOLERANCE-PCT POINTS AWAY
      * FROM IT (ZERO TOLERANCE TAKES THE NUTRMIX TOL= DEFAULT).
      *
      * A CARD WITH A BLANK FCT-CODE IS A COMMENT AND IS SKIPPED -
      * THE BLANK CODE IS ALWAYS THE UNCATEGORIZED BUCKET, WHICH HAS
      * NO TARGET.
      ******************************************************************
       01  CAT-REF-RECORD.
           05  FCT-CODE              PIC X(02).
           05  FILLER                PIC X(02).
           05  FCT-DESC              PIC X(20).
           05  FILLER                PIC X(02).
           05  FCT-TARGET-PCT        PIC 9(03).
           05  FILLER                PIC X(02).
           05  FCT-TOLERANCE-PCT     PIC 9(03).
           05  FILLER                PIC X(46).
