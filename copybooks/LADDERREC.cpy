      ******************************************************************
      * LADDERREC - SEASON TOURNAMENT LADDER MASTER RECORD.
      *
      * INDEXED MASTER ON LADDERDD, KEYED ON ELF-ID PLUS OPPONENT-ID.
      * THE ROW WITH LDR-OPP-ID SPACES IS THE ELF'S LADDER ROW -
      * SEASON SCORE, WIN/DRAW/LOSS, DAYS PLAYED AND THE SKILL
      * RATING. EVERY OTHER ROW UNDER THE SAME ELF-ID IS ITS
      * HEAD-TO-HEAD RECORD AGAINST THE OPPONENT IN LDR-OPP-ID, SO A
      * SEQUENTIAL READ RETURNS EACH ELF'S LADDER ROW FOLLOWED BY
      * ITS OPPONENTS IN ID ORDER. ROLLED BY ADV2 AS EACH DAY'S
      * STANDDD IS WRITTEN; BACKED OUT BY THE ADVDAILY RERUN AND
      * ARCHIVED AND CLEARED BY SEACLOSE, THE SAME AS SEASONDD.
      *
      * LDR-LAST-DATE IS THE LAST BUSINESS DATE ROLLED INTO THE ROW.
      * LDR-PRIOR-RATING AND LDR-PRIOR-DATE HOLD THE RATING AND DATE
      * AS THEY STOOD BEFORE THAT DAY, SO A RERUN BACKOUT CAN PUT
      * THE ROW BACK EXACTLY. RATING FIELDS ARE ZERO ON THE
      * HEAD-TO-HEAD ROWS.
      ******************************************************************
       01  LADDER-RECORD.
           05  LDR-KEY.
               10  LDR-ELF-ID        PIC X(06).
               10  LDR-OPP-ID        PIC X(06).
           05  FILLER                PIC X(02).
           05  LDR-SCORE             PIC 9(10).
           05  FILLER                PIC X(02).
           05  LDR-WINS              PIC 9(06).
           05  LDR-DRAWS             PIC 9(06).
           05  LDR-LOSSES            PIC 9(06).
           05  FILLER                PIC X(02).
           05  LDR-RATING            PIC 9(05).
           05  LDR-PRIOR-RATING      PIC 9(05).
           05  FILLER                PIC X(02).
           05  LDR-DAY-COUNT         PIC 9(05).
           05  LDR-LAST-DATE         PIC 9(08).
           05  LDR-PRIOR-DATE        PIC 9(08).
           05  FILLER                PIC X(01).
