      * TO A SHARED SEQUENTIAL AUDIT FILE THAT ACCUMULATES ACROSS RUNS
      * (OPENED EXTEND, NEVER TRUNCATED) SO A DAY'S CALORIE COUNT OR
      * MATCH SCORE CAN BE PROVEN WEEKS LATER WITHOUT THE JOB LOG.
      *
      * AUD-MAKER-ID AND AUD-APPROVER-ID ARE FILLED ONLY ON THE RJFX
      * ENTRIES - THE OPERATOR WHO KEYED THE CORRECTION AND THE ONE
      * WHO APPROVED IT. NO OTHER WRITER SETS THEM.
      *
      * EVERY WRITER CLOSES ITS RUN WITH A SEAL RECORD (PROGRAM ID
      * SEAL, BUILT BY AUDSEAL): THE RUN'S BUSINESS DATE, THE
      * SEALED PROGRAM IN AUD-SEALED-PROGRAM, THE RUN'S RECORD COUNT
      * IN AUD-RECORD-NUMBER, THE HASH TOTAL OF THEIR AUD-RESULT IN
      * AUD-RESULT, AND THE CHAIN VALUE OF THE SEAL BEFORE IT PLUS
      * ITS OWN IN THE LINK AREA. AUDVER WALKS AND PROVES THE CHAIN.
      ******************************************************************
       01  AUDIT-LINE.
           05  AUD-RUN-DATE          PIC 9(08).
           05  FILLER                PIC X(02).
           05  AUD-PROGRAM-ID        PIC X(04).
               88  AUD-RUN-SEAL          VALUE 'SEAL'.
           05  FILLER                PIC X(02).
           05  AUD-RECORD-NUMBER     PIC 9(10).
           05  FILLER                PIC X(02).
           05  AUD-KEY-FIELD         PIC X(10).
           05  AUD-SEAL-KEY REDEFINES AUD-KEY-FIELD.
               10  AUD-SEALED-PROGRAM PIC X(04).
               10  FILLER            PIC X(06).
           05  FILLER                PIC X(02).
           05  AUD-RESULT            PIC 9(10).
           05  AUD-OPERATOR-AREA.
               10  FILLER            PIC X(02).
               10  AUD-MAKER-ID      PIC X(08).
               10  FILLER            PIC X(02).
               10  AUD-APPROVER-ID   PIC X(08).
               10  FILLER            PIC X(10).
           05  AUD-SEAL-LINK REDEFINES AUD-OPERATOR-AREA.
               10  FILLER            PIC X(02).
               10  AUD-SEAL-PREV-CHAIN PIC 9(10).
               10  FILLER            PIC X(02).
               10  AUD-SEAL-CHAIN    PIC 9(10).
               10  FILLER            PIC X(06).
