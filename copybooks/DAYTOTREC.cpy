      * DTO-RUN-DATE CARRIES THE BUSINESS DATE THE TOTALS BELONG TO,
      * SO A BACKOUT CAN PROVE THE FILE IS THE RIGHT DATE'S BEFORE
      * SUBTRACTING ANYTHING.
      *
      * DTO-HOLD-FLAG - 'H' WHEN ADV1 HELD THE ELF'S TOTAL ON THE
      * HOLDDD SUSPENSE FILE INSTEAD OF POSTING IT TO THE SEASON
      * MASTER. THE ROW STILL CARRIES THE TOTAL SO THE DAY BALANCES
      * AGAINST THE TRAIL, BUT NOTHING THAT REVERSES OR EXTENDS THE
      * SEASON POSTING MAY TAKE IT - HOLDREL POSTS IT ON RELEASE.
      ******************************************************************
       01  DAYTOT-RECORD.
           05  DTO-ELF-ID            PIC X(06).
           05  DTO-DAY-TOTAL         PIC 9(10).
           05  FILLER                PIC X(02).
           05  DTO-RUN-DATE          PIC 9(08).
           05  FILLER                PIC X(02).
           05  DTO-HOLD-FLAG         PIC X(01).
               88  DTO-HELD              VALUE 'H'.
               88  DTO-POSTED            VALUE ' '.
           05  FILLER                PIC X(49).
