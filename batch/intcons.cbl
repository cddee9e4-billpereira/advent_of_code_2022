      *                     CONSREJDD AS AN EXCEPTION INSTEAD OF
      *                     DOUBLING THE ELF'S DAY TOTAL, WHICH THE
      *                     HAND SPLICE ALREADY LET THROUGH ONCE.
      *    2026-10-11  BP   THE FOOD CATEGORY CODE A CALORIE LINE MAY
      *                     NOW CARRY (COLUMNS 13-14) IS NAMED ON THE
      *                     FUNNEL RECORD AND RIDES THROUGH THE MERGE
      *                     UNTOUCHED - IT IS NOT PART OF THE BATCH
      *                     HASH, WHICH STAYS CALORIES ONLY - AND THE
      *                     REGISTER COUNTS THE CODED LINES MERGED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BATCH-REC.
          05 BRC-CALORY-VALUE PIC X(5).
          05 BRC-ELF-ID       PIC X(6).
          05 FILLER           PIC X(1).
          05 BRC-FOOD-CATEGORY PIC X(2).
          05 FILLER           PIC X(66).
       01 WS-BATCH-REC-HDR REDEFINES WS-BATCH-REC.
          05 BRH-MARKER       PIC X(1).
          05 FILLER           PIC X(2).
       01 WS-BLOCKS-MERGED     PIC 9(6) VALUE ZERO.
       01 WS-DUP-BLOCKS        PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-WRITTEN   PIC 9(10) VALUE ZERO.
       01 WS-CODED-WRITTEN     PIC 9(10) VALUE ZERO.
       01 WS-REJECT-TOTAL      PIC 9(10) VALUE ZERO.

       01 WS-BATCH-DETAIL.
           MOVE WS-BATCH-REC TO CONS-OUT-LINE.
           WRITE CONS-OUT-LINE.
           ADD 1 TO WS-RECORDS-WRITTEN.
           IF BRC-CALORY-VALUE NOT = SPACES
                 AND BRC-FOOD-CATEGORY NOT = SPACES THEN
              ADD 1 TO WS-CODED-WRITTEN
           END-IF.
       3400-EXIT.
           EXIT.

           MOVE "RECORDS WRITTEN TO CONSOUTDD" TO CNS-TOTAL-LABEL.
           MOVE WS-RECORDS-WRITTEN TO CNS-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "CATEGORY-CODED LINES MERGED" TO CNS-TOTAL-LABEL.
           MOVE WS-CODED-WRITTEN TO CNS-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RECORDS DIVERTED TO CONSREJDD" TO CNS-TOTAL-LABEL.
           MOVE WS-REJECT-TOTAL TO CNS-TOTAL-VALUE.
           PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
