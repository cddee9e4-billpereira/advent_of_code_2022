      ******************************************************************
      * CATDAYREC - ONE DAY'S CALORIES BY FOOD CATEGORY.
      *
      * WRITTEN FRESH BY EVERY ADV1 RUN ON CATDAYDD. AN 'E' ROW IS
      * ONE ELF'S CALORIES IN ONE CATEGORY, CHARGED TO THE CAMP THE
      * ELF WAS IN ON THE BUSINESS DATE; A 'C' ROW IS THE CAMP'S
      * TOTAL FOR THE CATEGORY WITH THE NUMBER OF ELVES WHO ATE FROM
      * IT. A BLANK CTD-CATEGORY IS THE UNCATEGORIZED BUCKET - LINES
      * KEYED WITH NO CODE. CAMP ROWS INCLUDE HELD ELVES, THE SAME
      * AS THE CAMPRPTDD ROLLUP THEY BREAK DOWN.
      *
      * READ BY NUTRMIX FOR THE NUTRITION-MIX REPORT AND BY CAMPREQ
      * WHEN IT SPLITS A REQUISITION BY CATEGORY.
      ******************************************************************
       01  CAT-DAY-RECORD.
           05  CTD-REC-TYPE          PIC X(01).
               88  CTD-ELF-ROW           VALUE 'E'.
               88  CTD-CAMP-ROW          VALUE 'C'.
           05  FILLER                PIC X(01).
           05  CTD-ELF-ID            PIC X(06).
           05  FILLER                PIC X(02).
           05  CTD-CAMP              PIC X(20).
           05  FILLER                PIC X(02).
           05  CTD-CATEGORY          PIC X(02).
           05  FILLER                PIC X(02).
           05  CTD-CALORIES          PIC 9(12).
           05  FILLER                PIC X(02).
           05  CTD-ELF-COUNT         PIC 9(05).
           05  FILLER                PIC X(02).
           05  CTD-BUS-DATE          PIC 9(08).
           05  FILLER                PIC X(15).
