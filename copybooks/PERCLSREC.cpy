      ******************************************************************
      * PERCLSREC - CAMP PERIOD-CLOSE SUMMARY RECORD.
      *
      * SEQUENTIAL FILE ON PERCLSDD, APPENDED BY A PERRPT MONTH-END
      * (CLOSE=Y) RUN AND NEVER REWRITTEN - ONE 'C' ROW PER CAMP FOR
      * THE CLOSED MONTH, THEN ONE 'T' ROW CARRYING THE MONTH'S
      * ALL-CAMPS TOTALS. ONCE A MONTH IS ON THIS FILE PERRPT REPORTS
      * THAT MONTH FROM THESE ROWS, NOT FROM DAYHISTDD, SO A LATER
      * RJFX CREDIT OR DAY RERUN CANNOT MOVE A FINISHED MONTH.
      *
      * PCL-CALORIES INCLUDES THE RJFX CREDITS CHARGED TO THE MONTH;
      * PCL-CREDITS IS THAT CREDIT PORTION ON ITS OWN. PCL-CLOSE-DATE
      * IS THE BUSINESS DATE OF THE CLOSING RUN - THE MONTH'S LAST
      * DAY.
      ******************************************************************
       01  PERIOD-CLOSE-RECORD.
           05  PCL-REC-TYPE          PIC X(01).
               88  PCL-CAMP-ROW          VALUE 'C'.
               88  PCL-MONTH-TOTAL       VALUE 'T'.
           05  FILLER                PIC X(01).
           05  PCL-MONTH             PIC 9(06).
           05  FILLER                PIC X(02).
           05  PCL-CAMP              PIC X(20).
           05  FILLER                PIC X(02).
           05  PCL-CALORIES          PIC 9(12).
           05  FILLER                PIC X(02).
           05  PCL-ELF-DAYS          PIC 9(07).
           05  FILLER                PIC X(02).
           05  PCL-CREDITS           PIC 9(10).
           05  FILLER                PIC X(02).
           05  PCL-CLOSE-DATE        PIC 9(08).
           05  FILLER                PIC X(05).
