      ******************************************************************
      * NOSHOWREC - ELF ATTENDANCE STREAK RECORD.
      *
      * INDEXED MASTER ON NOSHOWDD, KEYED ON ELF-ID. ONE ROW FOR
      * EVERY ACTIVE ELF CURRENTLY MISSING FROM THE DAILY RUN -
      * NO CALORIE TOTAL ON DAYTOTDD, NO TOURNAMENT ROW ON STANDDD,
      * OR BOTH. MAINTAINED BY NOSHOW: A MISSED DAY ADDS ONE TO
      * NSH-DAY-COUNT, A DAY SEEN BACK (OR THE ELF GOING ON LEAVE
      * OR RETIRING) DELETES THE ROW, SO THE COUNT IS ALWAYS THE
      * CURRENT RUN OF CONSECUTIVE MISSED DAYS.
      *
      * NSH-FIRST-DATE IS THE FIRST BUSINESS DATE OF THE STREAK,
      * NSH-LAST-DATE THE LATEST ONE COUNTED. NSH-PRIOR-DATE HOLDS
      * THE LAST DATE AS IT STOOD BEFORE THAT, SO RERUNNING A DATE
      * NEVER COUNTS IT TWICE AND A RERUN THAT NOW FINDS THE ELF
      * CAN PUT THE ROW BACK.
      ******************************************************************
       01  NOSHOW-RECORD.
           05  NSH-ELF-ID            PIC X(06).
           05  FILLER                PIC X(02).
           05  NSH-DAY-COUNT         PIC 9(05).
           05  FILLER                PIC X(02).
           05  NSH-FIRST-DATE        PIC 9(08).
           05  FILLER                PIC X(02).
           05  NSH-LAST-DATE         PIC 9(08).
           05  FILLER                PIC X(02).
           05  NSH-PRIOR-DATE        PIC 9(08).
           05  FILLER                PIC X(37).
