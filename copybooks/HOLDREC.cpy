      ******************************************************************
      * HOLDREC - OUTLIER HOLD (SUSPENSE) RECORD.
      *
      * INDEXED MASTER ON HOLDDD, KEYED ON ELF-ID PLUS THE BUSINESS
      * DATE THE TOTAL BELONGS TO. ADV1 WRITES ONE ROW FOR EVERY
      * ELF WHOSE DAY TOTAL IT WOULD NOT POST TO THE SEASON MASTER -
      * OVER THE HOLDCEIL= CEILING, OR FAR OUTSIDE THE ELF'S OWN
      * RECENT DAYHISTDD AVERAGE - AND HOLDREL DECIDES IT: A RELEASE
      * POSTS THE TOTAL TO SEASONDD AND DAYHISTDD, A REJECT DROPS IT.
      *
      * HLD-REASON - C OVER THE CEILING, H HIGH AGAINST THE AVERAGE,
      * L LOW AGAINST THE AVERAGE. HLD-AVERAGE AND HLD-HIST-DAYS ARE
      * THE AVERAGE THE TOTAL WAS JUDGED AGAINST AND HOW MANY
      * HISTORY DAYS WENT INTO IT.
      * HLD-STATUS - P PENDING, R RELEASED, J REJECTED, WITH THE
      * DECIDING RUN'S BUSINESS DATE IN HLD-DECIDED-DATE.
      ******************************************************************
       01  HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-ELF-ID        PIC X(06).
               10  HLD-BUS-DATE      PIC 9(08).
           05  FILLER                PIC X(02).
           05  HLD-DAY-TOTAL         PIC 9(10).
           05  HLD-AVERAGE           PIC 9(10).
           05  HLD-HIST-DAYS         PIC 9(02).
           05  FILLER                PIC X(02).
           05  HLD-REASON            PIC X(01).
               88  HLD-OVER-CEILING      VALUE 'C'.
               88  HLD-HIGH-VS-AVERAGE   VALUE 'H'.
               88  HLD-LOW-VS-AVERAGE    VALUE 'L'.
           05  HLD-STATUS            PIC X(01).
               88  HLD-PENDING           VALUE 'P'.
               88  HLD-RELEASED          VALUE 'R'.
               88  HLD-REJECTED          VALUE 'J'.
           05  FILLER                PIC X(02).
           05  HLD-DECIDED-DATE      PIC 9(08).
           05  FILLER                PIC X(02).
           05  HLD-CAMP              PIC X(20).
           05  FILLER                PIC X(06).
