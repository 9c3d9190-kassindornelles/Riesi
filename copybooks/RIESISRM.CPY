      *    HDR-SOURCE-SYSTEM A FEED CARRIES. ONLY REGISTERED, ACTIVE
      *    SOURCES MAY DELIVER TO RIESI. EXPECTED DELIVERY DAYS RUN
      *    MONDAY THROUGH SUNDAY, Y MEANING A FEED IS DUE THAT DAY.
      *    VOLUME TOLERANCE (RIESIVOL): A VERIFIED BATCH IS OUT OF
      *    BAND WHEN ITS DETAIL COUNT IS BELOW VOL-LOW-PCT OR ABOVE
      *    VOL-HIGH-PCT PER CENT OF THE SOURCE'S AVERAGE BATCH FOR
      *    THAT DAY OF THE WEEK. ZERO (OR SPACES, ON RECORDS THAT
      *    PREDATE THE FIELDS) TAKES THE VOLPARM DEFAULT. WITH
      *    VOL-HOLD-OPT Y AN OUT-OF-BAND BATCH ALSO PUTS THE SOURCE
      *    ON HOLD: VOL-HOLD Y, SET ON THE VOL-HOLD-DATE, KEEPS ITS
      *    MATCHES OUT OF THE EXTRACT (RIESIXTR) UNTIL RELEASED.
      *****************************************************************
           05 :PREFIX:-SOURCE-ID             PIC X(8).
           05 :PREFIX:-NAME                  PIC X(30).
           05 :PREFIX:-STATUS                PIC X.
               88 :PREFIX:-ACTIVE            VALUE "A".
               88 :PREFIX:-INACTIVE          VALUE "I".
           05 :PREFIX:-VOL-LOW-PCT           PIC 9(3).
           05 :PREFIX:-VOL-HIGH-PCT          PIC 9(3).
           05 :PREFIX:-VOL-HOLD-OPT          PIC X.
               88 :PREFIX:-VOL-HOLD-WANTED   VALUE "Y".
           05 :PREFIX:-VOL-HOLD              PIC X.
               88 :PREFIX:-VOL-HELD          VALUE "Y".
           05 :PREFIX:-VOL-HOLD-DATE         PIC X(8).
