      *  AHEAD OF AN EARLIER PERIOD THAT IS NOT YET FINALIZED - THE
      *  CHECKPOINT ONLY EVER PROTECTED A SINGLE RUN, NOT THE PERIOD.
      *
      *  EACH PAY GROUP KEEPS ITS OWN CALENDAR IN THE FILE, KEYED BY
      *  PC-PAY-GROUP, AND EVERY RECORD OF A GROUP CARRIES THE GROUP'S
      *  PAY FREQUENCY.  THE FREQUENCY SETS THE PERIODS PER YEAR AND
      *  THE FIRST DAY OF THE PERIOD ENDING ON PC-PERIOD-END -
      *     W  WEEKLY       52 - THE SIX DAYS BEFORE THE END DATE.
      *     B  BIWEEKLY     26 - THE THIRTEEN DAYS BEFORE IT.
      *     S  SEMIMONTHLY  24 - THE 1ST OR THE 16TH OF THE MONTH.
      *     M  MONTHLY      12 - THE 1ST OF THE MONTH.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-09-02 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    ADDED PC-PAY-GROUP AND PC-FREQUENCY FOR PAY
      *                   GROUPS.  RECORD LENGTH IS NOW 12 BYTES.  THE
      *                   EXISTING CALENDAR IS RELOADED AS GROUP "WK",
      *                   FREQUENCY "W".
      *================================================================
       01  PAY-CALENDAR-RECORD.
           05  PC-PAY-GROUP                PIC X(02).
           05  PC-FREQUENCY                PIC X(01).
               88  PC-FREQ-WEEKLY                       VALUE "W".
               88  PC-FREQ-BIWEEKLY                      VALUE "B".
               88  PC-FREQ-SEMIMONTHLY                   VALUE "S".
               88  PC-FREQ-MONTHLY                       VALUE "M".
               88  PC-FREQ-VALID                VALUE "W" "B" "S" "M".
           05  PC-PERIOD-END               PIC 9(08).
           05  PC-STATUS                   PIC X(01).
               88  PC-STATUS-OPEN                       VALUE "O".
