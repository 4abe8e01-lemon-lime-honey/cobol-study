      *                   PH-GROSS-PAY - SO THE RETRO RUN CAN MAKE
      *                   THEM UP AT A BACKDATED RATE CHANGE.
      *                   RELOADED RECORDS CARRY ZERO.
      *  2026-10-15 DO    ADDED PH-PAY-GROUP OUT OF FILLER - THE PAY
      *                   GROUP THE ENTRY WAS PAID UNDER, SO TWO
      *                   GROUPS' PERIODS ENDING ON THE SAME DATE CAN
      *                   BE TOLD APART.  RECORD LENGTH UNCHANGED.
      *                   ENTRIES WRITTEN BEFORE PAY GROUPS EXISTED
      *                   CARRY SPACES AND BELONG TO ANY GROUP.
      *  2026-10-15 DO    ADDED PH-DEFERRAL, THE EMPLOYEE'S PRE-TAX
      *                   401(K) DEFERRAL TAKEN OUT OF PH-GROSS-PAY
      *                   BEFORE WITHHOLDING, AND PH-MATCH, THE
      *                   EMPLOYER MATCH ON IT.  RECORD LENGTH IS NOW
      *                   107 BYTES.  EXISTING FILES MUST BE RELOADED
      *                   AT THE NEW LENGTH WITH BOTH FIELDS ZEROED.
      *================================================================
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
           05  PH-NET-PAY                  PIC S9(07)V99.
           05  PH-RETRO-PAY                PIC S9(07)V99.
           05  PH-LEAVE-HOURS              PIC 9(03).
           05  PH-PAY-GROUP                PIC X(02).
           05  PH-DEFERRAL                 PIC 9(06)V99.
           05  PH-MATCH                    PIC 9(06)V99.
           05  FILLER                      PIC X(05).
