      *  VOIDS A CHECK-PAID PAY ENTRY IT APPENDS A "V" RECORD UNDER
      *  THE SAME CHECK NUMBER - THE "I" ISSUE RECORD STANDS, AND A
      *  CHECK NUMBER'S CURRENT STANDING IS ITS LAST RECORD ON FILE.
      *  WHEN THE BANK'S PAID-ITEMS FILE IS RECONCILED (CHKRECON), A
      *  "P" RECORD IS APPENDED FOR EACH CHECK THE BANK PAID - IT
      *  REPEATS THE ISSUE RECORD'S EMPLOYEE, PERIOD AND ISSUE DATE
      *  AND CARRIES THE AMOUNT PAID AND THE BANK'S PAID DATE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 DO    DOCUMENTED THE "V" VOID RECORDS OFFCYCLE
      *                   APPENDS; GLPROOF NETS THEM OUT OF THE CASH
      *                   PROOF.
      *  2026-10-15 DO    ADDED THE "P" PAID RECORD AND CKR-PAID-DATE
      *                   OUT OF FILLER - RECORD LENGTH IS STILL 68
      *                   BYTES.  PAYCHK, OFFCYCLE AND GLPROOF TEST
      *                   FOR "I" AND "V" ONLY AND PASS A "P" BY.
      *  2026-10-15 DO    ADDED CKR-PAY-GROUP OUT OF FILLER - THE PAY
      *                   GROUP OF THE PAY ENTRY THE CHECK WAS CUT
      *                   FOR.  RECORD LENGTH IS STILL 68 BYTES.
      *                   RECORDS WRITTEN BEFORE PAY GROUPS EXISTED
      *                   CARRY SPACES AND BELONG TO ANY GROUP.
      *================================================================
       01  CHECK-REGISTER-RECORD.
           05  CKR-CHECK-NO                PIC 9(06).
           05  CKR-STATUS                  PIC X(01).
               88  CKR-ISSUED                           VALUE "I".
               88  CKR-VOIDED                           VALUE "V".
               88  CKR-PAID                             VALUE "P".
           05  CKR-PAID-DATE               PIC 9(08).
           05  CKR-PAY-GROUP               PIC X(02).
