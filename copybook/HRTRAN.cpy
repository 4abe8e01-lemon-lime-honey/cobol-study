      *================================================================
      *  HRTRAN   - HR BATCH TRANSACTION RECORD LAYOUT
      *
      *  COPY MEMBER FOR THE HR TRANSACTION FILE APPLIED TO THE
      *  EMPLOYEE MASTER BY THE EMPLOYEE MAINTENANCE PROGRAM'S BATCH
      *  MODE (OPEN ENROLLMENT, NEW-HIRE CLASSES, REORGANIZATIONS).
      *
      *  THE FILE CARRIES ONE "H" BATCH HEADER AS ITS FIRST RECORD,
      *  NAMING THE BATCH OPERATOR ID THAT GOES ON EVERY EMPAUDIT
      *  RECORD THE BATCH WRITES; ONE "D" DETAIL RECORD PER
      *  TRANSACTION, KEYED ON HT-EMP-ID; AND ONE "T" BATCH TRAILER AS
      *  ITS LAST RECORD WITH THE DETAIL COUNT, SO A SHORT FILE IS
      *  CAUGHT BEFORE ANY TRANSACTION IS APPLIED.
      *
      *  DETAIL TRANSACTION CODES AND THEIR VIEWS OF HT-TRAN-DATA:
      *     A  ADD         - HT-ADD-DATA, THE WHOLE NEW RECORD.
      *     C  CHANGE      - HT-CHANGE-DATA, ONE FIELD GROUP NAMED BY
      *                      HT-FIELD-CODE WITH ITS NEW VALUE IN THE
      *                      MATCHING HT-CHG- VIEW OF HT-FIELD-VALUE.
      *     T  TERMINATE   - HT-TERM-DATE.
      *     R  REHIRE      - HT-REHIRE-DATE (BECOMES THE HIRE DATE).
      *  ZERO IN A DATE FIELD MEANS THE RUN DATE, AS AT THE PROMPTS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.  RECORD LENGTH 120 BYTES.
      *  2026-10-15 DO    ADDED THE PAY GROUP TO THE ADD VIEW (OUT OF
      *                   FILLER) AND THE "PAYGROUP" CHANGE FIELD.
      *                   RECORD LENGTH IS STILL 120 BYTES.
      *================================================================
       01  HR-TRAN-RECORD.
           05  HT-RECORD-TYPE              PIC X(01).
               88  HT-HEADER-RECORD                     VALUE "H".
               88  HT-DETAIL-RECORD                     VALUE "D".
               88  HT-TRAILER-RECORD                    VALUE "T".
           05  HT-DETAIL-DATA.
               10  HT-TRAN-CODE            PIC X(01).
                   88  HT-TRAN-ADD                      VALUE "A".
                   88  HT-TRAN-CHANGE                    VALUE "C".
                   88  HT-TRAN-TERMINATE                 VALUE "T".
                   88  HT-TRAN-REHIRE                    VALUE "R".
               10  HT-EMP-ID               PIC 9(06).
               10  HT-TRAN-DATA            PIC X(112).
               10  HT-ADD-DATA REDEFINES HT-TRAN-DATA.
                   15  HT-NAME             PIC X(20).
                   15  HT-AGE              PIC 9(03).
                   15  HT-DEPT             PIC 9(04).
                   15  HT-SALARY           PIC 9(06).
                   15  HT-PAY-METHOD       PIC X(01).
                   15  HT-BANK-ROUTING     PIC 9(09).
                   15  HT-BANK-ACCOUNT     PIC X(17).
                   15  HT-PAY-TYPE         PIC X(01).
                   15  HT-HOURLY-RATE      PIC 9(05).
                   15  HT-RATE-EFF-DATE    PIC 9(08).
                   15  HT-VAC-BALANCE      PIC 9(03)V99.
                   15  HT-SICK-BALANCE     PIC 9(03)V99.
                   15  HT-VAC-ACCRUAL      PIC 9V99.
                   15  HT-SICK-ACCRUAL     PIC 9V99.
                   15  HT-STATUS           PIC X(01).
                   15  HT-HIRE-DATE        PIC 9(08).
                   15  HT-ADD-TERM-DATE    PIC 9(08).
                   15  HT-ADDR-STATE       PIC X(02).
                   15  HT-PAY-GROUP        PIC X(02).
                   15  FILLER              PIC X(01).
               10  HT-CHANGE-DATA REDEFINES HT-TRAN-DATA.
                   15  HT-FIELD-CODE       PIC X(08).
                       88  HT-FLD-NAME                  VALUE "NAME".
                       88  HT-FLD-AGE                   VALUE "AGE".
                       88  HT-FLD-DEPT                  VALUE "DEPT".
                       88  HT-FLD-SALARY                VALUE "SALARY".
                       88  HT-FLD-PAY-METHOD            VALUE "PAYMETH".
                       88  HT-FLD-PAY-TYPE              VALUE "PAYTYPE".
                       88  HT-FLD-RATE                  VALUE "RATE".
                       88  HT-FLD-PTO                   VALUE "PTO".
                       88  HT-FLD-STATUS                VALUE "STATUS".
                       88  HT-FLD-STATE                 VALUE "STATE".
                       88  HT-FLD-PAY-GROUP             VALUE
                           "PAYGROUP".
                   15  HT-FIELD-VALUE      PIC X(104).
                   15  HT-CHG-NAME REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-NAME     PIC X(20).
                       20  FILLER          PIC X(84).
                   15  HT-CHG-AGE REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-AGE      PIC 9(03).
                       20  FILLER          PIC X(101).
                   15  HT-CHG-DEPT REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-DEPT     PIC 9(04).
                       20  FILLER          PIC X(100).
                   15  HT-CHG-SALARY REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-SALARY   PIC 9(06).
                       20  FILLER          PIC X(98).
                   15  HT-CHG-PAY-METHOD REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-PAY-METHOD    PIC X(01).
                       20  HT-NEW-BANK-ROUTING  PIC 9(09).
                       20  HT-NEW-BANK-ACCOUNT  PIC X(17).
                       20  FILLER               PIC X(77).
                   15  HT-CHG-PAY-TYPE REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-PAY-TYPE      PIC X(01).
                       20  HT-NEW-TYPE-RATE     PIC 9(05).
                       20  HT-NEW-TYPE-EFF-DATE PIC 9(08).
                       20  FILLER               PIC X(90).
                   15  HT-CHG-RATE REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-RATE          PIC 9(05).
                       20  HT-NEW-RATE-EFF-DATE PIC 9(08).
                       20  FILLER               PIC X(91).
                   15  HT-CHG-PTO REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-VAC-BALANCE   PIC 9(03)V99.
                       20  HT-NEW-SICK-BALANCE  PIC 9(03)V99.
                       20  HT-NEW-VAC-ACCRUAL   PIC 9V99.
                       20  HT-NEW-SICK-ACCRUAL  PIC 9V99.
                       20  FILLER               PIC X(88).
                   15  HT-CHG-STATUS REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-STATUS        PIC X(01).
                       20  FILLER               PIC X(103).
                   15  HT-CHG-STATE REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-ADDR-STATE    PIC X(02).
                       20  FILLER               PIC X(102).
                   15  HT-CHG-PAY-GROUP REDEFINES HT-FIELD-VALUE.
                       20  HT-NEW-PAY-GROUP     PIC X(02).
                       20  FILLER               PIC X(102).
               10  HT-TERM-DATA REDEFINES HT-TRAN-DATA.
                   15  HT-TERM-DATE        PIC 9(08).
                   15  FILLER              PIC X(104).
               10  HT-REHIRE-DATA REDEFINES HT-TRAN-DATA.
                   15  HT-REHIRE-DATE      PIC 9(08).
                   15  FILLER              PIC X(104).
           05  HT-HEADER-DATA REDEFINES HT-DETAIL-DATA.
               10  HT-BATCH-OPERATOR       PIC X(08).
               10  HT-BATCH-DATE           PIC 9(08).
               10  FILLER                  PIC X(103).
           05  HT-TRAILER-DATA REDEFINES HT-DETAIL-DATA.
               10  HT-TRAN-COUNT           PIC 9(06).
               10  FILLER                  PIC X(113).
