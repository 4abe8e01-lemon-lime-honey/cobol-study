      *  COPY MEMBER SHARED BY THE EMPLOYEE MAINTENANCE PROGRAM,
      *  WHICH WRITES ONE RECORD PER ADD OR CHANGE TRANSACTION, AND
      *  THE AUDRPT CHANGE-HISTORY REPORT PROGRAM.  THE BEFORE AND
      *  AFTER IMAGES ARE FULL COPIES OF EMP-MASTER-RECORD (205
      *  BYTES); AN ADD CARRIES A SPACE BEFORE-IMAGE.  THE FILE IS
      *  PERMANENT - IT IS ONLY EVER EXTENDED, NEVER REWRITTEN.
      *
      *                   BEFORE AUDRPT OR RETROPAY READ IT; AN
      *                   UNCONVERTED RECORD PARSES WITH BOTH IMAGES
      *                   MISALIGNED.
      *  2026-10-15 DO    IMAGES GREW AGAIN (177 BYTES - ADDRESS
      *                   STATE).  RECORD LENGTH IS NOW 383 BYTES;
      *                   THE EXISTING TRAIL IS CONVERTED THE SAME
      *                   WAY, EACH OLD IMAGE PADDED TO 177 BYTES.
      *  2026-10-15 DO    IMAGES GREW AGAIN (179 BYTES - PAY GROUP).
      *                   RECORD LENGTH IS NOW 387 BYTES; THE
      *                   EXISTING TRAIL IS CONVERTED THE SAME WAY,
      *                   EACH OLD IMAGE PADDED TO 179 BYTES.
      *  2026-10-15 DO    IMAGES GREW AGAIN (205 BYTES - 401(K)
      *                   ELECTION AND YTD DEFERRAL/MATCH).  RECORD
      *                   LENGTH IS NOW 439 BYTES; THE EXISTING TRAIL
      *                   IS CONVERTED THE SAME WAY, EACH OLD IMAGE
      *                   PADDED TO 205 BYTES.
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-DATE                    PIC 9(08).
               88  AUD-TRAN-ADD                         VALUE "A".
               88  AUD-TRAN-CHANGE                       VALUE "C".
           05  AUD-EMP-ID                  PIC 9(06).
           05  AUD-BEFORE-IMAGE            PIC X(205).
           05  AUD-AFTER-IMAGE             PIC X(205).
