      *                   AT STRAIGHT TIME OUTSIDE THE PAYCALC
      *                   BANDS, AND A VACATION WEEK USED TO
      *                   GENERATE NO ADJUSTMENT AT ALL.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 383
      *                   BYTES WITH THE 177-BYTE MASTER IMAGES.
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 387
      *                   BYTES WITH THE 179-BYTE MASTER IMAGES (PAY
      *                   GROUP).
      *  2026-10-15 DO    TRACKED THE AUDIT RECORD GROWING TO 439
      *                   BYTES WITH THE 205-BYTE MASTER IMAGES (401(K)
      *                   ELECTION AND YTD DEFERRAL/MATCH).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 439 CHARACTERS.
           COPY EMPAUDIT.

       FD  PAY-HISTORY-FILE.
