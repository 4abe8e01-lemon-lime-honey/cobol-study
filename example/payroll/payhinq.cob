      *                   OFF-CYCLE ENTRIES - THE LIST SHOWS EACH
      *                   ENTRY'S TYPE (R/M/V) AND THE REPRINT ASKS
      *                   FOR THE SEQ (0 = THE SCHEDULED RUN).
      *  2026-10-15 DO    THE STUB REPRINT NOW SHOWS THE 401(K)
      *                   DEFERRAL AND EMPLOYER MATCH WHEN THE PERIOD
      *                   CARRIED THEM, AS THE CHECK STUB DOES.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHINQ.
           MOVE PH-GROSS-PAY     TO SB-AMOUNT.
           WRITE INQUIRY-REPORT-LINE FROM STUB-AMOUNT-LINE.

           IF PH-DEFERRAL NOT = 0
               MOVE "401K DEFERRAL"  TO SB-LABEL
               MOVE PH-DEFERRAL      TO SB-AMOUNT
               WRITE INQUIRY-REPORT-LINE FROM STUB-AMOUNT-LINE
           END-IF.

           MOVE "TAX WITHHELD"   TO SB-LABEL.
           MOVE PH-TAX           TO SB-AMOUNT.
           WRITE INQUIRY-REPORT-LINE FROM STUB-AMOUNT-LINE.
           MOVE PH-NET-PAY       TO SB-AMOUNT.
           WRITE INQUIRY-REPORT-LINE FROM STUB-AMOUNT-LINE.

           IF PH-MATCH NOT = 0
               MOVE "401K ER MATCH"  TO SB-LABEL
               MOVE PH-MATCH         TO SB-AMOUNT
               WRITE INQUIRY-REPORT-LINE FROM STUB-AMOUNT-LINE
           END-IF.

           DISPLAY "Paystub reprinted for employee " WS-ASK-EMP-ID
               " period " WS-ASK-PERIOD-END.
       2000-REPRINT-STUB-EXIT.
