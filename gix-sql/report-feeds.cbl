      * 2026-09-02  The receipt count now TRIMs the fetched system   *
      *             code - codes shorter than ten characters were    *
      *             never matching their stored receipts.            *
      * 2026-10-15  Receipts for feeds that were backed out no longer *
      *             count as received.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FROM feeds_received
               WHERE system = TRIM(:WS-SYSTEM-CODE)
                 AND feed_date = :WS-TODAY-DATE
                 AND backed_out_at IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
