      *             table too, so an inquiry against a fresh        *
      *             database answers "no record on file" instead of *
      *             failing on the missing table.                    *
      * 2026-10-15  A row a feed backout left live under a legal      *
      *             hold shows a HELD event instead of a delete.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
      * write the previous one out now that it is settled.
           IF WS-PREV-PENDING
               MOVE SPACES TO AUDIT-RPT-RECORD
               EVALUATE WS-PREV-ACTION
                   WHEN 'U'
                       STRING "  UPDATED   " DELIMITED BY SIZE
                           WS-PREV-AT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PREV-MESSAGE DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-HIST-MESSAGE DELIMITED BY SIZE
                           INTO AUDIT-RPT-RECORD
                   WHEN 'H'
                       PERFORM 368-FORMAT-HELD-EVENT
                   WHEN OTHER
      * A delete followed by more history means the id was reused by
      * a later load - say so rather than inventing an after-text.
                       STRING "  DELETED   " DELIMITED BY SIZE
                           WS-PREV-AT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PREV-MESSAGE DELIMITED BY SIZE
                           " -> (deleted; id later reused)"
                           DELIMITED BY SIZE
                           INTO AUDIT-RPT-RECORD
               END-EVALUATE
               WRITE AUDIT-RPT-RECORD
           END-IF

      * The last event has no successor - its after-text is what the
      * row says now, or nothing at all if the last event deleted it.
           MOVE SPACES TO AUDIT-RPT-RECORD
           EVALUATE WS-PREV-ACTION
               WHEN 'U'
                   IF WS-ROW-LIVE OR WS-ROW-ARCHIVED
                       STRING "  UPDATED   " DELIMITED BY SIZE
                           WS-PREV-AT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PREV-MESSAGE DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-CUR-MESSAGE DELIMITED BY SIZE
                           INTO AUDIT-RPT-RECORD
                   ELSE
                       STRING "  UPDATED   " DELIMITED BY SIZE
                           WS-PREV-AT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PREV-MESSAGE DELIMITED BY SIZE
                           " -> (row no longer on file)"
                           DELIMITED BY SIZE
                           INTO AUDIT-RPT-RECORD
                   END-IF
               WHEN 'H'
                   PERFORM 368-FORMAT-HELD-EVENT
               WHEN OTHER
                   STRING "  DELETED   " DELIMITED BY SIZE
                       WS-PREV-AT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PREV-MESSAGE DELIMITED BY SIZE
                       " -> (deleted)" DELIMITED BY SIZE
                       INTO AUDIT-RPT-RECORD
           END-EVALUATE
           WRITE AUDIT-RPT-RECORD.

       368-FORMAT-HELD-EVENT.
      * A feed backout that found the row under a legal hold left it
      * live and only took it off the feed - the text did not change.
           STRING "  HELD      " DELIMITED BY SIZE
               WS-PREV-AT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PREV-MESSAGE DELIMITED BY SIZE
               " (kept on hold; feed backed out)" DELIMITED BY SIZE
               INTO AUDIT-RPT-RECORD.

       370-WRITE-DISPOSITION.
      * Where the row is now - archived and when, restored and when,
      * still live, or gone.
