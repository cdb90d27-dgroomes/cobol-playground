      *             table too, so a sweep against a fresh database   *
      *             sweeps zero rows instead of failing on the       *
      *             missing table.                                   *
      * 2026-10-15  Rows under an active legal hold are no longer    *
      *             swept even once lapsed - each one is listed on   *
      *             the shared HOLD-SKIP-RPT trail instead, and the  *
      *             reconciliation now also proves purged plus       *
      *             skipped-on-hold equals the rows that lapsed.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-CONFIG-STATUS.

      * One record per lapsed row left in place because a legal hold
      * covers it - shared with every program that archives, expires,
      * changes or removes messages, and appended.
           SELECT OPTIONAL HOLD-SKIP-RPT ASSIGN TO "HOLD-SKIP-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-SKIP-RPT-STATUS.

      * Persistent SQL error/audit log, shared with HELLO-WORLD-SQL
      * and ARCHIVE-MESSAGES-SQL.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  HOLD-SKIP-RPT
           RECORDING MODE IS F.
           COPY HOLDSKRC.

       FD  SQL-ERROR-LOG
           RECORDING MODE IS F.
       01  SQL-ERROR-LOG-RECORD        PIC X(132).
       01  WS-ARCHIVE-COUNT-DISP   PIC Z(8)9.
       01  WS-DELETE-COUNT-DISP    PIC Z(8)9.

      * Legal hold skips - every lapsed row is either purged or
      * skipped on hold, so the two together must make up the
      * eligible count taken before anything moved.
       01  WS-ELIGIBLE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HOLD-SKIP-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ELIGIBLE-COUNT-DISP  PIC Z(8)9.
       01  WS-ACCOUNTED-COUNT-DISP PIC Z(8)9.

      * HOLD-SKIP-RPT file handling and the held row in hand.
      * Status 05 is a successful open that had to create the
      * optional file first - normal for the very first run.
       01  WS-HOLD-SKIP-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-HOLD-SKIP-RPT-OK     VALUE '00' '05'.
       01  WS-HELD-ID              PIC 9(9) VALUE ZERO.
       01  WS-HELD-HOLD-ID         PIC X(8) VALUE SPACES.
       01  WS-HELD-MATTER-REF      PIC X(20) VALUE SPACES.
       01  WS-HELD-EOF-SW          PIC X VALUE 'N'.
           88  WS-HELD-EOF             VALUE 'Y'.

      * Today's date - the expiry cutoff. A row expiring today is
      * still current through end of day and lapses on tomorrow's
      * sweep.
           PERFORM 150-LOAD-CONFIGURATION
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-TABLES
           PERFORM 350-COUNT-ELIGIBLE-ROWS
           PERFORM 360-LIST-HELD-ROWS
           PERFORM 400-ARCHIVE-EXPIRED-ROWS
           PERFORM 500-DELETE-EXPIRED-ROWS
           PERFORM 600-VERIFY-DATA
               END-IF
           END-IF.

      * The legal hold register - same DDL MAINTAIN-HOLDS-SQL issues,
      * so an empty register on a new database holds nothing back.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS legal_holds (
                       hold_id TEXT PRIMARY KEY,
                       hold_type TEXT NOT NULL,
                       id_from INTEGER,
                       id_to INTEGER,
                       category TEXT,
                       date_from TEXT,
                       date_to TEXT,
                       matter_ref TEXT NOT NULL,
                       placed_by TEXT NOT NULL,
                       placed_on TEXT NOT NULL,
                       released_by TEXT,
                       released_on TEXT,
                       status TEXT NOT NULL DEFAULT 'A'
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ legal_holds table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       350-COUNT-ELIGIBLE-ROWS.
      * Every lapsed row, held or not - the figure the purged and
      * skipped-on-hold counts must add back up to.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ELIGIBLE-COUNT
                   FROM messages
                   WHERE TRIM(IFNULL(expires_on, '')) <> ''
                     AND expires_on < :WS-TODAY-DATE
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-ELIGIBLE-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY "✓ Lapsed rows found: " WS-DISPLAY-COUNT
               ELSE
                   DISPLAY "✗ Lapsed row count failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "350-COUNT-ELIGIBLE-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       360-LIST-HELD-ROWS.
      * Every lapsed row that an active legal hold covers goes on
      * HOLD-SKIP-RPT, naming the lowest hold id covering it and
      * that hold's matter. The held-row test - an I/R hold on the
      * id, a C hold on the category or a D hold on the created date
      * - is the same one 400 and 500 exclude on. A held row stays
      * lapsed, so it is listed again every night until the hold is
      * released.
           IF WS-PROGRAM-OK
               OPEN EXTEND HOLD-SKIP-RPT
               IF NOT WS-HOLD-SKIP-RPT-OK
                   DISPLAY "✗ Unable to open HOLD-SKIP-RPT. STATUS: "
                           WS-HOLD-SKIP-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
      * SQLite takes the bare matter_ref from the row MIN() picked.
               EXEC SQL
                   DECLARE HELD-CURSOR CURSOR FOR
                   SELECT messages.id, MIN(h.hold_id), h.matter_ref
                   FROM messages, legal_holds h
                   WHERE TRIM(IFNULL(messages.expires_on, '')) <> ''
                     AND messages.expires_on < :WS-TODAY-DATE
                     AND h.status = 'A'
                     AND ((h.hold_type IN ('I', 'R')
                           AND messages.id
                               BETWEEN h.id_from AND h.id_to)
                       OR (h.hold_type = 'C'
                           AND messages.category = h.category)
                       OR (h.hold_type = 'D'
                           AND DATE(messages.created_at)
                               BETWEEN h.date_from AND h.date_to))
                   GROUP BY messages.id
                   ORDER BY messages.id
               END-EXEC

               EXEC SQL
                   OPEN HELD-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'N' TO WS-HELD-EOF-SW
                   PERFORM 370-FETCH-HELD-ROW
                       UNTIL WS-HELD-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE HELD-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Held row cursor open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "360-LIST-HELD-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-HOLD-SKIP-RPT-OK
               CLOSE HOLD-SKIP-RPT
               MOVE WS-HOLD-SKIP-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "✓ Rows skipped on hold: " WS-DISPLAY-COUNT
           END-IF.

       370-FETCH-HELD-ROW.
           EXEC SQL
               FETCH HELD-CURSOR
               INTO :WS-HELD-ID, :WS-HELD-HOLD-ID, :WS-HELD-MATTER-REF
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   SET WS-HELD-EOF TO TRUE
               WHEN 0
                   ADD 1 TO WS-HOLD-SKIP-COUNT
                   MOVE SPACES TO HOLD-SKIP-RECORD
                   MOVE WS-TODAY-DATE TO HSK-RUN-DATE
                   MOVE "EXPIRE-MESSAGES-SQL" TO HSK-PROGRAM-ID
                   MOVE "EXPIRE" TO HSK-ACTION
                   MOVE WS-HELD-ID TO HSK-MESSAGE-ID
                   MOVE WS-HELD-HOLD-ID TO HSK-HOLD-ID
                   MOVE WS-HELD-MATTER-REF TO HSK-MATTER-REF
                   MOVE "SKIPPED-ON-HOLD" TO HSK-OUTCOME
                   WRITE HOLD-SKIP-RECORD
               WHEN OTHER
                   DISPLAY "✗ Held row fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "370-FETCH-HELD-ROW" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       400-ARCHIVE-EXPIRED-ROWS.
      * Copy every lapsed row into the archive before anything is
      * removed from messages. OR REPLACE keeps this idempotent
      * in the archive, the same way the aged-rows archive job
      * handles it. TRIM guards the expiry test - a dateless row
      * stores either NULL or spaces depending on which program
      * wrote it, and neither must ever lapse. A row under an active
      * legal hold is left out - it stays live, exactly as it is, and
      * 360 has already listed it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   INSERT OR REPLACE INTO messages_archive
                   FROM messages
                   WHERE TRIM(IFNULL(expires_on, '')) <> ''
                     AND expires_on < :WS-TODAY-DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM legal_holds h
                          WHERE h.status = 'A'
                            AND ((h.hold_type IN ('I', 'R')
                                  AND messages.id
                                      BETWEEN h.id_from AND h.id_to)
                              OR (h.hold_type = 'C'
                                  AND messages.category = h.category)
                              OR (h.hold_type = 'D'
                                  AND DATE(messages.created_at)
                                   BETWEEN h.date_from AND h.date_to)))
               END-EXEC

               IF SQLCODE = 0

       500-DELETE-EXPIRED-ROWS.
      * Now that every lapsed row has a copy in the archive table,
      * remove it from the live messages table - the same held-row
      * exclusion as the copy, so a held row is neither copied nor
      * removed.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DELETE FROM messages
                   WHERE TRIM(IFNULL(expires_on, '')) <> ''
                     AND expires_on < :WS-TODAY-DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM legal_holds h
                          WHERE h.status = 'A'
                            AND ((h.hold_type IN ('I', 'R')
                                  AND messages.id
                                      BETWEEN h.id_from AND h.id_to)
                              OR (h.hold_type = 'C'
                                  AND messages.category = h.category)
                              OR (h.hold_type = 'D'
                                  AND DATE(messages.created_at)
                                   BETWEEN h.date_from AND h.date_to)))
               END-EXEC

               IF SQLCODE = 0

       600-VERIFY-DATA.
      * Reconcile the count archived against the count purged - they
      * must match, since every row deleted should have a copy. Then
      * the rows purged plus the rows skipped on hold must make up
      * every row that had lapsed - none unaccounted for.
           IF WS-PROGRAM-OK
               COMPUTE WS-ACCOUNTED-COUNT =
                   WS-DELETE-COUNT + WS-HOLD-SKIP-COUNT
               EVALUATE TRUE
                   WHEN WS-DELETE-COUNT NOT = WS-ARCHIVE-COUNT
                       DISPLAY "✗ Out of balance - archived "
                               WS-ARCHIVE-COUNT
                               " but purged " WS-DELETE-COUNT
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "600-VERIFY-DATA" TO WS-ERROR-PARAGRAPH
                       MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-COUNT-DISP
                       MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-DISP
                       PERFORM 810-LOG-OUT-OF-BALANCE
                   WHEN WS-ACCOUNTED-COUNT NOT = WS-ELIGIBLE-COUNT
                       DISPLAY "✗ Out of balance - " WS-ELIGIBLE-COUNT
                               " lapsed but purged plus held "
                               WS-ACCOUNTED-COUNT
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "600-VERIFY-DATA" TO WS-ERROR-PARAGRAPH
                       MOVE WS-ELIGIBLE-COUNT TO WS-ELIGIBLE-COUNT-DISP
                       MOVE WS-ACCOUNTED-COUNT
                           TO WS-ACCOUNTED-COUNT-DISP
                       PERFORM 815-LOG-HOLD-OUT-OF-BALANCE
                   WHEN OTHER
                       DISPLAY "✓ Expiry sweep reconciled"
               END-EVALUATE
           END-IF.

       800-LOG-SQL-ERROR.
               INTO SQL-ERROR-LOG-RECORD
           WRITE SQL-ERROR-LOG-RECORD.

       815-LOG-HOLD-OUT-OF-BALANCE.
      * Same as 810, for the lapsed-rows check - the calling
      * paragraph must MOVE its name to WS-ERROR-PARAGRAPH, and the
      * counts into WS-ELIGIBLE-COUNT-DISP / WS-ACCOUNTED-COUNT-DISP,
      * before performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " OUT-OF-BALANCE ELIGIBLE=" DELIMITED BY SIZE
               WS-ELIGIBLE-COUNT-DISP DELIMITED BY SIZE
               " PURGED+HELD=" DELIMITED BY SIZE
               WS-ACCOUNTED-COUNT-DISP DELIMITED BY SIZE
               INTO SQL-ERROR-LOG-RECORD
           WRITE SQL-ERROR-LOG-RECORD.

       850-WRITE-RUN-SUMMARY.
      * One fixed-layout control totals record per run - written
      * last, after the final status and RETURN-CODE are settled.
