       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT-FEED-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Takes one whole loaded feed back out of the messages table -  *
      * for a feed that passed every edit but carried the wrong       *
      * content, such as last week's notices resent under a new       *
      * sequence - instead of keying a 'D' transaction per id.        *
      *                                                                *
      * The BACKOUT-CONTROL record names the feed by the identity     *
      * HELLO-WORLD-SQL stamps on every row it loads (sending system, *
      * feed date and sequence), the operator asking for the backout  *
      * and a reason. The feed's receipt on feeds_received must be on *
      * file and not already backed out. Every row still carrying the *
      * feed's stamp is listed on BACKOUT-RPT, its before-image is    *
      * captured on messages_history (action 'B', the operator as     *
      * maker) and only then are the rows deleted. The receipt is     *
      * marked backed out - so a corrected resend of the same         *
      * sequence passes the load's duplicate check - and the backout  *
      * is filed on feed_backouts, which keeps it even after the      *
      * resend's receipt takes the old one's place.                   *
      *                                                                *
      * BACKOUT-RPT reconciles the rows removed to the rows the       *
      * receipt says the feed loaded; rows from the feed that have    *
      * since been archived, expired or maintained away are shown as  *
      * no longer live. Any mismatch in the counts ends the run out   *
      * of balance.                                                   *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  Rows under an active legal hold stay in messages  *
      *             - they are listed as on hold, written to the      *
      *             shared HOLD-SKIP-RPT trail and counted, and the   *
      *             reconciliation to the receipt counts them with    *
      *             the rows backed out.                              *
      * 2026-10-15  Rows kept on hold have their feed sequence        *
      *             cleared, with an 'H' row on messages_history,     *
      *             so a resend's receipt counts only its own rows.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One control record - database file name, user and password -
      * shared with the same layout HELLO-WORLD-SQL uses.
           SELECT DB-CONFIG ASSIGN TO "DBCONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-CONFIG-STATUS.

      * One control record - the feed to back out (sending system,
      * feed date YYYY-MM-DD, sequence), the requesting operator and
      * the reason.
           SELECT BACKOUT-CONTROL ASSIGN TO "BACKOUT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-CONTROL-STATUS.

      * The backout report - every row removed, then the counts
      * reconciled to the feed's receipt.
           SELECT BACKOUT-RPT ASSIGN TO "BACKOUT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.

      * One record per feed row left in place because a legal hold
      * covers it - shared with every program that archives, expires,
      * changes or removes messages, and appended.
           SELECT OPTIONAL HOLD-SKIP-RPT ASSIGN TO "HOLD-SKIP-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-SKIP-RPT-STATUS.

      * Persistent SQL error/audit log, shared with the other batch
      * programs.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-ERROR-LOG-STATUS.

      * One fixed-layout control totals record per run, appended so
      * a month of runs accumulates in one file - the balancing
      * artifact operations files instead of scraping the console
      * log. Same layout HELLO-WORLD-SQL writes.
           SELECT OPTIONAL RUN-SUMMARY ASSIGN TO "RUN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  BACKOUT-CONTROL
           RECORDING MODE IS F.
       01  BACKOUT-CONTROL-RECORD.
           05  BKO-SYSTEM          PIC X(10).
           05  BKO-FEED-DATE       PIC X(10).
           05  BKO-FEED-SEQ        PIC 9(03).
           05  BKO-OPERATOR        PIC X(08).
           05  BKO-REASON          PIC X(40).

       FD  BACKOUT-RPT
           RECORDING MODE IS F.
       01  BACKOUT-RPT-RECORD          PIC X(132).

       FD  HOLD-SKIP-RPT
           RECORDING MODE IS F.
           COPY HOLDSKRC.

       FD  SQL-ERROR-LOG
           RECORDING MODE IS F.
       01  SQL-ERROR-LOG-RECORD        PIC X(132).

       FD  RUN-SUMMARY
           RECORDING MODE IS F.
           COPY RUNSUMRC.

       WORKING-STORAGE SECTION.

      * SQL Communication Area - provides SQL status information
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Database connection info - defaulted here, overridden by
      * DB-CONFIG when 150-LOAD-CONFIGURATION finds one.
       01  WS-DATABASE-NAME        PIC X(50) VALUE 'hello.db'.
       01  WS-DB-USER              PIC X(20) VALUE 'dummy'.
       01  WS-DB-PASSWORD          PIC X(20) VALUE 'dummy'.

      * DB-CONFIG file handling
       01  WS-DB-CONFIG-STATUS     PIC X(02) VALUE '00'.
           88  WS-DB-CONFIG-OK         VALUE '00'.
           88  WS-DB-CONFIG-NOT-FOUND  VALUE '35'.

      * BACKOUT-CONTROL file handling and the feed it names
       01  WS-BACKOUT-CONTROL-STATUS PIC X(02) VALUE '00'.
           88  WS-BACKOUT-CONTROL-OK    VALUE '00'.
       01  WS-FEED-SYSTEM          PIC X(10) VALUE SPACES.
       01  WS-FEED-DATE            PIC X(10) VALUE SPACES.
       01  WS-FEED-SEQ             PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-REASON               PIC X(40) VALUE SPACES.

      * BACKOUT-RPT file handling - blank until the open is tried, so
      * a run that never got that far writes no totals block.
       01  WS-BACKOUT-RPT-STATUS   PIC X(02) VALUE SPACES.
           88  WS-BACKOUT-RPT-OK       VALUE '00'.

      * HOLD-SKIP-RPT file handling - blank until the open is tried.
      * Status 05 is a successful open that had to create the
      * optional file first - normal for the very first run.
       01  WS-HOLD-SKIP-RPT-STATUS PIC X(02) VALUE SPACES.
           88  WS-HOLD-SKIP-RPT-OK     VALUE '00' '05'.

      * The feed's receipt as HELLO-WORLD-SQL filed it
       01  WS-RECEIPT-FOUND-SW     PIC X VALUE 'N'.
           88  WS-RECEIPT-FOUND        VALUE 'Y'.
       01  WS-RECEIPT-LOADED-AT    PIC X(20) VALUE SPACES.
       01  WS-RECEIPT-ROWS         PIC S9(9) VALUE ZERO.
       01  WS-RECEIPT-BACKED-OUT   PIC X(20) VALUE SPACES.

      * Cursor host variables for the rows listed on the report
       01  WS-ROW-ID               PIC 9(4) VALUE ZERO.
       01  WS-ROW-ID-DISP          PIC ZZZ9.
       01  WS-ROW-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-ROW-CREATED-AT       PIC X(20) VALUE SPACES.
       01  WS-ROW-MESSAGE          PIC X(50) VALUE SPACES.
      * Lowest active legal hold covering the row - spaces when none
      * does - and that hold's matter.
       01  WS-ROW-HOLD-ID          PIC X(8) VALUE SPACES.
       01  WS-ROW-MATTER-REF       PIC X(20) VALUE SPACES.
       01  WS-ROW-EOF-SW           PIC X VALUE 'N'.
           88  WS-ROW-EOF              VALUE 'Y'.

      * Backout counts - rows listed, before-images captured and rows
      * deleted must all agree, and none may exceed the receipt.
       01  WS-SELECTED-COUNT       PIC S9(9) VALUE ZERO.
       01  WS-HISTORY-COUNT        PIC S9(9) VALUE ZERO.
       01  WS-DELETED-COUNT        PIC S9(9) VALUE ZERO.
       01  WS-GONE-COUNT           PIC S9(9) VALUE ZERO.
      * Feed rows still live but left in place under a legal hold -
      * they count toward the receipt alongside the rows removed.
       01  WS-HOLD-SKIP-COUNT      PIC S9(9) VALUE ZERO.
      * Held rows taken off the feed's stamp, and the 'H' history
      * rows recording it - both must equal the rows kept on hold.
       01  WS-RESTAMP-COUNT        PIC S9(9) VALUE ZERO.
       01  WS-HELD-HISTORY-COUNT   PIC S9(9) VALUE ZERO.
       01  WS-COUNT-DISP           PIC -(8)9.
       01  WS-BALANCE-SW           PIC X VALUE 'Y'.
           88  WS-BALANCED             VALUE 'Y'.

      * Run date stamped onto the history rows and the backout
      * record, same format the load job uses.
       01  WS-CURRENT-YMD.
           05  WS-CURRENT-YEAR     PIC X(4).
           05  WS-CURRENT-MONTH    PIC X(2).
           05  WS-CURRENT-DAY      PIC X(2).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR       PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-TODAY-MONTH      PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-TODAY-DAY        PIC X(2).

      * RUN-SUMMARY file handling and the run timestamp carried on
      * the control totals record.
      * Status 05 is a successful open that had to create the
      * optional file first - normal for the very first run.
       01  WS-RUN-SUMMARY-STATUS   PIC X(02) VALUE '00'.
           88  WS-RUN-SUMMARY-OK       VALUE '00' '05'.
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
      * A connection failure runs 900-CLEANUP twice (once from
      * 200-CONNECT-DATABASE, once from the mainline) - the summary
      * record must still be appended exactly once per run.
       01  WS-RUN-SUMMARY-DONE-SW  PIC X VALUE 'N'.
           88  WS-RUN-SUMMARY-DONE     VALUE 'Y'.

      * SQL-ERROR-LOG file handling and audit-entry host variables
       01  WS-SQL-ERROR-LOG-STATUS PIC X(02) VALUE '00'.
           88  WS-SQL-ERROR-LOG-OK     VALUE '00'.
       01  WS-ERROR-PARAGRAPH      PIC X(30) VALUE SPACES.
       01  WS-ERROR-SQLCODE        PIC S9(9) VALUE ZERO.
       01  WS-ERROR-SQLCODE-DISP   PIC -(9)9.
       01  WS-ERROR-TIMESTAMP.
           05  WS-ERROR-DATE       PIC 9(8).
           05  WS-ERROR-TIME       PIC 9(8).
       01  WS-EXPECTED-DISP        PIC -(8)9.
       01  WS-ACTUAL-DISP          PIC -(8)9.

      * Program status flags
       01  WS-PROGRAM-STATUS       PIC X VALUE 'G'.
           88  WS-PROGRAM-OK              VALUE 'G'.
           88  WS-PROGRAM-ERROR           VALUE 'E'.
           88  WS-PROGRAM-OUT-OF-BALANCE  VALUE 'B'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CONFIGURATION
           PERFORM 160-LOAD-BACKOUT-CONTROL
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-TABLES
           PERFORM 400-CHECK-RECEIPT
           PERFORM 450-LIST-FEED-ROWS
           PERFORM 500-CAPTURE-BEFORE-IMAGES
           PERFORM 550-DELETE-FEED-ROWS
           PERFORM 560-RESTAMP-HELD-ROWS
           PERFORM 600-MARK-RECEIPT
           PERFORM 650-RECONCILE-TO-RECEIPT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Feed Backout"
           DISPLAY "==========================".
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD
           MOVE WS-CURRENT-YEAR TO WS-TODAY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TODAY-MONTH
           MOVE WS-CURRENT-DAY TO WS-TODAY-DAY.

       150-LOAD-CONFIGURATION.
      * Read the database name and credentials for this environment
      * from DBCONFIG, the same control file HELLO-WORLD-SQL reads.
           OPEN INPUT DB-CONFIG
           IF WS-DB-CONFIG-OK
               READ DB-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CFG-DATABASE-NAME TO WS-DATABASE-NAME
                       MOVE CFG-DB-USER TO WS-DB-USER
                       MOVE CFG-DB-PASSWORD TO WS-DB-PASSWORD
               END-READ
               CLOSE DB-CONFIG
           ELSE
               IF NOT WS-DB-CONFIG-NOT-FOUND
                   DISPLAY "✗ Unable to open DBCONFIG. STATUS: "
                           WS-DB-CONFIG-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       160-LOAD-BACKOUT-CONTROL.
      * Unlike the optional control files elsewhere, there is no
      * default feed to back out - no record, or one missing any of
      * its fields, stops the run before it connects.
           OPEN INPUT BACKOUT-CONTROL
           IF WS-BACKOUT-CONTROL-OK
               READ BACKOUT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKO-SYSTEM TO WS-FEED-SYSTEM
                       MOVE BKO-FEED-DATE TO WS-FEED-DATE
                       MOVE BKO-OPERATOR TO WS-OPERATOR
                       MOVE BKO-REASON TO WS-REASON
                       IF BKO-FEED-SEQ NUMERIC
                           MOVE BKO-FEED-SEQ TO WS-FEED-SEQ
                       END-IF
               END-READ
               CLOSE BACKOUT-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN WS-FEED-SYSTEM = SPACES
                   DISPLAY "✗ No feed named in BACKOUT-CONTROL"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN WS-FEED-DATE = SPACES
                   DISPLAY "✗ No feed date in BACKOUT-CONTROL"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN WS-FEED-SEQ = ZERO
                   DISPLAY "✗ Feed sequence missing or not numeric "
                           "in BACKOUT-CONTROL"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN WS-OPERATOR = SPACES
                   DISPLAY "✗ No requesting operator in "
                           "BACKOUT-CONTROL"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN OTHER
                   DISPLAY "✓ Backing out feed " WS-FEED-SYSTEM
                           " " WS-FEED-DATE " seq " WS-FEED-SEQ
           END-EVALUATE.

       200-CONNECT-DATABASE.
      * Connect to SQLite database
      * For SQLite, the database name is the file path
           IF WS-PROGRAM-OK
               EXEC SQL
                   CONNECT TO :WS-DATABASE-NAME
                       USER :WS-DB-USER USING :WS-DB-PASSWORD
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ Connected to SQLite database"
               ELSE
                   DISPLAY "✗ Connection failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "200-CONNECT-DATABASE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
                   PERFORM 900-CLEANUP
               END-IF
           END-IF.

       300-PREPARE-TABLES.
      * Make sure the columns this program reads and writes exist -
      * the feed stamp on messages, the receipt's rows and backout
      * marker, the maker/checker on the history - with the same
      * tolerated ALTERs HELLO-WORLD-SQL issues; a nonzero SQLCODE
      * on an ALTER just means the column is already there.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages (
                       id INTEGER PRIMARY KEY,
                       message TEXT NOT NULL,
                       category TEXT,
                       created_at TIMESTAMP DEFAULT CURRENT_TIMESTAMP
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ messages table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_system TEXT
               END-EXEC
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_date TEXT
               END-EXEC
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_seq INTEGER
               END-EXEC
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS feeds_received (
                       system TEXT NOT NULL,
                       feed_date TEXT NOT NULL,
                       feed_seq INTEGER NOT NULL,
                       loaded_at TIMESTAMP,
                       PRIMARY KEY (system, feed_date, feed_seq)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ feeds_received table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE feeds_received
                       ADD COLUMN rows_loaded INTEGER
               END-EXEC
               EXEC SQL
                   ALTER TABLE feeds_received
                       ADD COLUMN backed_out_at TIMESTAMP
               END-EXEC
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages_history (
                       id INTEGER NOT NULL,
                       prior_message TEXT NOT NULL,
                       prior_category TEXT,
                       action TEXT NOT NULL,
                       txn_at TIMESTAMP,
                       run_date TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ messages_history table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_history
                       ADD COLUMN maker TEXT
               END-EXEC
               EXEC SQL
                   ALTER TABLE messages_history
                       ADD COLUMN checker TEXT
               END-EXEC
           END-IF.

           IF WS-PROGRAM-OK
      * One row per backout taken - kept apart from the receipt,
      * which a corrected resend under the same key replaces.
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS feed_backouts (
                       system TEXT NOT NULL,
                       feed_date TEXT NOT NULL,
                       feed_seq INTEGER NOT NULL,
                       backed_out_at TIMESTAMP,
                       rows_loaded INTEGER,
                       rows_removed INTEGER,
                       operator TEXT,
                       reason TEXT,
                       run_date TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ feed_backouts table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * The legal hold register - same DDL MAINTAIN-HOLDS-SQL issues,
      * so an empty register on a new database holds nothing back.
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
                   DISPLAY "✗ legal_holds table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       400-CHECK-RECEIPT.
      * The feed must have a receipt - it was loaded and committed -
      * that has not already been backed out, and that was filed
      * after the load began counting the rows it stamped; an older
      * receipt's rows cannot be told apart and must go out through
      * MESSAGES-TXN instead.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT IFNULL(loaded_at, ' '),
                          IFNULL(rows_loaded, -1),
                          IFNULL(backed_out_at, ' ')
                   INTO :WS-RECEIPT-LOADED-AT, :WS-RECEIPT-ROWS,
                        :WS-RECEIPT-BACKED-OUT
                   FROM feeds_received
                   WHERE system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       SET WS-RECEIPT-FOUND TO TRUE
                   WHEN SQLCODE = 100
                       DISPLAY "✗ No receipt on file for feed "
                               WS-FEED-SYSTEM " " WS-FEED-DATE
                               " seq " WS-FEED-SEQ
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN OTHER
                       DISPLAY "✗ Receipt read failed. SQLCODE: "
                               SQLCODE
                       MOVE 'E' TO WS-PROGRAM-STATUS
                       MOVE "400-CHECK-RECEIPT" TO WS-ERROR-PARAGRAPH
                       MOVE SQLCODE TO WS-ERROR-SQLCODE
                       PERFORM 800-LOG-SQL-ERROR
               END-EVALUATE
           END-IF

           IF WS-PROGRAM-OK
               EVALUATE TRUE
                   WHEN WS-RECEIPT-BACKED-OUT NOT = SPACES
                       DISPLAY "✗ Feed already backed out at "
                               WS-RECEIPT-BACKED-OUT
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN WS-RECEIPT-ROWS < ZERO
                       DISPLAY "✗ Receipt predates feed stamping - "
                               "rows cannot be identified"
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN OTHER
                       MOVE WS-RECEIPT-ROWS TO WS-COUNT-DISP
                       DISPLAY "✓ Receipt found - loaded at "
                               WS-RECEIPT-LOADED-AT ", rows "
                               WS-COUNT-DISP
               END-EVALUATE
           END-IF.

       450-LIST-FEED-ROWS.
      * Every row still carrying the feed's stamp goes on the report
      * before anything is removed. A row an active legal hold covers
      * is listed as on hold with the hold that keeps it, and goes on
      * HOLD-SKIP-RPT instead of being backed out.
           IF WS-PROGRAM-OK
               OPEN OUTPUT BACKOUT-RPT
               IF WS-BACKOUT-RPT-OK
                   PERFORM 455-WRITE-REPORT-HEADING
               ELSE
                   DISPLAY "✗ Unable to open BACKOUT-RPT. STATUS: "
                           WS-BACKOUT-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               OPEN EXTEND HOLD-SKIP-RPT
               IF NOT WS-HOLD-SKIP-RPT-OK
                   DISPLAY "✗ Unable to open HOLD-SKIP-RPT. STATUS: "
                           WS-HOLD-SKIP-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   DECLARE FEED-CURSOR CURSOR FOR
                   SELECT id, IFNULL(category, ' '),
                          IFNULL(created_at, ' '), message,
                          IFNULL((SELECT MIN(h.hold_id)
                           FROM legal_holds h
                           WHERE h.status = 'A'
                             AND ((h.hold_type IN ('I', 'R')
                                   AND messages.id
                                       BETWEEN h.id_from AND h.id_to)
                               OR (h.hold_type = 'C'
                                   AND messages.category = h.category)
                               OR (h.hold_type = 'D'
                                   AND DATE(messages.created_at)
                                   BETWEEN h.date_from AND h.date_to))),
                          ' ')
                   FROM messages
                   WHERE feed_system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
                   ORDER BY id
               END-EXEC

               EXEC SQL
                   OPEN FEED-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'N' TO WS-ROW-EOF-SW
                   PERFORM 460-FETCH-FEED-ROW
                       UNTIL WS-ROW-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE FEED-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Feed cursor open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "450-LIST-FEED-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-HOLD-SKIP-RPT-OK
               CLOSE HOLD-SKIP-RPT
           END-IF.

       455-WRITE-REPORT-HEADING.
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "FEED BACKOUT - " DELIMITED BY SIZE
               WS-FEED-SYSTEM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FEED-DATE DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               WS-FEED-SEQ DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "REQUESTED BY " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               "  REASON: " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "RECEIPT LOADED AT " DELIMITED BY SIZE
               WS-RECEIPT-LOADED-AT DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE SPACES TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "  ID  CAT   CREATED AT            MESSAGE"
               DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD.

       460-FETCH-FEED-ROW.
           EXEC SQL
               FETCH FEED-CURSOR
               INTO :WS-ROW-ID, :WS-ROW-CATEGORY,
                    :WS-ROW-CREATED-AT, :WS-ROW-MESSAGE,
                    :WS-ROW-HOLD-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   SET WS-ROW-EOF TO TRUE
               WHEN 0
                   IF WS-ROW-HOLD-ID = SPACES
                       ADD 1 TO WS-SELECTED-COUNT
                   ELSE
                       ADD 1 TO WS-HOLD-SKIP-COUNT
                       PERFORM 465-WRITE-HOLD-SKIP
                   END-IF
                   MOVE WS-ROW-ID TO WS-ROW-ID-DISP
                   MOVE SPACES TO BACKOUT-RPT-RECORD
                   STRING WS-ROW-ID-DISP DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ROW-CATEGORY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ROW-CREATED-AT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ROW-MESSAGE DELIMITED BY SIZE
                       INTO BACKOUT-RPT-RECORD
                   IF WS-ROW-HOLD-ID NOT = SPACES
                       STRING "  ON HOLD " DELIMITED BY SIZE
                           WS-ROW-HOLD-ID DELIMITED BY SIZE
                           INTO BACKOUT-RPT-RECORD(93:40)
                   END-IF
                   WRITE BACKOUT-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Feed row fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "460-FETCH-FEED-ROW" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       465-WRITE-HOLD-SKIP.
      * The row stays - put it on the shared skip trail with the
      * matter behind the hold that keeps it.
           MOVE SPACES TO WS-ROW-MATTER-REF
           EXEC SQL
               SELECT matter_ref
               INTO :WS-ROW-MATTER-REF
               FROM legal_holds
               WHERE hold_id = TRIM(:WS-ROW-HOLD-ID)
           END-EXEC

           IF SQLCODE = 0
               MOVE SPACES TO HOLD-SKIP-RECORD
               MOVE WS-TODAY-DATE TO HSK-RUN-DATE
               MOVE "BACKOUT-FEED-SQL" TO HSK-PROGRAM-ID
               MOVE "BACKOUT" TO HSK-ACTION
               MOVE WS-ROW-ID TO HSK-MESSAGE-ID
               MOVE WS-ROW-HOLD-ID TO HSK-HOLD-ID
               MOVE WS-ROW-MATTER-REF TO HSK-MATTER-REF
               MOVE "SKIPPED-ON-HOLD" TO HSK-OUTCOME
               WRITE HOLD-SKIP-RECORD
           ELSE
               DISPLAY "✗ Legal hold read failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "465-WRITE-HOLD-SKIP" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       500-CAPTURE-BEFORE-IMAGES.
      * One before-image per row, in one statement over the same
      * stamp the listing used, with the requesting operator as the
      * maker. The delete is only allowed once every row to go has
      * its before-image - a short capture stops the run here. Rows
      * under an active legal hold are neither captured nor deleted.
           IF WS-PROGRAM-OK AND WS-SELECTED-COUNT > ZERO
               EXEC SQL
                   INSERT INTO messages_history
                       (id, prior_message, prior_category, action,
                        txn_at, run_date, maker)
                   SELECT id, message, IFNULL(category, ' '), 'B',
                          datetime('now', 'localtime'),
                          :WS-TODAY-DATE, TRIM(:WS-OPERATOR)
                   FROM messages
                   WHERE feed_system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
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
                   MOVE SQLERRD(3) TO WS-HISTORY-COUNT
                   IF WS-HISTORY-COUNT NOT = WS-SELECTED-COUNT
                       DISPLAY "✗ Out of balance - listed "
                               WS-SELECTED-COUNT
                               " rows, captured "
                               WS-HISTORY-COUNT " before-images"
                       MOVE 'N' TO WS-BALANCE-SW
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "500-CAPTURE-BEFORE-IMAGES"
                           TO WS-ERROR-PARAGRAPH
                       MOVE WS-SELECTED-COUNT TO WS-EXPECTED-DISP
                       MOVE WS-HISTORY-COUNT TO WS-ACTUAL-DISP
                       PERFORM 810-LOG-OUT-OF-BALANCE
                   END-IF
               ELSE
                   DISPLAY "✗ Before-image capture failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "500-CAPTURE-BEFORE-IMAGES"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       550-DELETE-FEED-ROWS.
           IF WS-PROGRAM-OK AND WS-SELECTED-COUNT > ZERO
               EXEC SQL
                   DELETE FROM messages
                   WHERE feed_system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
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
                   MOVE SQLERRD(3) TO WS-DELETED-COUNT
                   MOVE WS-DELETED-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Rows backed out: " WS-COUNT-DISP
               ELSE
                   DISPLAY "✗ Feed row delete failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "550-DELETE-FEED-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       560-RESTAMP-HELD-ROWS.
      * Every row still carrying the stamp now is one a legal hold
      * kept. It stays live but no longer belongs to the feed - its
      * feed sequence is cleared so a corrected resend under the same
      * sequence counts only its own rows on its receipt; the row
      * keeps its feed system and date. The 'H' history row, written
      * first, records the row's text and category as they stood,
      * the backout's run date and the operator who asked for it.
           IF WS-PROGRAM-OK AND WS-HOLD-SKIP-COUNT > ZERO
               EXEC SQL
                   INSERT INTO messages_history
                       (id, prior_message, prior_category, action,
                        txn_at, run_date, maker)
                   SELECT id, message, IFNULL(category, ' '), 'H',
                          datetime('now', 'localtime'),
                          :WS-TODAY-DATE, TRIM(:WS-OPERATOR)
                   FROM messages
                   WHERE feed_system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-HELD-HISTORY-COUNT
               ELSE
                   DISPLAY "✗ Held row history insert failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "560-RESTAMP-HELD-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK AND WS-HOLD-SKIP-COUNT > ZERO
               EXEC SQL
                   UPDATE messages
                   SET feed_seq = NULL
                   WHERE feed_system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-RESTAMP-COUNT
                   IF WS-RESTAMP-COUNT NOT = WS-HOLD-SKIP-COUNT
                       OR WS-HELD-HISTORY-COUNT NOT = WS-HOLD-SKIP-COUNT
                       DISPLAY "✗ Out of balance - kept "
                               WS-HOLD-SKIP-COUNT
                               " rows on hold, cleared "
                               WS-RESTAMP-COUNT " stamps"
                       MOVE 'N' TO WS-BALANCE-SW
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "560-RESTAMP-HELD-ROWS"
                           TO WS-ERROR-PARAGRAPH
                       MOVE WS-HOLD-SKIP-COUNT TO WS-EXPECTED-DISP
                       MOVE WS-RESTAMP-COUNT TO WS-ACTUAL-DISP
                       PERFORM 810-LOG-OUT-OF-BALANCE
                   ELSE
                       MOVE WS-RESTAMP-COUNT TO WS-COUNT-DISP
                       DISPLAY "✓ Held rows taken off the feed: "
                               WS-COUNT-DISP
                   END-IF
               ELSE
                   DISPLAY "✗ Held row restamp failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "560-RESTAMP-HELD-ROWS" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       600-MARK-RECEIPT.
      * The rows are gone - mark the receipt so the load's duplicate
      * check lets the corrected resend through, and file the
      * backout itself where a resend cannot overwrite it. Rows kept
      * under a legal hold do not stop the backout; they stay live
      * off the feed's stamp and are on HOLD-SKIP-RPT for legal.
           IF WS-PROGRAM-OK
               EXEC SQL
                   UPDATE feeds_received
                   SET backed_out_at = datetime('now', 'localtime')
                   WHERE system = TRIM(:WS-FEED-SYSTEM)
                     AND feed_date = :WS-FEED-DATE
                     AND feed_seq = :WS-FEED-SEQ
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Receipt update failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "600-MARK-RECEIPT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   INSERT INTO feed_backouts
                       (system, feed_date, feed_seq, backed_out_at,
                        rows_loaded, rows_removed, operator, reason,
                        run_date)
                   VALUES (TRIM(:WS-FEED-SYSTEM), :WS-FEED-DATE,
                           :WS-FEED-SEQ,
                           datetime('now', 'localtime'),
                           :WS-RECEIPT-ROWS, :WS-DELETED-COUNT,
                           TRIM(:WS-OPERATOR), TRIM(:WS-REASON),
                           :WS-TODAY-DATE)
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ Receipt marked backed out"
               ELSE
                   DISPLAY "✗ Backout record insert failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "600-MARK-RECEIPT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       650-RECONCILE-TO-RECEIPT.
      * Rows removed must equal rows listed to go and before-images
      * captured, and together with the rows kept on hold and the
      * rows that left messages some other way since the load they
      * must make up the receipt. More rows carrying the stamp than
      * the receipt loaded can only mean the stamp is wrong - that is
      * out of balance too.
           IF WS-RECEIPT-FOUND AND WS-BACKOUT-RPT-OK
               COMPUTE WS-GONE-COUNT =
                   WS-RECEIPT-ROWS - WS-SELECTED-COUNT
                   - WS-HOLD-SKIP-COUNT
               IF WS-PROGRAM-OK
                   IF WS-DELETED-COUNT NOT = WS-SELECTED-COUNT
                       OR WS-HISTORY-COUNT NOT = WS-SELECTED-COUNT
                       OR WS-GONE-COUNT < ZERO
                       MOVE 'N' TO WS-BALANCE-SW
                       DISPLAY "✗ Out of balance - backout does not "
                               "reconcile to the receipt"
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "650-RECONCILE-TO-RECEIPT"
                           TO WS-ERROR-PARAGRAPH
                       MOVE WS-RECEIPT-ROWS TO WS-EXPECTED-DISP
                       COMPUTE WS-ACTUAL-DISP =
                           WS-DELETED-COUNT + WS-HOLD-SKIP-COUNT
                           + WS-GONE-COUNT
                       PERFORM 810-LOG-OUT-OF-BALANCE
                   END-IF
               END-IF
               PERFORM 660-WRITE-REPORT-TOTALS
               CLOSE BACKOUT-RPT
           END-IF.

       660-WRITE-REPORT-TOTALS.
           MOVE SPACES TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-RECEIPT-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "ROWS LOADED PER RECEIPT:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-GONE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "NO LONGER LIVE AT BACKOUT:  " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "ROWS LISTED TO BACK OUT:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-HOLD-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "ROWS SKIPPED ON HOLD:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-RESTAMP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "HELD ROWS TAKEN OFF FEED:   " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-HISTORY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "BEFORE-IMAGES CAPTURED:     " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-DELETED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO BACKOUT-RPT-RECORD
           STRING "ROWS BACKED OUT:            " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE SPACES TO BACKOUT-RPT-RECORD
           EVALUATE TRUE
               WHEN NOT WS-BALANCED
                   MOVE "RECONCILIATION: OUT OF BALANCE"
                       TO BACKOUT-RPT-RECORD
               WHEN WS-PROGRAM-OK
                   MOVE "RECONCILIATION: BALANCED - BACKED OUT"
                       TO BACKOUT-RPT-RECORD
               WHEN OTHER
                   MOVE "RECONCILIATION: INCOMPLETE - RUN FAILED"
                       TO BACKOUT-RPT-RECORD
           END-EVALUATE
           WRITE BACKOUT-RPT-RECORD.

       800-LOG-SQL-ERROR.
      * Append one audit entry for a failing SQLCODE - the calling
      * paragraph must MOVE its name to WS-ERROR-PARAGRAPH and the
      * failing SQLCODE to WS-ERROR-SQLCODE before performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE WS-ERROR-SQLCODE TO WS-ERROR-SQLCODE-DISP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " SQLCODE=" DELIMITED BY SIZE
               WS-ERROR-SQLCODE-DISP DELIMITED BY SIZE
               INTO SQL-ERROR-LOG-RECORD
           WRITE SQL-ERROR-LOG-RECORD.

       810-LOG-OUT-OF-BALANCE.
      * Append one audit entry for a reconciliation failure - not a
      * SQL error, so it is logged in its own format. The calling
      * paragraph must MOVE its name to WS-ERROR-PARAGRAPH and the
      * counts being reconciled into WS-EXPECTED-DISP /
      * WS-ACTUAL-DISP before performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " OUT-OF-BALANCE EXPECTED=" DELIMITED BY SIZE
               WS-EXPECTED-DISP DELIMITED BY SIZE
               " ACTUAL=" DELIMITED BY SIZE
               WS-ACTUAL-DISP DELIMITED BY SIZE
               INTO SQL-ERROR-LOG-RECORD
           WRITE SQL-ERROR-LOG-RECORD.

       850-WRITE-RUN-SUMMARY.
      * One fixed-layout control totals record per run - written
      * last, after the final status and RETURN-CODE are settled, so
      * the record reflects how the job actually ended. EXTEND, like
      * SQL-ERROR-LOG, so every program's run appends its own record
      * instead of wiping the previous one's.
           IF WS-RUN-SUMMARY-DONE
               CONTINUE
           ELSE
               PERFORM 855-APPEND-RUN-SUMMARY
           END-IF.

       855-APPEND-RUN-SUMMARY.
      * Read is the rows the receipt says the feed loaded; the rows
      * actually removed are deletes, the same column maintenance
      * deletes use.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "BACKOUT-FEED-SQL" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               IF WS-RECEIPT-ROWS > ZERO
                   MOVE WS-RECEIPT-ROWS TO SUM-RECORDS-READ
               ELSE
                   MOVE ZERO TO SUM-RECORDS-READ
               END-IF
               MOVE ZERO TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE WS-DELETED-COUNT TO SUM-TXN-DELETES
               MOVE ZERO TO SUM-REJECTED
               MOVE ZERO TO SUM-ARCHIVED
               MOVE ZERO TO SUM-PURGED
               MOVE WS-PROGRAM-STATUS TO SUM-PROGRAM-STATUS
               MOVE RETURN-CODE TO SUM-RETURN-CODE
               WRITE RUN-SUMMARY-RECORD
               CLOSE RUN-SUMMARY
               DISPLAY "✓ Run summary written"
           ELSE
               DISPLAY "✗ Unable to open RUN-SUMMARY. STATUS: "
                       WS-RUN-SUMMARY-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       900-CLEANUP.
      * Always disconnect from the database
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           CLOSE SQL-ERROR-LOG

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Feed backout completed successfully!"
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   DISPLAY "Feed backout completed out of balance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Feed backout completed with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
