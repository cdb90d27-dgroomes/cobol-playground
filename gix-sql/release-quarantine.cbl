       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-QUARANTINE-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Decision side of content screening. 416-SCREEN-DETAIL in      *
      * HELLO-WORLD-SQL holds every detail that fires a screening     *
      * rule on the quarantine table instead of loading it; nothing   *
      * held reaches the messages table until an operator releases it *
      * here.                                                         *
      *                                                                *
      * Each QUARANTINE-TXN record names a held item by its           *
      * quarantine id, a decision (R = release, D = discard), the     *
      * operator's id and a reason - required on a discard, optional  *
      * on a release. A release takes the next id off                 *
      * messages_control and loads the item onto messages exactly as  *
      * it arrived - original category, effective and expiry dates    *
      * and feed stamp - then adds it to its feed's rows_loaded so a  *
      * later backout of that feed still reconciles. A discard closes *
      * the item without touching messages. Either way the item is    *
      * closed with the operator, date and reason, and the sender     *
      * hears about it on its next feed's MESSAGES-ACK.               *
      *                                                                *
      * A decision on an item that is not held, a release from a feed *
      * that has since been backed out, and a release into a category *
      * no longer active are refused; every refusal goes to the       *
      * shared MESSAGES-REJ file with a reason code and the rest of   *
      * the file still processes. No decision is taken while a load   *
      * restart is pending - the restart re-issues ids from its       *
      * checkpoint and would collide with a released item's id.       *
      *                                                                *
      * Every release and discard is listed on RELEASE-RPT, and the   *
      * messages row count is reconciled against the releases, as     *
      * 600-VERIFY-DATA does for the load.                            *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
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

      * One decision per record - the quarantine id off
      * QUARANTINE-RPT, R to release or D to discard, the operator's
      * id and the reason carried onto the closed item.
           SELECT QUARANTINE-TXN ASSIGN TO "QUARANTINE-TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-TXN-STATUS.

      * One line per item released or discarded, with the run's
      * totals - the decision trail for held items.
           SELECT RELEASE-RPT ASSIGN TO "RELEASE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-RPT-STATUS.

      * One entry per decision that failed the edit - the original
      * record plus a reason code - shared with the load job so every
      * reject in the shop lands in one place.
           SELECT MESSAGES-REJ ASSIGN TO "MESSAGES-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-REJ-STATUS.

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

       FD  QUARANTINE-TXN
           RECORDING MODE IS F.
       01  QUARANTINE-TXN-RECORD.
           05  QTX-QUARANTINE-ID   PIC 9(06).
           05  QTX-ACTION          PIC X(01).
               88  QTX-RELEASE         VALUE 'R'.
               88  QTX-DISCARD         VALUE 'D'.
           05  QTX-OPERATOR        PIC X(08).
           05  QTX-REASON          PIC X(40).

       FD  RELEASE-RPT
           RECORDING MODE IS F.
       01  RELEASE-RPT-RECORD          PIC X(132).

       FD  MESSAGES-REJ
           RECORDING MODE IS F.
       01  MESSAGES-REJ-RECORD.
           05  REJ-SOURCE          PIC X(03).
           05  REJ-REASON          PIC X(04).
           05  REJ-DATA            PIC X(75).
           05  REJ-RUN-DATE        PIC X(10).

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

      * QUARANTINE-TXN file handling
       01  WS-QUARANTINE-TXN-STATUS PIC X(02) VALUE '00'.
           88  WS-QUARANTINE-TXN-OK        VALUE '00'.
           88  WS-QUARANTINE-TXN-NOT-FOUND VALUE '35'.
       01  WS-QUARANTINE-TXN-SW    PIC X VALUE 'N'.
           88  WS-QUARANTINE-TXN-EOF   VALUE 'Y'.

      * RELEASE-RPT file handling - blank until the open is tried,
      * so a run that never got that far writes no totals block.
       01  WS-RELEASE-RPT-STATUS   PIC X(02) VALUE SPACES.
           88  WS-RELEASE-RPT-OK       VALUE '00'.
       01  WS-RPT-STATUS           PIC X(9) VALUE SPACES.

      * MESSAGES-REJ file handling. Reason codes carried on each
      * reject written by this program:
      *   QTXN - QUARANTINE-TXN quarantine id not numeric
      *   QTXA - QUARANTINE-TXN decision not R or D
      *   QTXO - QUARANTINE-TXN operator blank
      *   QTXR - discard with no reason given
      *   QTXC - quarantine id not on file, or no longer held
      *          (already released or discarded)
      *   QTXB - release of an item whose feed has since been backed
      *          out; the item stays held until it is discarded
      *   QTXK - release of an item whose category is no longer
      *          active; the item stays held until the category is
      *          reinstated or the item is discarded
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECT-COUNT-DISP    PIC ZZZ9.

      * A load_checkpoint row means a failed load is waiting to
      * restart from the ids it recorded - no release may take an id
      * from under it.
       01  WS-CHECKPOINT-COUNT     PIC 9(4) VALUE ZERO.

      * Host variables for the held item in hand, plus whether its
      * feed has been backed out and its category is still live.
       01  WS-QTN-ID               PIC 9(6) VALUE ZERO.
       01  WS-QTN-ID-DISP          PIC ZZZZZ9.
       01  WS-QTN-STATUS           PIC X(1) VALUE SPACE.
       01  WS-QTN-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-QTN-MESSAGE          PIC X(50) VALUE SPACES.
       01  WS-QTN-RULE-ID          PIC X(8) VALUE SPACES.
       01  WS-QTN-FEED-SYSTEM      PIC X(10) VALUE SPACES.
       01  WS-QTN-FEED-DATE        PIC X(10) VALUE SPACES.
       01  WS-QTN-FEED-SEQ         PIC 9(4) VALUE ZERO.
       01  WS-QTN-BACKED-OUT       PIC X(1) VALUE 'N'.
       01  WS-QTN-CATEGORY-LIVE    PIC X(1) VALUE 'N'.
       01  WS-QTN-FOUND-SW         PIC X VALUE 'N'.
           88  WS-QTN-FOUND            VALUE 'Y'.
       01  WS-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-DECISION-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DECISION-REASON      PIC X(40) VALUE SPACES.

      * The id a release is loaded under, taken from and returned to
      * the same messages_control record the load uses.
       01  WS-NEXT-ID              PIC 9(4) VALUE ZERO.
       01  WS-NEXT-ID-DISP         PIC ZZZ9.

      * Run totals for the release report and the run summary
       01  WS-DECISION-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-DISCARD-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Row-count reconciliation - releases are the only thing this
      * run does that changes the size of messages.
       01  WS-ROW-COUNT-BEFORE     PIC S9(9) VALUE ZERO.
       01  WS-COUNT-TAKEN-SW       PIC X VALUE 'N'.
           88  WS-COUNT-TAKEN          VALUE 'Y'.
       01  WS-ROW-COUNT-AFTER      PIC S9(9) VALUE ZERO.
       01  WS-ROW-CHANGE           PIC S9(9) VALUE ZERO.
       01  WS-EXPECTED-CHANGE      PIC S9(9) VALUE ZERO.
       01  WS-ROW-CHANGE-DISP      PIC -(8)9.
       01  WS-EXPECTED-CHANGE-DISP PIC -(8)9.

      * Run date stamped onto each reject and decision, same format
      * the load job uses.
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

      * Program status flags
       01  WS-PROGRAM-STATUS       PIC X VALUE 'G'.
           88  WS-PROGRAM-OK              VALUE 'G'.
           88  WS-PROGRAM-ERROR           VALUE 'E'.
           88  WS-PROGRAM-OUT-OF-BALANCE  VALUE 'B'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CONFIGURATION
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-TABLES
           PERFORM 320-CHECK-PENDING-RESTART
           PERFORM 350-START-RELEASE-REPORT
           PERFORM 450-PROCESS-DECISIONS
           PERFORM 600-VERIFY-DATA
           PERFORM 690-FINISH-RELEASE-REPORT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Quarantine Release"
           DISPLAY "================================".
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG
      * EXTEND so this run's rejects land after the load job's rather
      * than wiping them.
           OPEN EXTEND MESSAGES-REJ
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
      * Make sure every table this program touches exists - a
      * release run ahead of the first load run should find nothing
      * to do, not fail on a missing table. Items are only ever held
      * by a load that has already added the feed stamp and shelf-
      * life columns to messages and the receipt columns to
      * feeds_received. Same DDL HELLO-WORLD-SQL issues.
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
                   CREATE TABLE IF NOT EXISTS categories (
                       code TEXT PRIMARY KEY,
                       description TEXT NOT NULL
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ categories table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * The ALTER fails once the column exists, so a nonzero SQLCODE
      * here just means the table already carries it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE categories
                       ADD COLUMN active TEXT DEFAULT 'Y'
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ active column added to categories"
               ELSE
                   DISPLAY "✓ active column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages_control (
                       id INTEGER PRIMARY KEY,
                       last_id INTEGER NOT NULL
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ messages_control table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   INSERT OR IGNORE INTO messages_control (id, last_id)
                   VALUES (1, 0)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ messages_control seed insert failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS load_checkpoint (
                       id INTEGER PRIMARY KEY,
                       record_no INTEGER NOT NULL,
                       last_id INTEGER NOT NULL,
                       feed_date TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ load_checkpoint table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
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

      * The ALTERs fail once the columns exist, so a nonzero SQLCODE
      * here just means the table already carries them.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE feeds_received
                       ADD COLUMN rows_loaded INTEGER
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ rows_loaded column added to "
                           "feeds_received"
               ELSE
                   DISPLAY "✓ rows_loaded column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE feeds_received
                       ADD COLUMN backed_out_at TIMESTAMP
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ backed_out_at column added to "
                           "feeds_received"
               ELSE
                   DISPLAY "✓ backed_out_at column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS quarantine (
                       quarantine_id INTEGER PRIMARY KEY,
                       feed_system TEXT,
                       feed_date TEXT,
                       feed_seq INTEGER,
                       record_no INTEGER,
                       category TEXT,
                       message TEXT NOT NULL,
                       effective_from TEXT,
                       expires_on TEXT,
                       rule_id TEXT NOT NULL,
                       quarantined_on TEXT,
                       status TEXT NOT NULL DEFAULT 'Q',
                       decided_on TEXT,
                       decided_by TEXT,
                       decision_reason TEXT,
                       message_id INTEGER,
                       ack_on TEXT,
                       UNIQUE (feed_system, feed_date, feed_seq,
                               record_no)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ quarantine table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * The starting row count for 600-VERIFY-DATA.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ROW-COUNT-BEFORE
                   FROM messages
               END-EXEC

               IF SQLCODE = 0
                   SET WS-COUNT-TAKEN TO TRUE
               ELSE
                   DISPLAY "✗ Row count before failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       320-CHECK-PENDING-RESTART.
      * A failed load restarts from the last id in its checkpoint,
      * not from messages_control - an id handed to a released item
      * now would be overwritten by the restart. Refuse the whole run
      * until the load has been rerun to a clean finish.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CHECKPOINT-COUNT
                   FROM load_checkpoint
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "✗ Checkpoint check failed. SQLCODE: "
                               SQLCODE
                       MOVE 'E' TO WS-PROGRAM-STATUS
                       MOVE "320-CHECK-PENDING-RESTART"
                           TO WS-ERROR-PARAGRAPH
                       MOVE SQLCODE TO WS-ERROR-SQLCODE
                       PERFORM 800-LOG-SQL-ERROR
                   WHEN WS-CHECKPOINT-COUNT > 0
                       DISPLAY "✗ Load restart pending - rerun the "
                               "load before releasing held items"
                       MOVE 'E' TO WS-PROGRAM-STATUS
               END-EVALUATE
           END-IF.

       350-START-RELEASE-REPORT.
           IF WS-PROGRAM-OK
               OPEN OUTPUT RELEASE-RPT
               IF WS-RELEASE-RPT-OK
                   MOVE SPACES TO RELEASE-RPT-RECORD
                   STRING "HELD ITEMS DECIDED BY "
                       DELIMITED BY SIZE
                       "RELEASE-QUARANTINE-SQL - RUN DATE "
                       DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO RELEASE-RPT-RECORD
                   WRITE RELEASE-RPT-RECORD
                   MOVE SPACES TO RELEASE-RPT-RECORD
                   STRING "HELD ID DECISION  OPERATOR RULE     "
                       DELIMITED BY SIZE
                       "MSG ID MESSAGE / REASON" DELIMITED BY SIZE
                       INTO RELEASE-RPT-RECORD
                   WRITE RELEASE-RPT-RECORD
               ELSE
                   DISPLAY "✗ Unable to open RELEASE-RPT. STATUS: "
                           WS-RELEASE-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       450-PROCESS-DECISIONS.
      * Apply the operator's decisions from QUARANTINE-TXN.
           IF WS-PROGRAM-OK
               MOVE 'N' TO WS-QUARANTINE-TXN-SW
               OPEN INPUT QUARANTINE-TXN
               IF WS-QUARANTINE-TXN-OK
      * Stop applying further decisions the moment one fails,
      * instead of carrying on and compounding the damage.
                   PERFORM 460-PROCESS-ONE-DECISION
                       UNTIL WS-QUARANTINE-TXN-EOF
                           OR WS-PROGRAM-ERROR
                   CLOSE QUARANTINE-TXN
               ELSE
      * No decisions file this run is not an error - held items
      * simply wait for a later run.
                   IF NOT WS-QUARANTINE-TXN-NOT-FOUND
                       DISPLAY "✗ Unable to open QUARANTINE-TXN. "
                               "STATUS: " WS-QUARANTINE-TXN-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               END-IF
           END-IF.

       460-PROCESS-ONE-DECISION.
           READ QUARANTINE-TXN
               AT END
                   SET WS-QUARANTINE-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISION-COUNT
      * Edit the decision before any SQL is applied - a bad
      * quarantine id, a bad decision code, a missing operator or a
      * discard with no reason goes to MESSAGES-REJ and the next
      * decision is processed instead of halting the run.
                   EVALUATE TRUE
                       WHEN QTX-QUARANTINE-ID NOT NUMERIC
                           MOVE 'QTXN' TO REJ-REASON
                           PERFORM 540-REJECT-DECISION
                       WHEN NOT QTX-RELEASE AND NOT QTX-DISCARD
                           MOVE 'QTXA' TO REJ-REASON
                           PERFORM 540-REJECT-DECISION
                       WHEN QTX-OPERATOR = SPACES
                           MOVE 'QTXO' TO REJ-REASON
                           PERFORM 540-REJECT-DECISION
                       WHEN QTX-DISCARD AND QTX-REASON = SPACES
                           MOVE 'QTXR' TO REJ-REASON
                           PERFORM 540-REJECT-DECISION
                       WHEN OTHER
                           MOVE QTX-QUARANTINE-ID TO WS-QTN-ID
                           MOVE QTX-OPERATOR TO WS-OPERATOR
                           MOVE QTX-REASON TO WS-DECISION-REASON
                           PERFORM 465-GET-HELD-ITEM
                           IF WS-PROGRAM-OK
                               OR WS-PROGRAM-OUT-OF-BALANCE
                               PERFORM 470-ROUTE-ONE-DECISION
                           END-IF
                   END-EVALUATE
           END-READ.

       465-GET-HELD-ITEM.
      * The held item, whether the feed it arrived on has been backed
      * out since, and whether its category is still one messages
      * may carry.
           MOVE 'N' TO WS-QTN-FOUND-SW
           MOVE SPACES TO WS-QTN-MESSAGE
           MOVE SPACES TO WS-QTN-RULE-ID
           EXEC SQL
               SELECT q.status, IFNULL(q.category, ' '), q.message,
                      q.rule_id, IFNULL(q.feed_system, ' '),
                      IFNULL(q.feed_date, ' '), IFNULL(q.feed_seq, 0),
                      CASE WHEN EXISTS
                          (SELECT 1 FROM feeds_received f
                           WHERE f.system = q.feed_system
                             AND f.feed_date = q.feed_date
                             AND f.feed_seq = q.feed_seq
                             AND f.backed_out_at IS NOT NULL)
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM categories c
                           WHERE c.code = q.category
                             AND IFNULL(c.active, 'Y') <> 'N')
                           THEN 'Y' ELSE 'N' END
               INTO :WS-QTN-STATUS, :WS-QTN-CATEGORY,
                    :WS-QTN-MESSAGE, :WS-QTN-RULE-ID,
                    :WS-QTN-FEED-SYSTEM, :WS-QTN-FEED-DATE,
                    :WS-QTN-FEED-SEQ, :WS-QTN-BACKED-OUT,
                    :WS-QTN-CATEGORY-LIVE
               FROM quarantine q
               WHERE q.quarantine_id = :WS-QTN-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-QTN-FOUND TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "✗ Held item read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-GET-HELD-ITEM" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       470-ROUTE-ONE-DECISION.
      * The decision is well formed - decide what it means against
      * the item now on the table, and reject what cannot apply.
           EVALUATE TRUE
               WHEN NOT WS-QTN-FOUND
                   MOVE 'QTXC' TO REJ-REASON
                   PERFORM 540-REJECT-DECISION
               WHEN WS-QTN-STATUS NOT = 'Q'
                   MOVE 'QTXC' TO REJ-REASON
                   PERFORM 540-REJECT-DECISION
               WHEN QTX-DISCARD
                   PERFORM 490-DISCARD-ITEM
               WHEN WS-QTN-BACKED-OUT = 'Y'
      * The rest of the feed is gone - releasing one of its details
      * now would put back a row the backout took out on purpose.
                   MOVE 'QTXB' TO REJ-REASON
                   PERFORM 540-REJECT-DECISION
               WHEN WS-QTN-CATEGORY-LIVE NOT = 'Y'
                   MOVE 'QTXK' TO REJ-REASON
                   PERFORM 540-REJECT-DECISION
               WHEN OTHER
                   PERFORM 480-RELEASE-ITEM
           END-EVALUATE.

       480-RELEASE-ITEM.
      * Take the next id, load the item under it as it arrived, add
      * it to its feed's receipt, and only then close the item as
      * released against that id.
           PERFORM 482-ASSIGN-NEXT-ID
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               PERFORM 484-INSERT-RELEASED-ITEM
           END-IF
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               PERFORM 486-ADD-TO-FEED-RECEIPT
           END-IF
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               MOVE 'R' TO WS-DECISION-STATUS
               PERFORM 495-CLOSE-HELD-ITEM
           END-IF
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               ADD 1 TO WS-RELEASE-COUNT
               MOVE WS-QTN-ID TO WS-QTN-ID-DISP
               MOVE WS-NEXT-ID TO WS-NEXT-ID-DISP
               DISPLAY "✓ Held item " WS-QTN-ID-DISP
                       " released as id " WS-NEXT-ID-DISP
               MOVE "RELEASED" TO WS-RPT-STATUS
               PERFORM 560-WRITE-RELEASE-RPT-LINE
           END-IF.

       482-ASSIGN-NEXT-ID.
      * The same control record the load draws its ids from, moved
      * on before the insert so the id is never handed out twice.
           EXEC SQL
               SELECT last_id
               INTO :WS-NEXT-ID
               FROM messages_control
               WHERE id = 1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Unable to read id control record. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "482-ASSIGN-NEXT-ID" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               ADD 1 TO WS-NEXT-ID
               EXEC SQL
                   UPDATE messages_control
                   SET last_id = :WS-NEXT-ID
                   WHERE id = 1
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Unable to update id control record. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "482-ASSIGN-NEXT-ID" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       484-INSERT-RELEASED-ITEM.
      * Copied straight off the quarantine row so the category,
      * shelf-life dates and feed stamp are exactly what the sender
      * sent - a backout of the feed finds the released row with the
      * rest of it.
           EXEC SQL
               INSERT INTO messages
                   (id, message, category, effective_from,
                    expires_on, feed_system, feed_date, feed_seq)
               SELECT :WS-NEXT-ID, message, category, effective_from,
                      expires_on, feed_system, feed_date, feed_seq
               FROM quarantine
               WHERE quarantine_id = :WS-QTN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Released item insert failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "484-INSERT-RELEASED-ITEM" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       486-ADD-TO-FEED-RECEIPT.
      * rows_loaded is what a backout of the feed reconciles its
      * deletes to, so a released item counts as one more row the
      * feed loaded. A receipt filed before the count existed stays
      * NULL - the backout refuses those anyway.
           EXEC SQL
               UPDATE feeds_received
               SET rows_loaded = rows_loaded + 1
               WHERE system = TRIM(:WS-QTN-FEED-SYSTEM)
                 AND feed_date = :WS-QTN-FEED-DATE
                 AND feed_seq = :WS-QTN-FEED-SEQ
                 AND rows_loaded IS NOT NULL
                 AND backed_out_at IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "✗ Feed receipt update failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "486-ADD-TO-FEED-RECEIPT" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       490-DISCARD-ITEM.
      * Nothing on messages changes - the item is just closed with
      * the operator and the reason on it.
           MOVE 'X' TO WS-DECISION-STATUS
           MOVE ZERO TO WS-NEXT-ID
           PERFORM 495-CLOSE-HELD-ITEM
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               ADD 1 TO WS-DISCARD-COUNT
               MOVE WS-QTN-ID TO WS-QTN-ID-DISP
               DISPLAY "✓ Held item discarded: " WS-QTN-ID-DISP
               MOVE "DISCARDED" TO WS-RPT-STATUS
               PERFORM 560-WRITE-RELEASE-RPT-LINE
           END-IF.

       495-CLOSE-HELD-ITEM.
      * The calling paragraph has set WS-DECISION-STATUS and, for a
      * release, WS-NEXT-ID. ack_on stays NULL until the sender's
      * next feed acknowledgement carries the outcome. The status
      * test in the WHERE is belt and braces - an item decided once
      * is never decided again.
           EXEC SQL
               UPDATE quarantine
               SET status = :WS-DECISION-STATUS,
                   decided_on = :WS-TODAY-DATE,
                   decided_by = TRIM(:WS-OPERATOR),
                   decision_reason = TRIM(:WS-DECISION-REASON),
                   message_id = CASE WHEN :WS-NEXT-ID > 0
                                     THEN :WS-NEXT-ID END
               WHERE quarantine_id = :WS-QTN-ID
                 AND status = 'Q'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Held item close failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "495-CLOSE-HELD-ITEM" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       540-REJECT-DECISION.
      * The calling paragraph has set the reason code. Rejects do not
      * fail the run - the corrected decision comes back on a later
      * QUARANTINE-TXN, and the item stays held until then.
           MOVE 'QTX' TO REJ-SOURCE
           MOVE QUARANTINE-TXN-RECORD TO REJ-DATA
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE
           WRITE MESSAGES-REJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "✗ Record rejected - source " REJ-SOURCE
                   " reason " REJ-REASON.

       560-WRITE-RELEASE-RPT-LINE.
      * One report line per decision - the held item, what became of
      * it and who decided, then the text it was released with or
      * the reason it was discarded.
           MOVE WS-QTN-ID TO WS-QTN-ID-DISP
           MOVE WS-NEXT-ID TO WS-NEXT-ID-DISP
           MOVE SPACES TO RELEASE-RPT-RECORD
           IF WS-DECISION-STATUS = 'R'
               STRING WS-QTN-ID-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTN-RULE-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-NEXT-ID-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTN-MESSAGE DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
           ELSE
               STRING WS-QTN-ID-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTN-RULE-ID DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-DECISION-REASON DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
           END-IF
           WRITE RELEASE-RPT-RECORD.

       600-VERIFY-DATA.
      * Reconcile even when an earlier step already flagged an error
      * - a release that failed partway is exactly the out-of-balance
      * case this check exists to catch. Releases are the only
      * change this run makes to the size of messages. A run that
      * never took its starting count has nothing to reconcile.
           IF WS-COUNT-TAKEN
               PERFORM 610-RECONCILE-ROW-COUNT
           END-IF.

       610-RECONCILE-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT-AFTER
               FROM messages
           END-EXEC

           IF SQLCODE = 0
               COMPUTE WS-ROW-CHANGE =
                   WS-ROW-COUNT-AFTER - WS-ROW-COUNT-BEFORE
               MOVE WS-RELEASE-COUNT TO WS-EXPECTED-CHANGE
               IF WS-ROW-CHANGE NOT = WS-EXPECTED-CHANGE
                   MOVE WS-ROW-CHANGE TO WS-ROW-CHANGE-DISP
                   MOVE WS-EXPECTED-CHANGE TO WS-EXPECTED-CHANGE-DISP
                   DISPLAY "✗ Out of balance - releases "
                           "expected a row change of "
                           WS-EXPECTED-CHANGE-DISP
                           ", but row count changed by "
                           WS-ROW-CHANGE-DISP
                   MOVE 'B' TO WS-PROGRAM-STATUS
                   MOVE "610-RECONCILE-ROW-COUNT" TO WS-ERROR-PARAGRAPH
                   PERFORM 810-LOG-OUT-OF-BALANCE
               END-IF
           ELSE
               DISPLAY "✗ Verification failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "610-RECONCILE-ROW-COUNT" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       690-FINISH-RELEASE-REPORT.
           IF WS-RELEASE-RPT-OK
               MOVE SPACES TO RELEASE-RPT-RECORD
               WRITE RELEASE-RPT-RECORD
               MOVE WS-DECISION-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RELEASE-RPT-RECORD
               STRING "DECISIONS READ:    " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
               WRITE RELEASE-RPT-RECORD
               MOVE WS-RELEASE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RELEASE-RPT-RECORD
               STRING "RELEASED:          " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
               WRITE RELEASE-RPT-RECORD
               MOVE WS-DISCARD-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RELEASE-RPT-RECORD
               STRING "DISCARDED:         " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
               WRITE RELEASE-RPT-RECORD
               MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RELEASE-RPT-RECORD
               STRING "REJECTED:          " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO RELEASE-RPT-RECORD
               WRITE RELEASE-RPT-RECORD
               CLOSE RELEASE-RPT
           END-IF.

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
      * counts being reconciled into WS-EXPECTED-CHANGE /
      * WS-ROW-CHANGE before performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE WS-EXPECTED-CHANGE TO WS-EXPECTED-CHANGE-DISP
           MOVE WS-ROW-CHANGE TO WS-ROW-CHANGE-DISP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " OUT-OF-BALANCE EXPECTED=" DELIMITED BY SIZE
               WS-EXPECTED-CHANGE-DISP DELIMITED BY SIZE
               " ACTUAL=" DELIMITED BY SIZE
               WS-ROW-CHANGE-DISP DELIMITED BY SIZE
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
      * Inserted counts the items released onto messages - rows
      * loaded, the same as the load's own inserts. Updated counts
      * every held item this run closed, released or discarded.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "RELEASE-QUARANTINE" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-DECISION-COUNT TO SUM-RECORDS-READ
               MOVE WS-RELEASE-COUNT TO SUM-INSERTED
               COMPUTE WS-CLOSED-COUNT = WS-RELEASE-COUNT
                   + WS-DISCARD-COUNT
               MOVE WS-CLOSED-COUNT TO SUM-UPDATED
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE ZERO TO SUM-TXN-DELETES
               MOVE WS-REJECT-COUNT TO SUM-REJECTED
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
           CLOSE MESSAGES-REJ

           IF WS-REJECT-COUNT > 0
               MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISP
               DISPLAY "✗ Records rejected to MESSAGES-REJ: "
                       WS-REJECT-COUNT-DISP
           END-IF

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Quarantine release completed "
                           "successfully!"
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   DISPLAY "Quarantine release completed out of "
                           "balance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Quarantine release completed with "
                           "errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
