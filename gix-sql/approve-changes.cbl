       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-CHANGES-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Checker side of the maker-checker control on messages         *
      * maintenance. 450-MAINTAIN-MESSAGES in HELLO-WORLD-SQL stages  *
      * every edited MESSAGES-TXN update or delete on the             *
      * pending_changes table with the operator who keyed it; nothing *
      * reaches the messages table until a second operator releases   *
      * it here.                                                      *
      *                                                                *
      * Each APPROVALS record names a staged change by its change id, *
      * a decision (R = release, D = decline), the checker's operator *
      * id and an optional note. A release captures the row's         *
      * before-image on messages_history - with the maker and the     *
      * checker - and only then applies the update or delete. A       *
      * decline closes the change without touching messages. A        *
      * checker who is also the change's maker is refused, as is a    *
      * decision on a change that is no longer pending. Every refusal *
      * goes to the shared MESSAGES-REJ file with a reason code and   *
      * the rest of the file still processes.                         *
      *                                                                *
      * Before any decision is taken, changes left pending longer     *
      * than the expiry period in APPROVAL-CONTROL (default 5 days)   *
      * are closed as expired, so a stale correction can never be     *
      * released against a row that has moved on since it was keyed.  *
      *                                                                *
      * Every expiry, release and decline is appended to the          *
      * MAINT-RPT change trail with the maker and checker, after the  *
      * staging run's lines. The messages row count is reconciled     *
      * against the deletes released, as 600-VERIFY-DATA does for     *
      * the load.                                                     *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  A release is refused while an active legal hold   *
      *             covers the change's row - rejected APRH, listed   *
      *             ON HOLD on the change trail and on HOLD-SKIP-RPT, *
      *             and the change stays pending. Declines still      *
      *             apply, since they leave messages untouched.       *
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

      * One decision per record - the change id off MAINT-RPT, R to
      * release or D to decline, the checker's operator id and an
      * optional note carried onto the closed change.
           SELECT APPROVALS ASSIGN TO "APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

      * One control record - the expiry period in days. Missing is
      * not an error; the compiled-in default applies.
           SELECT APPROVAL-CONTROL ASSIGN TO "APPROVAL-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CONTROL-STATUS.

      * The maintenance change trail HELLO-WORLD-SQL starts when it
      * stages a change - appended to, so the decision lines follow
      * the staging lines. Status 05 is the first open creating it.
           SELECT OPTIONAL MAINT-RPT ASSIGN TO "MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.

      * One entry per decision that failed the edit - the original
      * record plus a reason code - shared with the load job so every
      * reject in the shop lands in one place.
           SELECT MESSAGES-REJ ASSIGN TO "MESSAGES-REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-REJ-STATUS.

      * One record per release refused because a legal hold covers
      * the change's row - shared with every program that archives,
      * expires, changes or removes messages, and appended.
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

       FD  APPROVALS
           RECORDING MODE IS F.
       01  APPROVALS-RECORD.
           05  APR-CHANGE-ID       PIC 9(06).
           05  APR-DECISION        PIC X(01).
               88  APR-RELEASE         VALUE 'R'.
               88  APR-DECLINE         VALUE 'D'.
           05  APR-OPERATOR        PIC X(08).
           05  APR-NOTE            PIC X(40).

       FD  APPROVAL-CONTROL
           RECORDING MODE IS F.
       01  APPROVAL-CONTROL-RECORD.
           05  CTL-EXPIRY-DAYS     PIC 9(03).

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-RPT-RECORD            PIC X(132).

       FD  MESSAGES-REJ
           RECORDING MODE IS F.
       01  MESSAGES-REJ-RECORD.
           05  REJ-SOURCE          PIC X(03).
           05  REJ-REASON          PIC X(04).
           05  REJ-DATA            PIC X(75).
           05  REJ-RUN-DATE        PIC X(10).

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

      * APPROVALS file handling
       01  WS-APPROVALS-STATUS     PIC X(02) VALUE '00'.
           88  WS-APPROVALS-OK         VALUE '00'.
           88  WS-APPROVALS-NOT-FOUND  VALUE '35'.
       01  WS-APPROVALS-SW         PIC X VALUE 'N'.
           88  WS-APPROVALS-EOF        VALUE 'Y'.

      * APPROVAL-CONTROL file handling, the expiry period and the
      * staged-on date a pending change must reach to stay alive.
       01  WS-APPROVAL-CONTROL-STATUS PIC X(02) VALUE '00'.
           88  WS-APPROVAL-CONTROL-OK   VALUE '00'.
       01  WS-EXPIRY-DAYS          PIC 9(3) VALUE 5.
       01  WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-NUM           PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-YMD REDEFINES WS-CUTOFF-NUM.
           05  WS-CUTOFF-NUM-YEAR  PIC X(4).
           05  WS-CUTOFF-NUM-MONTH PIC X(2).
           05  WS-CUTOFF-NUM-DAY   PIC X(2).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR      PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-CUTOFF-MONTH     PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-CUTOFF-DAY       PIC X(2).

      * MAINT-RPT file handling - blank until the open is tried, so
      * a run that never got that far writes no totals block.
       01  WS-MAINT-RPT-STATUS     PIC X(02) VALUE SPACES.
           88  WS-MAINT-RPT-OK         VALUE '00' '05'.
      * Lines the after text up under the before text, the same
      * columns HELLO-WORLD-SQL writes.
       01  WS-MAINT-RPT-INDENT     PIC X(44) VALUE SPACES.
       01  WS-RPT-STATUS           PIC X(8) VALUE SPACES.

      * MESSAGES-REJ file handling. Reason codes carried on each
      * reject written by this program:
      *   APRN - APPROVALS change id not numeric
      *   APRA - APPROVALS decision not R or D
      *   APRO - APPROVALS checker operator blank
      *   APRC - change id not on pending_changes, or no longer
      *          pending (already decided or expired)
      *   APRS - self-approval refused - the checker is the maker
      *   APRM - release of a change whose row is no longer on the
      *          messages table; the change stays pending until it
      *          is declined or expires
      *   APRH - release of a change whose row is under an active
      *          legal hold; the change stays pending until the hold
      *          is released, or it is declined or expires
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECT-COUNT-DISP    PIC ZZZ9.

      * Host variables for the pending change in hand, plus the row
      * it names as it stands on messages right now.
       01  WS-CHANGE-ID            PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-ID-DISP       PIC ZZZZZ9.
       01  WS-CHANGE-MSG-ID        PIC 9(4) VALUE ZERO.
       01  WS-CHANGE-MSG-ID-DISP   PIC ZZZ9.
       01  WS-CHANGE-ACTION        PIC X(1) VALUE SPACE.
       01  WS-CHANGE-NEW-MESSAGE   PIC X(50) VALUE SPACES.
       01  WS-CHANGE-MAKER         PIC X(8) VALUE SPACES.
       01  WS-CHANGE-STATUS        PIC X(1) VALUE SPACE.
       01  WS-CHANGE-FOUND-SW      PIC X VALUE 'N'.
           88  WS-CHANGE-FOUND         VALUE 'Y'.
       01  WS-CHECKER              PIC X(8) VALUE SPACES.
       01  WS-DECISION-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DECISION-NOTE        PIC X(40) VALUE SPACES.
       01  WS-PRIOR-MESSAGE        PIC X(50) VALUE SPACES.
       01  WS-PRIOR-CATEGORY       PIC X(4) VALUE SPACES.
       01  WS-ROW-ON-FILE          PIC X(1) VALUE 'N'.
       01  WS-EXPIRY-EOF-SW        PIC X VALUE 'N'.
           88  WS-EXPIRY-EOF           VALUE 'Y'.

      * Active legal holds covering the change's row - how many, the
      * lowest one's id and the matter behind it.
       01  WS-HOLD-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HOLD-ID              PIC X(8) VALUE SPACES.
       01  WS-HOLD-MATTER-REF      PIC X(20) VALUE SPACES.

      * HOLD-SKIP-RPT file handling - blank until the open is tried,
      * so a run with no APPROVALS file never touches the trail.
       01  WS-HOLD-SKIP-RPT-STATUS PIC X(02) VALUE SPACES.
           88  WS-HOLD-SKIP-RPT-OK     VALUE '00' '05'.

      * Run totals for the change report and the run summary
       01  WS-APPROVAL-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-UPD-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-DEL-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-DECLINE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-EXPIRE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-EXPIRE-LISTED        PIC 9(4) COMP VALUE ZERO.
       01  WS-SELF-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-SKIP-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ROWS-AFFECTED        PIC S9(4) VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.
       01  WS-LISTED-DISP          PIC ZZZ9.

      * Row-count reconciliation - released deletes are the only
      * thing this run does that changes the size of messages.
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
           PERFORM 160-LOAD-CONTROL
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-TABLES
           PERFORM 350-START-CHANGE-REPORT
           PERFORM 400-EXPIRE-PENDING
           PERFORM 450-PROCESS-APPROVALS
           PERFORM 600-VERIFY-DATA
           PERFORM 690-FINISH-CHANGE-REPORT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Maintenance Approval"
           DISPLAY "==================================".
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG
      * EXTEND so this run's rejects land after the load job's rather
      * than wiping them.
           OPEN EXTEND MESSAGES-REJ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD
           MOVE WS-CURRENT-YEAR TO WS-TODAY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TODAY-MONTH
           MOVE WS-CURRENT-DAY TO WS-TODAY-DAY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

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

       160-LOAD-CONTROL.
      * The expiry period comes from APPROVAL-CONTROL when one is
      * supplied; a missing file just means the default applies, the
      * same way DBCONFIG is optional. A change staged before the
      * cutoff date has waited longer than the period allows.
           OPEN INPUT APPROVAL-CONTROL
           IF WS-APPROVAL-CONTROL-OK
               READ APPROVAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-EXPIRY-DAYS NUMERIC
                           MOVE CTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       ELSE
                           DISPLAY "✗ Expiry period not numeric: "
                                   CTL-EXPIRY-DAYS
                           MOVE 'E' TO WS-PROGRAM-STATUS
                       END-IF
               END-READ
               CLOSE APPROVAL-CONTROL
           END-IF
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - WS-EXPIRY-DAYS)
           MOVE WS-CUTOFF-NUM-YEAR TO WS-CUTOFF-YEAR
           MOVE WS-CUTOFF-NUM-MONTH TO WS-CUTOFF-MONTH
           MOVE WS-CUTOFF-NUM-DAY TO WS-CUTOFF-DAY
           IF WS-PROGRAM-OK
               DISPLAY "✓ Pending changes expire after (days): "
                       WS-EXPIRY-DAYS
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
      * Make sure every table this program touches exists, with the
      * maker/checker columns on the history table - an approval run
      * ahead of the first load run should find nothing to do, not
      * fail on a missing table. Same DDL HELLO-WORLD-SQL issues.
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

      * The ALTERs fail once the columns exist, so a nonzero SQLCODE
      * here just means the table already carries them.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_history
                       ADD COLUMN maker TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ maker column added to messages_history"
               ELSE
                   DISPLAY "✓ maker column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_history
                       ADD COLUMN checker TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ checker column added to "
                           "messages_history"
               ELSE
                   DISPLAY "✓ checker column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS pending_changes (
                       change_id INTEGER PRIMARY KEY,
                       id INTEGER NOT NULL,
                       action TEXT NOT NULL,
                       new_message TEXT,
                       maker TEXT NOT NULL,
                       staged_on TEXT NOT NULL,
                       staged_at TIMESTAMP,
                       status TEXT NOT NULL DEFAULT 'P',
                       checker TEXT,
                       decided_on TEXT,
                       decision_note TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ pending_changes table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
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

       350-START-CHANGE-REPORT.
      * MAINT-RPT is appended to by this program and by the staging
      * run, so each run's block opens with who wrote it and when.
           IF WS-PROGRAM-OK
               OPEN EXTEND MAINT-RPT
               IF WS-MAINT-RPT-OK
                   MOVE SPACES TO MAINT-RPT-RECORD
                   WRITE MAINT-RPT-RECORD
                   MOVE SPACES TO MAINT-RPT-RECORD
                   STRING "CHANGES DECIDED BY APPROVE-CHANGES-SQL - "
                       DELIMITED BY SIZE
                       "RUN DATE " DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO MAINT-RPT-RECORD
                   WRITE MAINT-RPT-RECORD
                   MOVE SPACES TO MAINT-RPT-RECORD
                   STRING "CHANGE    ID  ACT STATUS    MAKER     "
                       DELIMITED BY SIZE
                       "CHECKER   BEFORE -> AFTER" DELIMITED BY SIZE
                       INTO MAINT-RPT-RECORD
                   WRITE MAINT-RPT-RECORD
               ELSE
                   DISPLAY "✗ Unable to open MAINT-RPT. STATUS: "
                           WS-MAINT-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       400-EXPIRE-PENDING.
      * Every change still pending from before the cutoff date is
      * listed on the change trail first, then closed as expired in
      * one statement - and the rows closed must match the rows
      * listed, or the run is out of balance.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DECLARE EXPIRY-CURSOR CURSOR FOR
                   SELECT p.change_id, p.id, p.action,
                          IFNULL(p.new_message, ' '), p.maker,
                          IFNULL(m.message, ' '),
                          CASE WHEN m.id IS NULL THEN 'N'
                               ELSE 'Y' END
                   FROM pending_changes p
                   LEFT JOIN messages m ON m.id = p.id
                   WHERE p.status = 'P'
                     AND p.staged_on < :WS-CUTOFF-DATE
                   ORDER BY p.change_id
               END-EXEC

               EXEC SQL
                   OPEN EXPIRY-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'N' TO WS-EXPIRY-EOF-SW
                   PERFORM 410-FETCH-EXPIRED-CHANGE
                       UNTIL WS-EXPIRY-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE EXPIRY-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Expiry cursor open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "400-EXPIRE-PENDING" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 420-CLOSE-EXPIRED-CHANGES
           END-IF.

       410-FETCH-EXPIRED-CHANGE.
           EXEC SQL
               FETCH EXPIRY-CURSOR
               INTO :WS-CHANGE-ID, :WS-CHANGE-MSG-ID,
                    :WS-CHANGE-ACTION, :WS-CHANGE-NEW-MESSAGE,
                    :WS-CHANGE-MAKER, :WS-PRIOR-MESSAGE,
                    :WS-ROW-ON-FILE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   SET WS-EXPIRY-EOF TO TRUE
               WHEN 0
                   ADD 1 TO WS-EXPIRE-LISTED
                   MOVE "EXPIRED" TO WS-RPT-STATUS
                   MOVE SPACES TO WS-CHECKER
                   PERFORM 560-WRITE-MAINT-RPT-LINE
               WHEN OTHER
                   DISPLAY "✗ Expiry fetch failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "410-FETCH-EXPIRED-CHANGE"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       420-CLOSE-EXPIRED-CHANGES.
           MOVE "Expired - no decision within the period"
               TO WS-DECISION-NOTE
           EXEC SQL
               UPDATE pending_changes
               SET status = 'X',
                   decided_on = :WS-TODAY-DATE,
                   decision_note = TRIM(:WS-DECISION-NOTE)
               WHERE status = 'P'
                 AND staged_on < :WS-CUTOFF-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
               MOVE WS-ROWS-AFFECTED TO WS-EXPIRE-COUNT
               MOVE WS-EXPIRE-COUNT TO WS-COUNT-DISP
               DISPLAY "✓ Pending changes expired: " WS-COUNT-DISP
               IF WS-EXPIRE-COUNT NOT = WS-EXPIRE-LISTED
                   MOVE WS-EXPIRE-LISTED TO WS-EXPECTED-CHANGE
                   MOVE WS-EXPIRE-COUNT TO WS-ROW-CHANGE
                   MOVE WS-EXPIRE-LISTED TO WS-LISTED-DISP
                   DISPLAY "✗ Out of balance - listed "
                           WS-LISTED-DISP
                           " expired changes, closed "
                           WS-COUNT-DISP
                   MOVE 'B' TO WS-PROGRAM-STATUS
                   MOVE "420-CLOSE-EXPIRED-CHANGES"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 810-LOG-OUT-OF-BALANCE
               END-IF
           ELSE
               DISPLAY "✗ Expiry update failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "420-CLOSE-EXPIRED-CHANGES" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       450-PROCESS-APPROVALS.
      * Apply the checker's decisions from APPROVALS. An out-of-
      * balance expiry does not stop the decisions - it is a count
      * mismatch on changes that are closed either way.
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               MOVE 'N' TO WS-APPROVALS-SW
               OPEN INPUT APPROVALS
               IF WS-APPROVALS-OK
                   OPEN EXTEND HOLD-SKIP-RPT
                   IF NOT WS-HOLD-SKIP-RPT-OK
                       DISPLAY "✗ Unable to open HOLD-SKIP-RPT. "
                               "STATUS: " WS-HOLD-SKIP-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
      * Stop applying further decisions the moment one fails,
      * instead of carrying on and compounding the damage.
                   PERFORM 460-PROCESS-ONE-APPROVAL
                       UNTIL WS-APPROVALS-EOF
                           OR WS-PROGRAM-ERROR
                   CLOSE APPROVALS
                   IF WS-HOLD-SKIP-RPT-OK
                       CLOSE HOLD-SKIP-RPT
                   END-IF
               ELSE
      * No approvals file this run is not an error - an expiry-only
      * run is a normal way to sweep stale changes.
                   IF NOT WS-APPROVALS-NOT-FOUND
                       DISPLAY "✗ Unable to open APPROVALS. "
                               "STATUS: " WS-APPROVALS-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               END-IF
           END-IF.

       460-PROCESS-ONE-APPROVAL.
           READ APPROVALS
               AT END
                   SET WS-APPROVALS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APPROVAL-COUNT
      * Edit the decision before any SQL is applied - a bad change
      * id, a bad decision code or a missing checker goes to
      * MESSAGES-REJ and the next decision is processed instead of
      * halting the run.
                   EVALUATE TRUE
                       WHEN APR-CHANGE-ID NOT NUMERIC
                           MOVE 'APRN' TO REJ-REASON
                           PERFORM 540-REJECT-APPROVAL
                       WHEN NOT APR-RELEASE AND NOT APR-DECLINE
                           MOVE 'APRA' TO REJ-REASON
                           PERFORM 540-REJECT-APPROVAL
                       WHEN APR-OPERATOR = SPACES
                           MOVE 'APRO' TO REJ-REASON
                           PERFORM 540-REJECT-APPROVAL
                       WHEN OTHER
                           MOVE APR-CHANGE-ID TO WS-CHANGE-ID
                           MOVE APR-OPERATOR TO WS-CHECKER
                           MOVE APR-NOTE TO WS-DECISION-NOTE
                           PERFORM 465-GET-PENDING-CHANGE
                           IF WS-PROGRAM-OK
                               OR WS-PROGRAM-OUT-OF-BALANCE
                               PERFORM 470-ROUTE-ONE-APPROVAL
                           END-IF
                   END-EVALUATE
           END-READ.

       465-GET-PENDING-CHANGE.
      * The staged change, and what its row says on messages right
      * now - the current text rides along for a decline's report
      * line, and a row gone since staging cannot be released.
           MOVE 'N' TO WS-CHANGE-FOUND-SW
           MOVE SPACES TO WS-PRIOR-MESSAGE
           MOVE 'N' TO WS-ROW-ON-FILE
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-ID
           MOVE SPACES TO WS-HOLD-MATTER-REF
           EXEC SQL
               SELECT p.id, p.action, IFNULL(p.new_message, ' '),
                      p.maker, p.status,
                      IFNULL(m.message, ' '),
                      CASE WHEN m.id IS NULL THEN 'N' ELSE 'Y' END
               INTO :WS-CHANGE-MSG-ID, :WS-CHANGE-ACTION,
                    :WS-CHANGE-NEW-MESSAGE, :WS-CHANGE-MAKER,
                    :WS-CHANGE-STATUS, :WS-PRIOR-MESSAGE,
                    :WS-ROW-ON-FILE
               FROM pending_changes p
               LEFT JOIN messages m ON m.id = p.id
               WHERE p.change_id = :WS-CHANGE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CHANGE-FOUND TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "✗ Pending change read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-GET-PENDING-CHANGE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE

      * A row is held when an active I/R hold covers its id, a C hold
      * its category or a D hold its created date - the same test
      * every program that changes or removes messages applies.
           IF WS-CHANGE-FOUND AND WS-ROW-ON-FILE = 'Y'
               EXEC SQL
                   SELECT COUNT(*), IFNULL(MIN(h.hold_id), ' ')
                   INTO :WS-HOLD-COUNT, :WS-HOLD-ID
                   FROM messages, legal_holds h
                   WHERE messages.id = :WS-CHANGE-MSG-ID
                     AND h.status = 'A'
                     AND ((h.hold_type IN ('I', 'R')
                           AND messages.id
                               BETWEEN h.id_from AND h.id_to)
                       OR (h.hold_type = 'C'
                           AND messages.category = h.category)
                       OR (h.hold_type = 'D'
                           AND DATE(messages.created_at)
                               BETWEEN h.date_from AND h.date_to))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Legal hold check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-GET-PENDING-CHANGE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-HOLD-COUNT > 0
               EXEC SQL
                   SELECT matter_ref
                   INTO :WS-HOLD-MATTER-REF
                   FROM legal_holds
                   WHERE hold_id = TRIM(:WS-HOLD-ID)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Legal hold read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-GET-PENDING-CHANGE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       470-ROUTE-ONE-APPROVAL.
      * The decision is well formed - decide what it means against
      * the change now on the table, and reject what cannot apply.
           EVALUATE TRUE
               WHEN NOT WS-CHANGE-FOUND
                   MOVE 'APRC' TO REJ-REASON
                   PERFORM 540-REJECT-APPROVAL
               WHEN WS-CHANGE-STATUS NOT = 'P'
                   MOVE 'APRC' TO REJ-REASON
                   PERFORM 540-REJECT-APPROVAL
               WHEN APR-OPERATOR = WS-CHANGE-MAKER
      * Dual control means two people - whoever keyed the change
      * can neither release nor decline it.
                   ADD 1 TO WS-SELF-COUNT
                   MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP
                   DISPLAY "✗ Self-approval refused - change "
                           WS-CHANGE-ID-DISP " keyed by "
                           WS-CHANGE-MAKER
                   MOVE 'APRS' TO REJ-REASON
                   PERFORM 540-REJECT-APPROVAL
               WHEN APR-DECLINE
                   PERFORM 490-DECLINE-CHANGE
               WHEN WS-ROW-ON-FILE NOT = 'Y'
                   MOVE 'APRM' TO REJ-REASON
                   PERFORM 540-REJECT-APPROVAL
               WHEN WS-HOLD-COUNT > 0
                   PERFORM 488-SKIP-ON-HOLD
               WHEN OTHER
                   PERFORM 480-RELEASE-CHANGE
           END-EVALUATE.

       480-RELEASE-CHANGE.
      * Capture the row's before-image with both operators first,
      * apply the change only once the history row is safely on
      * file, then close the pending change as released.
           PERFORM 482-CAPTURE-BEFORE-IMAGE
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               EVALUATE WS-CHANGE-ACTION
                   WHEN 'U'
                       PERFORM 484-APPLY-UPDATE
                   WHEN 'D'
                       PERFORM 486-APPLY-DELETE
               END-EVALUATE
           END-IF
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               MOVE 'R' TO WS-DECISION-STATUS
               PERFORM 495-CLOSE-PENDING-CHANGE
           END-IF
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               MOVE "RELEASED" TO WS-RPT-STATUS
               PERFORM 560-WRITE-MAINT-RPT-LINE
           END-IF.

       482-CAPTURE-BEFORE-IMAGE.
      * What the row says right now, before 484/486 changes it -
      * 465-GET-PENDING-CHANGE has already proved the row exists.
           EXEC SQL
               SELECT message, IFNULL(category, ' ')
               INTO :WS-PRIOR-MESSAGE, :WS-PRIOR-CATEGORY
               FROM messages
               WHERE id = :WS-CHANGE-MSG-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Before-image read failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "482-CAPTURE-BEFORE-IMAGE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               EXEC SQL
                   INSERT INTO messages_history
                       (id, prior_message, prior_category, action,
                        txn_at, run_date, maker, checker)
                   VALUES (:WS-CHANGE-MSG-ID, :WS-PRIOR-MESSAGE,
                           :WS-PRIOR-CATEGORY, :WS-CHANGE-ACTION,
                           datetime('now', 'localtime'),
                           :WS-TODAY-DATE,
                           TRIM(:WS-CHANGE-MAKER),
                           TRIM(:WS-CHECKER))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Before-image insert failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "482-CAPTURE-BEFORE-IMAGE"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       484-APPLY-UPDATE.
           EXEC SQL
               UPDATE messages
               SET message = :WS-CHANGE-NEW-MESSAGE
               WHERE id = :WS-CHANGE-MSG-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-RELEASE-UPD-COUNT
               DISPLAY "✓ Message updated via maintenance: "
                       WS-CHANGE-MSG-ID
           ELSE
               DISPLAY "✗ Maintenance update failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "484-APPLY-UPDATE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       486-APPLY-DELETE.
           EXEC SQL
               DELETE FROM messages
               WHERE id = :WS-CHANGE-MSG-ID
           END-EXEC

           IF SQLCODE = 0
      * A delete with no matching id still returns SQLCODE 0 in
      * SQLite, so the real rows-affected count (SQLERRD(3)) is used
      * instead of assuming one row was removed.
               MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
               ADD WS-ROWS-AFFECTED TO WS-RELEASE-DEL-COUNT
               DISPLAY "✓ Message deleted via maintenance: "
                       WS-CHANGE-MSG-ID
           ELSE
               DISPLAY "✗ Maintenance delete failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "486-APPLY-DELETE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       488-SKIP-ON-HOLD.
      * Legal has asked for the row to be preserved as it is - the
      * release is refused, the change left pending, and the refusal
      * listed on the change trail and on HOLD-SKIP-RPT with the hold
      * that stopped it.
           ADD 1 TO WS-HOLD-SKIP-COUNT
           MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP
           DISPLAY "✗ Release refused - change " WS-CHANGE-ID-DISP
                   " is under legal hold " WS-HOLD-ID
           MOVE 'APRH' TO REJ-REASON
           PERFORM 540-REJECT-APPROVAL
           MOVE "ON HOLD" TO WS-RPT-STATUS
           PERFORM 560-WRITE-MAINT-RPT-LINE
           MOVE SPACES TO HOLD-SKIP-RECORD
           MOVE WS-TODAY-DATE TO HSK-RUN-DATE
           MOVE "APPROVE-CHANGES-SQL" TO HSK-PROGRAM-ID
           EVALUATE WS-CHANGE-ACTION
               WHEN 'U'
                   MOVE "UPDATE" TO HSK-ACTION
               WHEN OTHER
                   MOVE "DELETE" TO HSK-ACTION
           END-EVALUATE
           MOVE WS-CHANGE-MSG-ID TO HSK-MESSAGE-ID
           MOVE WS-HOLD-ID TO HSK-HOLD-ID
           MOVE WS-HOLD-MATTER-REF TO HSK-MATTER-REF
           MOVE "SKIPPED-ON-HOLD" TO HSK-OUTCOME
           WRITE HOLD-SKIP-RECORD.

       490-DECLINE-CHANGE.
      * Nothing on messages changes - the change is just closed with
      * the checker and the note on it.
           MOVE 'D' TO WS-DECISION-STATUS
           PERFORM 495-CLOSE-PENDING-CHANGE
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               ADD 1 TO WS-DECLINE-COUNT
               MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP
               DISPLAY "✓ Change declined: " WS-CHANGE-ID-DISP
               MOVE "DECLINED" TO WS-RPT-STATUS
               PERFORM 560-WRITE-MAINT-RPT-LINE
           END-IF.

       495-CLOSE-PENDING-CHANGE.
      * The calling paragraph has set WS-DECISION-STATUS. The status
      * test in the WHERE is belt and braces - a change decided once
      * is never decided again.
           EXEC SQL
               UPDATE pending_changes
               SET status = :WS-DECISION-STATUS,
                   checker = TRIM(:WS-CHECKER),
                   decided_on = :WS-TODAY-DATE,
                   decision_note = TRIM(:WS-DECISION-NOTE)
               WHERE change_id = :WS-CHANGE-ID
                 AND status = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Pending change close failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "495-CLOSE-PENDING-CHANGE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       540-REJECT-APPROVAL.
      * The calling paragraph has set the reason code. Rejects do not
      * fail the run - the corrected decision comes back on a later
      * APPROVALS file, and the change stays pending until then.
           MOVE 'APR' TO REJ-SOURCE
           MOVE APPROVALS-RECORD TO REJ-DATA
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE
           WRITE MESSAGES-REJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "✗ Record rejected - source " REJ-SOURCE
                   " reason " REJ-REASON.

       560-WRITE-MAINT-RPT-LINE.
      * Two change report lines per decision, in the columns the
      * staging run uses - the change id, its status, both operators
      * and the text the row carried when the decision was taken,
      * then the text the change leaves (or would have left) behind.
           MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP
           MOVE WS-CHANGE-MSG-ID TO WS-CHANGE-MSG-ID-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING WS-CHANGE-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHANGE-MSG-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHANGE-ACTION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RPT-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHANGE-MAKER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHECKER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRIOR-MESSAGE DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE SPACES TO MAINT-RPT-RECORD
           EVALUATE TRUE
               WHEN WS-CHANGE-ACTION = 'U'
                   STRING WS-MAINT-RPT-INDENT DELIMITED BY SIZE
                       "->  " DELIMITED BY SIZE
                       WS-CHANGE-NEW-MESSAGE DELIMITED BY SIZE
                       INTO MAINT-RPT-RECORD
               WHEN WS-RPT-STATUS = "RELEASED"
                   STRING WS-MAINT-RPT-INDENT DELIMITED BY SIZE
                       "->  (deleted)" DELIMITED BY SIZE
                       INTO MAINT-RPT-RECORD
               WHEN OTHER
                   STRING WS-MAINT-RPT-INDENT DELIMITED BY SIZE
                       "->  (delete)" DELIMITED BY SIZE
                       INTO MAINT-RPT-RECORD
           END-EVALUATE
           WRITE MAINT-RPT-RECORD.

       600-VERIFY-DATA.
      * Reconcile even when an earlier step already flagged an error
      * - a release that failed partway is exactly the out-of-balance
      * case this check exists to catch. Released deletes are the
      * only change this run makes to the size of messages. A run
      * that never took its starting count has nothing to reconcile.
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
               COMPUTE WS-EXPECTED-CHANGE =
                   ZERO - WS-RELEASE-DEL-COUNT
               IF WS-ROW-CHANGE NOT = WS-EXPECTED-CHANGE
                   MOVE WS-ROW-CHANGE TO WS-ROW-CHANGE-DISP
                   MOVE WS-EXPECTED-CHANGE TO WS-EXPECTED-CHANGE-DISP
                   DISPLAY "✗ Out of balance - released deletes "
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

       690-FINISH-CHANGE-REPORT.
           IF WS-MAINT-RPT-OK
               MOVE SPACES TO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-EXPIRE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "EXPIRED:           " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-APPROVAL-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "DECISIONS READ:    " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-RELEASE-UPD-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "RELEASED UPDATES:  " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-RELEASE-DEL-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "RELEASED DELETES:  " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-DECLINE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "DECLINED:          " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-SELF-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "SELF-APPROVALS:    " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-HOLD-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "SKIPPED ON HOLD:   " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING "REJECTED:          " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               CLOSE MAINT-RPT
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
      * Updated counts every pending change this run closed -
      * released, declined or expired; the maintenance columns carry
      * only what was actually applied to messages.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "APPROVE-CHANGES-SQL" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-APPROVAL-COUNT TO SUM-RECORDS-READ
               MOVE ZERO TO SUM-INSERTED
               COMPUTE WS-CLOSED-COUNT = WS-RELEASE-UPD-COUNT
                   + WS-RELEASE-DEL-COUNT + WS-DECLINE-COUNT
                   + WS-EXPIRE-COUNT
               MOVE WS-CLOSED-COUNT TO SUM-UPDATED
               MOVE WS-RELEASE-UPD-COUNT TO SUM-TXN-UPDATES
               MOVE WS-RELEASE-DEL-COUNT TO SUM-TXN-DELETES
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
                   DISPLAY "Maintenance approval completed "
                           "successfully!"
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   DISPLAY "Maintenance approval completed out of "
                           "balance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Maintenance approval completed with "
                           "errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
