       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Month-end close and roll-forward of the messages population   *
      * by category. The daily balancing report proves each run on    *
      * its own; this proves the month - that every message that      *
      * appeared or disappeared between two closes is explained by a  *
      * movement on file:                                             *
      *                                                                *
      *   opening + loaded + restored - deleted - expired - archived  *
      *           = closing                                           *
      *                                                                *
      * per category and in total. The opening is the closing the     *
      * previous close left on period_balances. The closing is a      *
      * count of messages by category taken when this close runs,     *
      * and the movements are built from what the tables record       *
      * between the two closes:                                       *
      *   loaded    ids assigned since the previous close (the        *
      *             messages_control high-water mark is kept with     *
      *             each close), wherever the row is now - live,      *
      *             archived, or deleted with its before-image on     *
      *             messages_history                                  *
      *   restored  messages_archive rows stamped restored_at         *
      *   deleted   messages_history D (released maintenance delete)  *
      *             and B (feed backout) before-images                *
      *   expired   messages_archive rows archived past their         *
      *             expires_on date                                   *
      *   archived  every other messages_archive row archived         *
      * The table totals are then checked against what the programs   *
      * themselves reported on RUN-SUMMARY for the same window -      *
      * HELLO-WORLD-SQL and RELEASE-QUARANTINE inserts, APPROVE-      *
      * CHANGES-SQL and BACKOUT-FEED-SQL deletes, the EXPIRE- and     *
      * ARCHIVE-MESSAGES-SQL purges.                                  *
      *                                                                *
      * Every line goes on ROLLFORWARD-RPT with its variance; a       *
      * category that does not roll, or a movement the run records    *
      * do not agree with, is flagged there and on SQL-ERROR-LOG and  *
      * ends the run out of balance (RETURN-CODE 4). The month is     *
      * still closed - the snapshot is a fact - and is put right by   *
      * reopening it once the cause is found.                         *
      *                                                                *
      * CLOSE-CONTROL names the month (YYYY-MM) and carries Y to      *
      * reopen a month already closed. A blank month closes the       *
      * current month - or, on the first day of a month, the month    *
      * just ended, so a final cycle that runs past midnight still    *
      * closes the month it belongs to. A month closed once is        *
      * refused unless reopen is asked for, and only the latest       *
      * closed month can be reopened or followed - a later month's    *
      * opening was taken from this one's closing. Schedule the close *
      * as the last step of the month's final nightly cycle, so       *
      * nothing moves between it and the next. The movements run from *
      * the previous close's snapshot to this one's, so the previous  *
      * close must be the calendar month just before - a gap is       *
      * refused rather than booking the missing months' movements to  *
      * this one; close them first, in order. The first close on a    *
      * database has no opening to start from: it is a take-on close  *
      * from zero with every movement on file, and the run-record     *
      * check is not made, since RUN-SUMMARY only keeps a month. A    *
      * take-on close is allowed only for the current month or the    *
      * one just ended - any earlier and everything since would be    *
      * booked to it.                                                 *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  A blank month on day 1 closes the month just      *
      *             ended. The previous close must be the month just  *
      *             before, and a take-on close may be no earlier     *
      *             than last month.                                  *
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

      * One control record - the month to close and the reopen flag.
      * Missing is not an error; the default month is closed.
           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CONTROL-STATUS.

      * The roll-forward - one line per category with its variance,
      * the total line, and the run-record cross-check.
           SELECT ROLLFORWARD-RPT ASSIGN TO "ROLLFORWARD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLFORWARD-RPT-STATUS.

      * Persistent SQL error/audit log, shared with the other batch
      * programs.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-ERROR-LOG-STATUS.

      * One fixed-layout control totals record per run, appended so
      * a month of runs accumulates in one file. Read here for the
      * cross-check before this run appends its own record to it.
           SELECT OPTIONAL RUN-SUMMARY ASSIGN TO "RUN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  CLOSE-CONTROL
           RECORDING MODE IS F.
       01  CLOSE-CONTROL-RECORD.
           05  CTL-PERIOD.
               10  CTL-PERIOD-YEAR     PIC X(04).
               10  CTL-PERIOD-DASH     PIC X(01).
               10  CTL-PERIOD-MONTH    PIC X(02).
           05  CTL-REOPEN          PIC X(01).

       FD  ROLLFORWARD-RPT
           RECORDING MODE IS F.
       01  ROLLFORWARD-RPT-RECORD      PIC X(132).

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

      * CLOSE-CONTROL file handling, the month being closed and
      * whether a reopen was asked for.
       01  WS-CLOSE-CONTROL-STATUS PIC X(02) VALUE '00'.
           88  WS-CLOSE-CONTROL-OK     VALUE '00'.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR      PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-PERIOD-MONTH     PIC X(2).
       01  WS-CURRENT-PERIOD.
           05  WS-CURRENT-PERIOD-YEAR  PIC X(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-CURRENT-PERIOD-MONTH PIC X(2).
      * The calendar month before the run date's - the latest month
      * a take-on close may name, and the one a blank month means on
      * the first day of a month.
       01  WS-LAST-MONTH-PERIOD.
           05  WS-LAST-MONTH-YEAR  PIC 9(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-LAST-MONTH-MONTH PIC 9(2).
      * The month whose close this one must roll forward from.
       01  WS-EXPECTED-PRIOR.
           05  WS-EXPECTED-PRIOR-YEAR  PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-EXPECTED-PRIOR-MONTH PIC 9(2).
      * Year and month stepped back one month by 170.
       01  WS-STEP-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-STEP-MONTH           PIC 9(2) VALUE ZERO.
       01  WS-REOPEN-SW            PIC X VALUE 'N'.
           88  WS-REOPEN-REQUESTED     VALUE 'Y'.

      * What period_closes already says - this month's earlier close,
      * if any, and how many later months are closed.
       01  WS-CLOSED-BEFORE-SW     PIC X VALUE 'N'.
           88  WS-CLOSED-BEFORE        VALUE 'Y'.
       01  WS-OLD-AS-OF            PIC X(19) VALUE SPACES.
       01  WS-LATER-COUNT          PIC 9(4) VALUE ZERO.

      * The close this one rolls forward from. Spaces and zero on a
      * take-on close, so every movement on file falls inside the
      * window and no opening balance is found.
       01  WS-PRIOR-FOUND-SW       PIC X VALUE 'N'.
           88  WS-PRIOR-FOUND          VALUE 'Y'.
       01  WS-PRIOR-PERIOD         PIC X(7) VALUE SPACES.
       01  WS-PRIOR-AS-OF          PIC X(19) VALUE SPACES.
       01  WS-PRIOR-LAST-ID        PIC 9(9) VALUE ZERO.

      * This close's snapshot point - the moment the closing counts
      * are taken and the id high-water mark at that moment.
       01  WS-AS-OF                PIC X(19) VALUE SPACES.
       01  WS-LAST-ID              PIC 9(9) VALUE ZERO.

      * Host variables for the balance line in hand
       01  WS-BAL-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-BAL-OPENING          PIC 9(9) VALUE ZERO.
       01  WS-BAL-LOADED           PIC 9(9) VALUE ZERO.
       01  WS-BAL-RESTORED         PIC 9(9) VALUE ZERO.
       01  WS-BAL-DELETED          PIC 9(9) VALUE ZERO.
       01  WS-BAL-EXPIRED          PIC 9(9) VALUE ZERO.
       01  WS-BAL-ARCHIVED         PIC 9(9) VALUE ZERO.
       01  WS-BAL-CLOSING          PIC 9(9) VALUE ZERO.
       01  WS-BAL-VARIANCE         PIC S9(9) VALUE ZERO.
       01  WS-BAL-EXPECTED         PIC S9(9) VALUE ZERO.
       01  WS-BAL-EOF-SW           PIC X VALUE 'N'.
           88  WS-BAL-EOF              VALUE 'Y'.

      * Totals across every category
       01  WS-TOT-OPENING          PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-LOADED           PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-RESTORED         PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-DELETED          PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-EXPIRED          PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-ARCHIVED         PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-CLOSING          PIC 9(9) COMP VALUE ZERO.
       01  WS-TOT-VARIANCE         PIC S9(9) COMP VALUE ZERO.
       01  WS-TOT-EXPECTED         PIC S9(9) COMP VALUE ZERO.

      * The same movements as the programs reported them on
      * RUN-SUMMARY for runs inside the window
       01  WS-RS-LOADED            PIC 9(9) COMP VALUE ZERO.
       01  WS-RS-DELETED           PIC 9(9) COMP VALUE ZERO.
       01  WS-RS-EXPIRED           PIC 9(9) COMP VALUE ZERO.
       01  WS-RS-ARCHIVED          PIC 9(9) COMP VALUE ZERO.
       01  WS-RS-READ-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-RS-WINDOW-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-RS-EOF-SW            PIC X VALUE 'N'.
           88  WS-RS-EOF               VALUE 'Y'.
      * A run record's date and time, reshaped into the same
      * YYYY-MM-DD HH:MM:SS form as the window limits.
       01  WS-RS-DATE-NUM          PIC 9(8) VALUE ZERO.
       01  WS-RS-DATE-PARTS REDEFINES WS-RS-DATE-NUM.
           05  WS-RS-DATE-YEAR     PIC X(4).
           05  WS-RS-DATE-MONTH    PIC X(2).
           05  WS-RS-DATE-DAY      PIC X(2).
       01  WS-RS-TIME-NUM          PIC 9(8) VALUE ZERO.
       01  WS-RS-TIME-PARTS REDEFINES WS-RS-TIME-NUM.
           05  WS-RS-TIME-HOUR     PIC X(2).
           05  WS-RS-TIME-MINUTE   PIC X(2).
           05  WS-RS-TIME-SECOND   PIC X(2).
           05  WS-RS-TIME-HUNDREDS PIC X(2).
       01  WS-RS-STAMP.
           05  WS-RS-STAMP-YEAR    PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-RS-STAMP-MONTH   PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-RS-STAMP-DAY     PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RS-STAMP-HOUR    PIC X(2).
           05  FILLER              PIC X(1) VALUE ':'.
           05  WS-RS-STAMP-MINUTE  PIC X(2).
           05  FILLER              PIC X(1) VALUE ':'.
           05  WS-RS-STAMP-SECOND  PIC X(2).

      * One cross-check line in hand
       01  WS-CHECK-NAME           PIC X(8) VALUE SPACES.
       01  WS-CHECK-TABLES         PIC 9(9) VALUE ZERO.
       01  WS-CHECK-RUNS           PIC 9(9) VALUE ZERO.
       01  WS-CHECK-DIFFERENCE     PIC S9(9) VALUE ZERO.

      * Run totals for the report and the run summary
       01  WS-CATEGORY-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-NOT-ROLLING-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-DIFFER-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.
       01  WS-DISP-9               PIC Z(8)9.
       01  WS-DISP-SIGNED          PIC -(8)9.

      * Today's date, stamped on the close
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

      * ROLLFORWARD-RPT file handling
       01  WS-ROLLFORWARD-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-ROLLFORWARD-RPT-OK     VALUE '00'.

      * SQL-ERROR-LOG file handling and audit-entry host variables
       01  WS-SQL-ERROR-LOG-STATUS PIC X(02) VALUE '00'.
           88  WS-SQL-ERROR-LOG-OK     VALUE '00'.
       01  WS-ERROR-PARAGRAPH      PIC X(30) VALUE SPACES.
       01  WS-ERROR-SQLCODE        PIC S9(9) VALUE ZERO.
       01  WS-ERROR-SQLCODE-DISP   PIC -(9)9.
       01  WS-ERROR-TIMESTAMP.
           05  WS-ERROR-DATE       PIC 9(8).
           05  WS-ERROR-TIME       PIC 9(8).
      * What did not roll, for 810-LOG-OUT-OF-BALANCE
       01  WS-OOB-DETAIL           PIC X(40) VALUE SPACES.

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
           PERFORM 350-CHECK-PERIOD
           PERFORM 400-TAKE-SNAPSHOT
           PERFORM 450-BUILD-BALANCES
           PERFORM 500-READ-RUN-SUMMARY
           PERFORM 550-RECORD-CLOSE
           PERFORM 600-WRITE-ROLLFORWARD
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Month-End Close"
           DISPLAY "=============================".
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD
           MOVE WS-CURRENT-YEAR TO WS-TODAY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TODAY-MONTH
           MOVE WS-CURRENT-DAY TO WS-TODAY-DAY
           MOVE WS-CURRENT-YEAR TO WS-CURRENT-PERIOD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-CURRENT-PERIOD-MONTH
           MOVE WS-CURRENT-YEAR TO WS-STEP-YEAR
           MOVE WS-CURRENT-MONTH TO WS-STEP-MONTH
           PERFORM 170-GET-MONTH-BEFORE
           MOVE WS-STEP-YEAR TO WS-LAST-MONTH-YEAR
           MOVE WS-STEP-MONTH TO WS-LAST-MONTH-MONTH
      * The last nightly cycle of a month can run past midnight -
      * on the first of the month the month to close is the one
      * that just ended.
           IF WS-CURRENT-DAY = '01'
               MOVE WS-LAST-MONTH-PERIOD TO WS-PERIOD
           ELSE
               MOVE WS-CURRENT-PERIOD TO WS-PERIOD
           END-IF.

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
      * The month comes from CLOSE-CONTROL when one is supplied; a
      * missing file or a blank month keeps the default set in
      * 100-INITIALIZE, the same way DBCONFIG is optional. A month
      * not yet begun cannot be closed.
           OPEN INPUT CLOSE-CONTROL
           IF WS-CLOSE-CONTROL-OK
               READ CLOSE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 165-EDIT-CONTROL
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF

           IF WS-PROGRAM-OK AND WS-PERIOD > WS-CURRENT-PERIOD
               DISPLAY "✗ Close refused - " WS-PERIOD
                       " has not begun yet"
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF

           IF WS-PROGRAM-OK
               DISPLAY "✓ Month to close: " WS-PERIOD
           END-IF.

       165-EDIT-CONTROL.
           IF CTL-REOPEN = 'Y'
               SET WS-REOPEN-REQUESTED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CTL-PERIOD = SPACES
                   CONTINUE
               WHEN CTL-PERIOD-YEAR NOT NUMERIC
                   OR CTL-PERIOD-DASH NOT = '-'
                   OR CTL-PERIOD-MONTH NOT NUMERIC
                   OR CTL-PERIOD-MONTH < '01'
                   OR CTL-PERIOD-MONTH > '12'
                   DISPLAY "✗ Month to close not YYYY-MM: "
                           CTL-PERIOD
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN OTHER
                   MOVE CTL-PERIOD-YEAR TO WS-PERIOD-YEAR
                   MOVE CTL-PERIOD-MONTH TO WS-PERIOD-MONTH
           END-EVALUATE.

       170-GET-MONTH-BEFORE.
      * Steps WS-STEP-YEAR / WS-STEP-MONTH back one calendar month.
           IF WS-STEP-MONTH = 1
               MOVE 12 TO WS-STEP-MONTH
               SUBTRACT 1 FROM WS-STEP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-STEP-MONTH
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
      * One row per month closed - when its snapshot was taken, the
      * id high-water mark at that moment, and how often it has been
      * reopened. A close on a new database should roll forward from
      * empty tables, not fail on missing ones, so the tables it
      * reads are created with the owning programs' DDL too.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS period_closes (
                       period TEXT PRIMARY KEY,
                       prior_period TEXT,
                       as_of TEXT NOT NULL,
                       last_id INTEGER NOT NULL,
                       closed_on TEXT NOT NULL,
                       reopen_count INTEGER NOT NULL DEFAULT 0,
                       reopened_on TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ period_closes table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * One row per month and category - the opening, each movement,
      * the closing snapshot and the variance.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS period_balances (
                       period TEXT NOT NULL,
                       category TEXT NOT NULL,
                       opening INTEGER NOT NULL DEFAULT 0,
                       loaded INTEGER NOT NULL DEFAULT 0,
                       restored INTEGER NOT NULL DEFAULT 0,
                       deleted INTEGER NOT NULL DEFAULT 0,
                       expired INTEGER NOT NULL DEFAULT 0,
                       archived INTEGER NOT NULL DEFAULT 0,
                       closing INTEGER NOT NULL DEFAULT 0,
                       variance INTEGER NOT NULL DEFAULT 0,
                       PRIMARY KEY (period, category)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ period_balances table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages (
                       id INTEGER PRIMARY KEY,
                       message TEXT NOT NULL,
                       category TEXT,
                       created_at TIMESTAMP
                           DEFAULT CURRENT_TIMESTAMP
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

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages_archive (
                       id INTEGER PRIMARY KEY,
                       message TEXT NOT NULL,
                       category TEXT,
                       created_at TIMESTAMP,
                       archived_at TIMESTAMP
                           DEFAULT CURRENT_TIMESTAMP,
                       restored_at TIMESTAMP
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Archive table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * An archive created before the first restore or expiry run
      * lacks the columns those programs add - the ALTERs fail once
      * a column exists, so a nonzero SQLCODE here just means the
      * table already carries it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_archive
                       ADD COLUMN restored_at TIMESTAMP
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ restored_at column added to archive"
               ELSE
                   DISPLAY "✓ restored_at column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_archive
                       ADD COLUMN expires_on TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ expires_on column added to archive"
               ELSE
                   DISPLAY "✓ expires_on column already present"
               END-IF
           END-IF.

      * The id control record HELLO-WORLD-SQL and RELEASE-QUARANTINE
      * take every new id from - its last_id is the high-water mark
      * the loaded column is measured against.
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

       350-CHECK-PERIOD.
      * A month is closed once. Closing it again needs a reopen, and
      * neither is allowed once a later month has closed on top of
      * it - that month's opening came from this one's closing.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT as_of
                   INTO :WS-OLD-AS-OF
                   FROM period_closes
                   WHERE period = :WS-PERIOD
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       SET WS-CLOSED-BEFORE TO TRUE
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "✗ Period close read failed. SQLCODE: "
                               SQLCODE
                       MOVE 'E' TO WS-PROGRAM-STATUS
                       MOVE "350-CHECK-PERIOD" TO WS-ERROR-PARAGRAPH
                       MOVE SQLCODE TO WS-ERROR-SQLCODE
                       PERFORM 800-LOG-SQL-ERROR
               END-EVALUATE
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-LATER-COUNT
                   FROM period_closes
                   WHERE period > :WS-PERIOD
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Later close count failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "350-CHECK-PERIOD" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               EVALUATE TRUE
                   WHEN WS-LATER-COUNT > 0
                       DISPLAY "✗ Close refused - a month after "
                               WS-PERIOD " is already closed"
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN WS-CLOSED-BEFORE AND NOT WS-REOPEN-REQUESTED
                       DISPLAY "✗ Close refused - " WS-PERIOD
                               " was closed as of " WS-OLD-AS-OF
                       DISPLAY "  Set the CLOSE-CONTROL reopen flag "
                               "to close it again"
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN WS-CLOSED-BEFORE
                       DISPLAY "✓ Reopening " WS-PERIOD
                               " - replaces the close as of "
                               WS-OLD-AS-OF
                   WHEN WS-REOPEN-REQUESTED
                       DISPLAY "✓ Reopen asked for but " WS-PERIOD
                               " was never closed - closing it"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 360-GET-PRIOR-CLOSE
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 370-CHECK-PRIOR-MONTH
           END-IF.

       360-GET-PRIOR-CLOSE.
      * The latest month closed before this one is where the roll
      * starts. None at all makes this the take-on close.
           EXEC SQL
               SELECT period, as_of, last_id
               INTO :WS-PRIOR-PERIOD, :WS-PRIOR-AS-OF,
                    :WS-PRIOR-LAST-ID
               FROM period_closes
               WHERE period < :WS-PERIOD
               ORDER BY period DESC
               LIMIT 1
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-PRIOR-FOUND TO TRUE
                   DISPLAY "✓ Rolling forward from " WS-PRIOR-PERIOD
                           " as of " WS-PRIOR-AS-OF
               WHEN SQLCODE = 100
                   MOVE SPACES TO WS-PRIOR-PERIOD
                   MOVE SPACES TO WS-PRIOR-AS-OF
                   MOVE ZERO TO WS-PRIOR-LAST-ID
                   DISPLAY "✓ No earlier close on file - take-on "
                           "close from zero"
               WHEN OTHER
                   DISPLAY "✗ Prior close read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "360-GET-PRIOR-CLOSE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       370-CHECK-PRIOR-MONTH.
      * The roll runs from the prior close's snapshot to this one,
      * so the prior close must be the month just before - with a
      * month skipped, its movements would be booked to this one.
      * With no prior close this is the take-on, which books every
      * movement on file and today's counts - allowed for this month
      * or the one just ended, never a month further back.
           MOVE WS-PERIOD-YEAR TO WS-STEP-YEAR
           MOVE WS-PERIOD-MONTH TO WS-STEP-MONTH
           PERFORM 170-GET-MONTH-BEFORE
           MOVE WS-STEP-YEAR TO WS-EXPECTED-PRIOR-YEAR
           MOVE WS-STEP-MONTH TO WS-EXPECTED-PRIOR-MONTH
           EVALUATE TRUE
               WHEN WS-PRIOR-FOUND
                   AND WS-PRIOR-PERIOD NOT = WS-EXPECTED-PRIOR
                   DISPLAY "✗ Close refused - last month closed is "
                           WS-PRIOR-PERIOD ", not " WS-EXPECTED-PRIOR
                   DISPLAY "  Close the months between first, "
                           "in order"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN NOT WS-PRIOR-FOUND
                   AND WS-PERIOD < WS-LAST-MONTH-PERIOD
                   DISPLAY "✗ Close refused - a take-on close must "
                           "be for " WS-LAST-MONTH-PERIOD " or later"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       400-TAKE-SNAPSHOT.
      * The moment of the close, in the local time the history and
      * restore stamps carry, and the last id assigned by then.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT datetime('now', 'localtime'), last_id
                   INTO :WS-AS-OF, :WS-LAST-ID
                   FROM messages_control
                   WHERE id = 1
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ Snapshot as of " WS-AS-OF
               ELSE
                   DISPLAY "✗ Snapshot read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "400-TAKE-SNAPSHOT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       450-BUILD-BALANCES.
      * A reopened month's lines are replaced outright. Every
      * category that was open last month, is live now, or appears
      * on the archive or the delete history gets a line; lines
      * with nothing in any column are dropped at the end.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DELETE FROM period_balances
                   WHERE period = :WS-PERIOD
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Balance clear failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "450-BUILD-BALANCES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   INSERT INTO period_balances (period, category)
                   SELECT :WS-PERIOD, c.category
                   FROM (SELECT category
                         FROM period_balances
                         WHERE period = :WS-PRIOR-PERIOD
                         UNION
                         SELECT TRIM(IFNULL(category, ''))
                         FROM messages
                         UNION
                         SELECT TRIM(IFNULL(category, ''))
                         FROM messages_archive
                         UNION
                         SELECT TRIM(IFNULL(prior_category, ''))
                         FROM messages_history
                         WHERE action IN ('D', 'B')) c
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Balance line insert failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "450-BUILD-BALANCES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 460-FILL-MOVEMENTS
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 470-SETTLE-VARIANCES
           END-IF.

       460-FILL-MOVEMENTS.
      * Each column in one pass. Movements are those stamped after
      * the prior close and no later than this one. A loaded row is
      * counted once wherever it is now: live, archived and not
      * restored (a restored row is live again), or deleted. An
      * archived row is expired when it was archived past its
      * expires_on date; archived_at is stamped in UTC, the other
      * stamps in local time.
           EXEC SQL
               UPDATE period_balances
               SET opening =
                     IFNULL((SELECT p.closing
                             FROM period_balances p
                             WHERE p.period = :WS-PRIOR-PERIOD
                               AND p.category =
                                   period_balances.category), 0),
                   loaded =
                     (SELECT COUNT(*)
                      FROM (SELECT id,
                                   TRIM(IFNULL(category, '')) AS cat
                            FROM messages
                            WHERE id > :WS-PRIOR-LAST-ID
                              AND id <= :WS-LAST-ID
                            UNION
                            SELECT id, TRIM(IFNULL(category, ''))
                            FROM messages_archive
                            WHERE restored_at IS NULL
                              AND id > :WS-PRIOR-LAST-ID
                              AND id <= :WS-LAST-ID
                            UNION
                            SELECT id,
                                   TRIM(IFNULL(prior_category, ''))
                            FROM messages_history
                            WHERE action IN ('D', 'B')
                              AND id > :WS-PRIOR-LAST-ID
                              AND id <= :WS-LAST-ID) u
                      WHERE u.cat = period_balances.category),
                   restored =
                     (SELECT COUNT(*)
                      FROM messages_archive a
                      WHERE TRIM(IFNULL(a.category, '')) =
                            period_balances.category
                        AND a.restored_at > :WS-PRIOR-AS-OF
                        AND a.restored_at <= :WS-AS-OF),
                   deleted =
                     (SELECT COUNT(*)
                      FROM messages_history h
                      WHERE h.action IN ('D', 'B')
                        AND TRIM(IFNULL(h.prior_category, '')) =
                            period_balances.category
                        AND h.txn_at > :WS-PRIOR-AS-OF
                        AND h.txn_at <= :WS-AS-OF),
                   expired =
                     (SELECT COUNT(*)
                      FROM messages_archive a
                      WHERE TRIM(IFNULL(a.category, '')) =
                            period_balances.category
                        AND datetime(a.archived_at, 'localtime')
                            > :WS-PRIOR-AS-OF
                        AND datetime(a.archived_at, 'localtime')
                            <= :WS-AS-OF
                        AND TRIM(IFNULL(a.expires_on, '')) <> ''
                        AND a.expires_on
                            < DATE(a.archived_at, 'localtime')),
                   archived =
                     (SELECT COUNT(*)
                      FROM messages_archive a
                      WHERE TRIM(IFNULL(a.category, '')) =
                            period_balances.category
                        AND datetime(a.archived_at, 'localtime')
                            > :WS-PRIOR-AS-OF
                        AND datetime(a.archived_at, 'localtime')
                            <= :WS-AS-OF
                        AND NOT (TRIM(IFNULL(a.expires_on, '')) <> ''
                                 AND a.expires_on
                                 < DATE(a.archived_at, 'localtime'))),
                   closing =
                     (SELECT COUNT(*)
                      FROM messages m
                      WHERE TRIM(IFNULL(m.category, '')) =
                            period_balances.category)
               WHERE period = :WS-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Movement build failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "460-FILL-MOVEMENTS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       470-SETTLE-VARIANCES.
      * Variance is the closing snapshot less what the opening and
      * the movements say it should be - zero when the line rolls.
           EXEC SQL
               UPDATE period_balances
               SET variance = closing
                   - (opening + loaded + restored
                      - deleted - expired - archived)
               WHERE period = :WS-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Variance update failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "470-SETTLE-VARIANCES" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   DELETE FROM period_balances
                   WHERE period = :WS-PERIOD
                     AND opening = 0 AND loaded = 0
                     AND restored = 0 AND deleted = 0
                     AND expired = 0 AND archived = 0
                     AND closing = 0
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Idle line delete failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "470-SETTLE-VARIANCES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       500-READ-RUN-SUMMARY.
      * What the programs reported doing between the two closes. A
      * take-on close has no window start, and RUN-SUMMARY only
      * keeps a month, so the check is left to the next close.
           IF WS-PROGRAM-OK AND WS-PRIOR-FOUND
               OPEN INPUT RUN-SUMMARY
               IF WS-RUN-SUMMARY-OK
                   MOVE 'N' TO WS-RS-EOF-SW
                   PERFORM 510-READ-ONE-SUMMARY
                       UNTIL WS-RS-EOF
                   CLOSE RUN-SUMMARY
                   MOVE WS-RS-WINDOW-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Run records inside the window: "
                           WS-COUNT-DISP
               ELSE
                   DISPLAY "✗ Unable to open RUN-SUMMARY. STATUS: "
                           WS-RUN-SUMMARY-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       510-READ-ONE-SUMMARY.
           READ RUN-SUMMARY
               AT END
                   SET WS-RS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RS-READ-COUNT
                   PERFORM 520-TALLY-SUMMARY
           END-READ.

       520-TALLY-SUMMARY.
           MOVE SUM-RUN-DATE TO WS-RS-DATE-NUM
           MOVE SUM-RUN-TIME TO WS-RS-TIME-NUM
           MOVE WS-RS-DATE-YEAR TO WS-RS-STAMP-YEAR
           MOVE WS-RS-DATE-MONTH TO WS-RS-STAMP-MONTH
           MOVE WS-RS-DATE-DAY TO WS-RS-STAMP-DAY
           MOVE WS-RS-TIME-HOUR TO WS-RS-STAMP-HOUR
           MOVE WS-RS-TIME-MINUTE TO WS-RS-STAMP-MINUTE
           MOVE WS-RS-TIME-SECOND TO WS-RS-STAMP-SECOND
           IF WS-RS-STAMP > WS-PRIOR-AS-OF
               AND WS-RS-STAMP NOT > WS-AS-OF
               ADD 1 TO WS-RS-WINDOW-COUNT
               EVALUATE SUM-PROGRAM-ID
                   WHEN "HELLO-WORLD-SQL"
                   WHEN "RELEASE-QUARANTINE"
                       ADD SUM-INSERTED TO WS-RS-LOADED
                   WHEN "APPROVE-CHANGES-SQL"
                   WHEN "BACKOUT-FEED-SQL"
                       ADD SUM-TXN-DELETES TO WS-RS-DELETED
                   WHEN "EXPIRE-MESSAGES-SQL"
                       ADD SUM-PURGED TO WS-RS-EXPIRED
                   WHEN "ARCHIVE-MESSAGES-SQL"
                       ADD SUM-PURGED TO WS-RS-ARCHIVED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       550-RECORD-CLOSE.
      * Written last, once every line is on period_balances - a run
      * that fails before here leaves the month unclosed (or, on a
      * reopen, still closed as of its old snapshot) for a rerun.
           IF WS-PROGRAM-OK
               IF WS-CLOSED-BEFORE
                   EXEC SQL
                       UPDATE period_closes
                       SET prior_period = :WS-PRIOR-PERIOD,
                           as_of = :WS-AS-OF,
                           last_id = :WS-LAST-ID,
                           closed_on = :WS-TODAY-DATE,
                           reopen_count = reopen_count + 1,
                           reopened_on = :WS-TODAY-DATE
                       WHERE period = :WS-PERIOD
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO period_closes
                           (period, prior_period, as_of, last_id,
                            closed_on)
                       VALUES (:WS-PERIOD, :WS-PRIOR-PERIOD,
                               :WS-AS-OF, :WS-LAST-ID,
                               :WS-TODAY-DATE)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   DISPLAY "✓ Month closed: " WS-PERIOD
               ELSE
                   DISPLAY "✗ Period close write failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "550-RECORD-CLOSE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       600-WRITE-ROLLFORWARD.
           IF WS-PROGRAM-OK
               OPEN OUTPUT ROLLFORWARD-RPT
               IF WS-ROLLFORWARD-RPT-OK
                   PERFORM 605-WRITE-HEADING
                   PERFORM 610-WRITE-BALANCE-LINES
                   IF NOT WS-PROGRAM-ERROR
                       PERFORM 640-WRITE-TOTAL-LINE
                       PERFORM 650-WRITE-CROSS-CHECK
                       PERFORM 680-WRITE-REPORT-TOTALS
                   END-IF
                   CLOSE ROLLFORWARD-RPT
               ELSE
                   DISPLAY "✗ Unable to open ROLLFORWARD-RPT. "
                           "STATUS: " WS-ROLLFORWARD-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       605-WRITE-HEADING.
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           STRING "MONTH-END ROLL-FORWARD - PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               WS-AS-OF DELIMITED BY SIZE
               INTO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           IF WS-PRIOR-FOUND
               STRING "OPENING FROM PERIOD " DELIMITED BY SIZE
                   WS-PRIOR-PERIOD DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   WS-PRIOR-AS-OF DELIMITED BY SIZE
                   INTO ROLLFORWARD-RPT-RECORD
           ELSE
               STRING "TAKE-ON CLOSE - NO EARLIER PERIOD ON FILE, "
                   DELIMITED BY SIZE
                   "OPENING ZERO" DELIMITED BY SIZE
                   INTO ROLLFORWARD-RPT-RECORD
           END-IF
           WRITE ROLLFORWARD-RPT-RECORD
           IF WS-CLOSED-BEFORE
               MOVE SPACES TO ROLLFORWARD-RPT-RECORD
               STRING "PERIOD REOPENED - REPLACES THE CLOSE AS OF "
                   DELIMITED BY SIZE
                   WS-OLD-AS-OF DELIMITED BY SIZE
                   INTO ROLLFORWARD-RPT-RECORD
               WRITE ROLLFORWARD-RPT-RECORD
           END-IF
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           MOVE "CAT" TO ROLLFORWARD-RPT-RECORD(1:3)
           MOVE "OPENING" TO ROLLFORWARD-RPT-RECORD(9:7)
           MOVE "LOADED" TO ROLLFORWARD-RPT-RECORD(21:6)
           MOVE "RESTORED" TO ROLLFORWARD-RPT-RECORD(30:8)
           MOVE "DELETED" TO ROLLFORWARD-RPT-RECORD(42:7)
           MOVE "EXPIRED" TO ROLLFORWARD-RPT-RECORD(53:7)
           MOVE "ARCHIVED" TO ROLLFORWARD-RPT-RECORD(63:8)
           MOVE "EXPECTED" TO ROLLFORWARD-RPT-RECORD(74:8)
           MOVE "CLOSING" TO ROLLFORWARD-RPT-RECORD(86:7)
           MOVE "VARIANCE" TO ROLLFORWARD-RPT-RECORD(96:8)
           WRITE ROLLFORWARD-RPT-RECORD.

       610-WRITE-BALANCE-LINES.
           EXEC SQL
               DECLARE BALANCE-CURSOR CURSOR FOR
               SELECT category, opening, loaded, restored, deleted,
                      expired, archived, closing, variance
               FROM period_balances
               WHERE period = :WS-PERIOD
               ORDER BY category
           END-EXEC

           EXEC SQL
               OPEN BALANCE-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Balance cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "610-WRITE-BALANCE-LINES" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-BAL-EOF-SW
               PERFORM 620-REPORT-ONE-BALANCE
                   UNTIL WS-BAL-EOF OR WS-PROGRAM-ERROR
               EXEC SQL
                   CLOSE BALANCE-CURSOR
               END-EXEC
           END-IF.

       620-REPORT-ONE-BALANCE.
           EXEC SQL
               FETCH BALANCE-CURSOR
               INTO :WS-BAL-CATEGORY, :WS-BAL-OPENING,
                    :WS-BAL-LOADED, :WS-BAL-RESTORED,
                    :WS-BAL-DELETED, :WS-BAL-EXPIRED,
                    :WS-BAL-ARCHIVED, :WS-BAL-CLOSING,
                    :WS-BAL-VARIANCE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-BAL-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-CATEGORY-COUNT
                   ADD WS-BAL-OPENING TO WS-TOT-OPENING
                   ADD WS-BAL-LOADED TO WS-TOT-LOADED
                   ADD WS-BAL-RESTORED TO WS-TOT-RESTORED
                   ADD WS-BAL-DELETED TO WS-TOT-DELETED
                   ADD WS-BAL-EXPIRED TO WS-TOT-EXPIRED
                   ADD WS-BAL-ARCHIVED TO WS-TOT-ARCHIVED
                   ADD WS-BAL-CLOSING TO WS-TOT-CLOSING
                   ADD WS-BAL-VARIANCE TO WS-TOT-VARIANCE
                   COMPUTE WS-BAL-EXPECTED =
                       WS-BAL-CLOSING - WS-BAL-VARIANCE
                   PERFORM 630-FORMAT-BALANCE-LINE
                   MOVE WS-BAL-CATEGORY
                       TO ROLLFORWARD-RPT-RECORD(1:4)
                   IF WS-BAL-VARIANCE NOT = ZERO
                       ADD 1 TO WS-NOT-ROLLING-COUNT
                       MOVE "** DOES NOT ROLL"
                           TO ROLLFORWARD-RPT-RECORD(106:16)
                       MOVE WS-BAL-VARIANCE TO WS-DISP-SIGNED
                       MOVE SPACES TO WS-OOB-DETAIL
                       STRING "CATEGORY=" DELIMITED BY SIZE
                           WS-BAL-CATEGORY DELIMITED BY SIZE
                           " VARIANCE=" DELIMITED BY SIZE
                           WS-DISP-SIGNED DELIMITED BY SIZE
                           INTO WS-OOB-DETAIL
                       MOVE 'B' TO WS-PROGRAM-STATUS
                       MOVE "620-REPORT-ONE-BALANCE"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM 810-LOG-OUT-OF-BALANCE
                   END-IF
                   WRITE ROLLFORWARD-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Balance fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "620-REPORT-ONE-BALANCE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       630-FORMAT-BALANCE-LINE.
      * The columns shared by the category lines and the total line,
      * under the heading 605-WRITE-HEADING lays out.
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           MOVE WS-BAL-OPENING TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(7:9)
           MOVE WS-BAL-LOADED TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(18:9)
           MOVE WS-BAL-RESTORED TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(29:9)
           MOVE WS-BAL-DELETED TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(40:9)
           MOVE WS-BAL-EXPIRED TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(51:9)
           MOVE WS-BAL-ARCHIVED TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(62:9)
           MOVE WS-BAL-EXPECTED TO WS-DISP-SIGNED
           MOVE WS-DISP-SIGNED TO ROLLFORWARD-RPT-RECORD(73:9)
           MOVE WS-BAL-CLOSING TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(84:9)
           MOVE WS-BAL-VARIANCE TO WS-DISP-SIGNED
           MOVE WS-DISP-SIGNED TO ROLLFORWARD-RPT-RECORD(95:9).

       640-WRITE-TOTAL-LINE.
      * The total is the sum of the lines, so it rolls exactly when
      * every category's variances net to zero.
           MOVE WS-TOT-OPENING TO WS-BAL-OPENING
           MOVE WS-TOT-LOADED TO WS-BAL-LOADED
           MOVE WS-TOT-RESTORED TO WS-BAL-RESTORED
           MOVE WS-TOT-DELETED TO WS-BAL-DELETED
           MOVE WS-TOT-EXPIRED TO WS-BAL-EXPIRED
           MOVE WS-TOT-ARCHIVED TO WS-BAL-ARCHIVED
           MOVE WS-TOT-CLOSING TO WS-BAL-CLOSING
           MOVE WS-TOT-VARIANCE TO WS-BAL-VARIANCE
           COMPUTE WS-TOT-EXPECTED = WS-TOT-CLOSING - WS-TOT-VARIANCE
           MOVE WS-TOT-EXPECTED TO WS-BAL-EXPECTED
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           PERFORM 630-FORMAT-BALANCE-LINE
           MOVE "TOTAL" TO ROLLFORWARD-RPT-RECORD(1:5)
           IF WS-TOT-VARIANCE NOT = ZERO
               MOVE "** DOES NOT ROLL"
                   TO ROLLFORWARD-RPT-RECORD(106:16)
           END-IF
           WRITE ROLLFORWARD-RPT-RECORD.

       650-WRITE-CROSS-CHECK.
      * The table totals against the run records for the same
      * window. Restores have no run record to check against -
      * RESTORE-MESSAGES-SQL writes none.
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           STRING "RUN-SUMMARY CROSS-CHECK" DELIMITED BY SIZE
               INTO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           IF WS-PRIOR-FOUND
               MOVE SPACES TO ROLLFORWARD-RPT-RECORD
               MOVE "MOVEMENT" TO ROLLFORWARD-RPT-RECORD(1:8)
               MOVE "TABLES" TO ROLLFORWARD-RPT-RECORD(14:6)
               MOVE "RUN-SUMMARY" TO ROLLFORWARD-RPT-RECORD(22:11)
               MOVE "DIFFERENCE" TO ROLLFORWARD-RPT-RECORD(35:10)
               WRITE ROLLFORWARD-RPT-RECORD
               MOVE "LOADED" TO WS-CHECK-NAME
               MOVE WS-TOT-LOADED TO WS-CHECK-TABLES
               MOVE WS-RS-LOADED TO WS-CHECK-RUNS
               PERFORM 660-WRITE-CHECK-LINE
               MOVE "DELETED" TO WS-CHECK-NAME
               MOVE WS-TOT-DELETED TO WS-CHECK-TABLES
               MOVE WS-RS-DELETED TO WS-CHECK-RUNS
               PERFORM 660-WRITE-CHECK-LINE
               MOVE "EXPIRED" TO WS-CHECK-NAME
               MOVE WS-TOT-EXPIRED TO WS-CHECK-TABLES
               MOVE WS-RS-EXPIRED TO WS-CHECK-RUNS
               PERFORM 660-WRITE-CHECK-LINE
               MOVE "ARCHIVED" TO WS-CHECK-NAME
               MOVE WS-TOT-ARCHIVED TO WS-CHECK-TABLES
               MOVE WS-RS-ARCHIVED TO WS-CHECK-RUNS
               PERFORM 660-WRITE-CHECK-LINE
               MOVE SPACES TO ROLLFORWARD-RPT-RECORD
               MOVE "RESTORED" TO ROLLFORWARD-RPT-RECORD(1:8)
               MOVE WS-TOT-RESTORED TO WS-DISP-9
               MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(11:9)
               MOVE "NO RUN RECORD" TO ROLLFORWARD-RPT-RECORD(22:13)
               WRITE ROLLFORWARD-RPT-RECORD
           ELSE
               MOVE SPACES TO ROLLFORWARD-RPT-RECORD
               STRING "NOT MADE ON A TAKE-ON CLOSE" DELIMITED BY SIZE
                   INTO ROLLFORWARD-RPT-RECORD
               WRITE ROLLFORWARD-RPT-RECORD
           END-IF.

       660-WRITE-CHECK-LINE.
           COMPUTE WS-CHECK-DIFFERENCE =
               WS-CHECK-TABLES - WS-CHECK-RUNS
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           MOVE WS-CHECK-NAME TO ROLLFORWARD-RPT-RECORD(1:8)
           MOVE WS-CHECK-TABLES TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(11:9)
           MOVE WS-CHECK-RUNS TO WS-DISP-9
           MOVE WS-DISP-9 TO ROLLFORWARD-RPT-RECORD(24:9)
           MOVE WS-CHECK-DIFFERENCE TO WS-DISP-SIGNED
           MOVE WS-DISP-SIGNED TO ROLLFORWARD-RPT-RECORD(36:9)
           IF WS-CHECK-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-DIFFER-COUNT
               MOVE "** DIFFERS" TO ROLLFORWARD-RPT-RECORD(47:10)
               MOVE SPACES TO WS-OOB-DETAIL
               STRING WS-CHECK-NAME DELIMITED BY SPACE
                   " DIFFERENCE=" DELIMITED BY SIZE
                   WS-DISP-SIGNED DELIMITED BY SIZE
                   INTO WS-OOB-DETAIL
               MOVE 'B' TO WS-PROGRAM-STATUS
               MOVE "660-WRITE-CHECK-LINE" TO WS-ERROR-PARAGRAPH
               PERFORM 810-LOG-OUT-OF-BALANCE
           END-IF
           WRITE ROLLFORWARD-RPT-RECORD.

       680-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE WS-CATEGORY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           STRING "CATEGORIES:             " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE WS-NOT-ROLLING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           STRING "CATEGORIES NOT ROLLING: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE WS-DIFFER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           STRING "CROSS-CHECKS DIFFERING: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO ROLLFORWARD-RPT-RECORD
           WRITE ROLLFORWARD-RPT-RECORD
           MOVE SPACES TO ROLLFORWARD-RPT-RECORD
           EVALUATE TRUE
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " CLOSED OUT OF BALANCE - REOPEN ONCE "
                       DELIMITED BY SIZE
                       "EXPLAINED" DELIMITED BY SIZE
                       INTO ROLLFORWARD-RPT-RECORD
               WHEN OTHER
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " CLOSED - EVERY CATEGORY ROLLS"
                       DELIMITED BY SIZE
                       INTO ROLLFORWARD-RPT-RECORD
           END-EVALUATE
           WRITE ROLLFORWARD-RPT-RECORD.

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
      * Append one audit entry for a line that does not roll or a
      * movement the run records disagree with. Not a SQL error, so
      * it is logged in the OUT-OF-BALANCE form rather than 800's
      * SQLCODE=nnnn layout. The calling paragraph must MOVE its name
      * to WS-ERROR-PARAGRAPH and what failed to WS-OOB-DETAIL before
      * performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " OUT-OF-BALANCE " DELIMITED BY SIZE
               WS-OOB-DETAIL DELIMITED BY SIZE
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
      * The run records read for the cross-check, and one balance
      * line written per category.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "MONTH-END-CLOSE-SQL" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-RS-READ-COUNT TO SUM-RECORDS-READ
               MOVE WS-CATEGORY-COUNT TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE ZERO TO SUM-TXN-DELETES
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

           IF WS-NOT-ROLLING-COUNT > 0
               MOVE WS-NOT-ROLLING-COUNT TO WS-COUNT-DISP
               DISPLAY "✗ Categories that do not roll: "
                       WS-COUNT-DISP
           END-IF

           IF WS-DIFFER-COUNT > 0
               MOVE WS-DIFFER-COUNT TO WS-COUNT-DISP
               DISPLAY "✗ Movements differing from RUN-SUMMARY: "
                       WS-COUNT-DISP
           END-IF

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Month-end close completed successfully!"
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   DISPLAY "Month-end close completed out of "
                           "balance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Month-end close completed with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
