       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Cross-table integrity check of the shared database - the      *
      * consistency every program keeps only by its own logic,        *
      * checked from the outside every night so a break is a line on  *
      * the morning report instead of an audit finding. Replaces the  *
      * ad-hoc sqlite3 queries that used to be run when something     *
      * looked wrong.                                                 *
      *                                                                *
      * Checks, each reported with an exception count and up to ten   *
      * sample keys:                                                  *
      *   1  messages_control.last_id behind MAX(id) on messages -    *
      *      the next load would reuse ids already on file            *
      *   2  an id live on messages and also on messages_archive      *
      *      without restored_at set - archived but never purged,     *
      *      or restored without being flagged                        *
      *   3  messages rows whose category is not on categories        *
      *   4  a load_checkpoint row left on file - a load that died    *
      *      mid-file and was never rerun (run outside the load       *
      *      window, so no run can be in progress)                    *
      *   5  feeds_received receipts with no HELLO-WORLD-SQL record   *
      *      on RUN-SUMMARY for the receipt date - only dates still   *
      *      inside the RUN-SUMMARY retention window are checked      *
      *   6  messages_history rows for an id that is not live, not    *
      *      archived and was never deleted by maintenance or a       *
      *      feed backout                                             *
      *   7  roster_control.last_id behind MAX(id) on roster          *
      *                                                                *
      * A check whose tables are not on the database yet is reported  *
      * NOT CHECKED rather than failing the run. This program is      *
      * read-only - it issues no DDL and changes no rows. Any         *
      * exception ends the run out of balance (RETURN-CODE 4).        *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  Check 6 accepts a feed backout's 'B' before-image *
      *             as accounting for an id, as it does a delete.     *
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

      * The exceptions report - one section per check.
           SELECT INTEGRITY-RPT ASSIGN TO "INTEGRITY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-RPT-STATUS.

      * Persistent SQL error/audit log, shared with the other batch
      * programs.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-ERROR-LOG-STATUS.

      * One fixed-layout control totals record per run - read first
      * for the load run dates check 5 needs, then appended to.
           SELECT OPTIONAL RUN-SUMMARY ASSIGN TO "RUN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  INTEGRITY-RPT
           RECORDING MODE IS F.
       01  INTEGRITY-RPT-RECORD        PIC X(132).

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

      * INTEGRITY-RPT file handling
       01  WS-INTEGRITY-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-INTEGRITY-RPT-OK     VALUE '00'.

      * Which tables are on the database - a check against a table
      * that is not there yet is reported NOT CHECKED.
       01  WS-TABLE-NAME           PIC X(30) VALUE SPACES.
       01  WS-TABLE-FOUND-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-TABLE-FOUND-SW       PIC X VALUE 'N'.
           88  WS-TABLE-FOUND          VALUE 'Y'.
       01  WS-TABLE-SWITCHES.
           05  WS-HAS-MESSAGES-SW  PIC X VALUE 'N'.
               88  WS-HAS-MESSAGES     VALUE 'Y'.
           05  WS-HAS-CONTROL-SW   PIC X VALUE 'N'.
               88  WS-HAS-CONTROL      VALUE 'Y'.
           05  WS-HAS-ARCHIVE-SW   PIC X VALUE 'N'.
               88  WS-HAS-ARCHIVE      VALUE 'Y'.
           05  WS-HAS-RESTORED-AT-SW PIC X VALUE 'N'.
               88  WS-HAS-RESTORED-AT  VALUE 'Y'.
           05  WS-HAS-CATEGORIES-SW PIC X VALUE 'N'.
               88  WS-HAS-CATEGORIES   VALUE 'Y'.
           05  WS-HAS-CHECKPOINT-SW PIC X VALUE 'N'.
               88  WS-HAS-CHECKPOINT   VALUE 'Y'.
           05  WS-HAS-RECEIPTS-SW  PIC X VALUE 'N'.
               88  WS-HAS-RECEIPTS     VALUE 'Y'.
           05  WS-HAS-HISTORY-SW   PIC X VALUE 'N'.
               88  WS-HAS-HISTORY      VALUE 'Y'.
           05  WS-HAS-ROSTER-SW    PIC X VALUE 'N'.
               88  WS-HAS-ROSTER       VALUE 'Y'.
           05  WS-HAS-ROSTER-CTL-SW PIC X VALUE 'N'.
               88  WS-HAS-ROSTER-CTL   VALUE 'Y'.

      * The check in hand - its number, title, exception count and
      * the sample keys gathered for it.
       01  WS-CHECK-NUMBER         PIC 9(2) VALUE ZERO.
       01  WS-CHECK-NUMBER-DISP    PIC Z9.
       01  WS-CHECK-TITLE          PIC X(60) VALUE SPACES.
       01  WS-CHECK-NOTE           PIC X(80) VALUE SPACES.
       01  WS-CHECK-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CHECK-RUN-SW         PIC X VALUE 'Y'.
           88  WS-CHECK-RUN            VALUE 'Y'.
           88  WS-CHECK-NOT-RUN        VALUE 'N'.
       01  WS-SAMPLE-KEY           PIC X(40) VALUE SPACES.
       01  WS-SAMPLE-LINE          PIC X(110) VALUE SPACES.
       01  WS-SAMPLE-PTR           PIC 9(4) COMP VALUE 1.
       01  WS-SAMPLE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-SAMPLE-LIMIT         PIC 9(4) COMP VALUE 10.
       01  WS-KEY-EOF-SW           PIC X VALUE 'N'.
           88  WS-KEY-EOF              VALUE 'Y'.

      * Control-record checks - the recorded last id and the highest
      * id actually on the table.
       01  WS-CONTROL-LAST-ID      PIC 9(9) VALUE ZERO.
       01  WS-TABLE-MAX-ID         PIC 9(9) VALUE ZERO.
       01  WS-ID-DISP              PIC Z(8)9.
       01  WS-ID-DISP-B            PIC Z(8)9.

      * Load run dates off RUN-SUMMARY - the receipt check matches
      * each feeds_received date against these. Only dates from the
      * earliest one on file forward can be checked; older summary
      * records have rolled to history.
       01  WS-LOAD-DATE-LIMIT      PIC 9(4) COMP VALUE 62.
       01  WS-LOAD-DATE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-LOAD-DATE-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-LOAD-DATE-TABLE.
           05  WS-LOAD-DATE        OCCURS 62 TIMES
                                   PIC X(08).
       01  WS-LOAD-DATE-FOUND-SW   PIC X VALUE 'N'.
           88  WS-LOAD-DATE-FOUND      VALUE 'Y'.
       01  WS-EARLIEST-LOAD-DATE   PIC X(08) VALUE SPACES.
       01  WS-EARLIEST-DATE-TEXT   PIC X(10) VALUE SPACES.
       01  WS-RECEIPT-DATE         PIC X(08) VALUE SPACES.
       01  WS-SUM-EOF-SW           PIC X VALUE 'N'.
           88  WS-SUM-EOF              VALUE 'Y'.

      * Run totals
       01  WS-CHECKS-RUN           PIC 9(4) COMP VALUE ZERO.
       01  WS-CHECKS-FAILED        PIC 9(4) COMP VALUE ZERO.
       01  WS-CHECKS-SKIPPED       PIC 9(4) COMP VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS     PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISP           PIC Z(8)9.

      * Current date - the report heading.
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
           PERFORM 160-LOAD-RUN-DATES
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-FIND-TABLES
           PERFORM 400-RUN-CHECKS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Integrity Check"
           DISPLAY "=============================".
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

       160-LOAD-RUN-DATES.
      * Every distinct date HELLO-WORLD-SQL left a RUN-SUMMARY record
      * for, and the earliest of them - the start of the window the
      * receipt check can vouch for.
           IF WS-PROGRAM-OK
               OPEN INPUT RUN-SUMMARY
               IF WS-RUN-SUMMARY-OK
                   MOVE 'N' TO WS-SUM-EOF-SW
                   PERFORM 165-LOAD-ONE-RUN-DATE
                       UNTIL WS-SUM-EOF
                   CLOSE RUN-SUMMARY
               ELSE
                   DISPLAY "✗ Unable to open RUN-SUMMARY. STATUS: "
                           WS-RUN-SUMMARY-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-EARLIEST-LOAD-DATE NOT = SPACES
               STRING WS-EARLIEST-LOAD-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-EARLIEST-LOAD-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-EARLIEST-LOAD-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-EARLIEST-DATE-TEXT
           END-IF.

       165-LOAD-ONE-RUN-DATE.
           READ RUN-SUMMARY
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF SUM-PROGRAM-ID = "HELLO-WORLD-SQL"
                       AND SUM-RUN-DATE NUMERIC
                       MOVE SUM-RUN-DATE TO WS-RECEIPT-DATE
                       PERFORM 167-FIND-LOAD-DATE
                       IF NOT WS-LOAD-DATE-FOUND
                           AND WS-LOAD-DATE-COUNT < WS-LOAD-DATE-LIMIT
                           ADD 1 TO WS-LOAD-DATE-COUNT
                           MOVE WS-RECEIPT-DATE
                               TO WS-LOAD-DATE(WS-LOAD-DATE-COUNT)
                       END-IF
                       IF WS-EARLIEST-LOAD-DATE = SPACES
                           OR WS-RECEIPT-DATE < WS-EARLIEST-LOAD-DATE
                           MOVE WS-RECEIPT-DATE
                               TO WS-EARLIEST-LOAD-DATE
                       END-IF
                   END-IF
           END-READ.

       167-FIND-LOAD-DATE.
           MOVE 'N' TO WS-LOAD-DATE-FOUND-SW
           PERFORM 168-MATCH-ONE-LOAD-DATE
               VARYING WS-LOAD-DATE-SUB FROM 1 BY 1
               UNTIL WS-LOAD-DATE-SUB > WS-LOAD-DATE-COUNT
                   OR WS-LOAD-DATE-FOUND.

       168-MATCH-ONE-LOAD-DATE.
           IF WS-LOAD-DATE(WS-LOAD-DATE-SUB) = WS-RECEIPT-DATE
               SET WS-LOAD-DATE-FOUND TO TRUE
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

       300-FIND-TABLES.
      * Look the tables up on the catalogue instead of creating them
      * - this program never changes the database it is checking.
           IF WS-PROGRAM-OK
               MOVE "messages" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-MESSAGES-SW
               MOVE "messages_control" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-CONTROL-SW
               MOVE "messages_archive" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-ARCHIVE-SW
               MOVE "categories" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-CATEGORIES-SW
               MOVE "load_checkpoint" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-CHECKPOINT-SW
               MOVE "feeds_received" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-RECEIPTS-SW
               MOVE "messages_history" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-HISTORY-SW
               MOVE "roster" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-ROSTER-SW
               MOVE "roster_control" TO WS-TABLE-NAME
               PERFORM 310-FIND-ONE-TABLE
               MOVE WS-TABLE-FOUND-SW TO WS-HAS-ROSTER-CTL-SW
           END-IF

      * restored_at arrived on messages_archive with the restore job
      * - an archive that has never had it has never had a restore.
           IF WS-PROGRAM-OK AND WS-HAS-ARCHIVE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-TABLE-FOUND-COUNT
                   FROM pragma_table_info('messages_archive')
                   WHERE name = 'restored_at'
               END-EXEC

               IF SQLCODE = 0
                   IF WS-TABLE-FOUND-COUNT > 0
                       SET WS-HAS-RESTORED-AT TO TRUE
                   END-IF
               ELSE
                   DISPLAY "✗ Column lookup failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-FIND-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       310-FIND-ONE-TABLE.
      * Sets WS-TABLE-FOUND-SW for the caller to move to the table's
      * own switch.
           MOVE 'N' TO WS-TABLE-FOUND-SW
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-TABLE-FOUND-COUNT
                   FROM sqlite_master
                   WHERE type = 'table'
                     AND name = TRIM(:WS-TABLE-NAME)
               END-EXEC

               IF SQLCODE = 0
                   IF WS-TABLE-FOUND-COUNT > 0
                       SET WS-TABLE-FOUND TO TRUE
                   END-IF
               ELSE
                   DISPLAY "✗ Table lookup failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "310-FIND-ONE-TABLE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       400-RUN-CHECKS.
           IF WS-PROGRAM-OK
               OPEN OUTPUT INTEGRITY-RPT
               IF WS-INTEGRITY-RPT-OK
                   PERFORM 405-WRITE-REPORT-HEADER
                   PERFORM 410-CHECK-MESSAGES-CONTROL
                   PERFORM 420-CHECK-LIVE-AND-ARCHIVED
                   PERFORM 430-CHECK-CATEGORIES
                   PERFORM 440-CHECK-LEFTOVER-CHECKPOINT
                   PERFORM 450-CHECK-RECEIPTS
                   PERFORM 460-CHECK-ORPHAN-HISTORY
                   PERFORM 470-CHECK-ROSTER-CONTROL
                   PERFORM 480-WRITE-REPORT-TOTALS
                   CLOSE INTEGRITY-RPT
                   IF WS-PROGRAM-OK
                       DISPLAY "✓ Integrity report written"
                   END-IF
               ELSE
                   DISPLAY "✗ Unable to open INTEGRITY-RPT. "
                           "STATUS: " WS-INTEGRITY-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       405-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "DATABASE INTEGRITY CHECK - " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SPACE
               INTO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "NO  CHECK" DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD
           MOVE "RESULT" TO INTEGRITY-RPT-RECORD(67:6)
           MOVE "EXCEPTIONS" TO INTEGRITY-RPT-RECORD(79:10)
           WRITE INTEGRITY-RPT-RECORD.

       410-CHECK-MESSAGES-CONTROL.
           MOVE 1 TO WS-CHECK-NUMBER
           MOVE "messages_control.last_id behind MAX(id) on messages"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           IF WS-HAS-MESSAGES AND WS-HAS-CONTROL
               EXEC SQL
                   SELECT IFNULL((SELECT last_id
                                  FROM messages_control
                                  WHERE id = 1), 0),
                          IFNULL((SELECT MAX(id) FROM messages), 0)
                   INTO :WS-CONTROL-LAST-ID, :WS-TABLE-MAX-ID
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-CHECK-COUNT
                       FROM messages
                       WHERE id > :WS-CONTROL-LAST-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE WS-CONTROL-LAST-ID TO WS-ID-DISP
                   MOVE WS-TABLE-MAX-ID TO WS-ID-DISP-B
                   STRING "LAST_ID " DELIMITED BY SIZE
                       WS-ID-DISP DELIMITED BY SIZE
                       "   MAX(ID) " DELIMITED BY SIZE
                       WS-ID-DISP-B DELIMITED BY SIZE
                       INTO WS-CHECK-NOTE
                   IF WS-CHECK-COUNT > 0
                       EXEC SQL
                           DECLARE CTL-CURSOR CURSOR FOR
                           SELECT CAST(id AS TEXT)
                           FROM messages
                           WHERE id > :WS-CONTROL-LAST-ID
                           ORDER BY id
                           LIMIT 10
                       END-EXEC

                       EXEC SQL
                           OPEN CTL-CURSOR
                       END-EXEC

                       MOVE 'N' TO WS-KEY-EOF-SW
                       PERFORM 415-FETCH-CONTROL-KEY
                           UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                       EXEC SQL
                           CLOSE CTL-CURSOR
                       END-EXEC
                   END-IF
               ELSE
                   MOVE "410-CHECK-MESSAGES-CONTROL"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
               END-IF
           ELSE
               MOVE "messages / messages_control"
                   TO WS-TABLE-NAME
               PERFORM 505-TABLE-NOT-PRESENT
           END-IF

           PERFORM 510-WRITE-CHECK-RESULT.

       415-FETCH-CONTROL-KEY.
           EXEC SQL
               FETCH CTL-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "415-FETCH-CONTROL-KEY" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       420-CHECK-LIVE-AND-ARCHIVED.
      * An id both live and on the archive without restored_at - the
      * archive copied it but the purge never removed it, or a
      * restore put it back without flagging the archive row.
           MOVE 2 TO WS-CHECK-NUMBER
           MOVE "id live on messages and on messages_archive unrestored"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           EVALUATE TRUE
               WHEN NOT WS-HAS-MESSAGES OR NOT WS-HAS-ARCHIVE
                   MOVE "messages / messages_archive"
                       TO WS-TABLE-NAME
                   PERFORM 505-TABLE-NOT-PRESENT
               WHEN WS-HAS-RESTORED-AT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-CHECK-COUNT
                       FROM messages m
                       WHERE EXISTS (SELECT 1
                                     FROM messages_archive a
                                     WHERE a.id = m.id
                                       AND a.restored_at IS NULL)
                   END-EXEC

                   IF SQLCODE = 0
                       IF WS-CHECK-COUNT > 0
                           EXEC SQL
                               DECLARE LIVE-ARCH-CURSOR CURSOR FOR
                               SELECT CAST(m.id AS TEXT)
                               FROM messages m
                               WHERE EXISTS (SELECT 1
                                             FROM messages_archive a
                                             WHERE a.id = m.id
                                               AND a.restored_at
                                                   IS NULL)
                               ORDER BY m.id
                               LIMIT 10
                           END-EXEC

                           EXEC SQL
                               OPEN LIVE-ARCH-CURSOR
                           END-EXEC

                           MOVE 'N' TO WS-KEY-EOF-SW
                           PERFORM 425-FETCH-LIVE-ARCH-KEY
                               UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                           EXEC SQL
                               CLOSE LIVE-ARCH-CURSOR
                           END-EXEC
                       END-IF
                   ELSE
                       MOVE "420-CHECK-LIVE-AND-ARCHIVED"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM 590-CHECK-SQL-FAILED
                   END-IF
               WHEN OTHER
      * No restored_at column - no restore has ever run, so every
      * archive row counts as unrestored.
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-CHECK-COUNT
                       FROM messages m
                       WHERE EXISTS (SELECT 1
                                     FROM messages_archive a
                                     WHERE a.id = m.id)
                   END-EXEC

                   IF SQLCODE = 0
                       IF WS-CHECK-COUNT > 0
                           EXEC SQL
                               DECLARE LIVE-ARCH-OLD-CURSOR CURSOR FOR
                               SELECT CAST(m.id AS TEXT)
                               FROM messages m
                               WHERE EXISTS (SELECT 1
                                             FROM messages_archive a
                                             WHERE a.id = m.id)
                               ORDER BY m.id
                               LIMIT 10
                           END-EXEC

                           EXEC SQL
                               OPEN LIVE-ARCH-OLD-CURSOR
                           END-EXEC

                           MOVE 'N' TO WS-KEY-EOF-SW
                           PERFORM 427-FETCH-LIVE-ARCH-OLD-KEY
                               UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                           EXEC SQL
                               CLOSE LIVE-ARCH-OLD-CURSOR
                           END-EXEC
                       END-IF
                   ELSE
                       MOVE "420-CHECK-LIVE-AND-ARCHIVED"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM 590-CHECK-SQL-FAILED
                   END-IF
           END-EVALUATE

           PERFORM 510-WRITE-CHECK-RESULT.

       425-FETCH-LIVE-ARCH-KEY.
           EXEC SQL
               FETCH LIVE-ARCH-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "425-FETCH-LIVE-ARCH-KEY"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       427-FETCH-LIVE-ARCH-OLD-KEY.
           EXEC SQL
               FETCH LIVE-ARCH-OLD-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "427-FETCH-LIVE-ARCH-OLD-KEY"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       430-CHECK-CATEGORIES.
      * Sample keys are id/category - a blank category shows as
      * (NONE).
           MOVE 3 TO WS-CHECK-NUMBER
           MOVE "messages category missing from categories"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           IF WS-HAS-MESSAGES AND WS-HAS-CATEGORIES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CHECK-COUNT
                   FROM messages
                   WHERE TRIM(IFNULL(category, '')) NOT IN
                         (SELECT code FROM categories)
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CHECK-COUNT > 0
                       EXEC SQL
                           DECLARE CAT-CURSOR CURSOR FOR
                           SELECT CAST(id AS TEXT) || '/' ||
                                  CASE WHEN TRIM(IFNULL(category, ''))
                                            = ''
                                       THEN '(NONE)'
                                       ELSE TRIM(category)
                                  END
                           FROM messages
                           WHERE TRIM(IFNULL(category, '')) NOT IN
                                 (SELECT code FROM categories)
                           ORDER BY id
                           LIMIT 10
                       END-EXEC

                       EXEC SQL
                           OPEN CAT-CURSOR
                       END-EXEC

                       MOVE 'N' TO WS-KEY-EOF-SW
                       PERFORM 435-FETCH-CATEGORY-KEY
                           UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                       EXEC SQL
                           CLOSE CAT-CURSOR
                       END-EXEC
                   END-IF
               ELSE
                   MOVE "430-CHECK-CATEGORIES" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
               END-IF
           ELSE
               MOVE "messages / categories" TO WS-TABLE-NAME
               PERFORM 505-TABLE-NOT-PRESENT
           END-IF

           PERFORM 510-WRITE-CHECK-RESULT.

       435-FETCH-CATEGORY-KEY.
           EXEC SQL
               FETCH CAT-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "435-FETCH-CATEGORY-KEY" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       440-CHECK-LEFTOVER-CHECKPOINT.
      * A completed load deletes its checkpoint row - one still on
      * file outside the load window is a load that died mid-file
      * and was never rerun. Sample keys are record/last id/feed.
           MOVE 4 TO WS-CHECK-NUMBER
           MOVE "load_checkpoint row left with no load in progress"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           IF WS-HAS-CHECKPOINT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CHECK-COUNT
                   FROM load_checkpoint
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CHECK-COUNT > 0
                       EXEC SQL
                           DECLARE CKPT-CURSOR CURSOR FOR
                           SELECT 'REC' || record_no ||
                                  '/LAST' || last_id || '/' ||
                                  TRIM(IFNULL(feed_system, '?')) ||
                                  '/' || IFNULL(feed_date, '?') ||
                                  '/' || IFNULL(feed_seq, '?')
                           FROM load_checkpoint
                           ORDER BY id
                           LIMIT 10
                       END-EXEC

                       EXEC SQL
                           OPEN CKPT-CURSOR
                       END-EXEC

                       MOVE 'N' TO WS-KEY-EOF-SW
                       PERFORM 445-FETCH-CHECKPOINT-KEY
                           UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                       EXEC SQL
                           CLOSE CKPT-CURSOR
                       END-EXEC
                   END-IF
               ELSE
                   MOVE "440-CHECK-LEFTOVER-CHECKPOINT"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
               END-IF
           ELSE
               MOVE "load_checkpoint" TO WS-TABLE-NAME
               PERFORM 505-TABLE-NOT-PRESENT
           END-IF

           PERFORM 510-WRITE-CHECK-RESULT.

       445-FETCH-CHECKPOINT-KEY.
           EXEC SQL
               FETCH CKPT-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "445-FETCH-CHECKPOINT-KEY"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       450-CHECK-RECEIPTS.
      * A receipt is filed only by a load that ran to a clean end -
      * and that load writes RUN-SUMMARY. A receipt dated a day with
      * no load record is a receipt nobody can account for. The
      * receipt date is the load date, the same date the load's
      * summary record carries. Sample keys are system/date/seq.
           MOVE 5 TO WS-CHECK-NUMBER
           MOVE "feeds_received receipt with no load on RUN-SUMMARY"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           EVALUATE TRUE
               WHEN NOT WS-HAS-RECEIPTS
                   MOVE "feeds_received" TO WS-TABLE-NAME
                   PERFORM 505-TABLE-NOT-PRESENT
               WHEN WS-EARLIEST-LOAD-DATE = SPACES
                   SET WS-CHECK-NOT-RUN TO TRUE
                   MOVE "NO HELLO-WORLD-SQL RECORDS ON RUN-SUMMARY"
                       TO WS-CHECK-NOTE
               WHEN OTHER
                   STRING "RECEIPTS FROM " DELIMITED BY SIZE
                       WS-EARLIEST-DATE-TEXT DELIMITED BY SIZE
                       " CHECKED - OLDER SUMMARY RECORDS HAVE "
                       DELIMITED BY SIZE
                       "ROLLED TO HISTORY" DELIMITED BY SIZE
                       INTO WS-CHECK-NOTE
                   EXEC SQL
                       DECLARE RCPT-CURSOR CURSOR FOR
                       SELECT REPLACE(feed_date, '-', ''),
                              system || '/' || feed_date || '/' ||
                              feed_seq
                       FROM feeds_received
                       WHERE feed_date >= :WS-EARLIEST-DATE-TEXT
                       ORDER BY feed_date, system, feed_seq
                   END-EXEC

                   EXEC SQL
                       OPEN RCPT-CURSOR
                   END-EXEC

                   MOVE 'N' TO WS-KEY-EOF-SW
                   PERFORM 455-FETCH-ONE-RECEIPT
                       UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                   EXEC SQL
                       CLOSE RCPT-CURSOR
                   END-EXEC
           END-EVALUATE

           PERFORM 510-WRITE-CHECK-RESULT.

       455-FETCH-ONE-RECEIPT.
           EXEC SQL
               FETCH RCPT-CURSOR
               INTO :WS-RECEIPT-DATE, :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 167-FIND-LOAD-DATE
                   IF NOT WS-LOAD-DATE-FOUND
                       ADD 1 TO WS-CHECK-COUNT
                       PERFORM 520-ADD-SAMPLE-KEY
                   END-IF
               WHEN OTHER
                   MOVE "455-FETCH-ONE-RECEIPT" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       460-CHECK-ORPHAN-HISTORY.
      * A before-image whose id is neither live nor archived is an
      * orphan - unless maintenance deleted the row or a feed backout
      * removed it, in which case its 'D' or 'B' before-image is
      * exactly what should be left.
           MOVE 6 TO WS-CHECK-NUMBER
           MOVE "messages_history rows for ids that exist nowhere"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           EVALUATE TRUE
               WHEN NOT WS-HAS-HISTORY OR NOT WS-HAS-MESSAGES
                   MOVE "messages / messages_history"
                       TO WS-TABLE-NAME
                   PERFORM 505-TABLE-NOT-PRESENT
               WHEN WS-HAS-ARCHIVE
                   EXEC SQL
                       SELECT COUNT(DISTINCT h.id)
                       INTO :WS-CHECK-COUNT
                       FROM messages_history h
                       WHERE NOT EXISTS (SELECT 1 FROM messages m
                                         WHERE m.id = h.id)
                         AND NOT EXISTS (SELECT 1
                                         FROM messages_archive a
                                         WHERE a.id = h.id)
                         AND NOT EXISTS (SELECT 1
                                         FROM messages_history d
                                         WHERE d.id = h.id
                                           AND d.action IN ('D', 'B'))
                   END-EXEC

                   IF SQLCODE = 0
                       IF WS-CHECK-COUNT > 0
                           EXEC SQL
                               DECLARE HIST-CURSOR CURSOR FOR
                               SELECT DISTINCT CAST(h.id AS TEXT),
                                      h.id
                               FROM messages_history h
                               WHERE NOT EXISTS
                                     (SELECT 1 FROM messages m
                                      WHERE m.id = h.id)
                                 AND NOT EXISTS
                                     (SELECT 1 FROM messages_archive a
                                      WHERE a.id = h.id)
                                 AND NOT EXISTS
                                     (SELECT 1 FROM messages_history d
                                      WHERE d.id = h.id
                                        AND d.action IN ('D', 'B'))
                               ORDER BY h.id
                               LIMIT 10
                           END-EXEC

                           EXEC SQL
                               OPEN HIST-CURSOR
                           END-EXEC

                           MOVE 'N' TO WS-KEY-EOF-SW
                           PERFORM 465-FETCH-HISTORY-KEY
                               UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                           EXEC SQL
                               CLOSE HIST-CURSOR
                           END-EXEC
                       END-IF
                   ELSE
                       MOVE "460-CHECK-ORPHAN-HISTORY"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM 590-CHECK-SQL-FAILED
                   END-IF
               WHEN OTHER
      * No archive table yet - nothing has ever been archived, so
      * live and deleted are the only places an id can be.
                   EXEC SQL
                       SELECT COUNT(DISTINCT h.id)
                       INTO :WS-CHECK-COUNT
                       FROM messages_history h
                       WHERE NOT EXISTS (SELECT 1 FROM messages m
                                         WHERE m.id = h.id)
                         AND NOT EXISTS (SELECT 1
                                         FROM messages_history d
                                         WHERE d.id = h.id
                                           AND d.action IN ('D', 'B'))
                   END-EXEC

                   IF SQLCODE = 0
                       IF WS-CHECK-COUNT > 0
                           EXEC SQL
                               DECLARE HIST-LIVE-CURSOR CURSOR FOR
                               SELECT DISTINCT CAST(h.id AS TEXT),
                                      h.id
                               FROM messages_history h
                               WHERE NOT EXISTS
                                     (SELECT 1 FROM messages m
                                      WHERE m.id = h.id)
                                 AND NOT EXISTS
                                     (SELECT 1 FROM messages_history d
                                      WHERE d.id = h.id
                                        AND d.action IN ('D', 'B'))
                               ORDER BY h.id
                               LIMIT 10
                           END-EXEC

                           EXEC SQL
                               OPEN HIST-LIVE-CURSOR
                           END-EXEC

                           MOVE 'N' TO WS-KEY-EOF-SW
                           PERFORM 467-FETCH-HISTORY-LIVE-KEY
                               UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                           EXEC SQL
                               CLOSE HIST-LIVE-CURSOR
                           END-EXEC
                       END-IF
                   ELSE
                       MOVE "460-CHECK-ORPHAN-HISTORY"
                           TO WS-ERROR-PARAGRAPH
                       PERFORM 590-CHECK-SQL-FAILED
                   END-IF
           END-EVALUATE

           PERFORM 510-WRITE-CHECK-RESULT.

       465-FETCH-HISTORY-KEY.
           EXEC SQL
               FETCH HIST-CURSOR
               INTO :WS-SAMPLE-KEY, :WS-TABLE-MAX-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "465-FETCH-HISTORY-KEY" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       467-FETCH-HISTORY-LIVE-KEY.
           EXEC SQL
               FETCH HIST-LIVE-CURSOR
               INTO :WS-SAMPLE-KEY, :WS-TABLE-MAX-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "467-FETCH-HISTORY-LIVE-KEY"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       470-CHECK-ROSTER-CONTROL.
           MOVE 7 TO WS-CHECK-NUMBER
           MOVE "roster_control.last_id behind MAX(id) on roster"
               TO WS-CHECK-TITLE
           PERFORM 500-START-CHECK

           IF WS-HAS-ROSTER AND WS-HAS-ROSTER-CTL
               EXEC SQL
                   SELECT IFNULL((SELECT last_id
                                  FROM roster_control
                                  WHERE id = 1), 0),
                          IFNULL((SELECT MAX(id) FROM roster), 0)
                   INTO :WS-CONTROL-LAST-ID, :WS-TABLE-MAX-ID
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-CHECK-COUNT
                       FROM roster
                       WHERE id > :WS-CONTROL-LAST-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE WS-CONTROL-LAST-ID TO WS-ID-DISP
                   MOVE WS-TABLE-MAX-ID TO WS-ID-DISP-B
                   STRING "LAST_ID " DELIMITED BY SIZE
                       WS-ID-DISP DELIMITED BY SIZE
                       "   MAX(ID) " DELIMITED BY SIZE
                       WS-ID-DISP-B DELIMITED BY SIZE
                       INTO WS-CHECK-NOTE
                   IF WS-CHECK-COUNT > 0
                       EXEC SQL
                           DECLARE ROSTER-CTL-CURSOR CURSOR FOR
                           SELECT CAST(id AS TEXT)
                           FROM roster
                           WHERE id > :WS-CONTROL-LAST-ID
                           ORDER BY id
                           LIMIT 10
                       END-EXEC

                       EXEC SQL
                           OPEN ROSTER-CTL-CURSOR
                       END-EXEC

                       MOVE 'N' TO WS-KEY-EOF-SW
                       PERFORM 475-FETCH-ROSTER-KEY
                           UNTIL WS-KEY-EOF OR NOT WS-PROGRAM-OK

                       EXEC SQL
                           CLOSE ROSTER-CTL-CURSOR
                       END-EXEC
                   END-IF
               ELSE
                   MOVE "470-CHECK-ROSTER-CONTROL"
                       TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
               END-IF
           ELSE
               MOVE "roster / roster_control" TO WS-TABLE-NAME
               PERFORM 505-TABLE-NOT-PRESENT
           END-IF

           PERFORM 510-WRITE-CHECK-RESULT.

       475-FETCH-ROSTER-KEY.
           EXEC SQL
               FETCH ROSTER-CTL-CURSOR
               INTO :WS-SAMPLE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-KEY-EOF TO TRUE
               WHEN SQLCODE = 0
                   PERFORM 520-ADD-SAMPLE-KEY
               WHEN OTHER
                   MOVE "475-FETCH-ROSTER-KEY" TO WS-ERROR-PARAGRAPH
                   PERFORM 590-CHECK-SQL-FAILED
           END-EVALUATE.

       480-WRITE-REPORT-TOTALS.
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE WS-CHECKS-RUN TO WS-COUNT-DISP
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "CHECKS RUN:             " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE WS-CHECKS-SKIPPED TO WS-COUNT-DISP
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "CHECKS NOT RUN:         " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE WS-CHECKS-FAILED TO WS-COUNT-DISP
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "CHECKS WITH EXCEPTIONS: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISP
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           STRING "TOTAL EXCEPTIONS:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD.

       500-START-CHECK.
           MOVE ZERO TO WS-CHECK-COUNT
           MOVE SPACES TO WS-CHECK-NOTE
           MOVE SPACES TO WS-SAMPLE-LINE
           MOVE 1 TO WS-SAMPLE-PTR
           MOVE ZERO TO WS-SAMPLE-COUNT
           SET WS-CHECK-RUN TO TRUE.

       505-TABLE-NOT-PRESENT.
           SET WS-CHECK-NOT-RUN TO TRUE
           STRING "TABLE NOT ON DATABASE - " DELIMITED BY SIZE
               WS-TABLE-NAME DELIMITED BY SIZE
               INTO WS-CHECK-NOTE.

       510-WRITE-CHECK-RESULT.
      * One line per check - number, title, result and count - then
      * any note and the sample keys beneath it.
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE WS-CHECK-NUMBER TO WS-CHECK-NUMBER-DISP
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           MOVE WS-CHECK-NUMBER-DISP TO INTEGRITY-RPT-RECORD(1:2)
           MOVE WS-CHECK-TITLE TO INTEGRITY-RPT-RECORD(5:60)
           EVALUATE TRUE
               WHEN WS-CHECK-NOT-RUN
                   ADD 1 TO WS-CHECKS-SKIPPED
                   MOVE "NOT CHECKED" TO INTEGRITY-RPT-RECORD(67:11)
               WHEN WS-CHECK-COUNT > 0
                   ADD 1 TO WS-CHECKS-RUN
                   ADD 1 TO WS-CHECKS-FAILED
                   ADD WS-CHECK-COUNT TO WS-TOTAL-EXCEPTIONS
                   MOVE "EXCEPTION" TO INTEGRITY-RPT-RECORD(67:9)
                   MOVE WS-CHECK-COUNT TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO INTEGRITY-RPT-RECORD(79:9)
                   DISPLAY "✗ Check " WS-CHECK-NUMBER-DISP
                           " exceptions: " WS-COUNT-DISP
               WHEN OTHER
                   ADD 1 TO WS-CHECKS-RUN
                   MOVE "OK" TO INTEGRITY-RPT-RECORD(67:2)
                   MOVE WS-CHECK-COUNT TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO INTEGRITY-RPT-RECORD(79:9)
           END-EVALUATE
           WRITE INTEGRITY-RPT-RECORD
           IF WS-CHECK-NOTE NOT = SPACES
               MOVE SPACES TO INTEGRITY-RPT-RECORD
               MOVE WS-CHECK-NOTE TO INTEGRITY-RPT-RECORD(7:80)
               WRITE INTEGRITY-RPT-RECORD
           END-IF
           IF WS-SAMPLE-COUNT > 0
               MOVE SPACES TO INTEGRITY-RPT-RECORD
               STRING "      SAMPLE KEYS: " DELIMITED BY SIZE
                   WS-SAMPLE-LINE DELIMITED BY SIZE
                   INTO INTEGRITY-RPT-RECORD
               WRITE INTEGRITY-RPT-RECORD
           END-IF.

       520-ADD-SAMPLE-KEY.
      * Keys are built without embedded spaces, so the first space
      * ends each one. Past the limit - or the width of the line -
      * the exception is still counted, just not listed.
           IF WS-SAMPLE-COUNT < WS-SAMPLE-LIMIT
               AND WS-SAMPLE-PTR < 100
               ADD 1 TO WS-SAMPLE-COUNT
               STRING WS-SAMPLE-KEY DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-SAMPLE-LINE
                   WITH POINTER WS-SAMPLE-PTR
               END-STRING
           END-IF.

       590-CHECK-SQL-FAILED.
      * The calling paragraph has moved its name to
      * WS-ERROR-PARAGRAPH.
           DISPLAY "✗ Check " WS-CHECK-NUMBER " query failed. "
                   "SQLCODE: " SQLCODE
           MOVE 'E' TO WS-PROGRAM-STATUS
           MOVE SQLCODE TO WS-ERROR-SQLCODE
           PERFORM 800-LOG-SQL-ERROR
           SET WS-KEY-EOF TO TRUE.

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

       850-WRITE-RUN-SUMMARY.
      * One fixed-layout control totals record per run - written
      * last, after the final status and RETURN-CODE are settled.
      * Reads are the checks run, rejects the exceptions found.
           IF WS-RUN-SUMMARY-DONE
               CONTINUE
           ELSE
               PERFORM 855-APPEND-RUN-SUMMARY
           END-IF.

       855-APPEND-RUN-SUMMARY.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "INTEGRITY-CHECK-SQL" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-CHECKS-RUN TO SUM-RECORDS-READ
               MOVE ZERO TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE ZERO TO SUM-TXN-DELETES
               IF WS-TOTAL-EXCEPTIONS > 99999
                   MOVE 99999 TO SUM-REJECTED
               ELSE
                   MOVE WS-TOTAL-EXCEPTIONS TO SUM-REJECTED
               END-IF
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

      * Any exception puts the run out of balance, so the morning
      * check sees a non-zero return code without reading the report.
           IF WS-PROGRAM-OK AND WS-TOTAL-EXCEPTIONS > 0
               MOVE 'B' TO WS-PROGRAM-STATUS
           END-IF

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Integrity check completed - no "
                           "exceptions."
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISP
                   DISPLAY "Integrity check completed - exceptions: "
                           WS-COUNT-DISP
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Integrity check completed with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
