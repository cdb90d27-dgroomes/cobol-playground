       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Legal hold report. Lists every active hold on the legal_holds *
      * register kept by MAINTAIN-HOLDS-SQL - what it covers, the     *
      * matter behind it, who placed it and when - and under each     *
      * hold every row it covers today, marked LIVE while it is still *
      * on messages or ARCHIVED while it sits on messages_archive     *
      * and has not been restored. A row a hold covers in both places *
      * is never expected; one covered by two holds is listed under   *
      * each, so the totals close with the distinct rows held.        *
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

      * One line per active hold, one per row it covers, a count
      * line per hold and the run's totals.
           SELECT HOLD-RPT ASSIGN TO "HOLD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-RPT-STATUS.

      * Persistent SQL error/audit log, shared with the other batch
      * programs.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  HOLD-RPT
           RECORDING MODE IS F.
       01  HOLD-RPT-RECORD             PIC X(132).

       FD  SQL-ERROR-LOG
           RECORDING MODE IS F.
       01  SQL-ERROR-LOG-RECORD        PIC X(132).

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

      * HOLD-RPT file handling
       01  WS-HOLD-RPT-STATUS      PIC X(02) VALUE '00'.
           88  WS-HOLD-RPT-OK          VALUE '00'.

      * Host variables for the active hold in hand
       01  WS-HOLD-ID              PIC X(8) VALUE SPACES.
       01  WS-HOLD-TYPE            PIC X(1) VALUE SPACE.
       01  WS-HOLD-ID-FROM         PIC 9(9) VALUE ZERO.
       01  WS-HOLD-ID-TO           PIC 9(9) VALUE ZERO.
       01  WS-HOLD-CATEGORY        PIC X(4) VALUE SPACES.
       01  WS-HOLD-DATE-FROM       PIC X(10) VALUE SPACES.
       01  WS-HOLD-DATE-TO         PIC X(10) VALUE SPACES.
       01  WS-HOLD-MATTER-REF      PIC X(20) VALUE SPACES.
       01  WS-HOLD-PLACED-BY       PIC X(8) VALUE SPACES.
       01  WS-HOLD-PLACED-ON       PIC X(10) VALUE SPACES.
       01  WS-HOLD-EOF-SW          PIC X VALUE 'N'.
           88  WS-HOLD-EOF             VALUE 'Y'.

      * What the hold covers, as HOLD-MAINT-RPT describes it
       01  WS-DESC-ID-FROM-DISP    PIC 9(6).
       01  WS-DESC-ID-TO-DISP      PIC 9(6).
       01  WS-DESC-TEXT            PIC X(40) VALUE SPACES.

      * Host variables for the covered row in hand
       01  WS-ROW-STATE            PIC X(8) VALUE SPACES.
       01  WS-ROW-ID               PIC 9(9) VALUE ZERO.
       01  WS-ROW-ID-DISP          PIC Z(8)9.
       01  WS-ROW-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-ROW-CREATED          PIC X(10) VALUE SPACES.
       01  WS-ROW-MESSAGE          PIC X(50) VALUE SPACES.
       01  WS-ROW-EOF-SW           PIC X VALUE 'N'.
           88  WS-ROW-EOF              VALUE 'Y'.

      * Per-hold and run totals
       01  WS-HOLD-LIVE-COUNT      PIC 9(9) COMP VALUE ZERO.
       01  WS-HOLD-ARCHIVED-COUNT  PIC 9(9) COMP VALUE ZERO.
       01  WS-ACTIVE-HOLD-COUNT    PIC 9(9) COMP VALUE ZERO.
       01  WS-LISTED-LIVE-COUNT    PIC 9(9) COMP VALUE ZERO.
       01  WS-LISTED-ARCHIVED-COUNT PIC 9(9) COMP VALUE ZERO.
       01  WS-DISTINCT-LIVE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-DISTINCT-ARCHIVED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISP           PIC Z(8)9.
       01  WS-COUNT-DISP-2         PIC Z(8)9.

      * Today's date for the report heading
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CONFIGURATION
           PERFORM 200-CONNECT-DATABASE
           PERFORM 250-PREPARE-TABLES
           PERFORM 300-WRITE-HOLD-REPORT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Legal Hold Report"
           DISPLAY "===============================".
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
               END-IF
           END-IF.

       250-PREPARE-TABLES.
      * A report run ahead of the first hold, load or archive run
      * should print an empty report, not fail on a missing table.
      * Same DDL the owning programs issue.
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
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
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
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
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
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * An archive created before the first restore run lacks the
      * restored_at flag - the ALTER fails once the column exists,
      * so a nonzero SQLCODE here just means it is already there.
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

       300-WRITE-HOLD-REPORT.
           IF WS-PROGRAM-OK
               OPEN OUTPUT HOLD-RPT
               IF WS-HOLD-RPT-OK
                   MOVE SPACES TO HOLD-RPT-RECORD
                   STRING "LEGAL HOLD REPORT - " DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO HOLD-RPT-RECORD
                   WRITE HOLD-RPT-RECORD
                   PERFORM 310-WRITE-ACTIVE-HOLDS
                   IF WS-PROGRAM-OK
                       PERFORM 370-WRITE-REPORT-TOTALS
                   END-IF
                   CLOSE HOLD-RPT
                   IF WS-PROGRAM-OK
                       DISPLAY "✓ Legal hold report written"
                   END-IF
               ELSE
                   DISPLAY "✗ Unable to open HOLD-RPT. STATUS: "
                           WS-HOLD-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       310-WRITE-ACTIVE-HOLDS.
      * Every hold still active, in hold id order. Released holds
      * stay on the register but preserve nothing, so they are left
      * off.
           EXEC SQL
               DECLARE HOLD-CURSOR CURSOR FOR
               SELECT hold_id, hold_type,
                      IFNULL(id_from, 0), IFNULL(id_to, 0),
                      IFNULL(category, ' '),
                      IFNULL(date_from, ' '), IFNULL(date_to, ' '),
                      matter_ref, placed_by, placed_on
               FROM legal_holds
               WHERE status = 'A'
               ORDER BY hold_id
           END-EXEC

           EXEC SQL
               OPEN HOLD-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Hold cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "310-WRITE-ACTIVE-HOLDS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-HOLD-EOF-SW
               PERFORM 320-REPORT-ONE-HOLD
                   UNTIL WS-HOLD-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE HOLD-CURSOR
               END-EXEC
           END-IF.

       320-REPORT-ONE-HOLD.
           EXEC SQL
               FETCH HOLD-CURSOR
               INTO :WS-HOLD-ID, :WS-HOLD-TYPE, :WS-HOLD-ID-FROM,
                    :WS-HOLD-ID-TO, :WS-HOLD-CATEGORY,
                    :WS-HOLD-DATE-FROM, :WS-HOLD-DATE-TO,
                    :WS-HOLD-MATTER-REF, :WS-HOLD-PLACED-BY,
                    :WS-HOLD-PLACED-ON
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HOLD-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ACTIVE-HOLD-COUNT
                   PERFORM 330-WRITE-HOLD-HEADING
                   PERFORM 340-WRITE-COVERED-ROWS
               WHEN OTHER
                   DISPLAY "✗ Hold fetch failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "320-REPORT-ONE-HOLD" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       330-WRITE-HOLD-HEADING.
      * The hold itself in the HOLD-MAINT-RPT columns, then the
      * heading for the rows it covers.
           PERFORM 335-DESCRIBE-HOLD
           MOVE SPACES TO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "HOLD      PLACED ON  COVERS" DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           MOVE "MATTER" TO HOLD-RPT-RECORD(61:6)
           MOVE "PLACED BY" TO HOLD-RPT-RECORD(83:9)
           WRITE HOLD-RPT-RECORD
           MOVE SPACES TO HOLD-RPT-RECORD
           MOVE WS-HOLD-ID TO HOLD-RPT-RECORD(1:8)
           MOVE WS-HOLD-PLACED-ON TO HOLD-RPT-RECORD(11:10)
           MOVE WS-DESC-TEXT TO HOLD-RPT-RECORD(21:40)
           MOVE WS-HOLD-MATTER-REF TO HOLD-RPT-RECORD(61:20)
           MOVE WS-HOLD-PLACED-BY TO HOLD-RPT-RECORD(83:8)
           WRITE HOLD-RPT-RECORD
           MOVE SPACES TO HOLD-RPT-RECORD
           MOVE "STATE" TO HOLD-RPT-RECORD(11:5)
           MOVE "ID" TO HOLD-RPT-RECORD(27:2)
           MOVE "CAT" TO HOLD-RPT-RECORD(31:3)
           MOVE "CREATED" TO HOLD-RPT-RECORD(36:7)
           MOVE "MESSAGE" TO HOLD-RPT-RECORD(48:7)
           WRITE HOLD-RPT-RECORD.

       335-DESCRIBE-HOLD.
           MOVE SPACES TO WS-DESC-TEXT
           MOVE WS-HOLD-ID-FROM TO WS-DESC-ID-FROM-DISP
           MOVE WS-HOLD-ID-TO TO WS-DESC-ID-TO-DISP
           EVALUATE WS-HOLD-TYPE
               WHEN 'I'
                   STRING "ID " DELIMITED BY SIZE
                       WS-DESC-ID-FROM-DISP DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
               WHEN 'R'
                   STRING "IDS " DELIMITED BY SIZE
                       WS-DESC-ID-FROM-DISP DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-DESC-ID-TO-DISP DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
               WHEN 'C'
                   STRING "CATEGORY " DELIMITED BY SIZE
                       WS-HOLD-CATEGORY DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
               WHEN OTHER
                   STRING "CREATED " DELIMITED BY SIZE
                       WS-HOLD-DATE-FROM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-HOLD-DATE-TO DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
           END-EVALUATE.

       340-WRITE-COVERED-ROWS.
      * Every row the hold covers, live rows and archived rows that
      * have not been restored together in id order - the same test
      * every program that changes or removes messages applies,
      * against each table in turn. A restored row is back on
      * messages and is listed from there.
           MOVE ZERO TO WS-HOLD-LIVE-COUNT
           MOVE ZERO TO WS-HOLD-ARCHIVED-COUNT
           EXEC SQL
               DECLARE COVER-CURSOR CURSOR FOR
               SELECT 'LIVE', messages.id,
                      IFNULL(messages.category, ' '),
                      IFNULL(DATE(messages.created_at), ' '),
                      messages.message
               FROM messages, legal_holds h
               WHERE h.hold_id = TRIM(:WS-HOLD-ID)
                 AND ((h.hold_type IN ('I', 'R')
                       AND messages.id
                           BETWEEN h.id_from AND h.id_to)
                   OR (h.hold_type = 'C'
                       AND messages.category = h.category)
                   OR (h.hold_type = 'D'
                       AND DATE(messages.created_at)
                           BETWEEN h.date_from AND h.date_to))
               UNION ALL
               SELECT 'ARCHIVED', a.id,
                      IFNULL(a.category, ' '),
                      IFNULL(DATE(a.created_at), ' '),
                      a.message
               FROM messages_archive a, legal_holds h
               WHERE h.hold_id = TRIM(:WS-HOLD-ID)
                 AND a.restored_at IS NULL
                 AND ((h.hold_type IN ('I', 'R')
                       AND a.id BETWEEN h.id_from AND h.id_to)
                   OR (h.hold_type = 'C'
                       AND a.category = h.category)
                   OR (h.hold_type = 'D'
                       AND DATE(a.created_at)
                           BETWEEN h.date_from AND h.date_to))
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL
               OPEN COVER-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Covered row cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "340-WRITE-COVERED-ROWS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-ROW-EOF-SW
               PERFORM 350-REPORT-ONE-ROW
                   UNTIL WS-ROW-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE COVER-CURSOR
               END-EXEC
           END-IF

           IF WS-PROGRAM-OK
               MOVE WS-HOLD-LIVE-COUNT TO WS-COUNT-DISP
               MOVE WS-HOLD-ARCHIVED-COUNT TO WS-COUNT-DISP-2
               MOVE SPACES TO HOLD-RPT-RECORD
               STRING "          ROWS COVERED - LIVE: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   "  ARCHIVED: " DELIMITED BY SIZE
                   WS-COUNT-DISP-2 DELIMITED BY SIZE
                   INTO HOLD-RPT-RECORD
               WRITE HOLD-RPT-RECORD
           END-IF.

       350-REPORT-ONE-ROW.
           EXEC SQL
               FETCH COVER-CURSOR
               INTO :WS-ROW-STATE, :WS-ROW-ID, :WS-ROW-CATEGORY,
                    :WS-ROW-CREATED, :WS-ROW-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-ROW-EOF TO TRUE
               WHEN SQLCODE = 0
                   IF WS-ROW-STATE = "LIVE"
                       ADD 1 TO WS-HOLD-LIVE-COUNT
                       ADD 1 TO WS-LISTED-LIVE-COUNT
                   ELSE
                       ADD 1 TO WS-HOLD-ARCHIVED-COUNT
                       ADD 1 TO WS-LISTED-ARCHIVED-COUNT
                   END-IF
                   MOVE WS-ROW-ID TO WS-ROW-ID-DISP
                   MOVE SPACES TO HOLD-RPT-RECORD
                   MOVE WS-ROW-STATE TO HOLD-RPT-RECORD(11:8)
                   MOVE WS-ROW-ID-DISP TO HOLD-RPT-RECORD(20:9)
                   MOVE WS-ROW-CATEGORY TO HOLD-RPT-RECORD(31:4)
                   MOVE WS-ROW-CREATED TO HOLD-RPT-RECORD(36:10)
                   MOVE WS-ROW-MESSAGE TO HOLD-RPT-RECORD(48:50)
                   WRITE HOLD-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Covered row fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "350-REPORT-ONE-ROW" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       370-WRITE-REPORT-TOTALS.
      * A row covered by two holds is listed under both, so the rows
      * listed can exceed the rows actually held - the distinct
      * counts are what legal is told is preserved.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DISTINCT-LIVE-COUNT
               FROM messages
               WHERE EXISTS
                     (SELECT 1 FROM legal_holds h
                      WHERE h.status = 'A'
                        AND ((h.hold_type IN ('I', 'R')
                              AND messages.id
                                  BETWEEN h.id_from AND h.id_to)
                          OR (h.hold_type = 'C'
                              AND messages.category = h.category)
                          OR (h.hold_type = 'D'
                              AND DATE(messages.created_at)
                                  BETWEEN h.date_from
                                      AND h.date_to)))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Held live row count failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "370-WRITE-REPORT-TOTALS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DISTINCT-ARCHIVED-COUNT
                   FROM messages_archive a
                   WHERE a.restored_at IS NULL
                     AND EXISTS
                         (SELECT 1 FROM legal_holds h
                          WHERE h.status = 'A'
                            AND ((h.hold_type IN ('I', 'R')
                                  AND a.id
                                      BETWEEN h.id_from AND h.id_to)
                              OR (h.hold_type = 'C'
                                  AND a.category = h.category)
                              OR (h.hold_type = 'D'
                                  AND DATE(a.created_at)
                                      BETWEEN h.date_from
                                          AND h.date_to)))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Held archive row count failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "370-WRITE-REPORT-TOTALS"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

           MOVE SPACES TO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE WS-ACTIVE-HOLD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "ACTIVE HOLDS:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE WS-LISTED-LIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "LIVE ROWS LISTED:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE WS-LISTED-ARCHIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "ARCHIVED ROWS LISTED:  " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE WS-DISTINCT-LIVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "LIVE ROWS HELD:        " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE WS-DISTINCT-ARCHIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-RPT-RECORD
           STRING "ARCHIVED ROWS HELD:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD.

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

       900-CLEANUP.
      * Always disconnect from the database
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           CLOSE SQL-ERROR-LOG

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Legal hold report completed "
                           "successfully!"
               WHEN OTHER
                   DISPLAY "Legal hold report completed with "
                           "errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
