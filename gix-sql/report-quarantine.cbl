       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARANTINE-REPORT-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Daily quarantine report. Lists every detail HELLO-WORLD-SQL   *
      * has held on the quarantine table and that is still awaiting   *
      * a decision - where it came from, the rule that fired and the  *
      * text that fired it - so the items to work through on          *
      * QUARANTINE-TXN are on one page each morning. Below them, the  *
      * items RELEASE-QUARANTINE-SQL released or discarded today,     *
      * with who decided and why.                                     *
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

      * Two lines per item still held, one per item decided today,
      * and the day's totals.
           SELECT QUARANTINE-RPT ASSIGN TO "QUARANTINE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-RPT-STATUS.

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

       FD  QUARANTINE-RPT
           RECORDING MODE IS F.
       01  QUARANTINE-RPT-RECORD       PIC X(132).

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

      * QUARANTINE-RPT file handling
       01  WS-QUARANTINE-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-QUARANTINE-RPT-OK     VALUE '00'.

      * Host variables for the held-item and decision cursors
       01  WS-QTN-ID               PIC 9(6) VALUE ZERO.
       01  WS-QTN-ID-DISP          PIC ZZZZZ9.
       01  WS-QTN-HELD-ON          PIC X(10) VALUE SPACES.
       01  WS-QTN-FEED-SYSTEM      PIC X(10) VALUE SPACES.
       01  WS-QTN-FEED-DATE        PIC X(10) VALUE SPACES.
       01  WS-QTN-FEED-SEQ         PIC 9(4) VALUE ZERO.
       01  WS-QTN-FEED-SEQ-DISP    PIC ZZZ9.
       01  WS-QTN-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-QTN-RULE-ID          PIC X(8) VALUE SPACES.
       01  WS-QTN-RULE-TYPE        PIC X(1) VALUE SPACE.
       01  WS-QTN-PATTERN          PIC X(30) VALUE SPACES.
       01  WS-QTN-MIN-DIGITS       PIC 9(4) VALUE ZERO.
       01  WS-QTN-MIN-DIGITS-DISP  PIC Z9.
       01  WS-QTN-MESSAGE          PIC X(50) VALUE SPACES.
       01  WS-QTN-STATUS           PIC X(1) VALUE SPACE.
       01  WS-QTN-DECIDED-BY       PIC X(8) VALUE SPACES.
       01  WS-QTN-MESSAGE-ID       PIC 9(4) VALUE ZERO.
       01  WS-QTN-MESSAGE-ID-DISP  PIC ZZZ9.
       01  WS-QTN-REASON           PIC X(40) VALUE SPACES.
       01  WS-RULE-DESC            PIC X(40) VALUE SPACES.
       01  WS-HELD-EOF-SW          PIC X VALUE 'N'.
           88  WS-HELD-EOF             VALUE 'Y'.
       01  WS-DEC-EOF-SW           PIC X VALUE 'N'.
           88  WS-DEC-EOF              VALUE 'Y'.

      * Run totals
       01  WS-AWAITING-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-HELD-TODAY-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-RELEASED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-DISCARDED-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Today's date, the decided_on the day's decisions carry
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
           PERFORM 300-WRITE-QUARANTINE-REPORT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Quarantine Report"
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
      * A report run ahead of the first screened load should print
      * an empty report, not fail on a missing table. Same DDL
      * HELLO-WORLD-SQL issues.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS screening_rules (
                       rule_id TEXT PRIMARY KEY,
                       rule_type TEXT NOT NULL,
                       pattern TEXT,
                       min_digits INTEGER,
                       active TEXT DEFAULT 'Y',
                       changed_on TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ screening_rules table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
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
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       300-WRITE-QUARANTINE-REPORT.
           IF WS-PROGRAM-OK
               OPEN OUTPUT QUARANTINE-RPT
               IF WS-QUARANTINE-RPT-OK
                   MOVE SPACES TO QUARANTINE-RPT-RECORD
                   STRING "QUARANTINE REPORT - " DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO QUARANTINE-RPT-RECORD
                   WRITE QUARANTINE-RPT-RECORD
                   PERFORM 310-WRITE-HELD-ITEMS
                   IF WS-PROGRAM-OK
                       PERFORM 340-WRITE-TODAYS-DECISIONS
                   END-IF
                   IF WS-PROGRAM-OK
                       PERFORM 370-WRITE-REPORT-TOTALS
                   END-IF
                   CLOSE QUARANTINE-RPT
                   IF WS-PROGRAM-OK
                       DISPLAY "✓ Quarantine report written"
                   END-IF
               ELSE
                   DISPLAY "✗ Unable to open QUARANTINE-RPT. "
                           "STATUS: " WS-QUARANTINE-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       310-WRITE-HELD-ITEMS.
      * Every item still held, oldest first, with the rule that
      * fired it as the rules table describes it now. A rule since
      * deleted outright shows by id alone.
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "ITEMS AWAITING DECISION" DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "HELD ID HELD ON    SYSTEM     FEED DATE   SEQ "
               DELIMITED BY SIZE
               "CAT  RULE     RULE FIRED" DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD

           EXEC SQL
               DECLARE HELD-CURSOR CURSOR FOR
               SELECT q.quarantine_id,
                      IFNULL(q.quarantined_on, ' '),
                      IFNULL(q.feed_system, ' '),
                      IFNULL(q.feed_date, ' '),
                      IFNULL(q.feed_seq, 0),
                      IFNULL(q.category, ' '),
                      q.rule_id,
                      IFNULL(r.rule_type, ' '),
                      IFNULL(r.pattern, ' '),
                      IFNULL(r.min_digits, 0),
                      q.message
               FROM quarantine q
               LEFT JOIN screening_rules r ON r.rule_id = q.rule_id
               WHERE q.status = 'Q'
               ORDER BY q.quarantine_id
           END-EXEC

           EXEC SQL
               OPEN HELD-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Held item cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "310-WRITE-HELD-ITEMS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-HELD-EOF-SW
               PERFORM 320-REPORT-ONE-HELD-ITEM
                   UNTIL WS-HELD-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE HELD-CURSOR
               END-EXEC
           END-IF.

       320-REPORT-ONE-HELD-ITEM.
           EXEC SQL
               FETCH HELD-CURSOR
               INTO :WS-QTN-ID, :WS-QTN-HELD-ON, :WS-QTN-FEED-SYSTEM,
                    :WS-QTN-FEED-DATE, :WS-QTN-FEED-SEQ,
                    :WS-QTN-CATEGORY, :WS-QTN-RULE-ID,
                    :WS-QTN-RULE-TYPE, :WS-QTN-PATTERN,
                    :WS-QTN-MIN-DIGITS, :WS-QTN-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HELD-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-AWAITING-COUNT
                   PERFORM 330-DESCRIBE-RULE
                   MOVE WS-QTN-ID TO WS-QTN-ID-DISP
                   MOVE WS-QTN-FEED-SEQ TO WS-QTN-FEED-SEQ-DISP
                   MOVE SPACES TO QUARANTINE-RPT-RECORD
                   MOVE WS-QTN-ID-DISP
                       TO QUARANTINE-RPT-RECORD(1:6)
                   MOVE WS-QTN-HELD-ON
                       TO QUARANTINE-RPT-RECORD(9:10)
                   MOVE WS-QTN-FEED-SYSTEM
                       TO QUARANTINE-RPT-RECORD(20:10)
                   MOVE WS-QTN-FEED-DATE
                       TO QUARANTINE-RPT-RECORD(31:10)
                   MOVE WS-QTN-FEED-SEQ-DISP
                       TO QUARANTINE-RPT-RECORD(42:4)
                   MOVE WS-QTN-CATEGORY
                       TO QUARANTINE-RPT-RECORD(47:4)
                   MOVE WS-QTN-RULE-ID
                       TO QUARANTINE-RPT-RECORD(52:8)
                   MOVE WS-RULE-DESC
                       TO QUARANTINE-RPT-RECORD(61:40)
                   WRITE QUARANTINE-RPT-RECORD
                   MOVE SPACES TO QUARANTINE-RPT-RECORD
                   MOVE WS-QTN-MESSAGE
                       TO QUARANTINE-RPT-RECORD(9:50)
                   WRITE QUARANTINE-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Held item fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "320-REPORT-ONE-HELD-ITEM"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       330-DESCRIBE-RULE.
           MOVE SPACES TO WS-RULE-DESC
           EVALUATE WS-QTN-RULE-TYPE
               WHEN 'D'
                   MOVE WS-QTN-MIN-DIGITS TO WS-QTN-MIN-DIGITS-DISP
                   STRING "DIGIT RUN OF " DELIMITED BY SIZE
                       WS-QTN-MIN-DIGITS-DISP DELIMITED BY SIZE
                       " OR MORE" DELIMITED BY SIZE
                       INTO WS-RULE-DESC
               WHEN 'T'
                   STRING "TERM " DELIMITED BY SIZE
                       WS-QTN-PATTERN DELIMITED BY SIZE
                       INTO WS-RULE-DESC
               WHEN OTHER
                   MOVE "(rule no longer on file)" TO WS-RULE-DESC
           END-EVALUATE.

       340-WRITE-TODAYS-DECISIONS.
      * Every item released or discarded today - what became of it,
      * who decided, and the id it went live under or why it was
      * dropped.
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "ITEMS DECIDED TODAY" DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "HELD ID DECISION  BY       RULE     MSG ID "
               DELIMITED BY SIZE
               "MESSAGE / REASON" DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD

           EXEC SQL
               DECLARE DEC-CURSOR CURSOR FOR
               SELECT quarantine_id, status,
                      IFNULL(decided_by, ' '), rule_id,
                      IFNULL(message_id, 0),
                      IFNULL(decision_reason, ' '), message
               FROM quarantine
               WHERE status IN ('R', 'X')
                 AND decided_on = :WS-TODAY-DATE
               ORDER BY quarantine_id
           END-EXEC

           EXEC SQL
               OPEN DEC-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Decision cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "340-WRITE-TODAYS-DECISIONS"
                   TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-DEC-EOF-SW
               PERFORM 350-REPORT-ONE-DECISION
                   UNTIL WS-DEC-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE DEC-CURSOR
               END-EXEC
           END-IF.

       350-REPORT-ONE-DECISION.
           EXEC SQL
               FETCH DEC-CURSOR
               INTO :WS-QTN-ID, :WS-QTN-STATUS, :WS-QTN-DECIDED-BY,
                    :WS-QTN-RULE-ID, :WS-QTN-MESSAGE-ID,
                    :WS-QTN-REASON, :WS-QTN-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DEC-EOF TO TRUE
               WHEN SQLCODE = 0
                   MOVE WS-QTN-ID TO WS-QTN-ID-DISP
                   MOVE SPACES TO QUARANTINE-RPT-RECORD
                   MOVE WS-QTN-ID-DISP
                       TO QUARANTINE-RPT-RECORD(1:6)
                   MOVE WS-QTN-DECIDED-BY
                       TO QUARANTINE-RPT-RECORD(19:8)
                   MOVE WS-QTN-RULE-ID
                       TO QUARANTINE-RPT-RECORD(28:8)
                   IF WS-QTN-STATUS = 'R'
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE WS-QTN-MESSAGE-ID
                           TO WS-QTN-MESSAGE-ID-DISP
                       MOVE "RELEASED"
                           TO QUARANTINE-RPT-RECORD(9:9)
                       MOVE WS-QTN-MESSAGE-ID-DISP
                           TO QUARANTINE-RPT-RECORD(39:4)
                       MOVE WS-QTN-MESSAGE
                           TO QUARANTINE-RPT-RECORD(44:50)
                   ELSE
                       ADD 1 TO WS-DISCARDED-COUNT
                       MOVE "DISCARDED"
                           TO QUARANTINE-RPT-RECORD(9:9)
                       MOVE WS-QTN-REASON
                           TO QUARANTINE-RPT-RECORD(44:40)
                   END-IF
                   WRITE QUARANTINE-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Decision fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "350-REPORT-ONE-DECISION"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       370-WRITE-REPORT-TOTALS.
      * Held today covers every item the day's loads held, whether
      * it is still awaiting a decision or was already decided.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HELD-TODAY-COUNT
               FROM quarantine
               WHERE quarantined_on = :WS-TODAY-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Held today count failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "370-WRITE-REPORT-TOTALS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           MOVE SPACES TO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE WS-HELD-TODAY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "HELD TODAY:        " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "RELEASED TODAY:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE WS-DISCARDED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "DISCARDED TODAY:   " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD
           MOVE WS-AWAITING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO QUARANTINE-RPT-RECORD
           STRING "AWAITING DECISION: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO QUARANTINE-RPT-RECORD
           WRITE QUARANTINE-RPT-RECORD.

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

           IF WS-AWAITING-COUNT > 0
               MOVE WS-AWAITING-COUNT TO WS-COUNT-DISP
               DISPLAY "✗ Held items awaiting decision: "
                       WS-COUNT-DISP
           END-IF

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Quarantine report completed "
                           "successfully!"
               WHEN OTHER
                   DISPLAY "Quarantine report completed with "
                           "errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
