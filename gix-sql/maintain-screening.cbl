       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SCREENING-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Transaction-driven maintenance for the screening_rules table  *
      * HELLO-WORLD-SQL checks every incoming detail against, the     *
      * same way MAINTAIN-CATEGORIES-SQL maintains the categories -   *
      * so blocking a new term is a SCREEN-TXN record, not a code     *
      * change.                                                       *
      *                                                                *
      * Each SCREEN-TXN record carries an action code (A = add a      *
      * rule, U = change it, D = deactivate it), the rule id and, for *
      * A/U, the rule type with its pattern: T blocks a term (any     *
      * case - it is held in upper case and matched against the       *
      * upper-cased text), D a run of at least the given number of    *
      * digits, the shape of an account or phone number. Every        *
      * transaction is edited before any SQL is applied; failures go  *
      * to the shared MESSAGES-REJ file with a reason code and the    *
      * rest of the file still processes. Deactivated rules stay on   *
      * the table so held items can still name the rule that fired;   *
      * an add naming one reactivates it with the new pattern.        *
      *                                                                *
      * Every applied transaction is listed with its before and       *
      * after values on the SCREEN-RPT change report.                 *
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

      * One maintenance transaction per record - an action code
      * (A = add, U = change, D = deactivate), the rule id and, for
      * A/U, the rule type, digit run length and term.
           SELECT SCREEN-TXN ASSIGN TO "SCREEN-TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-TXN-STATUS.

      * One line per applied transaction - before and after values -
      * the change report for the screening rules.
           SELECT SCREEN-RPT ASSIGN TO "SCREEN-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-RPT-STATUS.

      * One entry per transaction that failed the edit - the original
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

       FD  SCREEN-TXN
           RECORDING MODE IS F.
       01  SCREEN-TXN-RECORD.
           05  SRX-ACTION          PIC X(01).
           05  SRX-RULE-ID         PIC X(08).
           05  SRX-RULE-TYPE       PIC X(01).
               88  SRX-BLOCKED-TERM    VALUE 'T'.
               88  SRX-DIGIT-RUN       VALUE 'D'.
           05  SRX-MIN-DIGITS      PIC 9(02).
           05  SRX-TERM            PIC X(30).

       FD  SCREEN-RPT
           RECORDING MODE IS F.
       01  SCREEN-RPT-RECORD           PIC X(132).

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

      * SCREEN-TXN file handling
       01  WS-SCREEN-TXN-STATUS    PIC X(02) VALUE '00'.
           88  WS-SCREEN-TXN-OK            VALUE '00'.
           88  WS-SCREEN-TXN-NOT-FOUND     VALUE '35'.
       01  WS-SCREEN-TXN-SW        PIC X VALUE 'N'.
           88  WS-SCREEN-TXN-EOF       VALUE 'Y'.

      * SCREEN-RPT file handling
       01  WS-SCREEN-RPT-STATUS    PIC X(02) VALUE '00'.
           88  WS-SCREEN-RPT-OK        VALUE '00'.

      * MESSAGES-REJ file handling. Reason codes carried on each
      * reject written by this program:
      *   SRXA - SCREEN-TXN action not A, U or D
      *   SRXB - SCREEN-TXN rule id blank
      *   SRXT - SCREEN-TXN rule type not T or D on A/U
      *   SRXP - SCREEN-TXN pattern missing - blank term on a T rule,
      *          or a D rule's digit run not numeric or under 4
      *   SRXD - add of a rule already on the table and active
      *   SRXM - change/deactivate of a rule not on the table
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECT-COUNT-DISP    PIC ZZZ9.
      * Cleared by 440-WRITE-REJECT - a transaction still flagged OK
      * after the edit goes on to be applied.
       01  WS-TXN-EDIT-SW          PIC X VALUE 'Y'.
           88  WS-TXN-EDIT-OK          VALUE 'Y'.

      * The shortest digit run a D rule may name - anything shorter
      * would hold every message quoting a date or an amount.
       01  WS-MIN-DIGIT-RUN        PIC 9(2) VALUE 4.

      * Host variables for the rule in hand, and what the table says
      * about it now - the before-image for the change report.
       01  WS-WORK-RULE-ID         PIC X(8) VALUE SPACES.
       01  WS-WORK-TYPE            PIC X(1) VALUE SPACE.
       01  WS-WORK-PATTERN         PIC X(30) VALUE SPACES.
       01  WS-WORK-DIGITS          PIC 9(4) VALUE ZERO.
       01  WS-RULE-EXISTS-SW       PIC X VALUE 'N'.
           88  WS-RULE-EXISTS          VALUE 'Y'.
       01  WS-PRIOR-TYPE           PIC X(1) VALUE SPACE.
       01  WS-PRIOR-PATTERN        PIC X(30) VALUE SPACES.
       01  WS-PRIOR-DIGITS         PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-ACTIVE         PIC X(1) VALUE SPACE.

      * One rule described for the change report - TERM and the term,
      * or DIGITS and the run length.
       01  WS-DESC-TYPE            PIC X(1) VALUE SPACE.
       01  WS-DESC-PATTERN         PIC X(30) VALUE SPACES.
       01  WS-DESC-DIGITS          PIC 9(4) VALUE ZERO.
       01  WS-DESC-DIGITS-DISP     PIC Z9.
       01  WS-DESC-TEXT            PIC X(40) VALUE SPACES.
       01  WS-BEFORE-TEXT          PIC X(40) VALUE SPACES.
       01  WS-AFTER-TEXT           PIC X(40) VALUE SPACES.

      * Run totals for the change report and the run summary
       01  WS-TXN-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-ADD-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-UPDATE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-DEACT-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Run date stamped onto each reject and changed rule, same
      * format the load job uses.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CONFIGURATION
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-TABLES
           PERFORM 400-MAINTAIN-RULES
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Screening Rules Maintenance"
           DISPLAY "==========================================".
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
      * Make sure the rules table exists - rules are normally set up
      * ahead of the first load that screens against them. Same DDL
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
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       400-MAINTAIN-RULES.
      * Process add/change/deactivate transactions against the
      * screening_rules table from SCREEN-TXN.
           IF WS-PROGRAM-OK
               MOVE 'N' TO WS-SCREEN-TXN-SW
               OPEN INPUT SCREEN-TXN
               IF WS-SCREEN-TXN-OK
                   OPEN OUTPUT SCREEN-RPT
                   IF WS-SCREEN-RPT-OK
                       MOVE SPACES TO SCREEN-RPT-RECORD
                       STRING "RULE      ACT  BEFORE"
                           DELIMITED BY SIZE
                           "                                      "
                           DELIMITED BY SIZE
                           "AFTER" DELIMITED BY SIZE
                           INTO SCREEN-RPT-RECORD
                       WRITE SCREEN-RPT-RECORD
                   ELSE
                       DISPLAY "✗ Unable to open SCREEN-RPT. "
                               "STATUS: " WS-SCREEN-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
      * Stop applying further transactions the moment one fails,
      * instead of carrying on and compounding the damage.
                   IF WS-PROGRAM-OK
                       PERFORM 410-PROCESS-ONE-TXN
                           UNTIL WS-SCREEN-TXN-EOF
                               OR NOT WS-PROGRAM-OK
                   END-IF
                   CLOSE SCREEN-TXN
                   IF WS-SCREEN-RPT-OK
                       PERFORM 470-WRITE-REPORT-TOTALS
                       CLOSE SCREEN-RPT
                   END-IF
               ELSE
      * No transaction file this run is not an error - rule
      * maintenance is optional on any given run.
                   IF NOT WS-SCREEN-TXN-NOT-FOUND
                       DISPLAY "✗ Unable to open SCREEN-TXN. "
                               "STATUS: " WS-SCREEN-TXN-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               END-IF
           END-IF.

       410-PROCESS-ONE-TXN.
           READ SCREEN-TXN
               AT END
                   SET WS-SCREEN-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-COUNT
                   MOVE 'Y' TO WS-TXN-EDIT-SW
      * Edit the transaction before any SQL is applied - a bad
      * action, a blank rule id or an incomplete rule goes to
      * MESSAGES-REJ and the next transaction is processed instead
      * of halting the run.
                   EVALUATE TRUE
                       WHEN SRX-ACTION NOT = 'A' AND
                            SRX-ACTION NOT = 'U' AND
                            SRX-ACTION NOT = 'D'
                           MOVE 'SRXA' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN SRX-RULE-ID = SPACES
                           MOVE 'SRXB' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
      * A deactivate needs only the rule id - the rule itself is
      * edited on an add or a change.
                       WHEN SRX-ACTION = 'D'
                           CONTINUE
                       WHEN NOT SRX-BLOCKED-TERM
                           AND NOT SRX-DIGIT-RUN
                           MOVE 'SRXT' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN SRX-BLOCKED-TERM AND SRX-TERM = SPACES
                           MOVE 'SRXP' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN SRX-DIGIT-RUN
                           AND SRX-MIN-DIGITS NOT NUMERIC
                           MOVE 'SRXP' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN SRX-DIGIT-RUN
                           AND SRX-MIN-DIGITS < WS-MIN-DIGIT-RUN
                           MOVE 'SRXP' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
      * A transaction that passed the edit is routed against the rule
      * as it stands on the table.
                   IF WS-TXN-EDIT-OK
                       PERFORM 412-LOAD-WORK-RULE
                       PERFORM 420-CHECK-RULE
                       IF WS-PROGRAM-OK
                           PERFORM 415-ROUTE-ONE-TXN
                       END-IF
                   END-IF
           END-READ.

       412-LOAD-WORK-RULE.
      * The rule as the transaction describes it - a term rule keeps
      * no digit count, a digit rule no term.
           MOVE SRX-RULE-ID TO WS-WORK-RULE-ID
           MOVE SRX-RULE-TYPE TO WS-WORK-TYPE
           EVALUATE TRUE
               WHEN SRX-ACTION = 'D'
                   MOVE SPACES TO WS-WORK-PATTERN
                   MOVE ZERO TO WS-WORK-DIGITS
               WHEN SRX-DIGIT-RUN
                   MOVE SPACES TO WS-WORK-PATTERN
                   MOVE SRX-MIN-DIGITS TO WS-WORK-DIGITS
               WHEN OTHER
                   MOVE SRX-TERM TO WS-WORK-PATTERN
                   MOVE ZERO TO WS-WORK-DIGITS
           END-EVALUATE.

       415-ROUTE-ONE-TXN.
      * The transaction is well formed - decide what it means against
      * the row now on the table, and reject what cannot apply.
           EVALUATE TRUE
               WHEN SRX-ACTION = 'A' AND WS-RULE-EXISTS
                   AND WS-PRIOR-ACTIVE NOT = 'N'
      * The rule is already on the table and live - a second add is
      * a keying error, not a change.
                   MOVE 'SRXD' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN SRX-ACTION = 'A' AND WS-RULE-EXISTS
      * Adding a deactivated rule brings it back with its new
      * pattern, rather than failing the PRIMARY KEY.
                   PERFORM 450-REACTIVATE-RULE
               WHEN SRX-ACTION = 'A'
                   PERFORM 430-ADD-RULE
               WHEN NOT WS-RULE-EXISTS
                   MOVE 'SRXM' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN SRX-ACTION = 'U'
                   PERFORM 455-UPDATE-RULE
               WHEN SRX-ACTION = 'D'
                   PERFORM 460-DEACTIVATE-RULE
           END-EVALUATE.

       420-CHECK-RULE.
      * Is the rule on the table, and what does it say right now -
      * the before-image for the change report rides along.
           MOVE 'N' TO WS-RULE-EXISTS-SW
           MOVE SPACE TO WS-PRIOR-TYPE
           MOVE SPACES TO WS-PRIOR-PATTERN
           MOVE ZERO TO WS-PRIOR-DIGITS
           MOVE SPACE TO WS-PRIOR-ACTIVE
           EXEC SQL
               SELECT rule_type, IFNULL(pattern, ' '),
                      IFNULL(min_digits, 0), IFNULL(active, 'Y')
               INTO :WS-PRIOR-TYPE, :WS-PRIOR-PATTERN,
                    :WS-PRIOR-DIGITS, :WS-PRIOR-ACTIVE
               FROM screening_rules
               WHERE rule_id = TRIM(:WS-WORK-RULE-ID)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-RULE-EXISTS TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "✗ Screening rule check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "420-CHECK-RULE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       430-ADD-RULE.
           EXEC SQL
               INSERT INTO screening_rules
                   (rule_id, rule_type, pattern, min_digits, active,
                    changed_on)
               VALUES (TRIM(:WS-WORK-RULE-ID), :WS-WORK-TYPE,
                       UPPER(TRIM(:WS-WORK-PATTERN)),
                       :WS-WORK-DIGITS, 'Y', :WS-TODAY-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "✓ Screening rule added: " WS-WORK-RULE-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Screening rule insert failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "430-ADD-RULE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       440-WRITE-REJECT.
      * Append one reject - the calling paragraph must MOVE the
      * reason code into MESSAGES-REJ-RECORD before performing this.
      * Rejects do not fail the run - the fixed transactions are
      * resubmitted on a later SCREEN-TXN.
           MOVE 'SRX' TO REJ-SOURCE
           MOVE SCREEN-TXN-RECORD TO REJ-DATA
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE
           WRITE MESSAGES-REJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'N' TO WS-TXN-EDIT-SW
           DISPLAY "✗ Record rejected - source " REJ-SOURCE
                   " reason " REJ-REASON.

       450-REACTIVATE-RULE.
           EXEC SQL
               UPDATE screening_rules
               SET rule_type = :WS-WORK-TYPE,
                   pattern = UPPER(TRIM(:WS-WORK-PATTERN)),
                   min_digits = :WS-WORK-DIGITS,
                   active = 'Y',
                   changed_on = :WS-TODAY-DATE
               WHERE rule_id = TRIM(:WS-WORK-RULE-ID)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "✓ Screening rule reactivated: "
                       WS-WORK-RULE-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Screening rule reactivate failed. "
                       "SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "450-REACTIVATE-RULE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       455-UPDATE-RULE.
           EXEC SQL
               UPDATE screening_rules
               SET rule_type = :WS-WORK-TYPE,
                   pattern = UPPER(TRIM(:WS-WORK-PATTERN)),
                   min_digits = :WS-WORK-DIGITS,
                   changed_on = :WS-TODAY-DATE
               WHERE rule_id = TRIM(:WS-WORK-RULE-ID)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "✓ Screening rule changed: " WS-WORK-RULE-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Screening rule update failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "455-UPDATE-RULE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       460-DEACTIVATE-RULE.
      * The rule stays on the table - held items name the rule that
      * fired, and the quarantine report still shows its pattern - it
      * just stops screening new details.
           EXEC SQL
               UPDATE screening_rules
               SET active = 'N',
                   changed_on = :WS-TODAY-DATE
               WHERE rule_id = TRIM(:WS-WORK-RULE-ID)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-DEACT-COUNT
               DISPLAY "✓ Screening rule deactivated: "
                       WS-WORK-RULE-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Screening rule deactivate failed. "
                       "SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "460-DEACTIVATE-RULE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       465-WRITE-RPT-LINE.
      * One change report line per applied transaction - what the
      * rule said before and what it says now.
           MOVE SPACES TO WS-BEFORE-TEXT
           MOVE SPACES TO WS-AFTER-TEXT
           IF WS-RULE-EXISTS
               MOVE WS-PRIOR-TYPE TO WS-DESC-TYPE
               MOVE WS-PRIOR-PATTERN TO WS-DESC-PATTERN
               MOVE WS-PRIOR-DIGITS TO WS-DESC-DIGITS
               PERFORM 467-DESCRIBE-RULE
               MOVE WS-DESC-TEXT TO WS-BEFORE-TEXT
               IF WS-PRIOR-ACTIVE = 'N'
                   MOVE "(inactive)" TO WS-BEFORE-TEXT(30:10)
               END-IF
           ELSE
               MOVE "(new)" TO WS-BEFORE-TEXT
           END-IF
           IF SRX-ACTION = 'D'
               MOVE "(deactivated)" TO WS-AFTER-TEXT
           ELSE
               MOVE WS-WORK-TYPE TO WS-DESC-TYPE
               MOVE WS-WORK-PATTERN TO WS-DESC-PATTERN
               MOVE WS-WORK-DIGITS TO WS-DESC-DIGITS
               PERFORM 467-DESCRIBE-RULE
               MOVE WS-DESC-TEXT TO WS-AFTER-TEXT
           END-IF
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING WS-WORK-RULE-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRX-ACTION DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-BEFORE-TEXT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-AFTER-TEXT DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD.

       467-DESCRIBE-RULE.
           MOVE SPACES TO WS-DESC-TEXT
           IF WS-DESC-TYPE = 'D'
               MOVE WS-DESC-DIGITS TO WS-DESC-DIGITS-DISP
               STRING "DIGITS " DELIMITED BY SIZE
                   WS-DESC-DIGITS-DISP DELIMITED BY SIZE
                   " OR MORE" DELIMITED BY SIZE
                   INTO WS-DESC-TEXT
           ELSE
               STRING "TERM " DELIMITED BY SIZE
                   WS-DESC-PATTERN DELIMITED BY SIZE
                   INTO WS-DESC-TEXT
           END-IF.

       470-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD
           MOVE WS-TXN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD
           MOVE WS-ADD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING "ADDED:             " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD
           MOVE WS-UPDATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING "CHANGED:           " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD
           MOVE WS-DEACT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING "DEACTIVATED:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SCREEN-RPT-RECORD
           STRING "REJECTED:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD.

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
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "MAINTAIN-SCREENING" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-TXN-COUNT TO SUM-RECORDS-READ
               MOVE WS-ADD-COUNT TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               MOVE WS-UPDATE-COUNT TO SUM-TXN-UPDATES
               MOVE WS-DEACT-COUNT TO SUM-TXN-DELETES
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
                   DISPLAY "Screening rules maintenance completed "
                           "successfully!"
               WHEN OTHER
                   DISPLAY "Screening rules maintenance completed "
                           "with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
