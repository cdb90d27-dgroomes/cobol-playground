       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-HOLDS-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Transaction-driven maintenance for the legal hold register,   *
      * legal_holds - the list of notices legal has asked us to       *
      * preserve. Every program that archives, expires, changes or    *
      * removes a message checks this register first and leaves a     *
      * held row exactly where it is, so placing a hold here is all   *
      * it takes to guarantee a notice survives.                      *
      *                                                                *
      * Each HOLD-TXN record carries an action code (P = place a      *
      * hold, R = release it), the hold id, the requesting operator   *
      * and, for P, the matter reference and what the hold covers:    *
      *   I  one message id                                           *
      *   R  an inclusive range of message ids                        *
      *   C  every message in a category                              *
      *   D  every message created within an inclusive date range     *
      * Holds are never deleted - a release stamps who released it    *
      * and when, and the hold id cannot be used again - so the       *
      * register is its own record of what was preserved and for how  *
      * long. Every transaction is edited before any SQL is applied;  *
      * failures go to the shared MESSAGES-REJ file with a reason     *
      * code and the rest of the file still processes.                *
      *                                                                *
      * Every applied transaction is listed on the HOLD-MAINT-RPT     *
      * change report. HOLD-REPORT-SQL lists the rows each active     *
      * hold covers.                                                  *
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
      * (P = place, R = release), the hold id, what it covers, the
      * requesting operator and the matter reference.
           SELECT HOLD-TXN ASSIGN TO "HOLD-TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-TXN-STATUS.

      * One line per applied transaction - the change report for the
      * legal hold register.
           SELECT HOLD-MAINT-RPT ASSIGN TO "HOLD-MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-MAINT-RPT-STATUS.

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

       FD  HOLD-TXN
           RECORDING MODE IS F.
       01  HOLD-TXN-RECORD.
           05  HTX-ACTION          PIC X(01).
           05  HTX-HOLD-ID         PIC X(08).
           05  HTX-HOLD-TYPE       PIC X(01).
               88  HTX-ONE-ID          VALUE 'I'.
               88  HTX-ID-RANGE        VALUE 'R'.
               88  HTX-CATEGORY-HOLD   VALUE 'C'.
               88  HTX-DATE-RANGE      VALUE 'D'.
           05  HTX-ID-FROM         PIC 9(06).
           05  HTX-ID-TO           PIC 9(06).
           05  HTX-CATEGORY        PIC X(04).
           05  HTX-DATE-FROM       PIC X(10).
           05  HTX-DATE-TO         PIC X(10).
           05  HTX-OPERATOR        PIC X(08).
           05  HTX-MATTER-REF      PIC X(20).

       FD  HOLD-MAINT-RPT
           RECORDING MODE IS F.
       01  HOLD-MAINT-RPT-RECORD       PIC X(132).

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

      * HOLD-TXN file handling
       01  WS-HOLD-TXN-STATUS      PIC X(02) VALUE '00'.
           88  WS-HOLD-TXN-OK              VALUE '00'.
           88  WS-HOLD-TXN-NOT-FOUND       VALUE '35'.
       01  WS-HOLD-TXN-SW          PIC X VALUE 'N'.
           88  WS-HOLD-TXN-EOF         VALUE 'Y'.

      * HOLD-MAINT-RPT file handling
       01  WS-HOLD-MAINT-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-HOLD-MAINT-RPT-OK     VALUE '00'.

      * MESSAGES-REJ file handling. Reason codes carried on each
      * reject written by this program:
      *   HTXA - HOLD-TXN action not P or R
      *   HTXB - HOLD-TXN hold id blank
      *   HTXO - HOLD-TXN operator blank
      *   HTXM - HOLD-TXN matter reference blank on a placement
      *   HTXT - HOLD-TXN hold type not I, R, C or D on a placement
      *   HTXI - HOLD-TXN id missing or not numeric on an I/R hold,
      *          or an R hold whose range ends before it starts
      *   HTXK - HOLD-TXN category blank on a C hold
      *   HTXD - HOLD-TXN date not YYYY-MM-DD on a D hold, or a
      *          range that ends before it starts
      *   HTXE - placement of a hold id already on the register
      *   HTXN - release of a hold not on the register or not active
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECT-COUNT-DISP    PIC ZZZ9.
      * Cleared by 440-WRITE-REJECT - a transaction still flagged OK
      * after the edit goes on to be applied.
       01  WS-TXN-EDIT-SW          PIC X VALUE 'Y'.
           88  WS-TXN-EDIT-OK          VALUE 'Y'.

      * One date from a D hold being edited for shape
       01  WS-EDIT-DATE            PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-SW         PIC X VALUE 'Y'.
           88  WS-EDIT-DATE-OK         VALUE 'Y'.

      * Host variables for the hold in hand, and what the register
      * says about it now - the before-image for the change report.
       01  WS-WORK-HOLD-ID         PIC X(8) VALUE SPACES.
       01  WS-WORK-TYPE            PIC X(1) VALUE SPACE.
       01  WS-WORK-ID-FROM         PIC 9(9) VALUE ZERO.
       01  WS-WORK-ID-TO           PIC 9(9) VALUE ZERO.
       01  WS-WORK-CATEGORY        PIC X(4) VALUE SPACES.
       01  WS-WORK-DATE-FROM       PIC X(10) VALUE SPACES.
       01  WS-WORK-DATE-TO         PIC X(10) VALUE SPACES.
       01  WS-WORK-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-WORK-MATTER-REF      PIC X(20) VALUE SPACES.
       01  WS-HOLD-EXISTS-SW       PIC X VALUE 'N'.
           88  WS-HOLD-EXISTS          VALUE 'Y'.
       01  WS-PRIOR-STATUS         PIC X(1) VALUE SPACE.
           88  WS-PRIOR-ACTIVE         VALUE 'A'.

      * What one hold covers, described for the change report
       01  WS-DESC-ID-FROM-DISP    PIC 9(6).
       01  WS-DESC-ID-TO-DISP      PIC 9(6).
       01  WS-DESC-TEXT            PIC X(40) VALUE SPACES.

      * Run totals for the change report and the run summary
       01  WS-TXN-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-PLACE-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Run date stamped onto each reject and each placed or
      * released hold, same format the load job uses.
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
           PERFORM 400-MAINTAIN-HOLDS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Legal Hold Maintenance"
           DISPLAY "=====================================".
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
      * Make sure the register exists - same DDL every program that
      * checks it issues. An I hold is stored as a one-id range.
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
                   DISPLAY "✗ legal_holds table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       400-MAINTAIN-HOLDS.
      * Process place/release transactions against the legal_holds
      * register from HOLD-TXN.
           IF WS-PROGRAM-OK
               MOVE 'N' TO WS-HOLD-TXN-SW
               OPEN INPUT HOLD-TXN
               IF WS-HOLD-TXN-OK
                   OPEN OUTPUT HOLD-MAINT-RPT
                   IF WS-HOLD-MAINT-RPT-OK
                       PERFORM 405-WRITE-REPORT-HEADING
                   ELSE
                       DISPLAY "✗ Unable to open HOLD-MAINT-RPT. "
                               "STATUS: " WS-HOLD-MAINT-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
      * Stop applying further transactions the moment one fails,
      * instead of carrying on and compounding the damage.
                   IF WS-PROGRAM-OK
                       PERFORM 410-PROCESS-ONE-TXN
                           UNTIL WS-HOLD-TXN-EOF
                               OR NOT WS-PROGRAM-OK
                   END-IF
                   CLOSE HOLD-TXN
                   IF WS-HOLD-MAINT-RPT-OK
                       PERFORM 470-WRITE-REPORT-TOTALS
                       CLOSE HOLD-MAINT-RPT
                   END-IF
               ELSE
      * No transaction file this run is not an error - holds are
      * placed and released only when legal asks.
                   IF NOT WS-HOLD-TXN-NOT-FOUND
                       DISPLAY "✗ Unable to open HOLD-TXN. "
                               "STATUS: " WS-HOLD-TXN-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               END-IF
           END-IF.

       405-WRITE-REPORT-HEADING.
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "LEGAL HOLD MAINTENANCE - RUN DATE "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "HOLD      ACTION    COVERS" DELIMITED BY SIZE
               "                                  " DELIMITED BY SIZE
               "MATTER                BY" DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD.

       410-PROCESS-ONE-TXN.
           READ HOLD-TXN
               AT END
                   SET WS-HOLD-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-COUNT
                   MOVE 'Y' TO WS-TXN-EDIT-SW
      * Edit the transaction before any SQL is applied - a bad
      * action, a blank hold id or an incomplete hold goes to
      * MESSAGES-REJ and the next transaction is processed instead
      * of halting the run.
                   EVALUATE TRUE
                       WHEN HTX-ACTION NOT = 'P' AND
                            HTX-ACTION NOT = 'R'
                           MOVE 'HTXA' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN HTX-HOLD-ID = SPACES
                           MOVE 'HTXB' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN HTX-OPERATOR = SPACES
                           MOVE 'HTXO' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
      * A release needs only the hold id and who is releasing it -
      * what the hold covers is edited on a placement.
                       WHEN HTX-ACTION = 'R'
                           CONTINUE
                       WHEN HTX-MATTER-REF = SPACES
                           MOVE 'HTXM' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN NOT HTX-ONE-ID AND NOT HTX-ID-RANGE
                           AND NOT HTX-CATEGORY-HOLD
                           AND NOT HTX-DATE-RANGE
                           MOVE 'HTXT' TO REJ-REASON
                           PERFORM 440-WRITE-REJECT
                       WHEN OTHER
                           PERFORM 415-EDIT-COVERAGE
                   END-EVALUATE
      * A transaction that passed the edit is routed against the hold
      * as it stands on the register.
                   IF WS-TXN-EDIT-OK
                       PERFORM 412-LOAD-WORK-HOLD
                       PERFORM 420-CHECK-HOLD
                       IF WS-PROGRAM-OK
                           PERFORM 418-ROUTE-ONE-TXN
                       END-IF
                   END-IF
           END-READ.

       412-LOAD-WORK-HOLD.
      * The hold as the transaction describes it - only the fields
      * its type uses are kept, and an I hold becomes a one-id range
      * so every check can treat I and R alike.
           MOVE HTX-HOLD-ID TO WS-WORK-HOLD-ID
           MOVE HTX-HOLD-TYPE TO WS-WORK-TYPE
           MOVE HTX-OPERATOR TO WS-WORK-OPERATOR
           MOVE HTX-MATTER-REF TO WS-WORK-MATTER-REF
           MOVE ZERO TO WS-WORK-ID-FROM
           MOVE ZERO TO WS-WORK-ID-TO
           MOVE SPACES TO WS-WORK-CATEGORY
           MOVE SPACES TO WS-WORK-DATE-FROM
           MOVE SPACES TO WS-WORK-DATE-TO
           EVALUATE TRUE
               WHEN HTX-ACTION = 'R'
                   CONTINUE
               WHEN HTX-ONE-ID
                   MOVE HTX-ID-FROM TO WS-WORK-ID-FROM
                   MOVE HTX-ID-FROM TO WS-WORK-ID-TO
               WHEN HTX-ID-RANGE
                   MOVE HTX-ID-FROM TO WS-WORK-ID-FROM
                   MOVE HTX-ID-TO TO WS-WORK-ID-TO
               WHEN HTX-CATEGORY-HOLD
                   MOVE HTX-CATEGORY TO WS-WORK-CATEGORY
               WHEN HTX-DATE-RANGE
                   MOVE HTX-DATE-FROM TO WS-WORK-DATE-FROM
                   MOVE HTX-DATE-TO TO WS-WORK-DATE-TO
           END-EVALUATE.

       415-EDIT-COVERAGE.
      * The placement names what it covers - check the fields that
      * hold type uses, and only those.
           EVALUATE TRUE
               WHEN (HTX-ONE-ID OR HTX-ID-RANGE)
                   AND HTX-ID-FROM NOT NUMERIC
                   MOVE 'HTXI' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN (HTX-ONE-ID OR HTX-ID-RANGE)
                   AND HTX-ID-FROM = ZERO
                   MOVE 'HTXI' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN HTX-ID-RANGE AND HTX-ID-TO NOT NUMERIC
                   MOVE 'HTXI' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN HTX-ID-RANGE AND HTX-ID-TO < HTX-ID-FROM
                   MOVE 'HTXI' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN HTX-CATEGORY-HOLD AND HTX-CATEGORY = SPACES
                   MOVE 'HTXK' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN HTX-DATE-RANGE
                   PERFORM 416-EDIT-DATE-RANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       416-EDIT-DATE-RANGE.
           MOVE HTX-DATE-FROM TO WS-EDIT-DATE
           PERFORM 425-EDIT-ONE-DATE
           IF WS-EDIT-DATE-OK
               MOVE HTX-DATE-TO TO WS-EDIT-DATE
               PERFORM 425-EDIT-ONE-DATE
           END-IF
           IF NOT WS-EDIT-DATE-OK
               OR HTX-DATE-FROM > HTX-DATE-TO
               MOVE 'HTXD' TO REJ-REASON
               PERFORM 440-WRITE-REJECT
           END-IF.

       418-ROUTE-ONE-TXN.
      * The transaction is well formed - decide what it means against
      * the register, and reject what cannot apply.
           EVALUATE TRUE
               WHEN HTX-ACTION = 'P' AND WS-HOLD-EXISTS
      * Hold ids are never reused - a released hold stays on the
      * register as the record of what it preserved.
                   MOVE 'HTXE' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN HTX-ACTION = 'P'
                   PERFORM 430-PLACE-HOLD
               WHEN NOT WS-HOLD-EXISTS
                   MOVE 'HTXN' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN NOT WS-PRIOR-ACTIVE
                   MOVE 'HTXN' TO REJ-REASON
                   PERFORM 440-WRITE-REJECT
               WHEN OTHER
                   PERFORM 450-RELEASE-HOLD
           END-EVALUATE.

       420-CHECK-HOLD.
      * Is the hold on the register, and what does it say right now.
      * A release reports the coverage the register holds, not the
      * unedited coverage fields on the release transaction; a
      * placement only needs to know the id is free, and keeps its
      * own coverage.
           MOVE 'N' TO WS-HOLD-EXISTS-SW
           MOVE SPACE TO WS-PRIOR-STATUS
           IF HTX-ACTION = 'R'
               EXEC SQL
                   SELECT status, hold_type, IFNULL(id_from, 0),
                          IFNULL(id_to, 0), IFNULL(category, ' '),
                          IFNULL(date_from, ' '),
                          IFNULL(date_to, ' '), matter_ref
                   INTO :WS-PRIOR-STATUS, :WS-WORK-TYPE,
                        :WS-WORK-ID-FROM, :WS-WORK-ID-TO,
                        :WS-WORK-CATEGORY, :WS-WORK-DATE-FROM,
                        :WS-WORK-DATE-TO, :WS-WORK-MATTER-REF
                   FROM legal_holds
                   WHERE hold_id = TRIM(:WS-WORK-HOLD-ID)
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT status
                   INTO :WS-PRIOR-STATUS
                   FROM legal_holds
                   WHERE hold_id = TRIM(:WS-WORK-HOLD-ID)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-HOLD-EXISTS TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "✗ Legal hold check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "420-CHECK-HOLD" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       425-EDIT-ONE-DATE.
      * Both ends of a date hold are required and must have the
      * shape of a YYYY-MM-DD date.
           MOVE 'Y' TO WS-EDIT-DATE-SW
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
               OR WS-EDIT-DATE(5:1) NOT = '-'
               OR WS-EDIT-DATE(6:2) NOT NUMERIC
               OR WS-EDIT-DATE(8:1) NOT = '-'
               OR WS-EDIT-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-DATE-SW
           END-IF.

       430-PLACE-HOLD.
      * Only the columns the hold type uses are filled - the rest
      * stay NULL, so no other kind of hold can match by accident.
           EVALUATE TRUE
               WHEN HTX-ONE-ID OR HTX-ID-RANGE
                   EXEC SQL
                       INSERT INTO legal_holds
                           (hold_id, hold_type, id_from, id_to,
                            matter_ref, placed_by, placed_on, status)
                       VALUES (TRIM(:WS-WORK-HOLD-ID), :WS-WORK-TYPE,
                               :WS-WORK-ID-FROM, :WS-WORK-ID-TO,
                               TRIM(:WS-WORK-MATTER-REF),
                               TRIM(:WS-WORK-OPERATOR),
                               :WS-TODAY-DATE, 'A')
                   END-EXEC
               WHEN HTX-CATEGORY-HOLD
                   EXEC SQL
                       INSERT INTO legal_holds
                           (hold_id, hold_type, category,
                            matter_ref, placed_by, placed_on, status)
                       VALUES (TRIM(:WS-WORK-HOLD-ID), :WS-WORK-TYPE,
                               TRIM(:WS-WORK-CATEGORY),
                               TRIM(:WS-WORK-MATTER-REF),
                               TRIM(:WS-WORK-OPERATOR),
                               :WS-TODAY-DATE, 'A')
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO legal_holds
                           (hold_id, hold_type, date_from, date_to,
                            matter_ref, placed_by, placed_on, status)
                       VALUES (TRIM(:WS-WORK-HOLD-ID), :WS-WORK-TYPE,
                               :WS-WORK-DATE-FROM, :WS-WORK-DATE-TO,
                               TRIM(:WS-WORK-MATTER-REF),
                               TRIM(:WS-WORK-OPERATOR),
                               :WS-TODAY-DATE, 'A')
                   END-EXEC
           END-EVALUATE

           IF SQLCODE = 0
               ADD 1 TO WS-PLACE-COUNT
               DISPLAY "✓ Legal hold placed: " WS-WORK-HOLD-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Legal hold insert failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "430-PLACE-HOLD" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       440-WRITE-REJECT.
      * Append one reject - the calling paragraph must MOVE the
      * reason code into MESSAGES-REJ-RECORD before performing this.
      * Rejects do not fail the run - the fixed transactions are
      * resubmitted on a later HOLD-TXN.
           MOVE 'HTX' TO REJ-SOURCE
           MOVE HOLD-TXN-RECORD TO REJ-DATA
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE
           WRITE MESSAGES-REJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'N' TO WS-TXN-EDIT-SW
           DISPLAY "✗ Record rejected - source " REJ-SOURCE
                   " reason " REJ-REASON.

       450-RELEASE-HOLD.
      * The hold stays on the register, stamped with who released it
      * and when - the rows it covered are free to age out again from
      * the next run on.
           EXEC SQL
               UPDATE legal_holds
               SET status = 'R',
                   released_by = TRIM(:WS-WORK-OPERATOR),
                   released_on = :WS-TODAY-DATE
               WHERE hold_id = TRIM(:WS-WORK-HOLD-ID)
                 AND status = 'A'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-RELEASE-COUNT
               DISPLAY "✓ Legal hold released: " WS-WORK-HOLD-ID
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Legal hold release failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "450-RELEASE-HOLD" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       465-WRITE-RPT-LINE.
      * One change report line per applied transaction - the hold,
      * what was done to it, what it covers and for which matter.
           PERFORM 467-DESCRIBE-HOLD
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING WS-WORK-HOLD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           IF HTX-ACTION = 'P'
               MOVE "PLACED" TO HOLD-MAINT-RPT-RECORD(11:8)
           ELSE
               MOVE "RELEASED" TO HOLD-MAINT-RPT-RECORD(11:8)
           END-IF
           MOVE WS-DESC-TEXT TO HOLD-MAINT-RPT-RECORD(21:40)
           MOVE WS-WORK-MATTER-REF TO HOLD-MAINT-RPT-RECORD(61:20)
           MOVE WS-WORK-OPERATOR TO HOLD-MAINT-RPT-RECORD(83:8)
           WRITE HOLD-MAINT-RPT-RECORD.

       467-DESCRIBE-HOLD.
           MOVE SPACES TO WS-DESC-TEXT
           MOVE WS-WORK-ID-FROM TO WS-DESC-ID-FROM-DISP
           MOVE WS-WORK-ID-TO TO WS-DESC-ID-TO-DISP
           EVALUATE WS-WORK-TYPE
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
                       WS-WORK-CATEGORY DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
               WHEN OTHER
                   STRING "CREATED " DELIMITED BY SIZE
                       WS-WORK-DATE-FROM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-WORK-DATE-TO DELIMITED BY SIZE
                       INTO WS-DESC-TEXT
           END-EVALUATE.

       470-WRITE-REPORT-TOTALS.
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE WS-TXN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE WS-PLACE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "HOLDS PLACED:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE WS-RELEASE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "HOLDS RELEASED:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO HOLD-MAINT-RPT-RECORD
           STRING "REJECTED:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO HOLD-MAINT-RPT-RECORD
           WRITE HOLD-MAINT-RPT-RECORD.

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
      * Placements are inserts on the register; a release ends a
      * hold the way a deactivation ends a rule, so it goes in the
      * deletes column.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "MAINTAIN-HOLDS-SQL" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-TXN-COUNT TO SUM-RECORDS-READ
               MOVE WS-PLACE-COUNT TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE WS-RELEASE-COUNT TO SUM-TXN-DELETES
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
                   DISPLAY "Legal hold maintenance completed "
                           "successfully!"
               WHEN OTHER
                   DISPLAY "Legal hold maintenance completed "
                           "with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
