       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SUBSCRIBERS-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Transaction-driven maintenance for the subscribers register - *
      * who takes which categories of message, and on which delivery  *
      * channel - the same way MAINTAIN-CATEGORIES-SQL maintains the  *
      * categories table. DISTRIBUTE-MESSAGES-SQL sends from this     *
      * register, so routing ALRT items to operations and NOTC items  *
      * to customer service is a SUBSCRIBER-TXN record, not someone   *
      * forwarding MESSAGES-RPT by hand.                              *
      *                                                                *
      * Each SUBSCRIBER-TXN record carries an action code, the        *
      * recipient and, depending on the action, a channel code, up to *
      * five category codes or a message id:                          *
      *   A - add a recipient with its channel and categories (an add *
      *       naming a deactivated recipient reactivates it)          *
      *   C - change a recipient's channel and/or replace its         *
      *       category list (blank channel or blank list = keep)      *
      *   D - deactivate a recipient - its register entry and         *
      *       delivery history stay, nothing more is sent to it       *
      *   Q - re-queue one delivery already sent to the recipient,    *
      *       so the next distribution run sends it again             *
      * Every transaction is edited before any SQL is applied;        *
      * failures go to the shared MESSAGES-REJ file with a reason     *
      * code and the rest of the file still processes. Every          *
      * category named must be an active code on categories.          *
      *                                                                *
      * Every applied transaction is listed with its before and       *
      * after values on the SUBSCRIBER-RPT change report.             *
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
      * (A = add, C = change, D = deactivate, Q = re-queue a
      * delivery), the recipient, and the channel, categories or
      * message id the action needs.
           SELECT SUBSCRIBER-TXN ASSIGN TO "SUBSCRIBER-TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-TXN-STATUS.

      * One line per applied transaction - before and after values -
      * the change report for the subscribers register.
           SELECT SUBSCRIBER-RPT ASSIGN TO "SUBSCRIBER-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-RPT-STATUS.

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
      * a month of runs accumulates in one file. Same layout
      * HELLO-WORLD-SQL writes.
           SELECT OPTIONAL RUN-SUMMARY ASSIGN TO "RUN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG
           RECORDING MODE IS F.
           COPY DBCFGREC.

       FD  SUBSCRIBER-TXN
           RECORDING MODE IS F.
       01  SUBSCRIBER-TXN-RECORD.
           05  STX-ACTION          PIC X(01).
           05  STX-RECIPIENT       PIC X(20).
           05  STX-CHANNEL         PIC X(04).
           05  STX-CATEGORY-LIST.
               10  STX-CATEGORY    OCCURS 5 TIMES
                                   PIC X(04).
           05  STX-MESSAGE-ID      PIC X(04).

       FD  SUBSCRIBER-RPT
           RECORDING MODE IS F.
       01  SUBSCRIBER-RPT-RECORD       PIC X(132).

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

      * SUBSCRIBER-TXN file handling
       01  WS-SUBSCRIBER-TXN-STATUS PIC X(02) VALUE '00'.
           88  WS-SUBSCRIBER-TXN-OK        VALUE '00'.
           88  WS-SUBSCRIBER-TXN-NOT-FOUND VALUE '35'.
       01  WS-SUBSCRIBER-TXN-SW    PIC X VALUE 'N'.
           88  WS-SUBSCRIBER-TXN-EOF   VALUE 'Y'.

      * SUBSCRIBER-RPT file handling
       01  WS-SUBSCRIBER-RPT-STATUS PIC X(02) VALUE '00'.
           88  WS-SUBSCRIBER-RPT-OK    VALUE '00'.

      * MESSAGES-REJ file handling. Reason codes carried on each
      * reject written by this program:
      *   STXA - SUBSCRIBER-TXN action not A, C, D or Q
      *   STXB - recipient blank, channel or category list blank on
      *          an add, a channel with an embedded space, or a
      *          message id that is not numeric on a re-queue
      *   STXC - a category named is not an active code on categories
      *   STXD - add of a recipient already on the register and active
      *   STXM - change/deactivate/re-queue of a recipient not on the
      *          register
      *   STXQ - re-queue of a delivery never sent to the recipient
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECT-COUNT-DISP    PIC ZZZ9.

      * Host variables for the subscriber in hand
       01  WS-WORK-RECIPIENT       PIC X(20) VALUE SPACES.
       01  WS-WORK-CHANNEL         PIC X(04) VALUE SPACES.
       01  WS-WORK-CATEGORY        PIC X(04) VALUE SPACES.
       01  WS-WORK-MESSAGE-ID      PIC 9(4) VALUE ZERO.
       01  WS-RECIPIENT-EXISTS-SW  PIC X VALUE 'N'.
           88  WS-RECIPIENT-EXISTS     VALUE 'Y'.
       01  WS-PRIOR-CHANNEL        PIC X(04) VALUE SPACES.
       01  WS-PRIOR-ACTIVE         PIC X(01) VALUE SPACE.
       01  WS-PRIOR-CATEGORIES     PIC X(40) VALUE SPACES.
       01  WS-AFTER-CATEGORIES     PIC X(40) VALUE SPACES.
       01  WS-DELIVERY-STATUS      PIC X(01) VALUE SPACE.
       01  WS-CODE-COUNT           PIC 9(4) VALUE ZERO.

      * Category list edit - how many codes the transaction names,
      * and whether every one of them is live on categories.
       01  WS-CAT-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CAT-NAMED-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-CAT-BAD-SW           PIC X VALUE 'N'.
           88  WS-CAT-BAD              VALUE 'Y'.
       01  WS-CAT-PTR              PIC 9(4) COMP VALUE 1.
       01  WS-CHANNEL-BAD-SW       PIC X VALUE 'N'.
           88  WS-CHANNEL-BAD          VALUE 'Y'.

      * Run totals for the change report and the run summary
       01  WS-TXN-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-ADD-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-DEACT-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-REQUEUE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Run date stamped onto each reject, same format the load job
      * uses.
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
           PERFORM 400-MAINTAIN-SUBSCRIBERS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Subscribers Maintenance"
           DISPLAY "======================================".
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
      * maintenance run ahead of the first distribution run should
      * work, not fail on a missing table. The register, its
      * category list and the delivery tracking table carry the same
      * DDL DISTRIBUTE-MESSAGES-SQL issues; categories is prepared
      * because every category named is checked against it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS subscribers (
                       recipient TEXT PRIMARY KEY,
                       channel TEXT NOT NULL,
                       active TEXT DEFAULT 'Y',
                       updated_on TEXT
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ subscribers table creation failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS subscriber_categories (
                       recipient TEXT NOT NULL,
                       category TEXT NOT NULL,
                       PRIMARY KEY (recipient, category)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ subscriber_categories table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS deliveries (
                       message_id INTEGER NOT NULL,
                       recipient TEXT NOT NULL,
                       channel TEXT,
                       status TEXT NOT NULL,
                       queued_on TEXT,
                       sent_on TEXT,
                       sent_at TIMESTAMP,
                       requeue_count INTEGER DEFAULT 0,
                       PRIMARY KEY (message_id, recipient)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ deliveries table creation failed. "
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

      * The active flag arrived after the categories table first
      * shipped - the DEFAULT backfills existing rows to 'Y'. The
      * ALTER fails once the column exists, so a nonzero SQLCODE here
      * just means the table already carries it.
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

       400-MAINTAIN-SUBSCRIBERS.
      * Process add/change/deactivate/re-queue transactions against
      * the register from SUBSCRIBER-TXN.
           IF WS-PROGRAM-OK
               MOVE 'N' TO WS-SUBSCRIBER-TXN-SW
               OPEN INPUT SUBSCRIBER-TXN
               IF WS-SUBSCRIBER-TXN-OK
                   OPEN OUTPUT SUBSCRIBER-RPT
                   IF WS-SUBSCRIBER-RPT-OK
                       MOVE SPACES TO SUBSCRIBER-RPT-RECORD
                       STRING "RECIPIENT             ACT  BEFORE"
                           DELIMITED BY SIZE
                           "                                      "
                           DELIMITED BY SIZE
                           "        AFTER" DELIMITED BY SIZE
                           INTO SUBSCRIBER-RPT-RECORD
                       WRITE SUBSCRIBER-RPT-RECORD
                   ELSE
                       DISPLAY "✗ Unable to open SUBSCRIBER-RPT. "
                               "STATUS: " WS-SUBSCRIBER-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
      * Stop applying further transactions the moment one fails,
      * instead of carrying on and compounding the damage.
                   IF WS-PROGRAM-OK
                       PERFORM 410-PROCESS-ONE-TXN
                           UNTIL WS-SUBSCRIBER-TXN-EOF
                               OR NOT WS-PROGRAM-OK
                   END-IF
                   CLOSE SUBSCRIBER-TXN
                   IF WS-SUBSCRIBER-RPT-OK
                       PERFORM 470-WRITE-REPORT-TOTALS
                       CLOSE SUBSCRIBER-RPT
                   END-IF
               ELSE
      * No transaction file this run is not an error - register
      * maintenance is optional on any given run.
                   IF NOT WS-SUBSCRIBER-TXN-NOT-FOUND
                       DISPLAY "✗ Unable to open SUBSCRIBER-TXN. "
                               "STATUS: " WS-SUBSCRIBER-TXN-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               END-IF
           END-IF.

       410-PROCESS-ONE-TXN.
           READ SUBSCRIBER-TXN
               AT END
                   SET WS-SUBSCRIBER-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-COUNT
                   PERFORM 412-COUNT-CATEGORIES
                   PERFORM 414-CHECK-CHANNEL
      * Edit the transaction before any SQL is applied - a bad
      * action or a missing field goes to MESSAGES-REJ and the next
      * transaction is processed instead of halting the run.
                   EVALUATE TRUE
                       WHEN STX-ACTION NOT = 'A' AND
                            STX-ACTION NOT = 'C' AND
                            STX-ACTION NOT = 'D' AND
                            STX-ACTION NOT = 'Q'
                           MOVE 'STXA' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       WHEN STX-RECIPIENT = SPACES
                           MOVE 'STXB' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       WHEN STX-ACTION = 'A' AND
                            (STX-CHANNEL = SPACES OR
                             WS-CAT-NAMED-COUNT = ZERO)
                           MOVE 'STXB' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       WHEN WS-CHANNEL-BAD
      * The channel code names the outbound file - an embedded
      * space would make a file name nobody downstream could match.
                           MOVE 'STXB' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       WHEN STX-ACTION = 'Q' AND
                            STX-MESSAGE-ID NOT NUMERIC
                           MOVE 'STXB' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       WHEN OTHER
                           MOVE STX-RECIPIENT TO WS-WORK-RECIPIENT
                           MOVE STX-CHANNEL TO WS-WORK-CHANNEL
                           PERFORM 420-CHECK-RECIPIENT
                           IF WS-PROGRAM-OK
                               PERFORM 425-CHECK-CATEGORIES
                           END-IF
                           IF WS-PROGRAM-OK
                               PERFORM 415-ROUTE-ONE-TXN
                           END-IF
                   END-EVALUATE
           END-READ.

       412-COUNT-CATEGORIES.
           MOVE ZERO TO WS-CAT-NAMED-COUNT
           PERFORM 413-COUNT-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.

       413-COUNT-ONE-CATEGORY.
           IF STX-CATEGORY(WS-CAT-SUB) NOT = SPACES
               ADD 1 TO WS-CAT-NAMED-COUNT
           END-IF.

       414-CHECK-CHANNEL.
      * A channel, when given, must start in the first byte and run
      * unbroken - no space ahead of a later non-space.
           MOVE 'N' TO WS-CHANNEL-BAD-SW
           IF STX-CHANNEL NOT = SPACES
               IF STX-CHANNEL(1:1) = SPACE
                   SET WS-CHANNEL-BAD TO TRUE
               END-IF
               PERFORM 416-CHECK-ONE-CHANNEL-BYTE
                   VARYING WS-CAT-SUB FROM 2 BY 1
                   UNTIL WS-CAT-SUB > 3 OR WS-CHANNEL-BAD
           END-IF.

       415-ROUTE-ONE-TXN.
      * The transaction is well formed - decide what it means against
      * the register as it stands, and reject what cannot apply.
           EVALUATE TRUE
               WHEN WS-CAT-BAD
                   MOVE 'STXC' TO REJ-REASON
                   PERFORM 445-REJECT-TXN
               WHEN STX-ACTION = 'A' AND WS-RECIPIENT-EXISTS
                   AND WS-PRIOR-ACTIVE NOT = 'N'
      * Already on the register and live - a second add is a keying
      * error, not a refresh.
                   MOVE 'STXD' TO REJ-REASON
                   PERFORM 445-REJECT-TXN
               WHEN STX-ACTION = 'A'
      * A new recipient, or a deactivated one coming back with its
      * new channel and list.
                   PERFORM 430-ADD-SUBSCRIBER
               WHEN NOT WS-RECIPIENT-EXISTS
                   MOVE 'STXM' TO REJ-REASON
                   PERFORM 445-REJECT-TXN
               WHEN STX-ACTION = 'C'
                   PERFORM 450-CHANGE-SUBSCRIBER
               WHEN STX-ACTION = 'D'
                   PERFORM 455-DEACTIVATE-SUBSCRIBER
               WHEN STX-ACTION = 'Q'
                   MOVE STX-MESSAGE-ID TO WS-WORK-MESSAGE-ID
                   PERFORM 427-CHECK-DELIVERY
                   IF WS-PROGRAM-OK
                       IF WS-DELIVERY-STATUS = 'S'
                           PERFORM 460-REQUEUE-DELIVERY
                       ELSE
      * Never sent (no row), or still waiting to go - either way
      * there is nothing to send again.
                           MOVE 'STXQ' TO REJ-REASON
                           PERFORM 445-REJECT-TXN
                       END-IF
                   END-IF
           END-EVALUATE.

       416-CHECK-ONE-CHANNEL-BYTE.
           IF STX-CHANNEL(WS-CAT-SUB:1) = SPACE
               AND STX-CHANNEL(WS-CAT-SUB + 1:1) NOT = SPACE
               SET WS-CHANNEL-BAD TO TRUE
           END-IF.

       420-CHECK-RECIPIENT.
      * Is the recipient on the register, and what does it say right
      * now - the before-image for the change report rides along.
           MOVE 'N' TO WS-RECIPIENT-EXISTS-SW
           MOVE SPACES TO WS-PRIOR-CHANNEL
           MOVE SPACE TO WS-PRIOR-ACTIVE
           MOVE SPACES TO WS-PRIOR-CATEGORIES
           EXEC SQL
               SELECT channel, IFNULL(active, 'Y'),
                      IFNULL((SELECT GROUP_CONCAT(category, ' ')
                              FROM (SELECT category
                                    FROM subscriber_categories
                                    WHERE recipient =
                                          TRIM(:WS-WORK-RECIPIENT)
                                    ORDER BY category)), ' ')
               INTO :WS-PRIOR-CHANNEL, :WS-PRIOR-ACTIVE,
                    :WS-PRIOR-CATEGORIES
               FROM subscribers
               WHERE recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-RECIPIENT-EXISTS TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "✗ Recipient check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "420-CHECK-RECIPIENT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       425-CHECK-CATEGORIES.
      * Every category the transaction names must be a live code -
      * a subscription to a dead code would never receive anything.
           MOVE 'N' TO WS-CAT-BAD-SW
           PERFORM 426-CHECK-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5
                   OR WS-CAT-BAD
                   OR NOT WS-PROGRAM-OK.

       426-CHECK-ONE-CATEGORY.
           IF STX-CATEGORY(WS-CAT-SUB) NOT = SPACES
               MOVE STX-CATEGORY(WS-CAT-SUB) TO WS-WORK-CATEGORY
               MOVE ZERO TO WS-CODE-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CODE-COUNT
                   FROM categories
                   WHERE code = :WS-WORK-CATEGORY
                     AND IFNULL(active, 'Y') = 'Y'
               END-EXEC

               IF SQLCODE = 0
                   IF WS-CODE-COUNT = ZERO
                       SET WS-CAT-BAD TO TRUE
                   END-IF
               ELSE
                   DISPLAY "✗ Category check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "426-CHECK-ONE-CATEGORY" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       427-CHECK-DELIVERY.
      * Where the delivery named by a re-queue stands - space when it
      * was never queued to this recipient at all.
           MOVE SPACE TO WS-DELIVERY-STATUS
           EXEC SQL
               SELECT status
               INTO :WS-DELIVERY-STATUS
               FROM deliveries
               WHERE message_id = :WS-WORK-MESSAGE-ID
                 AND recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE SPACE TO WS-DELIVERY-STATUS
               WHEN OTHER
                   DISPLAY "✗ Delivery check failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "427-CHECK-DELIVERY" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       430-ADD-SUBSCRIBER.
           IF WS-RECIPIENT-EXISTS
               EXEC SQL
                   UPDATE subscribers
                   SET channel = TRIM(:WS-WORK-CHANNEL),
                       active = 'Y',
                       updated_on = :WS-TODAY-DATE
                   WHERE recipient = TRIM(:WS-WORK-RECIPIENT)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO subscribers
                       (recipient, channel, active, updated_on)
                   VALUES (TRIM(:WS-WORK-RECIPIENT),
                           TRIM(:WS-WORK-CHANNEL), 'Y',
                           :WS-TODAY-DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM 435-REPLACE-CATEGORIES
           ELSE
               DISPLAY "✗ Subscriber insert failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "430-ADD-SUBSCRIBER" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "✓ Subscriber added: " WS-WORK-RECIPIENT
               PERFORM 465-WRITE-RPT-LINE
           END-IF.

       435-REPLACE-CATEGORIES.
      * The transaction's list replaces the recipient's list whole -
      * what is not named is no longer taken.
           EXEC SQL
               DELETE FROM subscriber_categories
               WHERE recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           IF SQLCODE = 0
               PERFORM 437-INSERT-ONE-CATEGORY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5 OR NOT WS-PROGRAM-OK
           ELSE
               DISPLAY "✗ Category list delete failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "435-REPLACE-CATEGORIES" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       437-INSERT-ONE-CATEGORY.
      * OR IGNORE - the same code keyed twice on one transaction is
      * one subscription, not a failure.
           IF STX-CATEGORY(WS-CAT-SUB) NOT = SPACES
               MOVE STX-CATEGORY(WS-CAT-SUB) TO WS-WORK-CATEGORY
               EXEC SQL
                   INSERT OR IGNORE INTO subscriber_categories
                       (recipient, category)
                   VALUES (TRIM(:WS-WORK-RECIPIENT),
                           :WS-WORK-CATEGORY)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Category list insert failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "437-INSERT-ONE-CATEGORY"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       440-WRITE-REJECT.
      * Append one reject - the calling paragraph must MOVE the
      * source, reason code and original record into
      * MESSAGES-REJ-RECORD before performing this. Rejects do not
      * fail the run - the fixed transactions are resubmitted on a
      * later SUBSCRIBER-TXN.
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE
           WRITE MESSAGES-REJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "✗ Record rejected - source " REJ-SOURCE
                   " reason " REJ-REASON.

       445-REJECT-TXN.
      * The calling paragraph has moved the reason code.
           MOVE 'STX' TO REJ-SOURCE
           MOVE SUBSCRIBER-TXN-RECORD TO REJ-DATA
           PERFORM 440-WRITE-REJECT.

       450-CHANGE-SUBSCRIBER.
      * A blank channel keeps the one on file; a blank list keeps the
      * categories on file.
           IF WS-WORK-CHANNEL = SPACES
               MOVE WS-PRIOR-CHANNEL TO WS-WORK-CHANNEL
           END-IF
           EXEC SQL
               UPDATE subscribers
               SET channel = TRIM(:WS-WORK-CHANNEL),
                   updated_on = :WS-TODAY-DATE
               WHERE recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           IF SQLCODE = 0
               IF WS-CAT-NAMED-COUNT > ZERO
                   PERFORM 435-REPLACE-CATEGORIES
               END-IF
           ELSE
               DISPLAY "✗ Subscriber update failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "450-CHANGE-SUBSCRIBER" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY "✓ Subscriber changed: " WS-WORK-RECIPIENT
               PERFORM 465-WRITE-RPT-LINE
           END-IF.

       455-DEACTIVATE-SUBSCRIBER.
      * The register entry, its list and its delivery history stay -
      * the distribution run just stops sending to it, and anything
      * still pending is reported as pending.
           EXEC SQL
               UPDATE subscribers
               SET active = 'N',
                   updated_on = :WS-TODAY-DATE
               WHERE recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-DEACT-COUNT
               DISPLAY "✓ Subscriber deactivated: " WS-WORK-RECIPIENT
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Subscriber deactivate failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "455-DEACTIVATE-SUBSCRIBER" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       460-REQUEUE-DELIVERY.
      * Back to pending - the next distribution run sends it again
      * on the recipient's current channel. The sent date stays until
      * then, and the count shows it went more than once.
           EXEC SQL
               UPDATE deliveries
               SET status = 'P',
                   requeue_count = IFNULL(requeue_count, 0) + 1
               WHERE message_id = :WS-WORK-MESSAGE-ID
                 AND recipient = TRIM(:WS-WORK-RECIPIENT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-REQUEUE-COUNT
               DISPLAY "✓ Delivery re-queued: " WS-WORK-MESSAGE-ID
                       " to " WS-WORK-RECIPIENT
               PERFORM 465-WRITE-RPT-LINE
           ELSE
               DISPLAY "✗ Delivery re-queue failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "460-REQUEUE-DELIVERY" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       465-WRITE-RPT-LINE.
      * One change report line per applied transaction - what the
      * register said before and what it says now.
           MOVE SPACES TO WS-AFTER-CATEGORIES
           MOVE 1 TO WS-CAT-PTR
           PERFORM 467-LIST-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5
           IF WS-AFTER-CATEGORIES = SPACES
               MOVE WS-PRIOR-CATEGORIES TO WS-AFTER-CATEGORIES
           END-IF
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           EVALUATE STX-ACTION
               WHEN 'A'
                   IF WS-RECIPIENT-EXISTS
                       STRING WS-WORK-RECIPIENT DELIMITED BY SIZE
                           "  A    " DELIMITED BY SIZE
                           WS-PRIOR-CHANNEL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PRIOR-CATEGORIES(1:25) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           WS-WORK-CHANNEL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AFTER-CATEGORIES(1:25) DELIMITED BY SIZE
                           " (reactivated)" DELIMITED BY SIZE
                           INTO SUBSCRIBER-RPT-RECORD
                   ELSE
                       STRING WS-WORK-RECIPIENT DELIMITED BY SIZE
                           "  A    (new)" DELIMITED BY SIZE
                           "                          -> "
                           DELIMITED BY SIZE
                           WS-WORK-CHANNEL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AFTER-CATEGORIES(1:25) DELIMITED BY SIZE
                           INTO SUBSCRIBER-RPT-RECORD
                   END-IF
               WHEN 'C'
                   STRING WS-WORK-RECIPIENT DELIMITED BY SIZE
                       "  C    " DELIMITED BY SIZE
                       WS-PRIOR-CHANNEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRIOR-CATEGORIES(1:25) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-WORK-CHANNEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AFTER-CATEGORIES(1:25) DELIMITED BY SIZE
                       INTO SUBSCRIBER-RPT-RECORD
               WHEN 'D'
                   STRING WS-WORK-RECIPIENT DELIMITED BY SIZE
                       "  D    " DELIMITED BY SIZE
                       WS-PRIOR-CHANNEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRIOR-CATEGORIES(1:25) DELIMITED BY SIZE
                       " -> (deactivated)" DELIMITED BY SIZE
                       INTO SUBSCRIBER-RPT-RECORD
               WHEN 'Q'
                   STRING WS-WORK-RECIPIENT DELIMITED BY SIZE
                       "  Q    MESSAGE " DELIMITED BY SIZE
                       WS-WORK-MESSAGE-ID DELIMITED BY SIZE
                       " SENT -> PENDING (re-queued)"
                       DELIMITED BY SIZE
                       INTO SUBSCRIBER-RPT-RECORD
           END-EVALUATE
           WRITE SUBSCRIBER-RPT-RECORD.

       467-LIST-ONE-CATEGORY.
           IF STX-CATEGORY(WS-CAT-SUB) NOT = SPACES
               STRING STX-CATEGORY(WS-CAT-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-AFTER-CATEGORIES
                   WITH POINTER WS-CAT-PTR
               END-STRING
           END-IF.

       470-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-TXN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-ADD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "ADDED:             " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "CHANGED:           " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-DEACT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "DEACTIVATED:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-REQUEUE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "RE-QUEUED:         " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO SUBSCRIBER-RPT-RECORD
           STRING "REJECTED:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO SUBSCRIBER-RPT-RECORD
           WRITE SUBSCRIBER-RPT-RECORD.

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
      * the record reflects how the job actually ended.
           IF WS-RUN-SUMMARY-DONE
               CONTINUE
           ELSE
               PERFORM 855-APPEND-RUN-SUMMARY
           END-IF.

       855-APPEND-RUN-SUMMARY.
      * Changes and re-queues both count as updates; deactivations
      * as deletes.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "MAINTAIN-SUBSCRIBERS" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-TXN-COUNT TO SUM-RECORDS-READ
               MOVE WS-ADD-COUNT TO SUM-INSERTED
               MOVE ZERO TO SUM-UPDATED
               COMPUTE SUM-TXN-UPDATES =
                   WS-CHANGE-COUNT + WS-REQUEUE-COUNT
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
                   DISPLAY "Subscribers maintenance completed "
                           "successfully!"
               WHEN OTHER
                   DISPLAY "Subscribers maintenance completed with "
                           "errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
