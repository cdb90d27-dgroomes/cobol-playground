       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTE-MESSAGES-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Sends every active, in-effect message to each subscriber that *
      * takes its category and has not had it yet, so ALRT items      *
      * reach operations and NOTC items reach customer service        *
      * without anyone forwarding MESSAGES-RPT by hand. The register  *
      * is kept by MAINTAIN-SUBSCRIBERS-SQL.                          *
      *                                                                *
      * Every message/recipient pair is tracked on the deliveries     *
      * table - P pending, W being written by this run, S sent:       *
      *   1  pairs a run left at W (it died before confirming what it *
      *      wrote) go back to P - the unfinished batch that run left *
      *      (a header with no trailer) is superseded by this one's   *
      *   2  every live message with no expiry passed and an          *
      *      effective-from reached is queued P for each active       *
      *      subscriber to its category - a pair already on the table *
      *      is never queued again, so a rerun never sends twice      *
      *   3  pending pairs whose recipient is still active and        *
      *      subscribed and whose message is still in effect go to W  *
      *   4  one outbound file per channel and day,                   *
      *      DIST-OUT.<channel>.YYYYMMDD, gets a batch from the W     *
      *      pairs - a header carrying the channel, run date and the  *
      *      count to follow, one detail per delivery, and a trailer  *
      *      carrying the count written. The file is extended, never  *
      *      rewritten, so a second run the same day adds its own     *
      *      batch behind the first instead of wiping deliveries the  *
      *      first run already marked sent                            *
      *   5  the W pairs are marked S with the run date               *
      * A delivery that went astray downstream is put back to P with  *
      * a re-queue transaction through MAINTAIN-SUBSCRIBERS-SQL and   *
      * goes again on the next run.                                   *
      *                                                                *
      * DELIVERY-RPT lists, by recipient, what went out this run and  *
      * everything still pending with the reason it is held. Details  *
      * written that do not agree with the pairs selected put the run *
      * out of balance.                                               *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  Channel files are dated DIST-OUT.<channel>.       *
      *             YYYYMMDD and extended, so a second run before     *
      *             the first run's file is picked up cannot lose     *
      *             its deliveries.                                   *
      * 2026-10-15  The delivery and report cursor opens are          *
      *             checked; a failed open ends the run in error.     *
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

      * The dated outbound delivery file for one channel - named
      * DIST-OUT.<channel>.YYYYMMDD at run time, one per channel
      * with anything to send, the same way the resubmit run names
      * its MESSAGES-REJ-HIST generation.
           SELECT OPTIONAL DIST-OUT
               ASSIGN USING WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-OUT-STATUS.

      * Sent this run and still pending, by recipient.
           SELECT DELIVERY-RPT ASSIGN TO "DELIVERY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-RPT-STATUS.

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

       FD  DIST-OUT
           RECORDING MODE IS F.
       01  DIST-OUT-RECORD             PIC X(132).

       FD  DELIVERY-RPT
           RECORDING MODE IS F.
       01  DELIVERY-RPT-RECORD         PIC X(132).

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

      * DIST-OUT file handling - the file for the channel in hand.
      * Status 05 is a successful open that had to create the
      * optional file first - normal for a channel's first run of a
      * day.
       01  WS-DIST-OUT-STATUS      PIC X(02) VALUE '00'.
           88  WS-DIST-OUT-OK          VALUE '00' '05'.
       01  WS-DIST-FILE-NAME       PIC X(30) VALUE SPACES.
       01  WS-DIST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-DIST-OPEN            VALUE 'Y'.
       01  WS-CURRENT-CHANNEL      PIC X(04) VALUE SPACES.
       01  WS-CHANNEL-EXPECTED     PIC 9(9) VALUE ZERO.
       01  WS-CHANNEL-WRITTEN      PIC 9(9) VALUE ZERO.
       01  WS-FILE-COUNT           PIC 9(4) COMP VALUE ZERO.

      * DELIVERY-RPT file handling
       01  WS-DELIVERY-RPT-STATUS  PIC X(02) VALUE '00'.
           88  WS-DELIVERY-RPT-OK      VALUE '00'.

      * Host variables for the delivery in hand
       01  WS-DLV-MESSAGE-ID       PIC 9(4) VALUE ZERO.
       01  WS-DLV-RECIPIENT        PIC X(20) VALUE SPACES.
       01  WS-DLV-CHANNEL          PIC X(04) VALUE SPACES.
       01  WS-DLV-STATUS           PIC X(01) VALUE SPACE.
       01  WS-DLV-CATEGORY         PIC X(04) VALUE SPACES.
       01  WS-DLV-REASON           PIC X(30) VALUE SPACES.
       01  WS-DLV-LINE             PIC X(132) VALUE SPACES.
       01  WS-DLV-EOF-SW           PIC X VALUE 'N'.
           88  WS-DLV-EOF              VALUE 'Y'.

      * Delivery report control break - the recipient in hand and
      * its counts.
       01  WS-RPT-RECIPIENT        PIC X(20) VALUE SPACES.
       01  WS-RPT-FIRST-SW         PIC X VALUE 'Y'.
           88  WS-RPT-FIRST            VALUE 'Y'.
       01  WS-RCP-SENT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-RCP-PENDING-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECIPIENT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RPT-SENT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-RPT-PENDING-COUNT    PIC 9(9) VALUE ZERO.

      * Run totals
       01  WS-TRACKED-BEFORE       PIC 9(9) VALUE ZERO.
       01  WS-TRACKED-AFTER        PIC 9(9) VALUE ZERO.
       01  WS-QUEUED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RECOVERED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-SELECTED-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-SENT-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISP           PIC Z(8)9.
       01  WS-COUNT-DISP-B         PIC Z(8)9.
       01  WS-ID-DISP              PIC ZZZ9.

      * Current date - what "in effect" is measured against, and the
      * sent date stamped on each delivery.
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
           PERFORM 350-RECOVER-UNCONFIRMED
           PERFORM 400-QUEUE-NEW-DELIVERIES
           PERFORM 450-SELECT-FOR-SENDING
           PERFORM 500-WRITE-CHANNEL-FILES
           PERFORM 550-MARK-SENT
           PERFORM 600-WRITE-DELIVERY-REPORT
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Message Distribution"
           DISPLAY "==================================".
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
                   PERFORM 900-CLEANUP
               END-IF
           END-IF.

       300-PREPARE-TABLES.
      * Make sure every table this program touches exists - a
      * distribution run ahead of the first load or the first
      * register maintenance should send nothing, not fail. The
      * register tables carry the same DDL MAINTAIN-SUBSCRIBERS-SQL
      * issues; messages the same DDL HELLO-WORLD-SQL issues,
      * including the shelf-life dates "in effect" is judged on.
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

      * The shelf-life dates arrived after the messages table first
      * shipped. The ALTERs fail once the columns exist, so a
      * nonzero SQLCODE here just means the table already carries
      * them.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN effective_from TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ effective_from column added"
               ELSE
                   DISPLAY "✓ effective_from column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN expires_on TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ expires_on column added"
               ELSE
                   DISPLAY "✓ expires_on column already present"
               END-IF
           END-IF.

       350-RECOVER-UNCONFIRMED.
      * Pairs still at W were selected by a run that never got as far
      * as confirming them - the batch it left on the channel file
      * has no trailer, so the pairs go out again in the batch this
      * run appends behind it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-RECOVERED-COUNT
                   FROM deliveries
                   WHERE status = 'W'
               END-EXEC

               IF SQLCODE = 0 AND WS-RECOVERED-COUNT > 0
                   EXEC SQL
                       UPDATE deliveries
                       SET status = 'P'
                       WHERE status = 'W'
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   IF WS-RECOVERED-COUNT > 0
                       MOVE WS-RECOVERED-COUNT TO WS-COUNT-DISP
                       DISPLAY "✓ Unconfirmed deliveries back to "
                               "pending: " WS-COUNT-DISP
                   END-IF
               ELSE
                   DISPLAY "✗ Unconfirmed delivery reset failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "350-RECOVER-UNCONFIRMED" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       400-QUEUE-NEW-DELIVERIES.
      * One pending pair for every in-effect message and every active
      * subscriber to its category that is not already tracked. OR
      * IGNORE on the (message, recipient) key is what stops a rerun
      * - or a re-subscribe - from queueing the same pair twice.
      * TRIM guards the shelf-life tests - a dateless row stores
      * either NULL or spaces depending on which program wrote it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-TRACKED-BEFORE
                   FROM deliveries
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       INSERT OR IGNORE INTO deliveries
                           (message_id, recipient, channel, status,
                            queued_on, requeue_count)
                       SELECT m.id, s.recipient, s.channel, 'P',
                              :WS-TODAY-DATE, 0
                       FROM messages m
                       JOIN subscriber_categories c
                         ON c.category = TRIM(m.category)
                       JOIN subscribers s
                         ON s.recipient = c.recipient
                       WHERE IFNULL(s.active, 'Y') = 'Y'
                         AND (TRIM(IFNULL(m.effective_from, '')) = ''
                              OR m.effective_from <= :WS-TODAY-DATE)
                         AND (TRIM(IFNULL(m.expires_on, '')) = ''
                              OR m.expires_on >= :WS-TODAY-DATE)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-TRACKED-AFTER
                       FROM deliveries
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   COMPUTE WS-QUEUED-COUNT =
                       WS-TRACKED-AFTER - WS-TRACKED-BEFORE
                   MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ New deliveries queued: " WS-COUNT-DISP
               ELSE
                   DISPLAY "✗ Delivery queueing failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "400-QUEUE-NEW-DELIVERIES"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       450-SELECT-FOR-SENDING.
      * Everything pending that can go today goes to W. A pair held
      * back - recipient deactivated or no longer taking the
      * category, message gone from the live table or out of effect
      * - stays P and shows on the report with its reason.
           IF WS-PROGRAM-OK
               EXEC SQL
                   UPDATE deliveries
                   SET status = 'W'
                   WHERE status = 'P'
                     AND EXISTS
                         (SELECT 1
                          FROM subscribers s
                          JOIN subscriber_categories c
                            ON c.recipient = s.recipient
                          JOIN messages m
                            ON TRIM(m.category) = c.category
                          WHERE s.recipient = deliveries.recipient
                            AND m.id = deliveries.message_id
                            AND IFNULL(s.active, 'Y') = 'Y'
                            AND (TRIM(IFNULL(m.effective_from, ''))
                                     = ''
                                 OR m.effective_from
                                     <= :WS-TODAY-DATE)
                            AND (TRIM(IFNULL(m.expires_on, '')) = ''
                                 OR m.expires_on >= :WS-TODAY-DATE))
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-SELECTED-COUNT
                       FROM deliveries
                       WHERE status = 'W'
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Deliveries selected to send: "
                           WS-COUNT-DISP
               ELSE
                   DISPLAY "✗ Delivery selection failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "450-SELECT-FOR-SENDING" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       500-WRITE-CHANNEL-FILES.
      * The selected pairs in channel order - a change of channel
      * closes one outbound file and opens the next. The detail line
      * is built in the query: D|id|recipient|category|effective|
      * expires|text, with any pipe in the text turned to a space so
      * it can never split a field.
           IF WS-PROGRAM-OK AND WS-SELECTED-COUNT > 0
               EXEC SQL
                   DECLARE DIST-CURSOR CURSOR FOR
                   SELECT d.message_id, d.recipient, s.channel,
                          'D|' || d.message_id || '|' ||
                          d.recipient || '|' ||
                          IFNULL(TRIM(m.category), '') || '|' ||
                          IFNULL(TRIM(m.effective_from), '') || '|' ||
                          IFNULL(TRIM(m.expires_on), '') || '|' ||
                          TRIM(REPLACE(m.message, '|', ' '))
                   FROM deliveries d
                   JOIN subscribers s ON s.recipient = d.recipient
                   JOIN messages m ON m.id = d.message_id
                   WHERE d.status = 'W'
                   ORDER BY s.channel, d.recipient, d.message_id
               END-EXEC

               EXEC SQL
                   OPEN DIST-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-CURRENT-CHANNEL
                   MOVE 'N' TO WS-DLV-EOF-SW
                   PERFORM 510-FETCH-ONE-DELIVERY
                       UNTIL WS-DLV-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE DIST-CURSOR
                   END-EXEC
                   IF WS-DIST-OPEN
                       PERFORM 530-CLOSE-CHANNEL-FILE
                   END-IF
               ELSE
                   DISPLAY "✗ Delivery cursor open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "500-WRITE-CHANNEL-FILES"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF

               IF WS-PROGRAM-OK
                   PERFORM 540-VERIFY-DATA
               END-IF
           END-IF.

       510-FETCH-ONE-DELIVERY.
           EXEC SQL
               FETCH DIST-CURSOR
               INTO :WS-DLV-MESSAGE-ID, :WS-DLV-RECIPIENT,
                    :WS-DLV-CHANNEL, :WS-DLV-LINE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DLV-EOF TO TRUE
               WHEN SQLCODE = 0
                   IF WS-DLV-CHANNEL NOT = WS-CURRENT-CHANNEL
                       OR NOT WS-DIST-OPEN
                       IF WS-DIST-OPEN
                           PERFORM 530-CLOSE-CHANNEL-FILE
                       END-IF
                       PERFORM 520-OPEN-CHANNEL-FILE
                   END-IF
                   IF WS-DIST-OPEN
                       MOVE WS-DLV-LINE TO DIST-OUT-RECORD
                       WRITE DIST-OUT-RECORD
                       ADD 1 TO WS-CHANNEL-WRITTEN
                       ADD 1 TO WS-SENT-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "✗ Delivery fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "510-FETCH-ONE-DELIVERY" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       520-OPEN-CHANNEL-FILE.
      * The header carries the count of details to follow, counted
      * before the first is written, so the receiving end can check
      * the file on arrival as well as against the trailer.
           MOVE WS-DLV-CHANNEL TO WS-CURRENT-CHANNEL
           MOVE ZERO TO WS-CHANNEL-WRITTEN
           MOVE ZERO TO WS-CHANNEL-EXPECTED
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CHANNEL-EXPECTED
               FROM deliveries d
               JOIN subscribers s ON s.recipient = d.recipient
               JOIN messages m ON m.id = d.message_id
               WHERE d.status = 'W'
                 AND s.channel = TRIM(:WS-CURRENT-CHANNEL)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Channel count failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "520-OPEN-CHANNEL-FILE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               MOVE SPACES TO WS-DIST-FILE-NAME
               STRING "DIST-OUT." DELIMITED BY SIZE
                   WS-CURRENT-CHANNEL DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-CURRENT-YMD DELIMITED BY SIZE
                   INTO WS-DIST-FILE-NAME
      * EXTEND rather than OUTPUT so a second run on the same day
      * adds its batch behind the first instead of wiping details
      * the first run has already marked sent.
               OPEN EXTEND DIST-OUT
               IF WS-DIST-OUT-OK
                   SET WS-DIST-OPEN TO TRUE
                   ADD 1 TO WS-FILE-COUNT
                   MOVE SPACES TO DIST-OUT-RECORD
                   STRING "H|" DELIMITED BY SIZE
                       WS-CURRENT-CHANNEL DELIMITED BY SPACE
                       "|" DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CHANNEL-EXPECTED DELIMITED BY SIZE
                       INTO DIST-OUT-RECORD
                   WRITE DIST-OUT-RECORD
               ELSE
                   DISPLAY "✗ Unable to open " WS-DIST-FILE-NAME
                           " STATUS: " WS-DIST-OUT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       530-CLOSE-CHANNEL-FILE.
      * The trailer carries the detail count so the receiving end
      * can verify it received the whole file.
           MOVE SPACES TO DIST-OUT-RECORD
           STRING "T|" DELIMITED BY SIZE
               WS-CHANNEL-WRITTEN DELIMITED BY SIZE
               INTO DIST-OUT-RECORD
           WRITE DIST-OUT-RECORD
           CLOSE DIST-OUT
           MOVE 'N' TO WS-DIST-OPEN-SW
           MOVE WS-CHANNEL-WRITTEN TO WS-COUNT-DISP
           DISPLAY "✓ " WS-DIST-FILE-NAME " written - deliveries: "
                   WS-COUNT-DISP
           IF WS-CHANNEL-WRITTEN NOT = WS-CHANNEL-EXPECTED
               AND WS-PROGRAM-OK
               DISPLAY "✗ Out of balance - " WS-DIST-FILE-NAME
                       " header " WS-CHANNEL-EXPECTED
                       " but trailer " WS-CHANNEL-WRITTEN
               MOVE 'B' TO WS-PROGRAM-STATUS
               MOVE "530-CLOSE-CHANNEL-FILE" TO WS-ERROR-PARAGRAPH
               MOVE WS-CHANNEL-EXPECTED TO WS-COUNT-DISP
               MOVE WS-CHANNEL-WRITTEN TO WS-COUNT-DISP-B
               PERFORM 810-LOG-OUT-OF-BALANCE
           END-IF.

       540-VERIFY-DATA.
      * Every pair selected must have gone into a file - a pair
      * whose message or register entry vanished between the select
      * and the write would otherwise be marked sent unsent.
           IF WS-SENT-COUNT NOT = WS-SELECTED-COUNT
               DISPLAY "✗ Out of balance - selected "
                       WS-SELECTED-COUNT
                       " but written " WS-SENT-COUNT
               MOVE 'B' TO WS-PROGRAM-STATUS
               MOVE "540-VERIFY-DATA" TO WS-ERROR-PARAGRAPH
               MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
               MOVE WS-SENT-COUNT TO WS-COUNT-DISP-B
               PERFORM 810-LOG-OUT-OF-BALANCE
           ELSE
               DISPLAY "✓ Selected/written reconciled"
           END-IF.

       550-MARK-SENT.
      * Only a clean run confirms - out of balance or in error, the
      * pairs stay at W and the next run sends them again.
           IF WS-PROGRAM-OK AND WS-SELECTED-COUNT > 0
               EXEC SQL
                   UPDATE deliveries
                   SET status = 'S',
                       sent_on = :WS-TODAY-DATE,
                       sent_at = datetime('now', 'localtime'),
                       channel = (SELECT s.channel
                                  FROM subscribers s
                                  WHERE s.recipient =
                                        deliveries.recipient)
                   WHERE status = 'W'
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-SENT-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Deliveries marked sent: " WS-COUNT-DISP
               ELSE
                   DISPLAY "✗ Delivery confirm failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "550-MARK-SENT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       600-WRITE-DELIVERY-REPORT.
      * By recipient: each delivery sent today, then each still
      * pending with the reason it is held, then the recipient's
      * counts. Written on an out-of-balance run too - what is
      * pending is exactly what operations needs to see then.
           IF WS-PROGRAM-OK OR WS-PROGRAM-OUT-OF-BALANCE
               OPEN OUTPUT DELIVERY-RPT
               IF WS-DELIVERY-RPT-OK
                   MOVE SPACES TO DELIVERY-RPT-RECORD
                   STRING "DELIVERY REPORT - " DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       INTO DELIVERY-RPT-RECORD
                   WRITE DELIVERY-RPT-RECORD
                   MOVE SPACES TO DELIVERY-RPT-RECORD
                   WRITE DELIVERY-RPT-RECORD
                   MOVE SPACES TO DELIVERY-RPT-RECORD
                   STRING "RECIPIENT             CHAN  MSG   CAT   "
                       DELIMITED BY SIZE
                       "STATUS    NOTE" DELIMITED BY SIZE
                       INTO DELIVERY-RPT-RECORD
                   WRITE DELIVERY-RPT-RECORD

                   EXEC SQL
                       DECLARE DLV-RPT-CURSOR CURSOR FOR
                       SELECT d.recipient,
                              IFNULL(s.channel, d.channel),
                              d.message_id, d.status,
                              IFNULL(TRIM(m.category), ' '),
                              CASE
                                WHEN d.status = 'S'
                                  THEN ' '
                                WHEN d.status = 'W'
                                  THEN 'SEND NOT CONFIRMED'
                                WHEN s.recipient IS NULL
                                  OR IFNULL(s.active, 'Y') <> 'Y'
                                  THEN 'RECIPIENT INACTIVE'
                                WHEN m.id IS NULL
                                  THEN 'MESSAGE NO LONGER LIVE'
                                WHEN NOT EXISTS
                                     (SELECT 1
                                      FROM subscriber_categories c
                                      WHERE c.recipient = d.recipient
                                        AND c.category =
                                            TRIM(m.category))
                                  THEN 'CATEGORY NO LONGER TAKEN'
                                ELSE 'NOT IN EFFECT'
                              END
                       FROM deliveries d
                       LEFT JOIN subscribers s
                         ON s.recipient = d.recipient
                       LEFT JOIN messages m
                         ON m.id = d.message_id
                       WHERE d.status IN ('P', 'W')
                          OR (d.status = 'S'
                              AND d.sent_on = :WS-TODAY-DATE)
                       ORDER BY d.recipient,
                                CASE d.status WHEN 'S' THEN 1
                                              ELSE 2 END,
                                d.message_id
                   END-EXEC

                   EXEC SQL
                       OPEN DLV-RPT-CURSOR
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'Y' TO WS-RPT-FIRST-SW
                       MOVE 'N' TO WS-DLV-EOF-SW
                       PERFORM 610-FETCH-ONE-REPORT-ROW
                           UNTIL WS-DLV-EOF OR WS-PROGRAM-ERROR
                       EXEC SQL
                           CLOSE DLV-RPT-CURSOR
                       END-EXEC
                       IF NOT WS-RPT-FIRST
                           PERFORM 630-WRITE-RECIPIENT-TOTALS
                       END-IF
                       PERFORM 640-WRITE-REPORT-TOTALS
                   ELSE
                       DISPLAY "✗ Report cursor open failed. "
                               "SQLCODE: " SQLCODE
                       MOVE 'E' TO WS-PROGRAM-STATUS
                       MOVE "600-WRITE-DELIVERY-REPORT"
                           TO WS-ERROR-PARAGRAPH
                       MOVE SQLCODE TO WS-ERROR-SQLCODE
                       PERFORM 800-LOG-SQL-ERROR
                   END-IF
                   CLOSE DELIVERY-RPT
                   IF NOT WS-PROGRAM-ERROR
                       DISPLAY "✓ Delivery report written"
                   END-IF
               ELSE
                   DISPLAY "✗ Unable to open DELIVERY-RPT. STATUS: "
                           WS-DELIVERY-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       610-FETCH-ONE-REPORT-ROW.
           EXEC SQL
               FETCH DLV-RPT-CURSOR
               INTO :WS-DLV-RECIPIENT, :WS-DLV-CHANNEL,
                    :WS-DLV-MESSAGE-ID, :WS-DLV-STATUS,
                    :WS-DLV-CATEGORY, :WS-DLV-REASON
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DLV-EOF TO TRUE
               WHEN SQLCODE = 0
                   IF WS-RPT-FIRST
                       OR WS-DLV-RECIPIENT NOT = WS-RPT-RECIPIENT
                       IF NOT WS-RPT-FIRST
                           PERFORM 630-WRITE-RECIPIENT-TOTALS
                       END-IF
                       MOVE 'N' TO WS-RPT-FIRST-SW
                       MOVE WS-DLV-RECIPIENT TO WS-RPT-RECIPIENT
                       MOVE ZERO TO WS-RCP-SENT-COUNT
                       MOVE ZERO TO WS-RCP-PENDING-COUNT
                       ADD 1 TO WS-RECIPIENT-COUNT
                   END-IF
                   PERFORM 620-WRITE-REPORT-LINE
               WHEN OTHER
                   DISPLAY "✗ Report fetch failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "610-FETCH-ONE-REPORT-ROW"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       620-WRITE-REPORT-LINE.
           MOVE SPACES TO DELIVERY-RPT-RECORD
           MOVE WS-DLV-RECIPIENT TO DELIVERY-RPT-RECORD(1:20)
           MOVE WS-DLV-CHANNEL TO DELIVERY-RPT-RECORD(23:4)
           MOVE WS-DLV-MESSAGE-ID TO WS-ID-DISP
           MOVE WS-ID-DISP TO DELIVERY-RPT-RECORD(29:4)
           MOVE WS-DLV-CATEGORY TO DELIVERY-RPT-RECORD(35:4)
           IF WS-DLV-STATUS = 'S'
               ADD 1 TO WS-RCP-SENT-COUNT
               ADD 1 TO WS-RPT-SENT-COUNT
               MOVE "SENT" TO DELIVERY-RPT-RECORD(41:7)
           ELSE
               ADD 1 TO WS-RCP-PENDING-COUNT
               ADD 1 TO WS-RPT-PENDING-COUNT
               MOVE "PENDING" TO DELIVERY-RPT-RECORD(41:7)
           END-IF
           MOVE WS-DLV-REASON TO DELIVERY-RPT-RECORD(51:30)
           WRITE DELIVERY-RPT-RECORD.

       630-WRITE-RECIPIENT-TOTALS.
           MOVE WS-RCP-SENT-COUNT TO WS-COUNT-DISP
           MOVE WS-RCP-PENDING-COUNT TO WS-COUNT-DISP-B
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-RPT-RECIPIENT DELIMITED BY SIZE
               " SENT: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               "  PENDING: " DELIMITED BY SIZE
               WS-COUNT-DISP-B DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE SPACES TO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD.

       640-WRITE-REPORT-TOTALS.
           MOVE SPACES TO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-RECIPIENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "RECIPIENTS LISTED:     " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "NEWLY QUEUED:          " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-RECOVERED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "UNCONFIRMED RE-SENT:   " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "WRITTEN THIS RUN:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-FILE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "CHANNEL FILES WRITTEN: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-RPT-SENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "SENT TODAY:            " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD
           MOVE WS-RPT-PENDING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO DELIVERY-RPT-RECORD
           STRING "STILL PENDING:         " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO DELIVERY-RPT-RECORD
           WRITE DELIVERY-RPT-RECORD.

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
      * Append one audit entry for a count reconciliation failure.
      * This is not a SQL error - no SQLCODE is involved - so it is
      * logged in its own format rather than borrowing 800's
      * SQLCODE=nnnn layout. The calling paragraph must MOVE its name
      * to WS-ERROR-PARAGRAPH, and the counts being reconciled into
      * WS-COUNT-DISP / WS-COUNT-DISP-B, before performing this.
           MOVE FUNCTION CURRENT-DATE TO WS-ERROR-TIMESTAMP
           MOVE SPACES TO SQL-ERROR-LOG-RECORD
           STRING WS-ERROR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ERROR-PARAGRAPH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATABASE-NAME DELIMITED BY SIZE
               " OUT-OF-BALANCE SELECTED=" DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " WRITTEN=" DELIMITED BY SIZE
               WS-COUNT-DISP-B DELIMITED BY SIZE
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
      * Reads are the pairs selected to send, inserts the pairs newly
      * queued, updates the pairs written and confirmed sent.
           SET WS-RUN-SUMMARY-DONE TO TRUE
           OPEN EXTEND RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "DISTRIBUTE-MESSAGES" TO SUM-PROGRAM-ID
               MOVE WS-RUN-DATE TO SUM-RUN-DATE
               MOVE WS-RUN-TIME TO SUM-RUN-TIME
               MOVE WS-DATABASE-NAME TO SUM-DATABASE-NAME
               MOVE WS-SELECTED-COUNT TO SUM-RECORDS-READ
               MOVE WS-QUEUED-COUNT TO SUM-INSERTED
               MOVE WS-SENT-COUNT TO SUM-UPDATED
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

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Distribution completed successfully!"
               WHEN WS-PROGRAM-OUT-OF-BALANCE
                   DISPLAY "Distribution completed out of balance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Distribution completed with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE

           PERFORM 850-WRITE-RUN-SUMMARY.
