      *             appends a RUN-SUMMARY record - it would have     *
      *             satisfied the balancing digest's missing-run     *
      *             check for a load that never committed.           *
      * 2026-10-15  Maker-checker control on maintenance - each      *
      *             MESSAGES-TXN record now carries the keying       *
      *             operator (reason TXNO when blank), and           *
      *             450-MAINTAIN-MESSAGES stages the edited change   *
      *             on pending_changes instead of applying it. A     *
      *             second id already pending is refused (TXNP).     *
      *             APPROVE-CHANGES-SQL releases, declines or        *
      *             expires staged changes. MAINT-RPT is now         *
      *             appended to, with maker and checker columns, so  *
      *             staging and approval runs share one change       *
      *             trail. 600-VERIFY-DATA no longer nets out        *
      *             maintenance deletes - this program makes none.   *
      * 2026-10-15  Every loaded row is stamped with the feed it     *
      *             arrived on (feed_system, feed_date, feed_seq     *
      *             from the header) and the receipt records the     *
      *             rows it loaded, so BACKOUT-FEED-SQL can take a   *
      *             whole feed back out. A backed-out receipt no     *
      *             longer counts as a duplicate - a corrected       *
      *             resend of the same sequence loads.               *
      * 2026-10-15  Content screening - every detail that passes the *
      *             edits is checked against the active rules on     *
      *             screening_rules (blocked terms, long digit runs) *
      *             read up front by 404B. A hit is held on the      *
      *             quarantine table with the rule that fired, not   *
      *             loaded, and the sender's acknowledgment shows it *
      *             HELD. Items released or discarded since the      *
      *             sender's last feed are reported on the next      *
      *             acknowledgment by 408D.                          *
      * 2026-10-15  A maintenance transaction naming a row under an  *
      *             active legal hold (legal_holds, kept by          *
      *             MAINTAIN-HOLDS-SQL) is refused with reason TXNH  *
      *             and listed ON HOLD on MAINT-RPT instead of being *
      *             staged; MAINT-RPT totals count the skips.        *
      * 2026-10-15  Held items reported on the ACK are stamped as    *
      *             acknowledged by 433 only once the load has       *
      *             committed - a failed run's ACK leaves them to be *
      *             reported again on the resend.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SQL-ERROR-LOG-STATUS.

      * One maintenance transaction per record - an id, an action code
      * (U = update WS-MESSAGE text, D = delete the row), for U the
      * replacement message text, and the operator who keyed it.
      * Edited transactions are staged on pending_changes, not
      * applied - APPROVE-CHANGES-SQL applies them once a second
      * operator releases them.
           SELECT MESSAGES-TXN ASSIGN TO "MESSAGES-TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-TXN-STATUS.

      * One line per staged maintenance transaction - current and
      * proposed values and the maker - the change report backing the
      * before-image history kept on messages_history. Appended to,
      * so the approval run's release/decline lines follow on the
      * same trail. Status 05 is the first open creating the file.
           SELECT OPTIONAL MAINT-RPT ASSIGN TO "MAINT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.


      * One acknowledgment per run, addressed to the system the
      * header named - what was accepted, what was rejected and why,
      * what was held by screening, the fate of items held on its
      * earlier feeds, and the feed-control verdict - so the sender
      * learns the feed's fate the same day instead of by phone.
           SELECT MESSAGES-ACK ASSIGN TO "MESSAGES-ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-ACK-STATUS.
           05  TXN-ID              PIC 9(4).
           05  TXN-ACTION          PIC X(01).
           05  TXN-MESSAGE         PIC X(50).
           05  TXN-OPERATOR        PIC X(08).

       FD  MAINT-RPT
           RECORDING MODE IS F.
      *   TXNN - MESSAGES-TXN TXN-ID not numeric
      *   TXNA - MESSAGES-TXN TXN-ACTION not U or D
      *   TXNM - MESSAGES-TXN TXN-ID not on the messages table
      *   TXNO - MESSAGES-TXN TXN-OPERATOR blank - no maker to record
      *   TXNP - MESSAGES-TXN TXN-ID already has a change pending
      *   TXNH - MESSAGES-TXN TXN-ID under an active legal hold
       01  WS-MESSAGES-REJ-STATUS  PIC X(02) VALUE '00'.
           88  WS-MESSAGES-REJ-OK      VALUE '00'.
       01  WS-REJECT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-CATEGORY-VALID-SW    PIC X VALUE 'N'.
           88  WS-CATEGORY-VALID       VALUE 'Y'.

      * Content screening. The active rules on screening_rules are
      * read once into this table by 404B-LOAD-SCREENING-RULES, the
      * same way the category codes are - a blocked term (T, held in
      * upper case) or a digit run length (D) that marks an account
      * or phone number. A detail that passes every edit but trips a
      * rule goes to the quarantine table instead of messages, with
      * the rule that fired, until RELEASE-QUARANTINE-SQL releases
      * or discards it. The run fails rather than screens against
      * half a rule set if the table outgrows the limit.
       01  WS-RULE-LIMIT           PIC 9(4) COMP VALUE 100.
       01  WS-RULE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY       OCCURS 100 TIMES.
               10  WS-RULE-ID      PIC X(8).
               10  WS-RULE-TYPE    PIC X(1).
                   88  WS-RULE-DIGIT-RUN   VALUE 'D'.
               10  WS-RULE-TERM    PIC X(30).
               10  WS-RULE-TERM-LEN PIC 9(4) COMP.
               10  WS-RULE-DIGITS  PIC 9(4) COMP.
       01  WS-RULE-EOF-SW          PIC X VALUE 'N'.
           88  WS-RULE-EOF             VALUE 'Y'.
       01  WS-SCR-RULE-ID          PIC X(8) VALUE SPACES.
       01  WS-SCR-RULE-TYPE        PIC X(1) VALUE SPACE.
       01  WS-SCR-PATTERN          PIC X(30) VALUE SPACES.
       01  WS-SCR-PATTERN-LEN      PIC 9(4) VALUE ZERO.
       01  WS-SCR-MIN-DIGITS       PIC 9(4) VALUE ZERO.
      * The detail in hand, upper-cased for the term match, and the
      * longest run of digits in it - spaces, dashes, dots and
      * brackets inside a number do not break the run, so a phone
      * number keyed as (555) 123-4567 still counts ten.
       01  WS-SCREEN-TEXT          PIC X(50) VALUE SPACES.
       01  WS-SCREEN-TALLY         PIC 9(4) COMP VALUE ZERO.
       01  WS-SCREEN-CHAR-SUB      PIC 9(4) COMP VALUE ZERO.
       01  WS-DIGIT-RUN            PIC 9(4) COMP VALUE ZERO.
       01  WS-LONGEST-RUN          PIC 9(4) COMP VALUE ZERO.
       01  WS-SCREEN-HIT-SW        PIC X VALUE 'N'.
           88  WS-SCREEN-HIT           VALUE 'Y'.
       01  WS-FIRED-RULE           PIC X(8) VALUE SPACES.
       01  WS-HELD-COUNT           PIC 9(4) COMP VALUE ZERO.

      * Held items decided since the sender's last acknowledgment -
      * read back by 408D once the header names the sender, and
      * stamped as acknowledged by 433 once the load has committed.
      * The highest one on this run's ACK bounds the stamp, so an
      * item decided while the load ran waits for the next ACK.
       01  WS-QTN-ID               PIC 9(6) VALUE ZERO.
       01  WS-QTN-ID-DISP          PIC ZZZZZ9.
       01  WS-QTN-STATUS           PIC X(1) VALUE SPACE.
       01  WS-QTN-MESSAGE-ID       PIC 9(4) VALUE ZERO.
       01  WS-QTN-MESSAGE          PIC X(50) VALUE SPACES.
       01  WS-QTN-REASON           PIC X(40) VALUE SPACES.
       01  WS-QTN-EOF-SW           PIC X VALUE 'N'.
           88  WS-QTN-EOF              VALUE 'Y'.
       01  WS-QTN-DECIDED-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-QTN-ACK-HIGH-ID      PIC 9(6) VALUE ZERO.

      * Effective/expiry date edit state for the detail in hand -
      * the reason code settled by 413B rides straight to the
      * reject. Blank dates are fine; a supplied one must look like
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
       01  WS-UPDATE-COUNT         PIC 9(4) COMP VALUE ZERO.
      * A connection failure runs 900-CLEANUP twice (once from
      * 200-CONNECT-DATABASE, once from the mainline) - the summary
      * record must still be appended exactly once per run.
       01  WS-MESSAGES-TXN-SW      PIC X VALUE 'N'.
           88  WS-MESSAGES-TXN-EOF     VALUE 'Y'.
       01  WS-TXN-COUNT            PIC 9(4) COMP VALUE ZERO.

      * Maintenance uses its own scratch id so it never clobbers the
      * MSGREC WS-ID that 500-RETRIEVE-DATA relies on to look back at
      * the last message loaded by 400-INSERT-DATA.
       01  WS-TXN-WORK-ID          PIC 9(4) VALUE ZERO.

      * What the row says now, shown beside the proposed change so
      * the checker can see both - the before-image proper is taken
      * by the approval run at the moment the change is applied -
      * plus the MAINT-RPT change report handling.
       01  WS-PRIOR-MESSAGE        PIC X(50) VALUE SPACES.
       01  WS-TXN-ACTION           PIC X(1) VALUE SPACE.
       01  WS-MAINT-RPT-STATUS     PIC X(02) VALUE '00'.
           88  WS-MAINT-RPT-OK         VALUE '00' '05'.
       01  WS-TXN-ID-DISP          PIC ZZZ9.

      * The staged change in hand - pending_changes assigns the change
      * id the checker quotes on APPROVALS, and a second change for
      * an id that already has one waiting is refused so the checker
      * never has to guess which applies first.
       01  WS-TXN-OPERATOR         PIC X(8) VALUE SPACES.
       01  WS-CHANGE-ID            PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-ID-DISP       PIC ZZZZZ9.
       01  WS-PENDING-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-TXN-STAGED-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  WS-TXN-REJECT-COUNT     PIC 9(4) COMP VALUE ZERO.
      * Active legal holds covering the row, the lowest one's id for
      * the change report, and the transactions refused for one.
       01  WS-HOLD-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HOLD-ID              PIC X(8) VALUE SPACES.
       01  WS-TXN-HOLD-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-TXN-STAGED-DISP      PIC ZZZ9.
      * Lines the after text up under the before text on MAINT-RPT.
       01  WS-MAINT-RPT-INDENT     PIC X(44) VALUE SPACES.

      * SQL-ERROR-LOG file handling and audit-entry host variables
       01  WS-SQL-ERROR-LOG-STATUS PIC X(02) VALUE '00'.
           88  WS-SQL-ERROR-LOG-OK     VALUE '00'.
               END-IF
           END-IF.

      * The feed each row arrived on - sending system, header date
      * and sequence - so a whole feed can be found and backed out
      * again. Rows loaded before the stamp existed carry NULLs.
      * Same tolerated ALTERs as the shelf-life dates.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_system TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ feed_system column added"
               ELSE
                   DISPLAY "✓ feed_system column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_date TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ feed_date column added"
               ELSE
                   DISPLAY "✓ feed_date column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN feed_seq INTEGER
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ feed_seq column added"
               ELSE
                   DISPLAY "✓ feed_seq column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * Reference table of valid category codes. The seed rows cover
      * the three kinds of message the business sends today -
               END-IF
           END-IF.

      * The rows a feed loaded, and when it was backed out, arrived
      * after the receipt table first shipped - receipts filed before
      * then carry neither. The ALTERs fail once the columns exist,
      * so a nonzero SQLCODE here just means the table carries them.
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
      * Before-image history of every maintenance update and delete -
      * what the row said before the approval run changed it, which
      * action changed it, and when. One row per applied change.
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS messages_history (
                       id INTEGER NOT NULL,
               END-IF
           END-IF.

      * The maker and checker of each change arrived after the
      * history table first shipped - rows written before then carry
      * neither. The ALTERs fail once the columns exist, so a nonzero
      * SQLCODE here just means the table already carries them.
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
      * Maintenance changes waiting on a second operator. Status P
      * is pending; APPROVE-CHANGES-SQL closes each one as R
      * (released and applied), D (declined) or X (expired unworked)
      * and stamps the checker and decision date on it.
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
                   MOVE "300-CREATE-TABLE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * Content screening rules, maintained by MAINTAIN-SCREENING-SQL.
      * Type T blocks a term (held in upper case in pattern), type D
      * a run of at least min_digits digits. Deactivated rules stay
      * on the table so held items can still name the rule that
      * fired.
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
                   MOVE "300-CREATE-TABLE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * Details held by screening - the detail as it arrived, the
      * feed and record it came from, and the rule that fired.
      * Status Q is awaiting a decision; RELEASE-QUARANTINE-SQL
      * closes it as R (released onto messages as message_id) or X
      * (discarded, with the reason). ack_on is set once the
      * decision has gone back to the sender. The feed/record key
      * stops a restarted load from holding a detail twice.
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
                   MOVE "300-CREATE-TABLE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * The legal hold register maintenance transactions are checked
      * against - same DDL MAINTAIN-HOLDS-SQL issues. Holds are kept
      * there; this program only reads them.
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
                   MOVE "300-CREATE-TABLE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   INSERT OR IGNORE INTO messages_control (id, last_id)
               PERFORM 404-LOAD-CATEGORY-TABLE
           END-IF.

           IF WS-PROGRAM-OK
               PERFORM 404B-LOAD-SCREENING-RULES
           END-IF.

           IF WS-PROGRAM-OK
               PERFORM 405-GET-NEXT-ID
           END-IF.
                   IF WS-PROGRAM-OK AND NOT WS-TRIAL-RUN
                       PERFORM 432-RECORD-FEED-RECEIPT
                   END-IF
                   IF WS-PROGRAM-OK AND NOT WS-TRIAL-RUN
                       AND WS-QTN-DECIDED-COUNT > ZERO
                       PERFORM 433-STAMP-HELD-DECISIONS
                   END-IF
                   IF WS-TRIAL-RUN
                       PERFORM 445-FINISH-TRIAL-REPORT
                   END-IF
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       404B-LOAD-SCREENING-RULES.
      * One pass over the active screening rules, up front, the same
      * way 404 reads the category codes - 416-SCREEN-DETAIL then
      * costs a table scan per detail, not a SQL round trip.
           MOVE ZERO TO WS-RULE-COUNT
           EXEC SQL
               DECLARE RULE-CURSOR CURSOR FOR
               SELECT rule_id, rule_type,
                      UPPER(IFNULL(pattern, ' ')),
                      LENGTH(TRIM(IFNULL(pattern, ''))),
                      IFNULL(min_digits, 0)
               FROM screening_rules
               WHERE IFNULL(active, 'Y') = 'Y'
               ORDER BY rule_id
           END-EXEC

           EXEC SQL
               OPEN RULE-CURSOR
           END-EXEC

           MOVE 'N' TO WS-RULE-EOF-SW
           PERFORM 404C-FETCH-ONE-RULE
               UNTIL WS-RULE-EOF OR NOT WS-PROGRAM-OK

           EXEC SQL
               CLOSE RULE-CURSOR
           END-EXEC

           IF WS-PROGRAM-OK
               DISPLAY "✓ Screening rules loaded: " WS-RULE-COUNT
           END-IF.

       404C-FETCH-ONE-RULE.
           EXEC SQL
               FETCH RULE-CURSOR
               INTO :WS-SCR-RULE-ID, :WS-SCR-RULE-TYPE,
                    :WS-SCR-PATTERN, :WS-SCR-PATTERN-LEN,
                    :WS-SCR-MIN-DIGITS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-RULE-EOF TO TRUE
               WHEN SQLCODE = 0
                   IF WS-RULE-COUNT < WS-RULE-LIMIT
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-SCR-RULE-ID
                           TO WS-RULE-ID(WS-RULE-COUNT)
                       MOVE WS-SCR-RULE-TYPE
                           TO WS-RULE-TYPE(WS-RULE-COUNT)
                       MOVE WS-SCR-PATTERN
                           TO WS-RULE-TERM(WS-RULE-COUNT)
      * A term longer than the table slot is screened on the part
      * that fits - stricter, never looser.
                       IF WS-SCR-PATTERN-LEN > 30
                           MOVE 30 TO WS-SCR-PATTERN-LEN
                       END-IF
                       MOVE WS-SCR-PATTERN-LEN
                           TO WS-RULE-TERM-LEN(WS-RULE-COUNT)
                       MOVE WS-SCR-MIN-DIGITS
                           TO WS-RULE-DIGITS(WS-RULE-COUNT)
                   ELSE
      * A rule that does not fit would let through exactly what it
      * was written to stop - fail the run instead.
                       DISPLAY "✗ Screening rule table full at "
                               WS-RULE-LIMIT " - run aborted"
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY "✗ Screening rule load failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "404C-FETCH-ONE-RULE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       405-GET-NEXT-ID.
      * Pull the last id assigned across all prior runs from the
      * messages_control control record.
                               WS-SENDING-SYSTEM DELIMITED BY SIZE
                               INTO MESSAGES-ACK-RECORD
                           WRITE MESSAGES-ACK-RECORD
                           PERFORM 408D-ACK-HELD-DECISIONS
                       END-IF
                       IF WS-CHECKPOINT-FOUND
                           PERFORM 408A-DECIDE-RESTART
      * Same system, same date, same sequence already on
      * feeds_received means this file has already been loaded - a
      * resend to reject, where before a second feed on the same day
      * could not be told apart from one. A receipt BACKOUT-FEED-SQL
      * has marked backed out is no longer on file in that sense -
      * its rows are gone, and the corrected resend must load.
           MOVE ZERO TO WS-FEED-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               WHERE system = TRIM(:WS-SENDING-SYSTEM)
                 AND feed_date = :WS-TODAY-DATE
                 AND feed_seq = :WS-FEED-SEQ
                 AND backed_out_at IS NULL
           END-EXEC

           EVALUATE TRUE
                   MOVE 'E' TO WS-PROGRAM-STATUS
           END-EVALUATE.

       408D-ACK-HELD-DECISIONS.
      * Details this sender had held by screening on earlier feeds,
      * released or discarded since its last acknowledgment - each
      * goes back on this ACK. 433 stamps them once the load has
      * committed, so each goes back once on a load that counted.
           MOVE ZERO TO WS-QTN-DECIDED-COUNT
           MOVE ZERO TO WS-QTN-ACK-HIGH-ID
           EXEC SQL
               DECLARE QTN-DEC-CURSOR CURSOR FOR
               SELECT quarantine_id, status,
                      IFNULL(message_id, 0),
                      message,
                      IFNULL(decision_reason, ' ')
               FROM quarantine
               WHERE feed_system = TRIM(:WS-SENDING-SYSTEM)
                 AND status IN ('R', 'X')
                 AND ack_on IS NULL
               ORDER BY quarantine_id
           END-EXEC

           EXEC SQL
               OPEN QTN-DEC-CURSOR
           END-EXEC

           IF SQLCODE = 0
               MOVE 'N' TO WS-QTN-EOF-SW
               PERFORM 408E-ACK-ONE-DECISION
                   UNTIL WS-QTN-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE QTN-DEC-CURSOR
               END-EXEC
           ELSE
               DISPLAY "✗ Held-decision cursor open failed. "
                       "SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "408D-ACK-HELD-DECISIONS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       408E-ACK-ONE-DECISION.
           EXEC SQL
               FETCH QTN-DEC-CURSOR
               INTO :WS-QTN-ID, :WS-QTN-STATUS,
                    :WS-QTN-MESSAGE-ID, :WS-QTN-MESSAGE,
                    :WS-QTN-REASON
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-QTN-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-QTN-DECIDED-COUNT
                   MOVE WS-QTN-ID TO WS-QTN-ACK-HIGH-ID
                   MOVE WS-QTN-ID TO WS-QTN-ID-DISP
                   MOVE SPACES TO MESSAGES-ACK-RECORD
                   IF WS-QTN-STATUS = 'R'
                       MOVE WS-QTN-MESSAGE-ID TO WS-RPT-DISPLAY-ID
                       STRING "HELD ITEM " DELIMITED BY SIZE
                           WS-QTN-ID-DISP DELIMITED BY SIZE
                           " RELEASED AS ID " DELIMITED BY SIZE
                           WS-RPT-DISPLAY-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-QTN-MESSAGE DELIMITED BY SIZE
                           INTO MESSAGES-ACK-RECORD
                   ELSE
                       STRING "HELD ITEM " DELIMITED BY SIZE
                           WS-QTN-ID-DISP DELIMITED BY SIZE
                           " DISCARDED - " DELIMITED BY SIZE
                           WS-QTN-REASON DELIMITED BY SIZE
                           INTO MESSAGES-ACK-RECORD
                   END-IF
                   WRITE MESSAGES-ACK-RECORD
               WHEN OTHER
                   DISPLAY "✗ Held-decision fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "408E-ACK-ONE-DECISION" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       408A-DECIDE-RESTART.
      * The checkpoint is only honoured when it belongs to the very
      * feed now on MESSAGES-IN - same sender, header date and
                   PERFORM 413-CHECK-CATEGORY
               END-IF
               PERFORM 413B-EDIT-DETAIL-DATES
      * Only a detail that passed every edit is screened - a reject
      * goes back to the sender to fix, a held detail waits for a
      * decision. A held detail consumes no id either.
               MOVE 'N' TO WS-SCREEN-HIT-SW
               IF WS-MESSAGE NOT = SPACES
                   AND WS-CATEGORY-VALID
                   AND WS-DATE-REJ-REASON = SPACES
                   PERFORM 416-SCREEN-DETAIL
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-PROGRAM-OK
                       CONTINUE
                       MOVE WS-DATE-REJ-REASON TO REJ-REASON
                       MOVE MESSAGES-IN-RECORD TO REJ-DATA
                       PERFORM 440-WRITE-REJECT
                   WHEN WS-SCREEN-HIT
                       PERFORM 418-HOLD-DETAIL
                   WHEN OTHER
                       ADD 1 TO WS-NEXT-ID
                       MOVE WS-NEXT-ID TO WS-ID
               SET WS-DATE-OK TO TRUE
           END-IF.

       416-SCREEN-DETAIL.
      * Upper-case the text, measure its longest digit run, then
      * try the rules in rule id order - the first to fire is the
      * one the held item carries.
           MOVE SPACES TO WS-FIRED-RULE
           IF WS-RULE-COUNT > ZERO
               MOVE WS-MESSAGE TO WS-SCREEN-TEXT
               INSPECT WS-SCREEN-TEXT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE ZERO TO WS-DIGIT-RUN
               MOVE ZERO TO WS-LONGEST-RUN
               PERFORM 416A-MEASURE-ONE-CHAR
                   VARYING WS-SCREEN-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-SCREEN-CHAR-SUB > 50
               PERFORM 416B-APPLY-ONE-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                       OR WS-SCREEN-HIT
           END-IF.

       416A-MEASURE-ONE-CHAR.
           EVALUATE TRUE
               WHEN WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-RUN
                   IF WS-DIGIT-RUN > WS-LONGEST-RUN
                       MOVE WS-DIGIT-RUN TO WS-LONGEST-RUN
                   END-IF
               WHEN WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) = SPACE
                   OR WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) = '-'
                   OR WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) = '.'
                   OR WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) = '('
                   OR WS-SCREEN-TEXT(WS-SCREEN-CHAR-SUB:1) = ')'
                   CONTINUE
               WHEN OTHER
                   MOVE ZERO TO WS-DIGIT-RUN
           END-EVALUATE.

       416B-APPLY-ONE-RULE.
           MOVE ZERO TO WS-SCREEN-TALLY
           EVALUATE TRUE
               WHEN WS-RULE-DIGIT-RUN(WS-RULE-SUB)
                   IF WS-RULE-DIGITS(WS-RULE-SUB) > ZERO
                       AND WS-LONGEST-RUN
                           NOT < WS-RULE-DIGITS(WS-RULE-SUB)
                       MOVE 1 TO WS-SCREEN-TALLY
                   END-IF
               WHEN WS-RULE-TERM-LEN(WS-RULE-SUB) > ZERO
                   INSPECT WS-SCREEN-TEXT
                       TALLYING WS-SCREEN-TALLY
                       FOR ALL WS-RULE-TERM(WS-RULE-SUB)
                           (1:WS-RULE-TERM-LEN(WS-RULE-SUB))
           END-EVALUATE
           IF WS-SCREEN-TALLY > ZERO
               SET WS-SCREEN-HIT TO TRUE
               MOVE WS-RULE-ID(WS-RULE-SUB) TO WS-FIRED-RULE
           END-IF.

       418-HOLD-DETAIL.
      * The detail goes on the quarantine table as it arrived, with
      * its feed, record number and the rule that fired, instead of
      * onto messages. OR IGNORE because a restart re-reads the
      * details after its checkpoint - one already held stays held
      * once. A trial only reports the hold it would make.
           ADD 1 TO WS-HELD-COUNT
           IF WS-TRIAL-RUN
               PERFORM 419-WRITE-TRIAL-HOLD-LINE
           ELSE
               EXEC SQL
                   INSERT OR IGNORE INTO quarantine
                       (feed_system, feed_date, feed_seq, record_no,
                        category, message, effective_from,
                        expires_on, rule_id, quarantined_on, status)
                   VALUES (TRIM(:WS-SENDING-SYSTEM), :WS-FEED-DATE,
                           :WS-FEED-SEQ, :WS-INPUT-COUNT,
                           :WS-CATEGORY, :WS-MESSAGE, :WS-EFF-DATE,
                           :WS-EXP-DATE, TRIM(:WS-FIRED-RULE),
                           :WS-TODAY-DATE, 'Q')
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✗ Message held by rule "
                           WS-FIRED-RULE ": " WS-MESSAGE
                   IF WS-ACK-OPEN
                       MOVE SPACES TO MESSAGES-ACK-RECORD
                       STRING "HELD   " DELIMITED BY SIZE
                           WS-FIRED-RULE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MESSAGES-IN-RECORD DELIMITED BY SIZE
                           INTO MESSAGES-ACK-RECORD
                       WRITE MESSAGES-ACK-RECORD
                   END-IF
               ELSE
                   DISPLAY "✗ Quarantine insert failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "418-HOLD-DETAIL" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       419-WRITE-TRIAL-HOLD-LINE.
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING "WOULD HOLD   " DELIMITED BY SIZE
               WS-FIRED-RULE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CATEGORY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MESSAGE DELIMITED BY SIZE
               INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD.

       417-WRITE-CHECKPOINT.
      * Record how far the load has got - the record number reached
      * in MESSAGES-IN and the last id assigned - so a rerun after a
           EXEC SQL
               INSERT INTO messages
                   (id, message, category, effective_from,
                    expires_on, feed_system, feed_date, feed_seq)
               VALUES (:WS-ID, :WS-MESSAGE, :WS-CATEGORY,
                       :WS-EFF-DATE, :WS-EXP-DATE,
                       TRIM(:WS-SENDING-SYSTEM), :WS-FEED-DATE,
                       :WS-FEED-SEQ)
           END-EXEC

           IF SQLCODE = 0
               SET message = :WS-MESSAGE,
                   category = :WS-CATEGORY,
                   effective_from = :WS-EFF-DATE,
                   expires_on = :WS-EXP-DATE,
                   feed_system = TRIM(:WS-SENDING-SYSTEM),
                   feed_date = :WS-FEED-DATE,
                   feed_seq = :WS-FEED-SEQ
               WHERE id = :WS-ID
           END-EXEC

      * and the end-of-day control report can balance feeds expected
      * against feeds received. Written only after a fully
      * successful load, so a failed run's feed can be resent
      * without tripping the duplicate check. The rows the feed left
      * on messages are counted off the feed stamp, so a restarted
      * load's receipt covers the failed run's rows too - the figure
      * a backout reconciles to. Rows an earlier backout kept on a
      * legal hold were taken off the stamp then, so a resend counts
      * only its own. REPLACE because the only receipt 408C lets
      * through to here under the same key is one that was backed
      * out: the resend takes its place.
           EXEC SQL
               INSERT OR REPLACE INTO feeds_received
                   (system, feed_date, feed_seq, loaded_at,
                    rows_loaded, backed_out_at)
               VALUES (TRIM(:WS-SENDING-SYSTEM), :WS-TODAY-DATE,
                       :WS-FEED-SEQ,
                       datetime('now', 'localtime'),
                       (SELECT COUNT(*) FROM messages
                        WHERE feed_system = TRIM(:WS-SENDING-SYSTEM)
                          AND feed_date = :WS-FEED-DATE
                          AND feed_seq = :WS-FEED-SEQ),
                       NULL)
           END-EXEC

           IF SQLCODE = 0
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       433-STAMP-HELD-DECISIONS.
      * The load committed, so the held items 408D put on this ACK
      * have reached the sender - stamp them so the next ACK does
      * not repeat them. Only the items up to the highest one on the
      * ACK; anything decided since waits for the next feed.
           EXEC SQL
               UPDATE quarantine
               SET ack_on = :WS-TODAY-DATE
               WHERE feed_system = TRIM(:WS-SENDING-SYSTEM)
                 AND status IN ('R', 'X')
                 AND ack_on IS NULL
                 AND quarantine_id <= :WS-QTN-ACK-HIGH-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Held-decision stamp failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "433-STAMP-HELD-DECISIONS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       435-CLEAR-CHECKPOINT.
      * The load ran to a clean end of file, so the checkpoint has
      * served its purpose - remove it so the next run starts fresh
                   WS-TRIAL-COUNT-DISP DELIMITED BY SIZE
                   INTO TRIAL-RPT-RECORD
               WRITE TRIAL-RPT-RECORD
               MOVE WS-HELD-COUNT TO WS-TRIAL-COUNT-DISP
               MOVE SPACES TO TRIAL-RPT-RECORD
               STRING "WOULD HOLD:   " DELIMITED BY SIZE
                   WS-TRIAL-COUNT-DISP DELIMITED BY SIZE
                   INTO TRIAL-RPT-RECORD
               WRITE TRIAL-RPT-RECORD
               MOVE SPACES TO TRIAL-RPT-RECORD
               STRING "FEED CONTROL VERDICT: " DELIMITED BY SIZE
                   WS-FEED-VERDICT DELIMITED BY SIZE
           END-IF.

       450-MAINTAIN-MESSAGES.
      * Stage update/delete corrections from MESSAGES-TXN on the
      * pending_changes table, so ad hoc fixes go through this
      * program instead of the sqlite3 CLI - and, being changes to
      * customer notices, wait for a second operator to release them
      * through APPROVE-CHANGES-SQL before anything is applied.
           IF WS-PROGRAM-OK
               MOVE ZERO TO WS-TXN-COUNT
               MOVE ZERO TO WS-TXN-STAGED-COUNT
               MOVE ZERO TO WS-TXN-REJECT-COUNT
               MOVE ZERO TO WS-TXN-HOLD-COUNT
               MOVE 'N' TO WS-MESSAGES-TXN-SW
               OPEN INPUT MESSAGES-TXN
               IF WS-MESSAGES-TXN-OK
                   OPEN EXTEND MAINT-RPT
                   IF WS-MAINT-RPT-OK
                       PERFORM 455-WRITE-MAINT-RPT-HEADING
                   ELSE
                       DISPLAY "✗ Unable to open MAINT-RPT. STATUS: "
                               WS-MAINT-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
      * Stop staging further corrections the moment one fails,
      * instead of carrying on and compounding the damage.
                   IF WS-PROGRAM-OK
                       PERFORM 460-PROCESS-ONE-TXN
                   END-IF
                   CLOSE MESSAGES-TXN
                   IF WS-MAINT-RPT-OK
                       PERFORM 475-WRITE-MAINT-RPT-TOTALS
                       CLOSE MAINT-RPT
                   END-IF
                   MOVE WS-TXN-STAGED-COUNT TO WS-TXN-STAGED-DISP
                   DISPLAY "✓ Maintenance changes staged for "
                           "approval: " WS-TXN-STAGED-DISP
               ELSE
      * No transaction file this run is not an error - maintenance
      * mode is optional on any given run.
               END-IF
           END-IF.

       455-WRITE-MAINT-RPT-HEADING.
      * MAINT-RPT is appended to by this program and by the approval
      * run, so each run's block opens with who wrote it and when.
           MOVE SPACES TO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "CHANGES STAGED BY HELLO-WORLD-SQL - RUN DATE "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "CHANGE    ID  ACT STATUS    MAKER     CHECKER   "
               DELIMITED BY SIZE
               "BEFORE -> AFTER" DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD.

       460-PROCESS-ONE-TXN.
           READ MESSAGES-TXN
               AT END
                   SET WS-MESSAGES-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TXN-COUNT
      * Edit the transaction before anything is staged - a bad id,
      * bad action code, a missing operator, an id not on the
      * messages table or one that already has a change waiting goes
      * to MESSAGES-REJ and the next transaction is processed
      * instead of halting the run.
                   EVALUATE TRUE
                       WHEN TXN-ID NOT NUMERIC
                           MOVE 'TXNN' TO REJ-REASON
                           PERFORM 462-REJECT-TXN
                       WHEN TXN-ACTION NOT = 'U' AND
                            TXN-ACTION NOT = 'D'
                           MOVE 'TXNA' TO REJ-REASON
                           PERFORM 462-REJECT-TXN
                       WHEN TXN-OPERATOR = SPACES
                           MOVE 'TXNO' TO REJ-REASON
                           PERFORM 462-REJECT-TXN
                       WHEN OTHER
                           MOVE TXN-ID TO WS-TXN-WORK-ID
                           PERFORM 465-CHECK-TXN-ID
                           IF WS-PROGRAM-OK
                               PERFORM 466-ROUTE-ONE-TXN
                           END-IF
                   END-EVALUATE
           END-READ.

       462-REJECT-TXN.
      * The calling paragraph has set the reason code.
           MOVE 'TXN' TO REJ-SOURCE
           MOVE MESSAGES-TXN-RECORD TO REJ-DATA
           ADD 1 TO WS-TXN-REJECT-COUNT
           PERFORM 440-WRITE-REJECT.

       465-CHECK-TXN-ID.
      * A maintenance transaction must name a row that is actually on
      * the messages table - an unmatched id is a feed error, not a
      * no-op delete or a zero-row update. The count of changes
      * already waiting on the same id, and of the active legal holds
      * covering the row, ride along.
           MOVE 'N' TO WS-ID-EXISTS-SW
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-ID
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ID-EXISTS-COUNT
               MOVE "465-CHECK-TXN-ID" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK AND WS-ID-EXISTS
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-PENDING-COUNT
                   FROM pending_changes
                   WHERE id = :WS-TXN-WORK-ID
                     AND status = 'P'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Pending change check failed. "
                           "SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-CHECK-TXN-ID" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

      * A row is held when an active I/R hold covers its id, a C hold
      * its category or a D hold its created date - the same test
      * every program that changes or removes messages applies.
           IF WS-PROGRAM-OK AND WS-ID-EXISTS
               EXEC SQL
                   SELECT COUNT(*), IFNULL(MIN(h.hold_id), ' ')
                   INTO :WS-HOLD-COUNT, :WS-HOLD-ID
                   FROM messages, legal_holds h
                   WHERE messages.id = :WS-TXN-WORK-ID
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
                   MOVE "465-CHECK-TXN-ID" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       466-ROUTE-ONE-TXN.
           EVALUATE TRUE
               WHEN NOT WS-ID-EXISTS
                   MOVE 'TXNM' TO REJ-REASON
                   PERFORM 462-REJECT-TXN
               WHEN WS-HOLD-COUNT > 0
      * Legal has asked for the row to be preserved as it is - the
      * change is refused outright rather than staged to wait, and
      * listed on the change report with the hold that stopped it.
                   ADD 1 TO WS-TXN-HOLD-COUNT
                   MOVE 'TXNH' TO REJ-REASON
                   PERFORM 462-REJECT-TXN
                   PERFORM 468-WRITE-HOLD-RPT-LINE
               WHEN WS-PENDING-COUNT > 0
      * Two changes waiting on one row would leave the checker to
      * guess which was meant to land last - the second waits until
      * the first is released, declined or expired.
                   MOVE 'TXNP' TO REJ-REASON
                   PERFORM 462-REJECT-TXN
               WHEN OTHER
                   PERFORM 467-STAGE-ONE-TXN
           END-EVALUATE.

       467-STAGE-ONE-TXN.
      * The transaction passed every edit - read what the row says
      * now for the change report, then stage the change with its
      * maker. Nothing on messages is touched here.
           EXEC SQL
               SELECT message
               INTO :WS-PRIOR-MESSAGE
               FROM messages
               WHERE id = :WS-TXN-WORK-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "✗ Current text read failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "467-STAGE-ONE-TXN" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF

           IF WS-PROGRAM-OK
               MOVE TXN-ACTION TO WS-TXN-ACTION
               MOVE TXN-OPERATOR TO WS-TXN-OPERATOR
               IF TXN-ACTION = 'U'
                   MOVE TXN-MESSAGE TO WS-MESSAGE
               ELSE
                   MOVE SPACES TO WS-MESSAGE
               END-IF
               EXEC SQL
                   INSERT INTO pending_changes
                       (id, action, new_message, maker, staged_on,
                        staged_at, status)
                   VALUES (:WS-TXN-WORK-ID, :WS-TXN-ACTION,
                           :WS-MESSAGE, TRIM(:WS-TXN-OPERATOR),
                           :WS-TODAY-DATE,
                           datetime('now', 'localtime'), 'P')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ Change staging failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "467-STAGE-ONE-TXN" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF

      * The change id the checker will quote on APPROVALS.
           IF WS-PROGRAM-OK
               EXEC SQL
                   SELECT last_insert_rowid()
                   INTO :WS-CHANGE-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-TXN-STAGED-COUNT
                   MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP
                   DISPLAY "✓ Change staged for approval: "
                           WS-CHANGE-ID-DISP " id " WS-TXN-WORK-ID
                   PERFORM 469-WRITE-MAINT-RPT-LINE
               ELSE
                   DISPLAY "✗ Change id read failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "467-STAGE-ONE-TXN" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       468-WRITE-HOLD-RPT-LINE.
      * One change report line for a transaction skipped on hold -
      * no change id, since nothing was staged, and the hold in the
      * before column.
           MOVE TXN-ID TO WS-TXN-ID-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "        " DELIMITED BY SIZE
               WS-TXN-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXN-ACTION DELIMITED BY SIZE
               "   ON HOLD   " DELIMITED BY SIZE
               TXN-OPERATOR DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               "LEGAL HOLD " DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD.

       469-WRITE-MAINT-RPT-LINE.
      * Two change report lines per staged transaction - the change
      * id, the maker and the text the row carries now, then the
      * text the change would leave behind. The checker column stays
      * blank until the approval run decides it.
           MOVE WS-TXN-WORK-ID TO WS-TXN-ID-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING WS-CHANGE-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXN-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXN-ACTION DELIMITED BY SIZE
               "   STAGED    " DELIMITED BY SIZE
               TXN-OPERATOR DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               WS-PRIOR-MESSAGE DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE SPACES TO MAINT-RPT-RECORD
           IF TXN-ACTION = 'U'
               STRING WS-MAINT-RPT-INDENT DELIMITED BY SIZE
                   "->  " DELIMITED BY SIZE
                   TXN-MESSAGE DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
           ELSE
               STRING WS-MAINT-RPT-INDENT DELIMITED BY SIZE
                   "->  (delete)" DELIMITED BY SIZE
                   INTO MAINT-RPT-RECORD
           END-IF
           WRITE MAINT-RPT-RECORD.

       475-WRITE-MAINT-RPT-TOTALS.
           MOVE SPACES TO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE WS-TXN-COUNT TO WS-TXN-STAGED-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               WS-TXN-STAGED-DISP DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE WS-TXN-STAGED-COUNT TO WS-TXN-STAGED-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "STAGED:            " DELIMITED BY SIZE
               WS-TXN-STAGED-DISP DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE WS-TXN-REJECT-COUNT TO WS-TXN-STAGED-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "REJECTED:          " DELIMITED BY SIZE
               WS-TXN-STAGED-DISP DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE WS-TXN-HOLD-COUNT TO WS-TXN-STAGED-DISP
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "  SKIPPED ON HOLD: " DELIMITED BY SIZE
               WS-TXN-STAGED-DISP DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD.

       500-RETRIEVE-DATA.
           IF WS-PROGRAM-OK
                       WS-DISPLAY-COUNT " row found"
      * Only rows actually inserted by 420-INSERT-ONE-MESSAGE add a
      * net row - a rerun that resolves to 425-UPDATE-ONE-MESSAGE nets
      * zero, and maintenance only stages its deletes for the
      * approval run to apply - so the expected increase is real
      * inserts, not every record read from MESSAGES-IN.
               COMPUTE WS-ROW-COUNT-INCREASE =
                   WS-ROW-COUNT - WS-ROW-COUNT-BEFORE
               COMPUTE WS-EXPECTED-INCREASE = WS-INSERT-COUNT
               IF WS-ROW-COUNT-INCREASE NOT = WS-EXPECTED-INCREASE
                   MOVE WS-INPUT-COUNT TO WS-INPUT-COUNT-DISP
                   MOVE WS-INSERT-COUNT TO WS-INSERT-COUNT-DISP
                           WS-INPUT-COUNT-DISP
                           " from MESSAGES-IN, inserted "
                           WS-INSERT-COUNT-DISP
                           ", but row count "
                           "changed by "
                           WS-ROW-COUNT-INCREASE-DISP
                   MOVE 'B' TO WS-PROGRAM-STATUS
               MOVE WS-INPUT-COUNT TO SUM-RECORDS-READ
               MOVE WS-INSERT-COUNT TO SUM-INSERTED
               MOVE WS-UPDATE-COUNT TO SUM-UPDATED
      * Maintenance is only staged here - APPROVE-CHANGES-SQL
      * reports the updates and deletes it actually applies.
               MOVE ZERO TO SUM-TXN-UPDATES
               MOVE ZERO TO SUM-TXN-DELETES
               MOVE WS-REJECT-COUNT TO SUM-REJECTED
               MOVE ZERO TO SUM-ARCHIVED
               MOVE ZERO TO SUM-PURGED
                   WS-ACK-COUNT-DISP DELIMITED BY SIZE
                   INTO MESSAGES-ACK-RECORD
               WRITE MESSAGES-ACK-RECORD
               MOVE WS-HELD-COUNT TO WS-ACK-COUNT-DISP
               MOVE SPACES TO MESSAGES-ACK-RECORD
               STRING "DETAILS HELD:     " DELIMITED BY SIZE
                   WS-ACK-COUNT-DISP DELIMITED BY SIZE
                   INTO MESSAGES-ACK-RECORD
               WRITE MESSAGES-ACK-RECORD
               MOVE SPACES TO MESSAGES-ACK-RECORD
               STRING "FEED CONTROL VERDICT: " DELIMITED BY SIZE
                   WS-FEED-VERDICT DELIMITED BY SIZE
