       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-MESSAGES-SQL.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Keyword search inquiry - the companion to AUDIT-MESSAGES-SQL  *
      * for the questions that do not come with an id ("did we ever   *
      * send anything mentioning the Elm Street outage", "every NOTC  *
      * that said 'refund' last quarter"), answered by a report       *
      * instead of hand-run LIKE queries against production.          *
      *                                                                *
      * Driven by SEARCH-REQUESTS, one search per record: a keyword   *
      * or phrase, an optional category, an optional created_at date  *
      * range and a flag asking for the archive and the before-images *
      * on messages_history to be searched as well as the live table. *
      * The keyword matches anywhere in the text, ignoring case.      *
      *                                                                *
      * SEARCH-RPT carries one section per request: every hit with    *
      * its id, where it was found (live, archive or before-image),   *
      * category, dates and text, ending with a hit count per         *
      * source. Archive copies restored to the live table are not     *
      * searched twice - the live row answers for them. A before-     *
      * image takes its created_at from the row's live or archive     *
      * copy; one whose row is gone entirely only matches a search    *
      * with no date range.                                           *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  The held-row markers a feed backout writes are    *
      *             not searched - the live row answers for them.     *
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

      * One search per record - keyword or phrase, category (spaces
      * for any), created_at from and to dates (YYYY-MM-DD, spaces
      * for open-ended) and Y to search the archive and before-images
      * too.
           SELECT SEARCH-REQUESTS ASSIGN TO "SEARCH-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-REQUESTS-STATUS.

      * The hit list, one section per request.
           SELECT SEARCH-RPT ASSIGN TO "SEARCH-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-RPT-STATUS.

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

       FD  SEARCH-REQUESTS
           RECORDING MODE IS F.
       01  SEARCH-REQUESTS-RECORD.
           05  REQ-KEYWORD         PIC X(40).
           05  REQ-CATEGORY        PIC X(04).
           05  REQ-FROM-DATE       PIC X(10).
           05  REQ-TO-DATE         PIC X(10).
           05  REQ-INCLUDE-PRIOR   PIC X(01).
               88  REQ-PRIOR-WANTED    VALUE 'Y'.
               88  REQ-PRIOR-VALID     VALUE 'Y' 'N' ' '.

       FD  SEARCH-RPT
           RECORDING MODE IS F.
       01  SEARCH-RPT-RECORD           PIC X(132).

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

      * SEARCH-REQUESTS file handling
       01  WS-SEARCH-REQUESTS-STATUS PIC X(02) VALUE '00'.
           88  WS-SEARCH-REQUESTS-OK    VALUE '00'.
       01  WS-REQUESTS-EOF-SW      PIC X VALUE 'N'.
           88  WS-REQUESTS-EOF         VALUE 'Y'.

      * SEARCH-RPT file handling
       01  WS-SEARCH-RPT-STATUS    PIC X(02) VALUE '00'.
           88  WS-SEARCH-RPT-OK        VALUE '00'.

      * The search in hand
       01  WS-KEYWORD              PIC X(40) VALUE SPACES.
       01  WS-REQ-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-SKIP-REASON          PIC X(40) VALUE SPACES.
       01  WS-EDIT-DATE            PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-SW         PIC X VALUE 'Y'.
           88  WS-EDIT-DATE-OK         VALUE 'Y'.

      * One hit, whichever table it came from. The second date is
      * built in the query - the shelf-life dates for a live row,
      * when it was archived, or what the before-image records.
       01  WS-HIT-EOF-SW           PIC X VALUE 'N'.
           88  WS-HIT-EOF              VALUE 'Y'.
       01  WS-HIT-SOURCE           PIC X(10) VALUE SPACES.
       01  WS-HIT-ID               PIC 9(4) VALUE ZERO.
       01  WS-HIT-ID-DISP          PIC ZZZ9.
       01  WS-HIT-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-HIT-CREATED-AT       PIC X(19) VALUE SPACES.
       01  WS-HIT-OTHER-DATE       PIC X(30) VALUE SPACES.
       01  WS-HIT-MESSAGE          PIC X(50) VALUE SPACES.

      * Hit counts for the request in hand, one per source
       01  WS-LIVE-HITS            PIC 9(5) COMP VALUE ZERO.
       01  WS-ARCHIVE-HITS         PIC 9(5) COMP VALUE ZERO.
       01  WS-BEFORE-HITS          PIC 9(5) COMP VALUE ZERO.
       01  WS-REQUEST-HITS         PIC 9(5) COMP VALUE ZERO.
       01  WS-LIVE-DISP            PIC ZZZZ9.
       01  WS-ARCHIVE-DISP         PIC ZZZZ9.
       01  WS-BEFORE-DISP          PIC ZZZZ9.
       01  WS-HITS-DISP            PIC ZZZZ9.

      * Run totals
       01  WS-REQUEST-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-TOTAL-HITS           PIC 9(7) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.
       01  WS-TOTAL-DISP           PIC ZZZZZZ9.

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
           PERFORM 300-PROCESS-REQUESTS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "GixSQL SQLite Message Keyword Search"
           DISPLAY "====================================".
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG.

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
      * Make sure every table and column the search reads exists
      * before the cursors open against them - a search ahead of the
      * first load or archive run should find nothing, not fail on a
      * missing table. Same DDL and tolerated ALTERs the owning
      * programs issue; a nonzero SQLCODE on an ALTER just means the
      * column is already there.
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
                   MOVE "250-PREPARE-TABLES" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN effective_from TEXT
               END-EXEC
               EXEC SQL
                   ALTER TABLE messages
                       ADD COLUMN expires_on TEXT
               END-EXEC
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
                       archived_at TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
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

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE messages_archive
                       ADD COLUMN restored_at TIMESTAMP
               END-EXEC
               EXEC SQL
                   ALTER TABLE messages_archive
                       ADD COLUMN category TEXT
               END-EXEC
           END-IF.

       300-PROCESS-REQUESTS.
           IF WS-PROGRAM-OK
               OPEN INPUT SEARCH-REQUESTS
               IF WS-SEARCH-REQUESTS-OK
                   OPEN OUTPUT SEARCH-RPT
                   IF WS-SEARCH-RPT-OK
                       MOVE 'N' TO WS-REQUESTS-EOF-SW
                       PERFORM 310-PROCESS-ONE-REQUEST
                           UNTIL WS-REQUESTS-EOF
                               OR NOT WS-PROGRAM-OK
                       CLOSE SEARCH-RPT
                   ELSE
                       DISPLAY "✗ Unable to open SEARCH-RPT. "
                               "STATUS: " WS-SEARCH-RPT-STATUS
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   END-IF
                   CLOSE SEARCH-REQUESTS
                   MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Searches answered: " WS-COUNT-DISP
                   MOVE WS-TOTAL-HITS TO WS-TOTAL-DISP
                   DISPLAY "✓ Total hits: " WS-TOTAL-DISP
               ELSE
                   DISPLAY "✗ Unable to open SEARCH-REQUESTS. "
                           "STATUS: " WS-SEARCH-REQUESTS-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       310-PROCESS-ONE-REQUEST.
           READ SEARCH-REQUESTS
               AT END
                   SET WS-REQUESTS-EOF TO TRUE
               NOT AT END
                   PERFORM 320-EDIT-REQUEST
                   IF WS-SKIP-REASON = SPACES
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 340-ANSWER-ONE-SEARCH
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "✗ Search skipped: " WS-SKIP-REASON
                       MOVE SPACES TO SEARCH-RPT-RECORD
                       WRITE SEARCH-RPT-RECORD
                       MOVE SPACES TO SEARCH-RPT-RECORD
                       STRING "REQUEST SKIPPED - " DELIMITED BY SIZE
                           WS-SKIP-REASON DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           SEARCH-REQUESTS-RECORD DELIMITED BY SIZE
                           INTO SEARCH-RPT-RECORD
                       WRITE SEARCH-RPT-RECORD
                   END-IF
           END-READ.

       320-EDIT-REQUEST.
      * A search needs something to look for; the dates, when given,
      * must be YYYY-MM-DD and in order, and the flag Y, N or blank.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE REQ-KEYWORD TO WS-KEYWORD
           MOVE REQ-CATEGORY TO WS-REQ-CATEGORY
           MOVE REQ-FROM-DATE TO WS-FROM-DATE
           MOVE REQ-TO-DATE TO WS-TO-DATE

           EVALUATE TRUE
               WHEN WS-KEYWORD = SPACES
                   MOVE "NO KEYWORD" TO WS-SKIP-REASON
               WHEN NOT REQ-PRIOR-VALID
                   MOVE "INCLUDE FLAG NOT Y OR N" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE WS-FROM-DATE TO WS-EDIT-DATE
                   PERFORM 325-EDIT-ONE-DATE
                   IF NOT WS-EDIT-DATE-OK
                       MOVE "FROM DATE NOT YYYY-MM-DD"
                           TO WS-SKIP-REASON
                   ELSE
                       MOVE WS-TO-DATE TO WS-EDIT-DATE
                       PERFORM 325-EDIT-ONE-DATE
                       IF NOT WS-EDIT-DATE-OK
                           MOVE "TO DATE NOT YYYY-MM-DD"
                               TO WS-SKIP-REASON
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-SKIP-REASON = SPACES
               AND WS-FROM-DATE NOT = SPACES
               AND WS-TO-DATE NOT = SPACES
               AND WS-FROM-DATE > WS-TO-DATE
               MOVE "FROM DATE AFTER TO DATE" TO WS-SKIP-REASON
           END-IF.

       325-EDIT-ONE-DATE.
      * Blank is an open end of the range; anything else must have
      * the shape of a YYYY-MM-DD date.
           MOVE 'Y' TO WS-EDIT-DATE-SW
           IF WS-EDIT-DATE NOT = SPACES
               IF WS-EDIT-DATE(1:4) NOT NUMERIC
                   OR WS-EDIT-DATE(5:1) NOT = '-'
                   OR WS-EDIT-DATE(6:2) NOT NUMERIC
                   OR WS-EDIT-DATE(8:1) NOT = '-'
                   OR WS-EDIT-DATE(9:2) NOT NUMERIC
                   MOVE 'N' TO WS-EDIT-DATE-SW
               END-IF
           END-IF.

       340-ANSWER-ONE-SEARCH.
           MOVE ZERO TO WS-LIVE-HITS
           MOVE ZERO TO WS-ARCHIVE-HITS
           MOVE ZERO TO WS-BEFORE-HITS
           PERFORM 350-WRITE-SECTION-HEADER
           PERFORM 400-SEARCH-LIVE
           IF REQ-PRIOR-WANTED
               PERFORM 420-SEARCH-ARCHIVE
               PERFORM 440-SEARCH-HISTORY
           END-IF
           IF WS-PROGRAM-OK
               PERFORM 480-WRITE-SECTION-TOTALS
           END-IF.

       350-WRITE-SECTION-HEADER.
           MOVE SPACES TO SEARCH-RPT-RECORD
           WRITE SEARCH-RPT-RECORD
           MOVE SPACES TO SEARCH-RPT-RECORD
           STRING "KEYWORD SEARCH - """ DELIMITED BY SIZE
               WS-KEYWORD DELIMITED BY "  "
               """" DELIMITED BY SIZE
               INTO SEARCH-RPT-RECORD
           WRITE SEARCH-RPT-RECORD
           MOVE SPACES TO SEARCH-RPT-RECORD
           STRING "  CATEGORY " DELIMITED BY SIZE
               WS-REQ-CATEGORY DELIMITED BY SIZE
               "  CREATED FROM " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO SEARCH-RPT-RECORD
           IF WS-REQ-CATEGORY = SPACES
               MOVE "(ANY)" TO SEARCH-RPT-RECORD(12:5)
           END-IF
           IF REQ-PRIOR-WANTED
               MOVE "  LIVE, ARCHIVE AND BEFORE-IMAGES"
                   TO SEARCH-RPT-RECORD(60:34)
           ELSE
               MOVE "  LIVE ONLY" TO SEARCH-RPT-RECORD(60:11)
           END-IF
           WRITE SEARCH-RPT-RECORD
           MOVE SPACES TO SEARCH-RPT-RECORD
           STRING "  SOURCE        ID  CAT   CREATED AT           "
               DELIMITED BY SIZE
               "OTHER DATE                      MESSAGE"
               DELIMITED BY SIZE
               INTO SEARCH-RPT-RECORD
           WRITE SEARCH-RPT-RECORD.

       400-SEARCH-LIVE.
      * Live rows - the second date is the shelf life the row carries.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DECLARE LIVE-CURSOR CURSOR FOR
                   SELECT id, IFNULL(category, ' '),
                          IFNULL(created_at, ' '),
                          'EFF ' || IFNULL(effective_from, '-') ||
                          ' EXP ' || IFNULL(expires_on, '-'),
                          message
                   FROM messages
                   WHERE INSTR(LOWER(message),
                               LOWER(TRIM(:WS-KEYWORD))) > 0
                     AND (TRIM(:WS-REQ-CATEGORY) = ''
                          OR category = TRIM(:WS-REQ-CATEGORY))
                     AND (TRIM(:WS-FROM-DATE) = ''
                          OR SUBSTR(created_at, 1, 10)
                             >= :WS-FROM-DATE)
                     AND (TRIM(:WS-TO-DATE) = ''
                          OR SUBSTR(created_at, 1, 10)
                             <= :WS-TO-DATE)
                   ORDER BY id
               END-EXEC

               EXEC SQL
                   OPEN LIVE-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE "LIVE" TO WS-HIT-SOURCE
                   MOVE 'N' TO WS-HIT-EOF-SW
                   PERFORM 405-FETCH-LIVE-HIT
                       UNTIL WS-HIT-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE LIVE-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Live search open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "400-SEARCH-LIVE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       405-FETCH-LIVE-HIT.
           EXEC SQL
               FETCH LIVE-CURSOR
               INTO :WS-HIT-ID, :WS-HIT-CATEGORY, :WS-HIT-CREATED-AT,
                    :WS-HIT-OTHER-DATE, :WS-HIT-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HIT-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-LIVE-HITS
                   PERFORM 470-WRITE-HIT
               WHEN OTHER
                   DISPLAY "✗ Live search fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "405-FETCH-LIVE-HIT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       420-SEARCH-ARCHIVE.
      * Archive copies not since restored - a restored copy's text is
      * answered for by the live row and its before-images.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DECLARE ARCH-CURSOR CURSOR FOR
                   SELECT id, IFNULL(category, ' '),
                          IFNULL(created_at, ' '),
                          'ARCHIVED ' || IFNULL(archived_at, '-'),
                          message
                   FROM messages_archive
                   WHERE restored_at IS NULL
                     AND INSTR(LOWER(message),
                               LOWER(TRIM(:WS-KEYWORD))) > 0
                     AND (TRIM(:WS-REQ-CATEGORY) = ''
                          OR category = TRIM(:WS-REQ-CATEGORY))
                     AND (TRIM(:WS-FROM-DATE) = ''
                          OR SUBSTR(created_at, 1, 10)
                             >= :WS-FROM-DATE)
                     AND (TRIM(:WS-TO-DATE) = ''
                          OR SUBSTR(created_at, 1, 10)
                             <= :WS-TO-DATE)
                   ORDER BY id
               END-EXEC

               EXEC SQL
                   OPEN ARCH-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE "ARCHIVE" TO WS-HIT-SOURCE
                   MOVE 'N' TO WS-HIT-EOF-SW
                   PERFORM 425-FETCH-ARCHIVE-HIT
                       UNTIL WS-HIT-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE ARCH-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Archive search open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "420-SEARCH-ARCHIVE" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       425-FETCH-ARCHIVE-HIT.
           EXEC SQL
               FETCH ARCH-CURSOR
               INTO :WS-HIT-ID, :WS-HIT-CATEGORY, :WS-HIT-CREATED-AT,
                    :WS-HIT-OTHER-DATE, :WS-HIT-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HIT-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ARCHIVE-HITS
                   PERFORM 470-WRITE-HIT
               WHEN OTHER
                   DISPLAY "✗ Archive search fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "425-FETCH-ARCHIVE-HIT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       440-SEARCH-HISTORY.
      * Before-images - the text as it stood before a maintenance
      * update or delete, or a feed backout. The row's created_at
      * comes from its live copy, else its archive copy; with both
      * gone it is unknown, and a dated search cannot place it.
      * A held-row marker ('H') repeats the text the row still
      * carries, so it is left to the live search.
           IF WS-PROGRAM-OK
               EXEC SQL
                   DECLARE HIST-CURSOR CURSOR FOR
                   SELECT h.id, IFNULL(h.prior_category, ' '),
                          IFNULL(COALESCE(m.created_at,
                                          a.created_at), ' '),
                          CASE h.action
                              WHEN 'U' THEN 'UPDATED '
                              WHEN 'D' THEN 'DELETED '
                              WHEN 'B' THEN 'BACKOUT '
                              ELSE h.action || ' '
                          END || IFNULL(h.txn_at, '-'),
                          h.prior_message
                   FROM messages_history h
                   LEFT JOIN messages m ON m.id = h.id
                   LEFT JOIN messages_archive a ON a.id = h.id
                   WHERE INSTR(LOWER(h.prior_message),
                               LOWER(TRIM(:WS-KEYWORD))) > 0
                     AND h.action <> 'H'
                     AND (TRIM(:WS-REQ-CATEGORY) = ''
                          OR h.prior_category = TRIM(:WS-REQ-CATEGORY))
                     AND (TRIM(:WS-FROM-DATE) = ''
                          OR SUBSTR(COALESCE(m.created_at,
                                             a.created_at), 1, 10)
                             >= :WS-FROM-DATE)
                     AND (TRIM(:WS-TO-DATE) = ''
                          OR SUBSTR(COALESCE(m.created_at,
                                             a.created_at), 1, 10)
                             <= :WS-TO-DATE)
                   ORDER BY h.id, h.txn_at
               END-EXEC

               EXEC SQL
                   OPEN HIST-CURSOR
               END-EXEC

               IF SQLCODE = 0
                   MOVE "BEFORE-IMG" TO WS-HIT-SOURCE
                   MOVE 'N' TO WS-HIT-EOF-SW
                   PERFORM 445-FETCH-HISTORY-HIT
                       UNTIL WS-HIT-EOF OR NOT WS-PROGRAM-OK
                   EXEC SQL
                       CLOSE HIST-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ History search open failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "440-SEARCH-HISTORY" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

       445-FETCH-HISTORY-HIT.
           EXEC SQL
               FETCH HIST-CURSOR
               INTO :WS-HIT-ID, :WS-HIT-CATEGORY, :WS-HIT-CREATED-AT,
                    :WS-HIT-OTHER-DATE, :WS-HIT-MESSAGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-HIT-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-BEFORE-HITS
                   PERFORM 470-WRITE-HIT
               WHEN OTHER
                   DISPLAY "✗ History search fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "445-FETCH-HISTORY-HIT" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       470-WRITE-HIT.
           MOVE WS-HIT-ID TO WS-HIT-ID-DISP
           MOVE SPACES TO SEARCH-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-HIT-SOURCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIT-ID-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIT-CATEGORY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIT-CREATED-AT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIT-OTHER-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HIT-MESSAGE DELIMITED BY SIZE
               INTO SEARCH-RPT-RECORD
           WRITE SEARCH-RPT-RECORD.

       480-WRITE-SECTION-TOTALS.
      * One count per source searched; a live-only search says the
      * other two were not looked at rather than showing zeros.
           COMPUTE WS-REQUEST-HITS =
               WS-LIVE-HITS + WS-ARCHIVE-HITS + WS-BEFORE-HITS
           ADD WS-REQUEST-HITS TO WS-TOTAL-HITS
           MOVE WS-LIVE-HITS TO WS-LIVE-DISP
           MOVE WS-ARCHIVE-HITS TO WS-ARCHIVE-DISP
           MOVE WS-BEFORE-HITS TO WS-BEFORE-DISP
           MOVE WS-REQUEST-HITS TO WS-HITS-DISP
           MOVE SPACES TO SEARCH-RPT-RECORD
           IF REQ-PRIOR-WANTED
               STRING "  HITS - LIVE: " DELIMITED BY SIZE
                   WS-LIVE-DISP DELIMITED BY SIZE
                   "  ARCHIVE: " DELIMITED BY SIZE
                   WS-ARCHIVE-DISP DELIMITED BY SIZE
                   "  BEFORE-IMAGE: " DELIMITED BY SIZE
                   WS-BEFORE-DISP DELIMITED BY SIZE
                   "  TOTAL: " DELIMITED BY SIZE
                   WS-HITS-DISP DELIMITED BY SIZE
                   INTO SEARCH-RPT-RECORD
           ELSE
               STRING "  HITS - LIVE: " DELIMITED BY SIZE
                   WS-LIVE-DISP DELIMITED BY SIZE
                   "  ARCHIVE: NOT SEARCHED" DELIMITED BY SIZE
                   "  BEFORE-IMAGE: NOT SEARCHED" DELIMITED BY SIZE
                   "  TOTAL: " DELIMITED BY SIZE
                   WS-HITS-DISP DELIMITED BY SIZE
                   INTO SEARCH-RPT-RECORD
           END-IF
           WRITE SEARCH-RPT-RECORD.

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

           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               DISPLAY "✗ Search requests skipped: " WS-COUNT-DISP
           END-IF

           EVALUATE TRUE
               WHEN WS-PROGRAM-OK
                   DISPLAY "Keyword search completed successfully!"
               WHEN OTHER
                   DISPLAY "Keyword search completed with errors."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
