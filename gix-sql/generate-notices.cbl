      * Generates the roster anniversary notices someone used to      *
      * compose by hand each month - and regularly missed people on.  *
      *                                                                *
      * Reads the roster table LOAD-ROSTER-SQL maintains - the latest *
      * confirmation of each name - and works out who has a milestone *
      * in the month being run: a round-number birthday (the age      *
      * reached is a multiple of ten) or a service anniversary (a     *
      * multiple of five years since the service start date). The     *
      * month comes from NOTICE-CONTROL (default the current month),  *
      * and each notice is effective from the anniversary itself and  *
      * expires a few days after it.                                  *
      *                                                                *
      * Every notice generated is filed on generated_notices, so a    *
      * month that is run again produces only the notices it did not  *
      * produce the first time. Roster entries still carrying only a  *
      * birth year, or no service start, cannot be placed in a month; *
      * they are listed as exceptions on NOTICE-RPT every run until a *
      * later roster supplies their dates.                            *
      *                                                                *
      * The notices go out as a properly formed MESSAGES-IN feed on   *
      * NOTICES-OUT - current-date header from sending system         *
      * message. The feed sequence comes from NOTICE-CONTROL          *
      * (default 1) for the day a second generation run is needed.    *
      *                                                                *
      * A run that ends in error takes back the notices it filed and  *
      * leaves NOTICES-OUT without its trailer, so the partial feed   *
      * fails the load and the rerun generates the same notices       *
      * again. A feed the load rejected is reissued by rerunning the  *
      * month with the NOTICE-CONTROL reissue flag set, naming the    *
      * rejected feed's sequence and the day it was generated         *
      * (default today): its notices are taken off                    *
      * generated_notices and produced again on a fresh feed. A       *
      * feed with a receipt on feeds_received was loaded and cannot   *
      * be reissued until BACKOUT-FEED-SQL has backed it out.         *
      *                                                                *
      * Modification History                                          *
      * 2026-09-02  Original version.                                 *
      * 2026-09-02  Detail layout widened to match the new 75-byte   *
      * 2026-09-02  Notice text shortened so a full-length roster    *
      *             name can no longer truncate the age or year      *
      *             figure out of the 50-byte message.               *
      * 2026-10-15  Notices are generated for a named month from the *
      *             full birth and service start dates, with the     *
      *             anniversary as effective date and a short expiry;*
      *             generated_notices stops a rerun duplicating them *
      *             and NOTICE-RPT lists them and the roster entries *
      *             still missing their dates.                       *
      * 2026-10-15  A run ending in error takes back the notices it  *
      *             filed and writes no trailer; NOTICE-CONTROL can  *
      *             reissue a feed the load rejected.                *
      * 2026-10-15  Each notice row carries the run that filed it    *
      *             (run_stamp), and a failed run takes back only    *
      *             its own rows - never an earlier run's.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-DB-CONFIG-STATUS.

      * One control record - the feed sequence to stamp on the
      * generated header, the notice month (YYYY-MM) and the days a
      * notice stays up after the anniversary, then the reissue flag
      * and the day the feed being reissued was generated. Missing
      * is not an error; the defaults apply.
           SELECT NOTICE-CONTROL ASSIGN TO "NOTICE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-CONTROL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICES-OUT-STATUS.

      * Every notice considered for the month, generated or already
      * on file, then the roster entries still missing their dates.
           SELECT NOTICE-RPT ASSIGN TO "NOTICE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-RPT-STATUS.

      * Persistent SQL error/audit log, shared with the other batch
      * programs.
           SELECT SQL-ERROR-LOG ASSIGN TO "SQL-ERROR-LOG"
           RECORDING MODE IS F.
       01  NOTICE-CONTROL-RECORD.
           05  CTL-FEED-SEQ        PIC 9(03).
           05  CTL-NOTICE-MONTH    PIC X(07).
           05  CTL-SHELF-DAYS      PIC 9(02).
           05  CTL-REISSUE         PIC X(01).
           05  CTL-REISSUE-DATE    PIC X(10).

      * Same record shapes 410-LOAD-ONE-MESSAGE reads - header,
      * detail, trailer.
           05  OUT-DETAIL-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-CATEGORY    PIC X(04).
               10  OUT-MESSAGE     PIC X(50).
      * Notices go up on the anniversary and come down a few days
      * after it.
               10  OUT-EFF-DATE    PIC X(10).
               10  OUT-EXP-DATE    PIC X(10).
           05  OUT-TRAILER-BODY REDEFINES OUT-RECORD-BODY.
               10  OUT-EXPECTED-COUNT PIC 9(06).
               10  FILLER          PIC X(68).

       FD  NOTICE-RPT
           RECORDING MODE IS F.
       01  NOTICE-RPT-RECORD           PIC X(132).

       FD  SQL-ERROR-LOG
           RECORDING MODE IS F.
       01  SQL-ERROR-LOG-RECORD        PIC X(132).
           88  WS-DB-CONFIG-OK         VALUE '00'.
           88  WS-DB-CONFIG-NOT-FOUND  VALUE '35'.

      * NOTICE-CONTROL file handling, the feed sequence, the month
      * the notices are for and how many days each stays up.
       01  WS-NOTICE-CONTROL-STATUS PIC X(02) VALUE '00'.
           88  WS-NOTICE-CONTROL-OK     VALUE '00'.
       01  WS-FEED-SEQ             PIC 9(3) VALUE 1.
       01  WS-NOTICE-MONTH.
           05  WS-NOTICE-YEAR-X    PIC X(4).
           05  WS-NOTICE-DASH      PIC X(1).
           05  WS-NOTICE-MM-X      PIC X(2).
       01  WS-NOTICE-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-NOTICE-MM            PIC 9(2) VALUE ZERO.
       01  WS-SHELF-DAYS           PIC 9(2) VALUE 3.
       01  WS-REISSUE-SW           PIC X VALUE 'N'.
           88  WS-REISSUE-REQUESTED    VALUE 'Y'.
       01  WS-REISSUE-DATE         PIC X(10) VALUE SPACES.
       01  WS-RECEIPT-COUNT        PIC 9(4) VALUE ZERO.

      * NOTICE-RPT file handling - blank until the open is tried
       01  WS-NOTICE-RPT-STATUS    PIC X(02) VALUE SPACES.
           88  WS-NOTICE-RPT-OK        VALUE '00'.

      * NOTICES-OUT file handling
       01  WS-NOTICES-OUT-STATUS   PIC X(02) VALUE '00'.
           88  WS-NOTICES-OUT-OK       VALUE '00'.
       01  WS-FEED-OPEN-SW         PIC X VALUE 'N'.
           88  WS-FEED-OPEN            VALUE 'Y'.

      * Host variables for the roster cursor. The full dates come
      * back as YYYY-MM-DD text, or spaces for a year-only entry.
       01  WS-ROSTER-NAME          PIC X(20) VALUE SPACES.
       01  WS-ROSTER-BIRTH-YEAR    PIC 9(4) VALUE ZERO.
       01  WS-ROSTER-BIRTH-TEXT    PIC X(10) VALUE SPACES.
       01  WS-ROSTER-SERVICE-TEXT  PIC X(10) VALUE SPACES.
       01  WS-ROSTER-EOF-SW        PIC X VALUE 'N'.
           88  WS-ROSTER-EOF           VALUE 'Y'.

      * A roster date taken apart - the same shape for the birth date
      * and the service start.
       01  WS-PERSON-DATE.
           05  WS-PERSON-YEAR      PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-PERSON-MONTH     PIC 9(2).
           05  FILLER              PIC X(1).
           05  WS-PERSON-DAY       PIC 9(2).

      * Milestone arithmetic - the age or service years reached in
      * the notice month, with the remainder that decides whether it
      * is a milestone.
       01  WS-MILESTONE-YEARS      PIC S9(4) VALUE ZERO.
       01  WS-MILESTONE-STEP       PIC S9(4) VALUE ZERO.
       01  WS-MILESTONE-REMAINDER  PIC S9(4) VALUE ZERO.
       01  WS-QUOTIENT             PIC S9(4) VALUE ZERO.
       01  WS-YEARS-DISP           PIC ZZZ9.

      * The notice in hand - kind, anniversary (the effective date)
      * and expiry. A 29 February anniversary falls on the 28th in a
      * year that has none.
       01  WS-NOTICE-KIND          PIC X(1) VALUE SPACE.
           88  WS-BIRTHDAY-NOTICE      VALUE 'B'.
           88  WS-SERVICE-NOTICE       VALUE 'S'.
       01  WS-ANNIV-NUM            PIC 9(8) VALUE ZERO.
       01  WS-ANNIV-YMD REDEFINES WS-ANNIV-NUM.
           05  WS-ANNIV-YEAR       PIC 9(4).
           05  WS-ANNIV-MONTH      PIC 9(2).
           05  WS-ANNIV-DAY        PIC 9(2).
       01  WS-EXPIRY-NUM           PIC 9(8) VALUE ZERO.
       01  WS-EXPIRY-YMD REDEFINES WS-EXPIRY-NUM.
           05  WS-EXPIRY-YEAR      PIC X(4).
           05  WS-EXPIRY-MONTH     PIC X(2).
           05  WS-EXPIRY-DAY       PIC X(2).
       01  WS-ANNIV-DATE.
           05  WS-ANNIV-DATE-YEAR  PIC 9(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-ANNIV-DATE-MONTH PIC 9(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-ANNIV-DATE-DAY   PIC 9(2).
       01  WS-EXPIRY-DATE.
           05  WS-EXPIRY-DATE-YEAR PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-EXPIRY-DATE-MONTH PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-EXPIRY-DATE-DAY  PIC X(2).
       01  WS-NOTICE-TEXT          PIC X(50) VALUE SPACES.
       01  WS-NOTICE-STATUS        PIC X(20) VALUE SPACES.
       01  WS-NEW-NOTICE-COUNT     PIC S9(9) VALUE ZERO.

      * Exception listing - roster entries without both full dates
       01  WS-EXC-BIRTH-MISSING    PIC 9(1) VALUE ZERO.
       01  WS-EXC-SERVICE-MISSING  PIC 9(1) VALUE ZERO.
       01  WS-EXC-EOF-SW           PIC X VALUE 'N'.
           88  WS-EXC-EOF              VALUE 'Y'.
       01  WS-EXC-TEXT             PIC X(30) VALUE SPACES.

      * Name trimmed of its trailing spaces before it goes into the
      * notice text - same scan 700-WRITE-EXTRACT-LINE uses in the
      * extract job.
      * Run totals
       01  WS-ROSTER-READ-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-DUPLICATE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-BACKED-OUT-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  WS-REISSUED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-SQL-ROW-COUNT        PIC S9(9) VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Current date - the generated header's feed date, and the
      * notice month when NOTICE-CONTROL does not name one.
       01  WS-CURRENT-YMD.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC X(2).
           05  WS-CURRENT-DAY      PIC X(2).
      * This run's stamp - date and time to the hundredth of a
      * second - filed on every notice it records, so a failed run
      * takes back its own notices and no other run's.
       01  WS-RUN-STAMP            PIC X(16) VALUE SPACES.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR       PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           PERFORM 160-LOAD-NOTICE-CONTROL
           PERFORM 200-CONNECT-DATABASE
           PERFORM 300-PREPARE-ROSTER-TABLE
           PERFORM 350-REISSUE-FEED
           PERFORM 400-GENERATE-NOTICES
           PERFORM 900-CLEANUP
           STOP RUN.
      * EXTEND creates SQL-ERROR-LOG the first time it is used and
      * appends to it on every run after that.
           OPEN EXTEND SQL-ERROR-LOG
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-CURRENT-YMD
           MOVE WS-CURRENT-YEAR TO WS-TODAY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TODAY-MONTH
           MOVE WS-CURRENT-DAY TO WS-TODAY-DAY.
           END-IF.

       160-LOAD-NOTICE-CONTROL.
      * The feed sequence, notice month and shelf days come from
      * NOTICE-CONTROL when one is supplied; a missing file or a
      * blank field just means the default applies, the same way
      * DBCONFIG is optional. A month that is supplied but is not
      * YYYY-MM stops the run - guessing would send the wrong
      * month's notices.
           MOVE WS-CURRENT-YEAR TO WS-NOTICE-YEAR-X
           MOVE '-' TO WS-NOTICE-DASH
           MOVE WS-CURRENT-MONTH TO WS-NOTICE-MM-X
           OPEN INPUT NOTICE-CONTROL
           IF WS-NOTICE-CONTROL-OK
               READ NOTICE-CONTROL
                           AND CTL-FEED-SEQ > ZERO
                           MOVE CTL-FEED-SEQ TO WS-FEED-SEQ
                       END-IF
                       IF CTL-NOTICE-MONTH NOT = SPACES
                           MOVE CTL-NOTICE-MONTH TO WS-NOTICE-MONTH
                       END-IF
                       IF CTL-SHELF-DAYS NUMERIC
                           AND CTL-SHELF-DAYS > ZERO
                           MOVE CTL-SHELF-DAYS TO WS-SHELF-DAYS
                       END-IF
                       IF CTL-REISSUE = 'Y'
                           SET WS-REISSUE-REQUESTED TO TRUE
                           MOVE CTL-REISSUE-DATE TO WS-REISSUE-DATE
                       END-IF
               END-READ
               CLOSE NOTICE-CONTROL
           END-IF

           IF WS-REISSUE-REQUESTED AND WS-REISSUE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-REISSUE-DATE
           END-IF

           IF WS-NOTICE-YEAR-X NUMERIC
               AND WS-NOTICE-DASH = '-'
               AND WS-NOTICE-MM-X NUMERIC
               AND WS-NOTICE-MM-X >= '01'
               AND WS-NOTICE-MM-X <= '12'
               MOVE WS-NOTICE-YEAR-X TO WS-NOTICE-YEAR
               MOVE WS-NOTICE-MM-X TO WS-NOTICE-MM
               DISPLAY "✓ Generating notices for " WS-NOTICE-MONTH
           ELSE
               DISPLAY "✗ Notice month not YYYY-MM: "
                       WS-NOTICE-MONTH
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF.

       200-CONNECT-DATABASE.
       300-PREPARE-ROSTER-TABLE.
      * Make sure the roster table exists before the cursor opens
      * against it - a generation run ahead of the first roster load
      * should just generate zero notices. Same DDL and tolerated
      * ALTERs LOAD-ROSTER-SQL issues; a nonzero SQLCODE on an ALTER
      * just means the column is already there.
           IF WS-PROGRAM-OK
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS roster (
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE roster
                       ADD COLUMN birth_date TEXT
               END-EXEC
               EXEC SQL
                   ALTER TABLE roster
                       ADD COLUMN service_start TEXT
               END-EXEC
           END-IF.

           IF WS-PROGRAM-OK
      * One row per notice ever generated - kind (B birthday, S
      * service), whose, and the anniversary it marks. The key is
      * what keeps a rerun month from producing the notice again.
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS generated_notices (
                       notice_kind TEXT NOT NULL,
                       name TEXT NOT NULL,
                       milestone_date TEXT NOT NULL,
                       milestone INTEGER,
                       notice_month TEXT,
                       expires_on TEXT,
                       feed_seq INTEGER,
                       generated_on TEXT,
                       run_stamp TEXT,
                       PRIMARY KEY (notice_kind, name, milestone_date)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ generated_notices table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-ROSTER-TABLE"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

      * The run that filed each notice - a nonzero SQLCODE just means
      * the column is already there.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE generated_notices
                       ADD COLUMN run_stamp TEXT
               END-EXEC
           END-IF.

      * The load's receipt for each feed - same DDL and tolerated
      * ALTER HELLO-WORLD-SQL issues. Read on a reissue to make sure
      * the feed being reissued never loaded.
           IF WS-PROGRAM-OK AND WS-REISSUE-REQUESTED
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS feeds_received (
                       system TEXT NOT NULL,
                       feed_date TEXT NOT NULL,
                       feed_seq INTEGER NOT NULL,
                       loaded_at TIMESTAMP,
                       PRIMARY KEY (system, feed_date, feed_seq)
                   )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "✗ feeds_received table creation "
                           "failed. SQLCODE: " SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "300-PREPARE-ROSTER-TABLE"
                       TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
               END-IF
           END-IF.

           IF WS-PROGRAM-OK AND WS-REISSUE-REQUESTED
               EXEC SQL
                   ALTER TABLE feeds_received
                       ADD COLUMN backed_out_at TIMESTAMP
               END-EXEC
           END-IF.

       350-REISSUE-FEED.
      * A feed the load rejected never reached messages, but its
      * notices are on generated_notices and a plain rerun would
      * report them ALREADY GENERATED. Reissue takes that feed's
      * notices back off so this run produces them again. A feed
      * with a live receipt did load - reissuing it would send its
      * notices twice - so it must be backed out first.
           IF WS-PROGRAM-OK AND WS-REISSUE-REQUESTED
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-RECEIPT-COUNT
                   FROM feeds_received
                   WHERE system = 'ROSTER'
                     AND feed_date = :WS-REISSUE-DATE
                     AND feed_seq = :WS-FEED-SEQ
                     AND backed_out_at IS NULL
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "✗ Feed receipt check failed. "
                               "SQLCODE: " SQLCODE
                       MOVE 'E' TO WS-PROGRAM-STATUS
                       MOVE "350-REISSUE-FEED" TO WS-ERROR-PARAGRAPH
                       MOVE SQLCODE TO WS-ERROR-SQLCODE
                       PERFORM 800-LOG-SQL-ERROR
                   WHEN WS-RECEIPT-COUNT > 0
                       DISPLAY "✗ Reissue refused - ROSTER feed "
                               WS-REISSUE-DATE " seq " WS-FEED-SEQ
                               " was loaded; back it out first"
                       MOVE 'E' TO WS-PROGRAM-STATUS
                   WHEN OTHER
                       PERFORM 355-RELEASE-FEED-NOTICES
               END-EVALUATE
           END-IF.

       355-RELEASE-FEED-NOTICES.
           EXEC SQL
               DELETE FROM generated_notices
               WHERE notice_month = :WS-NOTICE-MONTH
                 AND feed_seq = :WS-FEED-SEQ
                 AND generated_on = :WS-REISSUE-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SQL-ROW-COUNT
               MOVE WS-SQL-ROW-COUNT TO WS-REISSUED-COUNT
               MOVE WS-REISSUED-COUNT TO WS-COUNT-DISP
               DISPLAY "✓ Reissuing feed of " WS-REISSUE-DATE
                       " seq " WS-FEED-SEQ " - notices released: "
                       WS-COUNT-DISP
           ELSE
               DISPLAY "✗ Notice release failed. SQLCODE: " SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "355-RELEASE-FEED-NOTICES" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       400-GENERATE-NOTICES.
      * Walk the roster, write one MEMO detail per milestone falling
      * in the notice month, and close the feed with the trailer
      * count the load will balance against. Only the latest
      * confirmation of each name is read - every roster load adds a
      * row per person, and the latest carries the current dates.
      * The trailer is written only once the whole run has come
      * through clean; a run that fails anywhere takes back the
      * notices it filed instead, and the feed without its trailer
      * fails the load as a failed transfer.
           IF WS-PROGRAM-OK
               OPEN OUTPUT NOTICE-RPT
               IF WS-NOTICE-RPT-OK
                   PERFORM 405-WRITE-REPORT-HEADING
               ELSE
                   DISPLAY "✗ Unable to open NOTICE-RPT. STATUS: "
                           WS-NOTICE-RPT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               OPEN OUTPUT NOTICES-OUT
               IF WS-NOTICES-OUT-OK
                   SET WS-FEED-OPEN TO TRUE
                   MOVE SPACES TO NOTICES-OUT-RECORD
                   MOVE 'H' TO OUT-RECORD-TYPE
                   MOVE WS-TODAY-DATE TO OUT-FEED-DATE
                   EXEC SQL
                       DECLARE ROSTER-CURSOR CURSOR FOR
                       SELECT name, birth_year,
                              IFNULL(birth_date, ' '),
                              IFNULL(service_start, ' ')
                       FROM roster
                       WHERE id IN (SELECT MAX(id) FROM roster
                                    GROUP BY name)
                       ORDER BY id
                   END-EXEC

                   EXEC SQL
                       CLOSE ROSTER-CURSOR
                   END-EXEC
               ELSE
                   DISPLAY "✗ Unable to open NOTICES-OUT. STATUS: "
                           WS-NOTICES-OUT-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               PERFORM 460-WRITE-EXCEPTIONS
           END-IF

           IF WS-FEED-OPEN
               IF WS-PROGRAM-OK
                   MOVE SPACES TO NOTICES-OUT-RECORD
                   MOVE 'T' TO OUT-RECORD-TYPE
                   MOVE WS-NOTICE-COUNT TO OUT-EXPECTED-COUNT
                   WRITE NOTICES-OUT-RECORD
                   MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Notices feed written - details: "
                           WS-COUNT-DISP
               ELSE
                   PERFORM 480-BACK-OUT-RUN
               END-IF
               CLOSE NOTICES-OUT
           END-IF

           IF WS-NOTICE-RPT-OK
               PERFORM 470-WRITE-REPORT-TOTALS
               CLOSE NOTICE-RPT
           END-IF.

       405-WRITE-REPORT-HEADING.
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "ROSTER NOTICES FOR " DELIMITED BY SIZE
               WS-NOTICE-MONTH DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           IF WS-REISSUE-REQUESTED
               MOVE SPACES TO NOTICE-RPT-RECORD
               STRING "REISSUE OF THE FEED GENERATED " DELIMITED BY SIZE
                   WS-REISSUE-DATE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   WS-FEED-SEQ DELIMITED BY SIZE
                   INTO NOTICE-RPT-RECORD
               WRITE NOTICE-RPT-RECORD
           END-IF
           MOVE SPACES TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "KIND      NAME                  YEARS  "
               DELIMITED BY SIZE
               "EFFECTIVE   EXPIRES     STATUS" DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD.

       410-PROCESS-ONE-PERSON.
           EXEC SQL
               FETCH ROSTER-CURSOR
               INTO :WS-ROSTER-NAME, :WS-ROSTER-BIRTH-YEAR,
                    :WS-ROSTER-BIRTH-TEXT, :WS-ROSTER-SERVICE-TEXT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ROSTER-READ-COUNT
                   PERFORM 420-CHECK-BIRTHDAY-MILESTONE
                   IF WS-PROGRAM-OK
                       PERFORM 430-CHECK-SERVICE-MILESTONE
                   END-IF
               WHEN OTHER
                   DISPLAY "✗ Roster fetch failed. SQLCODE: "
                           SQLCODE
           END-EVALUATE.

       420-CHECK-BIRTHDAY-MILESTONE.
      * A birthday in the notice month whose age reached is a round
      * number (40, 50, ...) is a milestone. A year-only entry has
      * no birth month to place it and waits on the exception list.
           MOVE WS-ROSTER-BIRTH-TEXT TO WS-PERSON-DATE
           IF WS-PERSON-YEAR NUMERIC
               AND WS-PERSON-MONTH NUMERIC
               AND WS-PERSON-DAY NUMERIC
               AND WS-PERSON-MONTH = WS-NOTICE-MM
               SET WS-BIRTHDAY-NOTICE TO TRUE
               MOVE 10 TO WS-MILESTONE-STEP
               PERFORM 440-CHECK-ONE-MILESTONE
               IF WS-MILESTONE-REMAINDER = ZERO
                   AND WS-MILESTONE-YEARS > ZERO
                   PERFORM 450-TRIM-NAME
                   MOVE SPACES TO WS-NOTICE-TEXT
      * Fixed text is sized so even a full 20-character name plus
      * the 4-digit age still fits the 50-byte message.
                   STRING "BIRTHDAY - " DELIMITED BY SIZE
                       WS-ROSTER-NAME(1:WS-TRIM-LEN)
                       DELIMITED BY SIZE
                       " TURNS" DELIMITED BY SIZE
                       WS-YEARS-DISP DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
                   PERFORM 445-RECORD-NOTICE
               END-IF
           END-IF.

       430-CHECK-SERVICE-MILESTONE.
      * A service start anniversary in the notice month - every
      * fifth year is a milestone. An entry with no service start
      * waits on the exception list.
           MOVE WS-ROSTER-SERVICE-TEXT TO WS-PERSON-DATE
           IF WS-PERSON-YEAR NUMERIC
               AND WS-PERSON-MONTH NUMERIC
               AND WS-PERSON-DAY NUMERIC
               AND WS-PERSON-MONTH = WS-NOTICE-MM
               SET WS-SERVICE-NOTICE TO TRUE
               MOVE 5 TO WS-MILESTONE-STEP
               PERFORM 440-CHECK-ONE-MILESTONE
               IF WS-MILESTONE-REMAINDER = ZERO
                   AND WS-MILESTONE-YEARS > ZERO
                   PERFORM 450-TRIM-NAME
                   MOVE SPACES TO WS-NOTICE-TEXT
      * Fixed text is sized so even a full 20-character name plus
      * the 4-digit year count still fits the 50-byte message.
                   STRING "ANNIVERSARY - " DELIMITED BY SIZE
                       WS-ROSTER-NAME(1:WS-TRIM-LEN)
                       DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-YEARS-DISP DELIMITED BY SIZE
                       " YEARS" DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
                   PERFORM 445-RECORD-NOTICE
               END-IF
           END-IF.

       440-CHECK-ONE-MILESTONE.
      * Years reached on this year's anniversary of WS-PERSON-DATE,
      * whether that is a multiple of WS-MILESTONE-STEP, and - so the
      * notice can be dated - the anniversary itself and the day the
      * notice comes down.
           COMPUTE WS-MILESTONE-YEARS =
               WS-NOTICE-YEAR - WS-PERSON-YEAR
           MOVE 1 TO WS-MILESTONE-REMAINDER
           IF WS-MILESTONE-YEARS > ZERO
               DIVIDE WS-MILESTONE-YEARS BY WS-MILESTONE-STEP
                   GIVING WS-QUOTIENT
                   REMAINDER WS-MILESTONE-REMAINDER
           END-IF
           MOVE WS-MILESTONE-YEARS TO WS-YEARS-DISP
           MOVE WS-NOTICE-YEAR TO WS-ANNIV-YEAR
           MOVE WS-PERSON-MONTH TO WS-ANNIV-MONTH
           MOVE WS-PERSON-DAY TO WS-ANNIV-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-NUM) NOT = ZERO
               MOVE 28 TO WS-ANNIV-DAY
           END-IF
           COMPUTE WS-EXPIRY-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUM)
               + WS-SHELF-DAYS)
           MOVE WS-ANNIV-YEAR TO WS-ANNIV-DATE-YEAR
           MOVE WS-ANNIV-MONTH TO WS-ANNIV-DATE-MONTH
           MOVE WS-ANNIV-DAY TO WS-ANNIV-DATE-DAY
           MOVE WS-EXPIRY-YEAR TO WS-EXPIRY-DATE-YEAR
           MOVE WS-EXPIRY-MONTH TO WS-EXPIRY-DATE-MONTH
           MOVE WS-EXPIRY-DAY TO WS-EXPIRY-DATE-DAY.

       445-RECORD-NOTICE.
      * File the notice first - if this person's anniversary is
      * already on generated_notices, an earlier run of the month
      * produced it and it is only reported, not written again.
           EXEC SQL
               INSERT OR IGNORE INTO generated_notices
                   (notice_kind, name, milestone_date, milestone,
                    notice_month, expires_on, feed_seq, generated_on,
                    run_stamp)
               VALUES (:WS-NOTICE-KIND, TRIM(:WS-ROSTER-NAME),
                       :WS-ANNIV-DATE, :WS-MILESTONE-YEARS,
                       :WS-NOTICE-MONTH, :WS-EXPIRY-DATE,
                       :WS-FEED-SEQ, :WS-TODAY-DATE, :WS-RUN-STAMP)
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-NEW-NOTICE-COUNT
               IF WS-NEW-NOTICE-COUNT > ZERO
                   MOVE SPACES TO NOTICES-OUT-RECORD
                   MOVE 'D' TO OUT-RECORD-TYPE
                   MOVE 'MEMO' TO OUT-CATEGORY
                   MOVE WS-NOTICE-TEXT TO OUT-MESSAGE
                   MOVE WS-ANNIV-DATE TO OUT-EFF-DATE
                   MOVE WS-EXPIRY-DATE TO OUT-EXP-DATE
                   WRITE NOTICES-OUT-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE "GENERATED" TO WS-NOTICE-STATUS
                   DISPLAY "✓ Notice: " WS-NOTICE-TEXT
               ELSE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "ALREADY GENERATED" TO WS-NOTICE-STATUS
               END-IF
               PERFORM 447-WRITE-NOTICE-LINE
           ELSE
               DISPLAY "✗ Notice record insert failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "445-RECORD-NOTICE" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       447-WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-RPT-RECORD
           IF WS-BIRTHDAY-NOTICE
               MOVE "BIRTHDAY" TO NOTICE-RPT-RECORD(1:10)
           ELSE
               MOVE "SERVICE" TO NOTICE-RPT-RECORD(1:10)
           END-IF
           MOVE WS-ROSTER-NAME TO NOTICE-RPT-RECORD(11:20)
           MOVE WS-YEARS-DISP TO NOTICE-RPT-RECORD(33:4)
           MOVE WS-ANNIV-DATE TO NOTICE-RPT-RECORD(40:10)
           MOVE WS-EXPIRY-DATE TO NOTICE-RPT-RECORD(52:10)
           MOVE WS-NOTICE-STATUS TO NOTICE-RPT-RECORD(64:20)
           WRITE NOTICE-RPT-RECORD.

       450-TRIM-NAME.
      * Length of the name without its trailing spaces - at least 1,
      * so the reference modification in the notice build is always
               MOVE WS-TRIM-SUB TO WS-TRIM-LEN
           END-IF.

       460-WRITE-EXCEPTIONS.
      * Roster entries that cannot be placed in a month - no full
      * birth date, no service start, or neither - listed every run
      * until a later roster load supplies what is missing.
           MOVE SPACES TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE "EXCEPTIONS - ROSTER ENTRIES WITHOUT FULL DATES"
               TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD

           EXEC SQL
               DECLARE EXC-CURSOR CURSOR FOR
               SELECT name, birth_year,
                      CASE WHEN birth_date IS NULL THEN 1 ELSE 0 END,
                      CASE WHEN service_start IS NULL THEN 1 ELSE 0 END
               FROM roster
               WHERE id IN (SELECT MAX(id) FROM roster
                            GROUP BY name)
                 AND (birth_date IS NULL OR service_start IS NULL)
               ORDER BY name
           END-EXEC

           EXEC SQL
               OPEN EXC-CURSOR
           END-EXEC

           IF SQLCODE = 0
               MOVE 'N' TO WS-EXC-EOF-SW
               PERFORM 465-FETCH-EXCEPTION
                   UNTIL WS-EXC-EOF OR NOT WS-PROGRAM-OK
               EXEC SQL
                   CLOSE EXC-CURSOR
               END-EXEC
           ELSE
               DISPLAY "✗ Exception cursor open failed. SQLCODE: "
                       SQLCODE
               MOVE 'E' TO WS-PROGRAM-STATUS
               MOVE "460-WRITE-EXCEPTIONS" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       465-FETCH-EXCEPTION.
           EXEC SQL
               FETCH EXC-CURSOR
               INTO :WS-ROSTER-NAME, :WS-ROSTER-BIRTH-YEAR,
                    :WS-EXC-BIRTH-MISSING, :WS-EXC-SERVICE-MISSING
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-EXC-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EVALUATE TRUE
                       WHEN WS-EXC-BIRTH-MISSING = 1
                           AND WS-EXC-SERVICE-MISSING = 1
                           MOVE "BIRTH DATE AND SERVICE START"
                               TO WS-EXC-TEXT
                       WHEN WS-EXC-BIRTH-MISSING = 1
                           MOVE "BIRTH DATE (YEAR ONLY)"
                               TO WS-EXC-TEXT
                       WHEN OTHER
                           MOVE "SERVICE START" TO WS-EXC-TEXT
                   END-EVALUATE
                   MOVE SPACES TO NOTICE-RPT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       WS-ROSTER-NAME DELIMITED BY SIZE
                       "  BORN " DELIMITED BY SIZE
                       WS-ROSTER-BIRTH-YEAR DELIMITED BY SIZE
                       "  MISSING: " DELIMITED BY SIZE
                       WS-EXC-TEXT DELIMITED BY SIZE
                       INTO NOTICE-RPT-RECORD
                   WRITE NOTICE-RPT-RECORD
               WHEN OTHER
                   DISPLAY "✗ Exception fetch failed. SQLCODE: "
                           SQLCODE
                   MOVE 'E' TO WS-PROGRAM-STATUS
                   MOVE "465-FETCH-EXCEPTION" TO WS-ERROR-PARAGRAPH
                   MOVE SQLCODE TO WS-ERROR-SQLCODE
                   PERFORM 800-LOG-SQL-ERROR
           END-EVALUATE.

       470-WRITE-REPORT-TOTALS.
           MOVE SPACES TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE WS-ROSTER-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "ROSTER ENTRIES READ:   " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "NOTICES GENERATED:     " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "ALREADY GENERATED:     " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO NOTICE-RPT-RECORD
           STRING "DATE EXCEPTIONS:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD
           IF WS-REISSUE-REQUESTED
               MOVE WS-REISSUED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO NOTICE-RPT-RECORD
               STRING "RELEASED FOR REISSUE:  " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO NOTICE-RPT-RECORD
               WRITE NOTICE-RPT-RECORD
           END-IF
           IF WS-BACKED-OUT-COUNT > ZERO
               MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO NOTICE-RPT-RECORD
               STRING "TAKEN BACK ON ERROR:   " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO NOTICE-RPT-RECORD
               WRITE NOTICE-RPT-RECORD
           END-IF
           IF NOT WS-PROGRAM-OK
               MOVE "RUN ENDED IN ERROR - SEE SQL-ERROR-LOG"
                   TO NOTICE-RPT-RECORD
               WRITE NOTICE-RPT-RECORD
               IF WS-FEED-OPEN
                   MOVE SPACES TO NOTICE-RPT-RECORD
                   MOVE "NOTICES-OUT HAS NO TRAILER - DO NOT LOAD IT"
                       TO NOTICE-RPT-RECORD
                   WRITE NOTICE-RPT-RECORD
               END-IF
           END-IF.

       480-BACK-OUT-RUN.
      * The run failed with part of the feed written - take back the
      * notices this run filed, so the rerun generates them again
      * rather than reporting them ALREADY GENERATED. The run stamp
      * picks out exactly this run's rows; notices any earlier run
      * filed - even the same day under the same sequence, whose
      * feed may already be loaded - are left alone.
           EXEC SQL
               DELETE FROM generated_notices
               WHERE run_stamp = :WS-RUN-STAMP
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SQL-ROW-COUNT
               MOVE WS-SQL-ROW-COUNT TO WS-BACKED-OUT-COUNT
               MOVE ZERO TO WS-NOTICE-COUNT
               MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-DISP
               DISPLAY "✗ Run failed - notices taken back: "
                       WS-COUNT-DISP
               DISPLAY "✗ NOTICES-OUT left without a trailer - "
                       "do not load it"
           ELSE
               DISPLAY "✗ Notice back-out failed. SQLCODE: " SQLCODE
               MOVE "480-BACK-OUT-RUN" TO WS-ERROR-PARAGRAPH
               MOVE SQLCODE TO WS-ERROR-SQLCODE
               PERFORM 800-LOG-SQL-ERROR
           END-IF.

       800-LOG-SQL-ERROR.
      * Append one audit entry for a failing SQLCODE - the calling
      * paragraph must MOVE its name to WS-ERROR-PARAGRAPH and the
       850-WRITE-RUN-SUMMARY.
      * One fixed-layout control totals record per run - written
      * last, after the final status and RETURN-CODE are settled.
      * Reads are the roster entries examined, inserts the notices
      * generated onto the feed - notices already generated by an
      * earlier run of the month are not counted again.
           IF WS-RUN-SUMMARY-DONE
               CONTINUE
           ELSE
