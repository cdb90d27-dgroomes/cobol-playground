      * data behind instead of a console log - who was confirmed on   *
      * which run is a query, not an archaeology exercise.            *
      *                                                                *
      * Each record is edited first - a blank name, an implausible    *
      * birth year or a bad birth or service date is reported and     *
      * skipped - and ages are computed to the day from the actual    *
      * current date, not a hardcoded year. Every record lands on the *
      * ROSTER-RPT report with its status, and the report closes      *
      * with the run totals.                                          *
      *                                                                *
      * Modification History                                          *
      * 2026-08-22  Original version.                                 *
      *             reconciles against actual inserts, and the run   *
      *             date now comes from FUNCTION CURRENT-DATE like   *
      *             the sibling programs.                            *
      * 2026-10-15  ROSTER-IN carries a full birth date and a service *
      *             start date after the birth year; both are edited *
      *             here and stored on the roster, and ages are      *
      *             computed to the day. Year-only records still     *
      *             load, flagged DATES MISSING on the report.       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One name/birth date/service start per record - the roster
      * confirmed by this run. Same layout HELLO-WORLD reads.
           SELECT ROSTER-IN ASSIGN TO "ROSTER-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-IN-STATUS.
       FILE SECTION.
       FD  ROSTER-IN
           RECORDING MODE IS F.
      * The month and day of birth and the service start date follow
      * the original name/year pair, so a year-only record from
      * before they were added reads with both left as spaces.
       01  ROSTER-IN-RECORD.
           05  ROSTER-NAME          PIC X(20).
           05  ROSTER-BIRTH-DATE.
               10  ROSTER-BIRTH-YEAR    PIC 9(4).
               10  ROSTER-BIRTH-MMDD.
                   15  ROSTER-BIRTH-MONTH   PIC 9(2).
                   15  ROSTER-BIRTH-DAY     PIC 9(2).
           05  ROSTER-BIRTH-DATE-N REDEFINES ROSTER-BIRTH-DATE
                                    PIC 9(8).
           05  ROSTER-SERVICE-START.
               10  ROSTER-SERVICE-YEAR  PIC 9(4).
               10  ROSTER-SERVICE-MONTH PIC 9(2).
               10  ROSTER-SERVICE-DAY   PIC 9(2).
           05  ROSTER-SERVICE-START-N REDEFINES ROSTER-SERVICE-START
                                    PIC 9(8).

       FD  ROSTER-RPT
           RECORDING MODE IS F.
       01  WS-WORK-BIRTH-YEAR      PIC 9(4) VALUE ZERO.
       01  WS-WORK-AGE             PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE-STAMP       PIC X(10) VALUE SPACES.
      * Full dates as stored on the roster (YYYY-MM-DD), spaces when
      * the record did not supply them.
       01  WS-WORK-BIRTH-DATE.
           05  WS-WORK-BIRTH-YYYY  PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-WORK-BIRTH-MM    PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-WORK-BIRTH-DD    PIC X(2).
       01  WS-WORK-SERVICE-START.
           05  WS-WORK-SERVICE-YYYY PIC X(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-WORK-SERVICE-MM  PIC X(2).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-WORK-SERVICE-DD  PIC X(2).
       01  WS-BIRTH-DATE-SW        PIC X VALUE 'N'.
           88  WS-BIRTH-DATE-FULL      VALUE 'Y'.
       01  WS-SERVICE-DATE-SW      PIC X VALUE 'N'.
           88  WS-SERVICE-DATE-GIVEN   VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.

      * One report line - built the same way for confirmed and
      * rejected records.
       01  WS-RPT-BIRTH            PIC X(10) VALUE SPACES.
       01  WS-RPT-SERVICE          PIC X(10) VALUE SPACES.
       01  WS-RPT-AGE              PIC X(3) VALUE SPACES.
       01  WS-RPT-STATUS           PIC X(29) VALUE SPACES.

      * A rerun after a mid-file failure meets ids the failed run
      * already loaded (roster_control only advances on a clean

      * Current date, for age computation and the earliest plausible
      * birth year edit. No one on a staff roster was born before
      * 1900 or after today, and no one started service after today.
       01  WS-SYSTEM-YMD.
           05  WS-SYSTEM-YEAR      PIC 9(4).
           05  WS-SYSTEM-MMDD.
               10  WS-SYSTEM-MONTH PIC 9(2).
               10  WS-SYSTEM-DAY   PIC 9(2).
       01  WS-SYSTEM-YMD-N REDEFINES WS-SYSTEM-YMD PIC 9(8).
       01  WS-EARLIEST-BIRTH-YEAR  PIC 9(4) VALUE 1900.

      * Run totals carried onto the bottom of the report. Confirmed
       01  WS-CONFIRMED-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-INSERT-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-DATES-MISSING-COUNT  PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.
       01  WS-AGE-DISP             PIC ZZ9.

               END-IF
           END-IF.

      * The full birth date and service start arrived after the
      * roster table did. The ALTER fails once a column exists, so a
      * nonzero SQLCODE here just means the table already carries it.
           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE roster
                       ADD COLUMN birth_date TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ birth_date column added"
               ELSE
                   DISPLAY "✓ birth_date column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
               EXEC SQL
                   ALTER TABLE roster
                       ADD COLUMN service_start TEXT
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "✓ service_start column added"
               ELSE
                   DISPLAY "✓ service_start column already present"
               END-IF
           END-IF.

           IF WS-PROGRAM-OK
      * Control record holding the last id assigned to the roster
      * table, same pattern as messages_control.
               INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "NAME                  BIRTH DATE  SERVICE     "
               DELIMITED BY SIZE
               "AGE  STATUS" DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD.

                   SET WS-ROSTER-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
      * Edit the record before any SQL is issued - a blank name, an
      * implausible birth year or a bad full date is reported and
      * skipped, and the rest of the roster still loads.
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN ROSTER-NAME = SPACES
                           MOVE "NO NAME" TO WS-REJECT-REASON
                       WHEN ROSTER-BIRTH-YEAR NOT NUMERIC
                           MOVE "BAD BIRTH YEAR" TO WS-REJECT-REASON
                       WHEN ROSTER-BIRTH-YEAR <
                               WS-EARLIEST-BIRTH-YEAR
                           OR ROSTER-BIRTH-YEAR > WS-SYSTEM-YEAR
                           MOVE "BAD BIRTH YEAR" TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM 412-EDIT-FULL-DATES
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 415-WRITE-REJECT-LINE
                   ELSE
                       MOVE ROSTER-NAME TO WS-WORK-NAME
                       MOVE ROSTER-BIRTH-YEAR TO WS-WORK-BIRTH-YEAR
                       PERFORM 413-COMPUTE-AGE
                       ADD 1 TO WS-ROSTER-ID
                       PERFORM 417-CHECK-EXISTING-ID
                       IF WS-PROGRAM-OK
                           IF WS-ID-EXISTS
                               PERFORM 425-UPDATE-ONE-ROSTER
                           ELSE
                               PERFORM 420-INSERT-ONE-ROSTER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       412-EDIT-FULL-DATES.
      * The month and day of birth and the service start are both
      * optional - a record from before they were added still loads,
      * flagged DATES MISSING - but one that is supplied must be a
      * real calendar date no later than today, and service cannot
      * start before birth.
           MOVE 'N' TO WS-BIRTH-DATE-SW
           MOVE 'N' TO WS-SERVICE-DATE-SW
           IF ROSTER-BIRTH-MMDD NOT = SPACES
               IF ROSTER-BIRTH-MMDD NOT NUMERIC
                   MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(ROSTER-BIRTH-DATE-N)
                           NOT = ZERO
                       OR ROSTER-BIRTH-DATE-N > WS-SYSTEM-YMD-N
                       MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
                   ELSE
                       SET WS-BIRTH-DATE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND ROSTER-SERVICE-START NOT = SPACES
               IF ROSTER-SERVICE-START NOT NUMERIC
                   MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD
                               (ROSTER-SERVICE-START-N) NOT = ZERO
                           MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
                       WHEN ROSTER-SERVICE-START-N > WS-SYSTEM-YMD-N
                           MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
                       WHEN WS-BIRTH-DATE-FULL
                           AND ROSTER-SERVICE-START-N
                               < ROSTER-BIRTH-DATE-N
                           MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
                       WHEN ROSTER-SERVICE-YEAR < ROSTER-BIRTH-YEAR
                           MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
                       WHEN OTHER
                           SET WS-SERVICE-DATE-GIVEN TO TRUE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE SPACES TO WS-WORK-BIRTH-DATE
           MOVE SPACES TO WS-WORK-SERVICE-START
           IF WS-REJECT-REASON = SPACES
               IF WS-BIRTH-DATE-FULL
                   MOVE ROSTER-BIRTH-YEAR TO WS-WORK-BIRTH-YYYY
                   MOVE '-' TO WS-WORK-BIRTH-DATE(5:1)
                   MOVE ROSTER-BIRTH-MONTH TO WS-WORK-BIRTH-MM
                   MOVE '-' TO WS-WORK-BIRTH-DATE(8:1)
                   MOVE ROSTER-BIRTH-DAY TO WS-WORK-BIRTH-DD
               END-IF
               IF WS-SERVICE-DATE-GIVEN
                   MOVE ROSTER-SERVICE-YEAR TO WS-WORK-SERVICE-YYYY
                   MOVE '-' TO WS-WORK-SERVICE-START(5:1)
                   MOVE ROSTER-SERVICE-MONTH TO WS-WORK-SERVICE-MM
                   MOVE '-' TO WS-WORK-SERVICE-START(8:1)
                   MOVE ROSTER-SERVICE-DAY TO WS-WORK-SERVICE-DD
               END-IF
           END-IF.

       413-COMPUTE-AGE.
      * Completed years as of today - one less than the year
      * difference while this year's birthday is still to come. A
      * year-only record can only be aged by the year difference.
           COMPUTE WS-WORK-AGE =
               WS-SYSTEM-YEAR - WS-WORK-BIRTH-YEAR
           IF WS-BIRTH-DATE-FULL
               AND ROSTER-BIRTH-MMDD > WS-SYSTEM-MMDD
               AND WS-WORK-AGE > ZERO
               SUBTRACT 1 FROM WS-WORK-AGE
           END-IF.

       417-CHECK-EXISTING-ID.
           MOVE 'N' TO WS-ID-EXISTS-SW
           EXEC SQL

       415-WRITE-REJECT-LINE.
      * The record failed the edit - it still lands on the report,
      * flagged with the reason, so the per-run evidence is complete.
           MOVE ROSTER-BIRTH-DATE TO WS-RPT-BIRTH
           MOVE ROSTER-SERVICE-START TO WS-RPT-SERVICE
           MOVE SPACES TO WS-RPT-AGE
           MOVE SPACES TO WS-RPT-STATUS
           STRING "REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RPT-STATUS
           MOVE ROSTER-NAME TO WS-WORK-NAME
           PERFORM 428-WRITE-REPORT-LINE
           DISPLAY "✗ Roster record rejected: " ROSTER-NAME
                   " - " WS-REJECT-REASON.

       420-INSERT-ONE-ROSTER.
           EXEC SQL
               INSERT INTO roster
                   (id, name, birth_year, age, run_date,
                    birth_date, service_start)
               VALUES (:WS-ROSTER-ID, :WS-WORK-NAME,
                       :WS-WORK-BIRTH-YEAR, :WS-WORK-AGE,
                       :WS-RUN-DATE-STAMP,
                       NULLIF(TRIM(:WS-WORK-BIRTH-DATE), ''),
                       NULLIF(TRIM(:WS-WORK-SERVICE-START), ''))
           END-EXEC

           IF SQLCODE = 0
               SET name = :WS-WORK-NAME,
                   birth_year = :WS-WORK-BIRTH-YEAR,
                   age = :WS-WORK-AGE,
                   run_date = :WS-RUN-DATE-STAMP,
                   birth_date = NULLIF(TRIM(:WS-WORK-BIRTH-DATE), ''),
                   service_start =
                       NULLIF(TRIM(:WS-WORK-SERVICE-START), '')
               WHERE id = :WS-ROSTER-ID
           END-EXEC

           END-IF.

       427-WRITE-CONFIRMED-LINE.
      * A record loaded without both full dates is confirmed but
      * flagged - it cannot be placed in a notice month until the
      * dates are supplied on a later roster.
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE WS-WORK-AGE TO WS-AGE-DISP
           MOVE WS-AGE-DISP TO WS-RPT-AGE
           IF WS-BIRTH-DATE-FULL
               MOVE WS-WORK-BIRTH-DATE TO WS-RPT-BIRTH
           ELSE
               MOVE WS-WORK-BIRTH-YEAR TO WS-RPT-BIRTH
           END-IF
           MOVE WS-WORK-SERVICE-START TO WS-RPT-SERVICE
           IF WS-BIRTH-DATE-FULL AND WS-SERVICE-DATE-GIVEN
               MOVE "CONFIRMED" TO WS-RPT-STATUS
           ELSE
               ADD 1 TO WS-DATES-MISSING-COUNT
               MOVE "CONFIRMED - DATES MISSING" TO WS-RPT-STATUS
           END-IF
           PERFORM 428-WRITE-REPORT-LINE.

       428-WRITE-REPORT-LINE.
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING WS-WORK-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-BIRTH DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-SERVICE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-AGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-STATUS DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD.

           STRING "REJECTED:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD
           MOVE WS-DATES-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "DATES MISSING: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD.

       600-VERIFY-DATA.
