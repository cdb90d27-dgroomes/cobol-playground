       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-CYCLE.
       AUTHOR. GixSQL Example.

      *****************************************************************
      * Runs the nightly batch cycle from a step list instead of the  *
      * order the on-call person carries in their head - the load,    *
      * the expiry sweep, the archive, the extract, the feed control  *
      * report and the two digests - and stops a step from running    *
      * on the back of a predecessor that did not finish cleanly.     *
      *                                                                *
      * CYCLE-STEPS carries one record per step, in run order: a      *
      * step id, the program id it writes to RUN-SUMMARY, the command *
      * that runs it, the highest RETURN-CODE that still lets its     *
      * successors go, the SUM-PROGRAM-STATUS values that do the same *
      * (spaces for a program that writes no RUN-SUMMARY record -     *
      * the RETURN-CODE alone decides), and up to three predecessor   *
      * step ids. A typical nightly list:                             *
      *                                                                *
      *   LOAD     HELLO-WORLD-SQL       ./hello-world       0 G      *
      *   EXPIRE   EXPIRE-MESSAGES-SQL   ./expire-messages   0 G      *
      *            after LOAD                                         *
      *   ARCHIVE  ARCHIVE-MESSAGES-SQL  ./archive-messages  0 G      *
      *            after EXPIRE                                       *
      *   EXTRACT  EXTRACT-MESSAGES-SQL  ./extract-messages  0        *
      *            after ARCHIVE                                      *
      *   FEEDCTL  FEED-CONTROL-SQL      ./report-feeds      0        *
      *            after LOAD                                         *
      *   ERRDIGST SQL-ERROR-DIGEST      ./digest-error-log  0        *
      *   SUMDIGST RUN-SUMMARY-DIGEST    ./digest-run-summary 0       *
      *                                                                *
      * Each step's outcome is kept on CYCLE-STATUS, one record per   *
      * cycle date and step, rewritten after every step so a failure  *
      * part way through the night is already on file. A rerun for    *
      * the same cycle date skips every step that already ended 'G'   *
      * and picks up at the one that failed; a step whose predecessor *
      * has not ended 'G' is bypassed, never run. The cycle date is   *
      * today unless CYCLE-CONTROL names one - the way a cycle that   *
      * failed before midnight is finished after it.                  *
      *                                                                *
      * Step status codes on CYCLE-STATUS:                            *
      *   G  ended within its RETURN-CODE / status limits             *
      *   F  ended outside them - successors are bypassed             *
      *   P  bypassed - a predecessor had not ended 'G'               *
      *   R  started but never recorded an end (the cycle itself      *
      *      was interrupted) - treated as not complete               *
      *                                                                *
      * CYCLE-LOG gets one line per step per run - start, end,        *
      * return code, program status and whether it was run, skipped   *
      * or bypassed - appended so the reruns of a night read as one   *
      * story.                                                        *
      *                                                                *
      * This program reads and reshapes files only - it never         *
      * touches the database.                                         *
      *                                                                *
      * Modification History                                          *
      * 2026-10-15  Original version.                                 *
      * 2026-10-15  A step's exit code is taken from the wait status  *
      *             SYSTEM returns (exit code times 256), so a step   *
      *             allowed RC 4 can pass; a step killed by a signal  *
      *             is held at 999. A predecessor that is not a step  *
      *             earlier on the list refuses the whole list.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The step list - one record per step, in run order.
           SELECT CYCLE-STEPS ASSIGN TO "CYCLE-STEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STEPS-STATUS.

      * One control record - the cycle date to run or resume.
      * Missing is not an error; today's date applies.
           SELECT CYCLE-CONTROL ASSIGN TO "CYCLE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

      * The per-date step status table - read at the start of the
      * run, rewritten after every step.
           SELECT OPTIONAL CYCLE-STATUS ASSIGN TO "CYCLE-STATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS-STATUS.

      * The cycle log - one line per step per run, appended.
           SELECT OPTIONAL CYCLE-LOG ASSIGN TO "CYCLE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

      * The control totals file the batch programs append to - read
      * after a step to pick up the status the program ended with.
           SELECT OPTIONAL RUN-SUMMARY ASSIGN TO "RUN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STEPS
           RECORDING MODE IS F.
       01  CYCLE-STEPS-RECORD.
           05  STP-STEP-ID         PIC X(08).
           05  STP-PROGRAM-ID      PIC X(20).
           05  STP-COMMAND         PIC X(40).
           05  STP-MAX-RC          PIC 9(01).
           05  STP-GO-STATUSES     PIC X(03).
           05  STP-PREDECESSOR     OCCURS 3 TIMES
                                   PIC X(08).

       FD  CYCLE-CONTROL
           RECORDING MODE IS F.
       01  CYCLE-CONTROL-RECORD.
           05  CTL-CYCLE-DATE      PIC X(10).

      * Same shape as WS-STATUS-ENTRY, so a record moves to and from
      * the table as a group.
       FD  CYCLE-STATUS
           RECORDING MODE IS F.
       01  CYCLE-STATUS-RECORD.
           05  CST-CYCLE-DATE      PIC X(10).
           05  CST-STEP-ID         PIC X(08).
           05  CST-STEP-STATUS     PIC X(01).
           05  CST-RETURN-CODE     PIC 9(03).
           05  CST-PROGRAM-STATUS  PIC X(01).
           05  CST-START-STAMP     PIC X(19).
           05  CST-END-STAMP       PIC X(19).

       FD  CYCLE-LOG
           RECORDING MODE IS F.
       01  CYCLE-LOG-RECORD            PIC X(132).

       FD  RUN-SUMMARY
           RECORDING MODE IS F.
           COPY RUNSUMRC.

       WORKING-STORAGE SECTION.

      * CYCLE-STEPS file handling
       01  WS-CYCLE-STEPS-STATUS   PIC X(02) VALUE '00'.
           88  WS-CYCLE-STEPS-OK       VALUE '00'.
       01  WS-STEPS-EOF-SW         PIC X VALUE 'N'.
           88  WS-STEPS-EOF            VALUE 'Y'.

      * CYCLE-CONTROL file handling
       01  WS-CYCLE-CONTROL-STATUS PIC X(02) VALUE '00'.
           88  WS-CYCLE-CONTROL-OK     VALUE '00'.

      * CYCLE-STATUS file handling
      * Status 05 is a successful open that had to create the
      * optional file first - normal for the very first cycle.
       01  WS-CYCLE-STATUS-STATUS  PIC X(02) VALUE '00'.
           88  WS-CYCLE-STATUS-OK      VALUE '00' '05'.
       01  WS-STATUS-EOF-SW        PIC X VALUE 'N'.
           88  WS-STATUS-EOF           VALUE 'Y'.

      * CYCLE-LOG file handling
       01  WS-CYCLE-LOG-STATUS     PIC X(02) VALUE '00'.
           88  WS-CYCLE-LOG-OK         VALUE '00' '05'.

      * RUN-SUMMARY file handling
       01  WS-RUN-SUMMARY-STATUS   PIC X(02) VALUE '00'.
           88  WS-RUN-SUMMARY-OK       VALUE '00' '05'.
       01  WS-SUM-EOF-SW           PIC X VALUE 'N'.
           88  WS-SUM-EOF              VALUE 'Y'.

      * Step list table - the steps in run order, as read.
       01  WS-STEP-LIMIT           PIC 9(4) COMP VALUE 20.
       01  WS-STEP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-SCAN-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-STP-PRED-SUB         PIC 9(4) COMP VALUE ZERO.
       01  WS-PRED-FOUND-SW        PIC X VALUE 'N'.
           88  WS-PRED-FOUND           VALUE 'Y'.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY       OCCURS 20 TIMES.
               10  CS-STEP-ID      PIC X(08).
               10  CS-PROGRAM-ID   PIC X(20).
               10  CS-COMMAND      PIC X(40).
               10  CS-MAX-RC       PIC 9(01).
               10  CS-GO-STATUSES  PIC X(03).
               10  CS-PREDECESSOR  OCCURS 3 TIMES
                                   PIC X(08).

      * Step status table - every CYCLE-STATUS record still inside
      * the retention window, plus the entries this run adds. The
      * file is rewritten from this table, so an overflow must fail
      * the run rather than silently drop a record on the rewrite.
       01  WS-STATUS-LIMIT         PIC 9(4) COMP VALUE 500.
       01  WS-STATUS-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-STATUS-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-STATUS-FOUND-SUB     PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-STATUS-SUB      PIC 9(4) COMP VALUE ZERO.
       01  WS-STATUS-TABLE.
           05  WS-STATUS-ENTRY     OCCURS 500 TIMES.
               10  SS-CYCLE-DATE   PIC X(10).
               10  SS-STEP-ID      PIC X(08).
               10  SS-STEP-STATUS  PIC X(01).
                   88  SS-STEP-COMPLETE    VALUE 'G'.
               10  SS-RETURN-CODE  PIC 9(03).
               10  SS-PROGRAM-STATUS PIC X(01).
               10  SS-START-STAMP  PIC X(19).
               10  SS-END-STAMP    PIC X(19).

      * The step in hand - the step id being looked up on the status
      * table, the predecessor being checked, and the outcome.
       01  WS-FIND-STEP-ID         PIC X(08) VALUE SPACES.
       01  WS-PRED-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-PRED-BLOCKED-SW      PIC X VALUE 'N'.
           88  WS-PRED-BLOCKED         VALUE 'Y'.
       01  WS-BLOCKING-STEP-ID     PIC X(08) VALUE SPACES.
       01  WS-STEP-COMMAND         PIC X(40) VALUE SPACES.
       01  WS-STEP-RC              PIC S9(9) COMP VALUE ZERO.
      * The wait status split into the exit code and the signal that
      * ended the step - zero when it ended by exiting.
       01  WS-STEP-EXIT-CODE       PIC S9(9) COMP VALUE ZERO.
       01  WS-STEP-SIGNAL          PIC S9(9) COMP VALUE ZERO.
       01  WS-STEP-RC-DISP         PIC ZZ9.
       01  WS-STEP-GO-SW           PIC X VALUE 'N'.
           88  WS-STEP-GO              VALUE 'Y'.
       01  WS-STEP-RESULT          PIC X(40) VALUE SPACES.
       01  WS-LOG-ACTION           PIC X(08) VALUE SPACES.

      * RUN-SUMMARY match - the record the step's program wrote is
      * the last one for its program id stamped at or after the step
      * start.
       01  WS-SUMMARY-FOUND-SW     PIC X VALUE 'N'.
           88  WS-SUMMARY-FOUND        VALUE 'Y'.
       01  WS-SUMMARY-STATUS       PIC X(01) VALUE SPACE.
       01  WS-STEP-START-NUM.
           05  WS-STEP-START-DATE  PIC 9(8).
           05  WS-STEP-START-TIME  PIC 9(8).

      * Timestamps - the clock reshaped for the log and status file.
       01  WS-NOW-TIMESTAMP.
           05  WS-NOW-DATE         PIC 9(8).
           05  WS-NOW-TIME         PIC 9(8).
       01  WS-NOW-DATE-X REDEFINES WS-NOW-TIMESTAMP.
           05  WS-NOW-YEAR         PIC X(4).
           05  WS-NOW-MONTH        PIC X(2).
           05  WS-NOW-DAY          PIC X(2).
           05  WS-NOW-HOUR         PIC X(2).
           05  WS-NOW-MINUTE       PIC X(2).
           05  WS-NOW-SECOND       PIC X(2).
           05  FILLER              PIC X(2).
       01  WS-STAMP-TEXT           PIC X(19) VALUE SPACES.

      * Cycle date - today unless CYCLE-CONTROL names one.
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
       01  WS-CYCLE-DATE           PIC X(10) VALUE SPACES.

      * Retention - status records younger than this many days stay
      * on file; older ones are dropped on the rewrite.
       01  WS-RETAIN-DAYS          PIC 9(3) VALUE 31.
       01  WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01  WS-CST-DATE-NUM-X.
           05  WS-CST-NUM-YEAR     PIC X(4).
           05  WS-CST-NUM-MONTH    PIC X(2).
           05  WS-CST-NUM-DAY      PIC X(2).
       01  WS-CST-DATE-NUM REDEFINES WS-CST-DATE-NUM-X
                                   PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.

      * Run totals
       01  WS-RUN-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  WS-BYPASSED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-COUNT-DISP           PIC ZZZ9.

      * Program status flags
       01  WS-PROGRAM-STATUS       PIC X VALUE 'G'.
           88  WS-PROGRAM-OK              VALUE 'G'.
           88  WS-PROGRAM-ERROR           VALUE 'E'.
      * The controller itself ran cleanly, but one or more steps
      * failed or were bypassed - the cycle needs a rerun.
       01  WS-CYCLE-STATUS         PIC X VALUE 'G'.
           88  WS-CYCLE-COMPLETE          VALUE 'G'.
           88  WS-CYCLE-INCOMPLETE        VALUE 'I'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-CYCLE-CONTROL
           PERFORM 200-LOAD-STEP-LIST
           PERFORM 250-LOAD-STEP-STATUS
           PERFORM 300-WRITE-LOG-HEADER
           PERFORM 400-RUN-CYCLE
           PERFORM 700-WRITE-LOG-TOTALS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "Nightly Batch Cycle"
           DISPLAY "===================".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD
           MOVE WS-CURRENT-YEAR TO WS-TODAY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TODAY-MONTH
           MOVE WS-CURRENT-DAY TO WS-TODAY-DAY
           MOVE WS-CURRENT-YMD TO WS-TODAY-NUM
           MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
           OPEN EXTEND CYCLE-LOG
           IF NOT WS-CYCLE-LOG-OK
               DISPLAY "✗ Unable to open CYCLE-LOG. STATUS: "
                       WS-CYCLE-LOG-STATUS
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF.

       150-LOAD-CYCLE-CONTROL.
      * A cycle date on CYCLE-CONTROL resumes that date's cycle - a
      * missing file, or a blank date, just means tonight's.
           OPEN INPUT CYCLE-CONTROL
           IF WS-CYCLE-CONTROL-OK
               READ CYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-CYCLE-DATE NOT = SPACES
                           MOVE CTL-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL
           END-IF
           DISPLAY "Cycle date: " WS-CYCLE-DATE.

       200-LOAD-STEP-LIST.
           IF WS-PROGRAM-OK
               OPEN INPUT CYCLE-STEPS
               IF WS-CYCLE-STEPS-OK
                   MOVE 'N' TO WS-STEPS-EOF-SW
                   PERFORM 210-LOAD-ONE-STEP
                       UNTIL WS-STEPS-EOF OR NOT WS-PROGRAM-OK
                   CLOSE CYCLE-STEPS
               ELSE
                   DISPLAY "✗ Unable to open CYCLE-STEPS. STATUS: "
                           WS-CYCLE-STEPS-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF

           IF WS-PROGRAM-OK
               IF WS-STEP-COUNT = ZERO
                   DISPLAY "✗ CYCLE-STEPS holds no steps"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               ELSE
                   MOVE WS-STEP-COUNT TO WS-COUNT-DISP
                   DISPLAY "✓ Steps on the list: " WS-COUNT-DISP
               END-IF
           END-IF.

       210-LOAD-ONE-STEP.
           READ CYCLE-STEPS
               AT END
                   SET WS-STEPS-EOF TO TRUE
               NOT AT END
      * A step with no id, no command or an unreadable RETURN-CODE
      * limit cannot be run or named as a predecessor - the list is
      * wrong and the cycle does not start on it.
                   EVALUATE TRUE
                       WHEN STP-STEP-ID = SPACES
                           OR STP-COMMAND = SPACES
                           DISPLAY "✗ Step list record without a "
                                   "step id or command"
                           MOVE 'E' TO WS-PROGRAM-STATUS
                       WHEN STP-MAX-RC NOT NUMERIC
                           DISPLAY "✗ Step " STP-STEP-ID
                                   " return code limit not numeric"
                           MOVE 'E' TO WS-PROGRAM-STATUS
                       WHEN WS-STEP-COUNT NOT < WS-STEP-LIMIT
                           DISPLAY "✗ Step table full at "
                                   WS-STEP-LIMIT " - run aborted"
                           MOVE 'E' TO WS-PROGRAM-STATUS
                       WHEN OTHER
                           PERFORM 215-CHECK-DUPLICATE-STEP
                           IF WS-PROGRAM-OK
                               PERFORM 218-CHECK-STEP-PREDECESSORS
                           END-IF
                           IF WS-PROGRAM-OK
                               ADD 1 TO WS-STEP-COUNT
                               MOVE CYCLE-STEPS-RECORD
                                   TO WS-STEP-ENTRY(WS-STEP-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ.

       215-CHECK-DUPLICATE-STEP.
      * Step ids key the status table - two steps with one id would
      * share a status and one of them would be skipped.
           PERFORM 217-MATCH-ONE-STEP
               VARYING WS-STEP-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STEP-SCAN-SUB > WS-STEP-COUNT
                   OR NOT WS-PROGRAM-OK.

       217-MATCH-ONE-STEP.
           IF CS-STEP-ID(WS-STEP-SCAN-SUB) = STP-STEP-ID
               DISPLAY "✗ Step " STP-STEP-ID
                       " appears twice on the step list"
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF.

       218-CHECK-STEP-PREDECESSORS.
      * A predecessor must be a step already loaded above this one.
      * One that names no step on the list, or a step that runs
      * later, could never end 'G' ahead of this step - the step
      * would be bypassed every night - so the list is wrong.
           PERFORM 219-CHECK-ONE-STEP-PRED
               VARYING WS-STP-PRED-SUB FROM 1 BY 1
               UNTIL WS-STP-PRED-SUB > 3
                   OR NOT WS-PROGRAM-OK.

       219-CHECK-ONE-STEP-PRED.
           IF STP-PREDECESSOR(WS-STP-PRED-SUB) NOT = SPACES
               MOVE 'N' TO WS-PRED-FOUND-SW
               PERFORM 220-MATCH-ONE-PRED
                   VARYING WS-STEP-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SCAN-SUB > WS-STEP-COUNT
                       OR WS-PRED-FOUND
               IF NOT WS-PRED-FOUND
                   DISPLAY "✗ Step " STP-STEP-ID
                           " names predecessor "
                           STP-PREDECESSOR(WS-STP-PRED-SUB)
                           " - not a step above it on the list"
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       220-MATCH-ONE-PRED.
           IF CS-STEP-ID(WS-STEP-SCAN-SUB)
                   = STP-PREDECESSOR(WS-STP-PRED-SUB)
               SET WS-PRED-FOUND TO TRUE
           END-IF.

       250-LOAD-STEP-STATUS.
      * Records past the retention window are dropped here, so the
      * rewrite after each step carries only the recent cycles.
           IF WS-PROGRAM-OK
               OPEN INPUT CYCLE-STATUS
               IF WS-CYCLE-STATUS-OK
                   MOVE 'N' TO WS-STATUS-EOF-SW
                   PERFORM 260-LOAD-ONE-STATUS
                       UNTIL WS-STATUS-EOF OR NOT WS-PROGRAM-OK
                   CLOSE CYCLE-STATUS
               ELSE
                   DISPLAY "✗ Unable to open CYCLE-STATUS. STATUS: "
                           WS-CYCLE-STATUS-STATUS
                   MOVE 'E' TO WS-PROGRAM-STATUS
               END-IF
           END-IF.

       260-LOAD-ONE-STATUS.
           READ CYCLE-STATUS
               AT END
                   SET WS-STATUS-EOF TO TRUE
               NOT AT END
                   MOVE CST-CYCLE-DATE(1:4) TO WS-CST-NUM-YEAR
                   MOVE CST-CYCLE-DATE(6:2) TO WS-CST-NUM-MONTH
                   MOVE CST-CYCLE-DATE(9:2) TO WS-CST-NUM-DAY
      * A record whose cycle date cannot be read is kept, where
      * someone will see it, rather than silently dropped.
                   IF WS-CST-DATE-NUM-X NUMERIC
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                           - FUNCTION INTEGER-OF-DATE(WS-CST-DATE-NUM)
                   ELSE
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF
                   IF WS-AGE-DAYS NOT > WS-RETAIN-DAYS
                       IF WS-STATUS-COUNT < WS-STATUS-LIMIT
                           ADD 1 TO WS-STATUS-COUNT
                           MOVE CYCLE-STATUS-RECORD
                               TO WS-STATUS-ENTRY(WS-STATUS-COUNT)
                       ELSE
                           DISPLAY "✗ Status table full at "
                                   WS-STATUS-LIMIT " - run aborted"
                           MOVE 'E' TO WS-PROGRAM-STATUS
                       END-IF
                   END-IF
           END-READ.

       300-WRITE-LOG-HEADER.
           IF WS-PROGRAM-OK
               PERFORM 470-TAKE-TIMESTAMP
               MOVE SPACES TO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               STRING "NIGHTLY CYCLE " DELIMITED BY SIZE
                   WS-CYCLE-DATE DELIMITED BY SIZE
                   " - RUN STARTED " DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               STRING "STEP     PROGRAM              ACTION   "
                   DELIMITED BY SIZE
                   "START               END                  RC"
                   DELIMITED BY SIZE
                   " ST RESULT" DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
           END-IF.

       400-RUN-CYCLE.
           IF WS-PROGRAM-OK
               PERFORM 410-PROCESS-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       OR NOT WS-PROGRAM-OK
           END-IF.

       410-PROCESS-ONE-STEP.
           MOVE CS-STEP-ID(WS-STEP-SUB) TO WS-FIND-STEP-ID
           PERFORM 415-FIND-STATUS-ENTRY
           MOVE WS-STATUS-FOUND-SUB TO WS-STEP-STATUS-SUB

           IF WS-STEP-STATUS-SUB > ZERO
               AND SS-STEP-COMPLETE(WS-STEP-STATUS-SUB)
      * Already ended 'G' for this cycle date - never run twice.
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-LOG-ACTION
               MOVE "ALREADY ENDED G FOR THIS CYCLE"
                   TO WS-STEP-RESULT
               PERFORM 480-WRITE-LOG-LINE
           ELSE
               PERFORM 420-CHECK-PREDECESSORS
               IF WS-PRED-BLOCKED
                   PERFORM 425-BYPASS-STEP
               ELSE
                   PERFORM 430-RUN-ONE-STEP
               END-IF
           END-IF.

       415-FIND-STATUS-ENTRY.
      * The status entry for WS-FIND-STEP-ID on this cycle date -
      * zero when the step has never been started for it.
           MOVE ZERO TO WS-STATUS-FOUND-SUB
           PERFORM 417-MATCH-ONE-STATUS
               VARYING WS-STATUS-SUB FROM 1 BY 1
               UNTIL WS-STATUS-SUB > WS-STATUS-COUNT
                   OR WS-STATUS-FOUND-SUB > ZERO.

       417-MATCH-ONE-STATUS.
           IF SS-CYCLE-DATE(WS-STATUS-SUB) = WS-CYCLE-DATE
               AND SS-STEP-ID(WS-STATUS-SUB) = WS-FIND-STEP-ID
               MOVE WS-STATUS-SUB TO WS-STATUS-FOUND-SUB
           END-IF.

       418-ADD-STATUS-ENTRY.
      * First start of this step for this cycle date - give it a
      * status entry of its own.
           IF WS-STATUS-COUNT < WS-STATUS-LIMIT
               ADD 1 TO WS-STATUS-COUNT
               MOVE WS-STATUS-COUNT TO WS-STEP-STATUS-SUB
               MOVE SPACES TO WS-STATUS-ENTRY(WS-STEP-STATUS-SUB)
               MOVE WS-CYCLE-DATE
                   TO SS-CYCLE-DATE(WS-STEP-STATUS-SUB)
               MOVE CS-STEP-ID(WS-STEP-SUB)
                   TO SS-STEP-ID(WS-STEP-STATUS-SUB)
               MOVE ZERO TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
           ELSE
               DISPLAY "✗ Status table full at "
                       WS-STATUS-LIMIT " - run aborted"
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF.

       420-CHECK-PREDECESSORS.
      * Every named predecessor must have ended 'G' for this cycle
      * date - on this run or an earlier one.
           MOVE 'N' TO WS-PRED-BLOCKED-SW
           MOVE SPACES TO WS-BLOCKING-STEP-ID
           PERFORM 422-CHECK-ONE-PREDECESSOR
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3 OR WS-PRED-BLOCKED.

       422-CHECK-ONE-PREDECESSOR.
           IF CS-PREDECESSOR(WS-STEP-SUB, WS-PRED-SUB) NOT = SPACES
               MOVE CS-PREDECESSOR(WS-STEP-SUB, WS-PRED-SUB)
                   TO WS-FIND-STEP-ID
               PERFORM 415-FIND-STATUS-ENTRY
               IF WS-STATUS-FOUND-SUB = ZERO
                   SET WS-PRED-BLOCKED TO TRUE
               ELSE
                   IF NOT SS-STEP-COMPLETE(WS-STATUS-FOUND-SUB)
                       SET WS-PRED-BLOCKED TO TRUE
                   END-IF
               END-IF
               IF WS-PRED-BLOCKED
                   MOVE WS-FIND-STEP-ID TO WS-BLOCKING-STEP-ID
               END-IF
           END-IF.

       425-BYPASS-STEP.
      * A predecessor has not ended 'G' - the step is recorded as
      * bypassed, and its own successors are bypassed in turn.
           IF WS-STEP-STATUS-SUB = ZERO
               PERFORM 418-ADD-STATUS-ENTRY
           END-IF
           IF WS-PROGRAM-OK
               MOVE 'P' TO SS-STEP-STATUS(WS-STEP-STATUS-SUB)
               MOVE ZERO TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
               MOVE SPACE TO SS-PROGRAM-STATUS(WS-STEP-STATUS-SUB)
               MOVE SPACES TO SS-START-STAMP(WS-STEP-STATUS-SUB)
               MOVE SPACES TO SS-END-STAMP(WS-STEP-STATUS-SUB)
               PERFORM 600-SAVE-STEP-STATUS
               ADD 1 TO WS-BYPASSED-COUNT
               SET WS-CYCLE-INCOMPLETE TO TRUE
               MOVE "BYPASSED" TO WS-LOG-ACTION
               MOVE SPACES TO WS-STEP-RESULT
               STRING "PREDECESSOR " DELIMITED BY SIZE
                   WS-BLOCKING-STEP-ID DELIMITED BY SPACE
                   " HAS NOT ENDED G" DELIMITED BY SIZE
                   INTO WS-STEP-RESULT
               PERFORM 480-WRITE-LOG-LINE
               DISPLAY "✗ Step " CS-STEP-ID(WS-STEP-SUB)
                       " bypassed - waiting on "
                       WS-BLOCKING-STEP-ID
           END-IF.

       430-RUN-ONE-STEP.
           IF WS-STEP-STATUS-SUB = ZERO
               PERFORM 418-ADD-STATUS-ENTRY
           END-IF

           IF WS-PROGRAM-OK
      * Mark the step started and put that on file before the
      * program runs - if the cycle itself dies mid-step, the rerun
      * sees 'R', not a stale 'G', and runs the step again.
               PERFORM 470-TAKE-TIMESTAMP
               MOVE WS-NOW-DATE TO WS-STEP-START-DATE
               MOVE WS-NOW-TIME TO WS-STEP-START-TIME
               MOVE 'R' TO SS-STEP-STATUS(WS-STEP-STATUS-SUB)
               MOVE ZERO TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
               MOVE SPACE TO SS-PROGRAM-STATUS(WS-STEP-STATUS-SUB)
               MOVE WS-STAMP-TEXT
                   TO SS-START-STAMP(WS-STEP-STATUS-SUB)
               MOVE SPACES TO SS-END-STAMP(WS-STEP-STATUS-SUB)
               PERFORM 600-SAVE-STEP-STATUS
           END-IF

           IF WS-PROGRAM-OK
               DISPLAY "Running step " CS-STEP-ID(WS-STEP-SUB)
                       " - " CS-PROGRAM-ID(WS-STEP-SUB)
               MOVE CS-COMMAND(WS-STEP-SUB) TO WS-STEP-COMMAND
               CALL "SYSTEM" USING WS-STEP-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
      * The step's exit status is not the cycle's - clear it so it
      * cannot leak into this program's own RETURN-CODE.
               MOVE ZERO TO RETURN-CODE
               PERFORM 470-TAKE-TIMESTAMP
               MOVE WS-STAMP-TEXT TO SS-END-STAMP(WS-STEP-STATUS-SUB)
      * SYSTEM hands back the wait status, not the exit code: a
      * step that exits normally comes back as its exit code times
      * 256, one ended by a signal as the signal number (the low
      * byte). A command that could not be launched at all comes
      * back negative. Either of those is held as 999 so it can
      * never pass a limit.
               IF WS-STEP-RC < ZERO
                   MOVE 999 TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
               ELSE
                   DIVIDE WS-STEP-RC BY 256
                       GIVING WS-STEP-EXIT-CODE
                       REMAINDER WS-STEP-SIGNAL
                   IF WS-STEP-SIGNAL NOT = ZERO
                       MOVE 999 TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
                   ELSE
                       MOVE WS-STEP-EXIT-CODE
                           TO SS-RETURN-CODE(WS-STEP-STATUS-SUB)
                   END-IF
               END-IF
               PERFORM 440-EVALUATE-STEP
               IF WS-STEP-GO
                   MOVE 'G' TO SS-STEP-STATUS(WS-STEP-STATUS-SUB)
                   DISPLAY "✓ Step " CS-STEP-ID(WS-STEP-SUB)
                           " ended G"
               ELSE
                   MOVE 'F' TO SS-STEP-STATUS(WS-STEP-STATUS-SUB)
                   ADD 1 TO WS-FAILED-COUNT
                   SET WS-CYCLE-INCOMPLETE TO TRUE
                   DISPLAY "✗ Step " CS-STEP-ID(WS-STEP-SUB)
                           " failed - " WS-STEP-RESULT
               END-IF
               PERFORM 600-SAVE-STEP-STATUS
               ADD 1 TO WS-RUN-COUNT
               MOVE "RUN" TO WS-LOG-ACTION
               PERFORM 480-WRITE-LOG-LINE
           END-IF.

       440-EVALUATE-STEP.
      * Go when the RETURN-CODE is within the step's limit and - for
      * a program that writes RUN-SUMMARY - the status it recorded
      * for this run is one the step list allows.
           MOVE 'Y' TO WS-STEP-GO-SW
           MOVE "WITHIN LIMITS" TO WS-STEP-RESULT
           IF SS-RETURN-CODE(WS-STEP-STATUS-SUB)
                   > CS-MAX-RC(WS-STEP-SUB)
               MOVE 'N' TO WS-STEP-GO-SW
               MOVE "RETURN CODE OVER STEP LIMIT" TO WS-STEP-RESULT
           END-IF

           IF CS-GO-STATUSES(WS-STEP-SUB) NOT = SPACES
               PERFORM 450-FIND-RUN-SUMMARY
               IF WS-SUMMARY-FOUND
                   MOVE WS-SUMMARY-STATUS
                       TO SS-PROGRAM-STATUS(WS-STEP-STATUS-SUB)
                   IF WS-SUMMARY-STATUS = SPACE
                       OR (WS-SUMMARY-STATUS
                               NOT = CS-GO-STATUSES(WS-STEP-SUB)(1:1)
                           AND WS-SUMMARY-STATUS
                               NOT = CS-GO-STATUSES(WS-STEP-SUB)(2:1)
                           AND WS-SUMMARY-STATUS
                               NOT = CS-GO-STATUSES(WS-STEP-SUB)(3:1))
                       IF WS-STEP-GO
                           MOVE "PROGRAM STATUS NOT ALLOWED TO GO"
                               TO WS-STEP-RESULT
                       END-IF
                       MOVE 'N' TO WS-STEP-GO-SW
                   END-IF
               ELSE
                   IF WS-STEP-GO
                       MOVE "NO RUN-SUMMARY RECORD FOR THIS RUN"
                           TO WS-STEP-RESULT
                   END-IF
                   MOVE 'N' TO WS-STEP-GO-SW
               END-IF
           END-IF.

       450-FIND-RUN-SUMMARY.
           MOVE 'N' TO WS-SUMMARY-FOUND-SW
           MOVE SPACE TO WS-SUMMARY-STATUS
           OPEN INPUT RUN-SUMMARY
           IF WS-RUN-SUMMARY-OK
               MOVE 'N' TO WS-SUM-EOF-SW
               PERFORM 455-CHECK-ONE-SUMMARY
                   UNTIL WS-SUM-EOF
               CLOSE RUN-SUMMARY
           ELSE
               DISPLAY "✗ Unable to open RUN-SUMMARY. STATUS: "
                       WS-RUN-SUMMARY-STATUS
           END-IF.

       455-CHECK-ONE-SUMMARY.
           READ RUN-SUMMARY
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF SUM-PROGRAM-ID = CS-PROGRAM-ID(WS-STEP-SUB)
                       AND SUM-RUN-DATE NUMERIC
                       AND SUM-RUN-TIME NUMERIC
                       IF SUM-RUN-DATE > WS-STEP-START-DATE
                           OR (SUM-RUN-DATE = WS-STEP-START-DATE
                               AND SUM-RUN-TIME
                                   NOT < WS-STEP-START-TIME)
                           SET WS-SUMMARY-FOUND TO TRUE
                           MOVE SUM-PROGRAM-STATUS
                               TO WS-SUMMARY-STATUS
                       END-IF
                   END-IF
           END-READ.

       470-TAKE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TIMESTAMP
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-NOW-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NOW-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NOW-DAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOW-HOUR DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-NOW-MINUTE DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-NOW-SECOND DELIMITED BY SIZE
               INTO WS-STAMP-TEXT.

       480-WRITE-LOG-LINE.
      * One step line, fields dropped into fixed columns under the
      * log heading. A skipped step shows the stamps and return code
      * of the run that completed it.
           MOVE SPACES TO CYCLE-LOG-RECORD
           MOVE CS-STEP-ID(WS-STEP-SUB) TO CYCLE-LOG-RECORD(1:8)
           MOVE CS-PROGRAM-ID(WS-STEP-SUB) TO CYCLE-LOG-RECORD(10:20)
           MOVE WS-LOG-ACTION TO CYCLE-LOG-RECORD(31:8)
           IF WS-STEP-STATUS-SUB > ZERO
               MOVE SS-START-STAMP(WS-STEP-STATUS-SUB)
                   TO CYCLE-LOG-RECORD(40:19)
               MOVE SS-END-STAMP(WS-STEP-STATUS-SUB)
                   TO CYCLE-LOG-RECORD(60:19)
               IF SS-START-STAMP(WS-STEP-STATUS-SUB) NOT = SPACES
                   MOVE SS-RETURN-CODE(WS-STEP-STATUS-SUB)
                       TO WS-STEP-RC-DISP
                   MOVE WS-STEP-RC-DISP TO CYCLE-LOG-RECORD(80:3)
               END-IF
               MOVE SS-PROGRAM-STATUS(WS-STEP-STATUS-SUB)
                   TO CYCLE-LOG-RECORD(84:1)
           END-IF
           MOVE WS-STEP-RESULT TO CYCLE-LOG-RECORD(87:40)
           WRITE CYCLE-LOG-RECORD.

       600-SAVE-STEP-STATUS.
      * Rewrite CYCLE-STATUS from the table - after every change, so
      * what has happened so far tonight survives an abend.
           OPEN OUTPUT CYCLE-STATUS
           IF WS-CYCLE-STATUS-OK
               PERFORM 610-SAVE-ONE-STATUS
                   VARYING WS-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-STATUS-SUB > WS-STATUS-COUNT
               CLOSE CYCLE-STATUS
           ELSE
               DISPLAY "✗ Unable to rewrite CYCLE-STATUS. STATUS: "
                       WS-CYCLE-STATUS-STATUS
               MOVE 'E' TO WS-PROGRAM-STATUS
           END-IF.

       610-SAVE-ONE-STATUS.
           MOVE WS-STATUS-ENTRY(WS-STATUS-SUB) TO CYCLE-STATUS-RECORD
           WRITE CYCLE-STATUS-RECORD.

       700-WRITE-LOG-TOTALS.
           IF WS-CYCLE-LOG-OK
               PERFORM 470-TAKE-TIMESTAMP
               MOVE SPACES TO CYCLE-LOG-RECORD
               STRING "RUN ENDED " DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-RUN-COUNT TO WS-COUNT-DISP
               STRING "STEPS RUN:      " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
               STRING "STEPS SKIPPED:  " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-BYPASSED-COUNT TO WS-COUNT-DISP
               STRING "STEPS BYPASSED: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
               STRING "STEPS FAILED:   " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CYCLE-LOG-RECORD
               WRITE CYCLE-LOG-RECORD
               IF NOT WS-PROGRAM-OK
                   MOVE SPACES TO CYCLE-LOG-RECORD
                   STRING "CYCLE CONTROL ERROR - SEE CONSOLE"
                       DELIMITED BY SIZE
                       INTO CYCLE-LOG-RECORD
                   WRITE CYCLE-LOG-RECORD
               END-IF
           END-IF.

       900-CLEANUP.
           IF WS-CYCLE-LOG-OK
               CLOSE CYCLE-LOG
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-PROGRAM-OK
                   DISPLAY "Nightly cycle stopped with errors."
                   MOVE 1 TO RETURN-CODE
               WHEN WS-CYCLE-INCOMPLETE
                   DISPLAY "Nightly cycle incomplete - rerun to "
                           "resume at the failed step."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Nightly cycle completed successfully!"
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
