      * 2026-08-22  WS-CURRENT-YEAR now comes from the system date at
      *             run time instead of a hardcoded 2025, so the ages
      *             printed stay right from one year to the next.
      * 2026-10-15  ROSTER-IN now carries the month and day of birth
      *             and a service start date after the birth year;
      *             the age is one less while this year's birthday
      *             is still to come.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WORLD.
       AUTHOR. COBOL-LEARNER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One name/birth date/service start per record - the roster
      * confirmed by this run. Same layout LOAD-ROSTER-SQL reads.
           SELECT ROSTER-IN ASSIGN TO "ROSTER-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
       FILE SECTION.
       FD  ROSTER-IN
           RECORDING MODE IS F.
      * Year-only records from before the full dates were added read
      * with the month, day and service start left as spaces.
       01  ROSTER-IN-RECORD.
           05  ROSTER-NAME          PIC X(20).
           05  ROSTER-BIRTH-DATE.
               10  ROSTER-BIRTH-YEAR    PIC 9(4).
               10  ROSTER-BIRTH-MMDD.
                   15  ROSTER-BIRTH-MONTH   PIC 9(2).
                   15  ROSTER-BIRTH-DAY     PIC 9(2).
           05  ROSTER-SERVICE-START.
               10  ROSTER-SERVICE-YEAR  PIC 9(4).
               10  ROSTER-SERVICE-MONTH PIC 9(2).
               10  ROSTER-SERVICE-DAY   PIC 9(2).

       WORKING-STORAGE SECTION.
      * Level numbers organize data hierarchically
      * value until this is accepted in MAIN-PROCEDURE.
       01 WS-SYSTEM-DATE.
          05 WS-SYSTEM-YEAR     PIC 9(4).
          05 WS-SYSTEM-MMDD.
             10 WS-SYSTEM-MONTH PIC 9(2).
             10 WS-SYSTEM-DAY   PIC 9(2).
          
       01 WS-DISPLAY-ITEMS.
          05 WS-FUN-FACT        PIC X(50).
                   MOVE ROSTER-BIRTH-YEAR TO WS-COBOL-BIRTH
                   COMPUTE WS-COBOL-AGE =
                       WS-CURRENT-YEAR - WS-COBOL-BIRTH
      * Birthday not reached yet this year - one year younger
                   IF ROSTER-BIRTH-MMDD NUMERIC
                       AND ROSTER-BIRTH-MMDD > WS-SYSTEM-MMDD
                       AND WS-COBOL-AGE > 0
                       SUBTRACT 1 FROM WS-COBOL-AGE
                   END-IF

      * String manipulation with MOVE and literal
                   MOVE "COBOL has been around for" TO WS-FUN-FACT
