      * processed / rows sorted / operations performed figures pulled
      * from each summary), and can rotate months past into archive
      * files so the live log stays small
      *
      * When the expected schedule RUNSCHED.TXT is present the report
      * also lists schedule exceptions: required runs missing from
      * the log, runs over their elapsed-time limit, and runs outside
      * their allowed days or hours.  A missed run ends this program
      * with RETURN-CODE 8, any other exception with 4.  Layout, with
      * * lines taken as comments:
      *   PROG|program|days|max seconds|from HHMM|to HHMM
      *   TERMEND|first date|last date
      *   RANGE|first date|last date
      * days is NIGHTLY (every day), WEEKDAYS (Monday to Friday) or
      * TERMEND (only inside a TERMEND window); max seconds and the
      * hours are optional, and hours may wrap past midnight.  RANGE
      * sets the days checked for missed runs; without it they are
      * the first day in the log through yesterday.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RUNLOGRPT.

           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RL-RPT-STATUS.
           SELECT SCHEDFILE ASSIGN TO "RUNSCHED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RL-SCHED-STATUS.
           SELECT ARCHFILE ASSIGN TO DYNAMIC RL-ARCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RL-ARCH-STATUS.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD SCHEDFILE.
       01 SCHEDFILE-REC PIC X(100).

       FD ARCHFILE.
       01 ARCHFILE-REC PIC X(120).

                   10 RL-D-DATE PIC X(8).
                   10 RL-D-RUNS PIC 9(5).

      * Expected schedule and the per-line fields the checks need,
      * kept beside RL-SAVED-LINE as each line is tallied
           01 RL-SCHED-STATUS PIC XX.
           01 RL-SCHED-MODE PIC A(1) VALUE "N".
           01 RL-SCHED-LINE PIC X(100).
           01 RL-SCHED-KIND PIC X(8).
           01 RL-SCHED-F2 PIC X(12).
           01 RL-SCHED-F3 PIC X(10).
           01 RL-SCHED-F4 PIC X(10).
           01 RL-SCHED-F5 PIC X(10).
           01 RL-SCHED-F6 PIC X(10).
           01 RL-SCHED-BAD PIC 9(3) VALUE 0.
           01 RL-SCH-MAX PIC 9(2) VALUE 30.
           01 RL-SCH-COUNT PIC 9(2) VALUE 0.
           01 RL-SCH-TABLE.
               05 RL-SCH-ENTRY OCCURS 30 TIMES.
                   10 RL-S-NAME PIC X(12).
                   10 RL-S-DAYS PIC X(8).
                   10 RL-S-MAX-SECS PIC 9(6).
                   10 RL-S-FROM PIC X(4).
                   10 RL-S-TO PIC X(4).
           01 RL-TE-MAX PIC 9(2) VALUE 20.
           01 RL-TE-COUNT PIC 9(2) VALUE 0.
           01 RL-TE-TABLE.
               05 RL-TE-ENTRY OCCURS 20 TIMES.
                   10 RL-TE-FROM PIC 9(8).
                   10 RL-TE-TO PIC 9(8).
           01 RL-RANGE-FROM PIC 9(8) VALUE 0.
           01 RL-RANGE-TO PIC 9(8) VALUE 0.
           01 RL-LN-TABLE.
               05 RL-LN-ENTRY OCCURS 1000 TIMES.
                   10 RL-LN-PROG PIC X(12).
                   10 RL-LN-DATE PIC X(8).
                   10 RL-LN-TIME PIC X(4).
                   10 RL-LN-SECS PIC X(7).
           01 RL-CHK-DATE PIC 9(8).
           01 RL-CHK-DATE-X REDEFINES RL-CHK-DATE PIC X(8).
           01 RL-CHK-PARTS REDEFINES RL-CHK-DATE.
               05 RL-CHK-YYYY PIC 9(4).
               05 RL-CHK-MM PIC 9(2).
               05 RL-CHK-DD PIC 9(2).
           01 RL-DAY-LIMIT PIC 9(3).
           01 RL-DAYS-CHECKED PIC 9(3).
           01 RL-MONTH-DAYS-X PIC X(24)
               VALUE "312831303130313130313031".
           01 RL-MONTH-DAYS REDEFINES RL-MONTH-DAYS-X.
               05 RL-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.
           01 RL-MONTH-END PIC 9(2).
           01 RL-DATES-OK PIC A(1).
           01 RL-LEAP-REM PIC 9(3).
           01 RL-LEAP-QUO PIC 9(4).
           01 RL-Z-MONTH PIC 9(2).
           01 RL-Z-YEAR PIC 9(4).
           01 RL-Z-SUM PIC 9(6).
           01 RL-Z-PART PIC 9(4).
           01 RL-WEEKDAY PIC 9(1).
           01 RL-IN-TERMEND PIC A(1).
           01 RL-REQUIRED PIC A(1).
           01 RL-FOUND PIC A(1).
           01 RL-SECS PIC 9(6).
           01 RL-OUTSIDE PIC X(40).
           01 RL-S-HIT PIC 9(2).
           01 RL-MISS-CNT PIC 9(4) VALUE 0.
           01 RL-OVER-CNT PIC 9(4) VALUE 0.
           01 RL-WINDOW-CNT PIC 9(4) VALUE 0.

           01 RL-I PIC 9(4).
           01 RL-I-2 PIC 9(4).
           01 RL-HIT PIC 9(3).
                    RL-OUTCOME RL-ELAPSED-TOK
           END-UNSTRING.
           MOVE RL-DATETIME(1:8) TO RL-DATE.
           MOVE RL-PROG TO RL-LN-PROG(RL-I).
           MOVE RL-DATE TO RL-LN-DATE(RL-I).
           MOVE RL-DATETIME(10:4) TO RL-LN-TIME(RL-I).
           MOVE SPACES TO RL-LN-SECS(RL-I).
           UNSTRING RL-ELAPSED-TOK DELIMITED BY "s"
               INTO RL-LN-SECS(RL-I)
           END-UNSTRING.
           PERFORM FIND-PROG-ENTRY.
           IF RL-HIT > 0 THEN
               ADD 1 TO RL-P-RUNS(RL-HIT)
               PERFORM WRITE-FAILURE-LINE VARYING RL-I FROM 1 BY 1
                   UNTIL RL-I > RL-FAIL-COUNT
           END-IF.
           PERFORM WRITE-SCHEDULE-EXCEPTIONS.
           CLOSE RPTFILE.
           DISPLAY "Operations report written to "
               FUNCTION TRIM(RL-RPT-FILE-NAME).
               INTO RL-RPT-LINE(18:5).
           PERFORM WRITE-REPORT-LINE.

       WRITE-SCHEDULE-EXCEPTIONS.
           PERFORM LOAD-SCHEDULE.
           MOVE SPACES TO RL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "Schedule Exceptions:" TO RL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RL-SCHED-MODE NOT = "Y" THEN
               MOVE "  (no RUNSCHED.TXT -- schedule not checked)"
                   TO RL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM SET-CHECK-RANGE
               PERFORM CHECK-ONE-RUN VARYING RL-I FROM 1 BY 1
                   UNTIL RL-I > RL-LINE-COUNT
               MOVE 0 TO RL-DAYS-CHECKED
               IF RL-RANGE-FROM > 0 THEN
                   MOVE RL-RANGE-FROM TO RL-CHK-DATE
                   PERFORM CHECK-ONE-DAY
                       UNTIL RL-CHK-DATE > RL-RANGE-TO
                          OR RL-DAYS-CHECKED = RL-DAY-LIMIT
               END-IF
               IF RL-MISS-CNT = 0 AND RL-OVER-CNT = 0
                  AND RL-WINDOW-CNT = 0 THEN
                   MOVE "  (none)" TO RL-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO RL-RPT-LINE
               IF RL-RANGE-FROM > 0 THEN
                   STRING "  Days checked " RL-RANGE-FROM " to "
                       RL-RANGE-TO DELIMITED BY SIZE INTO RL-RPT-LINE
               ELSE
                   MOVE "  No completed days to check for missed runs"
                       TO RL-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE RL-MISS-CNT TO RL-FN1
               STRING "  Missed runs:   " RL-FN1
                   DELIMITED BY SIZE INTO RL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RL-OVER-CNT TO RL-FN1
               STRING "  Overruns:      " RL-FN1
                   DELIMITED BY SIZE INTO RL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RL-WINDOW-CNT TO RL-FN1
               STRING "  Out of window: " RL-FN1
                   DELIMITED BY SIZE INTO RL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF RL-MISS-CNT > 0 THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF (RL-OVER-CNT > 0 OR RL-WINDOW-CNT > 0)
                      AND RETURN-CODE = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-SCHEDULE.
           MOVE "N" TO RL-SCHED-MODE.
           OPEN INPUT SCHEDFILE.
           IF RL-SCHED-STATUS = "00" THEN
               MOVE "Y" TO RL-SCHED-MODE
               MOVE "N" TO RL-EOF
               PERFORM LOAD-SCHEDULE-LINE UNTIL RL-EOF = "Y"
               CLOSE SCHEDFILE
               IF RL-SCHED-BAD > 0 THEN
                   MOVE RL-SCHED-BAD TO RL-FN1
                   DISPLAY "RUNSCHED.TXT: " FUNCTION TRIM(RL-FN1)
                       " lines not understood and ignored"
                   IF RETURN-CODE = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-SCHEDULE-LINE.
           READ SCHEDFILE INTO RL-SCHED-LINE
               AT END MOVE "Y" TO RL-EOF
           END-READ.
           IF RL-EOF NOT = "Y" AND RL-SCHED-LINE NOT = SPACES
              AND RL-SCHED-LINE(1:1) NOT = "*" THEN
               INSPECT RL-SCHED-LINE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO RL-SCHED-KIND RL-SCHED-F2 RL-SCHED-F3
                   RL-SCHED-F4 RL-SCHED-F5 RL-SCHED-F6
               UNSTRING RL-SCHED-LINE DELIMITED BY '|'
                   INTO RL-SCHED-KIND RL-SCHED-F2 RL-SCHED-F3
                        RL-SCHED-F4 RL-SCHED-F5 RL-SCHED-F6
               END-UNSTRING
               EVALUATE RL-SCHED-KIND
                   WHEN "PROG"
                       PERFORM STORE-SCHEDULE-PROG
                   WHEN "TERMEND"
                       PERFORM STORE-TERMEND-WINDOW
                   WHEN "RANGE"
                       PERFORM EDIT-SCHEDULE-DATES
                       IF RL-DATES-OK = "Y" THEN
                           MOVE RL-SCHED-F2(1:8) TO RL-RANGE-FROM
                           MOVE RL-SCHED-F3(1:8) TO RL-RANGE-TO
                       ELSE
                           ADD 1 TO RL-SCHED-BAD
                       END-IF
                   WHEN OTHER
                       ADD 1 TO RL-SCHED-BAD
               END-EVALUATE
           END-IF.

       STORE-SCHEDULE-PROG.
           IF RL-SCH-COUNT = RL-SCH-MAX
              OR RL-SCHED-F2 = SPACES
              OR (RL-SCHED-F3 NOT = "NIGHTLY"
                  AND RL-SCHED-F3 NOT = "WEEKDAYS"
                  AND RL-SCHED-F3 NOT = "TERMEND") THEN
               ADD 1 TO RL-SCHED-BAD
           ELSE
               ADD 1 TO RL-SCH-COUNT
               MOVE RL-SCHED-F2 TO RL-S-NAME(RL-SCH-COUNT)
               MOVE RL-SCHED-F3 TO RL-S-DAYS(RL-SCH-COUNT)
               MOVE 0 TO RL-S-MAX-SECS(RL-SCH-COUNT)
               IF FUNCTION TRIM(RL-SCHED-F4) IS NUMERIC THEN
                   COMPUTE RL-S-MAX-SECS(RL-SCH-COUNT) =
                       FUNCTION NUMVAL(RL-SCHED-F4)
               END-IF
               MOVE SPACES TO RL-S-FROM(RL-SCH-COUNT)
               MOVE SPACES TO RL-S-TO(RL-SCH-COUNT)
               IF RL-SCHED-F5(1:4) IS NUMERIC
                  AND RL-SCHED-F6(1:4) IS NUMERIC THEN
                   MOVE RL-SCHED-F5(1:4) TO RL-S-FROM(RL-SCH-COUNT)
                   MOVE RL-SCHED-F6(1:4) TO RL-S-TO(RL-SCH-COUNT)
               END-IF
           END-IF.

       STORE-TERMEND-WINDOW.
           PERFORM EDIT-SCHEDULE-DATES.
           IF RL-TE-COUNT = RL-TE-MAX
              OR RL-DATES-OK NOT = "Y" THEN
               ADD 1 TO RL-SCHED-BAD
           ELSE
               ADD 1 TO RL-TE-COUNT
               MOVE RL-SCHED-F2(1:8) TO RL-TE-FROM(RL-TE-COUNT)
               MOVE RL-SCHED-F3(1:8) TO RL-TE-TO(RL-TE-COUNT)
           END-IF.

      * RANGE and TERMEND dates: both YYYYMMDD with a real month and
      * day, or the line is not understood
       EDIT-SCHEDULE-DATES.
           MOVE "N" TO RL-DATES-OK.
           IF RL-SCHED-F2(1:8) IS NUMERIC
              AND RL-SCHED-F3(1:8) IS NUMERIC THEN
               MOVE "Y" TO RL-DATES-OK
               MOVE RL-SCHED-F2(1:8) TO RL-CHK-DATE
               PERFORM EDIT-ONE-SCHEDULE-DATE
               MOVE RL-SCHED-F3(1:8) TO RL-CHK-DATE
               PERFORM EDIT-ONE-SCHEDULE-DATE
           END-IF.

       EDIT-ONE-SCHEDULE-DATE.
           IF RL-CHK-MM < 1 OR RL-CHK-MM > 12
              OR RL-CHK-DD < 1 OR RL-CHK-DD > 31 THEN
               MOVE "N" TO RL-DATES-OK
           END-IF.

      * Without a RANGE line the days checked run from the first day
      * in the log to yesterday, capped at a year; today is left out
      * because its runs may not have happened yet
       SET-CHECK-RANGE.
           MOVE 366 TO RL-DAY-LIMIT.
           IF RL-RANGE-FROM = 0 THEN
               MOVE 99999999 TO RL-RANGE-FROM
               PERFORM WIDEN-CHECK-RANGE VARYING RL-I FROM 1 BY 1
                   UNTIL RL-I > RL-LINE-COUNT
               ACCEPT RL-TODAY FROM DATE YYYYMMDD
               MOVE RL-TODAY TO RL-CHK-DATE
               PERFORM PREV-CALENDAR-DAY
               MOVE RL-CHK-DATE TO RL-RANGE-TO
               IF RL-RANGE-FROM > RL-RANGE-TO THEN
                   MOVE 0 TO RL-RANGE-FROM
                   MOVE 0 TO RL-RANGE-TO
               END-IF
           END-IF.

       WIDEN-CHECK-RANGE.
           IF RL-LN-DATE(RL-I) IS NUMERIC THEN
               MOVE RL-LN-DATE(RL-I) TO RL-CHK-DATE
               IF RL-CHK-DATE < RL-RANGE-FROM THEN
                   MOVE RL-CHK-DATE TO RL-RANGE-FROM
               END-IF
           END-IF.

      * Overruns and out-of-window runs, one logged run at a time;
      * only runs of scheduled programs are judged
       CHECK-ONE-RUN.
           MOVE RL-LN-PROG(RL-I) TO RL-PROG.
           PERFORM FIND-SCHEDULE-ENTRY.
           IF RL-S-HIT > 0 AND RL-LN-DATE(RL-I) IS NUMERIC THEN
               IF RL-S-MAX-SECS(RL-S-HIT) > 0
                  AND FUNCTION TRIM(RL-LN-SECS(RL-I)) IS NUMERIC THEN
                   COMPUTE RL-SECS = FUNCTION NUMVAL(RL-LN-SECS(RL-I))
                   IF RL-SECS > RL-S-MAX-SECS(RL-S-HIT) THEN
                       PERFORM WRITE-OVERRUN-LINE
                   END-IF
               END-IF
               MOVE RL-LN-DATE(RL-I) TO RL-CHK-DATE
               PERFORM SET-DAY-FACTS
               MOVE SPACES TO RL-OUTSIDE
               EVALUATE RL-S-DAYS(RL-S-HIT)
                   WHEN "WEEKDAYS"
                       IF RL-WEEKDAY < 2 THEN
                           MOVE "not a weekday" TO RL-OUTSIDE
                       END-IF
                   WHEN "TERMEND"
                       IF RL-IN-TERMEND NOT = "Y" THEN
                           MOVE "outside the term-end window"
                               TO RL-OUTSIDE
                       END-IF
               END-EVALUATE
               IF RL-OUTSIDE = SPACES
                  AND RL-S-FROM(RL-S-HIT) NOT = SPACES THEN
                   PERFORM CHECK-RUN-HOURS
               END-IF
               IF RL-OUTSIDE NOT = SPACES THEN
                   PERFORM WRITE-WINDOW-LINE
               END-IF
           END-IF.

      * A from-time later than the to-time is a window that wraps
      * past midnight, such as 2200 to 0600
       CHECK-RUN-HOURS.
           IF RL-S-FROM(RL-S-HIT) NOT > RL-S-TO(RL-S-HIT) THEN
               IF RL-LN-TIME(RL-I) < RL-S-FROM(RL-S-HIT)
                  OR RL-LN-TIME(RL-I) > RL-S-TO(RL-S-HIT) THEN
                   PERFORM SET-HOURS-TEXT
               END-IF
           ELSE
               IF RL-LN-TIME(RL-I) < RL-S-FROM(RL-S-HIT)
                  AND RL-LN-TIME(RL-I) > RL-S-TO(RL-S-HIT) THEN
                   PERFORM SET-HOURS-TEXT
               END-IF
           END-IF.

       SET-HOURS-TEXT.
           STRING "outside hours " RL-S-FROM(RL-S-HIT) "-"
               RL-S-TO(RL-S-HIT) DELIMITED BY SIZE INTO RL-OUTSIDE.

       WRITE-OVERRUN-LINE.
           ADD 1 TO RL-OVER-CNT.
           MOVE SPACES TO RL-RPT-LINE.
           MOVE RL-SECS TO RL-FN2.
           MOVE RL-S-MAX-SECS(RL-S-HIT) TO RL-FN4.
           STRING "  OVERRUN   " RL-LN-DATE(RL-I) " "
               RL-LN-TIME(RL-I) "  " RL-LN-PROG(RL-I) " "
               FUNCTION TRIM(RL-FN2) "s, limit "
               FUNCTION TRIM(RL-FN4) "s"
               DELIMITED BY SIZE INTO RL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-WINDOW-LINE.
           ADD 1 TO RL-WINDOW-CNT.
           MOVE SPACES TO RL-RPT-LINE.
           STRING "  OUTSIDE   " RL-LN-DATE(RL-I) " "
               RL-LN-TIME(RL-I) "  " RL-LN-PROG(RL-I) " "
               FUNCTION TRIM(RL-OUTSIDE)
               DELIMITED BY SIZE INTO RL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       FIND-SCHEDULE-ENTRY.
           MOVE 0 TO RL-S-HIT.
           PERFORM MATCH-SCHEDULE-ENTRY VARYING RL-I-2 FROM 1 BY 1
               UNTIL RL-I-2 > RL-SCH-COUNT OR RL-S-HIT > 0.

       MATCH-SCHEDULE-ENTRY.
           IF RL-S-NAME(RL-I-2) = RL-PROG THEN
               MOVE RL-I-2 TO RL-S-HIT
           END-IF.

      * Missed runs: every calendar day in the range, every program
      * the schedule requires on that day, looked for in the log
       CHECK-ONE-DAY.
           PERFORM SET-DAY-FACTS.
           PERFORM CHECK-DAY-PROGRAM VARYING RL-S-HIT FROM 1 BY 1
               UNTIL RL-S-HIT > RL-SCH-COUNT.
           PERFORM NEXT-CALENDAR-DAY.
           ADD 1 TO RL-DAYS-CHECKED.

       CHECK-DAY-PROGRAM.
           MOVE "Y" TO RL-REQUIRED.
           EVALUATE RL-S-DAYS(RL-S-HIT)
               WHEN "WEEKDAYS"
                   IF RL-WEEKDAY < 2 THEN
                       MOVE "N" TO RL-REQUIRED
                   END-IF
               WHEN "TERMEND"
                   IF RL-IN-TERMEND NOT = "Y" THEN
                       MOVE "N" TO RL-REQUIRED
                   END-IF
           END-EVALUATE.
           IF RL-REQUIRED = "Y" THEN
               MOVE "N" TO RL-FOUND
               PERFORM MATCH-DAY-RUN VARYING RL-I FROM 1 BY 1
                   UNTIL RL-I > RL-LINE-COUNT OR RL-FOUND = "Y"
               IF RL-FOUND = "N" THEN
                   ADD 1 TO RL-MISS-CNT
                   MOVE SPACES TO RL-RPT-LINE
                   STRING "  MISSING   " RL-CHK-DATE-X "       "
                       RL-S-NAME(RL-S-HIT) " "
                       FUNCTION TRIM(RL-S-DAYS(RL-S-HIT))
                       " run not in the log"
                       DELIMITED BY SIZE INTO RL-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       MATCH-DAY-RUN.
           IF RL-LN-DATE(RL-I) = RL-CHK-DATE-X
              AND RL-LN-PROG(RL-I) = RL-S-NAME(RL-S-HIT) THEN
               MOVE "Y" TO RL-FOUND
           END-IF.

      * Day of week by Zeller's congruence (0 Saturday, 1 Sunday,
      * 2 through 6 Monday to Friday) and term-end membership for
      * the date in RL-CHK-DATE
       SET-DAY-FACTS.
           MOVE RL-CHK-MM TO RL-Z-MONTH.
           MOVE RL-CHK-YYYY TO RL-Z-YEAR.
           IF RL-Z-MONTH < 3 THEN
               ADD 12 TO RL-Z-MONTH
               SUBTRACT 1 FROM RL-Z-YEAR
           END-IF.
      * Each quotient is truncated on its own, as the formula needs
           COMPUTE RL-Z-SUM = RL-CHK-DD + RL-Z-YEAR.
           COMPUTE RL-Z-PART = (13 * (RL-Z-MONTH + 1)) / 5.
           ADD RL-Z-PART TO RL-Z-SUM.
           COMPUTE RL-Z-PART = RL-Z-YEAR / 4.
           ADD RL-Z-PART TO RL-Z-SUM.
           COMPUTE RL-Z-PART = RL-Z-YEAR / 100.
           SUBTRACT RL-Z-PART FROM RL-Z-SUM.
           COMPUTE RL-Z-PART = RL-Z-YEAR / 400.
           ADD RL-Z-PART TO RL-Z-SUM.
           DIVIDE RL-Z-SUM BY 7 GIVING RL-LEAP-QUO
               REMAINDER RL-WEEKDAY.
           MOVE "N" TO RL-IN-TERMEND.
           PERFORM MATCH-TERMEND-WINDOW VARYING RL-I-2 FROM 1 BY 1
               UNTIL RL-I-2 > RL-TE-COUNT OR RL-IN-TERMEND = "Y".

       MATCH-TERMEND-WINDOW.
           IF RL-CHK-DATE NOT < RL-TE-FROM(RL-I-2)
              AND RL-CHK-DATE NOT > RL-TE-TO(RL-I-2) THEN
               MOVE "Y" TO RL-IN-TERMEND
           END-IF.

       NEXT-CALENDAR-DAY.
           PERFORM SET-MONTH-END.
           IF RL-CHK-DD < RL-MONTH-END THEN
               ADD 1 TO RL-CHK-DD
           ELSE
               MOVE 1 TO RL-CHK-DD
               IF RL-CHK-MM = 12 THEN
                   MOVE 1 TO RL-CHK-MM
                   ADD 1 TO RL-CHK-YYYY
               ELSE
                   ADD 1 TO RL-CHK-MM
               END-IF
           END-IF.

       PREV-CALENDAR-DAY.
           IF RL-CHK-DD > 1 THEN
               SUBTRACT 1 FROM RL-CHK-DD
           ELSE
               IF RL-CHK-MM = 1 THEN
                   MOVE 12 TO RL-CHK-MM
                   SUBTRACT 1 FROM RL-CHK-YYYY
               ELSE
                   SUBTRACT 1 FROM RL-CHK-MM
               END-IF
               PERFORM SET-MONTH-END
               MOVE RL-MONTH-END TO RL-CHK-DD
           END-IF.

      * Length of the month in RL-CHK-DATE, February by the
      * Gregorian leap-year rule
       SET-MONTH-END.
           MOVE RL-MONTH-LEN(RL-CHK-MM) TO RL-MONTH-END.
           IF RL-CHK-MM = 2 THEN
               DIVIDE RL-CHK-YYYY BY 4 GIVING RL-LEAP-QUO
                   REMAINDER RL-LEAP-REM
               IF RL-LEAP-REM = 0 THEN
                   MOVE 29 TO RL-MONTH-END
                   DIVIDE RL-CHK-YYYY BY 100 GIVING RL-LEAP-QUO
                       REMAINDER RL-LEAP-REM
                   IF RL-LEAP-REM = 0 THEN
                       DIVIDE RL-CHK-YYYY BY 400 GIVING RL-LEAP-QUO
                           REMAINDER RL-LEAP-REM
                       IF RL-LEAP-REM NOT = 0 THEN
                           MOVE 28 TO RL-MONTH-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Rotation: every line whose month is before the current one
      * moves to RUNLOG-YYYYMM.TXT for its month, and the live file
      * is rewritten with only the current month's lines
