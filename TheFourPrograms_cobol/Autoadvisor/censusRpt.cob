      * Enrollment Census Report Program
      * Census-day picture of one term for the scheduling office,
      * built from the section master, SECTREG's registration log and
      * waitlist, and the course-demand forecast the AUTOADVISOR batch
      * wrote.  Each section shows its capacity, the seats the master
      * says are taken, the registrations actually in the log, its
      * waitlist depth and fill rate; a section below the minimum
      * enrollment is flagged as a cancellation candidate, and a seat
      * count that disagrees with the log is flagged for correction.
      * A second part sets each course's forecast demand against the
      * registrations and waitlist it actually drew and the seats
      * that were offered, to show where sections were over- or
      * under-built
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CENSUSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SECTFILE ASSIGN TO DYNAMIC SECT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC REG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT WAITFILE ASSIGN TO DYNAMIC WAIT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIT-STATUS.
           SELECT FCASTFILE ASSIGN TO DYNAMIC FCAST-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCAST-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECTFILE.
       01 SECT-FILE-REC.
            05 SECT-FILE-DESC PIC X(120).

       FD REGFILE.
       01 REG-FILE-REC.
            05 REG-FILE-DESC PIC X(120).

       FD WAITFILE.
       01 WAIT-FILE-REC.
            05 WAIT-FILE-DESC PIC X(120).

       FD FCASTFILE.
       01 FCAST-INPUT-FILE.
            05 FCAST-FILE-DESC PIC X(80).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-SECT-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-WAIT-FILE-NAME PIC X(50).
           01 WS-FCAST-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-SECT-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-WAIT-STATUS PIC XX.
           01 WS-FCAST-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-TERM-CODE PIC X(6).
           01 WS-MIN-TXT PIC X(10).
           01 WS-MIN-ENROLL PIC 9(4) VALUE 10.

      * One entry per section of the census term, from the section
      * master; registrations and waitlist lines are counted in
      * against it.  Sorted by course and section for the report.
           01 WS-CEN-MAX PIC 9(3) VALUE 500.
           01 WS-CEN-COUNT PIC 9(3) VALUE 0.
           01 CEN-TABLE.
               05 CEN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CEN-COUNT.
                   10 CEN-COURSE PIC X(50).
                   10 CEN-SECTION PIC X(4).
                   10 CEN-CAP PIC 9(4).
                   10 CEN-TAKEN PIC 9(4).
                   10 CEN-REGS PIC 9(4).
                   10 CEN-WAITS PIC 9(4).
           01 WS-CEN-I PIC 9(3).
           01 WS-CEN-HIT PIC 9(3).

      * One entry per course seen anywhere -- on a section, in the
      * logs, or in the forecast -- for the forecast comparison
           01 WS-CRS-MAX PIC 9(3) VALUE 500.
           01 WS-CRS-COUNT PIC 9(3) VALUE 0.
           01 CRS-TABLE.
               05 CRS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CRS-COUNT.
                   10 CRS-COURSE PIC X(50).
                   10 CRS-FCAST PIC 9(4).
                   10 CRS-SEATS PIC 9(5).
                   10 CRS-REGS PIC 9(5).
                   10 CRS-WAITS PIC 9(5).
                   10 CRS-SECTS PIC 9(3).
           01 WS-CRS-I PIC 9(3).
           01 WS-CRS-HIT PIC 9(3).
           01 WS-CRS-FULL PIC A(1) VALUE "N".

           01 WS-EOF PIC A(1).
           01 WS-IN-LINE PIC X(120).
           01 WS-SEC-COURSE PIC X(50).
           01 WS-SEC-SECTION PIC X(4).
           01 WS-SEC-TERM PIC X(6).
           01 WS-SEC-CAP-TXT PIC X(10).
           01 WS-SEC-TAKEN-TXT PIC X(10).
           01 WS-LOG-STU-ID PIC X(10).
           01 WS-LOG-COURSE PIC X(50).
           01 WS-LOG-SECTION PIC X(4).
           01 WS-LOG-TERM PIC X(6).
           01 WS-FC-CNT-TXT PIC X(10).
           01 WS-FC-COURSE PIC X(50).
           01 WS-FC-LINE-NO PIC 9(5).
           01 WS-FC-PTR PIC 9(3).

           01 WS-SECT-TOTAL PIC 9(4) VALUE 0.
           01 WS-LOW-CNT PIC 9(4) VALUE 0.
           01 WS-MISMATCH-CNT PIC 9(4) VALUE 0.
           01 WS-ORPHAN-CNT PIC 9(4) VALUE 0.
           01 WS-TOT-CAP PIC 9(6) VALUE 0.
           01 WS-TOT-TAKEN PIC 9(6) VALUE 0.
           01 WS-TOT-REGS PIC 9(6) VALUE 0.
           01 WS-TOT-WAITS PIC 9(6) VALUE 0.
           01 WS-TOT-FCAST PIC 9(6) VALUE 0.
           01 WS-FILL PIC 9(3).
           01 WS-VARIANCE PIC S9(5).
           01 WS-FFILL PIC ZZ9.
           01 WS-FN4 PIC Z(3)9.
           01 WS-FN5 PIC Z(4)9.
           01 WS-FN6 PIC Z(5)9.
           01 WS-FVAR PIC -(4)9.
           01 WS-FCNT PIC Z(3)9.
           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
           01 WS-FLAGS PIC X(30).

      * Shared run log: every program in the suite appends one line
      * per run to the same RUNLOG.TXT so activity across all can be
      * reviewed together
           01 WS-RUNLOG-DATE PIC 9(8).
           01 WS-RUNLOG-TIME PIC 9(8).
           01 WS-RUNLOG-SUMMARY PIC X(50) VALUE ' '.
           01 WS-RUNLOG-LINE PIC X(120) VALUE ' '.
           01 WS-RUN-START PIC 9(8).
           01 WS-RUN-ELAPSED PIC S9(6).
           01 WS-FRUN-ELAPSED PIC Z(5)9.
           01 WS-RUN-OUTCOME PIC X(7).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-START FROM TIME.
           PERFORM GET-SECTION-FILE-NAME.

           DISPLAY "Term Code: " WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           DISPLAY "Registration Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-REG-FILE-NAME.
           DISPLAY "Waitlist Filename (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-WAIT-FILE-NAME.
           DISPLAY "Demand Forecast Filename (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-FCAST-FILE-NAME.
           DISPLAY "Minimum Enrollment (blank for 10): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MIN-TXT.
           ACCEPT WS-MIN-TXT.
           IF FUNCTION TRIM(WS-MIN-TXT) IS NUMERIC THEN
               COMPUTE WS-MIN-ENROLL = FUNCTION NUMVAL(WS-MIN-TXT)
           END-IF.
           DISPLAY "Census Report Filename: " WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.

           PERFORM LOAD-TERM-SECTIONS.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM COUNT-REGISTRATIONS
           END-IF.
           IF RETURN-CODE NOT = 8 AND WS-WAIT-FILE-NAME NOT = SPACES
               PERFORM COUNT-WAITLIST
           END-IF.
           IF RETURN-CODE NOT = 8
              AND WS-FCAST-FILE-NAME NOT = SPACES THEN
               PERFORM LOAD-DEMAND-FORECAST
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM WRITE-CENSUS-REPORT
           END-IF.

           PERFORM APPEND-RUN-LOG.

           STOP RUN.

       GET-SECTION-FILE-NAME.
      * A mistyped name re-prompts instead of aborting the run
           MOVE "XX" TO WS-SECT-STATUS.
           PERFORM TRY-SECTION-FILE-NAME
               UNTIL WS-SECT-STATUS = "00".

       TRY-SECTION-FILE-NAME.
           DISPLAY "Section Master Filename: " WITH NO ADVANCING.
           ACCEPT WS-SECT-FILE-NAME.
           MOVE WS-SECT-FILE-NAME TO SECT-FILE-DESC.
           OPEN INPUT SECTFILE.
           IF WS-SECT-STATUS = "00" THEN
               CLOSE SECTFILE
           ELSE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-SECT-FILE-NAME)
                   " (file status " WS-SECT-STATUS "), try again"
           END-IF.

      * Only the census term's sections are kept; the rest of the
      * master is other terms
       LOAD-TERM-SECTIONS.
           MOVE WS-SECT-FILE-NAME TO SECT-FILE-DESC.
           OPEN INPUT SECTFILE.
           IF WS-SECT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open section master "
                   FUNCTION TRIM(WS-SECT-FILE-NAME)
                   " (file status " WS-SECT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM LOAD-SECTION-ROW UNTIL WS-EOF = "Y"
               CLOSE SECTFILE
               IF WS-CEN-COUNT > 0 THEN
                   SORT CEN-ENTRY ASCENDING KEY CEN-COURSE
                       CEN-SECTION
               END-IF
           END-IF.

       LOAD-SECTION-ROW.
           READ SECTFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" THEN
               MOVE SPACES TO WS-SEC-COURSE WS-SEC-SECTION
                   WS-SEC-TERM WS-SEC-CAP-TXT WS-SEC-TAKEN-TXT
               UNSTRING FUNCTION TRIM(WS-IN-LINE) DELIMITED BY '|'
                   INTO WS-SEC-COURSE WS-SEC-SECTION WS-SEC-TERM
                        WS-SEC-CAP-TXT WS-SEC-TAKEN-TXT
               END-UNSTRING
               IF WS-SEC-TERM = WS-TERM-CODE THEN
                   IF WS-SEC-COURSE = SPACES
                      OR FUNCTION TRIM(WS-SEC-CAP-TXT)
                          IS NOT NUMERIC THEN
                       DISPLAY "Bad section line skipped: "
                           FUNCTION TRIM(WS-IN-LINE)
                   ELSE
                       PERFORM ADD-CENSUS-SECTION
                   END-IF
               END-IF
           END-IF.

       ADD-CENSUS-SECTION.
           IF WS-CEN-COUNT = WS-CEN-MAX THEN
               DISPLAY "ERROR: more than " WS-CEN-MAX
                   " sections for the term -- table capacity "
                   "exceeded, stopping"
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CEN-COUNT
               MOVE WS-SEC-COURSE TO CEN-COURSE(WS-CEN-COUNT)
               MOVE WS-SEC-SECTION TO CEN-SECTION(WS-CEN-COUNT)
               COMPUTE CEN-CAP(WS-CEN-COUNT) =
                   FUNCTION NUMVAL(WS-SEC-CAP-TXT)
               SET CEN-TAKEN(WS-CEN-COUNT) TO 0
               IF FUNCTION TRIM(WS-SEC-TAKEN-TXT) IS NUMERIC THEN
                   COMPUTE CEN-TAKEN(WS-CEN-COUNT) =
                       FUNCTION NUMVAL(WS-SEC-TAKEN-TXT)
               END-IF
               SET CEN-REGS(WS-CEN-COUNT) TO 0
               SET CEN-WAITS(WS-CEN-COUNT) TO 0
               MOVE WS-SEC-COURSE TO WS-FC-COURSE
               PERFORM FIND-COURSE-ENTRY
               IF WS-CRS-HIT > 0 THEN
                   ADD CEN-CAP(WS-CEN-COUNT) TO CRS-SEATS(WS-CRS-HIT)
                   ADD 1 TO CRS-SECTS(WS-CRS-HIT)
               END-IF
           END-IF.

      * WS-FC-COURSE carries the course; a course not yet in the
      * table is added with zero counts
       FIND-COURSE-ENTRY.
           SET WS-CRS-HIT TO 0.
           PERFORM MATCH-COURSE-ENTRY VARYING WS-CRS-I FROM 1 BY 1
               UNTIL WS-CRS-I > WS-CRS-COUNT OR WS-CRS-HIT > 0.
           IF WS-CRS-HIT = 0 THEN
               IF WS-CRS-COUNT = WS-CRS-MAX THEN
                   IF WS-CRS-FULL = "N" THEN
                       DISPLAY "WARNING: more than " WS-CRS-MAX
                           " courses -- forecast comparison is "
                           "incomplete"
                       MOVE "Y" TO WS-CRS-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-CRS-COUNT
                   MOVE WS-FC-COURSE TO CRS-COURSE(WS-CRS-COUNT)
                   SET CRS-FCAST(WS-CRS-COUNT) TO 0
                   SET CRS-SEATS(WS-CRS-COUNT) TO 0
                   SET CRS-REGS(WS-CRS-COUNT) TO 0
                   SET CRS-WAITS(WS-CRS-COUNT) TO 0
                   SET CRS-SECTS(WS-CRS-COUNT) TO 0
                   SET WS-CRS-HIT TO WS-CRS-COUNT
               END-IF
           END-IF.

       MATCH-COURSE-ENTRY.
           IF CRS-COURSE(WS-CRS-I) = WS-FC-COURSE THEN
               SET WS-CRS-HIT TO WS-CRS-I
           END-IF.

       FIND-CENSUS-SECTION.
           SET WS-CEN-HIT TO 0.
           PERFORM MATCH-CENSUS-SECTION VARYING WS-CEN-I FROM 1 BY 1
               UNTIL WS-CEN-I > WS-CEN-COUNT OR WS-CEN-HIT > 0.

       MATCH-CENSUS-SECTION.
           IF CEN-COURSE(WS-CEN-I) = WS-LOG-COURSE
              AND CEN-SECTION(WS-CEN-I) = WS-LOG-SECTION THEN
               SET WS-CEN-HIT TO WS-CEN-I
           END-IF.

       COUNT-REGISTRATIONS.
           MOVE WS-REG-FILE-NAME TO REG-FILE-DESC.
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open registration log "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (file status " WS-REG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM COUNT-REGISTRATION-ROW UNTIL WS-EOF = "Y"
               CLOSE REGFILE
           END-IF.

      * A registration for a section no longer on the master (one
      * SECTMAINT cancelled) still counts toward its course's actual
      * demand, and is tallied as an orphan for the totals
       COUNT-REGISTRATION-ROW.
           READ REGFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" THEN
               PERFORM SPLIT-LOG-LINE
               IF WS-LOG-TERM = WS-TERM-CODE THEN
                   PERFORM FIND-CENSUS-SECTION
                   IF WS-CEN-HIT > 0 THEN
                       ADD 1 TO CEN-REGS(WS-CEN-HIT)
                   ELSE
                       ADD 1 TO WS-ORPHAN-CNT
                   END-IF
                   MOVE WS-LOG-COURSE TO WS-FC-COURSE
                   PERFORM FIND-COURSE-ENTRY
                   IF WS-CRS-HIT > 0 THEN
                       ADD 1 TO CRS-REGS(WS-CRS-HIT)
                   END-IF
               END-IF
           END-IF.

       COUNT-WAITLIST.
           MOVE WS-WAIT-FILE-NAME TO WAIT-FILE-DESC.
           OPEN INPUT WAITFILE.
           IF WS-WAIT-STATUS NOT = "00" THEN
               DISPLAY "WARNING: cannot open waitlist "
                   FUNCTION TRIM(WS-WAIT-FILE-NAME)
                   " (file status " WS-WAIT-STATUS
                   ") -- waitlist depth shown as zero"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM COUNT-WAITLIST-ROW UNTIL WS-EOF = "Y"
               CLOSE WAITFILE
           END-IF.

       COUNT-WAITLIST-ROW.
           READ WAITFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" THEN
               PERFORM SPLIT-LOG-LINE
               IF WS-LOG-TERM = WS-TERM-CODE THEN
                   PERFORM FIND-CENSUS-SECTION
                   IF WS-CEN-HIT > 0 THEN
                       ADD 1 TO CEN-WAITS(WS-CEN-HIT)
                   END-IF
                   MOVE WS-LOG-COURSE TO WS-FC-COURSE
                   PERFORM FIND-COURSE-ENTRY
                   IF WS-CRS-HIT > 0 THEN
                       ADD 1 TO CRS-WAITS(WS-CRS-HIT)
                   END-IF
               END-IF
           END-IF.

       SPLIT-LOG-LINE.
           MOVE SPACES TO WS-LOG-STU-ID WS-LOG-COURSE WS-LOG-SECTION
               WS-LOG-TERM.
           UNSTRING FUNCTION TRIM(WS-IN-LINE) DELIMITED BY '|'
               INTO WS-LOG-STU-ID WS-LOG-COURSE WS-LOG-SECTION
                    WS-LOG-TERM
           END-UNSTRING.

      * The forecast is AUTOADVISOR's WRITE-DEMAND-FORECAST output:
      * a title line, a "Students  Course" heading, then one line per
      * course of student count and course name
       LOAD-DEMAND-FORECAST.
           MOVE WS-FCAST-FILE-NAME TO FCAST-FILE-DESC.
           OPEN INPUT FCASTFILE.
           IF WS-FCAST-STATUS NOT = "00" THEN
               DISPLAY "WARNING: cannot open demand forecast "
                   FUNCTION TRIM(WS-FCAST-FILE-NAME)
                   " (file status " WS-FCAST-STATUS
                   ") -- forecast shown as zero"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-FC-LINE-NO TO 0
               MOVE "N" TO WS-EOF
               PERFORM LOAD-FORECAST-ROW UNTIL WS-EOF = "Y"
               CLOSE FCASTFILE
           END-IF.

       LOAD-FORECAST-ROW.
           READ FCASTFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" THEN
               ADD 1 TO WS-FC-LINE-NO
               IF WS-FC-LINE-NO > 2 AND WS-IN-LINE NOT = SPACES THEN
      * The course name may itself hold a space, so everything past
      * the count is taken as the course
                   MOVE SPACES TO WS-FC-CNT-TXT WS-FC-COURSE
                   MOVE FUNCTION TRIM(WS-IN-LINE) TO WS-IN-LINE
                   SET WS-FC-PTR TO 1
                   UNSTRING WS-IN-LINE DELIMITED BY ALL ' '
                       INTO WS-FC-CNT-TXT
                       WITH POINTER WS-FC-PTR
                   END-UNSTRING
                   IF WS-FC-PTR <= 120 THEN
                       MOVE WS-IN-LINE(WS-FC-PTR:) TO WS-FC-COURSE
                   END-IF
                   IF FUNCTION TRIM(WS-FC-CNT-TXT) IS NUMERIC
                      AND WS-FC-COURSE NOT = SPACES THEN
                       PERFORM FIND-COURSE-ENTRY
                       IF WS-CRS-HIT > 0 THEN
                           COMPUTE CRS-FCAST(WS-CRS-HIT) =
                               FUNCTION NUMVAL(WS-FC-CNT-TXT)
                       END-IF
                   ELSE
                       DISPLAY "Bad forecast line skipped: "
                           FUNCTION TRIM(WS-IN-LINE)
                   END-IF
               END-IF
           END-IF.

       WRITE-CENSUS-REPORT.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create census report "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
               MOVE WS-MIN-ENROLL TO WS-FCNT
               STRING "Enrollment Census -- term " WS-TERM-CODE
                   "  as of " WS-RUNLOG-DATE
                   "  (minimum enrollment "
                   FUNCTION TRIM(WS-FCNT) ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Sections:" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "  COURSE               SECT   CAP TAKEN"
                   "   REG  WAIT FILL%  FLAGS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-CEN-COUNT = 0 THEN
                   MOVE "  (no sections on the master for this term)"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM WRITE-SECTION-LINE
                       VARYING WS-CEN-I FROM 1 BY 1
                       UNTIL WS-CEN-I > WS-CEN-COUNT
               END-IF
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-SECTION-TOTALS
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-FORECAST-PART
               CLOSE RPTFILE
               DISPLAY "Census report written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
           END-IF.

      * Fill rate is log registrations over capacity: the log is the
      * record of who is actually in the seat, and TAKEN on the
      * master is what the log is being reconciled against
       WRITE-SECTION-LINE.
           ADD 1 TO WS-SECT-TOTAL.
           ADD CEN-CAP(WS-CEN-I) TO WS-TOT-CAP.
           ADD CEN-TAKEN(WS-CEN-I) TO WS-TOT-TAKEN.
           ADD CEN-REGS(WS-CEN-I) TO WS-TOT-REGS.
           ADD CEN-WAITS(WS-CEN-I) TO WS-TOT-WAITS.
           SET WS-FILL TO 0.
           IF CEN-CAP(WS-CEN-I) > 0 THEN
               COMPUTE WS-FILL ROUNDED =
                   CEN-REGS(WS-CEN-I) * 100 / CEN-CAP(WS-CEN-I)
                   ON SIZE ERROR MOVE 999 TO WS-FILL
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-FLAGS.
           IF CEN-REGS(WS-CEN-I) < WS-MIN-ENROLL THEN
               ADD 1 TO WS-LOW-CNT
               MOVE "CANCEL?" TO WS-FLAGS
           END-IF.
           IF CEN-REGS(WS-CEN-I) NOT = CEN-TAKEN(WS-CEN-I) THEN
               ADD 1 TO WS-MISMATCH-CNT
               STRING FUNCTION TRIM(WS-FLAGS) " TAKEN<>LOG"
                   DELIMITED BY SIZE INTO WS-FLAGS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE CEN-COURSE(WS-CEN-I) TO WS-RPT-LINE(3:20).
           MOVE CEN-SECTION(WS-CEN-I) TO WS-RPT-LINE(24:4).
           MOVE CEN-CAP(WS-CEN-I) TO WS-FN4.
           MOVE WS-FN4 TO WS-RPT-LINE(29:4).
           MOVE CEN-TAKEN(WS-CEN-I) TO WS-FN4.
           MOVE WS-FN4 TO WS-RPT-LINE(35:4).
           MOVE CEN-REGS(WS-CEN-I) TO WS-FN4.
           MOVE WS-FN4 TO WS-RPT-LINE(41:4).
           MOVE CEN-WAITS(WS-CEN-I) TO WS-FN4.
           MOVE WS-FN4 TO WS-RPT-LINE(47:4).
           MOVE WS-FILL TO WS-FFILL.
           MOVE WS-FFILL TO WS-RPT-LINE(52:3).
           MOVE "%" TO WS-RPT-LINE(55:1).
           MOVE FUNCTION TRIM(WS-FLAGS) TO WS-RPT-LINE(58:30).
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-TOTALS.
           MOVE WS-SECT-TOTAL TO WS-FCNT.
           STRING "Sections:                       " WS-FCNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-CAP TO WS-FN6.
           STRING "Seats offered:                " WS-FN6
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-TAKEN TO WS-FN6.
           STRING "Seats taken (master):         " WS-FN6
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-REGS TO WS-FN6.
           STRING "Registrations (log):          " WS-FN6
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-WAITS TO WS-FN6.
           STRING "Waitlisted:                   " WS-FN6
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LOW-CNT TO WS-FCNT.
           STRING "Below minimum (CANCEL?):        " WS-FCNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MISMATCH-CNT TO WS-FCNT.
           STRING "Seat count disagrees with log:  " WS-FCNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORPHAN-CNT TO WS-FCNT.
           STRING "Registrations for sections not on master: "
               WS-FCNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * A seat count out of step with the log means SECTREG's
      * master and log have drifted apart -- worth a warning
           IF WS-MISMATCH-CNT > 0 OR WS-ORPHAN-CNT > 0 THEN
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Demand is registrations plus waitlist: every student who
      * asked for the course.  SHORT means the forecast called for
      * more seats than were offered; OVER means at least a minimum
      * section's worth of seats beyond the forecast were built
       WRITE-FORECAST-PART.
           MOVE "Forecast vs Actual by Course:" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "  COURSE               SECTS SEATS FCAST"
               "   REG  WAIT  VARIANCE  NOTE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CRS-COUNT > 0 THEN
               SORT CRS-ENTRY ASCENDING KEY CRS-COURSE
               PERFORM WRITE-COURSE-LINE
                   VARYING WS-CRS-I FROM 1 BY 1
                   UNTIL WS-CRS-I > WS-CRS-COUNT
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-FCAST TO WS-FN6.
           STRING "Total forecast demand:        " WS-FN6
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-VARIANCE = WS-TOT-REGS + WS-TOT-WAITS
               - WS-TOT-FCAST.
           MOVE WS-VARIANCE TO WS-FVAR.
           STRING "Actual less forecast:          " WS-FVAR
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-COURSE-LINE.
           ADD CRS-FCAST(WS-CRS-I) TO WS-TOT-FCAST.
           COMPUTE WS-VARIANCE = CRS-REGS(WS-CRS-I)
               + CRS-WAITS(WS-CRS-I) - CRS-FCAST(WS-CRS-I).
           MOVE SPACES TO WS-FLAGS.
           IF CRS-FCAST(WS-CRS-I) > CRS-SEATS(WS-CRS-I) THEN
               MOVE "SHORT" TO WS-FLAGS
           END-IF.
           IF CRS-SEATS(WS-CRS-I)
              >= CRS-FCAST(WS-CRS-I) + WS-MIN-ENROLL
              AND CRS-SECTS(WS-CRS-I) > 1 THEN
               MOVE "OVER" TO WS-FLAGS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE CRS-COURSE(WS-CRS-I) TO WS-RPT-LINE(3:20).
           MOVE CRS-SECTS(WS-CRS-I) TO WS-FN4.
           MOVE WS-FN4 TO WS-RPT-LINE(24:4).
           MOVE CRS-SEATS(WS-CRS-I) TO WS-FN5.
           MOVE WS-FN5 TO WS-RPT-LINE(29:5).
           MOVE CRS-FCAST(WS-CRS-I) TO WS-FN5.
           MOVE WS-FN5 TO WS-RPT-LINE(35:5).
           MOVE CRS-REGS(WS-CRS-I) TO WS-FN5.
           MOVE WS-FN5 TO WS-RPT-LINE(41:5).
           MOVE CRS-WAITS(WS-CRS-I) TO WS-FN5.
           MOVE WS-FN5 TO WS-RPT-LINE(47:5).
           MOVE WS-VARIANCE TO WS-FVAR.
           MOVE WS-FVAR TO WS-RPT-LINE(55:5).
           MOVE WS-FLAGS TO WS-RPT-LINE(63:10).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       APPEND-RUN-LOG.
      * Append one line recording this run to the shared log file,
      * creating it on its very first use; the line ends with the
      * run's outcome (OK/WARNING/FAILED from the return code) and
      * its elapsed seconds
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           PERFORM SET-RUN-OUTCOME.
           OPEN EXTEND RUNLOGFILE.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOGFILE
           END-IF.
           MOVE SPACES TO WS-RUNLOG-LINE.
           STRING WS-SECT-TOTAL DELIMITED BY SIZE
               " sections " DELIMITED BY SIZE
               WS-LOW-CNT DELIMITED BY SIZE
               " below minimum " DELIMITED BY SIZE
               WS-MISMATCH-CNT DELIMITED BY SIZE
               " mismatched" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "CENSUSRPT" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SECT-FILE-NAME) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUNLOG-SUMMARY) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-OUTCOME) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FRUN-ELAPSED) DELIMITED BY SIZE
               "s" DELIMITED BY SIZE
               INTO WS-RUNLOG-LINE.
           MOVE WS-RUNLOG-LINE TO RUNLOGFILE-REC.
           WRITE RUNLOGFILE-REC.
           CLOSE RUNLOGFILE.

      * Outcome from the return code the run has already set, and
      * wall-clock seconds since the program started (midnight
      * rollover folded back in)
       SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE "OK" TO WS-RUN-OUTCOME
               WHEN RETURN-CODE < 8
                   MOVE "WARNING" TO WS-RUN-OUTCOME
               WHEN OTHER
                   MOVE "FAILED" TO WS-RUN-OUTCOME
           END-EVALUATE.
           COMPUTE WS-RUN-ELAPSED =
               (FUNCTION NUMVAL(WS-RUNLOG-TIME(1:2)) * 3600)
               + (FUNCTION NUMVAL(WS-RUNLOG-TIME(3:2)) * 60)
               + FUNCTION NUMVAL(WS-RUNLOG-TIME(5:2))
               - (FUNCTION NUMVAL(WS-RUN-START(1:2)) * 3600)
               - (FUNCTION NUMVAL(WS-RUN-START(3:2)) * 60)
               - FUNCTION NUMVAL(WS-RUN-START(5:2)).
           IF WS-RUN-ELAPSED < 0 THEN
               ADD 86400 TO WS-RUN-ELAPSED
           END-IF.
           MOVE WS-RUN-ELAPSED TO WS-FRUN-ELAPSED.
