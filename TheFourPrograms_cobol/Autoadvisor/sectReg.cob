      * registers a student into sections straight from the
      * eligible-course list AUTOADVISOR wrote, refusing a course
      * that is not on that list, taking a seat when one is open,
      * and waitlisting when the section is full.  A section that
      * meets at the same time as one the student already holds that
      * term is refused, and each student's sessions end with a
      * weekly schedule grid of the sections held.  Drop/add mode
      * also takes drops: the registration line comes out of the log,
      * the seat goes back to the section, and the first student on
      * that section's waitlist is promoted into it with a notice
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SECTREG.

           SELECT WAITFILE ASSIGN TO DYNAMIC WAIT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIT-STATUS.
           SELECT SCHEDFILE ASSIGN TO DYNAMIC SCHED-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT NOTICEFILE ASSIGN TO DYNAMIC NOTICE-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       01 WAIT-FILE-REC.
            05 WAIT-FILE-DESC PIC X(120).

       FD SCHEDFILE.
       01 SCHED-FILE-REC.
            05 SCHED-FILE-DESC PIC X(80).

       FD NOTICEFILE.
       01 NOTICE-FILE-REC.
            05 NOTICE-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

           01 WS-ELIG-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-WAIT-FILE-NAME PIC X(50).
           01 WS-NOTICE-FILE-NAME PIC X(50).
           01 WS-SCHED-FILE-NAME PIC X(50).
           01 WS-SECT-STATUS PIC XX.
           01 WS-ELIG-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-WAIT-STATUS PIC XX.
           01 WS-NOTICE-STATUS PIC XX.
           01 WS-SCHED-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

      * Section master layout: COURSE|SECTION|TERM|CAP|TAKEN, one
      * section per line, optionally followed by |DAYS|START|END|ROOM
      * for the meeting time (days as letters MTWRFSU, times HHMM on
      * the 24-hour clock); a section without them is "TBA" and never
      * conflicts.  The whole file is held in storage for the session
      * and rewritten with the updated seat counts at the end.
           01 WS-SECT-MAX PIC 9(3) VALUE 500.
           01 WS-SECT-COUNT PIC 9(3) VALUE 0.
           01 SECT-TABLE OCCURS 500 TIMES.
               05 SEC-TERM PIC X(6).
               05 SEC-CAP PIC 9(4).
               05 SEC-TAKEN PIC 9(4).
               05 SEC-DAYS PIC X(7).
               05 SEC-START PIC 9(4).
               05 SEC-END PIC 9(4).
               05 SEC-ROOM PIC X(10).
           01 WS-SECT-EOF PIC A(1).
           01 WS-SECT-OVERFLOW PIC A(1) VALUE "N".
           01 WS-SECT-LINE PIC X(120).
           01 WS-SEC-HIT PIC 9(3).
           01 WS-SEC-CAP-TXT PIC X(10).
           01 WS-SEC-TAKEN-TXT PIC X(10).
           01 WS-SEC-START-TXT PIC X(10).
           01 WS-SEC-END-TXT PIC X(10).
           01 WS-SEC-HELD PIC 9(3).

      * Time-conflict check and weekly grid.  Day letters in grid
      * column order; a grid row is one clock hour.
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           01 WS-DAY-I PIC 9(1).
           01 WS-DAY-CNT PIC 9(2).
           01 WS-CONFLICT-HIT PIC 9(4).
           01 WS-SCH-MAX PIC 9(2) VALUE 20.
           01 WS-SCH-COUNT PIC 9(2) VALUE 0.
           01 SCH-TABLE OCCURS 20 TIMES.
               05 SCH-SEC-IX PIC 9(3).
           01 WS-SCH-I PIC 9(2).
           01 WS-SCH-FIRST-HOUR PIC 9(2).
           01 WS-SCH-LAST-END PIC 9(4).
           01 WS-GRID-HOUR PIC 9(2).
           01 WS-GRID-COL PIC 9(3).
           01 WS-GRID-LINE PIC X(80).
           01 WS-FSTART PIC 9(4).
           01 WS-FEND PIC 9(4).

      * The eligible-course list is the registration output file
      * AUTOADVISOR wrote for the student: the Student: header line
           01 WS-HDR-TAG PIC X(10).
           01 WS-STU-ID PIC X(10).

      * Registration log and waitlist, both STUID|COURSE|SECTION|
      * TERM|YYYYMMDD.  A registration session appends to both as
      * before, holding only this term's registration lines so the
      * time-conflict check and grid can see what the student already
      * holds.  A drop/add session holds both whole so a drop can take
      * its line out; each is rewritten at the end without the dropped
      * and promoted lines.  The line as read is kept so the rewrite
      * puts every other line back exactly as it was.
           01 WS-LOG-ROW.
               05 WS-LOG-STU-ID PIC X(10).
               05 WS-LOG-COURSE PIC X(50).
               05 WS-LOG-SECTION PIC X(4).
               05 WS-LOG-TERM PIC X(6).
               05 WS-LOG-DATE PIC X(8).
           01 WS-RGL-MAX PIC 9(4) VALUE 5000.
           01 WS-RGL-COUNT PIC 9(4) VALUE 0.
           01 RGL-TABLE OCCURS 5000 TIMES.
               05 RGL-STU-ID PIC X(10).
               05 RGL-COURSE PIC X(50).
               05 RGL-SECTION PIC X(4).
               05 RGL-TERM PIC X(6).
               05 RGL-DATE PIC X(8).
               05 RGL-DROPPED PIC A(1).
               05 RGL-LINE PIC X(120).
           01 WS-RGL-EOF PIC A(1).
           01 WS-RGL-LOADED PIC A(1) VALUE "N".
           01 WS-RGL-I PIC 9(4).
           01 WS-RGL-HIT PIC 9(4).

           01 WS-WTL-MAX PIC 9(4) VALUE 5000.
           01 WS-WTL-COUNT PIC 9(4) VALUE 0.
           01 WTL-TABLE OCCURS 5000 TIMES.
               05 WTL-STU-ID PIC X(10).
               05 WTL-COURSE PIC X(50).
               05 WTL-SECTION PIC X(4).
               05 WTL-TERM PIC X(6).
               05 WTL-DATE PIC X(8).
               05 WTL-DROPPED PIC A(1).
               05 WTL-LINE PIC X(120).
           01 WS-WTL-EOF PIC A(1).
           01 WS-WTL-LOADED PIC A(1) VALUE "N".
           01 WS-WTL-I PIC 9(4).
           01 WS-WTL-HIT PIC 9(4).

           01 WS-TERM-CODE PIC X(6).
           01 WS-DROP-MODE PIC A(1) VALUE "N".
           01 WS-REQ-ACTION PIC A(1).
           01 WS-REQ-COURSE PIC X(50).
           01 WS-REQ-SECTION PIC X(4).
           01 WS-REQ-STU-ID PIC X(10).
           01 WS-REG-LINE PIC X(120).
           01 WS-NOTICE-LINE PIC X(120).
           01 WS-REG-CNT PIC 9(4) VALUE 0.
           01 WS-WAIT-CNT PIC 9(4) VALUE 0.
           01 WS-REFUSE-CNT PIC 9(4) VALUE 0.
           01 WS-DROP-CNT PIC 9(4) VALUE 0.
           01 WS-PROMOTE-CNT PIC 9(4) VALUE 0.
           01 WS-FSEATS PIC Z(3)9.

      * Shared run log: every program in the suite appends one line
      * reviewed together
           01 WS-RUNLOG-DATE PIC 9(8).
           01 WS-RUNLOG-TIME PIC 9(8).
           01 WS-RUNLOG-SUMMARY PIC X(60) VALUE ' '.
           01 WS-RUNLOG-LINE PIC X(120) VALUE ' '.
           01 WS-RUN-START PIC 9(8).
           01 WS-RUN-ELAPSED PIC S9(6).

           DISPLAY "Registration Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-REG-FILE-NAME.

           DISPLAY "Waitlist Filename: " WITH NO ADVANCING.
           ACCEPT WS-WAIT-FILE-NAME.

           DISPLAY "Drop/Add Mode (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-DROP-MODE.
           IF WS-DROP-MODE = "Y" OR WS-DROP-MODE = "y" THEN
               MOVE "Y" TO WS-DROP-MODE
           ELSE
               MOVE "N" TO WS-DROP-MODE
           END-IF.

           IF WS-DROP-MODE = "Y" THEN
               DISPLAY "Promotion Notice Filename: " WITH NO ADVANCING
               ACCEPT WS-NOTICE-FILE-NAME
               MOVE WS-NOTICE-FILE-NAME TO NOTICE-FILE-DESC
               OPEN EXTEND NOTICEFILE
               IF WS-NOTICE-STATUS = "35"
                   OPEN OUTPUT NOTICEFILE
               END-IF
               IF WS-NOTICE-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open promotion notices "
                       FUNCTION TRIM(WS-NOTICE-FILE-NAME)
                       " (file status " WS-NOTICE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "Schedule Grid Filename (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-SCHED-FILE-NAME.
           IF WS-SCHED-FILE-NAME NOT = SPACES THEN
               MOVE WS-SCHED-FILE-NAME TO SCHED-FILE-DESC
               OPEN EXTEND SCHEDFILE
               IF WS-SCHED-STATUS = "35"
                   OPEN OUTPUT SCHEDFILE
               END-IF
               IF WS-SCHED-STATUS NOT = "00" THEN
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME)
                       " (file status " WS-SCHED-STATUS
                       "), grids shown on screen only"
                   MOVE SPACES TO WS-SCHED-FILE-NAME
               END-IF
           END-IF.

           PERFORM LOAD-REGISTRATION-LOG.
           IF WS-DROP-MODE = "Y" THEN
               PERFORM LOAD-WAITLIST
           ELSE
               PERFORM OPEN-REGISTRATION-LOGS
           END-IF.

           IF RETURN-CODE NOT = 8 THEN
               IF WS-DROP-MODE = "Y" THEN
                   PERFORM DROP-ADD-STUDENTS
               ELSE
                   PERFORM REGISTER-STUDENTS
               END-IF
           END-IF.

           IF WS-DROP-MODE = "Y" AND WS-NOTICE-STATUS = "00" THEN
               CLOSE NOTICEFILE
           END-IF.
           IF WS-SCHED-FILE-NAME NOT = SPACES THEN
               CLOSE SCHEDFILE
           END-IF.

           IF WS-DROP-MODE = "Y" THEN
               PERFORM REWRITE-REGISTRATION-LOGS
           ELSE
               CLOSE REGFILE
               CLOSE WAITFILE
           END-IF.

           PERFORM REWRITE-SECTION-MASTER.

                   INITIALIZE SECT-TABLE(WS-SECT-COUNT)
                   MOVE SPACES TO WS-SEC-CAP-TXT
                   MOVE SPACES TO WS-SEC-TAKEN-TXT
                   MOVE SPACES TO WS-SEC-START-TXT
                   MOVE SPACES TO WS-SEC-END-TXT
                   UNSTRING FUNCTION TRIM(WS-SECT-LINE)
                       DELIMITED BY '|'
                       INTO SEC-COURSE(WS-SECT-COUNT)
                            SEC-TERM(WS-SECT-COUNT)
                            WS-SEC-CAP-TXT
                            WS-SEC-TAKEN-TXT
                            SEC-DAYS(WS-SECT-COUNT)
                            WS-SEC-START-TXT
                            WS-SEC-END-TXT
                            SEC-ROOM(WS-SECT-COUNT)
                   END-UNSTRING
                   IF SEC-COURSE(WS-SECT-COUNT) = SPACES
                      OR FUNCTION TRIM(WS-SEC-CAP-TXT)
                           COMPUTE SEC-TAKEN(WS-SECT-COUNT) =
                               FUNCTION NUMVAL(WS-SEC-TAKEN-TXT)
                       END-IF
                       PERFORM EDIT-MEETING-TIME
                   END-IF
               END-IF
           END-IF.

      * A meeting time that cannot be read (non-numeric or end not
      * after start) is treated as TBA rather than dropping the
      * section, so a typo never costs anyone their seat
       EDIT-MEETING-TIME.
           IF SEC-DAYS(WS-SECT-COUNT) NOT = SPACES THEN
               IF FUNCTION TRIM(WS-SEC-START-TXT) IS NUMERIC
                  AND FUNCTION TRIM(WS-SEC-END-TXT) IS NUMERIC THEN
                   COMPUTE SEC-START(WS-SECT-COUNT) =
                       FUNCTION NUMVAL(WS-SEC-START-TXT)
                   COMPUTE SEC-END(WS-SECT-COUNT) =
                       FUNCTION NUMVAL(WS-SEC-END-TXT)
               END-IF
               IF SEC-END(WS-SECT-COUNT) <= SEC-START(WS-SECT-COUNT)
                  OR SEC-END(WS-SECT-COUNT) > 2400 THEN
                   DISPLAY "Bad meeting time treated as TBA: "
                       FUNCTION TRIM(WS-SECT-LINE)
                   MOVE SPACES TO SEC-DAYS(WS-SECT-COUNT)
                   SET SEC-START(WS-SECT-COUNT) TO 0
                   SET SEC-END(WS-SECT-COUNT) TO 0
               END-IF
           END-IF.

      * A log that does not exist yet is a first run and starts
      * empty; any other open failure stops the run, since rewriting
      * a log that was never read would wipe it, and registering
      * without it would miss time conflicts.  A registration session
      * holds only this term's lines.
       LOAD-REGISTRATION-LOG.
           MOVE WS-REG-FILE-NAME TO REG-FILE-DESC.
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS = "35" THEN
               MOVE "Y" TO WS-RGL-LOADED
           ELSE
               IF WS-REG-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open registration log "
                       FUNCTION TRIM(WS-REG-FILE-NAME)
                       " (file status " WS-REG-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-RGL-LOADED
                   MOVE "N" TO WS-RGL-EOF
                   PERFORM LOAD-REGISTRATION-ROW
                       UNTIL WS-RGL-EOF = "Y"
                   CLOSE REGFILE
               END-IF
           END-IF.

       LOAD-REGISTRATION-ROW.
           READ REGFILE INTO WS-REG-LINE
               AT END MOVE "Y" TO WS-RGL-EOF
           END-READ.
           IF WS-RGL-EOF NOT = "Y" AND WS-REG-LINE NOT = SPACES THEN
               MOVE SPACES TO WS-LOG-ROW
               UNSTRING FUNCTION TRIM(WS-REG-LINE)
                   DELIMITED BY '|'
                   INTO WS-LOG-STU-ID
                        WS-LOG-COURSE
                        WS-LOG-SECTION
                        WS-LOG-TERM
                        WS-LOG-DATE
               END-UNSTRING
               IF WS-DROP-MODE = "Y" OR WS-LOG-TERM = WS-TERM-CODE
                  THEN
                   PERFORM STORE-REGISTRATION-ROW
               END-IF
           END-IF.

       STORE-REGISTRATION-ROW.
           IF WS-RGL-COUNT = WS-RGL-MAX THEN
               DISPLAY "ERROR: registration log has more than "
                   WS-RGL-MAX
                   " lines -- table capacity exceeded, stopping"
               MOVE "N" TO WS-RGL-LOADED
               MOVE "Y" TO WS-RGL-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RGL-COUNT
               INITIALIZE RGL-TABLE(WS-RGL-COUNT)
               MOVE "N" TO RGL-DROPPED(WS-RGL-COUNT)
               MOVE WS-REG-LINE TO RGL-LINE(WS-RGL-COUNT)
               MOVE WS-LOG-STU-ID TO RGL-STU-ID(WS-RGL-COUNT)
               MOVE WS-LOG-COURSE TO RGL-COURSE(WS-RGL-COUNT)
               MOVE WS-LOG-SECTION TO RGL-SECTION(WS-RGL-COUNT)
               MOVE WS-LOG-TERM TO RGL-TERM(WS-RGL-COUNT)
               MOVE WS-LOG-DATE TO RGL-DATE(WS-RGL-COUNT)
           END-IF.

       LOAD-WAITLIST.
           MOVE WS-WAIT-FILE-NAME TO WAIT-FILE-DESC.
           OPEN INPUT WAITFILE.
           IF WS-WAIT-STATUS = "35" THEN
               MOVE "Y" TO WS-WTL-LOADED
           ELSE
               IF WS-WAIT-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open waitlist "
                       FUNCTION TRIM(WS-WAIT-FILE-NAME)
                       " (file status " WS-WAIT-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-WTL-LOADED
                   MOVE "N" TO WS-WTL-EOF
                   PERFORM LOAD-WAITLIST-ROW UNTIL WS-WTL-EOF = "Y"
                   CLOSE WAITFILE
               END-IF
           END-IF.

       LOAD-WAITLIST-ROW.
           READ WAITFILE INTO WS-REG-LINE
               AT END MOVE "Y" TO WS-WTL-EOF
           END-READ.
           IF WS-WTL-EOF NOT = "Y" AND WS-REG-LINE NOT = SPACES THEN
               IF WS-WTL-COUNT = WS-WTL-MAX THEN
                   DISPLAY "ERROR: waitlist has more than "
                       WS-WTL-MAX
                       " lines -- table capacity exceeded, stopping"
                   MOVE "N" TO WS-WTL-LOADED
                   MOVE "Y" TO WS-WTL-EOF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-WTL-COUNT
                   INITIALIZE WTL-TABLE(WS-WTL-COUNT)
                   MOVE "N" TO WTL-DROPPED(WS-WTL-COUNT)
                   MOVE WS-REG-LINE TO WTL-LINE(WS-WTL-COUNT)
                   UNSTRING FUNCTION TRIM(WS-REG-LINE)
                       DELIMITED BY '|'
                       INTO WTL-STU-ID(WS-WTL-COUNT)
                            WTL-COURSE(WS-WTL-COUNT)
                            WTL-SECTION(WS-WTL-COUNT)
                            WTL-TERM(WS-WTL-COUNT)
                            WTL-DATE(WS-WTL-COUNT)
                   END-UNSTRING
               END-IF
           END-IF.

      * A registration session only ever adds lines, so both logs
      * are opened for append and each line is written as it is made
       OPEN-REGISTRATION-LOGS.
           MOVE WS-REG-FILE-NAME TO REG-FILE-DESC.
           OPEN EXTEND REGFILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGFILE
           END-IF.
           IF WS-REG-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open registration log "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (file status " WS-REG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-WAIT-FILE-NAME TO WAIT-FILE-DESC.
           OPEN EXTEND WAITFILE.
           IF WS-WAIT-STATUS = "35"
               OPEN OUTPUT WAITFILE
           END-IF.
           IF WS-WAIT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open waitlist "
                   FUNCTION TRIM(WS-WAIT-FILE-NAME)
                   " (file status " WS-WAIT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       REGISTER-STUDENTS.
      * One eligible-course list per student; a blank filename ends
      * the session
                       DISPLAY "Registering "
                           FUNCTION TRIM(WS-STU-ID)
                       PERFORM TAKE-SECTION-REQUESTS
                       PERFORM PRINT-WEEKLY-SCHEDULE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-REQ-COURSE.
           ACCEPT WS-REQ-COURSE.
           IF WS-REQ-COURSE NOT = SPACES THEN
               PERFORM ADD-ONE-COURSE
           END-IF.

       ADD-ONE-COURSE.
           PERFORM FIND-ELIGIBLE-COURSE
           IF WS-ELIG-HIT = 0 THEN
               ADD 1 TO WS-REFUSE-CNT
               DISPLAY "REFUSED   "
                   FUNCTION TRIM(WS-REQ-COURSE)
                   " -- not on this student's eligible list"
           ELSE
               DISPLAY "Section: " WITH NO ADVANCING
               ACCEPT WS-REQ-SECTION
               PERFORM FIND-SECTION
               IF WS-SEC-HIT = 0 THEN
                   ADD 1 TO WS-REFUSE-CNT
                   DISPLAY "REFUSED   "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " section "
                       FUNCTION TRIM(WS-REQ-SECTION)
                       " -- no such section for term "
                       WS-TERM-CODE
               ELSE
                   PERFORM TAKE-OR-WAITLIST
               END-IF
           END-IF.


       TAKE-OR-WAITLIST.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           MOVE WS-STU-ID TO WS-REQ-STU-ID.
           PERFORM CHECK-TIME-CONFLICT.
           IF WS-CONFLICT-HIT > 0 THEN
               ADD 1 TO WS-REFUSE-CNT
               DISPLAY "REFUSED   "
                   FUNCTION TRIM(WS-REQ-COURSE)
                   " section " FUNCTION TRIM(WS-REQ-SECTION)
                   " -- meets at the same time as "
                   FUNCTION TRIM(RGL-COURSE(WS-CONFLICT-HIT))
                   " section "
                   FUNCTION TRIM(RGL-SECTION(WS-CONFLICT-HIT))
           ELSE
               PERFORM TAKE-SEAT-OR-WAITLIST
           END-IF.

       TAKE-SEAT-OR-WAITLIST.
           IF SEC-TAKEN(WS-SEC-HIT) < SEC-CAP(WS-SEC-HIT) THEN
               IF WS-RGL-COUNT = WS-RGL-MAX THEN
                   ADD 1 TO WS-REFUSE-CNT
                   DISPLAY "REFUSED   "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " -- registration log table is full"
               ELSE
                   ADD 1 TO SEC-TAKEN(WS-SEC-HIT)
                   ADD 1 TO WS-REG-CNT
                   PERFORM ADD-REGISTRATION-ROW
                   COMPUTE WS-FSEATS =
                       SEC-CAP(WS-SEC-HIT) - SEC-TAKEN(WS-SEC-HIT)
                   DISPLAY "REGISTERED  "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " section " FUNCTION TRIM(WS-REQ-SECTION)
                       " (" FUNCTION TRIM(WS-FSEATS)
                       " seats left)"
               END-IF
           ELSE
               IF WS-WTL-COUNT = WS-WTL-MAX THEN
                   ADD 1 TO WS-REFUSE-CNT
                   DISPLAY "REFUSED   "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " -- waitlist table is full"
               ELSE
                   ADD 1 TO WS-WAIT-CNT
                   PERFORM BUILD-REGISTRATION-LINE
                   ADD 1 TO WS-WTL-COUNT
                   MOVE WS-REQ-STU-ID TO WTL-STU-ID(WS-WTL-COUNT)
                   MOVE WS-REQ-COURSE TO WTL-COURSE(WS-WTL-COUNT)
                   MOVE WS-REQ-SECTION TO WTL-SECTION(WS-WTL-COUNT)
                   MOVE WS-TERM-CODE TO WTL-TERM(WS-WTL-COUNT)
                   MOVE WS-RUNLOG-DATE TO WTL-DATE(WS-WTL-COUNT)
                   MOVE "N" TO WTL-DROPPED(WS-WTL-COUNT)
                   MOVE WS-REG-LINE TO WTL-LINE(WS-WTL-COUNT)
                   IF WS-DROP-MODE = "N" THEN
                       WRITE WAIT-FILE-REC FROM WS-REG-LINE
                   END-IF
                   DISPLAY "WAITLISTED  "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " section " FUNCTION TRIM(WS-REQ-SECTION)
                       " -- section is full"
               END-IF
           END-IF.

      * WS-SEC-HIT is the section asked for and WS-REQ-STU-ID the
      * student; any registration that student holds the same term
      * whose section shares a meeting day and overlaps in time is a
      * conflict.  WS-CONFLICT-HIT points at that registration line.
       CHECK-TIME-CONFLICT.
           SET WS-CONFLICT-HIT TO 0.
           IF SEC-DAYS(WS-SEC-HIT) NOT = SPACES THEN
               PERFORM MATCH-TIME-CONFLICT
                   VARYING WS-RGL-I FROM 1 BY 1
                   UNTIL WS-RGL-I > WS-RGL-COUNT
                       OR WS-CONFLICT-HIT > 0
           END-IF.

       MATCH-TIME-CONFLICT.
           IF RGL-DROPPED(WS-RGL-I) = "N"
              AND RGL-STU-ID(WS-RGL-I) = WS-REQ-STU-ID
              AND RGL-TERM(WS-RGL-I) = WS-TERM-CODE THEN
               PERFORM FIND-HELD-SECTION
               IF WS-SEC-HELD > 0 THEN
                   IF SEC-DAYS(WS-SEC-HELD) NOT = SPACES
                      AND SEC-START(WS-SEC-HIT) < SEC-END(WS-SEC-HELD)
                      AND SEC-START(WS-SEC-HELD) < SEC-END(WS-SEC-HIT)
                      THEN
                       SET WS-DAY-CNT TO 0
                       PERFORM COUNT-SHARED-DAY
                           VARYING WS-DAY-I FROM 1 BY 1
                           UNTIL WS-DAY-I > 7
                       IF WS-DAY-CNT > 0 THEN
                           SET WS-CONFLICT-HIT TO WS-RGL-I
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-HELD-SECTION.
           SET WS-SEC-HELD TO 0.
           PERFORM MATCH-HELD-SECTION VARYING WS-SEC-I FROM 1 BY 1
               UNTIL WS-SEC-I > WS-SECT-COUNT OR WS-SEC-HELD > 0.

       MATCH-HELD-SECTION.
           IF SEC-COURSE(WS-SEC-I) = RGL-COURSE(WS-RGL-I)
              AND SEC-SECTION(WS-SEC-I) = RGL-SECTION(WS-RGL-I)
              AND SEC-TERM(WS-SEC-I) = RGL-TERM(WS-RGL-I) THEN
               SET WS-SEC-HELD TO WS-SEC-I
           END-IF.

       COUNT-SHARED-DAY.
           IF SEC-DAYS(WS-SEC-HIT)(WS-DAY-I:1) NOT = SPACE THEN
               INSPECT SEC-DAYS(WS-SEC-HELD) TALLYING WS-DAY-CNT
                   FOR ALL SEC-DAYS(WS-SEC-HIT)(WS-DAY-I:1)
           END-IF.

      * WS-REQ-STU-ID/COURSE/SECTION carry the registration; the
      * caller has already checked there is room in the table.  A
      * registration session also appends the line to the log now.
       ADD-REGISTRATION-ROW.
           PERFORM BUILD-REGISTRATION-LINE.
           ADD 1 TO WS-RGL-COUNT.
           MOVE WS-REQ-STU-ID TO RGL-STU-ID(WS-RGL-COUNT).
           MOVE WS-REQ-COURSE TO RGL-COURSE(WS-RGL-COUNT).
           MOVE WS-REQ-SECTION TO RGL-SECTION(WS-RGL-COUNT).
           MOVE WS-TERM-CODE TO RGL-TERM(WS-RGL-COUNT).
           MOVE WS-RUNLOG-DATE TO RGL-DATE(WS-RGL-COUNT).
           MOVE "N" TO RGL-DROPPED(WS-RGL-COUNT).
           MOVE WS-REG-LINE TO RGL-LINE(WS-RGL-COUNT).
           IF WS-DROP-MODE = "N" THEN
               WRITE REG-FILE-REC FROM WS-REG-LINE
           END-IF.

       BUILD-REGISTRATION-LINE.
           MOVE SPACES TO WS-REG-LINE.
           STRING FUNCTION TRIM(WS-REQ-STU-ID)
               "|" FUNCTION TRIM(WS-REQ-COURSE)
               "|" FUNCTION TRIM(WS-REQ-SECTION)
               "|" WS-TERM-CODE
               "|" WS-RUNLOG-DATE
               DELIMITED BY SIZE INTO WS-REG-LINE.

      * Drop/add session: the student is keyed by ID, since a drop
      * needs no advising output; the eligible-course list is only
      * asked for so that adds can still be checked against it
       DROP-ADD-STUDENTS.
           MOVE "X" TO WS-REQ-STU-ID.
           PERFORM DROP-ADD-ONE-STUDENT
               UNTIL WS-REQ-STU-ID = SPACES.

       DROP-ADD-ONE-STUDENT.
           DISPLAY " ".
           DISPLAY "Student ID (blank to finish): " WITH NO ADVANCING.
           MOVE SPACES TO WS-REQ-STU-ID.
           ACCEPT WS-REQ-STU-ID.
           IF WS-REQ-STU-ID NOT = SPACES THEN
               SET WS-ELIG-COUNT TO 0
               DISPLAY "Eligible Course List Filename "
                   "(blank for drops only): " WITH NO ADVANCING
               MOVE SPACES TO WS-ELIG-FILE-NAME
               ACCEPT WS-ELIG-FILE-NAME
               IF WS-ELIG-FILE-NAME NOT = SPACES THEN
                   PERFORM LOAD-ELIGIBLE-LIST
                   IF WS-STU-ID NOT = WS-REQ-STU-ID THEN
                       DISPLAY "Eligible list is not for student "
                           FUNCTION TRIM(WS-REQ-STU-ID)
                           " -- adds will be refused"
                       SET WS-ELIG-COUNT TO 0
                   END-IF
               END-IF
               MOVE WS-REQ-STU-ID TO WS-STU-ID
               DISPLAY "Drop/add for " FUNCTION TRIM(WS-STU-ID)
               MOVE "X" TO WS-REQ-COURSE
               PERFORM TAKE-ONE-DROP-ADD UNTIL WS-REQ-COURSE = SPACES
               PERFORM PRINT-WEEKLY-SCHEDULE
               MOVE WS-STU-ID TO WS-REQ-STU-ID
           END-IF.

       TAKE-ONE-DROP-ADD.
           DISPLAY "Course (blank for next student): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-REQ-COURSE.
           ACCEPT WS-REQ-COURSE.
           IF WS-REQ-COURSE NOT = SPACES THEN
               DISPLAY "Drop or Add (D/A): " WITH NO ADVANCING
               MOVE SPACES TO WS-REQ-ACTION
               ACCEPT WS-REQ-ACTION
               EVALUATE WS-REQ-ACTION
                   WHEN "D" WHEN "d"
                       PERFORM DROP-ONE-COURSE
                   WHEN "A" WHEN "a"
                       PERFORM ADD-ONE-COURSE
                   WHEN OTHER
                       ADD 1 TO WS-REFUSE-CNT
                       DISPLAY "REFUSED   "
                           FUNCTION TRIM(WS-REQ-COURSE)
                           " -- action must be D or A"
               END-EVALUATE
           END-IF.

      * A registration comes out of the log even when its section
      * has since left the section master; the seat and the waitlist
      * promotion only apply when the section is still there.  A
      * student who is only waitlisted is taken off the waitlist.
       DROP-ONE-COURSE.
           DISPLAY "Section: " WITH NO ADVANCING.
           ACCEPT WS-REQ-SECTION.
           MOVE WS-STU-ID TO WS-REQ-STU-ID.
           PERFORM FIND-REGISTRATION.
           IF WS-RGL-HIT > 0 THEN
               MOVE "Y" TO RGL-DROPPED(WS-RGL-HIT)
               ADD 1 TO WS-DROP-CNT
               DISPLAY "DROPPED     "
                   FUNCTION TRIM(WS-REQ-COURSE)
                   " section " FUNCTION TRIM(WS-REQ-SECTION)
               PERFORM FIND-SECTION
               IF WS-SEC-HIT > 0 THEN
                   IF SEC-TAKEN(WS-SEC-HIT) > 0 THEN
                       SUBTRACT 1 FROM SEC-TAKEN(WS-SEC-HIT)
                   END-IF
                   PERFORM PROMOTE-FROM-WAITLIST
               END-IF
           ELSE
               PERFORM FIND-STUDENT-WAITLIST
               IF WS-WTL-HIT > 0 THEN
                   MOVE "Y" TO WTL-DROPPED(WS-WTL-HIT)
                   ADD 1 TO WS-DROP-CNT
                   DISPLAY "DROPPED     "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " section " FUNCTION TRIM(WS-REQ-SECTION)
                       " -- taken off the waitlist"
               ELSE
                   ADD 1 TO WS-REFUSE-CNT
                   DISPLAY "REFUSED   "
                       FUNCTION TRIM(WS-REQ-COURSE)
                       " section " FUNCTION TRIM(WS-REQ-SECTION)
                       " -- not registered or waitlisted for term "
                       WS-TERM-CODE
               END-IF
           END-IF.

       FIND-REGISTRATION.
           SET WS-RGL-HIT TO 0.
           PERFORM MATCH-REGISTRATION VARYING WS-RGL-I FROM 1 BY 1
               UNTIL WS-RGL-I > WS-RGL-COUNT OR WS-RGL-HIT > 0.

       MATCH-REGISTRATION.
           IF RGL-DROPPED(WS-RGL-I) = "N"
              AND RGL-STU-ID(WS-RGL-I) = WS-REQ-STU-ID
              AND RGL-COURSE(WS-RGL-I) = WS-REQ-COURSE
              AND RGL-SECTION(WS-RGL-I) = WS-REQ-SECTION
              AND RGL-TERM(WS-RGL-I) = WS-TERM-CODE THEN
               SET WS-RGL-HIT TO WS-RGL-I
           END-IF.

       FIND-STUDENT-WAITLIST.
           SET WS-WTL-HIT TO 0.
           PERFORM MATCH-STUDENT-WAITLIST VARYING WS-WTL-I FROM 1 BY 1
               UNTIL WS-WTL-I > WS-WTL-COUNT OR WS-WTL-HIT > 0.

       MATCH-STUDENT-WAITLIST.
           IF WTL-DROPPED(WS-WTL-I) = "N"
              AND WTL-STU-ID(WS-WTL-I) = WS-REQ-STU-ID
              AND WTL-COURSE(WS-WTL-I) = WS-REQ-COURSE
              AND WTL-SECTION(WS-WTL-I) = WS-REQ-SECTION
              AND WTL-TERM(WS-WTL-I) = WS-TERM-CODE THEN
               SET WS-WTL-HIT TO WS-WTL-I
           END-IF.

      * The freed seat goes to the earliest waitlist line for the
      * same course, section and term -- file order is arrival order
       PROMOTE-FROM-WAITLIST.
           IF SEC-TAKEN(WS-SEC-HIT) < SEC-CAP(WS-SEC-HIT) THEN
               SET WS-WTL-HIT TO 0
               PERFORM MATCH-SECTION-WAITLIST
                   VARYING WS-WTL-I FROM 1 BY 1
                   UNTIL WS-WTL-I > WS-WTL-COUNT OR WS-WTL-HIT > 0
               IF WS-WTL-HIT > 0 THEN
                   IF WS-RGL-COUNT = WS-RGL-MAX THEN
                       DISPLAY "ERROR: registration log table is "
                           "full -- waitlist promotion not made"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM PROMOTE-WAITLIST-ENTRY
                   END-IF
               END-IF
           END-IF.

      * A waitlisted student who has since registered for something
      * at the same hour stays on the waitlist and the seat goes on
      * to the next in line
       MATCH-SECTION-WAITLIST.
           IF WTL-DROPPED(WS-WTL-I) = "N"
              AND WTL-COURSE(WS-WTL-I) = SEC-COURSE(WS-SEC-HIT)
              AND WTL-SECTION(WS-WTL-I) = SEC-SECTION(WS-SEC-HIT)
              AND WTL-TERM(WS-WTL-I) = SEC-TERM(WS-SEC-HIT) THEN
               MOVE WTL-STU-ID(WS-WTL-I) TO WS-REQ-STU-ID
               PERFORM CHECK-TIME-CONFLICT
               IF WS-CONFLICT-HIT = 0 THEN
                   SET WS-WTL-HIT TO WS-WTL-I
               ELSE
                   DISPLAY "PASSED OVER "
                       FUNCTION TRIM(WTL-STU-ID(WS-WTL-I))
                       " on the waitlist -- time conflict with "
                       FUNCTION TRIM(RGL-COURSE(WS-CONFLICT-HIT))
               END-IF
               MOVE WS-STU-ID TO WS-REQ-STU-ID
           END-IF.

       PROMOTE-WAITLIST-ENTRY.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           MOVE "Y" TO WTL-DROPPED(WS-WTL-HIT).
           MOVE WTL-STU-ID(WS-WTL-HIT) TO WS-REQ-STU-ID.
           PERFORM ADD-REGISTRATION-ROW.
           ADD 1 TO SEC-TAKEN(WS-SEC-HIT).
           ADD 1 TO WS-PROMOTE-CNT.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING WS-RUNLOG-DATE
               "  PROMOTED  " FUNCTION TRIM(WS-REQ-STU-ID)
               "  " FUNCTION TRIM(WS-REQ-COURSE)
               " section " FUNCTION TRIM(WS-REQ-SECTION)
               " term " WS-TERM-CODE
               "  (waitlisted " WTL-DATE(WS-WTL-HIT) ")"
               DELIMITED BY SIZE INTO WS-NOTICE-LINE.
           WRITE NOTICE-FILE-REC FROM WS-NOTICE-LINE.
           DISPLAY "PROMOTED    " FUNCTION TRIM(WS-REQ-STU-ID)
               " from the waitlist into "
               FUNCTION TRIM(WS-REQ-COURSE)
               " section " FUNCTION TRIM(WS-REQ-SECTION).
           MOVE WS-STU-ID TO WS-REQ-STU-ID.

      * Drop/add only.  Same rule as the section master: a log that
      * could not be read whole is never rewritten from the table, or
      * the lines past the cap would be lost
       REWRITE-REGISTRATION-LOGS.
           IF WS-RGL-LOADED = "Y" THEN
               MOVE WS-REG-FILE-NAME TO REG-FILE-DESC
               OPEN OUTPUT REGFILE
               IF WS-REG-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot rewrite registration log "
                       FUNCTION TRIM(WS-REG-FILE-NAME)
                       " (file status " WS-REG-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-REGISTRATION-ROW
                       VARYING WS-RGL-I FROM 1 BY 1
                       UNTIL WS-RGL-I > WS-RGL-COUNT
                   CLOSE REGFILE
               END-IF
           ELSE
               DISPLAY "ERROR: registration log not rewritten"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WTL-LOADED = "Y" THEN
               MOVE WS-WAIT-FILE-NAME TO WAIT-FILE-DESC
               OPEN OUTPUT WAITFILE
               IF WS-WAIT-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot rewrite waitlist "
                       FUNCTION TRIM(WS-WAIT-FILE-NAME)
                       " (file status " WS-WAIT-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-WAITLIST-ROW
                       VARYING WS-WTL-I FROM 1 BY 1
                       UNTIL WS-WTL-I > WS-WTL-COUNT
                   CLOSE WAITFILE
               END-IF
           ELSE
               DISPLAY "ERROR: waitlist not rewritten"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REGISTRATION-ROW.
           IF RGL-DROPPED(WS-RGL-I) = "N" THEN
               WRITE REG-FILE-REC FROM RGL-LINE(WS-RGL-I)
           END-IF.

       WRITE-WAITLIST-ROW.
           IF WTL-DROPPED(WS-WTL-I) = "N" THEN
               WRITE WAIT-FILE-REC FROM WTL-LINE(WS-WTL-I)
           END-IF.

      * Weekly grid of the sections the student holds this term as
      * the registration log now stands: one row per clock hour from
      * the earliest start to the latest end, one column per day,
      * then each section with its days, times and room underneath
       PRINT-WEEKLY-SCHEDULE.
           PERFORM BUILD-STUDENT-SCHEDULE.
           MOVE SPACES TO WS-GRID-LINE.
           PERFORM WRITE-SCHEDULE-LINE.
           STRING "Weekly Schedule -- " FUNCTION TRIM(WS-STU-ID)
               "  term " WS-TERM-CODE
               DELIMITED BY SIZE INTO WS-GRID-LINE.
           PERFORM WRITE-SCHEDULE-LINE.
           IF WS-SCH-COUNT = 0 THEN
               MOVE "  No sections held this term." TO WS-GRID-LINE
               PERFORM WRITE-SCHEDULE-LINE
           ELSE
               IF WS-SCH-LAST-END > 0 THEN
                   STRING "Time  Mon       Tue       Wed       "
                       "Thu       Fri       Sat       Sun"
                       DELIMITED BY SIZE INTO WS-GRID-LINE
                   PERFORM WRITE-SCHEDULE-LINE
                   PERFORM WRITE-GRID-ROW
                       VARYING WS-GRID-HOUR FROM WS-SCH-FIRST-HOUR
                       BY 1 UNTIL WS-GRID-HOUR * 100 >= WS-SCH-LAST-END
                   PERFORM WRITE-SCHEDULE-LINE
               END-IF
               PERFORM WRITE-SCHEDULE-DETAIL
                   VARYING WS-SCH-I FROM 1 BY 1
                   UNTIL WS-SCH-I > WS-SCH-COUNT
           END-IF.

       BUILD-STUDENT-SCHEDULE.
           SET WS-SCH-COUNT TO 0.
           MOVE 99 TO WS-SCH-FIRST-HOUR.
           SET WS-SCH-LAST-END TO 0.
           PERFORM ADD-SCHEDULE-ENTRY VARYING WS-RGL-I FROM 1 BY 1
               UNTIL WS-RGL-I > WS-RGL-COUNT.

       ADD-SCHEDULE-ENTRY.
           IF RGL-DROPPED(WS-RGL-I) = "N"
              AND RGL-STU-ID(WS-RGL-I) = WS-STU-ID
              AND RGL-TERM(WS-RGL-I) = WS-TERM-CODE
              AND WS-SCH-COUNT < WS-SCH-MAX THEN
               PERFORM FIND-HELD-SECTION
               IF WS-SEC-HELD > 0 THEN
                   ADD 1 TO WS-SCH-COUNT
                   MOVE WS-SEC-HELD TO SCH-SEC-IX(WS-SCH-COUNT)
                   IF SEC-DAYS(WS-SEC-HELD) NOT = SPACES THEN
                       COMPUTE WS-GRID-HOUR =
                           SEC-START(WS-SEC-HELD) / 100
                       IF WS-GRID-HOUR < WS-SCH-FIRST-HOUR THEN
                           MOVE WS-GRID-HOUR TO WS-SCH-FIRST-HOUR
                       END-IF
                       IF SEC-END(WS-SEC-HELD) > WS-SCH-LAST-END THEN
                           MOVE SEC-END(WS-SEC-HELD)
                               TO WS-SCH-LAST-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-GRID-ROW.
           MOVE SPACES TO WS-GRID-LINE.
           MOVE WS-GRID-HOUR TO WS-GRID-LINE(1:2).
           MOVE "00" TO WS-GRID-LINE(3:2).
           PERFORM FILL-GRID-DAY VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7.
           PERFORM WRITE-SCHEDULE-LINE.

       FILL-GRID-DAY.
           PERFORM FILL-GRID-CELL VARYING WS-SCH-I FROM 1 BY 1
               UNTIL WS-SCH-I > WS-SCH-COUNT.

      * A section fills the cell when it meets that day and any part
      * of it falls inside the hour
       FILL-GRID-CELL.
           MOVE SCH-SEC-IX(WS-SCH-I) TO WS-SEC-HELD.
           IF SEC-DAYS(WS-SEC-HELD) NOT = SPACES
              AND SEC-START(WS-SEC-HELD) < (WS-GRID-HOUR + 1) * 100
              AND SEC-END(WS-SEC-HELD) > WS-GRID-HOUR * 100 THEN
               SET WS-DAY-CNT TO 0
               INSPECT SEC-DAYS(WS-SEC-HELD) TALLYING WS-DAY-CNT
                   FOR ALL WS-DAY-LETTERS(WS-DAY-I:1)
               IF WS-DAY-CNT > 0 THEN
                   COMPUTE WS-GRID-COL = 7 + (WS-DAY-I - 1) * 10
                   MOVE SEC-COURSE(WS-SEC-HELD)
                       TO WS-GRID-LINE(WS-GRID-COL:9)
               END-IF
           END-IF.

       WRITE-SCHEDULE-DETAIL.
           MOVE SCH-SEC-IX(WS-SCH-I) TO WS-SEC-HELD.
           IF SEC-DAYS(WS-SEC-HELD) = SPACES THEN
               STRING "  " FUNCTION TRIM(SEC-COURSE(WS-SEC-HELD))
                   " section " FUNCTION TRIM(SEC-SECTION(WS-SEC-HELD))
                   "  meeting time TBA"
                   DELIMITED BY SIZE INTO WS-GRID-LINE
           ELSE
               MOVE SEC-START(WS-SEC-HELD) TO WS-FSTART
               MOVE SEC-END(WS-SEC-HELD) TO WS-FEND
               STRING "  " FUNCTION TRIM(SEC-COURSE(WS-SEC-HELD))
                   " section " FUNCTION TRIM(SEC-SECTION(WS-SEC-HELD))
                   "  " FUNCTION TRIM(SEC-DAYS(WS-SEC-HELD))
                   " " WS-FSTART "-" WS-FEND
                   "  room " FUNCTION TRIM(SEC-ROOM(WS-SEC-HELD))
                   DELIMITED BY SIZE INTO WS-GRID-LINE
           END-IF.
           PERFORM WRITE-SCHEDULE-LINE.

       WRITE-SCHEDULE-LINE.
           DISPLAY WS-GRID-LINE.
           IF WS-SCHED-FILE-NAME NOT = SPACES THEN
               WRITE SCHED-FILE-REC FROM WS-GRID-LINE
           END-IF.
           MOVE SPACES TO WS-GRID-LINE.

       REWRITE-SECTION-MASTER.
      * The in-storage seat counts become the new section master.
      * If the load could not hold the whole file, rewriting from
               "|" SEC-CAP(WS-SEC-I)
               "|" SEC-TAKEN(WS-SEC-I)
               DELIMITED BY SIZE INTO WS-SECT-LINE.
      * Meeting-time fields only go back out on sections that had
      * them, so an old five-field master stays five fields
           IF SEC-DAYS(WS-SEC-I) NOT = SPACES THEN
               MOVE SEC-START(WS-SEC-I) TO WS-FSTART
               MOVE SEC-END(WS-SEC-I) TO WS-FEND
               MOVE SPACES TO WS-REG-LINE
               STRING FUNCTION TRIM(WS-SECT-LINE)
                   "|" FUNCTION TRIM(SEC-DAYS(WS-SEC-I))
                   "|" WS-FSTART
                   "|" WS-FEND
                   "|" FUNCTION TRIM(SEC-ROOM(WS-SEC-I))
                   DELIMITED BY SIZE INTO WS-REG-LINE
               MOVE WS-REG-LINE TO WS-SECT-LINE
           END-IF.
           WRITE SECT-FILE-REC FROM WS-SECT-LINE.

       APPEND-RUN-LOG.
               OPEN OUTPUT RUNLOGFILE
           END-IF.
           MOVE SPACES TO WS-RUNLOG-LINE.
           IF WS-DROP-MODE = "Y" THEN
               STRING WS-REG-CNT DELIMITED BY SIZE
                   " registered " DELIMITED BY SIZE
                   WS-DROP-CNT DELIMITED BY SIZE
                   " dropped " DELIMITED BY SIZE
                   WS-PROMOTE-CNT DELIMITED BY SIZE
                   " promoted " DELIMITED BY SIZE
                   WS-REFUSE-CNT DELIMITED BY SIZE
                   " refused" DELIMITED BY SIZE
                   INTO WS-RUNLOG-SUMMARY
           ELSE
               STRING WS-REG-CNT DELIMITED BY SIZE
                   " registered " DELIMITED BY SIZE
                   WS-WAIT-CNT DELIMITED BY SIZE
                   " waitlisted " DELIMITED BY SIZE
                   WS-REFUSE-CNT DELIMITED BY SIZE
                   " refused" DELIMITED BY SIZE
                   INTO WS-RUNLOG-SUMMARY
           END-IF.
           STRING "SECTREG" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
