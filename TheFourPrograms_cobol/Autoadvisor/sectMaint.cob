      * Section Maintenance Program
      * The section master SECTREG loads (COURSE|SECTION|TERM|CAP|
      * TAKEN, with the optional |DAYS|START|END|ROOM meeting time)
      * used to be hand-edited, and a bad capacity or seat count was
      * only caught -- or quietly skipped -- when SECTREG loaded it.
      * This program adds sections, changes capacities, and cancels
      * sections.  A section can only be added for a course that is
      * in the course catalog, every change is appended to a change
      * log with the date and before/after values, and cancelling a
      * section that still has students on it lists every affected
      * registration and waitlist entry in a displaced-students
      * report so nobody silently drops out of a class
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SECTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SECTFILE ASSIGN TO DYNAMIC SECT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT CHGFILE ASSIGN TO DYNAMIC CHG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC REG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT WAITFILE ASSIGN TO DYNAMIC WAIT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIT-STATUS.
           SELECT DISPFILE ASSIGN TO DYNAMIC DISP-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISP-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECTFILE.
       01 SECT-FILE-REC.
            05 SECT-FILE-DESC PIC X(120).

       FD CATFILE.
       01 CAT-INPUT-FILE.
            05 CAT-FILE-DESC PIC X(200).

       FD CHGFILE.
       01 CHG-FILE-REC.
            05 CHG-FILE-DESC PIC X(250).

       FD REGFILE.
       01 REG-FILE-REC.
            05 REG-FILE-DESC PIC X(120).

       FD WAITFILE.
       01 WAIT-FILE-REC.
            05 WAIT-FILE-DESC PIC X(120).

       FD DISPFILE.
       01 DISP-OUTPUT-FILE.
            05 DISP-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-SECT-FILE-NAME PIC X(50).
           01 WS-CATALOG-FILE-NAME PIC X(50).
           01 WS-CHGLOG-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-WAIT-FILE-NAME PIC X(50).
           01 WS-DISP-FILE-NAME PIC X(50).
           01 WS-SECT-STATUS PIC XX.
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-WAIT-STATUS PIC XX.
           01 WS-DISP-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

      * Section table mirrors SECTREG's SECT-TABLE layout
           01 WS-SECT-MAX PIC 9(3) VALUE 500.
           01 WS-SECT-COUNT PIC 9(3) VALUE 0.
           01 SECT-TABLE OCCURS 500 TIMES.
               05 SEC-COURSE PIC X(50).
               05 SEC-SECTION PIC X(4).
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
           01 WS-SEC-I PIC 9(3).
           01 WS-SEC-K PIC 9(3).
           01 WS-SEC-HIT PIC 9(3).
           01 WS-SEC-CAP-TXT PIC X(10).
           01 WS-SEC-TAKEN-TXT PIC X(10).
           01 WS-SEC-START-TXT PIC X(10).
           01 WS-SEC-END-TXT PIC X(10).

      * Lines the load could not read are held as read and written
      * back unchanged after the sections on save, so a bad line is
      * never lost; one past this cap refuses the save like a master
      * too big for the section table
           01 WS-BAD-MAX PIC 9(3) VALUE 500.
           01 WS-BAD-COUNT PIC 9(3) VALUE 0.
           01 BAD-TABLE OCCURS 500 TIMES.
               05 BAD-LINE PIC X(120).
           01 WS-BAD-I PIC 9(3).

      * Only the course names are needed from the catalog
           01 WS-CAT-MAX PIC 9(4) VALUE 500.
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 CATALOG-TABLE OCCURS 500 TIMES.
               05 CAT-COURSE-NAME PIC X(50).
           01 WS-CAT-EOF PIC A(1).
           01 WS-CAT-LINE PIC X(200).
           01 WS-CAT-HIT PIC 9(4).
           01 WS-CAT-I PIC 9(4).

           01 WS-MENU-CHOICE PIC X(1).
           01 WS-WORK-COURSE PIC X(50).
           01 WS-WORK-SECTION PIC X(4).
           01 WS-WORK-TERM PIC X(6).
           01 WS-WORK-CAP-TXT PIC X(10).
           01 WS-WORK-CAP PIC 9(4).
           01 WS-WORK-DAYS PIC X(7).
           01 WS-WORK-START-TXT PIC X(10).
           01 WS-WORK-END-TXT PIC X(10).
           01 WS-WORK-START PIC 9(4).
           01 WS-WORK-END PIC 9(4).
           01 WS-WORK-ROOM PIC X(10).
           01 WS-WORK-KEY PIC X(70).
           01 WS-WORK-OK PIC A(1).
           01 WS-CONFIRM PIC A(1).
           01 WS-DIRTY PIC A(1) VALUE "N".
           01 WS-ADD-CNT PIC 9(4) VALUE 0.
           01 WS-CHG-CNT PIC 9(4) VALUE 0.
           01 WS-CAN-CNT PIC 9(4) VALUE 0.
           01 WS-FCAP PIC Z(3)9.
           01 WS-FTAKEN PIC Z(3)9.
           01 WS-FCNT PIC Z(3)9.

           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           01 WS-DAY-I PIC 9(1).
           01 WS-DAY-CNT PIC 9(2).

      * Displaced-students scan: the registration log and waitlist
      * are both STUID|COURSE|SECTION|TERM|YYYYMMDD
           01 WS-DSP-EOF PIC A(1).
           01 WS-DSP-LINE PIC X(120).
           01 WS-DSP-STU-ID PIC X(10).
           01 WS-DSP-COURSE PIC X(50).
           01 WS-DSP-SECTION PIC X(4).
           01 WS-DSP-TERM PIC X(6).
           01 WS-DSP-DATE PIC X(8).
           01 WS-DSP-KIND PIC X(10).
           01 WS-DSP-WRITE PIC A(1).
           01 WS-DSP-REG-CNT PIC 9(4).
           01 WS-DSP-WAIT-CNT PIC 9(4).
           01 WS-DSP-TOTAL PIC 9(4) VALUE 0.
      * Y log read, N named but not read; the waitlist is blank when
      * no name was given
           01 WS-DSP-REG-OK PIC A(1).
           01 WS-DSP-WAIT-OK PIC A(1).
      * Displaced-students lines are held like the change log, so a
      * cancel that never reaches the master is never reported
           01 WS-DSPP-MAX PIC 9(4) VALUE 2000.
           01 WS-DSPP-COUNT PIC 9(4) VALUE 0.
           01 DSPP-TABLE OCCURS 2000 TIMES.
               05 DSPP-LINE PIC X(120).
           01 WS-DSPP-I PIC 9(4).

      * Change-log lines are held until the master is saved, so a
      * save that fails leaves no line for a change that never
      * reached the file
           01 WS-CHGP-MAX PIC 9(3) VALUE 500.
           01 WS-CHGP-COUNT PIC 9(3) VALUE 0.
           01 CHGP-TABLE OCCURS 500 TIMES.
               05 CHGP-LINE PIC X(250).
           01 WS-CHGP-I PIC 9(3).
           01 WS-RPT-LINE PIC X(120).

           01 WS-CHG-LINE PIC X(250).
           01 WS-BEFORE-TXT PIC X(80).
           01 WS-AFTER-TXT PIC X(80).

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
           PERFORM LOAD-SECTION-MASTER.
           PERFORM GET-CATALOG-FILE-NAME.
           PERFORM LOAD-COURSE-CATALOG.

           DISPLAY "Registration Log Filename (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-REG-FILE-NAME.
           DISPLAY "Waitlist Filename (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-WAIT-FILE-NAME.

           DISPLAY "Displaced Students Report Filename: "
               WITH NO ADVANCING.
           ACCEPT WS-DISP-FILE-NAME.
           MOVE WS-DISP-FILE-NAME TO DISP-FILE-DESC.
           OPEN OUTPUT DISPFILE.
           IF WS-DISP-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create displaced students "
                   "report " FUNCTION TRIM(WS-DISP-FILE-NAME)
                   " (file status " WS-DISP-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RPT-LINE
               STRING "Displaced Students -- Section Cancellations "
                   WS-RUNLOG-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-DISP-LINE
               PERFORM WRITE-DISP-LINE
           END-IF.

           DISPLAY "Change Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-CHGLOG-FILE-NAME.
           MOVE WS-CHGLOG-FILE-NAME TO CHG-FILE-DESC.
           OPEN EXTEND CHGFILE.
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHGFILE
           END-IF.
           IF WS-CHG-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open change log "
                   FUNCTION TRIM(WS-CHGLOG-FILE-NAME)
                   " (file status " WS-CHG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A master the load could not hold whole can never be saved,
      * so no change is taken against it
           IF WS-SECT-OVERFLOW = "Y" THEN
               DISPLAY "ERROR: section master did not fit in "
                   "storage -- no changes taken"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE NOT = 8 THEN
               MOVE SPACES TO WS-MENU-CHOICE
               PERFORM RUN-MENU UNTIL WS-MENU-CHOICE = "Q"
               IF WS-DIRTY = "Y" THEN
                   PERFORM REWRITE-SECTION-MASTER
               ELSE
                   PERFORM FLUSH-DISPLACED-REPORT
               END-IF
           END-IF.
           IF WS-CHG-STATUS = "00" THEN
               CLOSE CHGFILE
           END-IF.
           IF WS-DISP-STATUS = "00" THEN
               CLOSE DISPFILE
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

       LOAD-SECTION-MASTER.
           SET WS-SECT-COUNT TO 0.
           MOVE WS-SECT-FILE-NAME TO SECT-FILE-DESC.
           OPEN INPUT SECTFILE.
           MOVE "N" TO WS-SECT-EOF.
           PERFORM LOAD-SECTION-ROW UNTIL WS-SECT-EOF = "Y".
           CLOSE SECTFILE.
           MOVE WS-SECT-COUNT TO WS-FCNT.
           DISPLAY "Section master loaded: " FUNCTION TRIM(WS-FCNT)
               " sections".

      * Same field rules as SECTREG's load, except that a line it
      * would skip or patch up is reported here instead, so the
      * registrar can re-add it properly
       LOAD-SECTION-ROW.
           READ SECTFILE INTO WS-SECT-LINE
               AT END MOVE "Y" TO WS-SECT-EOF
           END-READ.
           IF WS-SECT-EOF NOT = "Y" AND WS-SECT-LINE NOT = SPACES THEN
               IF WS-SECT-COUNT = WS-SECT-MAX THEN
                   DISPLAY "ERROR: section master has more than "
                       WS-SECT-MAX
                       " sections -- table capacity exceeded, stopping"
                   MOVE "Y" TO WS-SECT-OVERFLOW
                   MOVE "Y" TO WS-SECT-EOF
               ELSE
                   ADD 1 TO WS-SECT-COUNT
      * UNSTRING leaves receivers past the last delimited field
      * untouched, so the entry has to start clean
                   INITIALIZE SECT-TABLE(WS-SECT-COUNT)
                   MOVE SPACES TO WS-SEC-CAP-TXT
                   MOVE SPACES TO WS-SEC-TAKEN-TXT
                   MOVE SPACES TO WS-SEC-START-TXT
                   MOVE SPACES TO WS-SEC-END-TXT
                   UNSTRING FUNCTION TRIM(WS-SECT-LINE)
                       DELIMITED BY '|'
                       INTO SEC-COURSE(WS-SECT-COUNT)
                            SEC-SECTION(WS-SECT-COUNT)
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
                          IS NOT NUMERIC
                      OR FUNCTION TRIM(WS-SEC-TAKEN-TXT)
                          IS NOT NUMERIC THEN
                       DISPLAY "Bad section line (kept as is on save): "
                           FUNCTION TRIM(WS-SECT-LINE)
                       SUBTRACT 1 FROM WS-SECT-COUNT
                       IF WS-BAD-COUNT < WS-BAD-MAX THEN
                           ADD 1 TO WS-BAD-COUNT
                           MOVE WS-SECT-LINE TO BAD-LINE(WS-BAD-COUNT)
                       ELSE
                           DISPLAY "ERROR: more than " WS-BAD-MAX
                               " bad section lines -- stopping"
                           MOVE "Y" TO WS-SECT-OVERFLOW
                           MOVE "Y" TO WS-SECT-EOF
                       END-IF
                   ELSE
                       COMPUTE SEC-CAP(WS-SECT-COUNT) =
                           FUNCTION NUMVAL(WS-SEC-CAP-TXT)
                       COMPUTE SEC-TAKEN(WS-SECT-COUNT) =
                           FUNCTION NUMVAL(WS-SEC-TAKEN-TXT)
                       IF SEC-TAKEN(WS-SECT-COUNT)
                          > SEC-CAP(WS-SECT-COUNT) THEN
                           DISPLAY "WARNING: over capacity: "
                               FUNCTION TRIM(WS-SECT-LINE)
                       END-IF
                       IF SEC-DAYS(WS-SECT-COUNT) NOT = SPACES
                          AND FUNCTION TRIM(WS-SEC-START-TXT)
                              IS NUMERIC
                          AND FUNCTION TRIM(WS-SEC-END-TXT)
                              IS NUMERIC THEN
                           COMPUTE SEC-START(WS-SECT-COUNT) =
                               FUNCTION NUMVAL(WS-SEC-START-TXT)
                           COMPUTE SEC-END(WS-SECT-COUNT) =
                               FUNCTION NUMVAL(WS-SEC-END-TXT)
                       ELSE
                           MOVE SPACES TO SEC-DAYS(WS-SECT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GET-CATALOG-FILE-NAME.
           MOVE "XX" TO WS-CATFILE-STATUS.
           PERFORM TRY-CATALOG-NAME UNTIL WS-CATFILE-STATUS = "00".

       TRY-CATALOG-NAME.
           DISPLAY "Course Catalog Filename: " WITH NO ADVANCING.
           ACCEPT WS-CATALOG-FILE-NAME.
           MOVE WS-CATALOG-FILE-NAME TO CAT-FILE-DESC.
           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS = "00" THEN
               CLOSE CATFILE
           ELSE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                   " (file status " WS-CATFILE-STATUS "), try again"
           END-IF.

       LOAD-COURSE-CATALOG.
           SET WS-CAT-COUNT TO 0.
           MOVE WS-CATALOG-FILE-NAME TO CAT-FILE-DESC.
           OPEN INPUT CATFILE.
           MOVE "N" TO WS-CAT-EOF.
           PERFORM LOAD-CATALOG-ROW UNTIL WS-CAT-EOF = "Y".
           CLOSE CATFILE.
           MOVE WS-CAT-COUNT TO WS-FCNT.
           DISPLAY "Catalog loaded: " FUNCTION TRIM(WS-FCNT)
               " courses".

       LOAD-CATALOG-ROW.
           READ CATFILE INTO WS-CAT-LINE
               AT END MOVE "Y" TO WS-CAT-EOF
           END-READ.
           IF WS-CAT-EOF NOT = "Y" THEN
               IF WS-CAT-COUNT = WS-CAT-MAX THEN
                   DISPLAY "ERROR: catalog has more than " WS-CAT-MAX
                       " courses -- table capacity exceeded, stopping"
                   MOVE "Y" TO WS-CAT-EOF
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   INITIALIZE CATALOG-TABLE(WS-CAT-COUNT)
                   UNSTRING FUNCTION TRIM(WS-CAT-LINE)
                       DELIMITED BY '|'
                       INTO CAT-COURSE-NAME(WS-CAT-COUNT)
                   END-UNSTRING
                   IF CAT-COURSE-NAME(WS-CAT-COUNT) = SPACES THEN
                       SUBTRACT 1 FROM WS-CAT-COUNT
                   END-IF
               END-IF
           END-IF.

       RUN-MENU.
           DISPLAY " ".
           DISPLAY "A. Add Section".
           DISPLAY "C. Change Capacity".
           DISPLAY "X. Cancel Section".
           DISPLAY "L. List Sections".
           DISPLAY "Q. Quit (save changes)".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           IF WS-CHGP-COUNT = WS-CHGP-MAX
              AND (WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                OR WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                OR WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x") THEN
               MOVE WS-CHGP-MAX TO WS-FCNT
               DISPLAY FUNCTION TRIM(WS-FCNT)
                   " changes this session -- quit to save them"
                   " before making more"
               MOVE SPACES TO WS-MENU-CHOICE
           END-IF.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "A" TO WS-MENU-CHOICE
                   PERFORM ADD-SECTION
               WHEN "C" WHEN "c"
                   MOVE "C" TO WS-MENU-CHOICE
                   PERFORM CHANGE-CAPACITY
               WHEN "X" WHEN "x"
                   MOVE "X" TO WS-MENU-CHOICE
                   PERFORM CANCEL-SECTION
               WHEN "L" WHEN "l"
                   MOVE "L" TO WS-MENU-CHOICE
                   PERFORM LIST-SECTIONS
               WHEN "Q" WHEN "q"
                   MOVE "Q" TO WS-MENU-CHOICE
               WHEN OTHER
                   DISPLAY "Invalid choice!"
           END-EVALUATE.

      * Course, section and term together name a section
       ACCEPT-SECTION-KEY.
           DISPLAY "Course Name: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-COURSE.
           ACCEPT WS-WORK-COURSE.
           DISPLAY "Section: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-SECTION.
           ACCEPT WS-WORK-SECTION.
           DISPLAY "Term Code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-TERM.
           ACCEPT WS-WORK-TERM.
           MOVE SPACES TO WS-WORK-KEY.
           STRING FUNCTION TRIM(WS-WORK-COURSE)
               " section " FUNCTION TRIM(WS-WORK-SECTION)
               " term " WS-WORK-TERM
               DELIMITED BY SIZE INTO WS-WORK-KEY.
           PERFORM FIND-WORK-SECTION.

       FIND-WORK-SECTION.
           SET WS-SEC-HIT TO 0.
           PERFORM MATCH-WORK-SECTION VARYING WS-SEC-I FROM 1 BY 1
               UNTIL WS-SEC-I > WS-SECT-COUNT OR WS-SEC-HIT > 0.

       MATCH-WORK-SECTION.
           IF SEC-COURSE(WS-SEC-I) = WS-WORK-COURSE
              AND SEC-SECTION(WS-SEC-I) = WS-WORK-SECTION
              AND SEC-TERM(WS-SEC-I) = WS-WORK-TERM THEN
               SET WS-SEC-HIT TO WS-SEC-I
           END-IF.

       FIND-CATALOG-COURSE.
           SET WS-CAT-HIT TO 0.
           PERFORM MATCH-CATALOG-COURSE VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT OR WS-CAT-HIT > 0.

       MATCH-CATALOG-COURSE.
           IF CAT-COURSE-NAME(WS-CAT-I) = WS-WORK-COURSE THEN
               SET WS-CAT-HIT TO WS-CAT-I
           END-IF.

       ADD-SECTION.
           PERFORM ACCEPT-SECTION-KEY.
           MOVE "Y" TO WS-WORK-OK.
           PERFORM FIND-CATALOG-COURSE.
           IF WS-WORK-COURSE = SPACES OR WS-WORK-SECTION = SPACES THEN
               DISPLAY "Course and section cannot be blank."
               MOVE "N" TO WS-WORK-OK
           ELSE
               IF WS-CAT-HIT = 0 THEN
                   DISPLAY FUNCTION TRIM(WS-WORK-COURSE)
                       " is not in the course catalog."
                   MOVE "N" TO WS-WORK-OK
               END-IF
           END-IF.
           IF WS-WORK-OK = "Y" THEN
               PERFORM VALIDATE-TERM-CODE
           END-IF.
           IF WS-WORK-OK = "Y" AND WS-SEC-HIT > 0 THEN
               DISPLAY FUNCTION TRIM(WS-WORK-KEY)
                   " is already on the section master."
               MOVE "N" TO WS-WORK-OK
           END-IF.
           IF WS-WORK-OK = "Y" AND WS-SECT-COUNT = WS-SECT-MAX THEN
               DISPLAY "Section table capacity exceeded."
               MOVE "N" TO WS-WORK-OK
           END-IF.
           IF WS-WORK-OK = "Y" THEN
               PERFORM ACCEPT-CAPACITY
           END-IF.
           IF WS-WORK-OK = "Y" THEN
               PERFORM ACCEPT-MEETING-TIME
           END-IF.
           IF WS-WORK-OK = "Y" THEN
               ADD 1 TO WS-SECT-COUNT
               INITIALIZE SECT-TABLE(WS-SECT-COUNT)
               MOVE WS-WORK-COURSE TO SEC-COURSE(WS-SECT-COUNT)
               MOVE WS-WORK-SECTION TO SEC-SECTION(WS-SECT-COUNT)
               MOVE WS-WORK-TERM TO SEC-TERM(WS-SECT-COUNT)
               MOVE WS-WORK-CAP TO SEC-CAP(WS-SECT-COUNT)
               MOVE WS-WORK-DAYS TO SEC-DAYS(WS-SECT-COUNT)
               MOVE WS-WORK-START TO SEC-START(WS-SECT-COUNT)
               MOVE WS-WORK-END TO SEC-END(WS-SECT-COUNT)
               MOVE WS-WORK-ROOM TO SEC-ROOM(WS-SECT-COUNT)
               MOVE "Y" TO WS-DIRTY
               ADD 1 TO WS-ADD-CNT
               MOVE "(none)" TO WS-BEFORE-TXT
               SET WS-SEC-HIT TO WS-SECT-COUNT
               PERFORM BUILD-AFTER-TEXT
               MOVE "ADD" TO WS-CHG-LINE
               PERFORM WRITE-CHANGE-LOG-LINE
               DISPLAY "Added " FUNCTION TRIM(WS-WORK-KEY)
           ELSE
               DISPLAY "Nothing saved."
           END-IF.

      * Term codes are YYYY plus WI/SP/SU/FA, as everywhere else in
      * the suite
       VALIDATE-TERM-CODE.
           IF WS-WORK-TERM(1:4) IS NOT NUMERIC THEN
               MOVE "N" TO WS-WORK-OK
           ELSE
               EVALUATE WS-WORK-TERM(5:2)
                   WHEN "WI" WHEN "SP" WHEN "SU" WHEN "FA"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-WORK-OK
               END-EVALUATE
           END-IF.
           IF WS-WORK-OK NOT = "Y" THEN
               DISPLAY "Term code must be YYYY followed by "
                   "WI, SP, SU or FA."
           END-IF.

       ACCEPT-CAPACITY.
           DISPLAY "Capacity: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-CAP-TXT.
           ACCEPT WS-WORK-CAP-TXT.
           IF FUNCTION TRIM(WS-WORK-CAP-TXT) IS NOT NUMERIC THEN
               DISPLAY "Capacity must be numeric."
               MOVE "N" TO WS-WORK-OK
           ELSE
               COMPUTE WS-WORK-CAP = FUNCTION NUMVAL(WS-WORK-CAP-TXT)
               IF WS-WORK-CAP = 0 THEN
                   DISPLAY "Capacity must be greater than zero."
                   MOVE "N" TO WS-WORK-OK
               END-IF
           END-IF.

      * Blank days leaves the section TBA; otherwise the days must
      * be meeting-day letters and the end must come after the start
       ACCEPT-MEETING-TIME.
           MOVE SPACES TO WS-WORK-DAYS.
           MOVE SPACES TO WS-WORK-ROOM.
           SET WS-WORK-START TO 0.
           SET WS-WORK-END TO 0.
           DISPLAY "Meeting Days (MTWRFSU, blank for TBA): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-DAYS.
           IF WS-WORK-DAYS NOT = SPACES THEN
               INSPECT WS-WORK-DAYS
                   CONVERTING "mtwrfsu" TO "MTWRFSU"
               PERFORM CHECK-DAY-LETTER VARYING WS-DAY-I FROM 1 BY 1
                   UNTIL WS-DAY-I > 7
               IF WS-WORK-OK NOT = "Y" THEN
                   DISPLAY "Meeting days must be letters from MTWRFSU."
               ELSE
                   PERFORM ACCEPT-MEETING-HOURS
               END-IF
           END-IF.

       CHECK-DAY-LETTER.
           IF WS-WORK-DAYS(WS-DAY-I:1) NOT = SPACE THEN
               SET WS-DAY-CNT TO 0
               INSPECT WS-DAY-LETTERS TALLYING WS-DAY-CNT
                   FOR ALL WS-WORK-DAYS(WS-DAY-I:1)
               IF WS-DAY-CNT = 0 THEN
                   MOVE "N" TO WS-WORK-OK
               END-IF
           END-IF.

       ACCEPT-MEETING-HOURS.
           DISPLAY "Start Time (HHMM): " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-START-TXT.
           ACCEPT WS-WORK-START-TXT.
           DISPLAY "End Time (HHMM): " WITH NO ADVANCING.
           MOVE SPACES TO WS-WORK-END-TXT.
           ACCEPT WS-WORK-END-TXT.
           IF FUNCTION TRIM(WS-WORK-START-TXT) IS NOT NUMERIC
              OR FUNCTION TRIM(WS-WORK-END-TXT) IS NOT NUMERIC THEN
               DISPLAY "Times must be numeric HHMM."
               MOVE "N" TO WS-WORK-OK
           ELSE
               COMPUTE WS-WORK-START =
                   FUNCTION NUMVAL(WS-WORK-START-TXT)
               COMPUTE WS-WORK-END = FUNCTION NUMVAL(WS-WORK-END-TXT)
               IF WS-WORK-END <= WS-WORK-START
                  OR WS-WORK-END > 2400
                  OR WS-WORK-START(3:2) > "59"
                  OR WS-WORK-END(3:2) > "59" THEN
                   DISPLAY "Times must be HHMM with the end after "
                       "the start."
                   MOVE "N" TO WS-WORK-OK
               ELSE
                   DISPLAY "Room: " WITH NO ADVANCING
                   ACCEPT WS-WORK-ROOM
               END-IF
           END-IF.

      * A capacity below the seats already taken would leave the
      * section over-full with no one to say who goes, so it is
      * refused; cancel the section instead
       CHANGE-CAPACITY.
           PERFORM ACCEPT-SECTION-KEY.
           IF WS-SEC-HIT = 0 THEN
               DISPLAY FUNCTION TRIM(WS-WORK-KEY)
                   " is not on the section master."
           ELSE
               PERFORM BUILD-BEFORE-TEXT
               DISPLAY "Current: " FUNCTION TRIM(WS-BEFORE-TXT)
               MOVE "Y" TO WS-WORK-OK
               SET WS-SEC-K TO WS-SEC-HIT
               PERFORM ACCEPT-CAPACITY
               SET WS-SEC-HIT TO WS-SEC-K
               IF WS-WORK-OK = "Y"
                  AND WS-WORK-CAP < SEC-TAKEN(WS-SEC-HIT) THEN
                   MOVE SEC-TAKEN(WS-SEC-HIT) TO WS-FTAKEN
                   DISPLAY "Capacity cannot go below the "
                       FUNCTION TRIM(WS-FTAKEN) " seats taken."
                   MOVE "N" TO WS-WORK-OK
               END-IF
               IF WS-WORK-OK = "Y" THEN
                   MOVE WS-WORK-CAP TO SEC-CAP(WS-SEC-HIT)
                   MOVE "Y" TO WS-DIRTY
                   ADD 1 TO WS-CHG-CNT
                   PERFORM BUILD-AFTER-TEXT
                   MOVE "CAPACITY" TO WS-CHG-LINE
                   PERFORM WRITE-CHANGE-LOG-LINE
                   DISPLAY "Changed " FUNCTION TRIM(WS-WORK-KEY)
               ELSE
                   DISPLAY "Nothing saved."
               END-IF
           END-IF.

      * Every registration and waitlist line for the section goes on
      * the displaced-students report before the section leaves the
      * master; the lines themselves stay in the logs until SECTREG
      * drops them, so the registrar can re-place each student.  A
      * section with seats taken is never cancelled unless the
      * registration log was read, nor any section while a named
      * waitlist cannot be read, or students would go unlisted.
       CANCEL-SECTION.
           PERFORM ACCEPT-SECTION-KEY.
           IF WS-SEC-HIT = 0 THEN
               DISPLAY FUNCTION TRIM(WS-WORK-KEY)
                   " is not on the section master."
           ELSE
               MOVE "N" TO WS-DSP-WRITE
               PERFORM SCAN-DISPLACED-STUDENTS
               MOVE "Y" TO WS-CONFIRM
               IF (SEC-TAKEN(WS-SEC-HIT) > 0
                   AND WS-DSP-REG-OK NOT = "Y")
                  OR WS-DSP-WAIT-OK = "N" THEN
                   DISPLAY "ERROR: students on "
                       FUNCTION TRIM(WS-WORK-KEY)
                       " cannot be listed -- cancel refused"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO WS-CONFIRM
               END-IF
      * Room for the heading, each student, and the closing lines
               IF WS-CONFIRM = "Y"
                  AND WS-DSPP-COUNT + WS-DSP-REG-CNT + WS-DSP-WAIT-CNT
                      + 3 > WS-DSPP-MAX THEN
                   DISPLAY "Displaced students report is full this "
                       "session -- quit to save before cancelling more"
                   MOVE "N" TO WS-CONFIRM
               END-IF
               IF WS-CONFIRM = "Y"
                  AND WS-DSP-REG-CNT + WS-DSP-WAIT-CNT > 0 THEN
                   MOVE WS-DSP-REG-CNT TO WS-FCNT
                   DISPLAY FUNCTION TRIM(WS-FCNT)
                       " registered student(s) on this section"
                   MOVE WS-DSP-WAIT-CNT TO WS-FCNT
                   DISPLAY FUNCTION TRIM(WS-FCNT)
                       " waitlisted student(s) on this section"
                   DISPLAY "Cancel anyway? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
               END-IF
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y" THEN
                   MOVE "Y" TO WS-DSP-WRITE
                   PERFORM SCAN-DISPLACED-STUDENTS
                   PERFORM BUILD-BEFORE-TEXT
                   MOVE "(cancelled)" TO WS-AFTER-TXT
                   MOVE "CANCEL" TO WS-CHG-LINE
                   PERFORM WRITE-CHANGE-LOG-LINE
      * Close the gap so the rewrite never carries a dead entry
                   PERFORM SHIFT-SECTIONS-DOWN
                       VARYING WS-SEC-I FROM WS-SEC-HIT BY 1
                       UNTIL WS-SEC-I >= WS-SECT-COUNT
                   SUBTRACT 1 FROM WS-SECT-COUNT
                   MOVE "Y" TO WS-DIRTY
                   ADD 1 TO WS-CAN-CNT
                   DISPLAY "Cancelled " FUNCTION TRIM(WS-WORK-KEY)
               ELSE
                   DISPLAY "Nothing saved."
               END-IF
           END-IF.

       SHIFT-SECTIONS-DOWN.
           SET WS-SEC-K TO WS-SEC-I.
           ADD 1 TO WS-SEC-K.
           MOVE SECT-TABLE(WS-SEC-K) TO SECT-TABLE(WS-SEC-I).

      * First pass counts for the confirmation; the second, once the
      * cancel is confirmed, holds the report lines for the save
       SCAN-DISPLACED-STUDENTS.
           SET WS-DSP-REG-CNT TO 0.
           SET WS-DSP-WAIT-CNT TO 0.
           IF WS-DSP-WRITE = "Y" THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "Cancelled: " FUNCTION TRIM(WS-WORK-KEY)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM HOLD-DISP-LINE
           END-IF.
           MOVE "N" TO WS-DSP-REG-OK.
           IF WS-REG-FILE-NAME NOT = SPACES THEN
               MOVE WS-REG-FILE-NAME TO REG-FILE-DESC
               OPEN INPUT REGFILE
               IF WS-REG-STATUS = "00" THEN
                   MOVE "Y" TO WS-DSP-REG-OK
                   MOVE "REGISTERED" TO WS-DSP-KIND
                   MOVE "N" TO WS-DSP-EOF
                   PERFORM SCAN-REGISTRATION-ROW
                       UNTIL WS-DSP-EOF = "Y"
                   CLOSE REGFILE
               ELSE
                   DISPLAY "Cannot open registration log "
                       FUNCTION TRIM(WS-REG-FILE-NAME)
                       " (file status " WS-REG-STATUS ")"
               END-IF
           END-IF.
           MOVE SPACE TO WS-DSP-WAIT-OK.
           IF WS-WAIT-FILE-NAME NOT = SPACES THEN
               MOVE WS-WAIT-FILE-NAME TO WAIT-FILE-DESC
               OPEN INPUT WAITFILE
               IF WS-WAIT-STATUS = "00" THEN
                   MOVE "Y" TO WS-DSP-WAIT-OK
                   MOVE "WAITLISTED" TO WS-DSP-KIND
                   MOVE "N" TO WS-DSP-EOF
                   PERFORM SCAN-WAITLIST-ROW UNTIL WS-DSP-EOF = "Y"
                   CLOSE WAITFILE
               ELSE
                   MOVE "N" TO WS-DSP-WAIT-OK
                   DISPLAY "Cannot open waitlist "
                       FUNCTION TRIM(WS-WAIT-FILE-NAME)
                       " (file status " WS-WAIT-STATUS ")"
               END-IF
           END-IF.
           IF WS-DSP-WRITE = "Y" THEN
               IF WS-DSP-REG-CNT + WS-DSP-WAIT-CNT = 0 THEN
                   MOVE "  (no students affected)" TO WS-RPT-LINE
                   PERFORM HOLD-DISP-LINE
               END-IF
               PERFORM HOLD-DISP-LINE
           END-IF.

       SCAN-REGISTRATION-ROW.
           READ REGFILE INTO WS-DSP-LINE
               AT END MOVE "Y" TO WS-DSP-EOF
           END-READ.
           IF WS-DSP-EOF NOT = "Y" THEN
               PERFORM CHECK-DISPLACED-LINE
           END-IF.

       SCAN-WAITLIST-ROW.
           READ WAITFILE INTO WS-DSP-LINE
               AT END MOVE "Y" TO WS-DSP-EOF
           END-READ.
           IF WS-DSP-EOF NOT = "Y" THEN
               PERFORM CHECK-DISPLACED-LINE
           END-IF.

       CHECK-DISPLACED-LINE.
           MOVE SPACES TO WS-DSP-STU-ID WS-DSP-COURSE WS-DSP-SECTION
               WS-DSP-TERM WS-DSP-DATE.
           UNSTRING FUNCTION TRIM(WS-DSP-LINE) DELIMITED BY '|'
               INTO WS-DSP-STU-ID WS-DSP-COURSE WS-DSP-SECTION
                    WS-DSP-TERM WS-DSP-DATE
           END-UNSTRING.
           IF WS-DSP-COURSE = SEC-COURSE(WS-SEC-HIT)
              AND WS-DSP-SECTION = SEC-SECTION(WS-SEC-HIT)
              AND WS-DSP-TERM = SEC-TERM(WS-SEC-HIT) THEN
               IF WS-DSP-KIND = "REGISTERED" THEN
                   ADD 1 TO WS-DSP-REG-CNT
               ELSE
                   ADD 1 TO WS-DSP-WAIT-CNT
               END-IF
               IF WS-DSP-WRITE = "Y" THEN
                   ADD 1 TO WS-DSP-TOTAL
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-DSP-KIND "  " WS-DSP-STU-ID
                       "  since " WS-DSP-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM HOLD-DISP-LINE
               END-IF
           END-IF.

       WRITE-DISP-LINE.
           WRITE DISP-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      * CANCEL-SECTION makes room before the second scan, so the
      * table only turns a line away if a log grew in between
       HOLD-DISP-LINE.
           IF WS-DSPP-COUNT < WS-DSPP-MAX THEN
               ADD 1 TO WS-DSPP-COUNT
               MOVE WS-RPT-LINE TO DSPP-LINE(WS-DSPP-COUNT)
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.

      * Held lines and the total go out only once the master holds
      * the cancels they describe
       FLUSH-DISPLACED-REPORT.
           IF WS-DISP-STATUS = "00" THEN
               PERFORM FLUSH-DISP-LINE
                   VARYING WS-DSPP-I FROM 1 BY 1
                   UNTIL WS-DSPP-I > WS-DSPP-COUNT
               MOVE WS-DSP-TOTAL TO WS-FCNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Students displaced: " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-DISP-LINE
           END-IF.

       FLUSH-DISP-LINE.
           MOVE DSPP-LINE(WS-DSPP-I) TO WS-RPT-LINE.
           PERFORM WRITE-DISP-LINE.

       LIST-SECTIONS.
           DISPLAY " ".
           PERFORM LIST-ONE-SECTION VARYING WS-SEC-I FROM 1 BY 1
               UNTIL WS-SEC-I > WS-SECT-COUNT.
           MOVE WS-SECT-COUNT TO WS-FCNT.
           DISPLAY FUNCTION TRIM(WS-FCNT) " sections on file.".

       LIST-ONE-SECTION.
           SET WS-SEC-HIT TO WS-SEC-I.
           PERFORM BUILD-BEFORE-TEXT.
           DISPLAY "  " FUNCTION TRIM(SEC-COURSE(WS-SEC-I))
               " " FUNCTION TRIM(SEC-SECTION(WS-SEC-I))
               " " SEC-TERM(WS-SEC-I)
               "  " FUNCTION TRIM(WS-BEFORE-TXT).

       BUILD-BEFORE-TEXT.
           PERFORM BUILD-SECTION-TEXT.
           MOVE WS-AFTER-TXT TO WS-BEFORE-TXT.

       BUILD-AFTER-TEXT.
           PERFORM BUILD-SECTION-TEXT.

       BUILD-SECTION-TEXT.
           MOVE SEC-CAP(WS-SEC-HIT) TO WS-FCAP.
           MOVE SEC-TAKEN(WS-SEC-HIT) TO WS-FTAKEN.
           MOVE SPACES TO WS-AFTER-TXT.
           IF SEC-DAYS(WS-SEC-HIT) = SPACES THEN
               STRING "cap=" FUNCTION TRIM(WS-FCAP)
                   " taken=" FUNCTION TRIM(WS-FTAKEN)
                   " meets=TBA"
                   DELIMITED BY SIZE INTO WS-AFTER-TXT
           ELSE
               STRING "cap=" FUNCTION TRIM(WS-FCAP)
                   " taken=" FUNCTION TRIM(WS-FTAKEN)
                   " meets=" FUNCTION TRIM(SEC-DAYS(WS-SEC-HIT))
                   " " SEC-START(WS-SEC-HIT) "-" SEC-END(WS-SEC-HIT)
                   " room=" FUNCTION TRIM(SEC-ROOM(WS-SEC-HIT))
                   DELIMITED BY SIZE INTO WS-AFTER-TXT
           END-IF.

      * One line per change: date time|action|section|before|after,
      * held until the save; RUN-MENU keeps the table from filling
       WRITE-CHANGE-LOG-LINE.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           ADD 1 TO WS-CHGP-COUNT.
           MOVE SPACES TO CHGP-LINE(WS-CHGP-COUNT).
           STRING WS-RUNLOG-DATE " " WS-RUNLOG-TIME
               "|" FUNCTION TRIM(WS-CHG-LINE)
               "|" FUNCTION TRIM(WS-WORK-KEY)
               "|before " FUNCTION TRIM(WS-BEFORE-TXT)
               "|after " FUNCTION TRIM(WS-AFTER-TXT)
               DELIMITED BY SIZE INTO CHGP-LINE(WS-CHGP-COUNT).

       FLUSH-CHANGE-LOG-LINE.
           WRITE CHG-FILE-REC FROM CHGP-LINE(WS-CHGP-I).

       REWRITE-SECTION-MASTER.
      * Saving a master the load could not hold whole would drop
      * every section past the cap, so the save is refused outright
           IF WS-SECT-OVERFLOW = "Y" THEN
               DISPLAY "ERROR: section master did not fit in "
                   "storage -- save refused, file left unchanged"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-SECTION-FILE
           END-IF.

       REWRITE-SECTION-FILE.
           MOVE WS-SECT-FILE-NAME TO SECT-FILE-DESC.
           OPEN OUTPUT SECTFILE.
           IF WS-SECT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot rewrite section master "
                   FUNCTION TRIM(WS-SECT-FILE-NAME)
                   " (file status " WS-SECT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-SECTION-ROW
                   VARYING WS-SEC-I FROM 1 BY 1
                   UNTIL WS-SEC-I > WS-SECT-COUNT
               PERFORM WRITE-BAD-ROW
                   VARYING WS-BAD-I FROM 1 BY 1
                   UNTIL WS-BAD-I > WS-BAD-COUNT
               CLOSE SECTFILE
               DISPLAY "Section master saved to "
                   FUNCTION TRIM(WS-SECT-FILE-NAME)
               PERFORM FLUSH-CHANGE-LOG-LINE
                   VARYING WS-CHGP-I FROM 1 BY 1
                   UNTIL WS-CHGP-I > WS-CHGP-COUNT
               PERFORM FLUSH-DISPLACED-REPORT
           END-IF.

      * Written exactly as SECTREG writes it, meeting-time fields
      * only on sections that have them
       WRITE-SECTION-ROW.
           MOVE SPACES TO WS-SECT-LINE.
           IF SEC-DAYS(WS-SEC-I) = SPACES THEN
               STRING FUNCTION TRIM(SEC-COURSE(WS-SEC-I))
                   "|" FUNCTION TRIM(SEC-SECTION(WS-SEC-I))
                   "|" SEC-TERM(WS-SEC-I)
                   "|" SEC-CAP(WS-SEC-I)
                   "|" SEC-TAKEN(WS-SEC-I)
                   DELIMITED BY SIZE INTO WS-SECT-LINE
           ELSE
               STRING FUNCTION TRIM(SEC-COURSE(WS-SEC-I))
                   "|" FUNCTION TRIM(SEC-SECTION(WS-SEC-I))
                   "|" SEC-TERM(WS-SEC-I)
                   "|" SEC-CAP(WS-SEC-I)
                   "|" SEC-TAKEN(WS-SEC-I)
                   "|" FUNCTION TRIM(SEC-DAYS(WS-SEC-I))
                   "|" SEC-START(WS-SEC-I)
                   "|" SEC-END(WS-SEC-I)
                   "|" FUNCTION TRIM(SEC-ROOM(WS-SEC-I))
                   DELIMITED BY SIZE INTO WS-SECT-LINE
           END-IF.
           WRITE SECT-FILE-REC FROM WS-SECT-LINE.

       WRITE-BAD-ROW.
           WRITE SECT-FILE-REC FROM BAD-LINE(WS-BAD-I).

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
           STRING WS-ADD-CNT DELIMITED BY SIZE
               " added " DELIMITED BY SIZE
               WS-CHG-CNT DELIMITED BY SIZE
               " changed " DELIMITED BY SIZE
               WS-CAN-CNT DELIMITED BY SIZE
               " cancelled" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "SECTMAINT" DELIMITED BY SIZE
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
