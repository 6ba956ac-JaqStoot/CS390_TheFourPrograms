      * Class List Program
      * Opens a term for the instructors: every section of the term
      * on the section master gets a class list of the students
      * SECTREG's registration log has in it, with ID, name and major
      * from the student master.  Each enrolled student also gets an
      * empty GradeReport grade file -- the STUDENT| identity header
      * and a zero TOTAL_POINTS line -- and each section a roster
      * file naming those grade files, so an instructor can go
      * straight to GRADEBOOK to enter scores and GRADEREPORT's class
      * mode can run off the roster.  A grade file already on disk is
      * never written over, so the run can be repeated after late
      * registrations without losing scores entered since
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLASSLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SECTFILE ASSIGN TO DYNAMIC SECT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC REG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT MASTFILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.
           SELECT GRDFILE ASSIGN TO DYNAMIC WS-GRD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRD-STATUS.
           SELECT RSTFILE ASSIGN TO DYNAMIC WS-RST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.
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

      * Record layout has to match TRANLOAD's byte for byte
       FD MASTFILE.
       01 MAST-REC.
            05 MAST-KEY.
                10 MAST-STUDENT-ID PIC X(10).
                10 MAST-SEQ PIC 9(4).
            05 MAST-LINE PIC X(200).

      * Same 80-byte record GRADEBOOK writes: the identity header,
      * then the running total in the first 14 columns
       FD GRDFILE.
       01 GRD-FILE-REC PIC X(80).

       FD RSTFILE.
       01 RST-FILE-REC PIC X(50).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-SECT-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-GRD-FILE-NAME PIC X(50).
           01 WS-RST-FILE-NAME PIC X(50).
           01 WS-SECT-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-MAST-STATUS PIC XX.
           01 WS-GRD-STATUS PIC XX.
           01 WS-RST-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-TERM-CODE PIC X(6).
           01 WS-PREFIX PIC X(10).

      * One entry per section of the term, from the section master,
      * sorted by course and section for the class lists
           01 WS-CLS-MAX PIC 9(3) VALUE 500.
           01 WS-CLS-COUNT PIC 9(3) VALUE 0.
           01 CLS-TABLE.
               05 CLS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CLS-COUNT.
                   10 CLS-COURSE PIC X(50).
                   10 CLS-SECTION PIC X(4).
                   10 CLS-CAP PIC 9(4).
                   10 CLS-ENROLLED PIC 9(4).
           01 WS-CLS-I PIC 9(3).
           01 WS-CLS-HIT PIC 9(3).

      * One entry per registration of the term in a section on the
      * master, with the student's name and major looked up as it
      * is loaded; sorted into section and then name order so each
      * class list is one run of the table
           01 WS-ENR-MAX PIC 9(4) VALUE 5000.
           01 WS-ENR-COUNT PIC 9(4) VALUE 0.
           01 ENR-TABLE.
               05 ENR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ENR-COUNT.
                   10 ENR-COURSE PIC X(50).
                   10 ENR-SECTION PIC X(4).
                   10 ENR-NAME PIC X(30).
                   10 ENR-STU-ID PIC X(10).
                   10 ENR-MAJOR PIC X(20).
                   10 ENR-ON-MASTER PIC A(1).
           01 WS-ENR-I PIC 9(4).
           01 WS-ENR-J PIC 9(4).

      * Registrations for a section the master no longer carries
      * get no grade file; they are listed at the end for the
      * registrar to sort out
           01 WS-ORP-MAX PIC 9(3) VALUE 200.
           01 WS-ORP-COUNT PIC 9(3) VALUE 0.
           01 ORP-TABLE OCCURS 200 TIMES.
               05 ORP-STU-ID PIC X(10).
               05 ORP-COURSE PIC X(50).
               05 ORP-SECTION PIC X(4).
           01 WS-ORP-I PIC 9(3).

           01 WS-EOF PIC A(1).
           01 WS-IN-LINE PIC X(120).
           01 WS-SEC-COURSE PIC X(50).
           01 WS-SEC-SECTION PIC X(4).
           01 WS-SEC-TERM PIC X(6).
           01 WS-SEC-CAP-TXT PIC X(10).
           01 WS-LOG-STU-ID PIC X(10).
           01 WS-LOG-COURSE PIC X(50).
           01 WS-LOG-SECTION PIC X(4).
           01 WS-LOG-TERM PIC X(6).
           01 WS-MST-ID PIC X(10).
           01 WS-MST-NAME PIC X(30).
           01 WS-MST-MAJOR PIC X(20).
           01 WS-MAST-OPEN PIC A(1) VALUE "N".

      * GRADEREPORT reads each roster entry into a 20-character file
      * name, so a grade file name longer than that could never be
      * opened from the roster and is not created
           01 WS-GRD-NAME-MAX PIC 9(2) VALUE 20.
           01 WS-NAME-LEN PIC 9(3).
           01 WS-SECT-STEM PIC X(60).
           01 WS-GRD-RESULT PIC X(16).
           01 WS-GRD-TOTAL PIC 9(14) VALUE 0.
           01 WS-RST-OPEN PIC A(1).

           01 WS-LIST-CNT PIC 9(4) VALUE 0.
           01 WS-STU-CNT PIC 9(5) VALUE 0.
           01 WS-CREATED-CNT PIC 9(5) VALUE 0.
           01 WS-KEPT-CNT PIC 9(5) VALUE 0.
           01 WS-NOMAST-CNT PIC 9(5) VALUE 0.
           01 WS-LONG-CNT PIC 9(5) VALUE 0.
           01 WS-FAIL-CNT PIC 9(5) VALUE 0.
           01 WS-DUP-CNT PIC 9(5) VALUE 0.
           01 WS-ORPHAN-CNT PIC 9(5) VALUE 0.
           01 WS-RST-CNT PIC 9(4) VALUE 0.
           01 WS-FN4 PIC Z(3)9.
           01 WS-FN5 PIC Z(4)9.
           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
      * Each section list, and the totals, is its own page run: the
      * heading lines head every page of it, the footer closes each
           01 WS-RPT-HEAD PIC X(120).
           01 WS-RPT-HEAD2 PIC X(120).
           01 WS-RPT-PAGE-LINE PIC X(120).
           01 WS-RPT-PAGE PIC 9(3).
           01 WS-RPT-LINE-CNT PIC 9(2).
           01 WS-RPT-BODY-MAX PIC 9(2) VALUE 50.
           01 WS-FRPT-PAGE PIC Z(2)9.

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
           DISPLAY "Student Master Filename: " WITH NO ADVANCING.
           ACCEPT WS-MASTER-FILE-NAME.
           DISPLAY "Grade File Prefix (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PREFIX.
           ACCEPT WS-PREFIX.
           DISPLAY "Class List Report Filename: " WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.

           PERFORM LOAD-TERM-SECTIONS.
           IF RETURN-CODE NOT = 8 THEN
               OPEN INPUT MASTFILE
               IF WS-MAST-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open student master "
                       FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       " (file status " WS-MAST-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-MAST-OPEN
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM LOAD-REGISTRATIONS
           END-IF.
           IF WS-MAST-OPEN = "Y" THEN
               CLOSE MASTFILE
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM WRITE-CLASS-LISTS
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

      * Only the term's sections are kept; the rest of the master is
      * other terms
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
               IF WS-CLS-COUNT > 0 THEN
                   SORT CLS-ENTRY ASCENDING KEY CLS-COURSE
                       CLS-SECTION
               END-IF
           END-IF.

       LOAD-SECTION-ROW.
           READ SECTFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" THEN
               MOVE SPACES TO WS-SEC-COURSE WS-SEC-SECTION
                   WS-SEC-TERM WS-SEC-CAP-TXT
               UNSTRING FUNCTION TRIM(WS-IN-LINE) DELIMITED BY '|'
                   INTO WS-SEC-COURSE WS-SEC-SECTION WS-SEC-TERM
                        WS-SEC-CAP-TXT
               END-UNSTRING
               IF WS-SEC-TERM = WS-TERM-CODE THEN
                   IF WS-SEC-COURSE = SPACES
                      OR FUNCTION TRIM(WS-SEC-CAP-TXT)
                          IS NOT NUMERIC THEN
                       DISPLAY "Bad section line skipped: "
                           FUNCTION TRIM(WS-IN-LINE)
                   ELSE
                       PERFORM ADD-CLASS-SECTION
                   END-IF
               END-IF
           END-IF.

       ADD-CLASS-SECTION.
           IF WS-CLS-COUNT = WS-CLS-MAX THEN
               DISPLAY "ERROR: more than " WS-CLS-MAX
                   " sections for the term -- table capacity "
                   "exceeded, stopping"
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CLS-COUNT
               MOVE WS-SEC-COURSE TO CLS-COURSE(WS-CLS-COUNT)
               MOVE WS-SEC-SECTION TO CLS-SECTION(WS-CLS-COUNT)
               COMPUTE CLS-CAP(WS-CLS-COUNT) =
                   FUNCTION NUMVAL(WS-SEC-CAP-TXT)
               SET CLS-ENROLLED(WS-CLS-COUNT) TO 0
           END-IF.

       FIND-CLASS-SECTION.
           SET WS-CLS-HIT TO 0.
           PERFORM MATCH-CLASS-SECTION VARYING WS-CLS-I FROM 1 BY 1
               UNTIL WS-CLS-I > WS-CLS-COUNT OR WS-CLS-HIT > 0.

       MATCH-CLASS-SECTION.
           IF CLS-COURSE(WS-CLS-I) = WS-LOG-COURSE
              AND CLS-SECTION(WS-CLS-I) = WS-LOG-SECTION THEN
               SET WS-CLS-HIT TO WS-CLS-I
           END-IF.

       LOAD-REGISTRATIONS.
           MOVE WS-REG-FILE-NAME TO REG-FILE-DESC.
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open registration log "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (file status " WS-REG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM LOAD-REGISTRATION-ROW UNTIL WS-EOF = "Y"
               CLOSE REGFILE
               IF WS-ENR-COUNT > 0 THEN
                   SORT ENR-ENTRY ASCENDING KEY ENR-COURSE
                       ENR-SECTION ENR-NAME ENR-STU-ID
               END-IF
           END-IF.

       LOAD-REGISTRATION-ROW.
           READ REGFILE INTO WS-IN-LINE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF NOT = "Y" AND WS-IN-LINE NOT = SPACES THEN
               MOVE SPACES TO WS-LOG-STU-ID WS-LOG-COURSE
                   WS-LOG-SECTION WS-LOG-TERM
               UNSTRING FUNCTION TRIM(WS-IN-LINE) DELIMITED BY '|'
                   INTO WS-LOG-STU-ID WS-LOG-COURSE WS-LOG-SECTION
                        WS-LOG-TERM
               END-UNSTRING
               IF WS-LOG-TERM = WS-TERM-CODE THEN
                   PERFORM FIND-CLASS-SECTION
                   IF WS-CLS-HIT = 0 THEN
                       PERFORM NOTE-ORPHAN-REGISTRATION
                   ELSE
                       PERFORM ADD-ENROLLMENT
                   END-IF
               END-IF
           END-IF.

       NOTE-ORPHAN-REGISTRATION.
           ADD 1 TO WS-ORPHAN-CNT.
           IF WS-ORP-COUNT < WS-ORP-MAX THEN
               ADD 1 TO WS-ORP-COUNT
               MOVE WS-LOG-STU-ID TO ORP-STU-ID(WS-ORP-COUNT)
               MOVE WS-LOG-COURSE TO ORP-COURSE(WS-ORP-COUNT)
               MOVE WS-LOG-SECTION TO ORP-SECTION(WS-ORP-COUNT)
           END-IF.

       ADD-ENROLLMENT.
           IF WS-ENR-COUNT = WS-ENR-MAX THEN
               DISPLAY "ERROR: more than " WS-ENR-MAX
                   " registrations for the term -- table capacity "
                   "exceeded, stopping"
               MOVE "Y" TO WS-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOOKUP-STUDENT
               ADD 1 TO WS-ENR-COUNT
               MOVE WS-LOG-COURSE TO ENR-COURSE(WS-ENR-COUNT)
               MOVE WS-LOG-SECTION TO ENR-SECTION(WS-ENR-COUNT)
               MOVE WS-LOG-STU-ID TO ENR-STU-ID(WS-ENR-COUNT)
               MOVE WS-MST-NAME TO ENR-NAME(WS-ENR-COUNT)
               MOVE WS-MST-MAJOR TO ENR-MAJOR(WS-ENR-COUNT)
               IF WS-MAST-STATUS = "00" THEN
                   MOVE "Y" TO ENR-ON-MASTER(WS-ENR-COUNT)
               ELSE
                   MOVE "N" TO ENR-ON-MASTER(WS-ENR-COUNT)
               END-IF
           END-IF.

      * The sequence-0 master record is the student's ID|NAME|MAJOR
      * header
       LOOKUP-STUDENT.
           MOVE SPACES TO WS-MST-ID WS-MST-NAME WS-MST-MAJOR.
           MOVE WS-LOG-STU-ID TO MAST-STUDENT-ID.
           MOVE 0 TO MAST-SEQ.
           READ MASTFILE KEY IS MAST-KEY
               INVALID KEY MOVE "23" TO WS-MAST-STATUS
           END-READ.
           IF WS-MAST-STATUS = "00" THEN
               UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
                   INTO WS-MST-ID WS-MST-NAME WS-MST-MAJOR
               END-UNSTRING
           END-IF.

       WRITE-CLASS-LISTS.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create class list report "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
               SET WS-ENR-I TO 1
               IF WS-CLS-COUNT = 0 THEN
                   MOVE SPACES TO WS-RPT-HEAD WS-RPT-HEAD2
                   STRING "Class Lists -- term " WS-TERM-CODE
                       DELIMITED BY SIZE INTO WS-RPT-HEAD
                   SET WS-RPT-PAGE TO 0
                   PERFORM RPT-PAGE-HEADING
                   MOVE "  (no sections on the master for this term)"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM RPT-PAGE-FOOTER
               ELSE
                   PERFORM WRITE-SECTION-LIST
                       VARYING WS-CLS-I FROM 1 BY 1
                       UNTIL WS-CLS-I > WS-CLS-COUNT
               END-IF
               PERFORM WRITE-RUN-TOTALS
               CLOSE RPTFILE
               DISPLAY "Class lists written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
           END-IF.

      * One page per section, so each instructor's list can be handed
      * out on its own
       WRITE-SECTION-LIST.
           ADD 1 TO WS-LIST-CNT.
           MOVE SPACES TO WS-SECT-STEM.
           STRING FUNCTION TRIM(WS-PREFIX)
               FUNCTION TRIM(CLS-COURSE(WS-CLS-I)) "-"
               FUNCTION TRIM(CLS-SECTION(WS-CLS-I))
               DELIMITED BY SIZE INTO WS-SECT-STEM.
      * A course name with a space in it must not put one in a file
      * name
           COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SECT-STEM)).
           INSPECT WS-SECT-STEM(1:WS-NAME-LEN) REPLACING ALL " " BY "_".
           PERFORM COUNT-SECTION-ENROLLMENT.
           MOVE SPACES TO WS-RPT-HEAD WS-RPT-HEAD2.
           STRING "Class List -- " FUNCTION TRIM(CLS-COURSE(WS-CLS-I))
               "  Section " FUNCTION TRIM(CLS-SECTION(WS-CLS-I))
               "  Term " WS-TERM-CODE "  as of " WS-RUNLOG-DATE
               DELIMITED BY SIZE INTO WS-RPT-HEAD.
           SET WS-RPT-PAGE TO 0.
           PERFORM RPT-PAGE-HEADING.
           MOVE CLS-ENROLLED(WS-CLS-I) TO WS-FN4.
           STRING "Enrolled: " FUNCTION TRIM(WS-FN4)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE CLS-CAP(WS-CLS-I) TO WS-FN4.
           STRING "Capacity: " FUNCTION TRIM(WS-FN4)
               DELIMITED BY SIZE INTO WS-RPT-LINE(16:20).
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO WS-RST-OPEN.
           IF CLS-ENROLLED(WS-CLS-I) = 0 THEN
               PERFORM WRITE-REPORT-LINE
               MOVE "  (no students registered)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM OPEN-SECTION-ROSTER
               PERFORM WRITE-REPORT-LINE
               STRING "  ID         NAME                           "
                   "MAJOR                GRADE FILE           STATUS"
                   DELIMITED BY SIZE INTO WS-RPT-HEAD2
               MOVE WS-RPT-HEAD2 TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-STUDENT-LINE
                   UNTIL WS-ENR-I > WS-ENR-COUNT
                      OR ENR-COURSE(WS-ENR-I) NOT =
                         CLS-COURSE(WS-CLS-I)
                      OR ENR-SECTION(WS-ENR-I) NOT =
                         CLS-SECTION(WS-CLS-I)
               IF WS-RST-OPEN = "Y" THEN
                   CLOSE RSTFILE
               END-IF
           END-IF.
      * Closing the page here starts the next section on a new one
           PERFORM RPT-PAGE-FOOTER.

      * Both tables are in course and section order, so this
      * section's students start at WS-ENR-I
       COUNT-SECTION-ENROLLMENT.
           SET CLS-ENROLLED(WS-CLS-I) TO 0.
           PERFORM COUNT-ENROLLMENT-ROW VARYING WS-ENR-J FROM WS-ENR-I
               BY 1 UNTIL WS-ENR-J > WS-ENR-COUNT
                  OR ENR-COURSE(WS-ENR-J) NOT = CLS-COURSE(WS-CLS-I)
                  OR ENR-SECTION(WS-ENR-J) NOT = CLS-SECTION(WS-CLS-I).

       COUNT-ENROLLMENT-ROW.
           IF WS-ENR-J = WS-ENR-I
              OR ENR-STU-ID(WS-ENR-J) NOT = ENR-STU-ID(WS-ENR-J - 1)
               THEN
               ADD 1 TO CLS-ENROLLED(WS-CLS-I)
           END-IF.

       OPEN-SECTION-ROSTER.
           MOVE SPACES TO WS-RST-FILE-NAME.
           STRING FUNCTION TRIM(WS-SECT-STEM) ".RST"
               DELIMITED BY SIZE INTO WS-RST-FILE-NAME.
           OPEN OUTPUT RSTFILE.
           IF WS-RST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create roster "
                   FUNCTION TRIM(WS-RST-FILE-NAME)
                   " (file status " WS-RST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-RST-OPEN
               ADD 1 TO WS-RST-CNT
           END-IF.
           STRING "Roster: " FUNCTION TRIM(WS-RST-FILE-NAME)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-RST-OPEN = "N" THEN
               MOVE "NOT CREATED" TO WS-RPT-LINE(60:11)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      * A student registered twice for the same section is listed
      * once
       WRITE-STUDENT-LINE.
           IF WS-ENR-I > 1
              AND ENR-STU-ID(WS-ENR-I) = ENR-STU-ID(WS-ENR-I - 1)
              AND ENR-COURSE(WS-ENR-I) = ENR-COURSE(WS-ENR-I - 1)
              AND ENR-SECTION(WS-ENR-I) = ENR-SECTION(WS-ENR-I - 1)
               THEN
               ADD 1 TO WS-DUP-CNT
           ELSE
               ADD 1 TO WS-STU-CNT
               PERFORM MAKE-GRADE-FILE
               MOVE ENR-STU-ID(WS-ENR-I) TO WS-RPT-LINE(3:10)
               IF ENR-ON-MASTER(WS-ENR-I) = "Y" THEN
                   MOVE ENR-NAME(WS-ENR-I) TO WS-RPT-LINE(14:30)
                   MOVE ENR-MAJOR(WS-ENR-I) TO WS-RPT-LINE(46:20)
               ELSE
                   MOVE "(not on student master)" TO WS-RPT-LINE(14:30)
               END-IF
               MOVE WS-GRD-FILE-NAME TO WS-RPT-LINE(67:20)
               MOVE WS-GRD-RESULT TO WS-RPT-LINE(88:16)
               PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-ENR-I.

      * Grade file name is the section's stem and the student ID.
      * One already on disk belongs to the instructor and is left as
      * it is, but still goes on the roster
       MAKE-GRADE-FILE.
           MOVE SPACES TO WS-GRD-FILE-NAME.
           STRING FUNCTION TRIM(WS-SECT-STEM) "-"
               FUNCTION TRIM(ENR-STU-ID(WS-ENR-I))
               DELIMITED BY SIZE INTO WS-GRD-FILE-NAME.
           COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-GRD-FILE-NAME)).
           IF ENR-ON-MASTER(WS-ENR-I) = "N" THEN
               ADD 1 TO WS-NOMAST-CNT
           END-IF.
           IF WS-NAME-LEN > WS-GRD-NAME-MAX THEN
               MOVE "NAME TOO LONG" TO WS-GRD-RESULT
               ADD 1 TO WS-LONG-CNT
           ELSE
               OPEN INPUT GRDFILE
               IF WS-GRD-STATUS = "00" THEN
                   CLOSE GRDFILE
                   MOVE "ON FILE" TO WS-GRD-RESULT
                   ADD 1 TO WS-KEPT-CNT
                   PERFORM WRITE-ROSTER-ENTRY
               ELSE
                   PERFORM CREATE-GRADE-FILE
               END-IF
           END-IF.
           IF ENR-ON-MASTER(WS-ENR-I) = "N"
              AND WS-GRD-RESULT(1:7) = "CREATED" THEN
               MOVE "CREATED, NO NAME" TO WS-GRD-RESULT
           END-IF.

       CREATE-GRADE-FILE.
           OPEN OUTPUT GRDFILE.
           IF WS-GRD-STATUS NOT = "00" THEN
               DISPLAY "Cannot create grade file "
                   FUNCTION TRIM(WS-GRD-FILE-NAME)
                   " (file status " WS-GRD-STATUS ")"
               MOVE "NOT CREATED" TO WS-GRD-RESULT
               ADD 1 TO WS-FAIL-CNT
           ELSE
               MOVE SPACES TO GRD-FILE-REC
               STRING "STUDENT|" FUNCTION TRIM(ENR-STU-ID(WS-ENR-I))
                   "|" FUNCTION TRIM(ENR-NAME(WS-ENR-I))
                   "|" FUNCTION TRIM(ENR-MAJOR(WS-ENR-I))
                   DELIMITED BY SIZE INTO GRD-FILE-REC
               WRITE GRD-FILE-REC
               MOVE SPACES TO GRD-FILE-REC
               MOVE WS-GRD-TOTAL TO GRD-FILE-REC(1:14)
               WRITE GRD-FILE-REC
               CLOSE GRDFILE
               MOVE "CREATED" TO WS-GRD-RESULT
               ADD 1 TO WS-CREATED-CNT
               PERFORM WRITE-ROSTER-ENTRY
           END-IF.

       WRITE-ROSTER-ENTRY.
           IF WS-RST-OPEN = "Y" THEN
               MOVE WS-GRD-FILE-NAME TO RST-FILE-REC
               WRITE RST-FILE-REC
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-HEAD WS-RPT-HEAD2.
           STRING "Class Lists -- term " WS-TERM-CODE "  totals"
               DELIMITED BY SIZE INTO WS-RPT-HEAD.
           SET WS-RPT-PAGE TO 0.
           PERFORM RPT-PAGE-HEADING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LIST-CNT TO WS-FN5.
           STRING "Sections listed:              " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STU-CNT TO WS-FN5.
           STRING "Students listed:              " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RST-CNT TO WS-FN5.
           STRING "Rosters written:              " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CREATED-CNT TO WS-FN5.
           STRING "Grade files created:          " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-KEPT-CNT TO WS-FN5.
           STRING "Grade files already on file:  " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FAIL-CNT TO WS-FN5.
           STRING "Grade files not created:      " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LONG-CNT TO WS-FN5.
           STRING "Grade file name too long:     " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NOMAST-CNT TO WS-FN5.
           STRING "Students not on master:       " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DUP-CNT TO WS-FN5.
           STRING "Duplicate registrations:      " WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORPHAN-CNT TO WS-FN5.
           STRING "Registrations for sections not on master: "
               WS-FN5
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ORP-COUNT > 0 THEN
               PERFORM WRITE-ORPHAN-LINE VARYING WS-ORP-I FROM 1 BY 1
                   UNTIL WS-ORP-I > WS-ORP-COUNT
           END-IF.
           PERFORM RPT-PAGE-FOOTER.
      * Anything that leaves a registered student without a usable
      * grade file, or a name the instructor cannot check, is worth
      * a warning
           IF WS-LONG-CNT > 0 OR WS-FAIL-CNT > 0
              OR WS-NOMAST-CNT > 0 OR WS-ORPHAN-CNT > 0 THEN
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ORPHAN-LINE.
           STRING "  " ORP-STU-ID(WS-ORP-I) " "
               FUNCTION TRIM(ORP-COURSE(WS-ORP-I))
               " section " FUNCTION TRIM(ORP-SECTION(WS-ORP-I))
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RPT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE.
           SET WS-RPT-LINE-CNT TO 0.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-HEAD.
           IF WS-RPT-HEAD2 NOT = SPACES THEN
               WRITE RPT-OUTPUT-FILE FROM WS-RPT-HEAD2
           END-IF.

      * Heading and footer lines go out through their own buffer,
      * leaving a body line waiting in WS-RPT-LINE untouched
       RPT-PAGE-FOOTER.
           MOVE SPACES TO WS-RPT-PAGE-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-PAGE-LINE.
           MOVE WS-RPT-PAGE TO WS-FRPT-PAGE.
           STRING "Printed " WS-RUNLOG-DATE
               "                                          Page "
               WS-FRPT-PAGE
               DELIMITED BY SIZE INTO WS-RPT-PAGE-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-PAGE-LINE.

      * The page is turned before a line that would overrun it, so
      * a list that just fills its last page gets no empty one
       WRITE-REPORT-LINE.
           IF WS-RPT-LINE-CNT >= WS-RPT-BODY-MAX THEN
               PERFORM RPT-PAGE-FOOTER
               PERFORM RPT-PAGE-HEADING
           END-IF.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           ADD 1 TO WS-RPT-LINE-CNT.

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
           STRING WS-LIST-CNT DELIMITED BY SIZE
               " sections " DELIMITED BY SIZE
               WS-STU-CNT DELIMITED BY SIZE
               " students " DELIMITED BY SIZE
               WS-CREATED-CNT DELIMITED BY SIZE
               " files" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "CLASSLIST" DELIMITED BY SIZE
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
