      * Referential Integrity Check Program
      * Every program edits its own input, but nothing proves the
      * shared files agree with each other: a degree plan CORE course
      * missing from the catalog, an equivalency LOCAL course CATMAINT
      * has since retired, a section for a course no longer offered,
      * an advisor master entry for a student who is not on MASTFILE.
      * This program loads the catalog, degree plan, equivalency
      * table, section master, advisor master, student master and
      * the plan directory with every plan it names -- reading only,
      * never writing -- and reports every dangling
      * reference by file and line with per-file totals.  Any
      * dangling reference, or a named file that cannot be read,
      * ends the run with return code 8 so JOBSTREAM stops before
      * the nightly batch runs on broken reference data
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REFCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT PLANFILE ASSIGN TO DYNAMIC PLAN-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLANFILE-STATUS.
           SELECT EQVFILE ASSIGN TO DYNAMIC EQV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EQV-STATUS.
           SELECT SECTFILE ASSIGN TO DYNAMIC SECT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS.
           SELECT ADVFILE ASSIGN TO DYNAMIC ADV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADV-STATUS.
           SELECT PDIRFILE ASSIGN TO DYNAMIC PDIR-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDIR-STATUS.
           SELECT MASTFILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATFILE.
       01 CAT-INPUT-FILE.
            05 CAT-FILE-DESC PIC X(200).

       FD PLANFILE.
       01 PLAN-INPUT-FILE.
            05 PLAN-FILE-DESC PIC X(500).

       FD EQVFILE.
       01 EQV-INPUT-FILE.
            05 EQV-FILE-DESC PIC X(200).

       FD SECTFILE.
       01 SECT-FILE-REC.
            05 SECT-FILE-DESC PIC X(120).

       FD ADVFILE.
       01 ADV-INPUT-FILE.
            05 ADV-FILE-DESC PIC X(80).

       FD PDIRFILE.
       01 PDIR-INPUT-FILE.
            05 PDIR-FILE-DESC PIC X(120).

      * Record layout has to match TRANLOAD's byte for byte
       FD MASTFILE.
       01 MAST-REC.
            05 MAST-KEY.
                10 MAST-STUDENT-ID PIC X(10).
                10 MAST-SEQ PIC 9(4).
            05 MAST-LINE PIC X(200).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CATALOG-FILE-NAME PIC X(50).
           01 WS-PLAN-FILE-NAME PIC X(50).
           01 WS-EQV-FILE-NAME PIC X(50).
           01 WS-SECT-FILE-NAME PIC X(50).
           01 WS-ADV-FILE-NAME PIC X(50).
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-PDIR-FILE-NAME PIC X(50).
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-PLANFILE-STATUS PIC XX.
           01 WS-EQV-STATUS PIC XX.
           01 WS-SECT-STATUS PIC XX.
           01 WS-ADV-STATUS PIC XX.
           01 WS-PDIR-STATUS PIC XX.
           01 WS-MAST-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

      * Catalog table mirrors AUTOADVISOR's CATALOG-TABLE layout,
      * plus the line each course came from
           01 WS-CAT-MAX PIC 9(4) VALUE 500.
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 CATALOG-TABLE OCCURS 500 TIMES.
               05 CAT-COURSE-NAME PIC X(50).
               05 CAT-HOURS PIC 9(3).
               05 CAT-PRE-REQS PIC X(50).
               05 CAT-LINE-NO PIC 9(5).
           01 WS-CAT-EOF PIC A(1).
           01 WS-CAT-LINE PIC X(200).
           01 WS-CAT-HIT PIC 9(4).
           01 WS-CAT-I PIC 9(4).
           01 WS-CAT-K PIC 9(4).
           01 WS-CAT-KEY PIC X(50).
           01 WS-WORK-HOURS-TXT PIC X(10).

      * Prerequisite strings split the way AUTOADVISOR's projection
      * reads them: spaces separate OR groups, commas separate the
      * AND terms inside a group; Hours/GPA/Standing strings name no
      * course and are left alone
           01 PRQ-GROUPS.
               05 PRQ-GROUP PIC X(50) OCCURS 10 TIMES.
           01 PRQ-NAMES.
               05 PRQ-NAME PIC X(50) OCCURS 10 TIMES.
           01 WS-PRQ-GRP-CNT PIC 9(2).
           01 WS-PRQ-GRP-I PIC 9(2).
           01 WS-PRQ-AND-CNT PIC 9(2).
           01 WS-PRQ-AND-I PIC 9(2).
           01 WS-CONTAINS-CNT PIC 9(2).

      * Degree plan: CORE|course, ELECTIVE|bucket|hours and
      * OPTION|bucket|course, as AUTOADVISOR's degree audit reads it
           01 WS-PLAN-EOF PIC A(1).
           01 WS-PLAN-LINE PIC X(200).
           01 WS-PLAN-KIND PIC X(8).
           01 WS-PLAN-FIRST PIC X(50).
           01 WS-PLAN-REST PIC X(50).

      * Plan directory, MAJOR|CATALOG-YEAR|plan filename as
      * AUTOADVISOR reads it: a plan it names that cannot be read is
      * itself a dangling reference, and each plan that can is
      * checked line by line like the single degree plan
           01 WS-PDIR-EOF PIC A(1).
           01 WS-PDIR-LINE PIC X(120).
           01 WS-PDIR-LINE-NO PIC 9(5).
           01 WS-PDIR-MAJOR PIC X(20).
           01 WS-PDIR-YEAR-TXT PIC X(10).
           01 WS-PDIR-PLAN-FILE PIC X(50).

      * Transfer equivalencies, as AUTOADVISOR loads them
           01 WS-EQV-EOF PIC A(1).
           01 WS-EQV-LINE PIC X(200).
           01 WS-EQV-MAX PIC 9(3) VALUE 200.
           01 WS-EQV-COUNT PIC 9(3) VALUE 0.
           01 EQV-TABLE OCCURS 200 TIMES.
               05 EQV-INST PIC X(30).
               05 EQV-SOURCE PIC X(50).
               05 EQV-LOCAL PIC X(50).
           01 WS-EQV-I PIC 9(3).
           01 WS-EQV-HIT PIC 9(3).
           01 WS-EQV-LOADED PIC A(1) VALUE "N".
           01 WS-TRN-TAG PIC X(10).
           01 WS-TRN-INST PIC X(30).
           01 WS-TRN-SOURCE PIC X(50).

      * Section master, SECTREG's COURSE|SECTION|TERM|CAP|TAKEN...
           01 WS-SECT-EOF PIC A(1).
           01 WS-SECT-LINE PIC X(120).
           01 WS-SEC-COURSE PIC X(50).
           01 WS-SEC-SECTION PIC X(4).
           01 WS-SEC-TERM PIC X(6).

      * Advisor master, STUDENT-ID|ADVISOR one per line
           01 WS-ADV-EOF PIC A(1).
           01 WS-ADV-LINE PIC X(80).
           01 WS-ADV-STU-ID PIC X(10).
           01 WS-ADV-NAME PIC X(30).

      * Student IDs on the master, gathered in key order during the
      * master sweep so the advisor check can binary-search them
           01 WS-MAST-EOF PIC A(1).
           01 WS-MAST-LOADED PIC A(1) VALUE "N".
           01 WS-MID-MAX PIC 9(4) VALUE 5000.
           01 WS-MID-COUNT PIC 9(4) COMP VALUE 0.
           01 MASTER-IDS.
               05 MID-STUDENT-ID PIC X(10)
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MID-COUNT
                   ASCENDING KEY IS MID-STUDENT-ID
                   INDEXED BY MID-X.
           01 WS-MID-HIT PIC 9(1).
           01 WS-ROW-COURSE PIC X(50).

      * Per-file tallies for the closing summary, in report order:
      * catalog, plan, equivalency, sections, master, advisor,
      * plan directory
           01 FILE-STATS OCCURS 7 TIMES.
               05 FS-LABEL PIC X(20).
               05 FS-NAME PIC X(50).
               05 FS-STATE PIC X(1).
               05 FS-LINES PIC 9(6).
               05 FS-DANGLING PIC 9(6).
           01 WS-FS PIC 9(1).
           01 WS-LINE-NO PIC 9(5).
           01 WS-FLINE PIC 9(5).
           01 WS-TOT-DANGLING PIC 9(6) VALUE 0.
           01 WS-UNREAD-CNT PIC 9(1) VALUE 0.
           01 WS-REF-TEXT PIC X(90).
           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
           01 WS-FCNT PIC Z(5)9.
           01 WS-FCNT2 PIC Z(5)9.
           01 WS-RUN-DATE PIC 9(8).

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-CATALOG-NAME.
           DISPLAY "Degree Plan Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PLAN-FILE-NAME.
           ACCEPT WS-PLAN-FILE-NAME.
           DISPLAY "Equivalency Table Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-EQV-FILE-NAME.
           ACCEPT WS-EQV-FILE-NAME.
           DISPLAY "Section Master Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SECT-FILE-NAME.
           ACCEPT WS-SECT-FILE-NAME.
           DISPLAY "Advisor Master Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ADV-FILE-NAME.
           ACCEPT WS-ADV-FILE-NAME.
           DISPLAY "Student Master Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MASTER-FILE-NAME.
           ACCEPT WS-MASTER-FILE-NAME.
           DISPLAY "Integrity Report Filename: " WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.
           DISPLAY "Plan Directory Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PDIR-FILE-NAME.
           ACCEPT WS-PDIR-FILE-NAME.

           PERFORM INIT-FILE-STATS.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create integrity report "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "Referential Integrity Check  " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
      * The master is swept before the advisor master so its
      * student IDs are on hand for the advisor check
               PERFORM CHECK-CATALOG
               PERFORM CHECK-DEGREE-PLAN
               PERFORM CHECK-EQUIVALENCY
               PERFORM CHECK-SECTIONS
               PERFORM CHECK-MASTER
               PERFORM CHECK-ADVISORS
               PERFORM CHECK-PLAN-DIRECTORY
               PERFORM WRITE-SUMMARY
               CLOSE RPTFILE
               MOVE WS-TOT-DANGLING TO WS-FCNT
               DISPLAY "Dangling references: " WS-FCNT
               DISPLAY "Integrity report written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
               IF WS-TOT-DANGLING > 0 OR WS-UNREAD-CNT > 0 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM APPEND-RUN-LOG.

           STOP RUN.

       INIT-FILE-STATS.
           MOVE "Course catalog" TO FS-LABEL(1).
           MOVE WS-CATALOG-FILE-NAME TO FS-NAME(1).
           MOVE "Degree plan" TO FS-LABEL(2).
           MOVE WS-PLAN-FILE-NAME TO FS-NAME(2).
           MOVE "Equivalency table" TO FS-LABEL(3).
           MOVE WS-EQV-FILE-NAME TO FS-NAME(3).
           MOVE "Section master" TO FS-LABEL(4).
           MOVE WS-SECT-FILE-NAME TO FS-NAME(4).
           MOVE "Student master" TO FS-LABEL(5).
           MOVE WS-MASTER-FILE-NAME TO FS-NAME(5).
           MOVE "Advisor master" TO FS-LABEL(6).
           MOVE WS-ADV-FILE-NAME TO FS-NAME(6).
           MOVE "Plan directory" TO FS-LABEL(7).
           MOVE WS-PDIR-FILE-NAME TO FS-NAME(7).
           PERFORM INIT-ONE-FILE-STAT VARYING WS-FS FROM 1 BY 1
               UNTIL WS-FS > 7.

      * State: C checked, N no file given, U named but unreadable
       INIT-ONE-FILE-STAT.
           SET FS-LINES(WS-FS) TO 0.
           SET FS-DANGLING(WS-FS) TO 0.
           IF FS-NAME(WS-FS) = SPACES THEN
               MOVE "N" TO FS-STATE(WS-FS)
           ELSE
               MOVE "C" TO FS-STATE(WS-FS)
           END-IF.

      * Section heading for the file WS-FS is about to check
       WRITE-FILE-HEADING.
           STRING FUNCTION TRIM(FS-LABEL(WS-FS)) ": "
               FUNCTION TRIM(FS-NAME(WS-FS))
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF FS-STATE(WS-FS) = "N" THEN
               STRING FUNCTION TRIM(FS-LABEL(WS-FS))
                   ": not checked, no file given"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       FILE-UNREADABLE.
           MOVE "U" TO FS-STATE(WS-FS).
           ADD 1 TO WS-UNREAD-CNT.
           STRING "  ERROR: cannot open "
               FUNCTION TRIM(FS-NAME(WS-FS))
               " -- its references were not checked"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "ERROR: cannot open "
               FUNCTION TRIM(FS-LABEL(WS-FS)) " "
               FUNCTION TRIM(FS-NAME(WS-FS)).

      * One dangling reference: WS-LINE-NO (or, for the master, the
      * key already placed in WS-RPT-LINE) and the text in
      * WS-REF-TEXT
       REPORT-DANGLING.
           ADD 1 TO FS-DANGLING(WS-FS).
           ADD 1 TO WS-TOT-DANGLING.
           IF WS-RPT-LINE = SPACES THEN
               MOVE WS-LINE-NO TO WS-FLINE
               STRING "  line " WS-FLINE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-REF-TEXT TO WS-RPT-LINE(29:90).
           PERFORM WRITE-REPORT-LINE.

       WRITE-FILE-TOTAL.
           IF FS-STATE(WS-FS) = "C" THEN
               MOVE FS-LINES(WS-FS) TO WS-FCNT
               MOVE FS-DANGLING(WS-FS) TO WS-FCNT2
               STRING "  " FUNCTION TRIM(WS-FCNT) " lines checked, "
                   FUNCTION TRIM(WS-FCNT2) " dangling"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      * Catalog: every course a prerequisite string names has to be
      * in the catalog itself
       CHECK-CATALOG.
           SET WS-FS TO 1.
           PERFORM WRITE-FILE-HEADING.
           PERFORM LOAD-CATALOG.
           PERFORM CHECK-CATALOG-PREREQS VARYING WS-CAT-K FROM 1 BY 1
               UNTIL WS-CAT-K > WS-CAT-COUNT.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-CATALOG-PREREQS.
           IF CAT-PRE-REQS(WS-CAT-K) NOT = SPACES THEN
               SET WS-CONTAINS-CNT TO 0
               INSPECT CAT-PRE-REQS(WS-CAT-K)
                   TALLYING WS-CONTAINS-CNT FOR ALL "Hours"
               INSPECT CAT-PRE-REQS(WS-CAT-K)
                   TALLYING WS-CONTAINS-CNT FOR ALL "GPA"
               INSPECT CAT-PRE-REQS(WS-CAT-K)
                   TALLYING WS-CONTAINS-CNT FOR ALL "Standing"
               IF WS-CONTAINS-CNT = 0 THEN
                   INITIALIZE PRQ-GROUPS
                   SET WS-PRQ-GRP-CNT TO 0
                   UNSTRING FUNCTION TRIM(CAT-PRE-REQS(WS-CAT-K))
                       DELIMITED BY ALL ' '
                       INTO PRQ-GROUP(1) PRQ-GROUP(2) PRQ-GROUP(3)
                            PRQ-GROUP(4) PRQ-GROUP(5) PRQ-GROUP(6)
                            PRQ-GROUP(7) PRQ-GROUP(8) PRQ-GROUP(9)
                            PRQ-GROUP(10)
                       TALLYING IN WS-PRQ-GRP-CNT
                   END-UNSTRING
                   PERFORM CHECK-PREREQ-GROUP
                       VARYING WS-PRQ-GRP-I FROM 1 BY 1
                       UNTIL WS-PRQ-GRP-I > WS-PRQ-GRP-CNT
               END-IF
           END-IF.

       CHECK-PREREQ-GROUP.
           IF PRQ-GROUP(WS-PRQ-GRP-I) NOT = SPACES THEN
               INITIALIZE PRQ-NAMES
               SET WS-PRQ-AND-CNT TO 0
               UNSTRING PRQ-GROUP(WS-PRQ-GRP-I)
                   DELIMITED BY ','
                   INTO PRQ-NAME(1) PRQ-NAME(2) PRQ-NAME(3)
                        PRQ-NAME(4) PRQ-NAME(5) PRQ-NAME(6)
                        PRQ-NAME(7) PRQ-NAME(8) PRQ-NAME(9)
                        PRQ-NAME(10)
                   TALLYING IN WS-PRQ-AND-CNT
               END-UNSTRING
               PERFORM CHECK-PREREQ-TERM
                   VARYING WS-PRQ-AND-I FROM 1 BY 1
                   UNTIL WS-PRQ-AND-I > WS-PRQ-AND-CNT
           END-IF.

       CHECK-PREREQ-TERM.
           IF PRQ-NAME(WS-PRQ-AND-I) NOT = SPACES THEN
               MOVE PRQ-NAME(WS-PRQ-AND-I) TO WS-CAT-KEY
               PERFORM FIND-CATALOG-COURSE
               IF WS-CAT-HIT = 0 THEN
                   MOVE CAT-LINE-NO(WS-CAT-K) TO WS-LINE-NO
                   MOVE SPACES TO WS-REF-TEXT
                   STRING "prerequisite "
                       FUNCTION TRIM(PRQ-NAME(WS-PRQ-AND-I))
                       " of " FUNCTION TRIM(CAT-COURSE-NAME(WS-CAT-K))
                       " not in catalog"
                       DELIMITED BY SIZE INTO WS-REF-TEXT
                   PERFORM REPORT-DANGLING
               END-IF
           END-IF.

      * Degree plan: CORE and OPTION courses against the catalog
       CHECK-DEGREE-PLAN.
           SET WS-FS TO 2.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               MOVE WS-PLAN-FILE-NAME TO PLAN-FILE-DESC
               OPEN INPUT PLANFILE
               IF WS-PLANFILE-STATUS NOT = "00" THEN
                   PERFORM FILE-UNREADABLE
               ELSE
                   SET WS-LINE-NO TO 0
                   MOVE "N" TO WS-PLAN-EOF
                   PERFORM CHECK-PLAN-ROW UNTIL WS-PLAN-EOF = "Y"
                   CLOSE PLANFILE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-PLAN-ROW.
           READ PLANFILE INTO WS-PLAN-LINE
               AT END MOVE "Y" TO WS-PLAN-EOF
           END-READ.
           IF WS-PLAN-EOF NOT = "Y" THEN
               ADD 1 TO WS-LINE-NO
               ADD 1 TO FS-LINES(WS-FS)
               MOVE SPACES TO WS-PLAN-KIND WS-PLAN-FIRST WS-PLAN-REST
               UNSTRING FUNCTION TRIM(WS-PLAN-LINE) DELIMITED BY '|'
                   INTO WS-PLAN-KIND WS-PLAN-FIRST WS-PLAN-REST
               END-UNSTRING
               MOVE SPACES TO WS-REF-TEXT
               EVALUATE FUNCTION TRIM(WS-PLAN-KIND)
                   WHEN "CORE"
                       MOVE WS-PLAN-FIRST TO WS-CAT-KEY
                       PERFORM FIND-CATALOG-COURSE
                       IF WS-CAT-HIT = 0 THEN
                           STRING "CORE course "
                               FUNCTION TRIM(WS-PLAN-FIRST)
                               " not in catalog"
                               DELIMITED BY SIZE INTO WS-REF-TEXT
                       END-IF
                   WHEN "OPTION"
                       MOVE WS-PLAN-REST TO WS-CAT-KEY
                       PERFORM FIND-CATALOG-COURSE
                       IF WS-CAT-HIT = 0 THEN
                           STRING "OPTION course "
                               FUNCTION TRIM(WS-PLAN-REST)
                               " (" FUNCTION TRIM(WS-PLAN-FIRST)
                               ") not in catalog"
                               DELIMITED BY SIZE INTO WS-REF-TEXT
                       END-IF
               END-EVALUATE
               IF WS-REF-TEXT NOT = SPACES THEN
                   PERFORM REPORT-DANGLING
               END-IF
           END-IF.

      * Plan directory: every plan it names has to be readable, and
      * each one's CORE and OPTION courses against the catalog;
      * plan-file line numbers follow the heading naming the plan
       CHECK-PLAN-DIRECTORY.
           SET WS-FS TO 7.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               MOVE WS-PDIR-FILE-NAME TO PDIR-FILE-DESC
               OPEN INPUT PDIRFILE
               IF WS-PDIR-STATUS NOT = "00" THEN
                   PERFORM FILE-UNREADABLE
               ELSE
                   SET WS-PDIR-LINE-NO TO 0
                   MOVE "N" TO WS-PDIR-EOF
                   PERFORM CHECK-PDIR-ROW UNTIL WS-PDIR-EOF = "Y"
                   CLOSE PDIRFILE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-PDIR-ROW.
           READ PDIRFILE INTO WS-PDIR-LINE
               AT END MOVE "Y" TO WS-PDIR-EOF
           END-READ.
           IF WS-PDIR-EOF NOT = "Y" THEN
               ADD 1 TO WS-PDIR-LINE-NO
               ADD 1 TO FS-LINES(WS-FS)
               IF WS-PDIR-LINE NOT = SPACES THEN
                   MOVE SPACES TO WS-PDIR-MAJOR WS-PDIR-YEAR-TXT
                       WS-PDIR-PLAN-FILE
                   UNSTRING FUNCTION TRIM(WS-PDIR-LINE)
                       DELIMITED BY '|'
                       INTO WS-PDIR-MAJOR
                            WS-PDIR-YEAR-TXT
                            WS-PDIR-PLAN-FILE
                   END-UNSTRING
                   IF WS-PDIR-MAJOR = SPACES
                      OR WS-PDIR-PLAN-FILE = SPACES
                      OR FUNCTION TRIM(WS-PDIR-YEAR-TXT)
                          IS NOT NUMERIC THEN
                       PERFORM SET-PDIR-LINE-TAG
                       MOVE SPACES TO WS-REF-TEXT
                       STRING "malformed line "
                           FUNCTION TRIM(WS-PDIR-LINE)
                           DELIMITED BY SIZE INTO WS-REF-TEXT
                       PERFORM REPORT-DANGLING
                   ELSE
                       PERFORM CHECK-DIRECTORY-PLAN
                   END-IF
               END-IF
           END-IF.

       CHECK-DIRECTORY-PLAN.
           MOVE WS-PDIR-PLAN-FILE TO PLAN-FILE-DESC.
           OPEN INPUT PLANFILE.
           IF WS-PLANFILE-STATUS NOT = "00" THEN
               PERFORM SET-PDIR-LINE-TAG
               MOVE SPACES TO WS-REF-TEXT
               STRING "plan " FUNCTION TRIM(WS-PDIR-PLAN-FILE)
                   " for " FUNCTION TRIM(WS-PDIR-MAJOR)
                   " " FUNCTION TRIM(WS-PDIR-YEAR-TXT)
                   " cannot be read (file status "
                   WS-PLANFILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REF-TEXT
               PERFORM REPORT-DANGLING
           ELSE
               STRING "  Plan for " FUNCTION TRIM(WS-PDIR-MAJOR)
                   " " FUNCTION TRIM(WS-PDIR-YEAR-TXT) ": "
                   FUNCTION TRIM(WS-PDIR-PLAN-FILE)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-LINE-NO TO 0
               MOVE "N" TO WS-PLAN-EOF
               PERFORM CHECK-PLAN-ROW UNTIL WS-PLAN-EOF = "Y"
               CLOSE PLANFILE
           END-IF.

      * A directory line's own references are tagged as such, since
      * they can fall under the heading of the plan checked before
       SET-PDIR-LINE-TAG.
           MOVE WS-PDIR-LINE-NO TO WS-FLINE.
           STRING "  dir line " WS-FLINE
               DELIMITED BY SIZE INTO WS-RPT-LINE.

      * Equivalency table: every LOCAL course against the catalog;
      * the table is kept for the master's TRANSFER rows
       CHECK-EQUIVALENCY.
           SET WS-FS TO 3.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               MOVE WS-EQV-FILE-NAME TO EQV-FILE-DESC
               OPEN INPUT EQVFILE
               IF WS-EQV-STATUS NOT = "00" THEN
                   PERFORM FILE-UNREADABLE
               ELSE
                   SET WS-LINE-NO TO 0
                   MOVE "N" TO WS-EQV-EOF
                   PERFORM CHECK-EQV-ROW UNTIL WS-EQV-EOF = "Y"
                   CLOSE EQVFILE
                   MOVE "Y" TO WS-EQV-LOADED
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-EQV-ROW.
           READ EQVFILE INTO WS-EQV-LINE
               AT END MOVE "Y" TO WS-EQV-EOF
           END-READ.
           IF WS-EQV-EOF NOT = "Y" THEN
               ADD 1 TO WS-LINE-NO
               ADD 1 TO FS-LINES(WS-FS)
               IF WS-EQV-COUNT = WS-EQV-MAX THEN
                   DISPLAY "ERROR: more than " WS-EQV-MAX
                       " equivalencies -- table capacity exceeded"
                   MOVE "Y" TO WS-EQV-EOF
                   PERFORM FILE-UNREADABLE
               ELSE
                   ADD 1 TO WS-EQV-COUNT
                   INITIALIZE EQV-TABLE(WS-EQV-COUNT)
                   UNSTRING FUNCTION TRIM(WS-EQV-LINE)
                       DELIMITED BY '|'
                       INTO EQV-INST(WS-EQV-COUNT)
                            EQV-SOURCE(WS-EQV-COUNT)
                            EQV-LOCAL(WS-EQV-COUNT)
                   END-UNSTRING
                   IF EQV-INST(WS-EQV-COUNT) = SPACES
                      OR EQV-SOURCE(WS-EQV-COUNT) = SPACES
                      OR EQV-LOCAL(WS-EQV-COUNT) = SPACES THEN
                       SUBTRACT 1 FROM WS-EQV-COUNT
                   ELSE
                       MOVE EQV-LOCAL(WS-EQV-COUNT) TO WS-CAT-KEY
                       PERFORM FIND-CATALOG-COURSE
                       IF WS-CAT-HIT = 0 THEN
                           MOVE SPACES TO WS-REF-TEXT
                           STRING "LOCAL course "
                               FUNCTION TRIM(EQV-LOCAL(WS-EQV-COUNT))
                               " for "
                               FUNCTION TRIM(EQV-INST(WS-EQV-COUNT))
                               " "
                               FUNCTION TRIM(EQV-SOURCE(WS-EQV-COUNT))
                               " not in catalog"
                               DELIMITED BY SIZE INTO WS-REF-TEXT
                           PERFORM REPORT-DANGLING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Section master: every section's course against the catalog
       CHECK-SECTIONS.
           SET WS-FS TO 4.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               MOVE WS-SECT-FILE-NAME TO SECT-FILE-DESC
               OPEN INPUT SECTFILE
               IF WS-SECT-STATUS NOT = "00" THEN
                   PERFORM FILE-UNREADABLE
               ELSE
                   SET WS-LINE-NO TO 0
                   MOVE "N" TO WS-SECT-EOF
                   PERFORM CHECK-SECTION-ROW UNTIL WS-SECT-EOF = "Y"
                   CLOSE SECTFILE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-SECTION-ROW.
           READ SECTFILE INTO WS-SECT-LINE
               AT END MOVE "Y" TO WS-SECT-EOF
           END-READ.
           IF WS-SECT-EOF NOT = "Y" THEN
               ADD 1 TO WS-LINE-NO
               IF WS-SECT-LINE NOT = SPACES THEN
                   ADD 1 TO FS-LINES(WS-FS)
                   MOVE SPACES TO WS-SEC-COURSE WS-SEC-SECTION
                       WS-SEC-TERM
                   UNSTRING FUNCTION TRIM(WS-SECT-LINE)
                       DELIMITED BY '|'
                       INTO WS-SEC-COURSE WS-SEC-SECTION WS-SEC-TERM
                   END-UNSTRING
                   MOVE WS-SEC-COURSE TO WS-CAT-KEY
                   PERFORM FIND-CATALOG-COURSE
                   IF WS-CAT-HIT = 0 THEN
                       MOVE SPACES TO WS-REF-TEXT
                       STRING "section " FUNCTION TRIM(WS-SEC-SECTION)
                           " " FUNCTION TRIM(WS-SEC-TERM)
                           ": course " FUNCTION TRIM(WS-SEC-COURSE)
                           " not in catalog"
                           DELIMITED BY SIZE INTO WS-REF-TEXT
                       PERFORM REPORT-DANGLING
                   END-IF
               END-IF
           END-IF.

      * Student master: course rows against the catalog, TRANSFER
      * rows against the equivalency table when one was read; the
      * sweep also gathers the student IDs for the advisor check
       CHECK-MASTER.
           SET WS-FS TO 5.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               OPEN INPUT MASTFILE
               IF WS-MAST-STATUS NOT = "00" THEN
                   PERFORM FILE-UNREADABLE
               ELSE
                   MOVE "N" TO WS-MAST-EOF
                   MOVE LOW-VALUES TO MAST-KEY
                   START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                       INVALID KEY MOVE "Y" TO WS-MAST-EOF
                   END-START
                   PERFORM CHECK-MASTER-ROW UNTIL WS-MAST-EOF = "Y"
                   CLOSE MASTFILE
                   IF FS-STATE(WS-FS) = "C" THEN
                       MOVE "Y" TO WS-MAST-LOADED
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-MASTER-ROW.
           READ MASTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MAST-EOF
           END-READ.
           IF WS-MAST-EOF NOT = "Y" THEN
               ADD 1 TO FS-LINES(WS-FS)
               IF WS-MID-COUNT = 0 THEN
                   PERFORM ADD-MASTER-ID
               ELSE
                   IF MAST-STUDENT-ID NOT =
                      MID-STUDENT-ID(WS-MID-COUNT) THEN
                       PERFORM ADD-MASTER-ID
                   END-IF
               END-IF
               IF MAST-SEQ > 0 THEN
                   PERFORM CHECK-MASTER-COURSE
               END-IF
           END-IF.

       ADD-MASTER-ID.
           IF WS-MID-COUNT = WS-MID-MAX THEN
               DISPLAY "ERROR: more than " WS-MID-MAX
                   " students on the master -- table capacity "
                   "exceeded"
               MOVE "Y" TO WS-MAST-EOF
               PERFORM FILE-UNREADABLE
           ELSE
               ADD 1 TO WS-MID-COUNT
               MOVE MAST-STUDENT-ID TO MID-STUDENT-ID(WS-MID-COUNT)
           END-IF.

       CHECK-MASTER-COURSE.
           MOVE SPACES TO WS-ROW-COURSE WS-REF-TEXT.
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO WS-ROW-COURSE
           END-UNSTRING.
           IF WS-ROW-COURSE = "TRANSFER" THEN
               IF WS-EQV-LOADED = "Y" THEN
                   MOVE SPACES TO WS-TRN-INST WS-TRN-SOURCE
                   UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
                       INTO WS-TRN-TAG WS-TRN-INST WS-TRN-SOURCE
                   END-UNSTRING
                   PERFORM FIND-EQUIVALENCY
                   IF WS-EQV-HIT = 0 THEN
                       STRING "transfer " FUNCTION TRIM(WS-TRN-INST)
                           " " FUNCTION TRIM(WS-TRN-SOURCE)
                           " not in equivalency table"
                           DELIMITED BY SIZE INTO WS-REF-TEXT
                   END-IF
               END-IF
           ELSE
               IF WS-ROW-COURSE NOT = SPACES THEN
                   MOVE WS-ROW-COURSE TO WS-CAT-KEY
                   PERFORM FIND-CATALOG-COURSE
                   IF WS-CAT-HIT = 0 THEN
                       STRING "course " FUNCTION TRIM(WS-ROW-COURSE)
                           " not in catalog"
                           DELIMITED BY SIZE INTO WS-REF-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REF-TEXT NOT = SPACES THEN
               STRING "  " MAST-STUDENT-ID " seq " MAST-SEQ
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT-DANGLING
           END-IF.

      * Advisor master: every student ID has to be on the master
       CHECK-ADVISORS.
           SET WS-FS TO 6.
           PERFORM WRITE-FILE-HEADING.
           IF FS-STATE(WS-FS) = "C" THEN
               IF WS-MAST-LOADED NOT = "Y" THEN
                   MOVE "N" TO FS-STATE(WS-FS)
                   MOVE "  not checked, no student master was read"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE WS-ADV-FILE-NAME TO ADV-FILE-DESC
                   OPEN INPUT ADVFILE
                   IF WS-ADV-STATUS NOT = "00" THEN
                       PERFORM FILE-UNREADABLE
                   ELSE
                       SET WS-LINE-NO TO 0
                       MOVE "N" TO WS-ADV-EOF
                       PERFORM CHECK-ADVISOR-ROW
                           UNTIL WS-ADV-EOF = "Y"
                       CLOSE ADVFILE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       CHECK-ADVISOR-ROW.
           READ ADVFILE INTO WS-ADV-LINE
               AT END MOVE "Y" TO WS-ADV-EOF
           END-READ.
           IF WS-ADV-EOF NOT = "Y" THEN
               ADD 1 TO WS-LINE-NO
               ADD 1 TO FS-LINES(WS-FS)
               MOVE SPACES TO WS-ADV-STU-ID WS-ADV-NAME
               UNSTRING FUNCTION TRIM(WS-ADV-LINE) DELIMITED BY '|'
                   INTO WS-ADV-STU-ID WS-ADV-NAME
               END-UNSTRING
               SET WS-MID-HIT TO 0
               SEARCH ALL MID-STUDENT-ID
                   WHEN MID-STUDENT-ID(MID-X) = WS-ADV-STU-ID
                       SET WS-MID-HIT TO 1
               END-SEARCH
               IF WS-MID-HIT = 0 THEN
                   MOVE SPACES TO WS-REF-TEXT
                   STRING "student " FUNCTION TRIM(WS-ADV-STU-ID)
                       " (advisor " FUNCTION TRIM(WS-ADV-NAME)
                       ") not on student master"
                       DELIMITED BY SIZE INTO WS-REF-TEXT
                   PERFORM REPORT-DANGLING
               END-IF
           END-IF.

       WRITE-SUMMARY.
           MOVE "Summary" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  File                  Lines  Dangling"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SUMMARY-ROW VARYING WS-FS FROM 1 BY 1
               UNTIL WS-FS > 7.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-DANGLING TO WS-FCNT.
           STRING "Total dangling references: " FUNCTION TRIM(WS-FCNT)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TOT-DANGLING > 0 OR WS-UNREAD-CNT > 0 THEN
               STRING "Result: reference data BROKEN -- "
                   "do not run the nightly batch"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "Result: reference data consistent" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-ROW.
           MOVE FS-LABEL(WS-FS) TO WS-RPT-LINE(3:20).
           EVALUATE FS-STATE(WS-FS)
               WHEN "C"
                   MOVE FS-LINES(WS-FS) TO WS-FCNT
                   MOVE FS-DANGLING(WS-FS) TO WS-FCNT2
                   MOVE WS-FCNT TO WS-RPT-LINE(23:6)
                   MOVE WS-FCNT2 TO WS-RPT-LINE(33:6)
               WHEN "N"
                   MOVE "not checked" TO WS-RPT-LINE(25:11)
               WHEN OTHER
                   MOVE "UNREADABLE" TO WS-RPT-LINE(25:10)
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       GET-CATALOG-NAME.
      * A mistyped name re-prompts instead of aborting the run
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

       LOAD-CATALOG.
           SET WS-LINE-NO TO 0.
           MOVE WS-CATALOG-FILE-NAME TO CAT-FILE-DESC.
           OPEN INPUT CATFILE.
           MOVE "N" TO WS-CAT-EOF.
           PERFORM LOAD-CATALOG-ROW UNTIL WS-CAT-EOF = "Y".
           CLOSE CATFILE.

       LOAD-CATALOG-ROW.
           READ CATFILE INTO WS-CAT-LINE
               AT END MOVE "Y" TO WS-CAT-EOF
           END-READ.
           IF WS-CAT-EOF NOT = "Y" THEN
               ADD 1 TO WS-LINE-NO
               ADD 1 TO FS-LINES(1)
               IF WS-CAT-COUNT = WS-CAT-MAX THEN
                   DISPLAY "ERROR: catalog has more than " WS-CAT-MAX
                       " courses -- table capacity exceeded, stopping"
                   MOVE "Y" TO WS-CAT-EOF
                   PERFORM FILE-UNREADABLE
               ELSE
                   ADD 1 TO WS-CAT-COUNT
      * UNSTRING leaves receivers past the last delimited field
      * untouched, so the entry has to start clean
                   INITIALIZE CATALOG-TABLE(WS-CAT-COUNT)
                   MOVE SPACES TO WS-WORK-HOURS-TXT
                   UNSTRING FUNCTION TRIM(WS-CAT-LINE)
                       DELIMITED BY '|'
                       INTO CAT-COURSE-NAME(WS-CAT-COUNT)
                            WS-WORK-HOURS-TXT
                            CAT-PRE-REQS(WS-CAT-COUNT)
                   END-UNSTRING
                   IF CAT-COURSE-NAME(WS-CAT-COUNT) = SPACES
                      OR FUNCTION TRIM(WS-WORK-HOURS-TXT)
                          IS NOT NUMERIC THEN
                       DISPLAY "Bad catalog line skipped: "
                           FUNCTION TRIM(WS-CAT-LINE)
                       SUBTRACT 1 FROM WS-CAT-COUNT
                   ELSE
                       COMPUTE CAT-HOURS(WS-CAT-COUNT) =
                           FUNCTION NUMVAL(WS-WORK-HOURS-TXT)
                       MOVE WS-LINE-NO TO CAT-LINE-NO(WS-CAT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * WS-CAT-KEY carries the course looked for
       FIND-CATALOG-COURSE.
           SET WS-CAT-HIT TO 0.
           PERFORM MATCH-CATALOG-COURSE VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT OR WS-CAT-HIT > 0.

       MATCH-CATALOG-COURSE.
           IF CAT-COURSE-NAME(WS-CAT-I) = WS-CAT-KEY THEN
               SET WS-CAT-HIT TO WS-CAT-I
           END-IF.

       FIND-EQUIVALENCY.
           SET WS-EQV-HIT TO 0.
           PERFORM MATCH-EQUIVALENCY VARYING WS-EQV-I FROM 1 BY 1
               UNTIL WS-EQV-I > WS-EQV-COUNT OR WS-EQV-HIT > 0.

       MATCH-EQUIVALENCY.
           IF EQV-INST(WS-EQV-I) = WS-TRN-INST
              AND EQV-SOURCE(WS-EQV-I) = WS-TRN-SOURCE THEN
               SET WS-EQV-HIT TO WS-EQV-I
           END-IF.

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
           STRING WS-TOT-DANGLING DELIMITED BY SIZE
               " dangling " DELIMITED BY SIZE
               WS-UNREAD-CNT DELIMITED BY SIZE
               " unreadable" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "REFCHK" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CATALOG-FILE-NAME) DELIMITED BY SIZE
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
