      * Prerequisite Re-check Program
      * Run after GRADEPOST has posted a term's grades to the student
      * master.  Students register for next term before finals, so a
      * prerequisite they were counting on may since have come back
      * F, W or I.  Every course in next term's registration log is
      * re-evaluated against its catalog PRE-REQS string and the
      * student's freshly posted record, by the same rules
      * AUTOADVISOR's PRE-REQ-SECTION applies: spaces separate
      * alternatives, commas join courses that are all required,
      * and Hours / GPA / Standing terms test the record as a whole.
      * A completed course is a non-superseded A-D or transfer
      * credit.  Registrations that no longer qualify are listed by
      * advisor with the prerequisite that failed and the grade the
      * student has on file for it
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PREREQCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT EQVFILE ASSIGN TO DYNAMIC EQV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EQV-STATUS.
           SELECT ADVFILE ASSIGN TO DYNAMIC ADV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADV-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC REG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT MASTFILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATFILE.
       01 CAT-INPUT-FILE.
            05 CAT-FILE-DESC PIC X(200).

       FD EQVFILE.
       01 EQV-INPUT-FILE.
            05 EQV-FILE-DESC PIC X(200).

       FD ADVFILE.
       01 ADV-INPUT-FILE.
            05 ADV-FILE-DESC PIC X(80).

       FD REGFILE.
       01 REG-FILE-REC.
            05 REG-FILE-DESC PIC X(120).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD MASTFILE.
       01 MAST-REC.
            05 MAST-KEY.
                10 MAST-STUDENT-ID PIC X(10).
                10 MAST-SEQ PIC 9(4).
            05 MAST-LINE PIC X(200).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CATALOG-FILE-NAME PIC X(50).
           01 WS-EQV-FILE-NAME PIC X(50).
           01 WS-ADV-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-EQV-STATUS PIC XX.
           01 WS-ADV-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-MAST-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-TERM-CODE PIC X(6).

      * Catalog table mirrors AUTOADVISOR's CATALOG-TABLE layout
           01 WS-CAT-MAX PIC 9(4) VALUE 500.
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 CATALOG-TABLE OCCURS 500 TIMES.
               05 CAT-COURSE-NAME PIC X(50).
               05 CAT-HOURS PIC 9(3).
               05 CAT-PRE-REQS PIC X(50).
           01 WS-CAT-EOF PIC A(1).
           01 WS-CAT-LINE PIC X(200).
           01 WS-CAT-HIT PIC 9(4).
           01 WS-CAT-I PIC 9(4).
           01 WS-CAT-KEY PIC X(50).
           01 WS-WORK-HOURS-TXT PIC X(10).

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
           01 WS-TRN-TAG PIC X(10).
           01 WS-TRN-INST PIC X(30).
           01 WS-TRN-SOURCE PIC X(50).
           01 WS-TRN-HRS-TXT PIC X(10).

      * Advisor master: STUDENT-ID|ADVISOR
           01 WS-ADV-EOF PIC A(1).
           01 WS-ADV-LINE PIC X(80).
           01 WS-ADV-MAX PIC 9(4) VALUE 2000.
           01 WS-ADV-COUNT PIC 9(4) VALUE 0.
           01 ADV-TABLE OCCURS 2000 TIMES.
               05 ADV-STU-ID PIC X(10).
               05 ADV-NAME PIC X(30).
           01 WS-ADV-I PIC 9(4).
           01 WS-ADV-HIT PIC 9(4).
           01 WS-CUR-ADVISOR PIC X(30).

      * Next term's registrations, sorted by student so each
      * student's record is read from the master once
           01 WS-REG-MAX PIC 9(4) VALUE 5000.
           01 WS-REG-COUNT PIC 9(4) VALUE 0.
           01 REG-TABLE.
               05 REG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REG-COUNT.
                   10 REG-STU-ID PIC X(10).
                   10 REG-COURSE PIC X(50).
                   10 REG-SECTION PIC X(4).
           01 WS-REG-I PIC 9(4).
           01 WS-REG-EOF PIC A(1).
           01 WS-REG-LINE PIC X(120).
           01 WS-LOG-STU-ID PIC X(10).
           01 WS-LOG-COURSE PIC X(50).
           01 WS-LOG-SECTION PIC X(4).
           01 WS-LOG-TERM PIC X(6).
           01 WS-STU-END PIC A(1).

      * The current student's record from the master
           01 WS-MAST-EOF PIC A(1).
           01 WS-MAST-HIT PIC 9(1).
           01 WS-LOOKUP-ID PIC X(10).
           01 WS-HEADER-DONE PIC A(1).
           01 WS-STU-NAME PIC X(30).
           01 WS-STU-MAJOR PIC X(20).
           01 WS-TRX-MAX PIC 9(3) VALUE 300.
           01 WS-TRX-COUNT PIC 9(3) VALUE 0.
           01 TRX-TABLE OCCURS 300 TIMES.
               05 TRX-COURSE PIC X(50).
               05 TRX-GRADE PIC X(1).
               05 TRX-TERM PIC X(6).
               05 TRX-HOURS PIC 9(3).
               05 TRX-DUP PIC 9(1).
           01 WS-TRX-I PIC 9(3).
           01 WS-TRX-K PIC 9(3).
           01 WS-TRX-HIT PIC 9(3).
           01 WS-TRX-GRADE-TXT PIC X(10).
           01 WS-BEST-INDEX PIC 9(3).
           01 WS-BEST-RANK PIC 9(1).
           01 WS-RANK-GRADE PIC X(1).
           01 WS-RANK-VALUE PIC 9(1).
           01 WS-HOURS-ATTEMPTED PIC 9(4).
           01 WS-HOURS-COMPLETED PIC 9(4).
           01 WS-QUALITY-POINTS PIC 9(5)V9(2).
           01 WS-GPA PIC 9(3)V9(2).
           01 WS-FGPA PIC 9.99.

      * Prerequisite evaluation, after AUTOADVISOR's PRJ-EVAL
      * paragraphs: the have-set is every course completed
           01 WS-PROJ-HAVE-MAX PIC 9(4) VALUE 300.
           01 WS-PROJ-HAVE-CNT PIC 9(4) VALUE 0.
           01 PROJ-HAVE-TABLE.
               05 PROJ-HAVE PIC X(50) OCCURS 300 TIMES.
           01 WS-PROJ-HAVE-HRS PIC 9(4).
           01 WS-PROJ-K PIC 9(4).
           01 WS-PROJ-HIT PIC 9(4).
           01 WS-PRJ-STRING PIC X(50).
           01 WS-PRJ-OK PIC 9(1).
           01 WS-PRJ-GROUP-OK PIC 9(1).
           01 WS-PRJ-SPECIAL PIC 9(1).
           01 WS-PRJ-KIND PIC 9(1).
           01 WS-PRJ-TOKEN PIC X(15).
           01 WS-PRJ-HOURS PIC 9(3).
           01 WS-PRJ-GPA PIC 9V9(2).
           01 WS-PRJ-GRP-CNT PIC 9(2).
           01 WS-PRJ-GRP-I PIC 9(2).
           01 WS-PRJ-AND-CNT PIC 9(2).
           01 WS-PRJ-AND-I PIC 9(2).
           01 WS-CONTAINS-CNT PIC 9(3).
           01 PRJ-GROUPS.
               05 PRJ-GROUP PIC X(50) OCCURS 10 TIMES.
           01 PRJ-NAMES.
               05 PRJ-NAME PIC X(50) OCCURS 10 TIMES.

      * Failures collected for the whole run, then sorted by advisor
           01 WS-FAIL-MAX PIC 9(4) VALUE 2000.
           01 WS-FAIL-COUNT PIC 9(4) VALUE 0.
           01 FAIL-TABLE.
               05 FAIL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FAIL-COUNT.
                   10 FAIL-ADVISOR PIC X(30).
                   10 FAIL-STU-ID PIC X(10).
                   10 FAIL-COURSE PIC X(50).
                   10 FAIL-SECTION PIC X(4).
                   10 FAIL-STU-NAME PIC X(30).
                   10 FAIL-PREREQ PIC X(50).
                   10 FAIL-DETAIL PIC X(100).
           01 WS-FAIL-I PIC 9(4).
           01 WS-FAIL-FULL PIC A(1) VALUE "N".
           01 WS-FAIL-DETAIL PIC X(100).
           01 WS-DETAIL-PTR PIC 9(3).
           01 WS-PREV-ADVISOR PIC X(30).
           01 WS-ADV-FAIL-CNT PIC 9(4).

           01 WS-STU-CNT PIC 9(4) VALUE 0.
           01 WS-CHECK-CNT PIC 9(4) VALUE 0.
           01 WS-NOMAST-CNT PIC 9(4) VALUE 0.
           01 WS-NOCAT-CNT PIC 9(4) VALUE 0.
           01 WS-FHOURS PIC Z(3)9.
           01 WS-FCNT PIC Z(3)9.
           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
           01 WS-RPT-DATE PIC 9(8).

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
           PERFORM GET-CATALOG-NAME.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-EQUIVALENCY-TABLE.

           DISPLAY "Student Master Filename: " WITH NO ADVANCING.
           ACCEPT WS-MASTER-FILE-NAME.
           DISPLAY "Advisor Master Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ADV-FILE-NAME.
           ACCEPT WS-ADV-FILE-NAME.
           IF WS-ADV-FILE-NAME NOT = SPACES THEN
               PERFORM LOAD-ADVISOR-MASTER
           END-IF.
           DISPLAY "Registration Term Code: " WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           DISPLAY "Registration Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-REG-FILE-NAME.
           DISPLAY "Prerequisite Failure List Filename: "
               WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.

           IF RETURN-CODE NOT = 8 THEN
               PERFORM LOAD-TERM-REGISTRATIONS
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM CHECK-ALL-STUDENTS
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM WRITE-FAILURE-LIST
           END-IF.

           PERFORM APPEND-RUN-LOG.

           STOP RUN.

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
               IF WS-CAT-COUNT = WS-CAT-MAX THEN
                   DISPLAY "ERROR: catalog has more than " WS-CAT-MAX
                       " courses -- table capacity exceeded, stopping"
                   MOVE "Y" TO WS-CAT-EOF
                   MOVE 8 TO RETURN-CODE
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

       LOAD-EQUIVALENCY-TABLE.
      * Optional: without a table, TRANSFER rows complete nothing
           DISPLAY "Equivalency Table Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-EQV-FILE-NAME.
           ACCEPT WS-EQV-FILE-NAME.
           SET WS-EQV-COUNT TO 0.
           IF WS-EQV-FILE-NAME NOT = SPACES THEN
               MOVE WS-EQV-FILE-NAME TO EQV-FILE-DESC
               OPEN INPUT EQVFILE
               IF WS-EQV-STATUS NOT = "00" THEN
                   DISPLAY "Cannot open "
                       FUNCTION TRIM(WS-EQV-FILE-NAME)
                       " (file status " WS-EQV-STATUS
                       "), transfer credit will not count"
               ELSE
                   MOVE "N" TO WS-EQV-EOF
                   PERFORM LOAD-EQV-ROW UNTIL WS-EQV-EOF = "Y"
                   CLOSE EQVFILE
               END-IF
           END-IF.

       LOAD-EQV-ROW.
           READ EQVFILE INTO WS-EQV-LINE
               AT END MOVE "Y" TO WS-EQV-EOF
           END-READ.
           IF WS-EQV-EOF NOT = "Y" THEN
               IF WS-EQV-COUNT = WS-EQV-MAX THEN
                   DISPLAY "ERROR: more than " WS-EQV-MAX
                       " equivalencies -- table capacity exceeded"
                   MOVE "Y" TO WS-EQV-EOF
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
                       DISPLAY "Bad equivalency line skipped: "
                           FUNCTION TRIM(WS-EQV-LINE)
                       SUBTRACT 1 FROM WS-EQV-COUNT
                   END-IF
               END-IF
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

       LOAD-ADVISOR-MASTER.
           SET WS-ADV-COUNT TO 0.
           MOVE WS-ADV-FILE-NAME TO ADV-FILE-DESC.
           OPEN INPUT ADVFILE.
           IF WS-ADV-STATUS NOT = "00" THEN
               DISPLAY "Cannot open advisor master "
                   FUNCTION TRIM(WS-ADV-FILE-NAME)
                   " (file status " WS-ADV-STATUS
                   "), all students listed as UNASSIGNED"
           ELSE
               MOVE "N" TO WS-ADV-EOF
               PERFORM LOAD-ADVISOR-ROW UNTIL WS-ADV-EOF = "Y"
               CLOSE ADVFILE
           END-IF.

       LOAD-ADVISOR-ROW.
           READ ADVFILE INTO WS-ADV-LINE
               AT END MOVE "Y" TO WS-ADV-EOF
           END-READ.
           IF WS-ADV-EOF NOT = "Y" THEN
               IF WS-ADV-COUNT = WS-ADV-MAX THEN
                   DISPLAY "ERROR: more than " WS-ADV-MAX
                       " advisor rows -- table capacity exceeded"
                   MOVE "Y" TO WS-ADV-EOF
               ELSE
                   ADD 1 TO WS-ADV-COUNT
                   INITIALIZE ADV-TABLE(WS-ADV-COUNT)
                   UNSTRING FUNCTION TRIM(WS-ADV-LINE)
                       DELIMITED BY '|'
                       INTO ADV-STU-ID(WS-ADV-COUNT)
                            ADV-NAME(WS-ADV-COUNT)
                   END-UNSTRING
                   IF ADV-STU-ID(WS-ADV-COUNT) = SPACES
                      OR ADV-NAME(WS-ADV-COUNT) = SPACES THEN
                       DISPLAY "Bad advisor line skipped: "
                           FUNCTION TRIM(WS-ADV-LINE)
                       SUBTRACT 1 FROM WS-ADV-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-ADVISOR-FOR-ID.
           SET WS-ADV-HIT TO 0.
           PERFORM MATCH-ADVISOR-ID VARYING WS-ADV-I FROM 1 BY 1
               UNTIL WS-ADV-I > WS-ADV-COUNT OR WS-ADV-HIT > 0.
           IF WS-ADV-HIT > 0 THEN
               MOVE ADV-NAME(WS-ADV-HIT) TO WS-CUR-ADVISOR
           ELSE
               MOVE "UNASSIGNED" TO WS-CUR-ADVISOR
           END-IF.

       MATCH-ADVISOR-ID.
           IF ADV-STU-ID(WS-ADV-I) = WS-LOOKUP-ID THEN
               SET WS-ADV-HIT TO WS-ADV-I
           END-IF.

       LOAD-TERM-REGISTRATIONS.
           MOVE WS-REG-FILE-NAME TO REG-FILE-DESC.
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open registration log "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (file status " WS-REG-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-REG-EOF
               PERFORM LOAD-REGISTRATION-ROW UNTIL WS-REG-EOF = "Y"
               CLOSE REGFILE
               IF WS-REG-COUNT > 0 THEN
                   SORT REG-ENTRY ASCENDING KEY REG-STU-ID
                       REG-COURSE
               END-IF
           END-IF.

       LOAD-REGISTRATION-ROW.
           READ REGFILE INTO WS-REG-LINE
               AT END MOVE "Y" TO WS-REG-EOF
           END-READ.
           IF WS-REG-EOF NOT = "Y" AND WS-REG-LINE NOT = SPACES THEN
               MOVE SPACES TO WS-LOG-STU-ID WS-LOG-COURSE
                   WS-LOG-SECTION WS-LOG-TERM
               UNSTRING FUNCTION TRIM(WS-REG-LINE) DELIMITED BY '|'
                   INTO WS-LOG-STU-ID WS-LOG-COURSE WS-LOG-SECTION
                        WS-LOG-TERM
               END-UNSTRING
               IF WS-LOG-TERM = WS-TERM-CODE THEN
                   IF WS-REG-COUNT = WS-REG-MAX THEN
                       DISPLAY "ERROR: more than " WS-REG-MAX
                           " registrations for the term -- table "
                           "capacity exceeded, stopping"
                       MOVE "Y" TO WS-REG-EOF
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-REG-COUNT
                       MOVE WS-LOG-STU-ID TO REG-STU-ID(WS-REG-COUNT)
                       MOVE WS-LOG-COURSE TO REG-COURSE(WS-REG-COUNT)
                       MOVE WS-LOG-SECTION
                           TO REG-SECTION(WS-REG-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-ALL-STUDENTS.
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student master "
                   FUNCTION TRIM(WS-MASTER-FILE-NAME)
                   " (file status " WS-MAST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-REG-I TO 1
               PERFORM CHECK-ONE-STUDENT
                   UNTIL WS-REG-I > WS-REG-COUNT
               CLOSE MASTFILE
           END-IF.

      * WS-REG-I is on the student's first registration and is left
      * on the next student's first
       CHECK-ONE-STUDENT.
           MOVE REG-STU-ID(WS-REG-I) TO WS-LOOKUP-ID.
           ADD 1 TO WS-STU-CNT.
           PERFORM FIND-ADVISOR-FOR-ID.
           PERFORM LOAD-STUDENT-FROM-MASTER.
           IF WS-MAST-HIT = 0 THEN
               ADD 1 TO WS-NOMAST-CNT
               MOVE SPACES TO WS-STU-NAME
           ELSE
               PERFORM RECONCILE-RETAKES
               PERFORM BUILD-HAVE-SET
           END-IF.
           MOVE "N" TO WS-STU-END.
           PERFORM CHECK-ONE-REGISTRATION UNTIL WS-STU-END = "Y".

       LOAD-STUDENT-FROM-MASTER.
           SET WS-MAST-HIT TO 0.
           SET WS-TRX-COUNT TO 0.
           MOVE "N" TO WS-HEADER-DONE.
           MOVE SPACES TO WS-STU-NAME WS-STU-MAJOR.
           MOVE "N" TO WS-MAST-EOF.
           MOVE WS-LOOKUP-ID TO MAST-STUDENT-ID.
           MOVE 0 TO MAST-SEQ.
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY MOVE "Y" TO WS-MAST-EOF
           END-START.
           PERFORM READ-MASTER-FOR-ID UNTIL WS-MAST-EOF = "Y".

       READ-MASTER-FOR-ID.
           READ MASTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MAST-EOF
           END-READ.
           IF WS-MAST-EOF NOT = "Y" THEN
               IF MAST-STUDENT-ID = WS-LOOKUP-ID THEN
                   SET WS-MAST-HIT TO 1
                   PERFORM STORE-MASTER-LINE
               ELSE
                   MOVE "Y" TO WS-MAST-EOF
               END-IF
           END-IF.

      * Header first, then course rows; a row AUTOADVISOR's edit
      * pass would reject is simply not counted here
       STORE-MASTER-LINE.
           IF WS-HEADER-DONE = "N" THEN
               MOVE SPACES TO WS-LOG-STU-ID
               UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
                   INTO WS-LOG-STU-ID WS-STU-NAME WS-STU-MAJOR
               END-UNSTRING
               MOVE "Y" TO WS-HEADER-DONE
           ELSE
               IF WS-TRX-COUNT < WS-TRX-MAX
                  AND MAST-LINE NOT = SPACES THEN
                   ADD 1 TO WS-TRX-COUNT
                   INITIALIZE TRX-TABLE(WS-TRX-COUNT)
                   UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
                       INTO TRX-COURSE(WS-TRX-COUNT)
                            TRX-GRADE(WS-TRX-COUNT)
                            TRX-TERM(WS-TRX-COUNT)
                   END-UNSTRING
                   IF TRX-COURSE(WS-TRX-COUNT) = "TRANSFER" THEN
                       PERFORM STORE-TRANSFER-ROW
                   ELSE
                       MOVE TRX-COURSE(WS-TRX-COUNT) TO WS-CAT-KEY
                       PERFORM FIND-CATALOG-COURSE
                       IF WS-CAT-HIT > 0 THEN
                           MOVE CAT-HOURS(WS-CAT-HIT)
                               TO TRX-HOURS(WS-TRX-COUNT)
                       ELSE
                           SUBTRACT 1 FROM WS-TRX-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Transfer credit counts as its local equivalent with grade T
       STORE-TRANSFER-ROW.
           MOVE SPACES TO WS-TRN-INST WS-TRN-SOURCE WS-TRN-HRS-TXT.
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO WS-TRN-TAG WS-TRN-INST WS-TRN-SOURCE
                    WS-TRN-HRS-TXT
           END-UNSTRING.
           PERFORM FIND-EQUIVALENCY.
           IF WS-EQV-HIT = 0
              OR FUNCTION TRIM(WS-TRN-HRS-TXT) IS NOT NUMERIC THEN
               SUBTRACT 1 FROM WS-TRX-COUNT
           ELSE
               MOVE EQV-LOCAL(WS-EQV-HIT) TO TRX-COURSE(WS-TRX-COUNT)
               MOVE "T" TO TRX-GRADE(WS-TRX-COUNT)
               MOVE SPACES TO TRX-TERM(WS-TRX-COUNT)
               COMPUTE TRX-HOURS(WS-TRX-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-HRS-TXT)
           END-IF.

       RECONCILE-RETAKES.
      * A later attempt at the same course supersedes an earlier one;
      * the best grade of the group counts and its hours count once
           PERFORM RECONCILE-ONE-COURSE VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.

       RECONCILE-ONE-COURSE.
           IF TRX-DUP(WS-TRX-I) = 0 THEN
               SET WS-BEST-INDEX TO WS-TRX-I
               MOVE TRX-GRADE(WS-TRX-I) TO WS-RANK-GRADE
               PERFORM GRADE-RANK
               SET WS-BEST-RANK TO WS-RANK-VALUE
               PERFORM FIND-BEST-RETAKE VARYING WS-TRX-K
                   FROM WS-TRX-I BY 1 UNTIL WS-TRX-K > WS-TRX-COUNT
               PERFORM FLAG-OTHER-RETAKE VARYING WS-TRX-K
                   FROM WS-TRX-I BY 1 UNTIL WS-TRX-K > WS-TRX-COUNT
           END-IF.

       FIND-BEST-RETAKE.
           IF WS-TRX-K > WS-TRX-I
              AND TRX-COURSE(WS-TRX-K) = TRX-COURSE(WS-TRX-I) THEN
               MOVE TRX-GRADE(WS-TRX-K) TO WS-RANK-GRADE
               PERFORM GRADE-RANK
               IF WS-RANK-VALUE >= WS-BEST-RANK THEN
                   SET WS-BEST-RANK TO WS-RANK-VALUE
                   SET WS-BEST-INDEX TO WS-TRX-K
               END-IF
           END-IF.

       FLAG-OTHER-RETAKE.
           IF TRX-COURSE(WS-TRX-K) = TRX-COURSE(WS-TRX-I)
              AND WS-TRX-K NOT = WS-BEST-INDEX THEN
               SET TRX-DUP(WS-TRX-K) TO 1
           END-IF.

      * Transfer credit ranks with a C: a later A or B on the real
      * course supersedes it, a D or F never displaces the credit
       GRADE-RANK.
           EVALUATE WS-RANK-GRADE
               WHEN "A" SET WS-RANK-VALUE TO 5
               WHEN "B" SET WS-RANK-VALUE TO 4
               WHEN "C" SET WS-RANK-VALUE TO 3
               WHEN "T" SET WS-RANK-VALUE TO 3
               WHEN "D" SET WS-RANK-VALUE TO 2
               WHEN " " SET WS-RANK-VALUE TO 1
               WHEN "I" SET WS-RANK-VALUE TO 1
               WHEN "W" SET WS-RANK-VALUE TO 1
               WHEN OTHER SET WS-RANK-VALUE TO 0
           END-EVALUATE.

      * Completed courses, completed hours and GPA, counted as
      * AUTOADVISOR's CATEGORIZE-COURSES counts them
       BUILD-HAVE-SET.
           SET WS-PROJ-HAVE-CNT TO 0.
           SET WS-HOURS-ATTEMPTED TO 0.
           SET WS-HOURS-COMPLETED TO 0.
           SET WS-QUALITY-POINTS TO 0.
           PERFORM ADD-ONE-TO-HAVE VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.
           SET WS-GPA TO 0.
           IF WS-HOURS-ATTEMPTED > 0 THEN
               COMPUTE WS-GPA ROUNDED =
                   WS-QUALITY-POINTS / WS-HOURS-ATTEMPTED
           END-IF.
           MOVE WS-HOURS-COMPLETED TO WS-PROJ-HAVE-HRS.

       ADD-ONE-TO-HAVE.
           IF TRX-DUP(WS-TRX-I) = 0 THEN
               EVALUATE TRX-GRADE(WS-TRX-I)
                   WHEN "A"
                       COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
                           + (TRX-HOURS(WS-TRX-I) * 4.0)
                   WHEN "B"
                       COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
                           + (TRX-HOURS(WS-TRX-I) * 3.0)
                   WHEN "C"
                       COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
                           + (TRX-HOURS(WS-TRX-I) * 2.0)
                   WHEN "D"
                       COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
                           + (TRX-HOURS(WS-TRX-I) * 1.0)
               END-EVALUATE
               EVALUATE TRX-GRADE(WS-TRX-I)
                   WHEN "A" WHEN "B" WHEN "C" WHEN "D"
                       ADD TRX-HOURS(WS-TRX-I) TO WS-HOURS-ATTEMPTED
                       ADD TRX-HOURS(WS-TRX-I) TO WS-HOURS-COMPLETED
                       PERFORM ADD-COURSE-TO-HAVE
                   WHEN "T"
                       ADD TRX-HOURS(WS-TRX-I) TO WS-HOURS-COMPLETED
                       PERFORM ADD-COURSE-TO-HAVE
                   WHEN "F"
                       ADD TRX-HOURS(WS-TRX-I) TO WS-HOURS-ATTEMPTED
               END-EVALUATE
           END-IF.

       ADD-COURSE-TO-HAVE.
           IF WS-PROJ-HAVE-CNT < WS-PROJ-HAVE-MAX THEN
               ADD 1 TO WS-PROJ-HAVE-CNT
               MOVE TRX-COURSE(WS-TRX-I)
                   TO PROJ-HAVE(WS-PROJ-HAVE-CNT)
           END-IF.

       CHECK-ONE-REGISTRATION.
           ADD 1 TO WS-CHECK-CNT.
           MOVE REG-COURSE(WS-REG-I) TO WS-CAT-KEY.
           PERFORM FIND-CATALOG-COURSE.
           IF WS-CAT-HIT = 0 THEN
               ADD 1 TO WS-NOCAT-CNT
               DISPLAY "Course not in catalog, not checked: "
                   FUNCTION TRIM(REG-STU-ID(WS-REG-I)) " "
                   FUNCTION TRIM(REG-COURSE(WS-REG-I))
           ELSE
               MOVE CAT-PRE-REQS(WS-CAT-HIT) TO WS-PRJ-STRING
               IF WS-PRJ-STRING NOT = SPACES THEN
                   IF WS-MAST-HIT = 0 THEN
                       MOVE "student not found on master"
                           TO WS-FAIL-DETAIL
                       PERFORM ADD-FAILURE
                   ELSE
                       PERFORM PRJ-EVAL-PREREQS
                       IF WS-PRJ-OK = 0 THEN
                           PERFORM DESCRIBE-FAILURE
                           PERFORM ADD-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-REG-I.
           IF WS-REG-I > WS-REG-COUNT THEN
               MOVE "Y" TO WS-STU-END
           ELSE
               IF REG-STU-ID(WS-REG-I) NOT = WS-LOOKUP-ID THEN
                   MOVE "Y" TO WS-STU-END
               END-IF
           END-IF.

       ADD-FAILURE.
           IF WS-FAIL-COUNT = WS-FAIL-MAX THEN
               IF WS-FAIL-FULL = "N" THEN
                   DISPLAY "WARNING: more than " WS-FAIL-MAX
                       " failures -- list is incomplete"
                   MOVE "Y" TO WS-FAIL-FULL
               END-IF
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-CUR-ADVISOR TO FAIL-ADVISOR(WS-FAIL-COUNT)
               MOVE WS-LOOKUP-ID TO FAIL-STU-ID(WS-FAIL-COUNT)
               MOVE WS-STU-NAME TO FAIL-STU-NAME(WS-FAIL-COUNT)
               MOVE REG-COURSE(WS-REG-I) TO FAIL-COURSE(WS-FAIL-COUNT)
               MOVE REG-SECTION(WS-REG-I)
                   TO FAIL-SECTION(WS-FAIL-COUNT)
               MOVE WS-PRJ-STRING TO FAIL-PREREQ(WS-FAIL-COUNT)
               MOVE WS-FAIL-DETAIL TO FAIL-DETAIL(WS-FAIL-COUNT)
           END-IF.

      * What the student is short of: for a course list, every named
      * course not completed with the grade on file for it; for an
      * Hours / GPA / Standing term, what the record actually holds
       DESCRIBE-FAILURE.
           MOVE SPACES TO WS-FAIL-DETAIL.
           SET WS-DETAIL-PTR TO 1.
           IF WS-PRJ-SPECIAL = 1 THEN
               MOVE WS-HOURS-COMPLETED TO WS-FHOURS
               MOVE WS-GPA TO WS-FGPA
               STRING "record has " FUNCTION TRIM(WS-FHOURS)
                   " hours, GPA " WS-FGPA
                   DELIMITED BY SIZE INTO WS-FAIL-DETAIL
           ELSE
               PERFORM DESCRIBE-GROUP
                   VARYING WS-PRJ-GRP-I FROM 1 BY 1
                   UNTIL WS-PRJ-GRP-I > WS-PRJ-GRP-CNT
           END-IF.

       DESCRIBE-GROUP.
           IF PRJ-GROUP(WS-PRJ-GRP-I) NOT = SPACES THEN
               INITIALIZE PRJ-NAMES
               SET WS-PRJ-AND-CNT TO 0
               UNSTRING PRJ-GROUP(WS-PRJ-GRP-I)
                   DELIMITED BY ','
                   INTO PRJ-NAME(1) PRJ-NAME(2) PRJ-NAME(3)
                        PRJ-NAME(4) PRJ-NAME(5) PRJ-NAME(6)
                        PRJ-NAME(7) PRJ-NAME(8) PRJ-NAME(9)
                        PRJ-NAME(10)
                   TALLYING IN WS-PRJ-AND-CNT
               END-UNSTRING
               PERFORM DESCRIBE-MISSING-COURSE
                   VARYING WS-PRJ-AND-I FROM 1 BY 1
                   UNTIL WS-PRJ-AND-I > WS-PRJ-AND-CNT
           END-IF.

       DESCRIBE-MISSING-COURSE.
           IF PRJ-NAME(WS-PRJ-AND-I) NOT = SPACES THEN
               PERFORM FIND-PROJ-HAVE
               IF WS-PROJ-HIT = 0 THEN
                   PERFORM FIND-COUNTING-ATTEMPT
                   IF WS-TRX-HIT = 0 THEN
                       MOVE "not taken" TO WS-TRX-GRADE-TXT
                   ELSE
                       IF TRX-GRADE(WS-TRX-HIT) = SPACE THEN
                           MOVE "no grade" TO WS-TRX-GRADE-TXT
                       ELSE
                           MOVE TRX-GRADE(WS-TRX-HIT)
                               TO WS-TRX-GRADE-TXT
                       END-IF
                   END-IF
                   IF WS-DETAIL-PTR > 1 THEN
                       STRING "; " DELIMITED BY SIZE
                           INTO WS-FAIL-DETAIL
                           WITH POINTER WS-DETAIL-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(PRJ-NAME(WS-PRJ-AND-I))
                       " " FUNCTION TRIM(WS-TRX-GRADE-TXT)
                       DELIMITED BY SIZE INTO WS-FAIL-DETAIL
                       WITH POINTER WS-DETAIL-PTR
                   END-STRING
                   IF WS-TRX-HIT > 0 THEN
                       IF TRX-TERM(WS-TRX-HIT) NOT = SPACES THEN
                           STRING " " TRX-TERM(WS-TRX-HIT)
                               DELIMITED BY SIZE INTO WS-FAIL-DETAIL
                               WITH POINTER WS-DETAIL-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The attempt that counts for a course: the one the retake
      * pass left unflagged
       FIND-COUNTING-ATTEMPT.
           SET WS-TRX-HIT TO 0.
           PERFORM MATCH-COUNTING-ATTEMPT VARYING WS-TRX-K FROM 1 BY 1
               UNTIL WS-TRX-K > WS-TRX-COUNT OR WS-TRX-HIT > 0.

       MATCH-COUNTING-ATTEMPT.
           IF TRX-COURSE(WS-TRX-K) = PRJ-NAME(WS-PRJ-AND-I)
              AND TRX-DUP(WS-TRX-K) = 0 THEN
               SET WS-TRX-HIT TO WS-TRX-K
           END-IF.

       FIND-PROJ-HAVE.
           SET WS-PROJ-HIT TO 0.
           PERFORM MATCH-PROJ-HAVE VARYING WS-PROJ-K FROM 1 BY 1
               UNTIL WS-PROJ-K > WS-PROJ-HAVE-CNT
                   OR WS-PROJ-HIT > 0.

       MATCH-PROJ-HAVE.
           IF PROJ-HAVE(WS-PROJ-K) = PRJ-NAME(WS-PRJ-AND-I) THEN
               SET WS-PROJ-HIT TO WS-PROJ-K
           END-IF.

       PRJ-EVAL-PREREQS.
           SET WS-PRJ-OK TO 0.
           SET WS-PRJ-GRP-CNT TO 0.
           IF WS-PRJ-STRING = SPACES THEN
               SET WS-PRJ-OK TO 1
           ELSE
               SET WS-PRJ-SPECIAL TO 0
               SET WS-CONTAINS-CNT TO 0
               INSPECT WS-PRJ-STRING
                   TALLYING WS-CONTAINS-CNT FOR ALL "Hours"
               INSPECT WS-PRJ-STRING
                   TALLYING WS-CONTAINS-CNT FOR ALL "GPA"
               INSPECT WS-PRJ-STRING
                   TALLYING WS-CONTAINS-CNT FOR ALL "Standing"
               IF WS-CONTAINS-CNT > 0 THEN
                   SET WS-PRJ-SPECIAL TO 1
               END-IF
               IF WS-PRJ-SPECIAL = 1 THEN
                   PERFORM PRJ-EVAL-SPECIAL
               ELSE
                   INITIALIZE PRJ-GROUPS
                   UNSTRING FUNCTION TRIM(WS-PRJ-STRING)
                       DELIMITED BY ALL ' '
                       INTO PRJ-GROUP(1) PRJ-GROUP(2) PRJ-GROUP(3)
                            PRJ-GROUP(4) PRJ-GROUP(5) PRJ-GROUP(6)
                            PRJ-GROUP(7) PRJ-GROUP(8) PRJ-GROUP(9)
                            PRJ-GROUP(10)
                       TALLYING IN WS-PRJ-GRP-CNT
                   END-UNSTRING
                   PERFORM PRJ-EVAL-GROUP
                       VARYING WS-PRJ-GRP-I FROM 1 BY 1
                       UNTIL WS-PRJ-GRP-I > WS-PRJ-GRP-CNT
                           OR WS-PRJ-OK = 1
               END-IF
           END-IF.

       PRJ-EVAL-GROUP.
           IF PRJ-GROUP(WS-PRJ-GRP-I) NOT = SPACES THEN
               INITIALIZE PRJ-NAMES
               SET WS-PRJ-AND-CNT TO 0
               UNSTRING PRJ-GROUP(WS-PRJ-GRP-I)
                   DELIMITED BY ','
                   INTO PRJ-NAME(1) PRJ-NAME(2) PRJ-NAME(3)
                        PRJ-NAME(4) PRJ-NAME(5) PRJ-NAME(6)
                        PRJ-NAME(7) PRJ-NAME(8) PRJ-NAME(9)
                        PRJ-NAME(10)
                   TALLYING IN WS-PRJ-AND-CNT
               END-UNSTRING
               SET WS-PRJ-GROUP-OK TO 1
               PERFORM PRJ-EVAL-AND-TERM
                   VARYING WS-PRJ-AND-I FROM 1 BY 1
                   UNTIL WS-PRJ-AND-I > WS-PRJ-AND-CNT
                       OR WS-PRJ-GROUP-OK = 0
               IF WS-PRJ-GROUP-OK = 1 THEN
                   SET WS-PRJ-OK TO 1
               END-IF
           END-IF.

       PRJ-EVAL-AND-TERM.
           IF PRJ-NAME(WS-PRJ-AND-I) NOT = SPACES THEN
               PERFORM FIND-PROJ-HAVE
               IF WS-PROJ-HIT = 0 THEN
                   SET WS-PRJ-GROUP-OK TO 0
               END-IF
           END-IF.

       PRJ-EVAL-SPECIAL.
           SET WS-PRJ-KIND TO 0.
           SET WS-CONTAINS-CNT TO 0.
           INSPECT WS-PRJ-STRING
               TALLYING WS-CONTAINS-CNT FOR ALL "Hours".
           IF WS-CONTAINS-CNT > 0 THEN
               SET WS-PRJ-KIND TO 1
           END-IF.
           IF WS-PRJ-KIND = 0 THEN
               SET WS-CONTAINS-CNT TO 0
               INSPECT WS-PRJ-STRING
                   TALLYING WS-CONTAINS-CNT FOR ALL "GPA"
               IF WS-CONTAINS-CNT > 0 THEN
                   SET WS-PRJ-KIND TO 2
               END-IF
           END-IF.
           IF WS-PRJ-KIND = 0 THEN
               SET WS-PRJ-KIND TO 3
           END-IF.
           MOVE SPACES TO WS-PRJ-TOKEN.
           UNSTRING FUNCTION TRIM(WS-PRJ-STRING)
               DELIMITED BY ' '
               INTO WS-PRJ-TOKEN
           END-UNSTRING.
           EVALUATE WS-PRJ-KIND
               WHEN 1
                   COMPUTE WS-PRJ-HOURS =
                       FUNCTION NUMVAL(WS-PRJ-TOKEN)
                   IF WS-PROJ-HAVE-HRS >= WS-PRJ-HOURS THEN
                       SET WS-PRJ-OK TO 1
                   END-IF
               WHEN 2
                   COMPUTE WS-PRJ-GPA =
                       FUNCTION NUMVAL(WS-PRJ-TOKEN)
                   IF WS-GPA >= WS-PRJ-GPA THEN
                       SET WS-PRJ-OK TO 1
                   END-IF
               WHEN 3
                   EVALUATE FUNCTION TRIM(WS-PRJ-TOKEN)
                       WHEN "Senior"    SET WS-PRJ-HOURS TO 90
                       WHEN "Junior"    SET WS-PRJ-HOURS TO 60
                       WHEN "Sophomore" SET WS-PRJ-HOURS TO 30
                       WHEN "Freshman"  SET WS-PRJ-HOURS TO 0
                       WHEN OTHER       SET WS-PRJ-HOURS TO 999
                   END-EVALUATE
                   IF WS-PROJ-HAVE-HRS >= WS-PRJ-HOURS THEN
                       SET WS-PRJ-OK TO 1
                   END-IF
           END-EVALUATE.

       WRITE-FAILURE-LIST.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create failure list "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
               STRING "Prerequisite Failure List -- term "
                   WS-TERM-CODE "  as of " WS-RPT-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "Master: " FUNCTION TRIM(WS-MASTER-FILE-NAME)
                   "  Registrations: "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-FAIL-COUNT = 0 THEN
                   PERFORM WRITE-REPORT-LINE
                   MOVE "No prerequisite failures." TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   SORT FAIL-ENTRY ASCENDING KEY FAIL-ADVISOR
                       FAIL-STU-ID FAIL-COURSE
                   MOVE SPACES TO WS-PREV-ADVISOR
                   PERFORM WRITE-FAILURE-ENTRY
                       VARYING WS-FAIL-I FROM 1 BY 1
                       UNTIL WS-FAIL-I > WS-FAIL-COUNT
                   PERFORM WRITE-ADVISOR-TOTAL
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE WS-STU-CNT TO WS-FCNT
               STRING "Students checked:        " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CHECK-CNT TO WS-FCNT
               STRING "Registrations checked:   " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-FAIL-COUNT TO WS-FCNT
               STRING "Prerequisite failures:   " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-NOMAST-CNT TO WS-FCNT
               STRING "Students not on master:  " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-NOCAT-CNT TO WS-FCNT
               STRING "Courses not in catalog:  " WS-FCNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE RPTFILE
               DISPLAY "Prerequisite failure list written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
      * Failures are students someone has to call before the term
      * starts -- worth a warning on the run
               IF WS-FAIL-COUNT > 0 OR WS-NOCAT-CNT > 0 THEN
                   IF RETURN-CODE = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-FAILURE-ENTRY.
           IF FAIL-ADVISOR(WS-FAIL-I) NOT = WS-PREV-ADVISOR THEN
               IF WS-PREV-ADVISOR NOT = SPACES THEN
                   PERFORM WRITE-ADVISOR-TOTAL
               END-IF
               MOVE FAIL-ADVISOR(WS-FAIL-I) TO WS-PREV-ADVISOR
               SET WS-ADV-FAIL-CNT TO 0
               PERFORM WRITE-REPORT-LINE
               STRING "Advisor: " FUNCTION TRIM(WS-PREV-ADVISOR)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "  STUDENT     NAME                          "
                   "COURSE               SECT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-ADV-FAIL-CNT.
           MOVE FAIL-STU-ID(WS-FAIL-I) TO WS-RPT-LINE(3:10).
           MOVE FAIL-STU-NAME(WS-FAIL-I) TO WS-RPT-LINE(15:30).
           MOVE FAIL-COURSE(WS-FAIL-I) TO WS-RPT-LINE(45:20).
           MOVE FAIL-SECTION(WS-FAIL-I) TO WS-RPT-LINE(66:4).
           PERFORM WRITE-REPORT-LINE.
           STRING "      requires: "
               FUNCTION TRIM(FAIL-PREREQ(WS-FAIL-I))
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "      on file:  "
               FUNCTION TRIM(FAIL-DETAIL(WS-FAIL-I))
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ADVISOR-TOTAL.
           MOVE WS-ADV-FAIL-CNT TO WS-FCNT.
           STRING "  " FUNCTION TRIM(WS-FCNT) " failure(s) for "
               FUNCTION TRIM(WS-PREV-ADVISOR)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
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
           STRING WS-CHECK-CNT DELIMITED BY SIZE
               " registrations checked " DELIMITED BY SIZE
               WS-FAIL-COUNT DELIMITED BY SIZE
               " failed" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "PREREQCHK" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-FILE-NAME) DELIMITED BY SIZE
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
