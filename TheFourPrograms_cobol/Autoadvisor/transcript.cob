      * Official Transcript Program
      * Prints the official academic transcript for one student, or
      * for every student ID in a list file, from the keyed student
      * master.  Each transcript carries the identity header, then
      * courses grouped by term in calendar order with hours and
      * grade points, each term closed by its term GPA and the
      * running cumulative GPA, and any change of academic standing
      * the term brought.  Transfer credit is set out in its own
      * section with the source institution and local equivalent.
      * A repeated course counts once: the attempt AUTOADVISOR's
      * retake rule keeps is the one in the GPA, every other attempt
      * is printed and marked excluded, so the closing cumulative
      * GPA is the lifetime GPA the advising run shows.  Standing
      * actions follow AUTOADVISOR's rule of consecutive terms below
      * 2.00 on every graded attempt of the term.  Every page ends
      * with the print date and page number, the last page with the
      * registrar's certification, and each transcript issued is
      * appended to the issuance log
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSCRIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT EQVFILE ASSIGN TO DYNAMIC EQV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EQV-STATUS.
           SELECT LISTFILE ASSIGN TO DYNAMIC LIST-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
           SELECT TRNSFILE ASSIGN TO DYNAMIC TRNS-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRNS-STATUS.
           SELECT ISSFILE ASSIGN TO DYNAMIC WS-ISS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ISS-STATUS.
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

       FD LISTFILE.
       01 LIST-INPUT-FILE.
            05 LIST-FILE-DESC PIC X(80).

       FD TRNSFILE.
       01 TRNS-OUTPUT-FILE.
            05 TRNS-FILE-DESC PIC X(80).

       FD ISSFILE.
       01 ISS-FILE-REC PIC X(120).

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
           01 WS-LIST-FILE-NAME PIC X(50).
           01 WS-TRNS-FILE-NAME PIC X(50).
           01 WS-ISS-FILE-NAME PIC X(50).
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-EQV-STATUS PIC XX.
           01 WS-LIST-STATUS PIC XX.
           01 WS-TRNS-STATUS PIC XX.
           01 WS-ISS-STATUS PIC XX.
           01 WS-MAST-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-ONE-ID PIC X(10).
           01 WS-ISSUED-TO PIC X(40).
           01 WS-LIST-EOF PIC A(1).
           01 WS-LIST-LINE PIC X(80).

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

      * The student's record from the master.  Transfer rows keep
      * their institution and source course for the transfer section
           01 WS-MAST-EOF PIC A(1).
           01 WS-MAST-HIT PIC 9(1).
           01 WS-LOOKUP-ID PIC X(10).
           01 WS-HEADER-DONE PIC A(1).
           01 WS-STU-ID PIC X(10).
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
               05 TRX-INST PIC X(30).
               05 TRX-SOURCE PIC X(50).
           01 WS-TRX-I PIC 9(3).
           01 WS-TRX-K PIC 9(3).
           01 WS-SKIP-CNT PIC 9(3).
           01 WS-BEST-INDEX PIC 9(3).
           01 WS-BEST-RANK PIC 9(1).
           01 WS-RANK-GRADE PIC X(1).
           01 WS-RANK-VALUE PIC 9(1).

      * Terms in calendar order.  TERM-QP/HRS hold the attempts that
      * count toward the GPA; TERM-STD-QP/HRS every graded attempt
      * of the term, which is what standing is judged on
           01 WS-TERM-MAX PIC 9(2) VALUE 40.
           01 WS-TERM-COUNT PIC 9(2) VALUE 0.
           01 TERM-TABLE.
               05 TERM-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-TERM-COUNT.
                   10 TERM-SEQ PIC 9(5).
                   10 TERM-ID PIC X(6).
                   10 TERM-QP PIC 9(4)V9(2).
                   10 TERM-HRS PIC 9(3).
                   10 TERM-EARNED PIC 9(3).
                   10 TERM-STD-QP PIC 9(4)V9(2).
                   10 TERM-STD-HRS PIC 9(3).
           01 WS-TERM-I PIC 9(2).
           01 WS-TERM-HIT PIC 9(2).
           01 WS-TERM-WRK PIC X(6).
           01 WS-TERM-SEASON PIC 9(1).
           01 WS-TERM-NAME PIC X(20).
           01 WS-TERM-POINTS PIC 9(1).
           01 WS-ROW-POINTS PIC 9(3)V9(2).
           01 WS-TERM-GPA PIC 9V9(2).
           01 WS-CUM-QP PIC 9(5)V9(2).
           01 WS-CUM-HRS PIC 9(4).
           01 WS-CUM-EARNED PIC 9(4).
           01 WS-CUM-GPA PIC 9V9(2).
           01 WS-TRN-HRS-TOTAL PIC 9(4).
           01 WS-TRN-CNT PIC 9(3).
           01 WS-NOTE PIC X(24).

      * Standing, after AUTOADVISOR's EVALUATE-STANDING
           01 WS-PROBATION-GPA PIC 9V9(2) VALUE 2.00.
           01 WS-STAND-GPA PIC 9V9(2).
           01 WS-BAD-STREAK PIC 9(2).
           01 WS-STAND-TXT PIC X(10).
           01 WS-PREV-STANDING PIC X(10).

      * Print lines and paging, after the advising packet
           01 WS-TRNS-LINE PIC X(80) VALUE SPACES.
           01 WS-TRNS-PAGE PIC 9(3).
           01 WS-TRNS-LINE-CNT PIC 9(2).
           01 WS-TRNS-BODY-MAX PIC 9(2) VALUE 50.
           01 WS-TRNS-DATE PIC 9(8).
           01 WS-TRNS-TIME PIC 9(8).
           01 WS-FTRNS-PAGE PIC Z(2)9.
           01 WS-FHRS PIC ZZ9.
           01 WS-FHRS4 PIC Z(3)9.
           01 WS-FPTS PIC ZZ9.99.
           01 WS-FQP PIC Z(4)9.99.
           01 WS-FGPA PIC 9.99.
           01 WS-FGPA2 PIC 9.99.
           01 WS-ISS-LINE PIC X(120).

           01 WS-PRINT-CNT PIC 9(4) VALUE 0.
           01 WS-NOTFOUND-CNT PIC 9(4) VALUE 0.
           01 WS-FCNT PIC Z(3)9.

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
           DISPLAY "Student ID (blank to print from a list): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ONE-ID.
           ACCEPT WS-ONE-ID.
           IF WS-ONE-ID = SPACES THEN
               DISPLAY "Student ID List Filename: " WITH NO ADVANCING
               ACCEPT WS-LIST-FILE-NAME
           END-IF.
           DISPLAY "Issued To: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ISSUED-TO.
           ACCEPT WS-ISSUED-TO.
           IF WS-ISSUED-TO = SPACES THEN
               MOVE "STUDENT" TO WS-ISSUED-TO
           END-IF.
           DISPLAY "Transcript Filename: " WITH NO ADVANCING.
           ACCEPT WS-TRNS-FILE-NAME.
           DISPLAY "Issuance Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-ISS-FILE-NAME.

           IF RETURN-CODE NOT = 8 THEN
               PERFORM PRINT-TRANSCRIPTS
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
      * Optional: without a table, TRANSFER rows are left off
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
                       "), transfer rows will be left off"
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

       PRINT-TRANSCRIPTS.
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student master "
                   FUNCTION TRIM(WS-MASTER-FILE-NAME)
                   " (file status " WS-MAST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TRNS-FILE-NAME TO TRNS-FILE-DESC
               OPEN OUTPUT TRNSFILE
               IF WS-TRNS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot create transcript file "
                       FUNCTION TRIM(WS-TRNS-FILE-NAME)
                       " (file status " WS-TRNS-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
      * The issuance log is permanent: extended every run, created
      * on its very first use
                   OPEN EXTEND ISSFILE
                   IF WS-ISS-STATUS = "35" THEN
                       OPEN OUTPUT ISSFILE
                   END-IF
                   ACCEPT WS-TRNS-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-TRNS-TIME FROM TIME
                   IF WS-ONE-ID NOT = SPACES THEN
                       MOVE WS-ONE-ID TO WS-LOOKUP-ID
                       PERFORM PRINT-ONE-TRANSCRIPT
                   ELSE
                       PERFORM PRINT-FROM-LIST
                   END-IF
                   CLOSE ISSFILE
                   CLOSE TRNSFILE
                   MOVE WS-PRINT-CNT TO WS-FCNT
                   DISPLAY FUNCTION TRIM(WS-FCNT)
                       " transcript(s) written to "
                       FUNCTION TRIM(WS-TRNS-FILE-NAME)
               END-IF
               CLOSE MASTFILE
           END-IF.

       PRINT-FROM-LIST.
           MOVE WS-LIST-FILE-NAME TO LIST-FILE-DESC.
           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student ID list "
                   FUNCTION TRIM(WS-LIST-FILE-NAME)
                   " (file status " WS-LIST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM PRINT-LIST-ENTRY UNTIL WS-LIST-EOF = "Y"
               CLOSE LISTFILE
           END-IF.

       PRINT-LIST-ENTRY.
           READ LISTFILE INTO WS-LIST-LINE
               AT END MOVE "Y" TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF NOT = "Y" AND WS-LIST-LINE NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-ID
               UNSTRING FUNCTION TRIM(WS-LIST-LINE) DELIMITED BY '|'
                   INTO WS-LOOKUP-ID
               END-UNSTRING
               PERFORM PRINT-ONE-TRANSCRIPT
           END-IF.

       PRINT-ONE-TRANSCRIPT.
           PERFORM LOAD-STUDENT-FROM-MASTER.
           IF WS-MAST-HIT = 0 THEN
               ADD 1 TO WS-NOTFOUND-CNT
               DISPLAY "Student " FUNCTION TRIM(WS-LOOKUP-ID)
                   " not found on master -- no transcript"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-SKIP-CNT > 0 THEN
                   DISPLAY "Student " FUNCTION TRIM(WS-LOOKUP-ID) ": "
                       WS-SKIP-CNT " master line(s) not printable "
                       "(course not in catalog or bad transfer row)"
                   IF RETURN-CODE = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM RECONCILE-RETAKES
               PERFORM BUILD-TERM-TABLE
               SET WS-TRNS-PAGE TO 0
               PERFORM TRNS-PAGE-HEADING
               PERFORM WRITE-TERM-SECTION
               PERFORM WRITE-TRANSFER-SECTION
               PERFORM WRITE-SUMMARY-SECTION
               PERFORM WRITE-CERTIFICATION
               PERFORM TRNS-PAGE-FOOTER
               PERFORM LOG-ISSUANCE
               ADD 1 TO WS-PRINT-CNT
           END-IF.

       LOAD-STUDENT-FROM-MASTER.
           SET WS-MAST-HIT TO 0.
           SET WS-TRX-COUNT TO 0.
           SET WS-SKIP-CNT TO 0.
           MOVE "N" TO WS-HEADER-DONE.
           MOVE SPACES TO WS-STU-ID WS-STU-NAME WS-STU-MAJOR.
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

      * Header first, then course rows.  A row AUTOADVISOR's edit
      * pass would reject (course not in the catalog, transfer with
      * no equivalency) cannot be priced in hours and is left off
       STORE-MASTER-LINE.
           IF WS-HEADER-DONE = "N" THEN
               UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
                   INTO WS-STU-ID WS-STU-NAME WS-STU-MAJOR
               END-UNSTRING
               MOVE "Y" TO WS-HEADER-DONE
           ELSE
               IF MAST-LINE NOT = SPACES THEN
                   IF WS-TRX-COUNT = WS-TRX-MAX THEN
                       ADD 1 TO WS-SKIP-CNT
                   ELSE
                       PERFORM STORE-COURSE-ROW
                   END-IF
               END-IF
           END-IF.

       STORE-COURSE-ROW.
           ADD 1 TO WS-TRX-COUNT.
           INITIALIZE TRX-TABLE(WS-TRX-COUNT).
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO TRX-COURSE(WS-TRX-COUNT)
                    TRX-GRADE(WS-TRX-COUNT)
                    TRX-TERM(WS-TRX-COUNT)
           END-UNSTRING.
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
                   ADD 1 TO WS-SKIP-CNT
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
               ADD 1 TO WS-SKIP-CNT
           ELSE
               MOVE EQV-LOCAL(WS-EQV-HIT) TO TRX-COURSE(WS-TRX-COUNT)
               MOVE "T" TO TRX-GRADE(WS-TRX-COUNT)
               MOVE SPACES TO TRX-TERM(WS-TRX-COUNT)
               COMPUTE TRX-HOURS(WS-TRX-COUNT) =
                   FUNCTION NUMVAL(WS-TRN-HRS-TXT)
               MOVE WS-TRN-INST TO TRX-INST(WS-TRX-COUNT)
               MOVE WS-TRN-SOURCE TO TRX-SOURCE(WS-TRX-COUNT)
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

       BUILD-TERM-TABLE.
           SET WS-TERM-COUNT TO 0.
           PERFORM TALLY-TERM-ROW VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.
           IF WS-TERM-COUNT > 0 THEN
               SORT TERM-ENTRY ASCENDING KEY TERM-SEQ
           END-IF.

       TALLY-TERM-ROW.
           IF TRX-TERM(WS-TRX-I) NOT = SPACES THEN
               PERFORM FIND-TERM-ENTRY
               PERFORM SET-GRADE-POINTS
               IF WS-TERM-HIT > 0 AND WS-TERM-POINTS NOT = 9 THEN
                   ADD TRX-HOURS(WS-TRX-I) TO TERM-STD-HRS(WS-TERM-HIT)
                   COMPUTE TERM-STD-QP(WS-TERM-HIT) =
                       TERM-STD-QP(WS-TERM-HIT) +
                       (TRX-HOURS(WS-TRX-I) * WS-TERM-POINTS)
                   IF TRX-DUP(WS-TRX-I) = 0 THEN
                       ADD TRX-HOURS(WS-TRX-I) TO TERM-HRS(WS-TERM-HIT)
                       COMPUTE TERM-QP(WS-TERM-HIT) =
                           TERM-QP(WS-TERM-HIT) +
                           (TRX-HOURS(WS-TRX-I) * WS-TERM-POINTS)
                       IF WS-TERM-POINTS > 0 THEN
                           ADD TRX-HOURS(WS-TRX-I)
                               TO TERM-EARNED(WS-TERM-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Grade points per hour; 9 marks a grade outside the GPA
       SET-GRADE-POINTS.
           MOVE 9 TO WS-TERM-POINTS.
           EVALUATE TRX-GRADE(WS-TRX-I)
               WHEN "A" MOVE 4 TO WS-TERM-POINTS
               WHEN "B" MOVE 3 TO WS-TERM-POINTS
               WHEN "C" MOVE 2 TO WS-TERM-POINTS
               WHEN "D" MOVE 1 TO WS-TERM-POINTS
               WHEN "F" MOVE 0 TO WS-TERM-POINTS
           END-EVALUATE.

       FIND-TERM-ENTRY.
           SET WS-TERM-HIT TO 0.
           PERFORM MATCH-TERM-ENTRY VARYING WS-TERM-I FROM 1 BY 1
               UNTIL WS-TERM-I > WS-TERM-COUNT OR WS-TERM-HIT > 0.
           IF WS-TERM-HIT = 0 THEN
               IF WS-TERM-COUNT = WS-TERM-MAX THEN
                   DISPLAY "ERROR: more than " WS-TERM-MAX
                       " terms -- table capacity exceeded"
               ELSE
                   ADD 1 TO WS-TERM-COUNT
                   MOVE TRX-TERM(WS-TRX-I) TO TERM-ID(WS-TERM-COUNT)
                   MOVE TRX-TERM(WS-TRX-I) TO WS-TERM-WRK
                   PERFORM SET-TERM-SEASON
                   SET TERM-SEQ(WS-TERM-COUNT) TO 0
                   IF WS-TERM-WRK(1:4) IS NUMERIC THEN
                       COMPUTE TERM-SEQ(WS-TERM-COUNT) =
                           (FUNCTION NUMVAL(WS-TERM-WRK(1:4)) * 10)
                           + WS-TERM-SEASON
                   END-IF
                   SET TERM-QP(WS-TERM-COUNT) TO 0
                   SET TERM-HRS(WS-TERM-COUNT) TO 0
                   SET TERM-EARNED(WS-TERM-COUNT) TO 0
                   SET TERM-STD-QP(WS-TERM-COUNT) TO 0
                   SET TERM-STD-HRS(WS-TERM-COUNT) TO 0
                   SET WS-TERM-HIT TO WS-TERM-COUNT
               END-IF
           END-IF.

       MATCH-TERM-ENTRY.
           IF TERM-ID(WS-TERM-I) = TRX-TERM(WS-TRX-I) THEN
               SET WS-TERM-HIT TO WS-TERM-I
           END-IF.

      * Season number in calendar order: winter 1, spring 2,
      * summer 3, fall 4; zero marks a code outside the convention
       SET-TERM-SEASON.
           SET WS-TERM-SEASON TO 0.
           IF WS-TERM-WRK(1:4) IS NUMERIC THEN
               EVALUATE WS-TERM-WRK(5:2)
                   WHEN "WI" SET WS-TERM-SEASON TO 1
                   WHEN "SP" SET WS-TERM-SEASON TO 2
                   WHEN "SU" SET WS-TERM-SEASON TO 3
                   WHEN "FA" SET WS-TERM-SEASON TO 4
               END-EVALUATE
           END-IF.

       SET-TERM-NAME.
           MOVE SPACES TO WS-TERM-NAME.
           EVALUATE WS-TERM-SEASON
               WHEN 1
                   STRING "Winter " WS-TERM-WRK(1:4)
                       DELIMITED BY SIZE INTO WS-TERM-NAME
               WHEN 2
                   STRING "Spring " WS-TERM-WRK(1:4)
                       DELIMITED BY SIZE INTO WS-TERM-NAME
               WHEN 3
                   STRING "Summer " WS-TERM-WRK(1:4)
                       DELIMITED BY SIZE INTO WS-TERM-NAME
               WHEN 4
                   STRING "Fall " WS-TERM-WRK(1:4)
                       DELIMITED BY SIZE INTO WS-TERM-NAME
               WHEN OTHER
                   MOVE WS-TERM-WRK TO WS-TERM-NAME
           END-EVALUATE.

       WRITE-TERM-SECTION.
           SET WS-CUM-QP TO 0.
           SET WS-CUM-HRS TO 0.
           SET WS-CUM-EARNED TO 0.
           SET WS-BAD-STREAK TO 0.
           MOVE "GOOD" TO WS-PREV-STANDING.
           MOVE "INSTITUTIONAL CREDIT" TO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           IF WS-TERM-COUNT = 0 THEN
               MOVE "  (no courses on record)" TO WS-TRNS-LINE
               PERFORM WRITE-TRANSCRIPT-LINE
           ELSE
               PERFORM WRITE-ONE-TERM
                   VARYING WS-TERM-I FROM 1 BY 1
                   UNTIL WS-TERM-I > WS-TERM-COUNT
           END-IF.

       WRITE-ONE-TERM.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE TERM-ID(WS-TERM-I) TO WS-TERM-WRK.
           PERFORM SET-TERM-SEASON.
           PERFORM SET-TERM-NAME.
           STRING WS-TERM-NAME DELIMITED BY SIZE
               INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "  COURSE              GRADE   HRS  POINTS  NOTE"
               TO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           PERFORM WRITE-TERM-COURSE VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.

           ADD TERM-QP(WS-TERM-I) TO WS-CUM-QP.
           ADD TERM-HRS(WS-TERM-I) TO WS-CUM-HRS.
           ADD TERM-EARNED(WS-TERM-I) TO WS-CUM-EARNED.
           SET WS-TERM-GPA TO 0.
           IF TERM-HRS(WS-TERM-I) > 0 THEN
               COMPUTE WS-TERM-GPA ROUNDED =
                   TERM-QP(WS-TERM-I) / TERM-HRS(WS-TERM-I)
           END-IF.
           SET WS-CUM-GPA TO 0.
           IF WS-CUM-HRS > 0 THEN
               COMPUTE WS-CUM-GPA ROUNDED = WS-CUM-QP / WS-CUM-HRS
           END-IF.
           MOVE TERM-HRS(WS-TERM-I) TO WS-FHRS.
           MOVE TERM-QP(WS-TERM-I) TO WS-FQP.
           MOVE WS-TERM-GPA TO WS-FGPA.
           MOVE WS-CUM-GPA TO WS-FGPA2.
           STRING "  Term: GPA hrs " FUNCTION TRIM(WS-FHRS)
               "  points " FUNCTION TRIM(WS-FQP)
               "  GPA " WS-FGPA
               "      Cumulative GPA " WS-FGPA2
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           PERFORM NOTE-TERM-STANDING.

      * Standing after this term: a term with graded hours below
      * 2.00 extends the run of bad terms, any other graded term
      * ends it, and a term with nothing graded leaves it alone
       NOTE-TERM-STANDING.
           IF TERM-STD-HRS(WS-TERM-I) > 0 THEN
               COMPUTE WS-STAND-GPA ROUNDED =
                   TERM-STD-QP(WS-TERM-I) / TERM-STD-HRS(WS-TERM-I)
               IF WS-STAND-GPA < WS-PROBATION-GPA THEN
                   ADD 1 TO WS-BAD-STREAK
               ELSE
                   SET WS-BAD-STREAK TO 0
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAD-STREAK = 0
                   MOVE "GOOD" TO WS-STAND-TXT
               WHEN WS-BAD-STREAK = 1
                   MOVE "WARNING" TO WS-STAND-TXT
               WHEN WS-BAD-STREAK = 2
                   MOVE "PROBATION" TO WS-STAND-TXT
               WHEN OTHER
                   MOVE "SUSPENSION" TO WS-STAND-TXT
           END-EVALUATE.
           IF WS-STAND-TXT NOT = WS-PREV-STANDING THEN
               IF WS-STAND-TXT = "GOOD" THEN
                   MOVE "  Standing action: returned to GOOD standing"
                       TO WS-TRNS-LINE
               ELSE
                   STRING "  Standing action: academic "
                       FUNCTION TRIM(WS-STAND-TXT)
                       DELIMITED BY SIZE INTO WS-TRNS-LINE
               END-IF
               PERFORM WRITE-TRANSCRIPT-LINE
               MOVE WS-STAND-TXT TO WS-PREV-STANDING
           END-IF.

       WRITE-TERM-COURSE.
           IF TRX-TERM(WS-TRX-I) = TERM-ID(WS-TERM-I)
              AND TRX-GRADE(WS-TRX-I) NOT = "T" THEN
               PERFORM SET-GRADE-POINTS
               MOVE SPACES TO WS-NOTE
               EVALUATE TRX-GRADE(WS-TRX-I)
                   WHEN "I" MOVE "INCOMPLETE" TO WS-NOTE
                   WHEN "W" MOVE "WITHDRAWN" TO WS-NOTE
                   WHEN " " MOVE "IN PROGRESS" TO WS-NOTE
               END-EVALUATE
               IF TRX-DUP(WS-TRX-I) = 1
                  AND WS-TERM-POINTS NOT = 9 THEN
                   MOVE "REPEATED - EXCLUDED" TO WS-NOTE
               END-IF
               MOVE TRX-COURSE(WS-TRX-I) TO WS-TRNS-LINE(3:20)
               MOVE TRX-GRADE(WS-TRX-I) TO WS-TRNS-LINE(25:1)
               MOVE TRX-HOURS(WS-TRX-I) TO WS-FHRS
               MOVE WS-FHRS TO WS-TRNS-LINE(30:3)
               IF WS-TERM-POINTS NOT = 9 THEN
                   COMPUTE WS-ROW-POINTS =
                       TRX-HOURS(WS-TRX-I) * WS-TERM-POINTS
                   MOVE WS-ROW-POINTS TO WS-FPTS
                   MOVE WS-FPTS TO WS-TRNS-LINE(34:6)
               END-IF
               MOVE WS-NOTE TO WS-TRNS-LINE(42:24)
               PERFORM WRITE-TRANSCRIPT-LINE
           END-IF.

       WRITE-TRANSFER-SECTION.
           SET WS-TRN-HRS-TOTAL TO 0.
           SET WS-TRN-CNT TO 0.
           PERFORM COUNT-TRANSFER-ROW VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.
           IF WS-TRN-CNT > 0 THEN
               PERFORM WRITE-TRANSCRIPT-LINE
               MOVE "TRANSFER CREDIT" TO WS-TRNS-LINE
               PERFORM WRITE-TRANSCRIPT-LINE
               STRING "  INSTITUTION          SOURCE COURSE"
                   "        EQUIVALENT           HRS"
                   DELIMITED BY SIZE INTO WS-TRNS-LINE
               PERFORM WRITE-TRANSCRIPT-LINE
               PERFORM WRITE-TRANSFER-ROW VARYING WS-TRX-I
                   FROM 1 BY 1 UNTIL WS-TRX-I > WS-TRX-COUNT
               MOVE WS-TRN-HRS-TOTAL TO WS-FHRS4
               STRING "  Transfer hours accepted: "
                   FUNCTION TRIM(WS-FHRS4)
                   DELIMITED BY SIZE INTO WS-TRNS-LINE
               PERFORM WRITE-TRANSCRIPT-LINE
           END-IF.

       COUNT-TRANSFER-ROW.
           IF TRX-GRADE(WS-TRX-I) = "T" THEN
               ADD 1 TO WS-TRN-CNT
               IF TRX-DUP(WS-TRX-I) = 0 THEN
                   ADD TRX-HOURS(WS-TRX-I) TO WS-TRN-HRS-TOTAL
               END-IF
           END-IF.

      * A transfer credit a later local grade superseded stays on
      * the record but no longer carries its hours
       WRITE-TRANSFER-ROW.
           IF TRX-GRADE(WS-TRX-I) = "T" THEN
               MOVE TRX-INST(WS-TRX-I) TO WS-TRNS-LINE(3:20)
               MOVE TRX-SOURCE(WS-TRX-I) TO WS-TRNS-LINE(24:20)
               MOVE TRX-COURSE(WS-TRX-I) TO WS-TRNS-LINE(45:20)
               MOVE TRX-HOURS(WS-TRX-I) TO WS-FHRS
               MOVE WS-FHRS TO WS-TRNS-LINE(66:3)
               IF TRX-DUP(WS-TRX-I) = 1 THEN
                   MOVE "SUPERSEDED" TO WS-TRNS-LINE(70:10)
               END-IF
               PERFORM WRITE-TRANSCRIPT-LINE
           END-IF.

       WRITE-SUMMARY-SECTION.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "SUMMARY" TO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE WS-CUM-HRS TO WS-FHRS4.
           MOVE WS-CUM-QP TO WS-FQP.
           MOVE WS-CUM-GPA TO WS-FGPA.
           STRING "  Institutional GPA hours " FUNCTION TRIM(WS-FHRS4)
               "  points " FUNCTION TRIM(WS-FQP)
               "  cumulative GPA " WS-FGPA
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE WS-CUM-EARNED TO WS-FHRS4.
           STRING "  Institutional hours earned "
               FUNCTION TRIM(WS-FHRS4)
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE WS-TRN-HRS-TOTAL TO WS-FHRS4.
           STRING "  Transfer hours earned      "
               FUNCTION TRIM(WS-FHRS4)
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           ADD WS-TRN-HRS-TOTAL TO WS-CUM-EARNED.
           MOVE WS-CUM-EARNED TO WS-FHRS4.
           STRING "  Total hours earned         "
               FUNCTION TRIM(WS-FHRS4)
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "  Academic standing          "
               FUNCTION TRIM(WS-PREV-STANDING)
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "  Grades: A=4 B=3 C=2 D=1 F=0.  I incomplete, "
               "W withdrawn, T transfer:"
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "  none carry grade points.  A repeated course "
               "counts once, at its best"
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "  grade; other attempts are shown and excluded."
               TO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

      * The certification is kept whole on one page
       WRITE-CERTIFICATION.
           IF WS-TRNS-LINE-CNT + 5 >= WS-TRNS-BODY-MAX THEN
               PERFORM TRNS-PAGE-FOOTER
               PERFORM TRNS-PAGE-HEADING
           END-IF.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "*** END OF TRANSCRIPT ***" TO WS-TRNS-LINE(28:25).
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "This is an official transcript of the "
               "academic record held by the"
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "Office of the Registrar, issued to "
               FUNCTION TRIM(WS-ISSUED-TO) "."
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "Certified: ______________________  Registrar"
               TO WS-TRNS-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

       TRNS-PAGE-HEADING.
           ADD 1 TO WS-TRNS-PAGE.
           SET WS-TRNS-LINE-CNT TO 0.
           STRING "O F F I C I A L   A C A D E M I C   "
               "T R A N S C R I P T"
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE SPACES TO WS-TRNS-LINE.
           STRING "Student: " FUNCTION TRIM(WS-STU-ID)
               "  " FUNCTION TRIM(WS-STU-NAME)
               "   Major: " FUNCTION TRIM(WS-STU-MAJOR)
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE SPACES TO WS-TRNS-LINE.
           MOVE ALL "-" TO WS-TRNS-LINE(1:72).
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE SPACES TO WS-TRNS-LINE.

       TRNS-PAGE-FOOTER.
           MOVE SPACES TO WS-TRNS-LINE.
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE WS-TRNS-PAGE TO WS-FTRNS-PAGE.
           MOVE SPACES TO WS-TRNS-LINE.
           STRING "Printed " WS-TRNS-DATE
               "                                              Page "
               WS-FTRNS-PAGE
               DELIMITED BY SIZE INTO WS-TRNS-LINE.
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE SPACES TO WS-TRNS-LINE.

       WRITE-TRANSCRIPT-LINE.
           WRITE TRNS-OUTPUT-FILE FROM WS-TRNS-LINE.
           MOVE SPACES TO WS-TRNS-LINE.
           ADD 1 TO WS-TRNS-LINE-CNT.
           IF WS-TRNS-LINE-CNT >= WS-TRNS-BODY-MAX THEN
               PERFORM TRNS-PAGE-FOOTER
               PERFORM TRNS-PAGE-HEADING
           END-IF.

      * One line per transcript issued:
      * date time|STUDENT-ID|name|pages|issued to|transcript file
       LOG-ISSUANCE.
           MOVE WS-TRNS-PAGE TO WS-FTRNS-PAGE.
           MOVE SPACES TO WS-ISS-LINE.
           STRING WS-TRNS-DATE " " WS-TRNS-TIME "|"
               FUNCTION TRIM(WS-STU-ID) "|"
               FUNCTION TRIM(WS-STU-NAME) "|"
               FUNCTION TRIM(WS-FTRNS-PAGE) "|"
               FUNCTION TRIM(WS-ISSUED-TO) "|"
               FUNCTION TRIM(WS-TRNS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-ISS-LINE.
           WRITE ISS-FILE-REC FROM WS-ISS-LINE.

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
           STRING WS-PRINT-CNT DELIMITED BY SIZE
               " transcripts printed " DELIMITED BY SIZE
               WS-NOTFOUND-CNT DELIMITED BY SIZE
               " not found" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "TRANSCRIPT" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-FILE-NAME) DELIMITED BY SIZE
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
