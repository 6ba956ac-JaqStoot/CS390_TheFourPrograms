      * Grade Change Program
      * Companion to GRADEPOST for grades already on the record: reads
      * the registrar's grade-change file and replaces the course row
      * on the student's transcript and on the keyed student master,
      * refusing any change whose old grade is not what is on file.
      * Every applied change is appended to the permanent grade-change
      * audit file, and the report shows each student's cumulative
      * GPA and standing before and after, with the changed term's
      * GPA and dean's list result, since a corrected grade can lift
      * a probation or put a student on the list
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADECHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT EQVFILE ASSIGN TO DYNAMIC EQV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EQV-STATUS.
           SELECT CHGFILE ASSIGN TO DYNAMIC CHG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.
           SELECT LISTFILE ASSIGN TO DYNAMIC LIST-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
           SELECT TRFILE ASSIGN TO DYNAMIC TR-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDFILE ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
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

       FD CHGFILE.
       01 CHG-INPUT-FILE.
            05 CHG-FILE-DESC PIC X(200).

       FD LISTFILE.
       01 LIST-INPUT-FILE.
            05 LIST-FILE-DESC PIC X(200).

       FD TRFILE.
       01 TR-FILE-REC.
            05 TR-FILE-DESC PIC X(200).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD AUDFILE.
       01 AUD-FILE-REC PIC X(200).

      * Record layout has to match TRANLOAD's byte for byte
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
           01 WS-CHG-FILE-NAME PIC X(50).
           01 WS-LIST-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-AUD-FILE-NAME PIC X(50).
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-EQV-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-LIST-STATUS PIC XX.
           01 WS-TR-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-AUD-STATUS PIC XX.

      * Catalog table mirrors AUTOADVISOR's CATALOG-TABLE layout; the
      * hours are what weight each grade in the GPA
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

      * Transfer equivalencies, as AUTOADVISOR loads them: a transfer
      * credit can be the attempt a retake rule keeps
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

      * Grade-change file layout, one change per line:
      * STUDENT-ID|COURSE|TERM|OLD-GRADE|NEW-GRADE|REASON|AUTHORIZER
      * Each row ends the run either CHANGED on transcript and master
      * or REJECTED with the reason on the report
           01 WS-CHG-MAX PIC 9(4) VALUE 1000.
           01 WS-CHG-COUNT PIC 9(4) VALUE 0.
           01 CHG-TABLE OCCURS 1000 TIMES.
               05 CHG-STU-ID PIC X(10).
               05 CHG-COURSE PIC X(50).
               05 CHG-TERM PIC X(6).
               05 CHG-OLD PIC X(1).
               05 CHG-NEW PIC X(1).
               05 CHG-REASON PIC X(40).
               05 CHG-AUTH PIC X(30).
               05 CHG-STATE PIC 9(1).
               05 CHG-WHY PIC X(30).
               05 CHG-BEF-TGPA PIC 9V9(2).
               05 CHG-AFT-TGPA PIC 9V9(2).
               05 CHG-BEF-DEAN PIC X(3).
               05 CHG-AFT-DEAN PIC X(3).
           01 WS-CHG-EOF PIC A(1).
           01 WS-CHG-LINE PIC X(200).
           01 WS-CHG-I PIC 9(4).
           01 WS-CHG-K PIC 9(4).
           01 WS-CHG-SEEN PIC 9(1).
           01 WS-UNDO-WHY PIC X(30).

      * One student's transcript held whole, so the changed row can
      * be replaced in place and the file written back line for line
           01 WS-STUDENT-FILE-NAME PIC X(50).
           01 WS-LIST-EOF PIC A(1).
           01 WS-TR-EOF PIC A(1).
           01 WS-TR-LINE PIC X(200).
           01 WS-TRL-MAX PIC 9(4) VALUE 2000.
           01 WS-TRL-COUNT PIC 9(4).
           01 TRL-LINES.
               05 TRL-LINE PIC X(200) OCCURS 2000 TIMES.
           01 WS-TRL-I PIC 9(4).
           01 WS-TRL-HIT PIC 9(4).
           01 WS-TRL-OVERFLOW PIC A(1).
           01 WS-STU-ID PIC X(10).
           01 WS-STU-NAME PIC X(30).
           01 WS-ROW-COURSE PIC X(50).
           01 WS-ROW-GRADE PIC X(1).
           01 WS-ROW-TERM PIC X(6).
           01 WS-PEND-CNT PIC 9(4).
           01 WS-APPLY-CNT PIC 9(4).

      * Keyed student master: the student's rows are held with their
      * MAST-SEQ so a changed row goes back with REWRITE under the
      * same key, and with the row as read so a rewrite can be put
      * back.  MROW-CHANGED: 0 as read, 1 changed in storage, 2
      * rewritten on the master
           01 WS-MAST-MODE PIC A(1) VALUE "N".
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-MAST-STATUS PIC XX.
           01 WS-MAST-EOF PIC A(1).
           01 WS-MAST-HAS-STU PIC A(1).
           01 WS-MAST-FAIL PIC A(1).
           01 WS-MROW-MAX PIC 9(4) VALUE 2000.
           01 WS-MROW-COUNT PIC 9(4).
           01 MROW-TABLE OCCURS 2000 TIMES.
               05 MROW-SEQ PIC 9(4).
               05 MROW-LINE PIC X(200).
               05 MROW-ORIG PIC X(200).
               05 MROW-CHANGED PIC 9(1).
           01 WS-MROW-I PIC 9(4).
           01 WS-MROW-HIT PIC 9(4).

      * GPA work area: the transcript's rows as AUTOADVISOR sees them
           01 WS-TRX-MAX PIC 9(4) VALUE 2000.
           01 WS-TRX-COUNT PIC 9(4) VALUE 0.
           01 TRX-TABLE OCCURS 2000 TIMES.
               05 TRX-COURSE PIC X(50).
               05 TRX-GRADE PIC X(1).
               05 TRX-TERM PIC X(6).
               05 TRX-HOURS PIC 9(3).
               05 TRX-DUP PIC 9(1).
           01 WS-TRX-I PIC 9(4).
           01 WS-TRX-K PIC 9(4).
           01 WS-BEST-INDEX PIC 9(4).
           01 WS-BEST-RANK PIC 9(1).
           01 WS-RANK-GRADE PIC X(1).
           01 WS-RANK-VALUE PIC 9(1).
           01 WS-GPA-QP PIC 9(5)V9(2).
           01 WS-GPA-HRS PIC 9(4).
           01 WS-CUR-GPA PIC 9V9(2).
           01 WS-BEF-GPA PIC 9V9(2).
           01 WS-BEF-STANDING PIC X(10).

      * Per-term totals on every graded attempt, as AUTOADVISOR's
      * term table keeps them for standing and the dean's list
           01 WS-TERM-MAX PIC 9(2) VALUE 40.
           01 WS-TERM-COUNT PIC 9(2) VALUE 0.
           01 TERM-TABLE.
               05 TERM-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-TERM-COUNT.
                   10 TERM-SEQ PIC 9(5).
                   10 TERM-ID PIC X(6).
                   10 TERM-QP PIC 9(4)V9(2).
                   10 TERM-HRS PIC 9(3).
           01 WS-TERM-I PIC 9(2).
           01 WS-TERM-HIT PIC 9(2).
           01 WS-TERM-KEY PIC X(6).
           01 WS-TERM-WRK PIC X(6).
           01 WS-TERM-SEASON PIC 9(1).
           01 WS-TERM-POINTS PIC 9(1).
           01 WS-TERM-GPA PIC 9V9(2).
           01 WS-TERM-DEAN PIC X(3).

      * Standing, after AUTOADVISOR's EVALUATE-STANDING
           01 WS-PROBATION-GPA PIC 9V9(2) VALUE 2.00.
           01 WS-STAND-GPA PIC 9V9(2).
           01 WS-STAND-I PIC 9(2).
           01 WS-STAND-DONE PIC A(1).
           01 WS-BAD-STREAK PIC 9(2).
           01 WS-STAND-TXT PIC X(10).

      * Dean's list threshold, as the AUTOADVISOR batch run asks it
           01 WS-DEAN-MODE PIC A(1) VALUE "N".
           01 WS-DEAN-GPA PIC 9V9(2).
           01 WS-DEAN-GPA-TXT PIC X(10).
           01 WS-DEAN-MINHRS PIC 9(3).
           01 WS-DEAN-HRS-TXT PIC X(10).

           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
           01 WS-AUD-LINE PIC X(200).
           01 WS-AUD-DATE PIC 9(8).
           01 WS-AUD-TIME PIC 9(8).
           01 WS-FGPA PIC 9.99.
           01 WS-FGPA2 PIC 9.99.
           01 WS-CHANGED-CNT PIC 9(4) VALUE 0.
           01 WS-REJECT-CNT PIC 9(4) VALUE 0.
           01 WS-FCNT PIC Z(3)9.
           01 WS-FCNT2 PIC Z(3)9.

      * Shared run log: every program in the suite appends one line
      * per run to the same RUNLOG.TXT so activity across all can be
      * reviewed together
           01 WS-RUNLOG-STATUS PIC XX.
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
           PERFORM GET-CHANGE-FILE-NAME.
           PERFORM GET-LIST-FILE-NAME.

           DISPLAY "Student Master Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MASTER-FILE-NAME.
           ACCEPT WS-MASTER-FILE-NAME.
           IF WS-MASTER-FILE-NAME NOT = SPACES THEN
               MOVE "Y" TO WS-MAST-MODE
           END-IF.

           DISPLAY "Grade Change Audit Filename: " WITH NO ADVANCING.
           ACCEPT WS-AUD-FILE-NAME.
           DISPLAY "Change Report Filename: " WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.

           DISPLAY "Dean's List Term GPA (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DEAN-GPA-TXT.
           ACCEPT WS-DEAN-GPA-TXT.
           IF WS-DEAN-GPA-TXT NOT = SPACES THEN
               MOVE "Y" TO WS-DEAN-MODE
               COMPUTE WS-DEAN-GPA =
                   FUNCTION NUMVAL(WS-DEAN-GPA-TXT)
               DISPLAY "Minimum Graded Hours: " WITH NO ADVANCING
               MOVE SPACES TO WS-DEAN-HRS-TXT
               ACCEPT WS-DEAN-HRS-TXT
               COMPUTE WS-DEAN-MINHRS =
                   FUNCTION NUMVAL(WS-DEAN-HRS-TXT)
           END-IF.

           PERFORM LOAD-CHANGE-FILE.

           IF WS-MAST-MODE = "Y" THEN
               OPEN I-O MASTFILE
               IF WS-MAST-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open student master "
                       FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       " (file status " WS-MAST-STATUS
                       ") -- no changes applied"
                   MOVE "N" TO WS-MAST-MODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * The audit file is permanent: extended every run, created on
      * its very first use
           IF RETURN-CODE NOT = 8 THEN
               OPEN EXTEND AUDFILE
               IF WS-AUD-STATUS = "35" THEN
                   OPEN OUTPUT AUDFILE
               END-IF
               IF WS-AUD-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open audit file "
                       FUNCTION TRIM(WS-AUD-FILE-NAME)
                       " (file status " WS-AUD-STATUS
                       ") -- no changes applied"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF RETURN-CODE NOT = 8 THEN
               PERFORM RUN-CHANGES
               CLOSE AUDFILE
           END-IF.

           IF WS-MAST-MODE = "Y" THEN
               CLOSE MASTFILE
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
      * Optional: without a table, TRANSFER rows stay out of the GPA
      * work the same way AUTOADVISOR rejects them
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
                       "), transfer rows will be left out"
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

       GET-CHANGE-FILE-NAME.
           MOVE "XX" TO WS-CHG-STATUS.
           PERFORM TRY-CHANGE-FILE-NAME UNTIL WS-CHG-STATUS = "00".

       TRY-CHANGE-FILE-NAME.
           DISPLAY "Grade Change Filename: " WITH NO ADVANCING.
           ACCEPT WS-CHG-FILE-NAME.
           MOVE WS-CHG-FILE-NAME TO CHG-FILE-DESC.
           OPEN INPUT CHGFILE.
           IF WS-CHG-STATUS = "00" THEN
               CLOSE CHGFILE
           ELSE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-CHG-FILE-NAME)
                   " (file status " WS-CHG-STATUS "), try again"
           END-IF.

       GET-LIST-FILE-NAME.
           MOVE "XX" TO WS-LIST-STATUS.
           PERFORM TRY-LIST-FILE-NAME
               UNTIL WS-LIST-STATUS = "00".

       TRY-LIST-FILE-NAME.
           DISPLAY "Student List Filename: " WITH NO ADVANCING.
           ACCEPT WS-LIST-FILE-NAME.
           MOVE WS-LIST-FILE-NAME TO LIST-FILE-DESC.
           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS = "00" THEN
               CLOSE LISTFILE
           ELSE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-LIST-FILE-NAME)
                   " (file status " WS-LIST-STATUS "), try again"
           END-IF.

       LOAD-CHANGE-FILE.
           MOVE WS-CHG-FILE-NAME TO CHG-FILE-DESC.
           OPEN INPUT CHGFILE.
           MOVE "N" TO WS-CHG-EOF.
           PERFORM LOAD-CHANGE-ROW UNTIL WS-CHG-EOF = "Y".
           CLOSE CHGFILE.

       LOAD-CHANGE-ROW.
           READ CHGFILE INTO WS-CHG-LINE
               AT END MOVE "Y" TO WS-CHG-EOF
           END-READ.
           IF WS-CHG-EOF NOT = "Y" AND WS-CHG-LINE NOT = SPACES THEN
               IF WS-CHG-COUNT = WS-CHG-MAX THEN
                   DISPLAY "ERROR: change file has more than "
                       WS-CHG-MAX
                       " rows -- table capacity exceeded, stopping"
                   MOVE "Y" TO WS-CHG-EOF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CHG-COUNT
                   INITIALIZE CHG-TABLE(WS-CHG-COUNT)
                   UNSTRING FUNCTION TRIM(WS-CHG-LINE)
                       DELIMITED BY '|'
                       INTO CHG-STU-ID(WS-CHG-COUNT)
                            CHG-COURSE(WS-CHG-COUNT)
                            CHG-TERM(WS-CHG-COUNT)
                            CHG-OLD(WS-CHG-COUNT)
                            CHG-NEW(WS-CHG-COUNT)
                            CHG-REASON(WS-CHG-COUNT)
                            CHG-AUTH(WS-CHG-COUNT)
                   END-UNSTRING
                   PERFORM EDIT-CHANGE-ROW
               END-IF
           END-IF.

      * Every field is required: the audit trail has to say why and
      * on whose authority.  The new grade must be one AUTOADVISOR's
      * edit pass accepts; an Incomplete needs a conversion deadline
      * and is posted through GRADEPOST, not changed into
       EDIT-CHANGE-ROW.
           SET WS-CHG-I TO WS-CHG-COUNT.
           IF CHG-STU-ID(WS-CHG-I) = SPACES
              OR CHG-COURSE(WS-CHG-I) = SPACES
              OR CHG-TERM(WS-CHG-I) = SPACES
              OR CHG-OLD(WS-CHG-I) = SPACES
              OR CHG-NEW(WS-CHG-I) = SPACES
              OR CHG-REASON(WS-CHG-I) = SPACES
              OR CHG-AUTH(WS-CHG-I) = SPACES THEN
               MOVE "row missing a field" TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
           ELSE
               EVALUATE CHG-NEW(WS-CHG-I)
                   WHEN "A" WHEN "B" WHEN "C" WHEN "D"
                   WHEN "F" WHEN "W"
                       CONTINUE
                   WHEN OTHER
                       MOVE "new grade not A-F/W"
                           TO CHG-WHY(WS-CHG-I)
                       PERFORM REJECT-CHANGE
               END-EVALUATE
           END-IF.
           IF CHG-STATE(WS-CHG-I) = 0
              AND CHG-NEW(WS-CHG-I) = CHG-OLD(WS-CHG-I) THEN
               MOVE "new grade same as old" TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
           END-IF.
           IF CHG-STATE(WS-CHG-I) = 2 THEN
               SET CHG-STATE(WS-CHG-I) TO 3
           END-IF.

      * WS-CHG-I is the change turned away, CHG-WHY already set.
      * State 2 is a change refused against the record, state 3 one
      * that never reached a transcript
       REJECT-CHANGE.
           SET CHG-STATE(WS-CHG-I) TO 2.
           ADD 1 TO WS-REJECT-CNT.
           IF RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       RUN-CHANGES.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create change report "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "Grade Change Report -- "
                   FUNCTION TRIM(WS-CHG-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-CHG-COUNT > 0 THEN
                   PERFORM CHANGE-ALL-STUDENTS
               END-IF
               PERFORM REJECT-UNKNOWN-STUDENTS
               PERFORM WRITE-REPORT-LINE
               MOVE "Not applied:" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-PEND-CNT TO 0
               PERFORM WRITE-UNAPPLIED-ROW VARYING WS-CHG-I
                   FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
               IF WS-PEND-CNT = 0 THEN
                   MOVE "  (none)" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE WS-CHANGED-CNT TO WS-FCNT
               MOVE WS-REJECT-CNT TO WS-FCNT2
               PERFORM WRITE-REPORT-LINE
               STRING "Changed: " WS-FCNT "  Rejected: " WS-FCNT2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE RPTFILE
               DISPLAY "Change report written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
           END-IF.

       WRITE-REPORT-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CHANGE-ALL-STUDENTS.
           MOVE WS-LIST-FILE-NAME TO LIST-FILE-DESC.
           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student list "
                   FUNCTION TRIM(WS-LIST-FILE-NAME)
                   " (file status " WS-LIST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM CHANGE-ONE-STUDENT UNTIL WS-LIST-EOF = "Y"
               CLOSE LISTFILE
           END-IF.

       CHANGE-ONE-STUDENT.
           READ LISTFILE INTO WS-STUDENT-FILE-NAME
               AT END MOVE "Y" TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF NOT = "Y" THEN
               PERFORM LOAD-ONE-TRANSCRIPT
               IF WS-TR-STATUS NOT = "00" THEN
                   DISPLAY "Skipping "
                       FUNCTION TRIM(WS-STUDENT-FILE-NAME)
                       " -- cannot open (file status "
                       WS-TR-STATUS ")"
               ELSE
                   PERFORM COUNT-PENDING-CHANGES
                   IF WS-PEND-CNT > 0 THEN
                       PERFORM PROCESS-STUDENT-CHANGES
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-TRANSCRIPT.
           MOVE SPACES TO WS-STU-ID WS-STU-NAME.
           SET WS-TRL-COUNT TO 0.
           MOVE "N" TO WS-TRL-OVERFLOW.
           MOVE WS-STUDENT-FILE-NAME TO TR-FILE-DESC.
           OPEN INPUT TRFILE.
           IF WS-TR-STATUS = "00" THEN
               MOVE "N" TO WS-TR-EOF
               PERFORM READ-TRANSCRIPT-LINE UNTIL WS-TR-EOF = "Y"
               CLOSE TRFILE
               IF WS-TRL-COUNT > 0 THEN
                   UNSTRING FUNCTION TRIM(TRL-LINE(1))
                       DELIMITED BY '|'
                       INTO WS-STU-ID WS-STU-NAME
                   END-UNSTRING
               END-IF
           END-IF.

       READ-TRANSCRIPT-LINE.
           READ TRFILE INTO WS-TR-LINE
               AT END MOVE "Y" TO WS-TR-EOF
           END-READ.
           IF WS-TR-EOF NOT = "Y" THEN
               IF WS-TRL-COUNT < WS-TRL-MAX THEN
                   ADD 1 TO WS-TRL-COUNT
                   MOVE WS-TR-LINE TO TRL-LINE(WS-TRL-COUNT)
               ELSE
                   MOVE "Y" TO WS-TRL-OVERFLOW
               END-IF
           END-IF.

       COUNT-PENDING-CHANGES.
           SET WS-PEND-CNT TO 0.
           PERFORM COUNT-ONE-PENDING VARYING WS-CHG-I FROM 1 BY 1
               UNTIL WS-CHG-I > WS-CHG-COUNT.

       COUNT-ONE-PENDING.
           IF CHG-STATE(WS-CHG-I) = 0
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               ADD 1 TO WS-PEND-CNT
           END-IF.

      * All of a student's changes are checked and applied in storage
      * first.  The master rows are rewritten next; if one will not
      * go, the rows already rewritten are put back and the changes
      * are rejected without touching the transcript.  The transcript
      * is then written back once; if it will not go, the master rows
      * are put back the same way.  Audit lines follow only when both
      * copies landed.  A row that cannot be put back is reported as
      * a master/transcript mismatch.
       PROCESS-STUDENT-CHANGES.
           PERFORM WRITE-REPORT-LINE.
           STRING FUNCTION TRIM(WS-STU-ID) "  "
               FUNCTION TRIM(WS-STU-NAME) "  ("
               FUNCTION TRIM(WS-STUDENT-FILE-NAME) ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * A transcript the table cannot hold whole must not be
      * rewritten: the lines past the table would be lost
           IF WS-TRL-OVERFLOW = "Y" THEN
               PERFORM REJECT-OVERFLOW-CHANGE VARYING WS-CHG-I
                   FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
           ELSE
               SET WS-MROW-COUNT TO 0
               MOVE "N" TO WS-MAST-HAS-STU
               IF WS-MAST-MODE = "Y" THEN
                   PERFORM LOAD-MASTER-ROWS
               END-IF
               PERFORM COMPUTE-STUDENT-GPA
               MOVE WS-CUR-GPA TO WS-BEF-GPA
               MOVE WS-STAND-TXT TO WS-BEF-STANDING
               PERFORM NOTE-TERM-BEFORE VARYING WS-CHG-I
                   FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
               SET WS-APPLY-CNT TO 0
               PERFORM APPLY-ONE-CHANGE VARYING WS-CHG-I
                   FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
               IF WS-APPLY-CNT > 0 AND WS-MAST-MODE = "Y" THEN
                   MOVE "N" TO WS-MAST-FAIL
                   PERFORM REWRITE-MASTER-ROW VARYING WS-MROW-I
                       FROM 1 BY 1 UNTIL WS-MROW-I > WS-MROW-COUNT
                           OR WS-MAST-FAIL = "Y"
                   IF WS-MAST-FAIL = "Y" THEN
                       PERFORM RESTORE-MASTER-ROW VARYING WS-MROW-I
                           FROM 1 BY 1 UNTIL WS-MROW-I > WS-MROW-COUNT
                       MOVE "master not writable" TO WS-UNDO-WHY
                       PERFORM UNDO-ONE-CHANGE VARYING WS-CHG-I
                           FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
                       SET WS-APPLY-CNT TO 0
                   END-IF
               END-IF
               IF WS-APPLY-CNT > 0 THEN
                   PERFORM REWRITE-TRANSCRIPT
                   IF WS-APPLY-CNT = 0 AND WS-MAST-MODE = "Y" THEN
                       PERFORM RESTORE-MASTER-ROW VARYING WS-MROW-I
                           FROM 1 BY 1 UNTIL WS-MROW-I > WS-MROW-COUNT
                   END-IF
               END-IF
               IF WS-APPLY-CNT > 0 THEN
                   PERFORM COMPUTE-STUDENT-GPA
                   PERFORM NOTE-TERM-AFTER VARYING WS-CHG-I
                       FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
                   PERFORM WRITE-AUDIT-LINE VARYING WS-CHG-I
                       FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-CHANGE-ROW VARYING WS-CHG-I
               FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT.
           IF WS-APPLY-CNT > 0 THEN
               PERFORM WRITE-GPA-IMPACT
           END-IF.

       REJECT-OVERFLOW-CHANGE.
           IF CHG-STATE(WS-CHG-I) = 0
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               MOVE "transcript too long to rewrite"
                   TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
           END-IF.

       LOAD-MASTER-ROWS.
           MOVE "N" TO WS-MAST-EOF.
           MOVE WS-STU-ID TO MAST-STUDENT-ID.
           MOVE 0 TO MAST-SEQ.
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY MOVE "Y" TO WS-MAST-EOF
           END-START.
           PERFORM LOAD-ONE-MASTER-ROW UNTIL WS-MAST-EOF = "Y".

       LOAD-ONE-MASTER-ROW.
           READ MASTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MAST-EOF
           END-READ.
           IF WS-MAST-EOF NOT = "Y" THEN
               IF MAST-STUDENT-ID NOT = WS-STU-ID THEN
                   MOVE "Y" TO WS-MAST-EOF
               ELSE
                   MOVE "Y" TO WS-MAST-HAS-STU
      * Sequence 0 is the ID|NAME|MAJOR header, not a course row
                   IF MAST-SEQ > 0
                      AND WS-MROW-COUNT < WS-MROW-MAX THEN
                       ADD 1 TO WS-MROW-COUNT
                       MOVE MAST-SEQ TO MROW-SEQ(WS-MROW-COUNT)
                       MOVE MAST-LINE TO MROW-LINE(WS-MROW-COUNT)
                       MOVE MAST-LINE TO MROW-ORIG(WS-MROW-COUNT)
                       SET MROW-CHANGED(WS-MROW-COUNT) TO 0
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-CHANGE.
           IF CHG-STATE(WS-CHG-I) = 0
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               SET WS-MROW-HIT TO 0
               PERFORM FIND-TRANSCRIPT-ROW
               IF WS-TRL-HIT = 0 THEN
                   MOVE "course/term not on transcript"
                       TO CHG-WHY(WS-CHG-I)
                   PERFORM REJECT-CHANGE
               ELSE
                   IF WS-ROW-GRADE NOT = CHG-OLD(WS-CHG-I) THEN
                       MOVE SPACES TO CHG-WHY(WS-CHG-I)
                       STRING "transcript shows " WS-ROW-GRADE
                           DELIMITED BY SIZE INTO CHG-WHY(WS-CHG-I)
                       PERFORM REJECT-CHANGE
                   END-IF
               END-IF
               IF CHG-STATE(WS-CHG-I) = 0
                  AND WS-MAST-MODE = "Y" THEN
                   PERFORM CHECK-MASTER-ROW
               END-IF
               IF CHG-STATE(WS-CHG-I) = 0 THEN
                   MOVE SPACES TO TRL-LINE(WS-TRL-HIT)
                   STRING FUNCTION TRIM(CHG-COURSE(WS-CHG-I))
                       "|" CHG-NEW(WS-CHG-I)
                       "|" CHG-TERM(WS-CHG-I)
                       DELIMITED BY SIZE INTO TRL-LINE(WS-TRL-HIT)
                   IF WS-MROW-HIT > 0 THEN
                       MOVE TRL-LINE(WS-TRL-HIT)
                           TO MROW-LINE(WS-MROW-HIT)
                       SET MROW-CHANGED(WS-MROW-HIT) TO 1
                   END-IF
                   SET CHG-STATE(WS-CHG-I) TO 1
                   ADD 1 TO WS-APPLY-CNT
               END-IF
           END-IF.

      * TRANSFER rows carry institution|title|hours in the grade and
      * term positions and are never a match
       FIND-TRANSCRIPT-ROW.
           SET WS-TRL-HIT TO 0.
           PERFORM MATCH-TRANSCRIPT-ROW VARYING WS-TRL-I FROM 2 BY 1
               UNTIL WS-TRL-I > WS-TRL-COUNT OR WS-TRL-HIT > 0.

       MATCH-TRANSCRIPT-ROW.
           MOVE SPACES TO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM.
           UNSTRING FUNCTION TRIM(TRL-LINE(WS-TRL-I))
               DELIMITED BY '|'
               INTO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM
           END-UNSTRING.
           IF WS-ROW-COURSE NOT = "TRANSFER"
              AND WS-ROW-COURSE = CHG-COURSE(WS-CHG-I)
              AND WS-ROW-TERM = CHG-TERM(WS-CHG-I) THEN
               SET WS-TRL-HIT TO WS-TRL-I
           END-IF.

      * The master has to agree with the transcript before either is
      * touched; a student TRANLOAD never loaded is refused rather
      * than left out of step
       CHECK-MASTER-ROW.
           SET WS-MROW-HIT TO 0.
           IF WS-MAST-HAS-STU NOT = "Y" THEN
               MOVE "student not on master" TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
           ELSE
               PERFORM MATCH-MASTER-ROW VARYING WS-MROW-I
                   FROM 1 BY 1
                   UNTIL WS-MROW-I > WS-MROW-COUNT OR WS-MROW-HIT > 0
               IF WS-MROW-HIT = 0 THEN
                   MOVE "course/term not on master"
                       TO CHG-WHY(WS-CHG-I)
                   PERFORM REJECT-CHANGE
               ELSE
                   MOVE SPACES TO WS-ROW-COURSE WS-ROW-GRADE
                       WS-ROW-TERM
                   UNSTRING FUNCTION TRIM(MROW-LINE(WS-MROW-HIT))
                       DELIMITED BY '|'
                       INTO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM
                   END-UNSTRING
                   IF WS-ROW-GRADE NOT = CHG-OLD(WS-CHG-I) THEN
                       MOVE SPACES TO CHG-WHY(WS-CHG-I)
                       STRING "master shows " WS-ROW-GRADE
                           DELIMITED BY SIZE INTO CHG-WHY(WS-CHG-I)
                       PERFORM REJECT-CHANGE
                   END-IF
               END-IF
           END-IF.

       MATCH-MASTER-ROW.
           MOVE SPACES TO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM.
           UNSTRING FUNCTION TRIM(MROW-LINE(WS-MROW-I))
               DELIMITED BY '|'
               INTO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM
           END-UNSTRING.
           IF WS-ROW-COURSE NOT = "TRANSFER"
              AND WS-ROW-COURSE = CHG-COURSE(WS-CHG-I)
              AND WS-ROW-TERM = CHG-TERM(WS-CHG-I) THEN
               SET WS-MROW-HIT TO WS-MROW-I
           END-IF.

       REWRITE-TRANSCRIPT.
           MOVE WS-STUDENT-FILE-NAME TO TR-FILE-DESC.
           OPEN OUTPUT TRFILE.
           IF WS-TR-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot rewrite "
                   FUNCTION TRIM(WS-STUDENT-FILE-NAME)
                   " (file status " WS-TR-STATUS ")"
               MOVE 8 TO RETURN-CODE
               MOVE "transcript not writable" TO WS-UNDO-WHY
               PERFORM UNDO-ONE-CHANGE VARYING WS-CHG-I
                   FROM 1 BY 1 UNTIL WS-CHG-I > WS-CHG-COUNT
               SET WS-APPLY-CNT TO 0
           ELSE
               PERFORM WRITE-TRANSCRIPT-LINE VARYING WS-TRL-I
                   FROM 1 BY 1 UNTIL WS-TRL-I > WS-TRL-COUNT
               CLOSE TRFILE
           END-IF.

       WRITE-TRANSCRIPT-LINE.
           WRITE TR-FILE-REC FROM TRL-LINE(WS-TRL-I).

      * The changes just applied in storage never reached both
      * copies of the record, so they go back out as rejects with
      * the reason in WS-UNDO-WHY
       UNDO-ONE-CHANGE.
           IF CHG-STATE(WS-CHG-I) = 1
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               MOVE WS-UNDO-WHY TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
           END-IF.

       REWRITE-MASTER-ROW.
           IF MROW-CHANGED(WS-MROW-I) = 1 THEN
               MOVE WS-STU-ID TO MAST-STUDENT-ID
               MOVE MROW-SEQ(WS-MROW-I) TO MAST-SEQ
               MOVE MROW-LINE(WS-MROW-I) TO MAST-LINE
               REWRITE MAST-REC
                   INVALID KEY
                       DISPLAY "ERROR: master rewrite failed for "
                           FUNCTION TRIM(WS-STU-ID)
                           " (file status " WS-MAST-STATUS ")"
                       MOVE 8 TO RETURN-CODE
                       MOVE "Y" TO WS-MAST-FAIL
                   NOT INVALID KEY
                       SET MROW-CHANGED(WS-MROW-I) TO 2
               END-REWRITE
           END-IF.

       RESTORE-MASTER-ROW.
           IF MROW-CHANGED(WS-MROW-I) = 2 THEN
               MOVE WS-STU-ID TO MAST-STUDENT-ID
               MOVE MROW-SEQ(WS-MROW-I) TO MAST-SEQ
               MOVE MROW-ORIG(WS-MROW-I) TO MAST-LINE
               REWRITE MAST-REC
                   INVALID KEY
                       DISPLAY "ERROR: master row " MROW-SEQ(WS-MROW-I)
                           " for " FUNCTION TRIM(WS-STU-ID)
                           " not put back (file status "
                           WS-MAST-STATUS
                           ") -- master and transcript disagree"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       SET MROW-CHANGED(WS-MROW-I) TO 1
               END-REWRITE
           END-IF.

      * One line per applied change:
      * date time|ID|COURSE|TERM|OLD|NEW|REASON|AUTHORIZER|transcript
       WRITE-AUDIT-LINE.
           IF CHG-STATE(WS-CHG-I) = 1
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               ADD 1 TO WS-CHANGED-CNT
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SPACES TO WS-AUD-LINE
               STRING WS-AUD-DATE " " WS-AUD-TIME
                   "|" FUNCTION TRIM(CHG-STU-ID(WS-CHG-I))
                   "|" FUNCTION TRIM(CHG-COURSE(WS-CHG-I))
                   "|" CHG-TERM(WS-CHG-I)
                   "|" CHG-OLD(WS-CHG-I)
                   "|" CHG-NEW(WS-CHG-I)
                   "|" FUNCTION TRIM(CHG-REASON(WS-CHG-I))
                   "|" FUNCTION TRIM(CHG-AUTH(WS-CHG-I))
                   "|" FUNCTION TRIM(WS-STUDENT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-AUD-LINE
               WRITE AUD-FILE-REC FROM WS-AUD-LINE
           END-IF.

       NOTE-TERM-BEFORE.
           IF CHG-STATE(WS-CHG-I) = 0
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               MOVE CHG-TERM(WS-CHG-I) TO WS-TERM-KEY
               PERFORM TERM-GPA-FOR-KEY
               MOVE WS-TERM-GPA TO CHG-BEF-TGPA(WS-CHG-I)
               MOVE WS-TERM-DEAN TO CHG-BEF-DEAN(WS-CHG-I)
           END-IF.

       NOTE-TERM-AFTER.
           IF CHG-STATE(WS-CHG-I) = 1
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               MOVE CHG-TERM(WS-CHG-I) TO WS-TERM-KEY
               PERFORM TERM-GPA-FOR-KEY
               MOVE WS-TERM-GPA TO CHG-AFT-TGPA(WS-CHG-I)
               MOVE WS-TERM-DEAN TO CHG-AFT-DEAN(WS-CHG-I)
           END-IF.

      * Term GPA on every graded attempt of the term, and whether it
      * meets the dean's list bar AUTOADVISOR applies
       TERM-GPA-FOR-KEY.
           SET WS-TERM-GPA TO 0.
           MOVE "NO" TO WS-TERM-DEAN.
           SET WS-TERM-HIT TO 0.
           PERFORM MATCH-TERM-KEY VARYING WS-TERM-I FROM 1 BY 1
               UNTIL WS-TERM-I > WS-TERM-COUNT OR WS-TERM-HIT > 0.
           IF WS-TERM-HIT > 0 THEN
               IF TERM-HRS(WS-TERM-HIT) > 0 THEN
                   COMPUTE WS-TERM-GPA ROUNDED =
                       TERM-QP(WS-TERM-HIT) / TERM-HRS(WS-TERM-HIT)
                   IF WS-TERM-GPA >= WS-DEAN-GPA
                      AND TERM-HRS(WS-TERM-HIT) >= WS-DEAN-MINHRS THEN
                       MOVE "YES" TO WS-TERM-DEAN
                   END-IF
               END-IF
           END-IF.

       MATCH-TERM-KEY.
           IF TERM-ID(WS-TERM-I) = WS-TERM-KEY THEN
               SET WS-TERM-HIT TO WS-TERM-I
           END-IF.

       WRITE-CHANGE-ROW.
           IF CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               EVALUATE CHG-STATE(WS-CHG-I)
                   WHEN 1
                       STRING "  CHANGED   "
                           FUNCTION TRIM(CHG-COURSE(WS-CHG-I))
                           "  " CHG-TERM(WS-CHG-I)
                           "  " CHG-OLD(WS-CHG-I)
                           " -> " CHG-NEW(WS-CHG-I)
                           "  " FUNCTION TRIM(CHG-REASON(WS-CHG-I))
                           " (" FUNCTION TRIM(CHG-AUTH(WS-CHG-I))
                           ")"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   WHEN 2
                       STRING "  REJECTED  "
                           FUNCTION TRIM(CHG-COURSE(WS-CHG-I))
                           "  " CHG-TERM(WS-CHG-I)
                           "  " CHG-OLD(WS-CHG-I)
                           " -> " CHG-NEW(WS-CHG-I)
                           "  -- " FUNCTION TRIM(CHG-WHY(WS-CHG-I))
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
               END-EVALUATE
           END-IF.

       WRITE-GPA-IMPACT.
           MOVE WS-BEF-GPA TO WS-FGPA.
           MOVE WS-CUR-GPA TO WS-FGPA2.
           STRING "  Cumulative GPA " WS-FGPA " -> " WS-FGPA2
               "   Standing " FUNCTION TRIM(WS-BEF-STANDING)
               " -> " FUNCTION TRIM(WS-STAND-TXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-TERM-IMPACT VARYING WS-CHG-I FROM 1 BY 1
               UNTIL WS-CHG-I > WS-CHG-COUNT.

      * One line per changed term, however many changes it took
       WRITE-TERM-IMPACT.
           IF CHG-STATE(WS-CHG-I) = 1
              AND CHG-STU-ID(WS-CHG-I) = WS-STU-ID THEN
               SET WS-CHG-SEEN TO 0
               PERFORM MATCH-EARLIER-TERM VARYING WS-CHG-K
                   FROM 1 BY 1
                   UNTIL WS-CHG-K >= WS-CHG-I OR WS-CHG-SEEN = 1
               IF WS-CHG-SEEN = 0 THEN
                   MOVE CHG-BEF-TGPA(WS-CHG-I) TO WS-FGPA
                   MOVE CHG-AFT-TGPA(WS-CHG-I) TO WS-FGPA2
                   IF WS-DEAN-MODE = "Y" THEN
                       STRING "  Term " CHG-TERM(WS-CHG-I)
                           " GPA " WS-FGPA " -> " WS-FGPA2
                           "   Dean's list "
                           FUNCTION TRIM(CHG-BEF-DEAN(WS-CHG-I))
                           " -> "
                           FUNCTION TRIM(CHG-AFT-DEAN(WS-CHG-I))
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING "  Term " CHG-TERM(WS-CHG-I)
                           " GPA " WS-FGPA " -> " WS-FGPA2
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       MATCH-EARLIER-TERM.
           IF CHG-STATE(WS-CHG-K) = 1
              AND CHG-STU-ID(WS-CHG-K) = WS-STU-ID
              AND CHG-TERM(WS-CHG-K) = CHG-TERM(WS-CHG-I) THEN
               SET WS-CHG-SEEN TO 1
           END-IF.

       REJECT-UNKNOWN-STUDENTS.
           PERFORM REJECT-ONE-UNKNOWN VARYING WS-CHG-I FROM 1 BY 1
               UNTIL WS-CHG-I > WS-CHG-COUNT.

       REJECT-ONE-UNKNOWN.
           IF CHG-STATE(WS-CHG-I) = 0 THEN
               MOVE "unknown student" TO CHG-WHY(WS-CHG-I)
               PERFORM REJECT-CHANGE
               SET CHG-STATE(WS-CHG-I) TO 3
           END-IF.

      * Rows turned away before reaching a transcript: edit failures
      * and students on no transcript in the list
       WRITE-UNAPPLIED-ROW.
           IF CHG-STATE(WS-CHG-I) = 3 THEN
               ADD 1 TO WS-PEND-CNT
               STRING "  REJECTED  "
                   FUNCTION TRIM(CHG-STU-ID(WS-CHG-I))
                   "  " FUNCTION TRIM(CHG-COURSE(WS-CHG-I))
                   "  " CHG-TERM(WS-CHG-I)
                   "  " CHG-OLD(WS-CHG-I)
                   " -> " CHG-NEW(WS-CHG-I)
                   "  -- " FUNCTION TRIM(CHG-WHY(WS-CHG-I))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * Cumulative GPA and standing from the transcript lines held in
      * storage, by AUTOADVISOR's rules: the retake it keeps counts
      * once toward the GPA, while standing looks at each term's GPA
      * on every graded attempt
       COMPUTE-STUDENT-GPA.
           SET WS-TRX-COUNT TO 0.
           PERFORM STORE-GPA-ROW VARYING WS-TRL-I FROM 2 BY 1
               UNTIL WS-TRL-I > WS-TRL-COUNT.
           PERFORM RECONCILE-RETAKES.
           SET WS-GPA-QP TO 0.
           SET WS-GPA-HRS TO 0.
           PERFORM ADD-GPA-ROW VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.
           SET WS-CUR-GPA TO 0.
           IF WS-GPA-HRS > 0 THEN
               COMPUTE WS-CUR-GPA ROUNDED = WS-GPA-QP / WS-GPA-HRS
           END-IF.
           PERFORM BUILD-TERM-TABLE.
           PERFORM COUNT-BAD-STREAK.
           PERFORM STANDING-FROM-STREAK.

      * Rows AUTOADVISOR's edit pass would reject (course not in the
      * catalog, transfer with no equivalency) stay out of the GPA
       STORE-GPA-ROW.
           IF TRL-LINE(WS-TRL-I) NOT = SPACES
              AND WS-TRX-COUNT < WS-TRX-MAX THEN
               ADD 1 TO WS-TRX-COUNT
               INITIALIZE TRX-TABLE(WS-TRX-COUNT)
               UNSTRING FUNCTION TRIM(TRL-LINE(WS-TRL-I))
                   DELIMITED BY '|'
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
           END-IF.

      * Transfer credit counts as its local equivalent with grade T
       STORE-TRANSFER-ROW.
           MOVE SPACES TO WS-TRN-INST WS-TRN-SOURCE WS-TRN-HRS-TXT.
           UNSTRING FUNCTION TRIM(TRL-LINE(WS-TRL-I))
               DELIMITED BY '|'
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

       ADD-GPA-ROW.
           IF TRX-DUP(WS-TRX-I) = 0 THEN
               PERFORM SET-GRADE-POINTS
               IF WS-TERM-POINTS NOT = 9 THEN
                   ADD TRX-HOURS(WS-TRX-I) TO WS-GPA-HRS
                   COMPUTE WS-GPA-QP = WS-GPA-QP +
                       (TRX-HOURS(WS-TRX-I) * WS-TERM-POINTS)
               END-IF
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

       BUILD-TERM-TABLE.
           SET WS-TERM-COUNT TO 0.
           PERFORM TALLY-TERM-ROW VARYING WS-TRX-I FROM 1 BY 1
               UNTIL WS-TRX-I > WS-TRX-COUNT.
           IF WS-TERM-COUNT > 0 THEN
               SORT TERM-ENTRY ASCENDING KEY TERM-SEQ
           END-IF.

       TALLY-TERM-ROW.
           PERFORM SET-GRADE-POINTS.
           IF WS-TERM-POINTS NOT = 9
              AND TRX-TERM(WS-TRX-I) NOT = SPACES THEN
               PERFORM FIND-TERM-ENTRY
               IF WS-TERM-HIT > 0 THEN
                   ADD TRX-HOURS(WS-TRX-I) TO TERM-HRS(WS-TERM-HIT)
                   COMPUTE TERM-QP(WS-TERM-HIT) =
                       TERM-QP(WS-TERM-HIT) +
                       (TRX-HOURS(WS-TRX-I) * WS-TERM-POINTS)
               END-IF
           END-IF.

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

       COUNT-BAD-STREAK.
           SET WS-BAD-STREAK TO 0.
           MOVE "N" TO WS-STAND-DONE.
           IF WS-TERM-COUNT > 0 THEN
               PERFORM CHECK-STREAK-TERM
                   VARYING WS-STAND-I FROM WS-TERM-COUNT BY -1
                   UNTIL WS-STAND-I < 1 OR WS-STAND-DONE = "Y"
           END-IF.

       CHECK-STREAK-TERM.
      * A term with no graded hours has no GPA and neither extends
      * nor breaks the streak
           IF TERM-HRS(WS-STAND-I) > 0 THEN
               COMPUTE WS-STAND-GPA ROUNDED =
                   TERM-QP(WS-STAND-I) / TERM-HRS(WS-STAND-I)
               IF WS-STAND-GPA < WS-PROBATION-GPA THEN
                   ADD 1 TO WS-BAD-STREAK
               ELSE
                   MOVE "Y" TO WS-STAND-DONE
               END-IF
           END-IF.

       STANDING-FROM-STREAK.
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
           STRING WS-CHANGED-CNT DELIMITED BY SIZE
               " changed " DELIMITED BY SIZE
               WS-REJECT-CNT DELIMITED BY SIZE
               " rejected" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "GRADECHG" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUNLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHG-FILE-NAME) DELIMITED BY SIZE
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
