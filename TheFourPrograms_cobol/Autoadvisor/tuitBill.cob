      * Tuition and Fee Assessment Program
      * Prices one term's registrations for the bursar.  Every course
      * a student holds in SECTREG's registration log is priced at
      * its catalog credit hours (CAT-HOURS) from a rate table: a
      * per-hour rate, a full-time band billed at a flat amount, and
      * lab fees for named courses.  Each student gets a print-image
      * statement and one STUDENT-ID|TERM|AMOUNT line in a flat
      * interface file the bursar's system loads.
      * The run always re-assesses the whole term.  Given the
      * interface file the previous run wrote, each student's new
      * amount is set against what was billed then and the
      * adjustment printed; a student billed last time who no longer
      * holds any course is re-billed at zero so the credit reaches
      * the bursar.  A last-run date marks the courses added since.
      *
      * Rate table lines (blank lines and lines starting * ignored):
      *   RATE|per-hour amount
      *   FULLTIME|min hours|max hours|flat amount
      *   LAB|course|fee
      * Below the band hours are billed per hour; inside it the flat
      * amount is billed; above it the flat amount plus the per-hour
      * rate on every hour past the top of the band
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TUITBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT RATEFILE ASSIGN TO DYNAMIC RATE-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
           SELECT REGFILE ASSIGN TO DYNAMIC REG-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT PRVFILE ASSIGN TO DYNAMIC PRV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-STATUS.
           SELECT STMTFILE ASSIGN TO DYNAMIC STMT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
           SELECT BILLFILE ASSIGN TO DYNAMIC BILL-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATFILE.
       01 CAT-INPUT-FILE.
            05 CAT-FILE-DESC PIC X(200).

       FD RATEFILE.
       01 RATE-INPUT-FILE.
            05 RATE-FILE-DESC PIC X(80).

       FD REGFILE.
       01 REG-FILE-REC.
            05 REG-FILE-DESC PIC X(120).

       FD PRVFILE.
       01 PRV-INPUT-FILE.
            05 PRV-FILE-DESC PIC X(80).

       FD STMTFILE.
       01 STMT-OUTPUT-FILE.
            05 STMT-FILE-DESC PIC X(80).

       FD BILLFILE.
       01 BILL-OUTPUT-FILE.
            05 BILL-FILE-DESC PIC X(80).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CATALOG-FILE-NAME PIC X(50).
           01 WS-RATE-FILE-NAME PIC X(50).
           01 WS-REG-FILE-NAME PIC X(50).
           01 WS-PRV-FILE-NAME PIC X(50).
           01 WS-STMT-FILE-NAME PIC X(50).
           01 WS-BILL-FILE-NAME PIC X(50).
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-PRV-STATUS PIC XX.
           01 WS-STMT-STATUS PIC XX.
           01 WS-BILL-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-TERM-CODE PIC X(6).
           01 WS-LAST-RUN-DATE PIC X(8).

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
           01 WS-WORK-HOURS-TXT PIC X(10).

      * Rate table
           01 WS-RATE-HOUR PIC 9(5)V9(2) VALUE 0.
           01 WS-FT-MIN PIC 9(3) VALUE 0.
           01 WS-FT-MAX PIC 9(3) VALUE 0.
           01 WS-FT-FLAT PIC 9(6)V9(2) VALUE 0.
           01 WS-LAB-MAX PIC 9(3) VALUE 200.
           01 WS-LAB-COUNT PIC 9(3) VALUE 0.
           01 LAB-TABLE OCCURS 200 TIMES.
               05 LAB-COURSE PIC X(50).
               05 LAB-FEE PIC 9(5)V9(2).
           01 WS-LAB-I PIC 9(3).
           01 WS-LAB-HIT PIC 9(3).
           01 WS-RATE-EOF PIC A(1).
           01 WS-RATE-LINE PIC X(80).
           01 WS-RATE-KIND PIC X(10).
           01 WS-RATE-F1 PIC X(50).
           01 WS-RATE-F2 PIC X(20).
           01 WS-RATE-F3 PIC X(20).
           01 WS-RATE-BAD PIC 9(3) VALUE 0.

      * The term's registrations, sorted by student so each student
      * is billed in one pass
           01 WS-REG-MAX PIC 9(4) VALUE 5000.
           01 WS-REG-COUNT PIC 9(4) VALUE 0.
           01 REG-TABLE.
               05 REG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REG-COUNT.
                   10 REG-STU-ID PIC X(10).
                   10 REG-COURSE PIC X(50).
                   10 REG-SECTION PIC X(4).
                   10 REG-DATE PIC X(8).
           01 WS-REG-I PIC 9(4).
           01 WS-REG-EOF PIC A(1).
           01 WS-REG-LINE PIC X(120).
           01 WS-LOG-STU-ID PIC X(10).
           01 WS-LOG-COURSE PIC X(50).
           01 WS-LOG-SECTION PIC X(4).
           01 WS-LOG-TERM PIC X(6).
           01 WS-LOG-DATE PIC X(8).

      * Amounts billed by the previous run for this term
           01 WS-PRV-MAX PIC 9(4) VALUE 3000.
           01 WS-PRV-COUNT PIC 9(4) VALUE 0.
           01 PRV-TABLE OCCURS 3000 TIMES.
               05 PRV-STU-ID PIC X(10).
               05 PRV-AMOUNT PIC 9(6)V9(2).
               05 PRV-USED PIC A(1).
           01 WS-PRV-I PIC 9(4).
           01 WS-PRV-HIT PIC 9(4).
           01 WS-PRV-EOF PIC A(1).
           01 WS-PRV-LINE PIC X(80).
           01 WS-PRV-ID-TXT PIC X(10).
           01 WS-PRV-TERM-TXT PIC X(6).
           01 WS-PRV-AMT-TXT PIC X(20).

      * One student's assessment
           01 WS-BILL-STU-ID PIC X(10).
           01 WS-STU-END PIC A(1).
           01 WS-STU-HOURS PIC 9(3).
           01 WS-STU-LAB PIC 9(6)V9(2).
           01 WS-STU-TUITION PIC 9(6)V9(2).
           01 WS-STU-TOTAL PIC 9(6)V9(2).
           01 WS-STU-PRIOR PIC 9(6)V9(2).
           01 WS-STU-ADJ PIC S9(6)V9(2).
           01 WS-STU-BASIS PIC X(60).
           01 WS-EXCESS-HOURS PIC 9(3).
           01 WS-CRS-HOURS PIC 9(3).
           01 WS-CRS-LAB PIC 9(5)V9(2).

      * Run totals
           01 WS-STU-CNT PIC 9(4) VALUE 0.
           01 WS-ADJ-CNT PIC 9(4) VALUE 0.
           01 WS-UNPRICED-CNT PIC 9(4) VALUE 0.
           01 WS-TOT-ASSESSED PIC 9(8)V9(2) VALUE 0.
           01 WS-TOT-PRIOR PIC 9(8)V9(2) VALUE 0.
           01 WS-TOT-ADJ PIC S9(8)V9(2) VALUE 0.

      * Statement print lines and paging, after the advising packet
           01 WS-STMT-LINE PIC X(80).
           01 WS-STMT-PAGE PIC 9(4).
           01 WS-STMT-LINE-CNT PIC 9(2).
           01 WS-STMT-BODY-MAX PIC 9(2) VALUE 50.
           01 WS-STMT-DATE PIC 9(8).
           01 WS-FSTMT-PAGE PIC Z(3)9.
           01 WS-BILL-LINE PIC X(80).
           01 WS-FHOURS PIC ZZ9.
           01 WS-FAMT PIC Z(5)9.99.
           01 WS-FADJ PIC -(6)9.99.
           01 WS-FTOT PIC Z(7)9.99.
           01 WS-FTOT-ADJ PIC -(8)9.99.
           01 WS-IAMT PIC 9(6).99.
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

           DISPLAY "Rate Table Filename: " WITH NO ADVANCING.
           ACCEPT WS-RATE-FILE-NAME.
           DISPLAY "Term Code: " WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           DISPLAY "Registration Log Filename: " WITH NO ADVANCING.
           ACCEPT WS-REG-FILE-NAME.
           DISPLAY "Previous Billing Interface Filename "
               "(blank for first run): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PRV-FILE-NAME.
           ACCEPT WS-PRV-FILE-NAME.
           MOVE SPACES TO WS-LAST-RUN-DATE.
           IF WS-PRV-FILE-NAME NOT = SPACES THEN
               DISPLAY "Previous Run Date YYYYMMDD (blank if unknown): "
                   WITH NO ADVANCING
               ACCEPT WS-LAST-RUN-DATE
           END-IF.
           DISPLAY "Billing Statement Filename: " WITH NO ADVANCING.
           ACCEPT WS-STMT-FILE-NAME.
           DISPLAY "Billing Interface Filename: " WITH NO ADVANCING.
           ACCEPT WS-BILL-FILE-NAME.

           PERFORM LOAD-RATE-TABLE.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM LOAD-TERM-REGISTRATIONS
           END-IF.
           IF RETURN-CODE NOT = 8
              AND WS-PRV-FILE-NAME NOT = SPACES THEN
               PERFORM LOAD-PREVIOUS-BILLING
           END-IF.
           IF RETURN-CODE NOT = 8 THEN
               PERFORM RUN-BILLING
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

       FIND-CATALOG-COURSE.
           SET WS-CAT-HIT TO 0.
           PERFORM MATCH-CATALOG-COURSE VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT OR WS-CAT-HIT > 0.

       MATCH-CATALOG-COURSE.
           IF CAT-COURSE-NAME(WS-CAT-I) = REG-COURSE(WS-REG-I) THEN
               SET WS-CAT-HIT TO WS-CAT-I
           END-IF.

       LOAD-RATE-TABLE.
           MOVE WS-RATE-FILE-NAME TO RATE-FILE-DESC.
           OPEN INPUT RATEFILE.
           IF WS-RATE-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open rate table "
                   FUNCTION TRIM(WS-RATE-FILE-NAME)
                   " (file status " WS-RATE-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-RATE-EOF
               PERFORM LOAD-RATE-ROW UNTIL WS-RATE-EOF = "Y"
               CLOSE RATEFILE
      * Billing with a half-read rate table would put wrong amounts
      * on the bursar's books, so any bad line stops the run
               IF WS-RATE-BAD > 0 THEN
                   DISPLAY "ERROR: " WS-RATE-BAD
                       " bad rate table line(s) -- nothing billed"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-RATE-HOUR = 0 AND RETURN-CODE NOT = 8 THEN
                   DISPLAY "ERROR: rate table has no RATE line "
                       "-- nothing billed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-RATE-ROW.
           READ RATEFILE INTO WS-RATE-LINE
               AT END MOVE "Y" TO WS-RATE-EOF
           END-READ.
           IF WS-RATE-EOF NOT = "Y" AND WS-RATE-LINE NOT = SPACES
              AND WS-RATE-LINE(1:1) NOT = "*" THEN
               MOVE SPACES TO WS-RATE-KIND WS-RATE-F1 WS-RATE-F2
                   WS-RATE-F3
               UNSTRING FUNCTION TRIM(WS-RATE-LINE) DELIMITED BY '|'
                   INTO WS-RATE-KIND WS-RATE-F1 WS-RATE-F2
                        WS-RATE-F3
               END-UNSTRING
               EVALUATE WS-RATE-KIND
                   WHEN "RATE"
                       COMPUTE WS-RATE-HOUR =
                           FUNCTION NUMVAL(WS-RATE-F1)
                       IF WS-RATE-HOUR = 0 THEN
                           PERFORM REJECT-RATE-ROW
                       END-IF
                   WHEN "FULLTIME"
                       PERFORM LOAD-FULLTIME-BAND
                   WHEN "LAB"
                       PERFORM LOAD-LAB-FEE
                   WHEN OTHER
                       PERFORM REJECT-RATE-ROW
               END-EVALUATE
           END-IF.

       LOAD-FULLTIME-BAND.
           IF FUNCTION TRIM(WS-RATE-F1) IS NOT NUMERIC
              OR FUNCTION TRIM(WS-RATE-F2) IS NOT NUMERIC THEN
               PERFORM REJECT-RATE-ROW
           ELSE
               COMPUTE WS-FT-MIN = FUNCTION NUMVAL(WS-RATE-F1)
               COMPUTE WS-FT-MAX = FUNCTION NUMVAL(WS-RATE-F2)
               COMPUTE WS-FT-FLAT = FUNCTION NUMVAL(WS-RATE-F3)
               IF WS-FT-MIN = 0 OR WS-FT-MAX < WS-FT-MIN
                  OR WS-FT-FLAT = 0 THEN
                   SET WS-FT-MIN TO 0
                   SET WS-FT-MAX TO 0
                   PERFORM REJECT-RATE-ROW
               END-IF
           END-IF.

       LOAD-LAB-FEE.
           IF WS-LAB-COUNT = WS-LAB-MAX THEN
               DISPLAY "ERROR: more than " WS-LAB-MAX
                   " lab fees in the rate table"
               PERFORM REJECT-RATE-ROW
           ELSE
               ADD 1 TO WS-LAB-COUNT
               MOVE WS-RATE-F1 TO LAB-COURSE(WS-LAB-COUNT)
               COMPUTE LAB-FEE(WS-LAB-COUNT) =
                   FUNCTION NUMVAL(WS-RATE-F2)
               IF LAB-COURSE(WS-LAB-COUNT) = SPACES
                  OR LAB-FEE(WS-LAB-COUNT) = 0 THEN
                   SUBTRACT 1 FROM WS-LAB-COUNT
                   PERFORM REJECT-RATE-ROW
               END-IF
           END-IF.

       REJECT-RATE-ROW.
           ADD 1 TO WS-RATE-BAD.
           DISPLAY "Bad rate table line: " FUNCTION TRIM(WS-RATE-LINE).

       FIND-LAB-FEE.
           SET WS-LAB-HIT TO 0.
           PERFORM MATCH-LAB-FEE VARYING WS-LAB-I FROM 1 BY 1
               UNTIL WS-LAB-I > WS-LAB-COUNT OR WS-LAB-HIT > 0.

       MATCH-LAB-FEE.
           IF LAB-COURSE(WS-LAB-I) = REG-COURSE(WS-REG-I) THEN
               SET WS-LAB-HIT TO WS-LAB-I
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
                   WS-LOG-SECTION WS-LOG-TERM WS-LOG-DATE
               UNSTRING FUNCTION TRIM(WS-REG-LINE) DELIMITED BY '|'
                   INTO WS-LOG-STU-ID WS-LOG-COURSE WS-LOG-SECTION
                        WS-LOG-TERM WS-LOG-DATE
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
                       MOVE WS-LOG-DATE TO REG-DATE(WS-REG-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Only the previous run's lines for this term are kept; the
      * interface file may hold other terms if the bursar keeps one
       LOAD-PREVIOUS-BILLING.
           MOVE WS-PRV-FILE-NAME TO PRV-FILE-DESC.
           OPEN INPUT PRVFILE.
           IF WS-PRV-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open previous billing "
                   FUNCTION TRIM(WS-PRV-FILE-NAME)
                   " (file status " WS-PRV-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-PRV-EOF
               PERFORM LOAD-PREVIOUS-ROW UNTIL WS-PRV-EOF = "Y"
               CLOSE PRVFILE
           END-IF.

       LOAD-PREVIOUS-ROW.
           READ PRVFILE INTO WS-PRV-LINE
               AT END MOVE "Y" TO WS-PRV-EOF
           END-READ.
           IF WS-PRV-EOF NOT = "Y" AND WS-PRV-LINE NOT = SPACES THEN
               MOVE SPACES TO WS-PRV-ID-TXT WS-PRV-TERM-TXT
                   WS-PRV-AMT-TXT
               UNSTRING FUNCTION TRIM(WS-PRV-LINE) DELIMITED BY '|'
                   INTO WS-PRV-ID-TXT WS-PRV-TERM-TXT WS-PRV-AMT-TXT
               END-UNSTRING
               IF WS-PRV-TERM-TXT = WS-TERM-CODE THEN
                   IF WS-PRV-COUNT = WS-PRV-MAX THEN
                       DISPLAY "ERROR: more than " WS-PRV-MAX
                           " students on the previous billing -- "
                           "table capacity exceeded, stopping"
                       MOVE "Y" TO WS-PRV-EOF
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-PRV-COUNT
                       MOVE WS-PRV-ID-TXT TO PRV-STU-ID(WS-PRV-COUNT)
                       COMPUTE PRV-AMOUNT(WS-PRV-COUNT) =
                           FUNCTION NUMVAL(WS-PRV-AMT-TXT)
                       MOVE "N" TO PRV-USED(WS-PRV-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-PREVIOUS-BILLING.
           SET WS-PRV-HIT TO 0.
           PERFORM MATCH-PREVIOUS-BILLING VARYING WS-PRV-I
               FROM 1 BY 1
               UNTIL WS-PRV-I > WS-PRV-COUNT OR WS-PRV-HIT > 0.

       MATCH-PREVIOUS-BILLING.
           IF PRV-STU-ID(WS-PRV-I) = WS-BILL-STU-ID THEN
               SET WS-PRV-HIT TO WS-PRV-I
           END-IF.

       RUN-BILLING.
           MOVE WS-STMT-FILE-NAME TO STMT-FILE-DESC.
           OPEN OUTPUT STMTFILE.
           IF WS-STMT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create billing statements "
                   FUNCTION TRIM(WS-STMT-FILE-NAME)
                   " (file status " WS-STMT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BILL-FILE-NAME TO BILL-FILE-DESC
               OPEN OUTPUT BILLFILE
               IF WS-BILL-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot create billing interface "
                       FUNCTION TRIM(WS-BILL-FILE-NAME)
                       " (file status " WS-BILL-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ACCEPT WS-STMT-DATE FROM DATE YYYYMMDD
                   SET WS-STMT-PAGE TO 0
                   SET WS-REG-I TO 1
                   PERFORM BILL-ONE-STUDENT
                       UNTIL WS-REG-I > WS-REG-COUNT
                   PERFORM BILL-DROPPED-STUDENT
                       VARYING WS-PRV-I FROM 1 BY 1
                       UNTIL WS-PRV-I > WS-PRV-COUNT
                   PERFORM WRITE-CONTROL-TOTALS
                   CLOSE BILLFILE
               END-IF
               CLOSE STMTFILE
           END-IF.

      * WS-REG-I is on the student's first registration and is left
      * on the next student's first
       BILL-ONE-STUDENT.
           MOVE REG-STU-ID(WS-REG-I) TO WS-BILL-STU-ID.
           SET WS-STU-HOURS TO 0.
           SET WS-STU-LAB TO 0.
           PERFORM STMT-PAGE-HEADING.
           PERFORM WRITE-STATEMENT-COLUMNS.
           MOVE "N" TO WS-STU-END.
           PERFORM BILL-ONE-COURSE UNTIL WS-STU-END = "Y".
           PERFORM PRICE-TUITION.
           COMPUTE WS-STU-TOTAL = WS-STU-TUITION + WS-STU-LAB.
           PERFORM FIND-PREVIOUS-BILLING.
           SET WS-STU-PRIOR TO 0.
           IF WS-PRV-HIT > 0 THEN
               MOVE PRV-AMOUNT(WS-PRV-HIT) TO WS-STU-PRIOR
               MOVE "Y" TO PRV-USED(WS-PRV-HIT)
           END-IF.
           PERFORM WRITE-STATEMENT-TOTALS.

       BILL-ONE-COURSE.
           PERFORM FIND-CATALOG-COURSE.
           SET WS-CRS-HOURS TO 0.
           IF WS-CAT-HIT > 0 THEN
               MOVE CAT-HOURS(WS-CAT-HIT) TO WS-CRS-HOURS
           END-IF.
           ADD WS-CRS-HOURS TO WS-STU-HOURS.
           PERFORM FIND-LAB-FEE.
           SET WS-CRS-LAB TO 0.
           IF WS-LAB-HIT > 0 THEN
               MOVE LAB-FEE(WS-LAB-HIT) TO WS-CRS-LAB
           END-IF.
           ADD WS-CRS-LAB TO WS-STU-LAB.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE REG-COURSE(WS-REG-I) TO WS-STMT-LINE(3:20).
           MOVE REG-SECTION(WS-REG-I) TO WS-STMT-LINE(24:4).
           MOVE WS-CRS-HOURS TO WS-FHOURS.
           MOVE WS-FHOURS TO WS-STMT-LINE(30:3).
           IF WS-CRS-LAB > 0 THEN
               MOVE WS-CRS-LAB TO WS-FAMT
               MOVE WS-FAMT TO WS-STMT-LINE(35:9)
           END-IF.
      * A course the catalog does not know cannot be priced; it is
      * billed at zero hours and left for the bursar to look at
           IF WS-CAT-HIT = 0 THEN
               MOVE "NOT IN CATALOG" TO WS-STMT-LINE(47:14)
               ADD 1 TO WS-UNPRICED-CNT
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-LAST-RUN-DATE NOT = SPACES
                  AND REG-DATE(WS-REG-I) > WS-LAST-RUN-DATE THEN
                   MOVE "ADDED SINCE LAST RUN" TO WS-STMT-LINE(47:20)
               END-IF
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO WS-REG-I.
           IF WS-REG-I > WS-REG-COUNT THEN
               MOVE "Y" TO WS-STU-END
           ELSE
               IF REG-STU-ID(WS-REG-I) NOT = WS-BILL-STU-ID THEN
                   MOVE "Y" TO WS-STU-END
               END-IF
           END-IF.

       PRICE-TUITION.
           MOVE SPACES TO WS-STU-BASIS.
           MOVE WS-STU-HOURS TO WS-FHOURS.
           MOVE WS-RATE-HOUR TO WS-FAMT.
           EVALUATE TRUE
               WHEN WS-FT-MIN = 0 OR WS-STU-HOURS < WS-FT-MIN
                   COMPUTE WS-STU-TUITION =
                       WS-STU-HOURS * WS-RATE-HOUR
                   STRING FUNCTION TRIM(WS-FHOURS)
                       " hours at " FUNCTION TRIM(WS-FAMT)
                       " per hour"
                       DELIMITED BY SIZE INTO WS-STU-BASIS
               WHEN WS-STU-HOURS <= WS-FT-MAX
                   MOVE WS-FT-FLAT TO WS-STU-TUITION
                   STRING FUNCTION TRIM(WS-FHOURS)
                       " hours at the full-time flat rate"
                       DELIMITED BY SIZE INTO WS-STU-BASIS
               WHEN OTHER
                   COMPUTE WS-EXCESS-HOURS = WS-STU-HOURS - WS-FT-MAX
                   COMPUTE WS-STU-TUITION = WS-FT-FLAT
                       + (WS-EXCESS-HOURS * WS-RATE-HOUR)
                   MOVE WS-EXCESS-HOURS TO WS-FHOURS
                   STRING "full-time flat rate plus "
                       FUNCTION TRIM(WS-FHOURS)
                       " overload hours at " FUNCTION TRIM(WS-FAMT)
                       DELIMITED BY SIZE INTO WS-STU-BASIS
           END-EVALUATE.

      * A student on the previous billing with no registration left
      * this term has dropped everything and is re-billed at zero
       BILL-DROPPED-STUDENT.
           IF PRV-USED(WS-PRV-I) = "N" THEN
               MOVE PRV-STU-ID(WS-PRV-I) TO WS-BILL-STU-ID
               MOVE "Y" TO PRV-USED(WS-PRV-I)
               SET WS-STU-HOURS TO 0
               SET WS-STU-LAB TO 0
               SET WS-STU-TUITION TO 0
               SET WS-STU-TOTAL TO 0
               MOVE PRV-AMOUNT(WS-PRV-I) TO WS-STU-PRIOR
               MOVE "no registrations remain for the term"
                   TO WS-STU-BASIS
               PERFORM STMT-PAGE-HEADING
               MOVE "  All courses dropped since the last billing."
                   TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-STATEMENT-TOTALS
           END-IF.

      * Closes off one student: totals on the statement, the
      * interface line for the bursar, and the run totals
       WRITE-STATEMENT-TOTALS.
           COMPUTE WS-STU-ADJ = WS-STU-TOTAL - WS-STU-PRIOR.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "  Tuition" TO WS-STMT-LINE.
           MOVE WS-STU-TUITION TO WS-FAMT.
           MOVE WS-FAMT TO WS-STMT-LINE(60:9).
           PERFORM WRITE-STATEMENT-LINE.
           STRING "    (" FUNCTION TRIM(WS-STU-BASIS) ")"
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "  Lab fees" TO WS-STMT-LINE.
           MOVE WS-STU-LAB TO WS-FAMT.
           MOVE WS-FAMT TO WS-STMT-LINE(60:9).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "  Total assessed this term" TO WS-STMT-LINE.
           MOVE WS-STU-TOTAL TO WS-FAMT.
           MOVE WS-FAMT TO WS-STMT-LINE(60:9).
           PERFORM WRITE-STATEMENT-LINE.
           IF WS-PRV-FILE-NAME NOT = SPACES THEN
               MOVE "  Previously billed" TO WS-STMT-LINE
               MOVE WS-STU-PRIOR TO WS-FAMT
               MOVE WS-FAMT TO WS-STMT-LINE(60:9)
               PERFORM WRITE-STATEMENT-LINE
               MOVE "  Adjustment this run" TO WS-STMT-LINE
               MOVE WS-STU-ADJ TO WS-FADJ
               MOVE WS-FADJ TO WS-STMT-LINE(58:11)
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           PERFORM STMT-PAGE-FOOTER.

           MOVE WS-STU-TOTAL TO WS-IAMT.
           MOVE SPACES TO WS-BILL-LINE.
           STRING FUNCTION TRIM(WS-BILL-STU-ID) "|" WS-TERM-CODE
               "|" WS-IAMT
               DELIMITED BY SIZE INTO WS-BILL-LINE.
           WRITE BILL-OUTPUT-FILE FROM WS-BILL-LINE.

           ADD 1 TO WS-STU-CNT.
           ADD WS-STU-TOTAL TO WS-TOT-ASSESSED.
           ADD WS-STU-PRIOR TO WS-TOT-PRIOR.
           ADD WS-STU-ADJ TO WS-TOT-ADJ.
           IF WS-STU-ADJ NOT = 0 AND WS-PRV-FILE-NAME NOT = SPACES
               ADD 1 TO WS-ADJ-CNT
           END-IF.

       STMT-PAGE-HEADING.
           ADD 1 TO WS-STMT-PAGE.
           SET WS-STMT-LINE-CNT TO 0.
           MOVE "T U I T I O N   S T A T E M E N T" TO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Student: " FUNCTION TRIM(WS-BILL-STU-ID)
               "   Term: " WS-TERM-CODE
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE ALL "-" TO WS-STMT-LINE(1:68).
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.

       STMT-PAGE-FOOTER.
           MOVE SPACES TO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE WS-STMT-PAGE TO WS-FSTMT-PAGE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Printed " WS-STMT-DATE
               "                                        Page "
               WS-FSTMT-PAGE
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.

       WRITE-STATEMENT-COLUMNS.
           MOVE "  COURSE               SECT  HRS   LAB FEE  NOTE"
               TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           ADD 1 TO WS-STMT-LINE-CNT.
           IF WS-STMT-LINE-CNT >= WS-STMT-BODY-MAX THEN
               PERFORM STMT-PAGE-FOOTER
               PERFORM STMT-PAGE-HEADING
           END-IF.

      * Control totals for the bursar to balance the interface load
      * against, on a page of their own
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-BILL-STU-ID.
           ADD 1 TO WS-STMT-PAGE.
           SET WS-STMT-LINE-CNT TO 0.
           MOVE "B I L L I N G   C O N T R O L   T O T A L S"
               TO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Term: " WS-TERM-CODE "   Interface: "
               FUNCTION TRIM(WS-BILL-FILE-NAME)
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE ALL "-" TO WS-STMT-LINE(1:68).
           WRITE STMT-OUTPUT-FILE FROM WS-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE WS-STU-CNT TO WS-FCNT.
           STRING "Students billed:          " WS-FCNT
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-UNPRICED-CNT TO WS-FCNT.
           STRING "Courses not in catalog:   " WS-FCNT
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-TOT-ASSESSED TO WS-FTOT.
           STRING "Total assessed:       " WS-FTOT
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           IF WS-PRV-FILE-NAME NOT = SPACES THEN
               MOVE WS-TOT-PRIOR TO WS-FTOT
               STRING "Previously billed:    " WS-FTOT
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-TOT-ADJ TO WS-FTOT-ADJ
               STRING "Net adjustment:      " WS-FTOT-ADJ
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-ADJ-CNT TO WS-FCNT
               STRING "Students adjusted:        " WS-FCNT
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           PERFORM STMT-PAGE-FOOTER.
           MOVE WS-STU-CNT TO WS-FCNT.
           MOVE WS-TOT-ASSESSED TO WS-FTOT.
           DISPLAY FUNCTION TRIM(WS-FCNT) " students billed, "
               FUNCTION TRIM(WS-FTOT) " assessed".

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
           STRING WS-STU-CNT DELIMITED BY SIZE
               " students billed " DELIMITED BY SIZE
               WS-ADJ-CNT DELIMITED BY SIZE
               " adjusted " DELIMITED BY SIZE
               WS-UNPRICED-CNT DELIMITED BY SIZE
               " unpriced" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.
           STRING "TUITBILL" DELIMITED BY SIZE
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
