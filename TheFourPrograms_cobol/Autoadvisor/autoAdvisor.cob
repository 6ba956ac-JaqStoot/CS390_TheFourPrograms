           SELECT PLANFILE ASSIGN TO DYNAMIC PLAN-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLANFILE-STATUS.
           SELECT PDIRFILE ASSIGN TO DYNAMIC PDIR-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDIR-STATUS.
           SELECT REJFILE ASSIGN TO DYNAMIC REJ-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJFILE-STATUS.
           SELECT STANDFILE ASSIGN TO DYNAMIC STAND-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAND-STATUS.
           SELECT TPLFILE ASSIGN TO DYNAMIC TPL-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TPL-STATUS.
           SELECT LTRFILE ASSIGN TO DYNAMIC LTR-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTR-STATUS.
           SELECT HISTFILE ASSIGN TO DYNAMIC HIST-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT DEANFILE ASSIGN TO DYNAMIC DEAN-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEAN-STATUS.
       01 PLAN-INPUT-FILE.
            05 PLAN-FILE-DESC PIC X(500).

       FD PDIRFILE.
       01 PDIR-INPUT-FILE.
            05 PDIR-FILE-DESC PIC X(120).

       FD REJFILE.
       01 REJECT-FILE.
            05 REJ-FILE-DESC PIC X(200).
       01 STAND-OUTPUT-FILE.
            05 STAND-FILE-DESC PIC X(120).

       FD TPLFILE.
       01 TPL-INPUT-FILE.
            05 TPL-FILE-DESC PIC X(100).

       FD LTRFILE.
       01 LTR-OUTPUT-FILE.
            05 LTR-FILE-DESC PIC X(100).

       FD HISTFILE.
       01 HIST-OUTPUT-FILE.
            05 HIST-FILE-DESC PIC X(100).

       FD DEANFILE.
       01 DEAN-OUTPUT-FILE.
            05 DEAN-FILE-DESC PIC X(120).
           01 WS-LIST-STATUS PIC XX.
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-PLANFILE-STATUS PIC XX.
           01 WS-PDIR-STATUS PIC XX.
           01 WS-OFILE-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-GRFILE-STATUS PIC XX.
           01 WS-CLR-NOT-CNT PIC 9(4) VALUE 0.
           01 WS-CLEAR-LINE PIC X(120).
           01 WS-FCLR-CNT PIC Z(3)9.
           01 WS-CLEAR-PTR PIC 9(3).

      * Plan directory: instead of one plan for the whole sweep, a
      * file of MAJOR|CATALOG-YEAR|plan filename lines picks each
      * student's plan.  A student is held to the newest plan for
      * their major published no later than their catalog year --
      * the academic year of their first dated term, a fall term
      * opening the year and winter/spring/summer closing it -- and
      * a student with no such plan goes to the exception report
      * rather than being cleared against some other major's plan
           01 WS-PDIR-MODE PIC A(1) VALUE "N".
           01 WS-PDIR-FILE-NAME PIC X(50).
           01 WS-PDIR-EOF PIC A(1).
           01 WS-PDIR-LINE PIC X(120).
           01 WS-PDIR-YEAR-TXT PIC X(10).
           01 WS-PDIR-MAX PIC 9(3) VALUE 100.
           01 WS-PDIR-COUNT PIC 9(3) VALUE 0.
           01 PDIR-TABLE OCCURS 100 TIMES.
               05 PDIR-MAJOR PIC X(20).
               05 PDIR-CAT-YEAR PIC 9(4).
               05 PDIR-PLAN-FILE PIC X(50).
           01 WS-PDIR-I PIC 9(3).
           01 WS-PDIR-HIT PIC 9(3).
           01 WS-PDIR-PLAN-STATUS PIC XX VALUE "XX".
           01 WS-PDIR-WHY PIC X(60).
           01 WS-ENTRY-SEQ PIC 9(5).
           01 WS-ENTRY-ROW PIC 9(4).
           01 WS-CAT-YEAR PIC 9(4).
           01 WS-NOPLAN-COUNT PIC 9(4) VALUE 0.

      * Multi-term sequencing: the degree plan's outstanding
      * requirements, ordered into future terms under an hour cap
           01 WS-FSTAND-CNT PIC Z(3)9.
           01 WS-STAND-LINE PIC X(120).

      * Standing letters: the template file holds one section per
      * action type, each opened by a line "*ACTION WARNING" (or
      * PROBATION, SUSPENSION, GOOD for a return to good standing).
      * In the text &NAME&, &ID&, &MAJOR&, &ADVISOR&, &ACTION&,
      * &PRIOR&, &GPA&, &TERM& and &DATE& are filled in; a line
      * holding only &TERMS& becomes the term GPA history and one
      * holding only &BLOCK& the registration-block statement for an
      * action that carries one (suspension), which is added after
      * the text if the template leaves it out.  Each letter starts
      * a new page; the mailing control list follows the last one
           01 WS-LTR-MODE PIC A(1) VALUE "N".
           01 WS-TPL-FILE-NAME PIC X(50).
           01 WS-LTR-FILE-NAME PIC X(50).
           01 WS-TPL-STATUS PIC XX.
           01 WS-LTR-STATUS PIC XX.
           01 WS-TPL-EOF PIC A(1).
           01 WS-TPL-LINE PIC X(100).
           01 WS-TPL-CUR-KIND PIC X(10).
           01 WS-TPL-TAG PIC X(8).
           01 WS-TPL-MAX PIC 9(3) VALUE 300.
           01 WS-TPL-COUNT PIC 9(3) VALUE 0.
           01 LTR-TEMPLATE OCCURS 300 TIMES.
               05 TPL-KIND PIC X(10).
               05 TPL-TEXT PIC X(100).
           01 WS-TPL-I PIC 9(3).
           01 WS-TPL-HITS PIC 9(3).
           01 WS-LTR-LINE PIC X(100) VALUE SPACES.
      * Each letter is its own page run: the heading lines head
      * every page of it, the footer closes each page
           01 WS-LTR-HEAD PIC X(100).
           01 WS-LTR-HEAD2 PIC X(100).
           01 WS-LTR-PAGE-LINE PIC X(100).
           01 WS-LTR-PAGE PIC 9(3).
           01 WS-LTR-LINE-CNT PIC 9(2).
           01 WS-LTR-BODY-MAX PIC 9(2) VALUE 50.
           01 WS-FLTR-PAGE PIC Z(2)9.
           01 WS-LTR-BLOCK-DONE PIC A(1).
           01 WS-LTR-SRC PIC X(100).
           01 WS-LTR-SRC-LEN PIC 9(3).
           01 WS-LTR-PIECE PIC X(100).
           01 WS-LTR-PIECE-LEN PIC 9(3).
           01 WS-LTR-DELIM PIC X(1).
           01 WS-LTR-IN-TOKEN PIC A(1).
           01 WS-LTR-IPTR PIC 9(3).
           01 WS-LTR-OPTR PIC 9(3).
           01 WS-LTR-VALUE PIC X(50).
           01 WS-LTR-ADVISOR PIC X(30).
           01 WS-LTR-FGPA PIC 9.99.
           01 WS-LTR-DATE PIC 9(8).
           01 WS-LTR-FDATE PIC X(10).
           01 WS-LTR-CNT PIC 9(4) VALUE 0.
           01 WS-LTR-NOTPL-CNT PIC 9(4) VALUE 0.
           01 WS-FLTR-NO PIC 9(4).
           01 WS-FLTR-CNT PIC Z(3)9.
           01 WS-LTC-MAX PIC 9(4) VALUE 2000.
           01 WS-LTC-COUNT PIC 9(4) VALUE 0.
           01 LTR-CONTROL OCCURS 2000 TIMES.
               05 LTC-NO PIC 9(4).
               05 LTC-ID PIC X(10).
               05 LTC-NAME PIC X(30).
               05 LTC-ACTION PIC X(10).
               05 LTC-ADVISOR PIC X(30).
           01 WS-LTC-I PIC 9(4).

      * Standing history: each batch run can append one
      * TERM|STUDENT-ID|PRIOR|CURRENT line per student to a running
      * history file, TERM being the latest graded term the
      * standing moved across, so term-to-term transition rates can
      * be built up over many runs (MAT-MUL's standing projection
      * reads it).  A student the clearance sweep marks CLEAR is
      * recorded as GRADUATED
           01 WS-HIST-MODE PIC A(1) VALUE "N".
           01 WS-HIST-FILE-NAME PIC X(50).
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-TERM PIC X(6).
           01 WS-HIST-CURRENT PIC X(10).
           01 WS-HIST-LINE PIC X(100).
           01 WS-HIST-CNT PIC 9(5) VALUE 0.
           01 WS-FHIST-CNT PIC Z(4)9.

      * Advising packet: one print-image document per appointment --
      * identity header, GPA and hours summary, term breakdown,
      * eligible next courses, outstanding degree requirements, and
               SET WS-DEAN-COUNT TO 0
           END-IF.

      * With no single plan named, a plan directory can choose each
      * student's own plan by major and catalog year; asked last so
      * job streams written before it still answer in order
           IF WS-PLAN-FILE-NAME = SPACES THEN
               DISPLAY "Plan Directory Filename (blank for none): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PDIR-FILE-NAME
               ACCEPT WS-PDIR-FILE-NAME
               IF WS-PDIR-FILE-NAME NOT = SPACES THEN
                   DISPLAY "Clearance Report Filename: "
                       WITH NO ADVANCING
                   ACCEPT WS-CLEAR-FILE-NAME
                   DISPLAY "Minimum GPA: " WITH NO ADVANCING
                   MOVE SPACES TO WS-CLEAR-GPA-TXT
                   ACCEPT WS-CLEAR-GPA-TXT
                   COMPUTE WS-CLEAR-MIN-GPA =
                       FUNCTION NUMVAL(WS-CLEAR-GPA-TXT)
                   PERFORM LOAD-PLAN-DIRECTORY
                   IF WS-PDIR-MODE = "Y" THEN
                       PERFORM OPEN-CLEARANCE-REPORT
                   END-IF
               END-IF
           END-IF.

           IF WS-STAND-MODE = "Y" THEN
               PERFORM GET-STANDING-LETTERS
               PERFORM GET-STANDING-HISTORY
           END-IF.

           SET WS-STUDENT-COUNT TO 0.
           MOVE WS-MASTER-FILE-NAME TO FILE-NAME.
           PERFORM SWEEP-STUDENT-MASTER.
               " failed" DELIMITED BY SIZE
               INTO WS-RUNLOG-SUMMARY.

           IF WS-SKIPPED-COUNT > 0 OR WS-FAILED-COUNT > 0
              OR WS-NOPLAN-COUNT > 0 THEN
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM LOAD-ADVISOR-MASTER
           END-IF.

           IF WS-STAND-MODE = "Y" THEN
               PERFORM GET-STANDING-LETTERS
               PERFORM GET-STANDING-HISTORY
           END-IF.

      * Start the combined file empty; each student's results are
      * then appended to it as the batch runs
           OPEN OUTPUT OFILE.
                       PERFORM TALLY-COURSE-DEMAND
                   END-IF
                   PERFORM NOTE-STANDING-CHANGE
                   PERFORM NOTE-STANDING-HISTORY
                   IF WS-ACCEPT-CNT = 0 THEN
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE SPACES TO WS-BEX-LINE
           IF WS-DEAN-MODE = "Y" THEN
               PERFORM TALLY-DEANS-LIST
           END-IF.
           MOVE SPACES TO WS-CLEAR-VERDICT.
           IF WS-CLEAR-MODE = "Y" THEN
               IF WS-PDIR-MODE = "Y" THEN
                   PERFORM SELECT-STUDENT-PLAN
               END-IF
               IF WS-PDIR-MODE = "Y" AND WS-PDIR-HIT = 0 THEN
                   PERFORM NOTE-NO-PLAN
               ELSE
                   PERFORM TALLY-CLEARANCE
               END-IF
           END-IF.
           PERFORM NOTE-STANDING-HISTORY.
           IF WS-ACCEPT-CNT = 0 THEN
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-BEX-LINE
                   " -> " FUNCTION TRIM(WS-STANDING)
                   DELIMITED BY SIZE INTO WS-STAND-LINE
               WRITE STAND-OUTPUT-FILE FROM WS-STAND-LINE
               IF WS-LTR-MODE = "Y" THEN
                   PERFORM WRITE-STANDING-LETTER
               END-IF
           END-IF.

       FINISH-STANDING-REPORT.
           CLOSE STANDFILE.
           DISPLAY "Standing action report written to "
               FUNCTION TRIM(WS-STAND-FILE-NAME).
           IF WS-LTR-MODE = "Y" THEN
               PERFORM FINISH-STANDING-LETTERS
           END-IF.
           IF WS-HIST-MODE = "Y" THEN
               CLOSE HISTFILE
               MOVE WS-HIST-CNT TO WS-FHIST-CNT
               DISPLAY FUNCTION TRIM(WS-FHIST-CNT)
                   " standing history lines added to "
                   FUNCTION TRIM(WS-HIST-FILE-NAME)
           END-IF.

      * The history only grows: each run's lines go on the end, and
      * the file is started on its first use
       GET-STANDING-HISTORY.
           DISPLAY "Standing History Filename (blank for none): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-HIST-FILE-NAME.
           ACCEPT WS-HIST-FILE-NAME.
           IF WS-HIST-FILE-NAME NOT = SPACES THEN
               MOVE WS-HIST-FILE-NAME TO HIST-FILE-DESC
               OPEN EXTEND HISTFILE
               IF WS-HIST-STATUS = "35" THEN
                   OPEN OUTPUT HISTFILE
               END-IF
               IF WS-HIST-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot open standing history "
                       FUNCTION TRIM(WS-HIST-FILE-NAME)
                       " (file status " WS-HIST-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-HIST-MODE
               END-IF
           END-IF.

      * A student with no graded term yet has moved across no term
      * and adds nothing to the history
       NOTE-STANDING-HISTORY.
           IF WS-HIST-MODE = "Y" AND WS-HIST-TERM NOT = SPACES THEN
               MOVE WS-STANDING TO WS-HIST-CURRENT
               IF WS-CLEAR-MODE = "Y"
                  AND WS-CLEAR-VERDICT = "CLEAR" THEN
                   MOVE "GRADUATED" TO WS-HIST-CURRENT
               END-IF
               MOVE SPACES TO WS-HIST-LINE
               STRING WS-HIST-TERM "|" FUNCTION TRIM(STU-ID)
                   "|" FUNCTION TRIM(WS-PRIOR-STANDING)
                   "|" FUNCTION TRIM(WS-HIST-CURRENT)
                   DELIMITED BY SIZE INTO WS-HIST-LINE
               WRITE HIST-OUTPUT-FILE FROM WS-HIST-LINE
               ADD 1 TO WS-HIST-CNT
           END-IF.

      * Letters ride on the standing report; asked last so job
      * streams written before them still answer in order
       GET-STANDING-LETTERS.
           DISPLAY "Standing Letter Template Filename "
               "(blank for none): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TPL-FILE-NAME.
           ACCEPT WS-TPL-FILE-NAME.
           IF WS-TPL-FILE-NAME NOT = SPACES THEN
               DISPLAY "Standing Letters Filename: "
                   WITH NO ADVANCING
               ACCEPT WS-LTR-FILE-NAME
               PERFORM LOAD-LETTER-TEMPLATES
               IF WS-TPL-COUNT > 0 THEN
                   MOVE WS-LTR-FILE-NAME TO LTR-FILE-DESC
                   OPEN OUTPUT LTRFILE
                   IF WS-LTR-STATUS NOT = "00" THEN
                       DISPLAY "ERROR: cannot create standing letters "
                           FUNCTION TRIM(WS-LTR-FILE-NAME)
                           " (file status " WS-LTR-STATUS ")"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "Y" TO WS-LTR-MODE
                       ACCEPT WS-LTR-DATE FROM DATE YYYYMMDD
                       STRING WS-LTR-DATE(5:2) "/" WS-LTR-DATE(7:2)
                           "/" WS-LTR-DATE(1:4)
                           DELIMITED BY SIZE INTO WS-LTR-FDATE
                   END-IF
               END-IF
           END-IF.

       LOAD-LETTER-TEMPLATES.
           SET WS-TPL-COUNT TO 0.
           MOVE SPACES TO WS-TPL-CUR-KIND.
           MOVE WS-TPL-FILE-NAME TO TPL-FILE-DESC.
           OPEN INPUT TPLFILE.
           IF WS-TPL-STATUS NOT = "00" THEN
               DISPLAY "Cannot open letter templates "
                   FUNCTION TRIM(WS-TPL-FILE-NAME)
                   " (file status " WS-TPL-STATUS
                   "), no letters printed"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "N" TO WS-TPL-EOF
               PERFORM LOAD-TEMPLATE-ROW UNTIL WS-TPL-EOF = "Y"
               CLOSE TPLFILE
           END-IF.

      * Lines before the first *ACTION, and under an action type
      * the standing rules never produce, are not letter text
       LOAD-TEMPLATE-ROW.
           READ TPLFILE INTO WS-TPL-LINE
               AT END MOVE "Y" TO WS-TPL-EOF
           END-READ.
           IF WS-TPL-EOF NOT = "Y" THEN
               MOVE WS-TPL-LINE(1:8) TO WS-TPL-TAG
               INSPECT WS-TPL-TAG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-TPL-TAG = "*ACTION " THEN
                   MOVE FUNCTION TRIM(WS-TPL-LINE(9:92))
                       TO WS-TPL-CUR-KIND
                   INSPECT WS-TPL-CUR-KIND CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   EVALUATE WS-TPL-CUR-KIND
                       WHEN "GOOD" WHEN "WARNING"
                       WHEN "PROBATION" WHEN "SUSPENSION"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown letter type ignored: "
                               FUNCTION TRIM(WS-TPL-LINE)
                           MOVE SPACES TO WS-TPL-CUR-KIND
                   END-EVALUATE
               ELSE
                   IF WS-TPL-CUR-KIND NOT = SPACES THEN
                       IF WS-TPL-COUNT = WS-TPL-MAX THEN
                           DISPLAY "ERROR: letter templates exceed "
                               WS-TPL-MAX " lines -- rest ignored"
                           MOVE "Y" TO WS-TPL-EOF
                       ELSE
                           ADD 1 TO WS-TPL-COUNT
                           MOVE WS-TPL-CUR-KIND
                               TO TPL-KIND(WS-TPL-COUNT)
                           MOVE WS-TPL-LINE TO TPL-TEXT(WS-TPL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One letter for the student just evaluated, or a control
      * list entry saying why none could be printed
       WRITE-STANDING-LETTER.
           MOVE "the Academic Advising Office" TO WS-LTR-ADVISOR.
           SET WS-ADV-HIT TO 0.
           IF WS-ADV-COUNT > 0 THEN
               MOVE STU-ID TO WS-SPLIT-ID
               PERFORM FIND-ADVISOR-FOR-ID
               IF WS-ADV-HIT > 0 THEN
                   MOVE WS-CUR-ADVISOR TO WS-LTR-ADVISOR
               END-IF
           END-IF.
           SET WS-TPL-HITS TO 0.
           PERFORM COUNT-TEMPLATE-LINE VARYING WS-TPL-I FROM 1 BY 1
               UNTIL WS-TPL-I > WS-TPL-COUNT.
           IF WS-TPL-HITS = 0 THEN
               ADD 1 TO WS-LTR-NOTPL-CNT
               SET WS-FLTR-NO TO 0
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-LTR-CNT
               MOVE WS-LTR-CNT TO WS-FLTR-NO
               MOVE WS-GPA TO WS-LTR-FGPA
               MOVE SPACES TO WS-LTR-HEAD
               STRING "Control No. " WS-FLTR-NO
                   DELIMITED BY SIZE INTO WS-LTR-HEAD(56:20)
               MOVE SPACES TO WS-LTR-HEAD2
               SET WS-LTR-PAGE TO 0
               PERFORM LTR-PAGE-HEADING
               MOVE "N" TO WS-LTR-BLOCK-DONE
               PERFORM EMIT-TEMPLATE-LINE VARYING WS-TPL-I FROM 1 BY 1
                   UNTIL WS-TPL-I > WS-TPL-COUNT
               IF WS-STANDING = "SUSPENSION"
                  AND WS-LTR-BLOCK-DONE = "N" THEN
                   PERFORM WRITE-LETTER-LINE
                   PERFORM WRITE-BLOCK-STATEMENT
               END-IF
      * Closing the page here starts the next letter on a new one
               PERFORM LTR-PAGE-FOOTER
           END-IF.
           IF WS-LTC-COUNT < WS-LTC-MAX THEN
               ADD 1 TO WS-LTC-COUNT
               MOVE WS-FLTR-NO TO LTC-NO(WS-LTC-COUNT)
               MOVE STU-ID TO LTC-ID(WS-LTC-COUNT)
               MOVE STU-NAME TO LTC-NAME(WS-LTC-COUNT)
               MOVE WS-STANDING TO LTC-ACTION(WS-LTC-COUNT)
               MOVE WS-LTR-ADVISOR TO LTC-ADVISOR(WS-LTC-COUNT)
               IF WS-ADV-HIT = 0 THEN
                   MOVE "UNASSIGNED" TO LTC-ADVISOR(WS-LTC-COUNT)
               END-IF
           END-IF.

       COUNT-TEMPLATE-LINE.
           IF TPL-KIND(WS-TPL-I) = WS-STANDING THEN
               ADD 1 TO WS-TPL-HITS
           END-IF.

       EMIT-TEMPLATE-LINE.
           IF TPL-KIND(WS-TPL-I) = WS-STANDING THEN
               EVALUATE FUNCTION TRIM(TPL-TEXT(WS-TPL-I))
                   WHEN "&TERMS&"
                       PERFORM WRITE-LETTER-TERM
                           VARYING WS-TERM-I FROM 1 BY 1
                           UNTIL WS-TERM-I > WS-TERM-COUNT
                   WHEN "&BLOCK&"
                       IF WS-STANDING = "SUSPENSION" THEN
                           PERFORM WRITE-BLOCK-STATEMENT
                       END-IF
                   WHEN OTHER
                       PERFORM EXPAND-LETTER-LINE
                       PERFORM WRITE-LETTER-LINE
               END-EVALUATE
           END-IF.

       WRITE-LETTER-TERM.
           MOVE SPACES TO WS-LTR-LINE.
           STRING "    " TERM-LINE-TXT(WS-TERM-I)
               DELIMITED BY SIZE INTO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.

      * The same suppression DISPLAY-RESULTS applies to a suspended
      * student's eligible-course list, put in the student's terms
       WRITE-BLOCK-STATEMENT.
           MOVE "Y" TO WS-LTR-BLOCK-DONE.
           MOVE "REGISTRATION BLOCK -- ACADEMIC SUSPENSION"
               TO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE "A hold has been placed on your registration.  You"
               TO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE "may not register for any course while the suspension"
               TO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE "is in effect." TO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.

      * Template text with its &NAME&-style fields filled in: the
      * line is taken apart at each "&", the pieces alternating
      * between plain text and field names.  An "&" that does not
      * open a known field name is printed as it stands
       EXPAND-LETTER-LINE.
           MOVE SPACES TO WS-LTR-LINE.
           MOVE TPL-TEXT(WS-TPL-I) TO WS-LTR-SRC.
           IF WS-LTR-SRC NOT = SPACES THEN
               COMPUTE WS-LTR-SRC-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-LTR-SRC TRAILING))
               MOVE 1 TO WS-LTR-IPTR
               MOVE 1 TO WS-LTR-OPTR
               MOVE "N" TO WS-LTR-IN-TOKEN
               PERFORM EXPAND-LETTER-PIECE
                   UNTIL WS-LTR-IPTR > WS-LTR-SRC-LEN
                      OR WS-LTR-OPTR > 100
               IF WS-LTR-IN-TOKEN = "Y"
                  AND WS-LTR-SRC(WS-LTR-SRC-LEN:1) = "&"
                  AND WS-LTR-OPTR NOT > 100 THEN
                   STRING "&" DELIMITED BY SIZE INTO WS-LTR-LINE
                       WITH POINTER WS-LTR-OPTR
               END-IF
           END-IF.

       EXPAND-LETTER-PIECE.
           MOVE SPACES TO WS-LTR-PIECE.
           MOVE SPACES TO WS-LTR-DELIM.
           SET WS-LTR-PIECE-LEN TO 0.
           UNSTRING WS-LTR-SRC(1:WS-LTR-SRC-LEN) DELIMITED BY "&"
               INTO WS-LTR-PIECE DELIMITER IN WS-LTR-DELIM
                   COUNT IN WS-LTR-PIECE-LEN
               WITH POINTER WS-LTR-IPTR
           END-UNSTRING.
           IF WS-LTR-IN-TOKEN = "Y" THEN
               PERFORM APPEND-LETTER-FIELD
           ELSE
               IF WS-LTR-PIECE-LEN > 0 THEN
                   STRING WS-LTR-PIECE(1:WS-LTR-PIECE-LEN)
                       DELIMITED BY SIZE INTO WS-LTR-LINE
                       WITH POINTER WS-LTR-OPTR
               END-IF
               MOVE "Y" TO WS-LTR-IN-TOKEN
           END-IF.

      * A field name must be closed by its own "&"; otherwise the
      * opening "&" is plain text and the closing one, if there is
      * one, opens the next field name
       APPEND-LETTER-FIELD.
           MOVE SPACES TO WS-LTR-VALUE.
           MOVE "N" TO WS-LTR-IN-TOKEN.
           IF WS-LTR-DELIM NOT = "&" THEN
               PERFORM APPEND-LETTER-AMPERSAND
           ELSE
               EVALUATE WS-LTR-PIECE
                   WHEN "NAME" MOVE STU-NAME TO WS-LTR-VALUE
                   WHEN "ID" MOVE STU-ID TO WS-LTR-VALUE
                   WHEN "MAJOR" MOVE STU-MAJOR TO WS-LTR-VALUE
                   WHEN "ADVISOR" MOVE WS-LTR-ADVISOR TO WS-LTR-VALUE
                   WHEN "ACTION" MOVE WS-STANDING TO WS-LTR-VALUE
                   WHEN "PRIOR"
                       MOVE WS-PRIOR-STANDING TO WS-LTR-VALUE
                   WHEN "GPA" MOVE WS-LTR-FGPA TO WS-LTR-VALUE
                   WHEN "DATE" MOVE WS-LTR-FDATE TO WS-LTR-VALUE
                   WHEN "TERM"
                       IF WS-TERM-COUNT > 0 THEN
                           MOVE TERM-ID(WS-TERM-COUNT) TO WS-LTR-VALUE
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-LTR-IN-TOKEN
                       PERFORM APPEND-LETTER-AMPERSAND
               END-EVALUATE
           END-IF.
           IF WS-LTR-VALUE NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-LTR-VALUE)
                   DELIMITED BY SIZE INTO WS-LTR-LINE
                   WITH POINTER WS-LTR-OPTR
           END-IF.

       APPEND-LETTER-AMPERSAND.
           IF WS-LTR-PIECE-LEN = 0 THEN
               STRING "&" DELIMITED BY SIZE INTO WS-LTR-LINE
                   WITH POINTER WS-LTR-OPTR
           ELSE
               STRING "&" WS-LTR-PIECE(1:WS-LTR-PIECE-LEN)
                   DELIMITED BY SIZE INTO WS-LTR-LINE
                   WITH POINTER WS-LTR-OPTR
           END-IF.

       LTR-PAGE-HEADING.
           ADD 1 TO WS-LTR-PAGE.
           SET WS-LTR-LINE-CNT TO 0.
           WRITE LTR-OUTPUT-FILE FROM WS-LTR-HEAD.
           MOVE SPACES TO WS-LTR-PAGE-LINE.
           WRITE LTR-OUTPUT-FILE FROM WS-LTR-PAGE-LINE.
           IF WS-LTR-HEAD2 NOT = SPACES THEN
               WRITE LTR-OUTPUT-FILE FROM WS-LTR-HEAD2
           END-IF.

      * Heading and footer lines go out through their own buffer,
      * leaving a body line waiting in WS-LTR-LINE untouched
       LTR-PAGE-FOOTER.
           MOVE SPACES TO WS-LTR-PAGE-LINE.
           WRITE LTR-OUTPUT-FILE FROM WS-LTR-PAGE-LINE.
           MOVE WS-LTR-PAGE TO WS-FLTR-PAGE.
           STRING "Printed " WS-LTR-FDATE
               "                                        Page "
               WS-FLTR-PAGE
               DELIMITED BY SIZE INTO WS-LTR-PAGE-LINE.
           WRITE LTR-OUTPUT-FILE FROM WS-LTR-PAGE-LINE.

      * The page is turned before a line that would overrun it, so
      * a letter that just fills its last page gets no empty one
       WRITE-LETTER-LINE.
           IF WS-LTR-LINE-CNT >= WS-LTR-BODY-MAX THEN
               PERFORM LTR-PAGE-FOOTER
               PERFORM LTR-PAGE-HEADING
           END-IF.
           WRITE LTR-OUTPUT-FILE FROM WS-LTR-LINE.
           MOVE SPACES TO WS-LTR-LINE.
           ADD 1 TO WS-LTR-LINE-CNT.

      * The control list goes on its own page after the last letter,
      * one line per standing change in letter order, so the mail
      * room can reconcile envelopes against it
       FINISH-STANDING-LETTERS.
           MOVE SPACES TO WS-LTR-HEAD.
           STRING "MAILING CONTROL LIST -- STANDING LETTERS  "
               WS-LTR-FDATE
               DELIMITED BY SIZE INTO WS-LTR-HEAD.
           MOVE "Ctl  ID         Name                  Action"
               TO WS-LTR-HEAD2.
           MOVE "Letter" TO WS-LTR-HEAD2(50:6).
           MOVE "Advisor" TO WS-LTR-HEAD2(62:7).
           SET WS-LTR-PAGE TO 0.
           PERFORM LTR-PAGE-HEADING.
           PERFORM WRITE-CONTROL-ENTRY VARYING WS-LTC-I FROM 1 BY 1
               UNTIL WS-LTC-I > WS-LTC-COUNT.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-LTR-CNT TO WS-FLTR-CNT.
           STRING "Letters printed:             " WS-FLTR-CNT
               DELIMITED BY SIZE INTO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-LTR-NOTPL-CNT TO WS-FLTR-CNT.
           STRING "Not printed, no template:    " WS-FLTR-CNT
               DELIMITED BY SIZE INTO WS-LTR-LINE.
           PERFORM WRITE-LETTER-LINE.
           PERFORM LTR-PAGE-FOOTER.
           CLOSE LTRFILE.
           DISPLAY "Standing letters written to "
               FUNCTION TRIM(WS-LTR-FILE-NAME).

       WRITE-CONTROL-ENTRY.
           IF LTC-NO(WS-LTC-I) = 0 THEN
               MOVE "----" TO WS-LTR-LINE(1:4)
           ELSE
               MOVE LTC-NO(WS-LTC-I) TO WS-LTR-LINE(1:4)
           END-IF.
           MOVE LTC-ID(WS-LTC-I) TO WS-LTR-LINE(6:10).
           MOVE LTC-NAME(WS-LTC-I) TO WS-LTR-LINE(17:21).
           MOVE LTC-ACTION(WS-LTC-I) TO WS-LTR-LINE(39:10).
           IF LTC-NO(WS-LTC-I) = 0 THEN
               MOVE "NO TEMPLATE" TO WS-LTR-LINE(50:11)
           ELSE
               MOVE "PRINTED" TO WS-LTR-LINE(50:7)
           END-IF.
           MOVE LTC-ADVISOR(WS-LTC-I) TO WS-LTR-LINE(62:30).
           PERFORM WRITE-LETTER-LINE.

       EVALUATE-STANDING.
      * Current standing from the run of consecutive bad terms
      * ending at the latest term; prior standing re-evaluated with
      * the latest graded term left out, so a batch run can see who
      * changed this term
           MOVE SPACES TO WS-HIST-TERM.
           MOVE "N" TO WS-SKIP-LATEST.
           PERFORM COUNT-BAD-STREAK.
           PERFORM STANDING-FROM-STREAK.
           IF TERM-HRS(WS-STAND-I) > 0 THEN
               IF WS-SKIP-LATEST = "Y" THEN
                   MOVE "N" TO WS-SKIP-LATEST
                   MOVE TERM-ID(WS-STAND-I) TO WS-HIST-TERM
               ELSE
                   COMPUTE WS-STAND-GPA ROUNDED =
                       TERM-QP(WS-STAND-I) / TERM-HRS(WS-STAND-I)
               MOVE "Y" TO WS-CLEAR-MODE
               MOVE WS-CLEAR-MIN-GPA TO WS-FCLEAR-GPA
               MOVE SPACES TO WS-CLEAR-LINE
               IF WS-PDIR-MODE = "Y" THEN
                   STRING "Graduation Clearance -- plan directory "
                       FUNCTION TRIM(WS-PDIR-FILE-NAME)
                       ", minimum GPA " WS-FCLEAR-GPA
                       DELIMITED BY SIZE INTO WS-CLEAR-LINE
               ELSE
                   STRING "Graduation Clearance -- "
                       FUNCTION TRIM(WS-PLAN-FILE-NAME)
                       ", minimum GPA " WS-FCLEAR-GPA
                       DELIMITED BY SIZE INTO WS-CLEAR-LINE
               END-IF
               WRITE CLEAR-OUTPUT-FILE FROM WS-CLEAR-LINE
           END-IF.

           MOVE WS-AUD-OUT-CNT TO WS-AUD-FOUT.
           MOVE WS-HOURS-REMAINING TO WS-FHOURS-REMAINING.
           MOVE SPACES TO WS-CLEAR-LINE.
           MOVE 1 TO WS-CLEAR-PTR.
           STRING "  " WS-CLEAR-VERDICT " "
               STU-ID " " FUNCTION TRIM(STU-NAME)
               "  outstanding " WS-AUD-FOUT
               "  hours remaining " WS-FHOURS-REMAINING
               DELIMITED BY SIZE INTO WS-CLEAR-LINE
               WITH POINTER WS-CLEAR-PTR.
      * Under a plan directory each line names the plan it was
      * judged against
           IF WS-PDIR-MODE = "Y" THEN
               STRING "  plan " FUNCTION TRIM(WS-PLAN-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CLEAR-LINE
                   WITH POINTER WS-CLEAR-PTR
           END-IF.
           WRITE CLEAR-OUTPUT-FILE FROM WS-CLEAR-LINE.

       COUNT-PLAN-REQUIREMENTS.
           STRING "Not clear:                 " WS-FCLR-CNT
               DELIMITED BY SIZE INTO WS-CLEAR-LINE.
           WRITE CLEAR-OUTPUT-FILE FROM WS-CLEAR-LINE.
           IF WS-PDIR-MODE = "Y" THEN
               MOVE WS-NOPLAN-COUNT TO WS-FCLR-CNT
               MOVE SPACES TO WS-CLEAR-LINE
               STRING "No plan on file:           " WS-FCLR-CNT
                   DELIMITED BY SIZE INTO WS-CLEAR-LINE
               WRITE CLEAR-OUTPUT-FILE FROM WS-CLEAR-LINE
           END-IF.
           CLOSE CLEARFILE.
           DISPLAY "Clearance report written to "
               FUNCTION TRIM(WS-CLEAR-FILE-NAME).

       LOAD-PLAN-DIRECTORY.
           SET WS-PDIR-COUNT TO 0.
           MOVE WS-PDIR-FILE-NAME TO PDIR-FILE-DESC.
           OPEN INPUT PDIRFILE.
           IF WS-PDIR-STATUS NOT = "00" THEN
               DISPLAY "Cannot open plan directory "
                   FUNCTION TRIM(WS-PDIR-FILE-NAME)
                   " (file status " WS-PDIR-STATUS
                   "), clearance skipped"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "N" TO WS-PDIR-EOF
               PERFORM LOAD-PDIR-ROW UNTIL WS-PDIR-EOF = "Y"
               CLOSE PDIRFILE
               IF WS-PDIR-COUNT > 0 THEN
                   MOVE "Y" TO WS-PDIR-MODE
      * Nothing is loaded yet, so the first student forces a load
                   MOVE SPACES TO WS-PLAN-FILE-NAME
               END-IF
           END-IF.

       LOAD-PDIR-ROW.
           READ PDIRFILE INTO WS-PDIR-LINE
               AT END MOVE "Y" TO WS-PDIR-EOF
           END-READ.
           IF WS-PDIR-EOF NOT = "Y" AND WS-PDIR-LINE NOT = SPACES THEN
               IF WS-PDIR-COUNT = WS-PDIR-MAX THEN
                   DISPLAY "ERROR: plan directory has more than "
                       WS-PDIR-MAX
                       " lines -- table capacity exceeded"
                   MOVE "Y" TO WS-PDIR-EOF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PDIR-COUNT
                   INITIALIZE PDIR-TABLE(WS-PDIR-COUNT)
                   MOVE SPACES TO WS-PDIR-YEAR-TXT
                   UNSTRING FUNCTION TRIM(WS-PDIR-LINE)
                       DELIMITED BY '|'
                       INTO PDIR-MAJOR(WS-PDIR-COUNT)
                            WS-PDIR-YEAR-TXT
                            PDIR-PLAN-FILE(WS-PDIR-COUNT)
                   END-UNSTRING
                   IF PDIR-MAJOR(WS-PDIR-COUNT) = SPACES
                      OR PDIR-PLAN-FILE(WS-PDIR-COUNT) = SPACES
                      OR FUNCTION TRIM(WS-PDIR-YEAR-TXT)
                          IS NOT NUMERIC THEN
                       DISPLAY "Bad plan directory line skipped: "
                           FUNCTION TRIM(WS-PDIR-LINE)
                       SUBTRACT 1 FROM WS-PDIR-COUNT
                   ELSE
                       COMPUTE PDIR-CAT-YEAR(WS-PDIR-COUNT) =
                           FUNCTION NUMVAL(WS-PDIR-YEAR-TXT)
                   END-IF
               END-IF
           END-IF.

      * Pick and, when it differs from the one in memory, load the
      * current student's plan; WS-PDIR-HIT = 0 means no usable plan
       SELECT-STUDENT-PLAN.
           PERFORM SET-CATALOG-YEAR.
           SET WS-PDIR-HIT TO 0.
           IF WS-CAT-YEAR > 0 THEN
               PERFORM MATCH-PLAN-DIRECTORY
                   VARYING WS-PDIR-I FROM 1 BY 1
                   UNTIL WS-PDIR-I > WS-PDIR-COUNT
           END-IF.
           IF WS-PDIR-HIT > 0 THEN
               IF PDIR-PLAN-FILE(WS-PDIR-HIT)
                  NOT = WS-PLAN-FILE-NAME THEN
                   MOVE PDIR-PLAN-FILE(WS-PDIR-HIT)
                       TO WS-PLAN-FILE-NAME
                   PERFORM LOAD-DEGREE-PLAN
                   MOVE WS-PLANFILE-STATUS TO WS-PDIR-PLAN-STATUS
               END-IF
               IF WS-PDIR-PLAN-STATUS NOT = "00"
                  OR WS-PLAN-COUNT = 0 THEN
                   MOVE SPACES TO WS-PDIR-WHY
                   STRING "degree plan "
                       FUNCTION TRIM(WS-PLAN-FILE-NAME)
                       " unreadable or empty"
                       DELIMITED BY SIZE INTO WS-PDIR-WHY
                   SET WS-PDIR-HIT TO 0
               END-IF
           ELSE
               IF WS-CAT-YEAR = 0 THEN
                   MOVE "no dated term to fix a catalog year"
                       TO WS-PDIR-WHY
               ELSE
                   MOVE "no degree plan on file" TO WS-PDIR-WHY
               END-IF
           END-IF.

      * Newest plan for the major not published after the student's
      * catalog year
       MATCH-PLAN-DIRECTORY.
           IF PDIR-MAJOR(WS-PDIR-I) = STU-MAJOR
              AND PDIR-CAT-YEAR(WS-PDIR-I) <= WS-CAT-YEAR THEN
               IF WS-PDIR-HIT = 0 THEN
                   SET WS-PDIR-HIT TO WS-PDIR-I
               ELSE
                   IF PDIR-CAT-YEAR(WS-PDIR-I) >
                      PDIR-CAT-YEAR(WS-PDIR-HIT) THEN
                       SET WS-PDIR-HIT TO WS-PDIR-I
                   END-IF
               END-IF
           END-IF.

      * Catalog year from the earliest dated row on the record;
      * transfer rows carry no term and do not count.  Zero means
      * the student has no dated term at all
       SET-CATALOG-YEAR.
           SET WS-ENTRY-SEQ TO 99999.
           PERFORM CHECK-ENTRY-TERM VARYING WS-ENTRY-ROW FROM 1 BY 1
               UNTIL WS-ENTRY-ROW > WS-TOTAL-ROWS.
           IF WS-ENTRY-SEQ = 99999 THEN
               SET WS-CAT-YEAR TO 0
           ELSE
               COMPUTE WS-CAT-YEAR = WS-ENTRY-SEQ / 10
               IF WS-ENTRY-SEQ - (WS-CAT-YEAR * 10) < 4 THEN
                   SUBTRACT 1 FROM WS-CAT-YEAR
               END-IF
           END-IF.

       CHECK-ENTRY-TERM.
           IF TERM-CODE(WS-ENTRY-ROW) NOT = SPACES THEN
               MOVE TERM-CODE(WS-ENTRY-ROW) TO WS-TERM-WRK
               PERFORM SET-TERM-SEASON
               IF WS-TERM-SEASON > 0 THEN
                   IF (FUNCTION NUMVAL(WS-TERM-WRK(1:4)) * 10)
                      + WS-TERM-SEASON < WS-ENTRY-SEQ THEN
                       COMPUTE WS-ENTRY-SEQ =
                           (FUNCTION NUMVAL(WS-TERM-WRK(1:4)) * 10)
                           + WS-TERM-SEASON
                   END-IF
               END-IF
           END-IF.

      * No plan for this student: the exception report gets the
      * reason, the clearance report a NO PLAN line, and nobody is
      * cleared or refused against a plan that is not theirs
       NOTE-NO-PLAN.
           ADD 1 TO WS-NOPLAN-COUNT.
           MOVE SPACES TO WS-BEX-LINE.
           STRING FUNCTION TRIM(WS-CUR-MAST-ID) "  "
               FUNCTION TRIM(WS-PDIR-WHY)
               " for major " FUNCTION TRIM(STU-MAJOR)
               " catalog year " WS-CAT-YEAR
               DELIMITED BY SIZE INTO WS-BEX-LINE.
           WRITE BEX-OUTPUT-FILE FROM WS-BEX-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "  NO PLAN ON FILE            " STU-ID " "
               FUNCTION TRIM(STU-NAME)
               "  major " FUNCTION TRIM(STU-MAJOR)
               "  catalog year " WS-CAT-YEAR
               DELIMITED BY SIZE INTO WS-CLEAR-LINE.
           WRITE CLEAR-OUTPUT-FILE FROM WS-CLEAR-LINE.

       WRITE-PROJECTION-REPORT.
           MOVE WS-PROJ-FILE-NAME TO PROJ-FILE-DESC.
           OPEN OUTPUT PROJFILE.
