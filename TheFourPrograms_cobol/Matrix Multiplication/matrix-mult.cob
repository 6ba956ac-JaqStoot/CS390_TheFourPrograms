                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MM-CTL-STATUS.

                SELECT HISTFILE ASSIGN TO DYNAMIC MM-HIST-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MM-HIST-STATUS.

                SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MM-RUNLOG-STATUS.
            FD CTLFILE.
            01  CTLFILE-REC  PIC X(160).

            FD HISTFILE.
            01  HISTFILE-REC  PIC X(100).

            FD RUNLOGFILE.
            01  RUNLOGFILE-REC  PIC X(120).

            01  MM-MAX-DIM  PIC  9  VALUE 5.
            01  MM-DIM-OK  PIC  A(1)  VALUE 'Y'.

      * Standing projection: the AUTOADVISOR standing history (one
      * TERM|STUDENT-ID|PRIOR|CURRENT line per student per batch
      * run) becomes a 5x5 transition matrix -- the share of the
      * students in each standing who are in each standing one term
      * later -- and a starting headcount vector is multiplied by it
      * once per term projected.  A batch run repeated for the same
      * term appends a second copy of a student's line; only the
      * last one counts.  A standing with no history stays where it
      * is, and GRADUATED always does.  Control step:
      * P|HISTORYFILE[,STARTCOUNTS]|REPORTFILE|TERMS, STARTCOUNTS a
      * 1x5 matrix file or @NAME of headcounts in the order below;
      * without it the start is each student's latest standing in
      * the history
            01  MM-HIST-NAME  PIC  X(50).
            01  MM-HIST-STATUS  PIC  XX.
            01  MM-HIST-EOF  PIC  A(1).
            01  MM-HIST-LINE  PIC  X(100).
            01  MM-HIST-TERM  PIC  X(10).
            01  MM-HIST-ID  PIC  X(10).
            01  MM-HIST-FROM-TXT  PIC  X(10).
            01  MM-HIST-TO-TXT  PIC  X(10).
            01  MM-HIST-LINES  PIC  9(5).
            01  MM-HIST-BAD  PIC  9(5).
            01  MM-HIST-MAX  PIC  9(5)  VALUE 5000.
            01  MM-HIST-CNT  PIC  9(5)  VALUE 0.
            01  MM-HIST-TABLE.
                02  MM-HIST-ENTRY  OCCURS 1 TO 5000 TIMES
                    DEPENDING ON MM-HIST-CNT.
                     03  MM-HE-ID  PIC X(10).
                     03  MM-HE-TSEQ  PIC 9(5).
                     03  MM-HE-SEQ  PIC 9(5).
                     03  MM-HE-TERM  PIC X(6).
                     03  MM-HE-FROM  PIC 9.
                     03  MM-HE-TO  PIC 9.
            01  MM-HI  PIC  9(5).
            01  MM-HN  PIC  9(5).
            01  MM-TERM-SEASON  PIC  9.
            01  MM-TSEQ  PIC  9(5).
            01  MM-FIRST-TSEQ  PIC  9(5).
            01  MM-LAST-TSEQ  PIC  9(5).
            01  MM-FIRST-TERM  PIC  X(6).
            01  MM-LAST-TERM  PIC  X(6).
            01  MM-TRANS-CNT  PIC  9(7).
            01  MM-STATE-NAMES.
                02  FILLER  PIC X(10)  VALUE "GOOD".
                02  FILLER  PIC X(10)  VALUE "WARNING".
                02  FILLER  PIC X(10)  VALUE "PROBATION".
                02  FILLER  PIC X(10)  VALUE "SUSPENSION".
                02  FILLER  PIC X(10)  VALUE "GRADUATED".
            01  MM-STATE-TABLE  REDEFINES MM-STATE-NAMES.
                02  MM-STATE-NAME  PIC X(10)  OCCURS 5 TIMES.
            01  MM-STATE-TXT  PIC  X(10).
            01  MM-STATE-HIT  PIC  9.
            01  MM-FROM-HIT  PIC  9.
            01  MM-TR-COUNTS.
                02  MM-TR-ROW  OCCURS 5 TIMES.
                     03  MM-TR-N  PIC 9(7)  OCCURS 5 TIMES.
            01  MM-TR-SUMS.
                02  MM-TR-SUM  PIC 9(7)  OCCURS 5 TIMES.
            01  MM-TP.
                02  MM-TP-ROW  OCCURS 5 TIMES.
                     03  MM-TP-P  PIC 9V9(6)  OCCURS 5 TIMES.
            01  MM-PV-CUR.
                02  MM-PV  PIC 9(7)V9(4)  OCCURS 5 TIMES.
            01  MM-PV-NEXT.
                02  MM-PN  PIC 9(7)V9(4)  OCCURS 5 TIMES.
            01  MM-PV-START  PIC  X(55).
            01  MM-START-FILE  PIC  A(1).
            01  MM-START-SRC  PIC  X(50).
            01  MM-PROJ-OK  PIC  A(1).
            01  MM-PROJ-TERMS  PIC  9(2).
            01  MM-PROJ-TERMS-TXT  PIC  X(10).
            01  MM-PROJ-T  PIC  9(2).
            01  MM-PROJ-DEST  PIC  X(1).
            01  MM-PROJ-LINE  PIC  X(80).
            01  MM-PROJ-POS  PIC  9(2).
            01  MM-PROJ-CNT  PIC  9(7).
            01  MM-PROJ-CASE  PIC  9(7).
            01  MM-PROJ-HELD  PIC  9.
            01  MM-PROJ-FCNT  PIC  Z(8)9.
            01  MM-PROJ-FPCT  PIC  9.9999.
            01  MM-PROJ-FT  PIC  Z9.
            01  MM-PROJ-NUM5  PIC  Z(4)9.
            01  MM-PROJ-BAD5  PIC  Z(4)9.

      * Menu-driven operation selector
            01  MM-OPERATION  PIC  X(1).
            01  MM-EXIT  PIC  A(1)  VALUE 'N'.
                            PERFORM RUN-INVERSE
                        WHEN "7"
                            PERFORM RUN-SOLVE
                        WHEN "P"
                            PERFORM RUN-PROJECTION
                        WHEN OTHER
                            DISPLAY "Unknown control operation: "
                                MM-CTL-OP
                    IF MM-OP-DONE = "Y"
                        ADD 1 TO MM-OP-COUNT
                        IF MM-CTL-SAVE NOT = SPACES
                           AND MM-CTL-OP NOT = "P"
                            PERFORM SAVE-RESULT-MATRIX
                        END-IF
                    END-IF
            DISPLAY "5. Determinant".
            DISPLAY "6. Invert a Matrix".
            DISPLAY "7. Solve Ax=b".
            DISPLAY "P. Standing Transition Projection".
            DISPLAY "8. Exit".
            DISPLAY "Choice: " WITH NO ADVANCING.
            ACCEPT MM-OPERATION.
                    PERFORM RUN-INVERSE
                WHEN "7"
                    PERFORM RUN-SOLVE
                WHEN "P"
                WHEN "p"
                    PERFORM RUN-PROJECTION
                WHEN "8"
                    MOVE "Y" TO MM-EXIT
                WHEN OTHER
                AFTER J FROM 1 BY 1 UNTIL J > ROW1.
            CLOSE REPORTFILE.

        RUN-PROJECTION.
      * Interactive runs ask for the history, the starting counts
      * and the horizon; a control step carries them on its line
            MOVE "Y" TO MM-PROJ-OK.
            MOVE "N" TO MM-START-FILE.
            IF MM-CTL-MODE = "Y"
                MOVE MM-OPND1 TO MM-HIST-NAME
                MOVE MM-CTL-SAVE TO MM-PROJ-TERMS-TXT
                IF MM-OPND2 NOT = SPACES
                    MOVE "Y" TO MM-START-FILE
                    MOVE MM-OPND2 TO MM-START-SRC
                    PERFORM LOAD-OPERAND-2
                END-IF
            ELSE
                PERFORM GET-HISTORY-FILE-NAME
                DISPLAY " "
                DISPLAY "Starting counts from a matrix file? (Y/N)"
                ACCEPT MM-START-FILE
                IF (MM-START-FILE IS EQUAL TO "Y") OR
                   (MM-START-FILE IS EQUAL TO "y")
                    MOVE "Y" TO MM-START-FILE
                    PERFORM GET-MATRIX-FILE-NAME
                    MOVE MM-FILE-NAME TO MM-START-SRC
                    PERFORM READ-MATRIX2-FROM-FILE
                ELSE
                    MOVE "N" TO MM-START-FILE
                END-IF
                DISPLAY " "
                DISPLAY "Number of terms to project"
                MOVE SPACES TO MM-PROJ-TERMS-TXT
                ACCEPT MM-PROJ-TERMS-TXT
            END-IF.
            IF MM-PROJ-TERMS-TXT = SPACES
                MOVE 4 TO MM-PROJ-TERMS
            ELSE
                IF FUNCTION TRIM(MM-PROJ-TERMS-TXT) IS NUMERIC
                    MOVE FUNCTION NUMVAL(MM-PROJ-TERMS-TXT)
                        TO MM-PROJ-TERMS
                ELSE
                    MOVE 0 TO MM-PROJ-TERMS
                END-IF
            END-IF.
            DISPLAY " ".
            IF (MM-PROJ-TERMS < 1) OR (MM-PROJ-TERMS > 20)
                DISPLAY "Terms to project must be 1 to 20!"
                MOVE "Step failed: terms to project must be 1 to 20"
                    TO MM-NOTE-TXT
                MOVE "N" TO MM-PROJ-OK
            END-IF.
            IF MM-PROJ-OK = "Y" AND MM-START-FILE = "Y"
                PERFORM CHECK-START-COUNTS
            END-IF.
            IF MM-PROJ-OK = "Y"
                PERFORM LOAD-STANDING-HISTORY
            END-IF.
            IF MM-PROJ-OK = "N"
                PERFORM NOTE-STEP-FAILED
            ELSE
                MOVE "Y" TO MM-OP-DONE
                PERFORM BUILD-TRANSITION-MATRIX
                MOVE "S" TO MM-PROJ-DEST
                PERFORM EMIT-PROJECTION
                PERFORM ASK-AND-WRITE-PROJECTION
            END-IF.
            DISPLAY " ".

        GET-HISTORY-FILE-NAME.
            MOVE "XX" TO MM-HIST-STATUS.
            PERFORM TRY-HISTORY-FILE-NAME
                UNTIL MM-HIST-STATUS = "00".

        TRY-HISTORY-FILE-NAME.
            DISPLAY " ".
            DISPLAY "Standing History File Name".
            ACCEPT MM-HIST-NAME.
            OPEN INPUT HISTFILE.
            IF MM-HIST-STATUS = "00"
                CLOSE HISTFILE
            ELSE
                DISPLAY "Cannot open " FUNCTION TRIM(MM-HIST-NAME)
                    " (file status " MM-HIST-STATUS "), try again"
            END-IF.

      * Starting counts ride in as "matrix 2": one row, one column
      * per standing, no negative headcounts
        CHECK-START-COUNTS.
            IF (ROW2 IS NOT EQUAL TO 1) OR (COL2 IS NOT EQUAL TO 5)
                DISPLAY "Starting counts must be a 1x5 matrix!"
                MOVE "Step failed: starting counts not 1x5"
                    TO MM-NOTE-TXT
                MOVE "N" TO MM-PROJ-OK
            ELSE
                PERFORM COPY-START-COUNT VARYING J FROM 1 BY 1
                    UNTIL J > 5
            END-IF.

        COPY-START-COUNT.
            IF MC2(1 J) < 0
                DISPLAY "Starting counts cannot be negative!"
                MOVE "Step failed: negative starting count"
                    TO MM-NOTE-TXT
                MOVE "N" TO MM-PROJ-OK
            ELSE
                MOVE MC2(1 J) TO MM-PV(J)
            END-IF.

        LOAD-STANDING-HISTORY.
            MOVE 0 TO MM-HIST-CNT.
            MOVE 0 TO MM-HIST-LINES.
            MOVE 0 TO MM-HIST-BAD.
            OPEN INPUT HISTFILE.
            IF MM-HIST-STATUS NOT = "00"
                DISPLAY "ERROR: cannot open standing history "
                    FUNCTION TRIM(MM-HIST-NAME)
                    " (file status " MM-HIST-STATUS ")"
                MOVE "Step failed: cannot open standing history"
                    TO MM-NOTE-TXT
                MOVE "N" TO MM-PROJ-OK
            ELSE
                MOVE "N" TO MM-HIST-EOF
                PERFORM READ-HISTORY-LINE UNTIL MM-HIST-EOF = "Y"
                CLOSE HISTFILE
                IF MM-HIST-BAD > 0
                    MOVE MM-HIST-BAD TO MM-PROJ-NUM5
                    DISPLAY FUNCTION TRIM(MM-PROJ-NUM5)
                        " standing history lines not usable"
                END-IF
                IF MM-HIST-CNT = 0
                    DISPLAY "No usable lines in standing history "
                        FUNCTION TRIM(MM-HIST-NAME)
                    MOVE "Step failed: no usable standing history"
                        TO MM-NOTE-TXT
                    MOVE "N" TO MM-PROJ-OK
                END-IF
            END-IF.

        READ-HISTORY-LINE.
            READ HISTFILE INTO MM-HIST-LINE
                AT END MOVE "Y" TO MM-HIST-EOF
            END-READ.
            IF MM-HIST-EOF NOT = "Y" AND MM-HIST-LINE NOT = SPACES
                ADD 1 TO MM-HIST-LINES
                PERFORM STORE-HISTORY-LINE
            END-IF.

        STORE-HISTORY-LINE.
            MOVE SPACES TO MM-HIST-TERM MM-HIST-ID
                MM-HIST-FROM-TXT MM-HIST-TO-TXT.
            UNSTRING FUNCTION TRIM(MM-HIST-LINE) DELIMITED BY '|'
                INTO MM-HIST-TERM MM-HIST-ID MM-HIST-FROM-TXT
                     MM-HIST-TO-TXT
            END-UNSTRING.
            MOVE MM-HIST-FROM-TXT TO MM-STATE-TXT.
            PERFORM FIND-STATE.
            MOVE MM-STATE-HIT TO MM-FROM-HIT.
            MOVE MM-HIST-TO-TXT TO MM-STATE-TXT.
            PERFORM FIND-STATE.
            PERFORM SET-HISTORY-TERM-SEQ.
            IF MM-FROM-HIT = 0 OR MM-STATE-HIT = 0 OR MM-TSEQ = 0
               OR MM-HIST-ID = SPACES
                ADD 1 TO MM-HIST-BAD
            ELSE
                IF MM-HIST-CNT = MM-HIST-MAX
                    IF MM-HIST-BAD = 0
                        DISPLAY "Standing history holds more than "
                            MM-HIST-MAX " lines, rest ignored"
                    END-IF
                    ADD 1 TO MM-HIST-BAD
                ELSE
                    ADD 1 TO MM-HIST-CNT
                    MOVE MM-HIST-ID TO MM-HE-ID(MM-HIST-CNT)
                    MOVE MM-TSEQ TO MM-HE-TSEQ(MM-HIST-CNT)
                    MOVE MM-HIST-LINES TO MM-HE-SEQ(MM-HIST-CNT)
                    MOVE MM-HIST-TERM TO MM-HE-TERM(MM-HIST-CNT)
                    MOVE MM-FROM-HIT TO MM-HE-FROM(MM-HIST-CNT)
                    MOVE MM-STATE-HIT TO MM-HE-TO(MM-HIST-CNT)
                END-IF
            END-IF.

        FIND-STATE.
            MOVE 0 TO MM-STATE-HIT.
            PERFORM MATCH-STATE VARYING I FROM 1 BY 1
                UNTIL I > 5 OR MM-STATE-HIT > 0.

        MATCH-STATE.
            IF MM-STATE-NAME(I) = MM-STATE-TXT
                MOVE I TO MM-STATE-HIT
            END-IF.

      * Term codes are YYYY plus WI/SP/SU/FA, numbered the way
      * AUTOADVISOR numbers them so terms order by calendar
        SET-HISTORY-TERM-SEQ.
            MOVE 0 TO MM-TSEQ.
            MOVE 0 TO MM-TERM-SEASON.
            IF MM-HIST-TERM(1:4) IS NUMERIC
               AND MM-HIST-TERM(7:4) = SPACES
                EVALUATE MM-HIST-TERM(5:2)
                    WHEN "WI" MOVE 1 TO MM-TERM-SEASON
                    WHEN "SP" MOVE 2 TO MM-TERM-SEASON
                    WHEN "SU" MOVE 3 TO MM-TERM-SEASON
                    WHEN "FA" MOVE 4 TO MM-TERM-SEASON
                END-EVALUATE
                IF MM-TERM-SEASON > 0
                    COMPUTE MM-TSEQ =
                        (FUNCTION NUMVAL(MM-HIST-TERM(1:4)) * 10)
                        + MM-TERM-SEASON
                END-IF
            END-IF.

      * Sorted by student, term and file order, the last line of a
      * student-and-term group is the one that counts, and the last
      * line of a student's group is their latest standing
        BUILD-TRANSITION-MATRIX.
            INITIALIZE MM-TR-COUNTS MM-TR-SUMS.
            IF MM-START-FILE NOT = "Y"
                INITIALIZE MM-PV-CUR
                MOVE "latest standing of each student in the history"
                    TO MM-START-SRC
            END-IF.
            MOVE 0 TO MM-TRANS-CNT.
            MOVE 99999 TO MM-FIRST-TSEQ.
            MOVE 0 TO MM-LAST-TSEQ.
            SORT MM-HIST-ENTRY ASCENDING KEY MM-HE-ID MM-HE-TSEQ
                MM-HE-SEQ.
            PERFORM TALLY-HISTORY-ENTRY VARYING MM-HI FROM 1 BY 1
                UNTIL MM-HI > MM-HIST-CNT.
            PERFORM SET-TRANSITION-ROW VARYING I FROM 1 BY 1
                UNTIL I > 5.

        TALLY-HISTORY-ENTRY.
            COMPUTE MM-HN = MM-HI + 1.
            IF MM-HE-TSEQ(MM-HI) < MM-FIRST-TSEQ
                MOVE MM-HE-TSEQ(MM-HI) TO MM-FIRST-TSEQ
                MOVE MM-HE-TERM(MM-HI) TO MM-FIRST-TERM
            END-IF.
            IF MM-HE-TSEQ(MM-HI) > MM-LAST-TSEQ
                MOVE MM-HE-TSEQ(MM-HI) TO MM-LAST-TSEQ
                MOVE MM-HE-TERM(MM-HI) TO MM-LAST-TERM
            END-IF.
            MOVE "Y" TO MM-HIST-EOF.
            IF MM-HI < MM-HIST-CNT
                IF MM-HE-ID(MM-HN) = MM-HE-ID(MM-HI)
                   AND MM-HE-TSEQ(MM-HN) = MM-HE-TSEQ(MM-HI)
                    MOVE "N" TO MM-HIST-EOF
                END-IF
            END-IF.
            IF MM-HIST-EOF = "Y"
                MOVE MM-HE-FROM(MM-HI) TO I
                MOVE MM-HE-TO(MM-HI) TO J
                ADD 1 TO MM-TR-N(I J)
                ADD 1 TO MM-TR-SUM(I)
                ADD 1 TO MM-TRANS-CNT
            END-IF.
            IF MM-START-FILE NOT = "Y"
                MOVE "Y" TO MM-HIST-EOF
                IF MM-HI < MM-HIST-CNT
                    IF MM-HE-ID(MM-HN) = MM-HE-ID(MM-HI)
                        MOVE "N" TO MM-HIST-EOF
                    END-IF
                END-IF
                IF MM-HIST-EOF = "Y"
                    MOVE MM-HE-TO(MM-HI) TO J
                    ADD 1 TO MM-PV(J)
                END-IF
            END-IF.

      * A standing nobody has left from yet has no rate to project
      * with, so its students are held where they are
        SET-TRANSITION-ROW.
            PERFORM SET-TRANSITION-CELL VARYING J FROM 1 BY 1
                UNTIL J > 5.

        SET-TRANSITION-CELL.
            IF I = 5 OR MM-TR-SUM(I) = 0
                IF I = J
                    MOVE 1 TO MM-TP-P(I J)
                ELSE
                    MOVE 0 TO MM-TP-P(I J)
                END-IF
            ELSE
                COMPUTE MM-TP-P(I J) ROUNDED =
                    MM-TR-N(I J) / MM-TR-SUM(I)
            END-IF.

        ASK-AND-WRITE-PROJECTION.
            IF MM-CTL-MODE = "Y"
                MOVE "Y" TO MM-REPORT-MODE
            ELSE
                DISPLAY "Write report to a file? (Y/N)"
                ACCEPT MM-REPORT-MODE
                IF (MM-REPORT-MODE IS EQUAL TO "Y") OR
                   (MM-REPORT-MODE IS EQUAL TO "y")
                    MOVE "Y" TO MM-REPORT-MODE
                    DISPLAY "Report File Name"
                    ACCEPT MM-REPORT-NAME
                END-IF
            END-IF.
            IF MM-REPORT-MODE = "Y"
                PERFORM OPEN-REPORT-FILE
                IF MM-REPORT-STATUS = "00"
                    MOVE "F" TO MM-PROJ-DEST
                    PERFORM EMIT-PROJECTION
                    CLOSE REPORTFILE
                END-IF
            END-IF.

      * The same lines go to the screen and to the report: the
      * history behind the rates, the transition matrix, then one
      * projected headcount line per term.  Caseload is warning plus
      * probation, the students the advising office must see
        EMIT-PROJECTION.
            MOVE "Standing Transition Projection" TO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE MM-HIST-LINES TO MM-PROJ-NUM5.
            MOVE MM-HIST-BAD TO MM-PROJ-BAD5.
            STRING "History: " FUNCTION TRIM(MM-HIST-NAME)
                "  (" FUNCTION TRIM(MM-PROJ-NUM5) " lines, "
                FUNCTION TRIM(MM-PROJ-BAD5) " not usable)"
                DELIMITED BY SIZE INTO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE MM-TRANS-CNT TO MM-PROJ-FCNT.
            STRING "Terms observed: " MM-FIRST-TERM " to "
                MM-LAST-TERM "   Student-term transitions: "
                FUNCTION TRIM(MM-PROJ-FCNT)
                DELIMITED BY SIZE INTO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE "Share in each standing a term later, by standing now"
                TO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE "FROM" TO MM-PROJ-LINE(1:4).
            PERFORM SET-STATE-HEADINGS.
            MOVE "STUDENTS" TO MM-PROJ-LINE(73:8).
            PERFORM EMIT-PROJ-LINE.
            PERFORM EMIT-MATRIX-ROW VARYING I FROM 1 BY 1
                UNTIL I > 5.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE "Held in place, no history:" TO MM-PROJ-LINE.
            MOVE 0 TO MM-PROJ-HELD.
            PERFORM NOTE-HELD-STATE VARYING I FROM 1 BY 1
                UNTIL I > 4.
            IF MM-PROJ-HELD > 0
                PERFORM EMIT-PROJ-LINE
            END-IF.
            MOVE SPACES TO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            STRING "Starting counts: " FUNCTION TRIM(MM-START-SRC)
                DELIMITED BY SIZE INTO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            STRING "Projected headcount by standing, terms after "
                MM-LAST-TERM
                DELIMITED BY SIZE INTO MM-PROJ-LINE.
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE "TERM" TO MM-PROJ-LINE(1:4).
            PERFORM SET-STATE-HEADINGS.
            MOVE "CASELOAD" TO MM-PROJ-LINE(73:8).
            PERFORM EMIT-PROJ-LINE.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE "Start" TO MM-PROJ-LINE(1:5).
            MOVE MM-PV-CUR TO MM-PV-START.
            MOVE MM-PV-CUR TO MM-PV-NEXT.
            PERFORM EMIT-COUNT-ROW.
            PERFORM PROJECT-ONE-TERM VARYING MM-PROJ-T FROM 1 BY 1
                UNTIL MM-PROJ-T > MM-PROJ-TERMS.
      * The starting vector is put back so a second pass over the
      * lines (screen, then report) projects from the same place
            MOVE MM-PV-START TO MM-PV-CUR.

        SET-STATE-HEADINGS.
            PERFORM SET-STATE-HEADING VARYING J FROM 1 BY 1
                UNTIL J > 5.

      * Each standing gets a 10-column slot after the 12-column label
        SET-STATE-HEADING.
            COMPUTE MM-PROJ-POS = 13 + ((J - 1) * 12).
            MOVE MM-STATE-NAME(J) TO MM-PROJ-LINE(MM-PROJ-POS:10).

        EMIT-MATRIX-ROW.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE MM-STATE-NAME(I) TO MM-PROJ-LINE(1:10).
            PERFORM SET-MATRIX-CELL VARYING J FROM 1 BY 1
                UNTIL J > 5.
            MOVE MM-TR-SUM(I) TO MM-PROJ-FCNT.
            MOVE MM-PROJ-FCNT TO MM-PROJ-LINE(72:9).
            PERFORM EMIT-PROJ-LINE.

        NOTE-HELD-STATE.
            IF MM-TR-SUM(I) = 0
                COMPUTE MM-PROJ-POS = 28 + (MM-PROJ-HELD * 11)
                MOVE MM-STATE-NAME(I) TO MM-PROJ-LINE(MM-PROJ-POS:10)
                ADD 1 TO MM-PROJ-HELD
            END-IF.

        SET-MATRIX-CELL.
            COMPUTE MM-PROJ-POS = 13 + ((J - 1) * 12).
            COMPUTE MM-PROJ-FPCT ROUNDED = MM-TP-P(I J).
            MOVE MM-PROJ-FPCT TO MM-PROJ-LINE(MM-PROJ-POS:6).

        PROJECT-ONE-TERM.
            PERFORM PROJECT-ONE-STATE VARYING J FROM 1 BY 1
                UNTIL J > 5.
            MOVE SPACES TO MM-PROJ-LINE.
            MOVE MM-PROJ-T TO MM-PROJ-FT.
            STRING "+" FUNCTION TRIM(MM-PROJ-FT)
                DELIMITED BY SIZE INTO MM-PROJ-LINE.
            PERFORM EMIT-COUNT-ROW.

      * Row vector times matrix: next(j) = sum over i of
      * now(i) * share(i, j), kept to four decimals between terms
        PROJECT-ONE-STATE.
            MOVE 0 TO MM-PN(J).
            PERFORM PROJECT-ONE-CELL VARYING I FROM 1 BY 1
                UNTIL I > 5.

        PROJECT-ONE-CELL.
            COMPUTE MM-PN(J) ROUNDED =
                MM-PN(J) + (MM-PV(I) * MM-TP-P(I J)).

      * MM-PV-NEXT holds the row just worked out; it is printed and
      * becomes the base for the following term
        EMIT-COUNT-ROW.
            MOVE 0 TO MM-PROJ-CASE.
            PERFORM SET-COUNT-CELL VARYING J FROM 1 BY 1
                UNTIL J > 5.
            MOVE MM-PROJ-CASE TO MM-PROJ-FCNT.
            MOVE MM-PROJ-FCNT TO MM-PROJ-LINE(72:9).
            PERFORM EMIT-PROJ-LINE.
            MOVE MM-PV-NEXT TO MM-PV-CUR.

        SET-COUNT-CELL.
            COMPUTE MM-PROJ-POS = 13 + ((J - 1) * 12).
            COMPUTE MM-PROJ-CNT ROUNDED = MM-PN(J).
            MOVE MM-PROJ-CNT TO MM-PROJ-FCNT.
            MOVE MM-PROJ-FCNT TO MM-PROJ-LINE(MM-PROJ-POS:9).
            IF J = 2 OR J = 3
                ADD MM-PROJ-CNT TO MM-PROJ-CASE
            END-IF.

        EMIT-PROJ-LINE.
            IF MM-PROJ-DEST = "F"
                WRITE REPORT-REC FROM MM-PROJ-LINE
            ELSE
                DISPLAY FUNCTION TRIM(MM-PROJ-LINE TRAILING)
            END-IF.
