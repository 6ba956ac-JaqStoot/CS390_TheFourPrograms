           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-STAT.

           SELECT SCALEFILE ASSIGN TO DYNAMIC SSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCALE-STAT.

           SELECT POSTFILE ASSIGN TO DYNAMIC GSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POST-STAT.

           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
       FD PRINTFILE.
       01 PRINTFILE-REC PIC X(80).

       FD SCALEFILE.
       01 SCALEFILE-REC PIC X(80).

       FD POSTFILE.
       01 POSTFILE-REC PIC X(80).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

              10 CG_LABEL PIC X(30).
              10 CG_NAME PIC X(30).
              10 CG_MAJOR PIC X(20).
              10 CG_ID PIC X(10).
              10 CG_GRADED PIC 9(14).
              10 CG_PENDING PIC 9(14).
              10 CG_UNGRADED PIC 9(3).
              10 CG_LETTER PIC X(1).
       01 CLASS_SUM PIC 9(8).
       01 CLASS_MEAN PIC 9(3).
       01 CLASS_MEDIAN PIC 9(3).
       01 DEF_TOTAL PIC 9(3).
       01 DEF_SHORT PIC 9(3).

      * Final-grades mode: at term end each student's Current Grade
      * becomes a letter off the course's grading scale (one
      * LETTER|MINIMUM-PERCENT line per grade) and goes straight into
      * GRADEPOST's STUDENT-ID|COURSE|GRADE|TERM file.  A student
      * with no identity header, or with work still ungraded, goes
      * on the exceptions list instead, and the instructor signs the
      * distribution summary before the file is released to posting
       01 FINAL_MODE PIC A(1) VALUE 'N'.
       01 FG_COURSE PIC X(20).
       01 FG_TERM PIC X(6).
       01 FG_INSTRUCTOR PIC X(30).
       01 SSTRING PIC X(50).
       01 SCALE-STAT PIC XX.
       01 SCALE_EOF PIC A(1).
       01 SCALE_LINE PIC X(80).
       01 SCALE_LETTER_TXT PIC X(10).
       01 SCALE_CUT_TXT PIC X(10).
       01 SCALE_MAX PIC 9(2) VALUE 20.
       01 SCALE_COUNT PIC 9(2) VALUE 0.
       01 SCALE_TABLE.
           05 SC_ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON SCALE_COUNT.
              10 SC_CUTOFF PIC 9(3).
              10 SC_LETTER PIC X(1).
              10 SC_COUNT PIC 9(3).
       01 SCALE_I PIC 9(2).
       01 SCALE_HIT PIC 9(2).
       01 SCALE_BAD PIC 9(3).
       01 GSTRING PIC X(50).
       01 POST-STAT PIC XX.
       01 POST_LINE PIC X(80).
       01 FG_I PIC 9(3).
       01 FG_POSTED PIC 9(3).
       01 FG_PCT PIC 9(3).
       01 FG_LABEL PIC X(30).
       01 FG_REASON PIC X(40).
       01 EXC_MAX PIC 9(3) VALUE 200.
       01 EXC_COUNT PIC 9(3) VALUE 0.
       01 EXC_TABLE.
           05 EXC_ENTRY OCCURS 200 TIMES.
              10 EXC_LABEL PIC X(30).
              10 EXC_REASON PIC X(40).
       01 EXC_I PIC 9(3).

      * Every user-named input OPEN is checked: interactive prompts
      * re-ask on a bad name, and a bad roster entry skips that
      * student with a warning return code instead of abending
              ELSE
                 MOVE "N" TO DEF_MODE
              END-IF
              DISPLAY " "
              DISPLAY "Final Grades? (Y/N): " WITH NO ADVANCING
              ACCEPT FINAL_MODE
              IF FINAL_MODE = "Y" OR FINAL_MODE = "y"
                 MOVE "Y" TO FINAL_MODE
                 PERFORM RUN-FINAL-GRADES
              ELSE
                 MOVE "N" TO FINAL_MODE
              END-IF
           ELSE
              DISPLAY "Roster produced no students."
           END-IF.
                 IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE FSTRING TO FG_LABEL
                 MOVE "no usable grade data" TO FG_REASON
                 PERFORM ADD-EXCEPTION
              ELSE
              PERFORM COMPUTE-GRADES
              PERFORM PRINT-STUDENT-REPORT
                 MOVE CURRENT_GRADE TO CG_GRADE(CLASS_COUNT)
                 MOVE STUDENT_NAME TO CG_NAME(CLASS_COUNT)
                 MOVE STUDENT_MAJOR TO CG_MAJOR(CLASS_COUNT)
                 MOVE STUDENT_ID TO CG_ID(CLASS_COUNT)
                 MOVE POINTS_A TO CG_GRADED(CLASS_COUNT)
                 SET CG_PENDING(CLASS_COUNT) TO 0
                 IF TOTAL_POINTS > POINTS_A
                    COMPUTE CG_PENDING(CLASS_COUNT) =
                       TOTAL_POINTS - POINTS_A
                 END-IF
                 PERFORM COUNT-UNGRADED-ROWS
                 MOVE SPACES TO CG_LETTER(CLASS_COUNT)
                 IF STUDENT_ID NOT = SPACES
                    MOVE STUDENT_ID TO CG_LABEL(CLASS_COUNT)
                 ELSE
              ELSE
                 DISPLAY "Class table capacity exceeded, skipping "
                    FUNCTION TRIM(FSTRING)
                 MOVE FSTRING TO FG_LABEL
                 MOVE "class table capacity exceeded" TO FG_REASON
                 PERFORM ADD-EXCEPTION
              END-IF
              END-IF
           END-IF.
           WRITE PRINTFILE-REC FROM PRT_LINE.
           ADD 1 TO DEF_M.

      * Assignment rows still at zero Points_Possible are work the
      * instructor has set up but not graded
       COUNT-UNGRADED-ROWS.
           SET CG_UNGRADED(CLASS_COUNT) TO 0.
           SET Counter TO 1.
           PERFORM UNTIL Counter > MAX_ROWS
              IF rowValid(Counter) = 'N' AND cat(Counter) NOT = SPACES
                 ADD 1 TO CG_UNGRADED(CLASS_COUNT)
              END-IF
              ADD 1 TO Counter
           END-PERFORM.

       ADD-EXCEPTION.
           IF EXC_COUNT < EXC_MAX
              ADD 1 TO EXC_COUNT
              MOVE FG_LABEL TO EXC_LABEL(EXC_COUNT)
              MOVE FG_REASON TO EXC_REASON(EXC_COUNT)
           END-IF.

       RUN-FINAL-GRADES.
           DISPLAY "Course: " WITH NO ADVANCING.
           MOVE SPACES TO FG_COURSE.
           ACCEPT FG_COURSE.
           DISPLAY "Term Code: " WITH NO ADVANCING.
           MOVE SPACES TO FG_TERM.
           ACCEPT FG_TERM.
           MOVE "XX" TO SCALE-STAT.
           PERFORM UNTIL SCALE-STAT = "00"
              DISPLAY "Grading Scale File: " WITH NO ADVANCING
              ACCEPT SSTRING
              OPEN INPUT SCALEFILE
              IF SCALE-STAT NOT = "00"
                 DISPLAY "Cannot open " FUNCTION TRIM(SSTRING)
                    " (file status " SCALE-STAT "), try again"
              END-IF
           END-PERFORM.
           PERFORM LOAD-GRADING-SCALE.
           CLOSE SCALEFILE.
           DISPLAY "GRADEPOST Grade Filename: " WITH NO ADVANCING.
           ACCEPT GSTRING.
           DISPLAY "Grade Distribution Summary Filename: "
              WITH NO ADVANCING.
           ACCEPT PSTRING.
           DISPLAY "Instructor Name: " WITH NO ADVANCING.
           MOVE SPACES TO FG_INSTRUCTOR.
           ACCEPT FG_INSTRUCTOR.
           IF FG_COURSE = SPACES OR FG_TERM = SPACES
              DISPLAY "ERROR: course and term are required -- "
                 "no grade file written"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF SCALE_COUNT = 0 OR SCALE_BAD > 0
                 DISPLAY "ERROR: grading scale "
                    FUNCTION TRIM(SSTRING)
                    " is not usable -- no grade file written"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-FINAL-GRADES
              END-IF
           END-IF.

      * Cutoffs are sorted highest first, so a grade takes the first
      * letter whose minimum it reaches.  Only the letters GRADEPOST
      * accepts as earned grades are allowed
       LOAD-GRADING-SCALE.
           SET SCALE_COUNT TO 0.
           SET SCALE_BAD TO 0.
           MOVE 'N' TO SCALE_EOF.
           PERFORM UNTIL SCALE_EOF = 'Y'
              READ SCALEFILE INTO SCALE_LINE
                 AT END MOVE 'Y' TO SCALE_EOF
              END-READ
              IF SCALE_EOF NOT = 'Y' AND SCALE_LINE NOT = SPACES
                 AND SCALE_LINE(1:1) NOT = "*"
                 MOVE SPACES TO SCALE_LETTER_TXT SCALE_CUT_TXT
                 UNSTRING FUNCTION TRIM(SCALE_LINE) DELIMITED BY '|'
                    INTO SCALE_LETTER_TXT SCALE_CUT_TXT
                 END-UNSTRING
                 INSPECT SCALE_LETTER_TXT CONVERTING "abcdf"
                    TO "ABCDF"
                 IF (SCALE_LETTER_TXT NOT = "A"
                    AND SCALE_LETTER_TXT NOT = "B"
                    AND SCALE_LETTER_TXT NOT = "C"
                    AND SCALE_LETTER_TXT NOT = "D"
                    AND SCALE_LETTER_TXT NOT = "F")
                    OR FUNCTION TRIM(SCALE_CUT_TXT) IS NOT NUMERIC
                    DISPLAY "Bad grading scale line: "
                       FUNCTION TRIM(SCALE_LINE)
                    ADD 1 TO SCALE_BAD
                 ELSE
                    IF FUNCTION NUMVAL(SCALE_CUT_TXT) > 100
                       DISPLAY "Bad grading scale line: "
                          FUNCTION TRIM(SCALE_LINE)
                       ADD 1 TO SCALE_BAD
                    ELSE
                       IF SCALE_COUNT >= SCALE_MAX
                          DISPLAY "Grading scale has more than "
                             SCALE_MAX " lines"
                          ADD 1 TO SCALE_BAD
                       ELSE
                          ADD 1 TO SCALE_COUNT
                          MOVE SCALE_LETTER_TXT(1:1)
                             TO SC_LETTER(SCALE_COUNT)
                          COMPUTE SC_CUTOFF(SCALE_COUNT) =
                             FUNCTION NUMVAL(SCALE_CUT_TXT)
                          SET SC_COUNT(SCALE_COUNT) TO 0
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF SCALE_COUNT > 0
              SORT SC_ENTRY DESCENDING KEY SC_CUTOFF
           END-IF.

       WRITE-FINAL-GRADES.
           OPEN OUTPUT POSTFILE.
           IF POST-STAT NOT = "00"
              DISPLAY "ERROR: cannot create grade file "
                 FUNCTION TRIM(GSTRING)
                 " (file status " POST-STAT ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              SET FG_POSTED TO 0
      * Highest grade first, the order the summary lists them in
              SET FG_I TO CLASS_COUNT
              PERFORM UNTIL FG_I < 1
                 PERFORM FINAL-ONE-STUDENT
                 SUBTRACT 1 FROM FG_I
              END-PERFORM
              CLOSE POSTFILE
              DISPLAY "GRADEPOST grade file written to "
                 FUNCTION TRIM(GSTRING)
              PERFORM WRITE-FINAL-SUMMARY
              IF EXC_COUNT > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       FINAL-ONE-STUDENT.
           MOVE SPACES TO FG_REASON.
           MOVE CG_LABEL(FG_I) TO FG_LABEL.
           IF CG_ID(FG_I) = SPACES
              MOVE "no STUDENT| identity header" TO FG_REASON
           ELSE
              IF CG_GRADED(FG_I) = 0
                 MOVE "no graded work" TO FG_REASON
              ELSE
                 IF CG_UNGRADED(FG_I) > 0
                    MOVE CG_UNGRADED(FG_I) TO TNUM
                    STRING FUNCTION TRIM(TNUM)
                       " assignment(s) not yet graded"
                       DELIMITED BY SIZE INTO FG_REASON
                 ELSE
                    IF CG_PENDING(FG_I) > 0
                       MOVE CG_PENDING(FG_I) TO TNUM
                       STRING FUNCTION TRIM(TNUM)
                          " course points not yet graded"
                          DELIMITED BY SIZE INTO FG_REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF FG_REASON = SPACES
              SET SCALE_HIT TO 0
              SET SCALE_I TO 1
              PERFORM UNTIL SCALE_I > SCALE_COUNT OR SCALE_HIT > 0
                 IF CG_GRADE(FG_I) >= SC_CUTOFF(SCALE_I)
                    SET SCALE_HIT TO SCALE_I
                 END-IF
                 ADD 1 TO SCALE_I
              END-PERFORM
              IF SCALE_HIT = 0
                 MOVE "grade below every cutoff on the scale"
                    TO FG_REASON
              END-IF
           END-IF.
           IF FG_REASON NOT = SPACES
              PERFORM ADD-EXCEPTION
           ELSE
              MOVE SC_LETTER(SCALE_HIT) TO CG_LETTER(FG_I)
              ADD 1 TO SC_COUNT(SCALE_HIT)
              ADD 1 TO FG_POSTED
              MOVE SPACES TO POST_LINE
              STRING FUNCTION TRIM(CG_ID(FG_I)) "|"
                 FUNCTION TRIM(FG_COURSE) "|"
                 SC_LETTER(SCALE_HIT) "|"
                 FUNCTION TRIM(FG_TERM)
                 DELIMITED BY SIZE INTO POST_LINE
              WRITE POSTFILE-REC FROM POST_LINE
           END-IF.

      * The instructor's copy: the distribution against the scale,
      * every grade going to the registrar, every student held back
      * and why, and a signature block -- the grade file is released
      * to GRADEPOST only once this page is signed
       WRITE-FINAL-SUMMARY.
           OPEN OUTPUT PRINTFILE.
           IF PRINT-STAT NOT = "00"
              DISPLAY "ERROR: cannot create grade distribution "
                 "summary " FUNCTION TRIM(PSTRING)
                 " (file status " PRINT-STAT ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              ACCEPT PRT_DATE FROM DATE YYYYMMDD
              MOVE SPACES TO PRT_LINE
              STRING "Final Grade Distribution -- "
                 FUNCTION TRIM(FG_COURSE) "  Term " FG_TERM
                 DELIMITED BY SIZE INTO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              STRING "Roster: " FUNCTION TRIM(ROSTER_NAME)
                 "   Scale: " FUNCTION TRIM(SSTRING)
                 "   Printed " PRT_DATE
                 DELIMITED BY SIZE INTO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE "GRADE  MINIMUM  STUDENTS  PCT" TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              SET SCALE_I TO 1
              PERFORM UNTIL SCALE_I > SCALE_COUNT
                 SET FG_PCT TO 0
                 IF FG_POSTED > 0
                    COMPUTE FG_PCT ROUNDED =
                       SC_COUNT(SCALE_I) * 100 / FG_POSTED
                 END-IF
                 MOVE SPACES TO PRT_LINE
                 MOVE SC_LETTER(SCALE_I) TO PRT_LINE(3:1)
                 MOVE SC_CUTOFF(SCALE_I) TO TNUM
                 MOVE TNUM(13:3) TO PRT_LINE(10:3)
                 MOVE "%" TO PRT_LINE(13:1)
                 MOVE SC_COUNT(SCALE_I) TO TNUM
                 MOVE TNUM(13:3) TO PRT_LINE(19:3)
                 MOVE FG_PCT TO TNUM
                 MOVE TNUM(13:3) TO PRT_LINE(24:3)
                 MOVE "%" TO PRT_LINE(27:1)
                 WRITE PRINTFILE-REC FROM PRT_LINE
                 ADD 1 TO SCALE_I
              END-PERFORM
              MOVE SPACES TO PRT_LINE
              MOVE "Total" TO PRT_LINE(1:5)
              MOVE FG_POSTED TO TNUM
              MOVE TNUM(13:3) TO PRT_LINE(19:3)
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE "Grades for posting:" TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              SET FG_I TO CLASS_COUNT
              PERFORM UNTIL FG_I < 1
                 IF CG_LETTER(FG_I) NOT = SPACES
                    MOVE SPACES TO PRT_LINE
                    MOVE CG_ID(FG_I) TO PRT_LINE(3:10)
                    MOVE CG_NAME(FG_I) TO PRT_LINE(14:30)
                    MOVE CG_GRADE(FG_I) TO TNUM
                    MOVE TNUM(13:3) TO PRT_LINE(46:3)
                    MOVE "%" TO PRT_LINE(49:1)
                    MOVE CG_LETTER(FG_I) TO PRT_LINE(53:1)
                    WRITE PRINTFILE-REC FROM PRT_LINE
                 END-IF
                 SUBTRACT 1 FROM FG_I
              END-PERFORM
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE EXC_COUNT TO TNUM
              MOVE SPACES TO PRT_LINE
              STRING "Exceptions, not in the grade file: "
                 FUNCTION TRIM(TNUM)
                 DELIMITED BY SIZE INTO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              SET EXC_I TO 1
              PERFORM UNTIL EXC_I > EXC_COUNT
                 MOVE SPACES TO PRT_LINE
                 MOVE EXC_LABEL(EXC_I) TO PRT_LINE(3:20)
                 MOVE EXC_REASON(EXC_I) TO PRT_LINE(25:40)
                 WRITE PRINTFILE-REC FROM PRT_LINE
                 ADD 1 TO EXC_I
              END-PERFORM
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE FG_POSTED TO TNUM
              MOVE SPACES TO PRT_LINE
              STRING "Grade file: " FUNCTION TRIM(GSTRING)
                 "   records: " FUNCTION TRIM(TNUM)
                 DELIMITED BY SIZE INTO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE "I have reviewed these grades and approve the grade"
                 TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE "file for release to GRADEPOST." TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              STRING "Instructor: " FUNCTION TRIM(FG_INSTRUCTOR)
                 DELIMITED BY SIZE INTO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE SPACES TO PRT_LINE
              WRITE PRINTFILE-REC FROM PRT_LINE
              MOVE "Signature: ______________________________   Date: "
                 TO PRT_LINE
              MOVE "__________" TO PRT_LINE(51:10)
              WRITE PRINTFILE-REC FROM PRT_LINE
              CLOSE PRINTFILE
              DISPLAY "Grade distribution summary written to "
                 FUNCTION TRIM(PSTRING)
           END-IF.

       RUN-TERM-GPA-MODE.
           DISPLAY "How many course files? " WITH NO ADVANCING.
           ACCEPT COURSE_COUNT.
