      * Grade Import program for 'The Four Programs' in COBOL
      * Most instructors keep scores in the campus learning system,
      * whose gradebook export is a comma-delimited sheet: a heading
      * row of column titles, a "Points Possible" row, then one row
      * per student with one column per assignment.  This program
      * splits that sheet into one GradeReport grade file per
      * student -- the STUDENT| identity header from the student
      * master, the course TOTAL_POINTS line, then a fixed-width row
      * for every graded assignment -- and writes the roster file
      * GradeReport's class mode reads.
      *
      * A column-mapping file says what each export column is, one
      * COLUMN TITLE|CATEGORY[|ASSIGNMENT NAME] line per column
      * (titles match without regard to case, lines starting * are
      * comments).  The reserved category *ID marks the column that
      * holds the student ID and *SKIP marks a column to ignore on
      * purpose (names, sections, the system's own totals).  Blank
      * scores are work not yet graded and are left out of the file;
      * scores with decimals are rounded to whole points, since the
      * grade file holds whole points.  Non-numeric scores, students
      * not on the master, and columns the mapping does not cover go
      * to the rejects report instead of into any grade file.
      * Grade files are rewritten on every import -- the export is
      * the instructor's record, so the newest one wins.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORTFILE ASSIGN TO DYNAMIC XSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-STAT.

           SELECT MAPFILE ASSIGN TO DYNAMIC MSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAP-STAT.

           SELECT MASTFILE ASSIGN TO DYNAMIC SSTRING
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS MAST-STAT.

           SELECT FILENAME ASSIGN TO DYNAMIC FSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STAT.

           SELECT ROSTERFILE ASSIGN TO DYNAMIC RSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STAT.

           SELECT REJECTFILE ASSIGN TO DYNAMIC JSTRING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-STAT.

           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORTFILE.
       01 EXPORTFILE-REC PIC X(2000).

       FD MAPFILE.
       01 MAPFILE-REC PIC X(80).

      * Same student master the Autoadvisor programs keep: the
      * sequence-0 record is the student's ID|NAME|MAJOR header
       FD MASTFILE.
       01 MAST-REC.
           05 MAST-KEY.
              10 MAST-STUDENT-ID PIC X(10).
              10 MAST-SEQ PIC 9(4).
           05 MAST-LINE PIC X(200).

      * Written in GradeReport's FILENAME-FILE layout byte for byte,
      * the same way GradeBook writes it
       FD FILENAME.
       01 FILENAME-IDENT-REC PIC X(80).

       FD ROSTERFILE.
       01 ROSTERFILE-REC PIC X(50).

       FD REJECTFILE.
       01 REJECTFILE-REC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 XSTRING PIC X(50).
       01 MSTRING PIC X(50).
       01 SSTRING PIC X(50).
       01 FSTRING PIC X(50).
       01 RSTRING PIC X(50).
       01 JSTRING PIC X(50).
       01 EXPORT-STAT PIC XX.
       01 MAP-STAT PIC XX.
       01 MAST-STAT PIC XX.
       01 FILE-STAT PIC XX.
       01 ROSTER-STAT PIC XX.
       01 REJECT-STAT PIC XX.
       01 EOF PIC A(1).
       01 FILE_PREFIX PIC X(20).
       01 WORK_NUM PIC X(14).

      * One export line split into its cells; a quoted cell may hold
      * commas, and a doubled quote inside one is a literal quote
       01 CSV_LINE PIC X(2000).
       01 CSV_CHAR PIC X(1).
       01 CSV_LEN PIC 9(4).
       01 CHAR_I PIC 9(4).
       01 IN_QUOTES PIC A(1).
       01 SPLIT_STOP PIC A(1).
       01 MAX_COLS PIC 9(2) VALUE 60.
       01 CELL_COUNT PIC 9(2).
       01 CELL_POS PIC 9(2).
       01 CELL_TABLE.
           05 cell PIC X(40) OCCURS 60 TIMES.
       01 ROW_TAG PIC X(40).

      * Column-mapping file
       01 MAP_LINE PIC X(80).
       01 MAP_TITLE_TXT PIC X(40).
       01 MAP_CAT_TXT PIC X(20).
       01 MAP_ASG_TXT PIC X(20).
       01 MAP_MAX PIC 9(2) VALUE 60.
       01 MAP_COUNT PIC 9(2) VALUE 0.
       01 MAP_TABLE.
           05 MAP_ENTRY OCCURS 60 TIMES.
              10 MAP_TITLE PIC X(40).
              10 MAP_NAME PIC X(40).
              10 MAP_CAT PIC X(20).
              10 MAP_ASG PIC X(20).
              10 MAP_USED PIC A(1).
       01 MAP_I PIC 9(2).
       01 MAP_HIT PIC 9(2).

      * Export columns as resolved against the mapping: I = student
      * ID, S = skipped on purpose, A = assignment, U = not mapped,
      * X = assignment whose points possible is unusable
       01 COL_COUNT PIC 9(2) VALUE 0.
       01 COL_TABLE.
           05 COL_ENTRY OCCURS 60 TIMES.
              10 COL_TITLE PIC X(40).
              10 COL_KIND PIC X(1).
              10 COL_CAT PIC X(20).
              10 COL_ASG PIC X(20).
              10 COL_PP PIC 9(14).
       01 COL_I PIC 9(2).
       01 ID_COL PIC 9(2) VALUE 0.
       01 ASG_COLS PIC 9(2) VALUE 0.
       01 HEADER_ROW PIC 9(5) VALUE 0.
       01 POINTS_ROW PIC 9(5) VALUE 0.
       01 EXPORT_ROW PIC 9(5) VALUE 0.
       01 SHEET_OK PIC A(1) VALUE 'Y'.

      * Score cell parsing
       01 SCORE_TXT PIC X(40).
       01 SCORE_INT PIC X(40).
       01 SCORE_FRAC PIC X(40).
       01 SCORE_DOTS PIC 9(2).
       01 SCORE_OK PIC A(1).
       01 SCORE_VAL PIC 9(14).

      * The grade file being built for one student
       01 STUDENT_ID PIC X(10).
       01 STUDENT_NAME PIC X(30).
       01 STUDENT_MAJOR PIC X(20).
       01 TOTAL_POINTS PIC 9(14) VALUE 0.
       01 MAX_ROWS PIC 9(4) VALUE 100.
       01 ROW_COUNT PIC 9(4) VALUE 0.
       01 FARRAY.
           05 tableRow OCCURS 100 TIMES.
              10 cat PIC X(20).
              10 asgName PIC X(20).
              10 pE PIC 9(14).
              10 pP PIC 9(14).
       01 Counter PIC 9(4).
       01 ID_TXT PIC X(40).

      * Students already imported this run, to catch a repeated row
       01 SEEN_MAX PIC 9(4) VALUE 2000.
       01 SEEN_COUNT PIC 9(4) VALUE 0.
       01 SEEN_TABLE.
           05 SEEN_ID PIC X(10) OCCURS 2000 TIMES.
       01 SEEN_I PIC 9(4).
       01 SEEN_HIT PIC A(1).

       01 REJ_LINE PIC X(120).
       01 REJ_REASON PIC X(60).
       01 REJ_COL PIC X(30).
       01 REJ_ID PIC X(10).

       01 STU_COUNT PIC 9(5) VALUE 0.
       01 FILE_COUNT PIC 9(5) VALUE 0.
       01 SCORE_COUNT PIC 9(7) VALUE 0.
       01 BLANK_COUNT PIC 9(7) VALUE 0.
       01 REJ_COUNT PIC 9(5) VALUE 0.
       01 PRT_DATE PIC 9(8).
       01 TNUM PIC Z(13)9.
       01 TNUM2 PIC Z(13)9.
       01 TNUM3 PIC Z(3)9.

      * Shared run log: every program in the suite appends one line
      * per run to the same RUNLOG.TXT so activity across all can be
      * reviewed together
       01 RUNLOG-STATUS PIC XX.
       01 RUNLOG-DATE PIC 9(8).
       01 RUNLOG-TIME PIC 9(8).
       01 RUNLOG-SUMMARY PIC X(50) VALUE ' '.
       01 RUNLOG-LINE PIC X(120) VALUE ' '.
       01 RUN-START PIC 9(8).
       01 RUN-ELAPSED PIC S9(6).
       01 FRUN-ELAPSED PIC Z(5)9.
       01 RUN-OUTCOME PIC X(7).

       PROCEDURE DIVISION.
           ACCEPT RUN-START FROM TIME.
           MOVE "XX" TO EXPORT-STAT.
           PERFORM UNTIL EXPORT-STAT = "00"
              DISPLAY "LMS Export File: " WITH NO ADVANCING
              ACCEPT XSTRING
              OPEN INPUT EXPORTFILE
              IF EXPORT-STAT NOT = "00"
                 DISPLAY "Cannot open " FUNCTION TRIM(XSTRING)
                    " (file status " EXPORT-STAT "), try again"
              END-IF
           END-PERFORM.
           CLOSE EXPORTFILE.
           MOVE "XX" TO MAP-STAT.
           PERFORM UNTIL MAP-STAT = "00"
              DISPLAY "Column Mapping File: " WITH NO ADVANCING
              ACCEPT MSTRING
              OPEN INPUT MAPFILE
              IF MAP-STAT NOT = "00"
                 DISPLAY "Cannot open " FUNCTION TRIM(MSTRING)
                    " (file status " MAP-STAT "), try again"
              END-IF
           END-PERFORM.
           PERFORM LOAD-COLUMN-MAP.
           CLOSE MAPFILE.
           DISPLAY "Student Master File: " WITH NO ADVANCING.
           ACCEPT SSTRING.
           DISPLAY "Grade File Prefix: " WITH NO ADVANCING.
           MOVE SPACES TO FILE_PREFIX.
           ACCEPT FILE_PREFIX.
           DISPLAY "Course Total Points (0 for sum of points "
              "possible): " WITH NO ADVANCING.
           MOVE SPACES TO WORK_NUM.
           ACCEPT WORK_NUM.
           PERFORM UNTIL WORK_NUM = SPACES
              OR FUNCTION TRIM(WORK_NUM) IS NUMERIC
              DISPLAY "Must be a whole number, try again: "
                 WITH NO ADVANCING
              MOVE SPACES TO WORK_NUM
              ACCEPT WORK_NUM
           END-PERFORM.
           IF WORK_NUM NOT = SPACES
              MOVE FUNCTION NUMVAL(WORK_NUM) TO TOTAL_POINTS
           END-IF.
           DISPLAY "Roster Filename: " WITH NO ADVANCING.
           ACCEPT RSTRING.
           DISPLAY "Rejects Report Filename: " WITH NO ADVANCING.
           ACCEPT JSTRING.

           OPEN OUTPUT REJECTFILE.
           IF REJECT-STAT NOT = "00"
              DISPLAY "ERROR: cannot create rejects report "
                 FUNCTION TRIM(JSTRING)
                 " (file status " REJECT-STAT ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-REJECTS-HEADING
              PERFORM READ-SHEET-LAYOUT
              IF SHEET_OK = 'Y'
                 PERFORM IMPORT-STUDENTS
              END-IF
              PERFORM WRITE-REJECTS-TOTALS
              CLOSE REJECTFILE
              DISPLAY "Rejects report written to "
                 FUNCTION TRIM(JSTRING)
           END-IF.
           IF REJ_COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM APPEND-RUN-LOG.

           STOP RUN.

       LOAD-COLUMN-MAP.
           MOVE 'N' TO EOF.
           PERFORM UNTIL EOF = 'Y'
              READ MAPFILE INTO MAP_LINE
                 AT END MOVE 'Y' TO EOF
              END-READ
              IF EOF NOT = 'Y' AND MAP_LINE NOT = SPACES
                 AND MAP_LINE(1:1) NOT = "*"
                 MOVE SPACES TO MAP_TITLE_TXT MAP_CAT_TXT MAP_ASG_TXT
                 UNSTRING MAP_LINE DELIMITED BY '|'
                    INTO MAP_TITLE_TXT MAP_CAT_TXT MAP_ASG_TXT
                 END-UNSTRING
                 IF MAP_TITLE_TXT = SPACES OR MAP_CAT_TXT = SPACES
                    DISPLAY "Mapping line ignored, needs a column "
                       "title and a category: "
                       FUNCTION TRIM(MAP_LINE)
                 ELSE
                    IF MAP_COUNT >= MAP_MAX
                       DISPLAY "Mapping file has more than " MAP_MAX
                          " columns, ignoring "
                          FUNCTION TRIM(MAP_LINE)
                    ELSE
                       ADD 1 TO MAP_COUNT
                       MOVE FUNCTION TRIM(MAP_TITLE_TXT)
                          TO MAP_TITLE(MAP_COUNT) MAP_NAME(MAP_COUNT)
                       INSPECT MAP_TITLE(MAP_COUNT) CONVERTING
                          "abcdefghijklmnopqrstuvwxyz"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       MOVE FUNCTION TRIM(MAP_CAT_TXT)
                          TO MAP_CAT(MAP_COUNT)
                       MOVE FUNCTION TRIM(MAP_ASG_TXT)
                          TO MAP_ASG(MAP_COUNT)
                       MOVE 'N' TO MAP_USED(MAP_COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE MAP_COUNT TO TNUM3.
           DISPLAY "Loaded " FUNCTION TRIM(TNUM3) " column mappings.".

      * First pass over the export: the first non-blank line is the
      * column heading, and the row whose first cell reads "Points
      * Possible" gives each assignment's points possible.  Anything
      * wrong with the sheet's layout is reported here, before any
      * grade file is touched
       READ-SHEET-LAYOUT.
           OPEN INPUT EXPORTFILE.
           SET EXPORT_ROW TO 0.
           MOVE 'N' TO EOF.
           PERFORM UNTIL EOF = 'Y'
              PERFORM READ-EXPORT-LINE
              IF EOF NOT = 'Y' AND CSV_LINE NOT = SPACES
                 IF HEADER_ROW = 0
                    MOVE EXPORT_ROW TO HEADER_ROW
                    PERFORM BUILD-COLUMNS
                 ELSE
                    IF POINTS_ROW = 0 AND ROW_TAG(1:15) =
                       "POINTS POSSIBLE"
                       MOVE EXPORT_ROW TO POINTS_ROW
                       PERFORM LOAD-POINTS-POSSIBLE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE EXPORTFILE.
           SET MAP_I TO 1.
           PERFORM UNTIL MAP_I > MAP_COUNT
              IF MAP_USED(MAP_I) = 'N'
                 MOVE SPACES TO REJ_ID
                 MOVE MAP_NAME(MAP_I) TO REJ_COL
                 MOVE "mapped column is not in the export"
                    TO REJ_REASON
                 SET EXPORT_ROW TO 0
                 PERFORM WRITE-REJECT
              END-IF
              ADD 1 TO MAP_I
           END-PERFORM.
           IF HEADER_ROW = 0
              DISPLAY "ERROR: export " FUNCTION TRIM(XSTRING)
                 " is empty"
              MOVE 'N' TO SHEET_OK
           END-IF.
           IF SHEET_OK = 'Y' AND ID_COL = 0
              DISPLAY "ERROR: no export column is mapped to *ID"
              MOVE 'N' TO SHEET_OK
           END-IF.
           IF SHEET_OK = 'Y' AND POINTS_ROW = 0
              DISPLAY "ERROR: export has no Points Possible row"
              MOVE 'N' TO SHEET_OK
           END-IF.
           IF SHEET_OK = 'Y' AND ASG_COLS = 0
              DISPLAY "ERROR: no export column is mapped to a "
                 "category"
              MOVE 'N' TO SHEET_OK
           END-IF.
           IF SHEET_OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF TOTAL_POINTS = 0
                 SET COL_I TO 1
                 PERFORM UNTIL COL_I > COL_COUNT
                    IF COL_KIND(COL_I) = 'A'
                       ADD COL_PP(COL_I) TO TOTAL_POINTS
                    END-IF
                    ADD 1 TO COL_I
                 END-PERFORM
              END-IF
              MOVE TOTAL_POINTS TO TNUM
              DISPLAY "Course Total Points: " FUNCTION TRIM(TNUM)
           END-IF.

      * Reads the next export line, drops a Windows carriage return
      * and a leading byte-order mark, and splits it into cells;
      * ROW_TAG is the first cell in upper case
       READ-EXPORT-LINE.
           MOVE SPACES TO CSV_LINE.
           READ EXPORTFILE INTO CSV_LINE
              AT END MOVE 'Y' TO EOF
           END-READ.
           IF EOF NOT = 'Y'
              ADD 1 TO EXPORT_ROW
              INSPECT CSV_LINE REPLACING ALL X"0D" BY SPACE
              IF CSV_LINE(1:3) = X"EFBBBF"
                 MOVE CSV_LINE(4:1997) TO CSV_LINE
              END-IF
              IF CSV_LINE NOT = SPACES
                 PERFORM SPLIT-CSV-LINE
                 MOVE FUNCTION TRIM(cell(1)) TO ROW_TAG
                 INSPECT ROW_TAG CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              END-IF
           END-IF.

       SPLIT-CSV-LINE.
           MOVE SPACES TO CELL_TABLE.
           SET CELL_COUNT TO 1.
           SET CELL_POS TO 0.
           MOVE 'N' TO IN_QUOTES.
           MOVE 'N' TO SPLIT_STOP.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV_LINE TRAILING))
              TO CSV_LEN.
           SET CHAR_I TO 1.
           PERFORM UNTIL CHAR_I > CSV_LEN OR SPLIT_STOP = 'Y'
              MOVE CSV_LINE(CHAR_I:1) TO CSV_CHAR
              EVALUATE TRUE
                 WHEN IN_QUOTES = 'Y' AND CSV_CHAR = '"'
                    IF CHAR_I < CSV_LEN
                       AND CSV_LINE(CHAR_I + 1:1) = '"'
                       PERFORM ADD-CELL-CHAR
                       ADD 1 TO CHAR_I
                    ELSE
                       MOVE 'N' TO IN_QUOTES
                    END-IF
                 WHEN IN_QUOTES = 'Y'
                    PERFORM ADD-CELL-CHAR
                 WHEN CSV_CHAR = '"'
                    MOVE 'Y' TO IN_QUOTES
                 WHEN CSV_CHAR = ','
                    IF CELL_COUNT < MAX_COLS
                       ADD 1 TO CELL_COUNT
                       SET CELL_POS TO 0
                    ELSE
                       MOVE 'Y' TO SPLIT_STOP
                    END-IF
                 WHEN OTHER
                    PERFORM ADD-CELL-CHAR
              END-EVALUATE
              ADD 1 TO CHAR_I
           END-PERFORM.

      * Characters past a cell's width are dropped; no title, ID or
      * score the export carries comes near it
       ADD-CELL-CHAR.
           IF CELL_POS < 40
              ADD 1 TO CELL_POS
              MOVE CSV_CHAR TO cell(CELL_COUNT)(CELL_POS:1)
           END-IF.

       BUILD-COLUMNS.
           IF SPLIT_STOP = 'Y'
              MOVE SPACES TO REJ_ID
              MOVE SPACES TO REJ_COL
              MOVE "columns past the 60th are ignored" TO REJ_REASON
              PERFORM WRITE-REJECT
           END-IF.
           MOVE CELL_COUNT TO COL_COUNT.
           SET COL_I TO 1.
           PERFORM UNTIL COL_I > COL_COUNT
              MOVE FUNCTION TRIM(cell(COL_I)) TO COL_TITLE(COL_I)
              MOVE SPACES TO COL_CAT(COL_I) COL_ASG(COL_I)
              SET COL_PP(COL_I) TO 0
              MOVE COL_TITLE(COL_I) TO ROW_TAG
              INSPECT ROW_TAG CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              SET MAP_HIT TO 0
              SET MAP_I TO 1
              PERFORM UNTIL MAP_I > MAP_COUNT OR MAP_HIT > 0
                 IF MAP_TITLE(MAP_I) = ROW_TAG
                    AND ROW_TAG NOT = SPACES
                    SET MAP_HIT TO MAP_I
                 END-IF
                 ADD 1 TO MAP_I
              END-PERFORM
              IF MAP_HIT = 0
                 MOVE 'U' TO COL_KIND(COL_I)
                 IF COL_TITLE(COL_I) NOT = SPACES
                    MOVE SPACES TO REJ_ID
                    MOVE COL_TITLE(COL_I) TO REJ_COL
                    MOVE "column is not in the mapping file"
                       TO REJ_REASON
                    PERFORM WRITE-REJECT
                 END-IF
              ELSE
                 MOVE 'Y' TO MAP_USED(MAP_HIT)
                 MOVE MAP_CAT(MAP_HIT) TO MAP_CAT_TXT
                 INSPECT MAP_CAT_TXT CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 EVALUATE MAP_CAT_TXT
                    WHEN "*ID"
                       IF ID_COL = 0
                          MOVE 'I' TO COL_KIND(COL_I)
                          MOVE COL_I TO ID_COL
                       ELSE
                          MOVE 'S' TO COL_KIND(COL_I)
                          MOVE SPACES TO REJ_ID
                          MOVE COL_TITLE(COL_I) TO REJ_COL
                          MOVE "second *ID column, ignored"
                             TO REJ_REASON
                          PERFORM WRITE-REJECT
                       END-IF
                    WHEN "*SKIP"
                       MOVE 'S' TO COL_KIND(COL_I)
                    WHEN OTHER
                       MOVE 'A' TO COL_KIND(COL_I)
                       ADD 1 TO ASG_COLS
                       MOVE MAP_CAT(MAP_HIT) TO COL_CAT(COL_I)
                       IF MAP_ASG(MAP_HIT) NOT = SPACES
                          MOVE MAP_ASG(MAP_HIT) TO COL_ASG(COL_I)
                       ELSE
                          MOVE COL_TITLE(COL_I) TO COL_ASG(COL_I)
                       END-IF
                 END-EVALUATE
              END-IF
              ADD 1 TO COL_I
           END-PERFORM.

      * An assignment whose points possible is missing, zero or not
      * a number cannot be scored; its column is dropped from every
      * student's file
       LOAD-POINTS-POSSIBLE.
           SET COL_I TO 1.
           PERFORM UNTIL COL_I > COL_COUNT
              IF COL_KIND(COL_I) = 'A'
                 MOVE FUNCTION TRIM(cell(COL_I)) TO SCORE_TXT
                 PERFORM PARSE-SCORE
                 IF SCORE_OK = 'Y' AND SCORE_VAL > 0
                    MOVE SCORE_VAL TO COL_PP(COL_I)
                 ELSE
                    MOVE 'X' TO COL_KIND(COL_I)
                    SUBTRACT 1 FROM ASG_COLS
                    MOVE SPACES TO REJ_ID
                    MOVE COL_TITLE(COL_I) TO REJ_COL
                    MOVE SPACES TO REJ_REASON
                    STRING "points possible not usable: """
                       FUNCTION TRIM(SCORE_TXT) """"
                       DELIMITED BY SIZE INTO REJ_REASON
                    PERFORM WRITE-REJECT
                 END-IF
              END-IF
              ADD 1 TO COL_I
           END-PERFORM.

      * Whole or decimal points, rounded half up to whole points
       PARSE-SCORE.
           MOVE 'N' TO SCORE_OK.
           SET SCORE_VAL TO 0.
           SET SCORE_DOTS TO 0.
           INSPECT SCORE_TXT TALLYING SCORE_DOTS FOR ALL ".".
           IF SCORE_TXT NOT = SPACES AND SCORE_DOTS <= 1
              MOVE SPACES TO SCORE_INT SCORE_FRAC
              UNSTRING SCORE_TXT DELIMITED BY "."
                 INTO SCORE_INT SCORE_FRAC
              END-UNSTRING
              IF SCORE_INT = SPACES
                 MOVE "0" TO SCORE_INT
              END-IF
              IF FUNCTION TRIM(SCORE_INT) IS NUMERIC
                 AND (SCORE_FRAC = SPACES
                 OR FUNCTION TRIM(SCORE_FRAC) IS NUMERIC)
                 MOVE 'Y' TO SCORE_OK
                 MOVE FUNCTION NUMVAL(SCORE_INT) TO SCORE_VAL
                 IF SCORE_FRAC(1:1) >= "5"
                    ADD 1 TO SCORE_VAL
                 END-IF
              END-IF
           END-IF.

      * Second pass: every line after the heading that is not the
      * Points Possible row is a student
       IMPORT-STUDENTS.
           OPEN INPUT MASTFILE.
           IF MAST-STAT NOT = "00"
              DISPLAY "ERROR: cannot open student master "
                 FUNCTION TRIM(SSTRING)
                 " (file status " MAST-STAT ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ROSTERFILE
              IF ROSTER-STAT NOT = "00"
                 DISPLAY "ERROR: cannot create roster "
                    FUNCTION TRIM(RSTRING)
                    " (file status " ROSTER-STAT ")"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN INPUT EXPORTFILE
                 SET EXPORT_ROW TO 0
                 MOVE 'N' TO EOF
                 PERFORM UNTIL EOF = 'Y'
                    PERFORM READ-EXPORT-LINE
                    IF EOF NOT = 'Y' AND CSV_LINE NOT = SPACES
                       AND EXPORT_ROW NOT = HEADER_ROW
                       AND EXPORT_ROW NOT = POINTS_ROW
                       PERFORM IMPORT-ONE-STUDENT
                    END-IF
                 END-PERFORM
                 CLOSE EXPORTFILE
                 CLOSE ROSTERFILE
                 DISPLAY "Roster written to " FUNCTION TRIM(RSTRING)
              END-IF
              CLOSE MASTFILE
           END-IF.

       IMPORT-ONE-STUDENT.
           MOVE FUNCTION TRIM(cell(ID_COL)) TO ID_TXT.
           MOVE ID_TXT TO REJ_ID.
           MOVE SPACES TO REJ_COL.
           IF ID_TXT = SPACES
              MOVE "row has no student ID" TO REJ_REASON
              PERFORM WRITE-REJECT
           ELSE
              MOVE SPACES TO STUDENT_ID STUDENT_NAME STUDENT_MAJOR
              IF ID_TXT(11:30) = SPACES
                 MOVE ID_TXT TO MAST-STUDENT-ID
                 MOVE 0 TO MAST-SEQ
                 READ MASTFILE KEY IS MAST-KEY
                    INVALID KEY MOVE "23" TO MAST-STAT
                 END-READ
                 IF MAST-STAT = "00"
                    UNSTRING FUNCTION TRIM(MAST-LINE)
                       DELIMITED BY '|'
                       INTO STUDENT_ID STUDENT_NAME STUDENT_MAJOR
                    END-UNSTRING
                 END-IF
              END-IF
              IF STUDENT_ID = SPACES
                 MOVE "student is not on the master" TO REJ_REASON
                 PERFORM WRITE-REJECT
              ELSE
                 MOVE 'N' TO SEEN_HIT
                 SET SEEN_I TO 1
                 PERFORM UNTIL SEEN_I > SEEN_COUNT OR SEEN_HIT = 'Y'
                    IF SEEN_ID(SEEN_I) = STUDENT_ID
                       MOVE 'Y' TO SEEN_HIT
                    END-IF
                    ADD 1 TO SEEN_I
                 END-PERFORM
                 IF SEEN_HIT = 'Y'
                    MOVE "student appears more than once, row ignored"
                       TO REJ_REASON
                    PERFORM WRITE-REJECT
                 ELSE
                    IF SEEN_COUNT < SEEN_MAX
                       ADD 1 TO SEEN_COUNT
                       MOVE STUDENT_ID TO SEEN_ID(SEEN_COUNT)
                    END-IF
                    PERFORM BUILD-STUDENT-ROWS
                    PERFORM WRITE-STUDENT-FILE
                 END-IF
              END-IF
           END-IF.

       BUILD-STUDENT-ROWS.
           SET ROW_COUNT TO 0.
           SET COL_I TO 1.
           PERFORM UNTIL COL_I > COL_COUNT
              IF COL_KIND(COL_I) = 'A'
                 MOVE FUNCTION TRIM(cell(COL_I)) TO SCORE_TXT
                 IF SCORE_TXT = SPACES
                    ADD 1 TO BLANK_COUNT
                 ELSE
                    PERFORM PARSE-SCORE
                    IF SCORE_OK = 'N'
                       MOVE COL_TITLE(COL_I) TO REJ_COL
                       MOVE SPACES TO REJ_REASON
                       STRING "score is not numeric: """
                          FUNCTION TRIM(SCORE_TXT) """"
                          DELIMITED BY SIZE INTO REJ_REASON
                       PERFORM WRITE-REJECT
                    ELSE
                       IF ROW_COUNT < MAX_ROWS
                          ADD 1 TO ROW_COUNT
                          MOVE COL_CAT(COL_I) TO cat(ROW_COUNT)
                          MOVE COL_ASG(COL_I) TO asgName(ROW_COUNT)
                          MOVE SCORE_VAL TO pE(ROW_COUNT)
                          MOVE COL_PP(COL_I) TO pP(ROW_COUNT)
                          ADD 1 TO SCORE_COUNT
                       END-IF
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO COL_I
           END-PERFORM.

      * GradeReport reads roster names into a 20-character field, so
      * a longer grade file name could never be found from a roster
       WRITE-STUDENT-FILE.
           ADD 1 TO STU_COUNT.
           MOVE SPACES TO FSTRING.
           STRING FUNCTION TRIM(FILE_PREFIX) FUNCTION TRIM(STUDENT_ID)
              DELIMITED BY SIZE INTO FSTRING.
           MOVE SPACES TO REJ_COL.
           IF FSTRING(21:30) NOT = SPACES
              MOVE SPACES TO REJ_REASON
              STRING "grade file name too long: "
                 FUNCTION TRIM(FSTRING)
                 DELIMITED BY SIZE INTO REJ_REASON
              PERFORM WRITE-REJECT
           ELSE
              OPEN OUTPUT FILENAME
              IF FILE-STAT NOT = "00"
                 MOVE SPACES TO REJ_REASON
                 STRING "cannot create " FUNCTION TRIM(FSTRING)
                    " (file status " FILE-STAT ")"
                    DELIMITED BY SIZE INTO REJ_REASON
                 PERFORM WRITE-REJECT
              ELSE
                 MOVE SPACES TO FILENAME-IDENT-REC
                 STRING "STUDENT|" FUNCTION TRIM(STUDENT_ID)
                    "|" FUNCTION TRIM(STUDENT_NAME)
                    "|" FUNCTION TRIM(STUDENT_MAJOR)
                    DELIMITED BY SIZE INTO FILENAME-IDENT-REC
                 WRITE FILENAME-IDENT-REC
                 MOVE SPACES TO FILENAME-IDENT-REC
                 MOVE TOTAL_POINTS TO FILENAME-IDENT-REC(1:14)
                 WRITE FILENAME-IDENT-REC
                 SET Counter TO 1
                 PERFORM UNTIL Counter > ROW_COUNT
                    MOVE SPACES TO FILENAME-IDENT-REC
                    MOVE cat(Counter) TO FILENAME-IDENT-REC(1:20)
                    MOVE asgName(Counter)
                       TO FILENAME-IDENT-REC(21:20)
                    MOVE pE(Counter) TO FILENAME-IDENT-REC(41:14)
                    MOVE pP(Counter) TO FILENAME-IDENT-REC(55:14)
                    WRITE FILENAME-IDENT-REC
                    ADD 1 TO Counter
                 END-PERFORM
                 CLOSE FILENAME
                 ADD 1 TO FILE_COUNT
                 MOVE FSTRING TO ROSTERFILE-REC
                 WRITE ROSTERFILE-REC
              END-IF
           END-IF.

       WRITE-REJECTS-HEADING.
           ACCEPT PRT_DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO REJ_LINE.
           STRING "Grade Import Rejects -- " FUNCTION TRIM(XSTRING)
              "   Mapping: " FUNCTION TRIM(MSTRING)
              "   Printed " PRT_DATE
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE SPACES TO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE SPACES TO REJ_LINE.
           MOVE "ROW" TO REJ_LINE(1:3).
           MOVE "STUDENT" TO REJ_LINE(8:7).
           MOVE "COLUMN" TO REJ_LINE(20:6).
           MOVE "REASON" TO REJ_LINE(52:6).
           WRITE REJECTFILE-REC FROM REJ_LINE.

      * Row 0 is a problem with the sheet or mapping as a whole
       WRITE-REJECT.
           ADD 1 TO REJ_COUNT.
           MOVE SPACES TO REJ_LINE.
           MOVE EXPORT_ROW TO TNUM3.
           MOVE TNUM3 TO REJ_LINE(1:4).
           MOVE REJ_ID TO REJ_LINE(8:10).
           MOVE REJ_COL TO REJ_LINE(20:30).
           MOVE REJ_REASON TO REJ_LINE(52:60).
           WRITE REJECTFILE-REC FROM REJ_LINE.

       WRITE-REJECTS-TOTALS.
           MOVE SPACES TO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE STU_COUNT TO TNUM.
           MOVE SPACES TO REJ_LINE.
           STRING "Students imported:     " FUNCTION TRIM(TNUM)
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE FILE_COUNT TO TNUM.
           MOVE SPACES TO REJ_LINE.
           STRING "Grade files written:   " FUNCTION TRIM(TNUM)
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE SCORE_COUNT TO TNUM.
           MOVE SPACES TO REJ_LINE.
           STRING "Scores imported:       " FUNCTION TRIM(TNUM)
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE BLANK_COUNT TO TNUM.
           MOVE SPACES TO REJ_LINE.
           STRING "Scores not yet graded: " FUNCTION TRIM(TNUM)
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE REJ_COUNT TO TNUM.
           MOVE SPACES TO REJ_LINE.
           STRING "Rejects:               " FUNCTION TRIM(TNUM)
              DELIMITED BY SIZE INTO REJ_LINE.
           WRITE REJECTFILE-REC FROM REJ_LINE.
           MOVE STU_COUNT TO TNUM.
           MOVE REJ_COUNT TO TNUM2.
           DISPLAY FUNCTION TRIM(TNUM) " students imported, "
              FUNCTION TRIM(TNUM2) " rejects.".

       APPEND-RUN-LOG.
      * Append one line recording this run to the shared log file,
      * creating it on its very first use; the line ends with the
      * run's outcome (OK/WARNING/FAILED from the return code) and
      * its elapsed seconds
           ACCEPT RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUNLOG-TIME FROM TIME.
           PERFORM SET-RUN-OUTCOME.
           OPEN EXTEND RUNLOGFILE.
           IF RUNLOG-STATUS = "35"
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           MOVE STU_COUNT TO TNUM.
           MOVE REJ_COUNT TO TNUM2.
           MOVE SPACES TO RUNLOG-SUMMARY.
           STRING FUNCTION TRIM(TNUM) DELIMITED BY SIZE
              " students, " DELIMITED BY SIZE
              FUNCTION TRIM(TNUM2) DELIMITED BY SIZE
              " rejects" DELIMITED BY SIZE
              INTO RUNLOG-SUMMARY.
           MOVE SPACES TO RUNLOG-LINE.
           STRING "GRADEIMPORT" DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RUNLOG-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RUNLOG-TIME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FUNCTION TRIM(XSTRING) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FUNCTION TRIM(RUNLOG-SUMMARY) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FUNCTION TRIM(RUN-OUTCOME) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FUNCTION TRIM(FRUN-ELAPSED) DELIMITED BY SIZE
              "s" DELIMITED BY SIZE
              INTO RUNLOG-LINE.
           MOVE RUNLOG-LINE TO RUNLOGFILE-REC.
           WRITE RUNLOGFILE-REC.
           CLOSE RUNLOGFILE.

      * Outcome from the return code the run has already set, and
      * wall-clock seconds since the program started (midnight
      * rollover folded back in)
       SET-RUN-OUTCOME.
           EVALUATE TRUE
              WHEN RETURN-CODE = 0
                 MOVE "OK" TO RUN-OUTCOME
              WHEN RETURN-CODE < 8
                 MOVE "WARNING" TO RUN-OUTCOME
              WHEN OTHER
                 MOVE "FAILED" TO RUN-OUTCOME
           END-EVALUATE.
           COMPUTE RUN-ELAPSED =
              (FUNCTION NUMVAL(RUNLOG-TIME(1:2)) * 3600)
              + (FUNCTION NUMVAL(RUNLOG-TIME(3:2)) * 60)
              + FUNCTION NUMVAL(RUNLOG-TIME(5:2))
              - (FUNCTION NUMVAL(RUN-START(1:2)) * 3600)
              - (FUNCTION NUMVAL(RUN-START(3:2)) * 60)
              - FUNCTION NUMVAL(RUN-START(5:2)).
           IF RUN-ELAPSED < 0
              ADD 86400 TO RUN-ELAPSED
           END-IF.
           MOVE RUN-ELAPSED TO FRUN-ELAPSED.
