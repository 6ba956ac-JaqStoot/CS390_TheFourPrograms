               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG2-STATUS.

               SELECT SUMFILE ASSIGN TO DYNAMIC WS-SUM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

               SELECT ONLY1FILE ASSIGN TO DYNAMIC WS-ONLY1-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLY1-STATUS.

               SELECT ONLY2FILE ASSIGN TO DYNAMIC WS-ONLY2-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLY2-STATUS.

               SELECT DIFFFILE ASSIGN TO DYNAMIC WS-DIFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.

               SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           FD MRGFILE2.
           01  MRGFILE2-REC  PIC X(200).

           FD SUMFILE.
           01  SUMFILE-REC  PIC X(200).

           FD ONLY1FILE.
           01  ONLY1FILE-REC  PIC X(200).

           FD ONLY2FILE.
           01  ONLY2FILE-REC  PIC X(200).

           FD DIFFFILE.
           01  DIFFFILE-REC  PIC X(204).

           FD RUNLOGFILE.
           01  RUNLOGFILE-REC  PIC X(120).

       01 WS-MRG-TOGGLE     PIC 9(1).
       01 WS-MRG-OUT-CNT    PIC 9(6).

      * Control-break summary: after a record sort, a heading at
      * each new major (key 1) and intermediate (key 2) value, a
      * subtotal at the end of each group -- record count and the
      * sum, minimum and maximum of up to five numeric fields -- and
      * grand totals at the end.  Breaks are taken on the built sort
      * key, so numeric keys such as 3 and 3.00 fall in one group.
      * Level 1 is the major group, 2 the intermediate, 3 the grand
      * total.  A blank numeric field is left out of its min/max/sum.
       01 WS-SUM-MODE       PIC A(1) VALUE 'N'.
       01 WS-SUM-ONLY       PIC A(1) VALUE 'N'.
       01 WS-SUM-FILE-NAME  PIC X(50).
       01 WS-SUM-STATUS     PIC XX.
       01 WS-SUM-TO-FILE    PIC A(1).
       01 WS-SUM-CNT        PIC 9(1) VALUE 0.
       01 WS-SUM-IX         PIC 9(1).
       01 WS-SUM-SPECS.
           05 WS-SS OCCURS 5 TIMES.
              10 SS-STYLE PIC A(1).
              10 SS-DELIM PIC X(1).
              10 SS-FIELD PIC 9(2).
              10 SS-START PIC 9(3).
              10 SS-LEN PIC 9(2).
              10 SS-LABEL PIC X(12).
       01 WS-BRK-LABELS.
           05 WS-BRK-LABEL PIC X(20) OCCURS 2 TIMES.
       01 WS-BRK-VALUES.
           05 WS-BRK-VALUE PIC X(50) OCCURS 2 TIMES.
       01 WS-BRK-LEVELS     PIC 9(1).
       01 WS-LVL            PIC 9(1).
       01 WS-BRK-AT         PIC 9(1).
       01 WS-ACC-TABLE.
           05 WS-ACC OCCURS 3 TIMES.
              10 ACC-RECS PIC 9(6).
              10 ACC-FLD OCCURS 5 TIMES.
                 15 ACC-VALS PIC 9(6).
                 15 ACC-SUM PIC S9(13)V9(2).
                 15 ACC-MIN PIC S9(13)V9(2).
                 15 ACC-MAX PIC S9(13)V9(2).
       01 WS-SUM-NUM        PIC S9(13)V9(2).
       01 WS-GRP-CNT        PIC 9(4) VALUE 0.
       01 WS-SUM-LINE       PIC X(200).
       01 WS-FSUM-RECS      PIC Z(5)9.
       01 WS-FSUM-AMT1      PIC -(10)9.99.
       01 WS-FSUM-AMT2      PIC -(10)9.99.
       01 WS-FSUM-AMT3      PIC -(10)9.99.

      * Compare mode: two files sorted on one key spec through the
      * record sort into work files, then walked side by side like
      * a merge.  Equal keys pair off in order (a key twice in one
      * file and once in the other leaves one over); the first
      * file's record goes to the matched output.  A matched pair
      * whose records are not identical is a difference.
       01 WS-CMP1-NAME      PIC X(50).
       01 WS-CMP2-NAME      PIC X(50).
       01 WS-ONLY1-NAME     PIC X(50).
       01 WS-ONLY2-NAME     PIC X(50).
       01 WS-DIFF-NAME      PIC X(50).
       01 WS-ONLY1-STATUS   PIC XX.
       01 WS-ONLY2-STATUS   PIC XX.
       01 WS-DIFF-STATUS    PIC XX.
       01 WS-DIFF-MODE      PIC A(1) VALUE 'N'.
       01 WS-CMP-ERROR      PIC A(1) VALUE 'N'.
       01 WS-CMP-MATCH      PIC 9(6) VALUE 0.
       01 WS-CMP-ONLY1      PIC 9(6) VALUE 0.
       01 WS-CMP-ONLY2      PIC 9(6) VALUE 0.
       01 WS-CMP-DIFF       PIC 9(6) VALUE 0.
       01 WS-FCMP-MATCH     PIC Z(5)9.
       01 WS-FCMP-ONLY1     PIC Z(5)9.
       01 WS-FCMP-ONLY2     PIC Z(5)9.
       01 WS-FCMP-DIFF      PIC Z(5)9.

      * File-input mode
       01 WS-FILE-MODE      PIC A(1) VALUE 'N'.
       01 WS-FILE-NAME      PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-START FROM TIME.
           DISPLAY "Sort (N)umbers, (R)ecords, (M)erge or (C)ompare "
               "files?".
           ACCEPT WS-RUN-MODE.
           IF (WS-RUN-MODE IS EQUAL TO "R") OR
              (WS-RUN-MODE IS EQUAL TO "r")
                   MOVE "M" TO WS-RUN-MODE
                   PERFORM RUN-MERGE
               ELSE
                   IF (WS-RUN-MODE IS EQUAL TO "C") OR
                      (WS-RUN-MODE IS EQUAL TO "c")
                       MOVE "C" TO WS-RUN-MODE
                       PERFORM RUN-COMPARE
                   ELSE
                       MOVE "N" TO WS-RUN-MODE
                       PERFORM RUN-NUMBER-SORT
                   END-IF
               END-IF
           END-IF.
           PERFORM APPEND-RUN-LOG.
                   ACCEPT WS-OUT-FILE-NAME
                   PERFORM WRITE-REC-FILE
               END-IF
               DISPLAY " "
               DISPLAY "Print a control-break summary? (Y/N)"
               ACCEPT WS-SUM-MODE
               IF (WS-SUM-MODE IS EQUAL TO "Y") OR
                  (WS-SUM-MODE IS EQUAL TO "y")
                   MOVE "Y" TO WS-SUM-MODE
                   PERFORM GET-SUMMARY-SPEC
                   PERFORM RUN-BREAK-SUMMARY
               ELSE
                   MOVE "N" TO WS-SUM-MODE
               END-IF
           END-IF.

       GET-RECORD-FILE-NAME.
           MOVE WS-R(WS-I) TO OUTFILE-REC.
           WRITE OUTFILE-REC.

      * The break levels are the first two sort keys; a one-key
      * sort breaks on its major key only
       GET-SUMMARY-SPEC.
           MOVE WS-KEY-CNT TO WS-BRK-LEVELS.
           IF WS-BRK-LEVELS > 2
               MOVE 2 TO WS-BRK-LEVELS
           END-IF.
           DISPLAY "Heading for key 1 (major)".
           ACCEPT WS-BRK-LABEL(1).
           IF WS-BRK-LEVELS = 2
               DISPLAY "Heading for key 2 (intermediate)"
               ACCEPT WS-BRK-LABEL(2)
           END-IF.
           DISPLAY "How many numeric fields to total? (0-5)".
           ACCEPT WS-SUM-CNT.
           IF WS-SUM-CNT > 5
               DISPLAY "Totalling five fields."
               MOVE 5 TO WS-SUM-CNT
           END-IF.
           PERFORM GET-ONE-SUM-SPEC
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX GREATER WS-SUM-CNT.
           DISPLAY " ".
           DISPLAY "Summary lines only, no detail records? (Y/N)".
           ACCEPT WS-SUM-ONLY.
           IF (WS-SUM-ONLY IS EQUAL TO "Y") OR
              (WS-SUM-ONLY IS EQUAL TO "y")
               MOVE "Y" TO WS-SUM-ONLY
           ELSE
               MOVE "N" TO WS-SUM-ONLY
           END-IF.
           DISPLAY "Summary File Name (blank for screen)".
           MOVE SPACES TO WS-SUM-FILE-NAME.
           ACCEPT WS-SUM-FILE-NAME.

       GET-ONE-SUM-SPEC.
           DISPLAY " ".
           DISPLAY "Total field " WS-SUM-IX ":".
           DISPLAY "Delimited or fixed columns? (D/F)".
           ACCEPT WS-KEY-STYLE.
           IF (WS-KEY-STYLE IS EQUAL TO "F") OR
              (WS-KEY-STYLE IS EQUAL TO "f")
               MOVE "F" TO SS-STYLE(WS-SUM-IX)
               DISPLAY "Field start column"
               ACCEPT SS-START(WS-SUM-IX)
               DISPLAY "Field length"
               ACCEPT SS-LEN(WS-SUM-IX)
           ELSE
               MOVE "D" TO SS-STYLE(WS-SUM-IX)
               DISPLAY "Delimiter character"
               ACCEPT SS-DELIM(WS-SUM-IX)
               DISPLAY "Field number"
               ACCEPT SS-FIELD(WS-SUM-IX)
           END-IF.
           DISPLAY "Heading for this field".
           ACCEPT SS-LABEL(WS-SUM-IX).

      * Walks the sorted table once: subtotals for the groups that
      * just ended (innermost first), headings for the groups that
      * start, the detail line, then the record into every level
       RUN-BREAK-SUMMARY.
           MOVE "N" TO WS-SUM-TO-FILE.
           IF WS-SUM-FILE-NAME NOT = SPACES
               OPEN OUTPUT SUMFILE
               IF WS-SUM-STATUS = "00"
                   MOVE "Y" TO WS-SUM-TO-FILE
               ELSE
                   DISPLAY "ERROR: cannot create summary file "
                       FUNCTION TRIM(WS-SUM-FILE-NAME)
                       " (file status " WS-SUM-STATUS ")"
                   DISPLAY "Summary goes to the screen instead"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY " ".
           MOVE 0 TO WS-GRP-CNT.
           MOVE 3 TO WS-LVL.
           PERFORM CLEAR-LEVEL.
           PERFORM BREAK-ONE-RECORD VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER WS-N.
           IF WS-BRK-LEVELS = 2
               MOVE 2 TO WS-LVL
               PERFORM PRINT-SUBTOTAL
           END-IF.
           MOVE 1 TO WS-LVL.
           PERFORM PRINT-SUBTOTAL.
           MOVE 3 TO WS-LVL.
           PERFORM PRINT-SUBTOTAL.
           IF WS-SUM-TO-FILE = "Y"
               CLOSE SUMFILE
               DISPLAY "Summary written to "
                   FUNCTION TRIM(WS-SUM-FILE-NAME)
           END-IF.

       BREAK-ONE-RECORD.
           MOVE 0 TO WS-LVL.
           IF WS-I = 1
               MOVE 1 TO WS-LVL
           ELSE
               IF WS-RKEY(WS-I)(1:52) NOT = WS-RKEY(WS-I - 1)(1:52)
                   MOVE 1 TO WS-LVL
               ELSE
                   IF WS-BRK-LEVELS = 2 AND
                      WS-RKEY(WS-I)(53:52)
                          NOT = WS-RKEY(WS-I - 1)(53:52)
                       MOVE 2 TO WS-LVL
                   END-IF
               END-IF
           END-IF.
           IF WS-LVL > 0 AND WS-I > 1
               PERFORM CLOSE-GROUPS
           END-IF.
           IF WS-LVL > 0
               PERFORM OPEN-GROUPS
           END-IF.
           IF WS-SUM-ONLY NOT = "Y"
               MOVE SPACES TO WS-SUM-LINE
               MOVE WS-R(WS-I) TO WS-SUM-LINE(7:194)
               PERFORM EMIT-SUM-LINE
           END-IF.
           MOVE WS-R(WS-I) TO WS-REC-TEMP.
           PERFORM ADD-RECORD-TO-LEVELS.

      * A major break ends the open intermediate group as well
       CLOSE-GROUPS.
           MOVE WS-LVL TO WS-BRK-AT.
           IF WS-BRK-LEVELS = 2
               MOVE 2 TO WS-LVL
               PERFORM PRINT-SUBTOTAL
           END-IF.
           IF WS-BRK-AT = 1
               MOVE 1 TO WS-LVL
               PERFORM PRINT-SUBTOTAL
           END-IF.
           MOVE WS-BRK-AT TO WS-LVL.

      * Opens every group from WS-LVL inward: the key values come
      * from the record itself, not the built key, so they print as
      * they appear in the file
       OPEN-GROUPS.
           MOVE WS-R(WS-I) TO WS-REC-TEMP.
           PERFORM OPEN-ONE-GROUP
               UNTIL WS-LVL GREATER WS-BRK-LEVELS.

       OPEN-ONE-GROUP.
           MOVE WS-LVL TO WS-KEY-IX.
           PERFORM LOAD-KEY-SPEC.
           PERFORM EXTRACT-KEY-FIELD.
           MOVE WS-FIELD TO WS-BRK-VALUE(WS-LVL).
           PERFORM CLEAR-LEVEL.
           IF WS-LVL = WS-BRK-LEVELS
               ADD 1 TO WS-GRP-CNT
           END-IF.
           IF WS-SUM-ONLY NOT = "Y"
               IF WS-LVL = 1
                   PERFORM EMIT-BLANK-LINE
               END-IF
               MOVE SPACES TO WS-SUM-LINE
               COMPUTE WS-PTR = ((WS-LVL - 1) * 3) + 1
               STRING FUNCTION TRIM(WS-BRK-LABEL(WS-LVL))
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BRK-VALUE(WS-LVL))
                   DELIMITED BY SIZE
                   INTO WS-SUM-LINE WITH POINTER WS-PTR
               PERFORM EMIT-SUM-LINE
           END-IF.
           ADD 1 TO WS-LVL.

       LOAD-KEY-SPEC.
           MOVE KS-STYLE(WS-KEY-IX) TO WS-KEY-STYLE.
           MOVE KS-DELIM(WS-KEY-IX) TO WS-DELIM.
           MOVE KS-FIELD(WS-KEY-IX) TO WS-KEY-FIELD.
           MOVE KS-START(WS-KEY-IX) TO WS-KEY-START.
           MOVE KS-LEN(WS-KEY-IX) TO WS-KEY-LEN.

       CLEAR-LEVEL.
           MOVE 0 TO ACC-RECS(WS-LVL).
           PERFORM CLEAR-LEVEL-FIELD
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX GREATER 5.

       CLEAR-LEVEL-FIELD.
           MOVE 0 TO ACC-VALS(WS-LVL WS-SUM-IX).
           MOVE 0 TO ACC-SUM(WS-LVL WS-SUM-IX).
           MOVE 0 TO ACC-MIN(WS-LVL WS-SUM-IX).
           MOVE 0 TO ACC-MAX(WS-LVL WS-SUM-IX).

       ADD-RECORD-TO-LEVELS.
           PERFORM ADD-RECORD-TO-LEVEL
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL GREATER 3.
           PERFORM ADD-FIELD-TO-LEVELS
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX GREATER WS-SUM-CNT.

       ADD-RECORD-TO-LEVEL.
           ADD 1 TO ACC-RECS(WS-LVL).

       ADD-FIELD-TO-LEVELS.
           MOVE SS-STYLE(WS-SUM-IX) TO WS-KEY-STYLE.
           MOVE SS-DELIM(WS-SUM-IX) TO WS-DELIM.
           MOVE SS-FIELD(WS-SUM-IX) TO WS-KEY-FIELD.
           MOVE SS-START(WS-SUM-IX) TO WS-KEY-START.
           MOVE SS-LEN(WS-SUM-IX) TO WS-KEY-LEN.
           PERFORM EXTRACT-KEY-FIELD.
           IF FUNCTION TRIM(WS-FIELD) NOT = SPACES
               COMPUTE WS-SUM-NUM = FUNCTION NUMVAL(WS-FIELD)
               PERFORM ADD-FIELD-TO-LEVEL
                   VARYING WS-LVL FROM 1 BY 1
                   UNTIL WS-LVL GREATER 3
           END-IF.

       ADD-FIELD-TO-LEVEL.
           IF ACC-VALS(WS-LVL WS-SUM-IX) = 0
               MOVE WS-SUM-NUM TO ACC-MIN(WS-LVL WS-SUM-IX)
               MOVE WS-SUM-NUM TO ACC-MAX(WS-LVL WS-SUM-IX)
           ELSE
               IF WS-SUM-NUM < ACC-MIN(WS-LVL WS-SUM-IX)
                   MOVE WS-SUM-NUM TO ACC-MIN(WS-LVL WS-SUM-IX)
               END-IF
               IF WS-SUM-NUM > ACC-MAX(WS-LVL WS-SUM-IX)
                   MOVE WS-SUM-NUM TO ACC-MAX(WS-LVL WS-SUM-IX)
               END-IF
           END-IF.
           ADD 1 TO ACC-VALS(WS-LVL WS-SUM-IX).
           ADD WS-SUM-NUM TO ACC-SUM(WS-LVL WS-SUM-IX).

      * One count line per group, indented by level, then one line
      * per totalled field; level 3 is the grand total
       PRINT-SUBTOTAL.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE ACC-RECS(WS-LVL) TO WS-FSUM-RECS.
           EVALUATE WS-LVL
               WHEN 3
                   PERFORM EMIT-BLANK-LINE
                   STRING "*** Grand total" DELIMITED BY SIZE
                       INTO WS-SUM-LINE
               WHEN 2
                   STRING "   * Total " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BRK-LABEL(2))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BRK-VALUE(2))
                       DELIMITED BY SIZE
                       INTO WS-SUM-LINE
               WHEN OTHER
                   STRING "** Total " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BRK-LABEL(1))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BRK-VALUE(1))
                       DELIMITED BY SIZE
                       INTO WS-SUM-LINE
           END-EVALUATE.
           MOVE "Records:" TO WS-SUM-LINE(57:8).
           MOVE WS-FSUM-RECS TO WS-SUM-LINE(66:6).
           PERFORM EMIT-SUM-LINE.
           PERFORM PRINT-FIELD-TOTAL
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX GREATER WS-SUM-CNT.

       PRINT-FIELD-TOTAL.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE SS-LABEL(WS-SUM-IX) TO WS-SUM-LINE(9:12).
           MOVE ACC-SUM(WS-LVL WS-SUM-IX) TO WS-FSUM-AMT1.
           MOVE ACC-MIN(WS-LVL WS-SUM-IX) TO WS-FSUM-AMT2.
           MOVE ACC-MAX(WS-LVL WS-SUM-IX) TO WS-FSUM-AMT3.
           STRING "Sum" WS-FSUM-AMT1 "  Min" WS-FSUM-AMT2
               "  Max" WS-FSUM-AMT3 DELIMITED BY SIZE
               INTO WS-SUM-LINE(22:70).
           IF ACC-VALS(WS-LVL WS-SUM-IX) = 0
               MOVE "no values" TO WS-SUM-LINE(22:70)
           END-IF.
           PERFORM EMIT-SUM-LINE.

       EMIT-BLANK-LINE.
           MOVE SPACES TO WS-SUM-LINE.
           PERFORM EMIT-SUM-LINE.

       EMIT-SUM-LINE.
           IF WS-SUM-TO-FILE = "Y"
               MOVE WS-SUM-LINE TO SUMFILE-REC
               WRITE SUMFILE-REC
           ELSE
               DISPLAY FUNCTION TRIM(WS-SUM-LINE TRAILING)
           END-IF.

       RUN-MERGE.
           DISPLAY "Merge (N)umbers or (R)ecords?".
           ACCEPT WS-MERGE-KIND.
               END-IF
           END-IF.

       RUN-COMPARE.
           PERFORM GET-KEY-SPEC.
           DISPLAY " ".
           DISPLAY "First file:".
           PERFORM GET-RECORD-FILE-NAME.
           MOVE WS-FILE-NAME TO WS-CMP1-NAME.
           DISPLAY "Second file:".
           PERFORM GET-RECORD-FILE-NAME.
           MOVE WS-FILE-NAME TO WS-CMP2-NAME.
           DISPLAY "Matched Output File Name".
           ACCEPT WS-MRG-OUT-NAME.
           DISPLAY "Only-in-First Output File Name".
           ACCEPT WS-ONLY1-NAME.
           DISPLAY "Only-in-Second Output File Name".
           ACCEPT WS-ONLY2-NAME.
           DISPLAY "Report matched records that differ? (Y/N)".
           ACCEPT WS-DIFF-MODE.
           IF (WS-DIFF-MODE IS EQUAL TO "Y") OR
              (WS-DIFF-MODE IS EQUAL TO "y")
               MOVE "Y" TO WS-DIFF-MODE
               DISPLAY "Differences File Name"
               ACCEPT WS-DIFF-NAME
           ELSE
               MOVE "N" TO WS-DIFF-MODE
           END-IF.
           MOVE "N" TO WS-CMP-ERROR.
           MOVE "N" TO WS-MRG-ERROR.
           MOVE WS-CMP1-NAME TO WS-FILE-NAME.
           MOVE "CMPWK1.TMP" TO WS-OUT-FILE-NAME.
           PERFORM SORT-COMPARE-INPUT.
           IF WS-CMP-ERROR NOT = "Y"
               MOVE WS-CMP2-NAME TO WS-FILE-NAME
               MOVE "CMPWK2.TMP" TO WS-OUT-FILE-NAME
               PERFORM SORT-COMPARE-INPUT
           END-IF.
           IF WS-CMP-ERROR NOT = "Y"
               PERFORM COMPARE-WORK-FILES
           END-IF.
           MOVE WS-CMP1-NAME TO WS-FILE-NAME.
           IF WS-CMP-ERROR NOT = "Y"
               MOVE WS-CMP-MATCH TO WS-FCMP-MATCH
               MOVE WS-CMP-ONLY1 TO WS-FCMP-ONLY1
               MOVE WS-CMP-ONLY2 TO WS-FCMP-ONLY2
               DISPLAY " "
               DISPLAY "Matched:        " WS-FCMP-MATCH
               DISPLAY "Only in first:  " WS-FCMP-ONLY1
               DISPLAY "Only in second: " WS-FCMP-ONLY2
               IF WS-DIFF-MODE = "Y"
                   MOVE WS-CMP-DIFF TO WS-FCMP-DIFF
                   DISPLAY "Matched but different: " WS-FCMP-DIFF
               END-IF
           END-IF.

      * One input through the ordinary record sort into a work file;
      * a file over the table size cannot be compared in part, since
      * every record past the cut would show as missing
       SORT-COMPARE-INPUT.
           SET WS-N TO 0.
           PERFORM READ-RECORDS-FROM-FILE.
           IF WS-EOF NOT = "Y"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FILE-NAME)
                   " is too big to compare"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-CMP-ERROR
           ELSE
               IF WS-N GREATER 0
                   PERFORM BUILD-ONE-KEY VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I GREATER WS-N
                   SET WS-LOWINDEX TO 1
                   SET WS-HIGHINDEX TO WS-N
                   SET WS-B(1) TO WS-LOWINDEX
                   SET WS-B(2) TO WS-HIGHINDEX
                   SET WS-STKPOINTER TO 2
                   PERFORM R-SORT UNTIL WS-STKPOINTER EQUAL 0
               END-IF
               PERFORM WRITE-REC-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "Y" TO WS-CMP-ERROR
               END-IF
           END-IF.

       COMPARE-WORK-FILES.
           MOVE "CMPWK1.TMP" TO WS-MRG1-NAME.
           MOVE "CMPWK2.TMP" TO WS-MRG2-NAME.
           MOVE WS-MRG-OUT-NAME TO WS-OUT-FILE-NAME.
           OPEN INPUT MRGFILE1.
           OPEN INPUT MRGFILE2.
           OPEN OUTPUT OUTFILE.
           PERFORM CHECK-OUTFILE-OPEN.
           IF WS-OUT-STATUS NOT = "00"
               MOVE "Y" TO WS-CMP-ERROR
           END-IF.
           OPEN OUTPUT ONLY1FILE.
           IF WS-ONLY1-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create output file "
                   FUNCTION TRIM(WS-ONLY1-NAME)
                   " (file status " WS-ONLY1-STATUS ")"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-CMP-ERROR
           END-IF.
           OPEN OUTPUT ONLY2FILE.
           IF WS-ONLY2-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create output file "
                   FUNCTION TRIM(WS-ONLY2-NAME)
                   " (file status " WS-ONLY2-STATUS ")"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-CMP-ERROR
           END-IF.
           IF WS-DIFF-MODE = "Y"
               OPEN OUTPUT DIFFFILE
               IF WS-DIFF-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot create output file "
                       FUNCTION TRIM(WS-DIFF-NAME)
                       " (file status " WS-DIFF-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-CMP-ERROR
               ELSE
                   MOVE SPACES TO DIFFFILE-REC
                   STRING "Matched records that differ -- < "
                       FUNCTION TRIM(WS-CMP1-NAME)
                       "  > " FUNCTION TRIM(WS-CMP2-NAME)
                       DELIMITED BY SIZE INTO DIFFFILE-REC
                   WRITE DIFFFILE-REC
               END-IF
           END-IF.
           IF WS-CMP-ERROR NOT = "Y"
               MOVE LOW-VALUES TO WS-MRG1-PREV
               MOVE LOW-VALUES TO WS-MRG2-PREV
               SET WS-MRG1-LINE TO 0
               SET WS-MRG2-LINE TO 0
               MOVE "N" TO WS-MRG1-EOF
               MOVE "N" TO WS-MRG2-EOF
               PERFORM READ-MRG1
               PERFORM READ-MRG2
               PERFORM COMPARE-STEP
                   UNTIL (WS-MRG1-EOF = "Y" AND WS-MRG2-EOF = "Y")
                       OR WS-MRG-ERROR = "Y"
               IF WS-MRG-ERROR = "Y"
                   MOVE "Y" TO WS-CMP-ERROR
               END-IF
           END-IF.
           CLOSE MRGFILE1.
           CLOSE MRGFILE2.
           CLOSE OUTFILE.
           CLOSE ONLY1FILE.
           CLOSE ONLY2FILE.
           IF WS-DIFF-MODE = "Y"
               CLOSE DIFFFILE
           END-IF.

      * Keys are compared without the input sequence number the
      * sort adds, which sits past the key segments
       COMPARE-STEP.
           IF WS-MRG1-EOF = "Y"
               PERFORM WRITE-ONLY2
           ELSE
               IF WS-MRG2-EOF = "Y"
                   PERFORM WRITE-ONLY1
               ELSE
                   IF WS-MRG1-KEY(1:156) < WS-MRG2-KEY(1:156)
                       PERFORM WRITE-ONLY1
                   ELSE
                       IF WS-MRG1-KEY(1:156) > WS-MRG2-KEY(1:156)
                           PERFORM WRITE-ONLY2
                       ELSE
                           PERFORM WRITE-MATCHED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-ONLY1.
           MOVE WS-MRG1-REC TO ONLY1FILE-REC.
           WRITE ONLY1FILE-REC.
           ADD 1 TO WS-CMP-ONLY1.
           PERFORM READ-MRG1.

       WRITE-ONLY2.
           MOVE WS-MRG2-REC TO ONLY2FILE-REC.
           WRITE ONLY2FILE-REC.
           ADD 1 TO WS-CMP-ONLY2.
           PERFORM READ-MRG2.

       WRITE-MATCHED.
           MOVE WS-MRG1-REC TO OUTFILE-REC.
           WRITE OUTFILE-REC.
           ADD 1 TO WS-CMP-MATCH.
           IF WS-DIFF-MODE = "Y" AND WS-MRG1-REC NOT = WS-MRG2-REC
               ADD 1 TO WS-CMP-DIFF
               MOVE SPACES TO DIFFFILE-REC
               PERFORM WRITE-DIFF-LINE
               STRING "< " WS-MRG1-REC DELIMITED BY SIZE
                   INTO DIFFFILE-REC
               PERFORM WRITE-DIFF-LINE
               STRING "> " WS-MRG2-REC DELIMITED BY SIZE
                   INTO DIFFFILE-REC
               PERFORM WRITE-DIFF-LINE
           END-IF.
           PERFORM READ-MRG1.
           PERFORM READ-MRG2.

       WRITE-DIFF-LINE.
           WRITE DIFFFILE-REC.
           MOVE SPACES TO DIFFFILE-REC.

       ACCEPT-MERGE-NAME.
           DISPLAY "Input File Name".
           ACCEPT WS-MNAME(WS-MERGE-IX).
               OPEN OUTPUT RUNLOGFILE
           END-IF.
           MOVE SPACES TO WS-RUNLOG-LINE.
           IF WS-RUN-MODE = "C"
               MOVE WS-CMP-MATCH TO WS-FCMP-MATCH
               MOVE WS-CMP-ONLY1 TO WS-FCMP-ONLY1
               MOVE WS-CMP-ONLY2 TO WS-FCMP-ONLY2
               MOVE WS-CMP-DIFF TO WS-FCMP-DIFF
               STRING FUNCTION TRIM(WS-FCMP-MATCH) DELIMITED BY SIZE
                   " same " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FCMP-ONLY1) DELIMITED BY SIZE
                   " in1 " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FCMP-ONLY2) DELIMITED BY SIZE
                   " in2" DELIMITED BY SIZE
                   INTO WS-RUNLOG-SUMMARY
               IF WS-DIFF-MODE = "Y"
                   MOVE 1 TO WS-PTR
                   INSPECT WS-RUNLOG-SUMMARY TALLYING WS-PTR
                       FOR CHARACTERS BEFORE INITIAL "  "
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FCMP-DIFF) DELIMITED BY SIZE
                       " chg" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY WITH POINTER WS-PTR
               END-IF
           END-IF.
           IF WS-RUN-MODE = "M"
               MOVE WS-MRG-OUT-NAME TO WS-FILE-NAME
               STRING WS-MRG-OUT-CNT DELIMITED BY SIZE
                   " rows merged" DELIMITED BY SIZE
                   INTO WS-RUNLOG-SUMMARY
           END-IF.
           IF WS-RUN-MODE = "R" OR WS-RUN-MODE = "N"
               IF WS-SUM-MODE = "Y"
                   STRING WS-N DELIMITED BY SIZE
                       " rows sorted, " DELIMITED BY SIZE
                       WS-GRP-CNT DELIMITED BY SIZE
                       " groups" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY
               ELSE
                   STRING WS-N DELIMITED BY SIZE
                       " rows sorted" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY
               END-IF
           END-IF.
           STRING "QUICKSORT" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
