      * start, end, and outcome.
      *
      * Job-stream file layout, one section per step:
      *   STEP|step name|command line to run|condition
      *   A|first answer to the program's prompts
      *   A|next answer
      * The answers are spooled to JOBANSW.TMP and fed to the
      * command's standard input, so each line answers one ACCEPT in
      * the order the program asks.
      *
      * The condition is optional:
      *   (blank)   run unless an earlier step failed
      *   IFOK      run only if every earlier step ended OK
      *   ALWAYS    run even after a failure (cleanup, RUNLOGRPT)
      *   SKIPWARN  as blank, but also skip after any warning
      *
      * Each step's outcome is checkpointed to <stream file>.CKP as
      * it finishes.  When the last run of the same stream failed,
      * the operator is offered a restart: steps that ended OK or
      * WARNING before the failed step are skipped as already done
      * and the stream resumes at the failed step.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. JOBSTREAM.

           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JS-RPT-STATUS.
           SELECT CKPTFILE ASSIGN TO DYNAMIC CKPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JS-CKPT-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JS-RUNLOG-STATUS.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(160).

       FD CKPTFILE.
       01 CKPT-FILE.
            05 CKPT-FILE-DESC PIC X(100).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

           01 JS-LINE-KIND PIC X(4).
           01 JS-FIELD2 PIC X(50).
           01 JS-FIELD3 PIC X(200).
           01 JS-FIELD4 PIC X(20).

      * The step being assembled: a STEP line opens it, its A lines
      * spool to the answers file, and the next STEP line (or end of
           01 JS-SKIP-CNT PIC 9(3) VALUE 0.
           01 JS-FCNT PIC Z(2)9.
           01 JS-RPT-LINE PIC X(160).
           01 JS-STEP-COND PIC X(20).
           01 JS-RUN-IT PIC A(1).
           01 JS-SKIP-REASON PIC X(60).

      * Checkpoint and restart.  JS-CK-ENTRY holds the previous run's
      * checkpoint by step number; JS-RESTART-AT is its first failed
      * step.  JS-PRIOR-WARN carries a warning from a step skipped
      * as already done, so IFOK and SKIPWARN still see it.
           01 JS-CKPT-FILE-NAME PIC X(60).
           01 JS-CKPT-STATUS PIC XX.
           01 JS-CKPT-EOF PIC A(1).
           01 JS-CKPT-LINE PIC X(100).
           01 JS-CKPT-WARN PIC A(1) VALUE "N".
           01 JS-CK-KIND PIC X(6).
           01 JS-CK-NO-TXT PIC X(3).
           01 JS-CK-NO PIC 9(3).
           01 JS-CK-NAME-TXT PIC X(50).
           01 JS-CK-OUTCOME-TXT PIC X(8).
           01 JS-CK-RC-TXT PIC X(4).
           01 JS-CK-STREAM PIC X(50).
           01 JS-CK-MAX PIC 9(3) VALUE 200.
           01 JS-CK-CNT PIC 9(3) VALUE 0.
           01 JS-CK-TABLE.
               05 JS-CK-ENTRY OCCURS 200 TIMES.
                   10 JS-CK-NAME PIC X(50).
                   10 JS-CK-OUTCOME PIC X(8).
                   10 JS-CK-RC PIC X(4).
           01 JS-RESTART PIC A(1) VALUE "N".
           01 JS-RESTART-AT PIC 9(3) VALUE 0.
           01 JS-PRIOR-WARN PIC A(1) VALUE "N".
           01 JS-DONE-CNT PIC 9(3) VALUE 0.

      * Shared run log: every program in the suite appends one line
      * per run to the same RUNLOG.TXT so activity across all can be
                   FUNCTION TRIM(JS-STREAM-FILE-NAME)
                   DELIMITED BY SIZE INTO JS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CHECK-RESTART
               PERFORM START-CHECKPOINT
               PERFORM RUN-JOB-STREAM
               PERFORM WRITE-STREAM-TOTALS
               CLOSE RPTFILE
           IF JS-FAIL-CNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (JS-WARN-CNT > 0 OR JS-CKPT-WARN = "Y")
                  AND RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
                   " (file status " JS-STREAM-STATUS "), try again"
           END-IF.

       CHECK-RESTART.
      * The restart question is only asked when there is a failed
      * run of this same stream to resume, so a scheduler feeding
      * the two file names gets an ordinary full run
           MOVE SPACES TO JS-CKPT-FILE-NAME.
           STRING FUNCTION TRIM(JS-STREAM-FILE-NAME) ".CKP"
               DELIMITED BY SIZE INTO JS-CKPT-FILE-NAME.
           MOVE JS-CKPT-FILE-NAME TO CKPT-FILE-DESC.
           MOVE 0 TO JS-CK-CNT.
           MOVE 0 TO JS-RESTART-AT.
           MOVE SPACES TO JS-CK-STREAM.
           OPEN INPUT CKPTFILE.
           IF JS-CKPT-STATUS = "00" THEN
               MOVE "N" TO JS-CKPT-EOF
               PERFORM READ-CHECKPOINT-LINE UNTIL JS-CKPT-EOF = "Y"
               CLOSE CKPTFILE
           END-IF.
           IF JS-CK-STREAM NOT = JS-STREAM-FILE-NAME THEN
               MOVE 0 TO JS-RESTART-AT
           END-IF.
           IF JS-RESTART-AT > 0 THEN
               MOVE JS-RESTART-AT TO JS-FCNT
               DISPLAY "The last run of this stream failed at step "
                   FUNCTION TRIM(JS-FCNT) " ("
                   FUNCTION TRIM(JS-CK-NAME(JS-RESTART-AT)) ")"
               DISPLAY "Restart from the failed step? (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACES TO JS-RESTART
               ACCEPT JS-RESTART
               IF JS-RESTART = "Y" OR JS-RESTART = "y" THEN
                   MOVE "Y" TO JS-RESTART
                   MOVE SPACES TO JS-RPT-LINE
                   STRING "Restarted at step " FUNCTION TRIM(JS-FCNT)
                       " (" FUNCTION TRIM(JS-CK-NAME(JS-RESTART-AT))
                       ") from checkpoint "
                       FUNCTION TRIM(JS-CKPT-FILE-NAME)
                       DELIMITED BY SIZE INTO JS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE "N" TO JS-RESTART
               END-IF
           END-IF.

       READ-CHECKPOINT-LINE.
           READ CKPTFILE INTO JS-CKPT-LINE
               AT END MOVE "Y" TO JS-CKPT-EOF
           END-READ.
           IF JS-CKPT-EOF NOT = "Y" THEN
               MOVE SPACES TO JS-CK-KIND JS-CK-NO-TXT JS-CK-NAME-TXT
                   JS-CK-OUTCOME-TXT JS-CK-RC-TXT
               UNSTRING JS-CKPT-LINE DELIMITED BY '|'
                   INTO JS-CK-KIND JS-CK-NO-TXT JS-CK-NAME-TXT
                       JS-CK-OUTCOME-TXT JS-CK-RC-TXT
               END-UNSTRING
               IF JS-CK-KIND = "STREAM" THEN
                   MOVE JS-CKPT-LINE(8:50) TO JS-CK-STREAM
               END-IF
               IF JS-CK-KIND = "STEP" AND JS-CK-NO-TXT IS NUMERIC THEN
                   MOVE JS-CK-NO-TXT TO JS-CK-NO
                   IF JS-CK-NO > 0 AND JS-CK-NO NOT > JS-CK-MAX THEN
                       MOVE JS-CK-NAME-TXT TO JS-CK-NAME(JS-CK-NO)
                       MOVE JS-CK-OUTCOME-TXT TO JS-CK-OUTCOME(JS-CK-NO)
                       MOVE JS-CK-RC-TXT TO JS-CK-RC(JS-CK-NO)
                       IF JS-CK-NO > JS-CK-CNT THEN
                           MOVE JS-CK-NO TO JS-CK-CNT
                       END-IF
                       IF JS-CK-OUTCOME-TXT = "FAILED"
                           AND JS-RESTART-AT = 0 THEN
                           MOVE JS-CK-NO TO JS-RESTART-AT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The checkpoint is rewritten from the top on every run, a
      * restart included, and each step's line is appended and the
      * file closed again as soon as the step ends, so it survives
      * this program being cancelled part-way
       START-CHECKPOINT.
           MOVE JS-CKPT-FILE-NAME TO CKPT-FILE-DESC.
           OPEN OUTPUT CKPTFILE.
           IF JS-CKPT-STATUS NOT = "00" THEN
               DISPLAY "WARNING: cannot create checkpoint "
                   FUNCTION TRIM(JS-CKPT-FILE-NAME)
                   " (file status " JS-CKPT-STATUS ")"
               MOVE "Y" TO JS-CKPT-WARN
           ELSE
               MOVE SPACES TO JS-CKPT-LINE
               STRING "STREAM|" FUNCTION TRIM(JS-STREAM-FILE-NAME)
                   DELIMITED BY SIZE INTO JS-CKPT-LINE
               WRITE CKPT-FILE FROM JS-CKPT-LINE
               CLOSE CKPTFILE
           END-IF.

       WRITE-CHECKPOINT-LINE.
           MOVE JS-CKPT-FILE-NAME TO CKPT-FILE-DESC.
           OPEN EXTEND CKPTFILE.
           IF JS-CKPT-STATUS = "00" THEN
               MOVE SPACES TO JS-CKPT-LINE
               STRING "STEP|" JS-STEP-NO "|"
                   FUNCTION TRIM(JS-STEP-NAME) "|"
                   FUNCTION TRIM(JS-OUTCOME) "|"
                   JS-STEP-RC
                   DELIMITED BY SIZE INTO JS-CKPT-LINE
               WRITE CKPT-FILE FROM JS-CKPT-LINE
               CLOSE CKPTFILE
           ELSE
               IF JS-CKPT-WARN = "N" THEN
                   DISPLAY "WARNING: cannot extend checkpoint "
                       FUNCTION TRIM(JS-CKPT-FILE-NAME)
                       " (file status " JS-CKPT-STATUS ")"
                   MOVE "Y" TO JS-CKPT-WARN
               END-IF
           END-IF.

       RUN-JOB-STREAM.
           MOVE "N" TO JS-STEP-PENDING.
           MOVE JS-STREAM-FILE-NAME TO STREAM-FILE-DESC.
               MOVE SPACES TO JS-LINE-KIND
               MOVE SPACES TO JS-FIELD2
               MOVE SPACES TO JS-FIELD3
               MOVE SPACES TO JS-FIELD4
               UNSTRING JS-LINE DELIMITED BY '|'
                   INTO JS-LINE-KIND JS-FIELD2 JS-FIELD3 JS-FIELD4
               END-UNSTRING
               EVALUATE FUNCTION TRIM(JS-LINE-KIND)
                   WHEN "STEP"
           MOVE "Y" TO JS-STEP-PENDING.
           MOVE JS-FIELD2 TO JS-STEP-NAME.
           MOVE JS-FIELD3 TO JS-STEP-CMD.
           MOVE FUNCTION TRIM(JS-FIELD4) TO JS-STEP-COND.
           INSPECT JS-STEP-COND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN OUTPUT ANSWFILE.
           IF JS-ANSW-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create JOBANSW.TMP "
           MOVE "N" TO JS-STEP-PENDING.
           CLOSE ANSWFILE.
           ADD 1 TO JS-STEP-NO.
           IF JS-RESTART = "Y" AND JS-STEP-NO < JS-RESTART-AT THEN
               PERFORM CHECK-DONE-EARLIER
           END-IF.
           IF JS-RESTART = "Y" AND JS-STEP-NO < JS-RESTART-AT AND
               (JS-CK-OUTCOME(JS-STEP-NO) = "OK" OR
                JS-CK-OUTCOME(JS-STEP-NO) = "WARNING") THEN
               PERFORM SKIP-DONE-STEP
           ELSE
               PERFORM SET-STEP-CONDITION
               IF JS-RUN-IT = "N" THEN
                   ADD 1 TO JS-SKIP-CNT
                   MOVE SPACES TO JS-RPT-LINE
                   STRING "  NOT RUN  "
                       FUNCTION TRIM(JS-STEP-NAME)
                       "  -- " FUNCTION TRIM(JS-SKIP-REASON)
                       DELIMITED BY SIZE INTO JS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "NOT RUN" TO JS-OUTCOME
                   MOVE 0 TO JS-STEP-RC
               ELSE
                   PERFORM EXECUTE-ONE-STEP
               END-IF
           END-IF.
           PERFORM WRITE-CHECKPOINT-LINE.

      * A stream edited since the failed run no longer lines up with
      * its checkpoint; from the first step that differs everything
      * runs again rather than trust the old outcomes
       CHECK-DONE-EARLIER.
           IF JS-CK-NAME(JS-STEP-NO) NOT = JS-STEP-NAME THEN
               MOVE "N" TO JS-RESTART
               MOVE SPACES TO JS-RPT-LINE
               STRING "  Stream changed since the failed run at "
                   FUNCTION TRIM(JS-STEP-NAME)
                   " -- running every step from here"
                   DELIMITED BY SIZE INTO JS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SKIP-DONE-STEP.
           ADD 1 TO JS-DONE-CNT.
           MOVE JS-CK-OUTCOME(JS-STEP-NO) TO JS-OUTCOME.
           IF JS-CK-RC(JS-STEP-NO) IS NUMERIC THEN
               MOVE JS-CK-RC(JS-STEP-NO) TO JS-STEP-RC
           ELSE
               MOVE 0 TO JS-STEP-RC
           END-IF.
           IF JS-OUTCOME = "WARNING" THEN
               MOVE "Y" TO JS-PRIOR-WARN
           END-IF.
           MOVE JS-STEP-RC TO JS-FCNT.
           MOVE SPACES TO JS-RPT-LINE.
           STRING "  SKIPPED  "
               FUNCTION TRIM(JS-STEP-NAME)
               "  -- done in the failed run, "
               FUNCTION TRIM(JS-OUTCOME) " rc "
               FUNCTION TRIM(JS-FCNT)
               DELIMITED BY SIZE INTO JS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "Skipping step: " FUNCTION TRIM(JS-STEP-NAME)
               " (done in the failed run)".

       SET-STEP-CONDITION.
           MOVE "Y" TO JS-RUN-IT.
           MOVE SPACES TO JS-SKIP-REASON.
           EVALUATE JS-STEP-COND
               WHEN "ALWAYS"
                   CONTINUE
               WHEN "IFOK"
                   IF JS-STOPPED = "Y" THEN
                       MOVE "N" TO JS-RUN-IT
                       MOVE "stream stopped by an earlier failure"
                           TO JS-SKIP-REASON
                   ELSE
                       IF JS-WARN-CNT > 0 OR JS-PRIOR-WARN = "Y" THEN
                           MOVE "N" TO JS-RUN-IT
                           MOVE "runs only if every earlier step is OK"
                               TO JS-SKIP-REASON
                       END-IF
                   END-IF
               WHEN "SKIPWARN"
                   IF JS-STOPPED = "Y" THEN
                       MOVE "N" TO JS-RUN-IT
                       MOVE "stream stopped by an earlier failure"
                           TO JS-SKIP-REASON
                   ELSE
                       IF JS-WARN-CNT > 0 OR JS-PRIOR-WARN = "Y" THEN
                           MOVE "N" TO JS-RUN-IT
                           MOVE "skipped after an earlier warning"
                               TO JS-SKIP-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   IF JS-STEP-COND NOT = SPACES THEN
                       DISPLAY "Unknown step condition "
                           FUNCTION TRIM(JS-STEP-COND) " on "
                           FUNCTION TRIM(JS-STEP-NAME)
                           " -- treated as blank"
                   END-IF
                   IF JS-STOPPED = "Y" THEN
                       MOVE "N" TO JS-RUN-IT
                       MOVE "stream stopped by an earlier failure"
                           TO JS-SKIP-REASON
                   END-IF
           END-EVALUATE.

       EXECUTE-ONE-STEP.
      * The spooled answers become the step's standard input, so the
               "  rc " FUNCTION TRIM(JS-FCNT)
               DELIMITED BY SIZE INTO JS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF JS-OUTCOME = "FAILED" THEN
               DISPLAY "Step failed (rc " FUNCTION TRIM(JS-FCNT)
                   ") -- stopping the stream"
           END-IF.
           STRING "Steps not run: " JS-FCNT
               DELIMITED BY SIZE INTO JS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF JS-DONE-CNT > 0 THEN
               MOVE JS-DONE-CNT TO JS-FCNT
               STRING "Steps skipped, done in the failed run: " JS-FCNT
                   DELIMITED BY SIZE INTO JS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE RPT-OUTPUT-FILE FROM JS-RPT-LINE.
               JS-FAIL-CNT DELIMITED BY SIZE
               " failed" DELIMITED BY SIZE
               INTO JS-RUNLOG-SUMMARY.
           IF JS-DONE-CNT > 0 THEN
               MOVE SPACES TO JS-RUNLOG-SUMMARY
               STRING JS-STEP-NO DELIMITED BY SIZE
                   " steps " DELIMITED BY SIZE
                   JS-FAIL-CNT DELIMITED BY SIZE
                   " failed " DELIMITED BY SIZE
                   JS-DONE-CNT DELIMITED BY SIZE
                   " restart-skipped" DELIMITED BY SIZE
                   INTO JS-RUNLOG-SUMMARY
           END-IF.
           STRING "JOBSTREAM" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JS-RUNLOG-DATE DELIMITED BY SIZE
