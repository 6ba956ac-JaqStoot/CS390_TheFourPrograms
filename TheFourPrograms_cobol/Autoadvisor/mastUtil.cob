      * Student Master Utility Program
      * Backup and health check for the keyed MASTFILE, now the
      * system of record.  Unload copies every record in key order to
      * a flat sequential file closed by a trailer of record count,
      * student count and hash total; reload rebuilds the master from
      * such a file, but only after its totals have been re-proved;
      * verify sweeps the master (or an unload) for structural faults
      * -- a student with no sequence-0 header, gaps or duplicates in
      * MAST-SEQ, a header ID that does not match the key -- and for
      * course lines AUTOADVISOR's edit pass would reject.  Operations
      * run the verify ahead of the nightly batch and keep the
      * unloads by date
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.
           SELECT UNLFILE ASSIGN TO DYNAMIC UNL-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNL-STATUS.
           SELECT CATFILE ASSIGN TO DYNAMIC CAT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT EQVFILE ASSIGN TO DYNAMIC EQV-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EQV-STATUS.
           SELECT RPTFILE ASSIGN TO DYNAMIC RPT-FILE-DESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Record layout has to match TRANLOAD's byte for byte
       FD MASTFILE.
       01 MAST-REC.
            05 MAST-KEY.
                10 MAST-STUDENT-ID PIC X(10).
                10 MAST-SEQ PIC 9(4).
            05 MAST-LINE PIC X(200).

       FD UNLFILE.
       01 UNL-FILE-REC.
            05 UNL-FILE-DESC PIC X(220).

       FD CATFILE.
       01 CAT-INPUT-FILE.
            05 CAT-FILE-DESC PIC X(200).

       FD EQVFILE.
       01 EQV-INPUT-FILE.
            05 EQV-FILE-DESC PIC X(200).

       FD RPTFILE.
       01 RPT-OUTPUT-FILE.
            05 RPT-FILE-DESC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOGFILE-REC PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-NAME PIC X(50).
           01 WS-UNL-FILE-NAME PIC X(50).
           01 WS-CATALOG-FILE-NAME PIC X(50).
           01 WS-EQV-FILE-NAME PIC X(50).
           01 WS-RPT-FILE-NAME PIC X(50).
           01 WS-MAST-STATUS PIC XX.
           01 WS-UNL-STATUS PIC XX.
           01 WS-CATFILE-STATUS PIC XX.
           01 WS-EQV-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RUNLOG-STATUS PIC XX.

           01 WS-FUNCTION PIC X(1).
           01 WS-MAST-EOF PIC A(1).
           01 WS-UNL-EOF PIC A(1).

      * Unload file layout, one record per line:
      *   H|MASTUNLD|YYYYMMDD|HHMMSSCC|master filename
      *   D followed by the 214-byte MAST-REC exactly as stored
      *   T|record count|student count|hash total
      * The hash total sums, for every D record, each byte's ordinal
      * times its position in MAST-REC, so a changed, moved or lost
      * character anywhere in the file shows up against the trailer
           01 WS-UNL-REC PIC X(220) VALUE SPACES.
           01 WS-UNL-TAG PIC X(10).
           01 WS-UNL-F2 PIC X(20).
           01 WS-UNL-F3 PIC X(20).
           01 WS-UNL-F4 PIC X(20).
           01 WS-UNL-DATE PIC 9(8).
           01 WS-UNL-TIME PIC 9(8).
           01 WS-UNL-HDR-SEEN PIC A(1).
           01 WS-UNL-TRL-SEEN PIC A(1).
           01 WS-UNL-AFTER-TRL PIC 9(4).
           01 WS-UNL-BAD-TYPE PIC 9(4).
           01 WS-REC-CNT PIC 9(9) VALUE 0.
           01 WS-STU-CNT PIC 9(7) VALUE 0.
           01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
           01 WS-TRL-REC-CNT PIC 9(9).
           01 WS-TRL-STU-CNT PIC 9(7).
           01 WS-TRL-HASH PIC 9(15).
           01 WS-HASH-I PIC 9(3).
           01 WS-PREV-ID PIC X(10).
           01 WS-LOAD-CNT PIC 9(9) VALUE 0.
           01 WS-LOAD-ERR-CNT PIC 9(9) VALUE 0.
           01 WS-TOTALS-OK PIC A(1).
           01 WS-FREC PIC Z(8)9.
           01 WS-FSTU PIC Z(6)9.
           01 WS-FHASH PIC Z(14)9.
           01 WS-FREC2 PIC Z(8)9.
           01 WS-FSTU2 PIC Z(6)9.
           01 WS-FHASH2 PIC Z(14)9.

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

      * Verify: structural faults make the master unfit for the
      * nightly batch (return code 8); course lines the edit pass
      * would reject only warn (return code 4), since AUTOADVISOR
      * rejects them itself
           01 WS-VERIFY-SOURCE PIC X(1).
           01 WS-STRUCT-CNT PIC 9(6) VALUE 0.
           01 WS-EDIT-CNT PIC 9(6) VALUE 0.
           01 WS-EXPECT-SEQ PIC 9(5).
           01 WS-PREV-SEQ PIC 9(4).
           01 WS-HDR-ID PIC X(10).
           01 WS-ROW-COURSE PIC X(50).
           01 WS-ROW-GRADE PIC X(1).
           01 WS-ROW-TERM PIC X(6).
           01 WS-PIPE-CNT PIC 9(3).
           01 WS-REJ-REASON PIC X(40).
           01 WS-TERM-WRK PIC X(6).
           01 WS-TERM-SEASON PIC 9(1).
           01 WS-FSEQ PIC 9(4).
           01 WS-FSEQ2 PIC 9(4).
           01 WS-RPT-LINE PIC X(120) VALUE SPACES.
           01 WS-FCNT PIC Z(5)9.
           01 WS-FCNT2 PIC Z(5)9.

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
           ACCEPT WS-UNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UNL-TIME FROM TIME.
           DISPLAY "Function (U=Unload, R=Reload, V=Verify): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           INSPECT WS-FUNCTION CONVERTING "urv" TO "URV".
           DISPLAY "Student Master Filename: " WITH NO ADVANCING.
           ACCEPT WS-MASTER-FILE-NAME.

           EVALUATE WS-FUNCTION
               WHEN "U"
                   PERFORM RUN-UNLOAD
               WHEN "R"
                   PERFORM RUN-RELOAD
               WHEN "V"
                   PERFORM RUN-VERIFY
               WHEN OTHER
                   DISPLAY "ERROR: function must be U, R or V"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           PERFORM APPEND-RUN-LOG.

           STOP RUN.

      * Unload: master to flat file, totals in the trailer
       RUN-UNLOAD.
      * Unloads are kept by date, so the default name carries it
           DISPLAY "Unload Filename (blank for MASTUNLD.YYYYMMDD): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-UNL-FILE-NAME.
           ACCEPT WS-UNL-FILE-NAME.
           IF WS-UNL-FILE-NAME = SPACES THEN
               STRING "MASTUNLD." WS-UNL-DATE
                   DELIMITED BY SIZE INTO WS-UNL-FILE-NAME
           END-IF.
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student master "
                   FUNCTION TRIM(WS-MASTER-FILE-NAME)
                   " (file status " WS-MAST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-UNL-FILE-NAME TO UNL-FILE-DESC
               OPEN OUTPUT UNLFILE
               IF WS-UNL-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot create unload file "
                       FUNCTION TRIM(WS-UNL-FILE-NAME)
                       " (file status " WS-UNL-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WS-UNL-REC
                   STRING "H|MASTUNLD|" WS-UNL-DATE "|" WS-UNL-TIME
                       "|" FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-UNL-REC
                   WRITE UNL-FILE-REC FROM WS-UNL-REC
                   MOVE SPACES TO WS-PREV-ID
                   MOVE "N" TO WS-MAST-EOF
                   MOVE LOW-VALUES TO MAST-KEY
                   START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                       INVALID KEY MOVE "Y" TO WS-MAST-EOF
                   END-START
                   PERFORM UNLOAD-ONE-RECORD UNTIL WS-MAST-EOF = "Y"
                   MOVE SPACES TO WS-UNL-REC
                   STRING "T|" WS-REC-CNT "|" WS-STU-CNT
                       "|" WS-HASH-TOTAL
                       DELIMITED BY SIZE INTO WS-UNL-REC
                   WRITE UNL-FILE-REC FROM WS-UNL-REC
                   CLOSE UNLFILE
                   PERFORM DISPLAY-FILE-TOTALS
                   DISPLAY "Unloaded to "
                       FUNCTION TRIM(WS-UNL-FILE-NAME)
               END-IF
               CLOSE MASTFILE
           END-IF.

       UNLOAD-ONE-RECORD.
           READ MASTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MAST-EOF
           END-READ.
           IF WS-MAST-EOF NOT = "Y" THEN
               MOVE SPACES TO WS-UNL-REC
               MOVE "D" TO WS-UNL-REC(1:1)
               MOVE MAST-REC TO WS-UNL-REC(2:214)
               WRITE UNL-FILE-REC FROM WS-UNL-REC
               PERFORM ADD-RECORD-TOTALS
           END-IF.

      * Count, student break and hash for the record in WS-UNL-REC
       ADD-RECORD-TOTALS.
           ADD 1 TO WS-REC-CNT.
           IF WS-UNL-REC(2:10) NOT = WS-PREV-ID
              OR WS-REC-CNT = 1 THEN
               ADD 1 TO WS-STU-CNT
               MOVE WS-UNL-REC(2:10) TO WS-PREV-ID
           END-IF.
           PERFORM ADD-HASH-CHAR VARYING WS-HASH-I FROM 1 BY 1
               UNTIL WS-HASH-I > 214.

       ADD-HASH-CHAR.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
               (FUNCTION ORD(WS-UNL-REC(WS-HASH-I + 1:1))
                * WS-HASH-I).

       DISPLAY-FILE-TOTALS.
           MOVE WS-REC-CNT TO WS-FREC.
           MOVE WS-STU-CNT TO WS-FSTU.
           MOVE WS-HASH-TOTAL TO WS-FHASH.
           DISPLAY "Records:    " WS-FREC.
           DISPLAY "Students:   " WS-FSTU.
           DISPLAY "Hash total: " WS-FHASH.

      * Reload: prove the unload's totals, then rebuild the master
       RUN-RELOAD.
           PERFORM GET-UNLOAD-NAME.
           PERFORM PROVE-UNLOAD-TOTALS.
           IF WS-TOTALS-OK NOT = "Y" THEN
               DISPLAY "ERROR: unload totals do not agree -- "
                   "master not rebuilt"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MASTFILE
               IF WS-MAST-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: cannot create student master "
                       FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       " (file status " WS-MAST-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-UNL-FILE-NAME TO UNL-FILE-DESC
                   OPEN INPUT UNLFILE
                   MOVE "N" TO WS-UNL-EOF
                   PERFORM RELOAD-ONE-RECORD UNTIL WS-UNL-EOF = "Y"
                   CLOSE UNLFILE
                   CLOSE MASTFILE
                   MOVE WS-LOAD-CNT TO WS-FREC2
                   DISPLAY "Records reloaded: " WS-FREC2
      * Every record the trailer counted has to have gone back in
                   IF WS-LOAD-CNT NOT = WS-TRL-REC-CNT
                      OR WS-LOAD-ERR-CNT > 0 THEN
                       MOVE WS-LOAD-ERR-CNT TO WS-FREC2
                       DISPLAY "ERROR: " FUNCTION TRIM(WS-FREC2)
                           " record(s) refused on reload -- "
                           "master incomplete"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "Master rebuilt and totals verified"
                   END-IF
               END-IF
           END-IF.

       GET-UNLOAD-NAME.
      * A mistyped name re-prompts instead of aborting the run
           MOVE "XX" TO WS-UNL-STATUS.
           PERFORM TRY-UNLOAD-NAME UNTIL WS-UNL-STATUS = "00".

       TRY-UNLOAD-NAME.
           DISPLAY "Unload Filename: " WITH NO ADVANCING.
           ACCEPT WS-UNL-FILE-NAME.
           MOVE WS-UNL-FILE-NAME TO UNL-FILE-DESC.
           OPEN INPUT UNLFILE.
           IF WS-UNL-STATUS = "00" THEN
               CLOSE UNLFILE
           ELSE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-UNL-FILE-NAME)
                   " (file status " WS-UNL-STATUS "), try again"
           END-IF.

      * First pass: recount the data records against the trailer.
      * The file must open with its header, end with exactly one
      * trailer, and carry nothing but D records between
       PROVE-UNLOAD-TOTALS.
           MOVE "N" TO WS-TOTALS-OK.
           MOVE "N" TO WS-UNL-HDR-SEEN.
           MOVE "N" TO WS-UNL-TRL-SEEN.
           SET WS-UNL-AFTER-TRL TO 0.
           SET WS-UNL-BAD-TYPE TO 0.
           SET WS-REC-CNT TO 0.
           SET WS-STU-CNT TO 0.
           SET WS-HASH-TOTAL TO 0.
           MOVE SPACES TO WS-PREV-ID.
           MOVE WS-UNL-FILE-NAME TO UNL-FILE-DESC.
           OPEN INPUT UNLFILE.
           MOVE "N" TO WS-UNL-EOF.
           PERFORM PROVE-ONE-RECORD UNTIL WS-UNL-EOF = "Y".
           CLOSE UNLFILE.
           PERFORM DISPLAY-FILE-TOTALS.
           IF WS-UNL-HDR-SEEN NOT = "Y" THEN
               DISPLAY "Unload file has no MASTUNLD header"
           END-IF.
           IF WS-UNL-TRL-SEEN NOT = "Y" THEN
               DISPLAY "Unload file has no trailer -- truncated?"
           ELSE
               MOVE WS-TRL-REC-CNT TO WS-FREC2
               MOVE WS-TRL-STU-CNT TO WS-FSTU2
               MOVE WS-TRL-HASH TO WS-FHASH2
               DISPLAY "Trailer:    " WS-FREC2 " records "
                   WS-FSTU2 " students hash " WS-FHASH2
           END-IF.
           IF WS-UNL-AFTER-TRL > 0 THEN
               DISPLAY "Unload file has records after its trailer"
           END-IF.
           IF WS-UNL-BAD-TYPE > 0 THEN
               DISPLAY "Unload file has records of unknown type"
           END-IF.
           IF WS-UNL-HDR-SEEN = "Y" AND WS-UNL-TRL-SEEN = "Y"
              AND WS-UNL-AFTER-TRL = 0 AND WS-UNL-BAD-TYPE = 0
              AND WS-REC-CNT = WS-TRL-REC-CNT
              AND WS-STU-CNT = WS-TRL-STU-CNT
              AND WS-HASH-TOTAL = WS-TRL-HASH THEN
               MOVE "Y" TO WS-TOTALS-OK
           END-IF.

       PROVE-ONE-RECORD.
           READ UNLFILE INTO WS-UNL-REC
               AT END MOVE "Y" TO WS-UNL-EOF
           END-READ.
           IF WS-UNL-EOF NOT = "Y" THEN
               IF WS-UNL-TRL-SEEN = "Y" THEN
                   ADD 1 TO WS-UNL-AFTER-TRL
               ELSE
                   EVALUATE WS-UNL-REC(1:1)
                       WHEN "H"
                           IF WS-REC-CNT = 0 THEN
                               MOVE "Y" TO WS-UNL-HDR-SEEN
                           ELSE
                               ADD 1 TO WS-UNL-BAD-TYPE
                           END-IF
                       WHEN "D"
                           PERFORM ADD-RECORD-TOTALS
                       WHEN "T"
                           MOVE "Y" TO WS-UNL-TRL-SEEN
                           PERFORM PARSE-TRAILER
                       WHEN OTHER
                           ADD 1 TO WS-UNL-BAD-TYPE
                   END-EVALUATE
               END-IF
           END-IF.

       PARSE-TRAILER.
           MOVE SPACES TO WS-UNL-TAG WS-UNL-F2 WS-UNL-F3 WS-UNL-F4.
           UNSTRING WS-UNL-REC DELIMITED BY '|'
               INTO WS-UNL-TAG WS-UNL-F2 WS-UNL-F3 WS-UNL-F4
           END-UNSTRING.
           SET WS-TRL-REC-CNT TO 0.
           SET WS-TRL-STU-CNT TO 0.
           SET WS-TRL-HASH TO 0.
           IF FUNCTION TRIM(WS-UNL-F2) IS NUMERIC
              AND FUNCTION TRIM(WS-UNL-F3) IS NUMERIC
              AND FUNCTION TRIM(WS-UNL-F4) IS NUMERIC THEN
               COMPUTE WS-TRL-REC-CNT = FUNCTION NUMVAL(WS-UNL-F2)
               COMPUTE WS-TRL-STU-CNT = FUNCTION NUMVAL(WS-UNL-F3)
               COMPUTE WS-TRL-HASH = FUNCTION NUMVAL(WS-UNL-F4)
           ELSE
               DISPLAY "Unload trailer is not numeric: "
                   FUNCTION TRIM(WS-UNL-REC)
           END-IF.

      * Second pass: the proven D records go back under their keys
       RELOAD-ONE-RECORD.
           READ UNLFILE INTO WS-UNL-REC
               AT END MOVE "Y" TO WS-UNL-EOF
           END-READ.
           IF WS-UNL-EOF NOT = "Y" AND WS-UNL-REC(1:1) = "D" THEN
               MOVE WS-UNL-REC(2:214) TO MAST-REC
               WRITE MAST-REC
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERR-CNT
                       DISPLAY "Refused " MAST-STUDENT-ID " "
                           MAST-SEQ " (file status "
                           WS-MAST-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-CNT
               END-WRITE
           END-IF.

      * Verify: structural and edit-pass faults, by student
       RUN-VERIFY.
           PERFORM GET-CATALOG-NAME.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-EQUIVALENCY-TABLE.
      * An unload can be checked before it is ever reloaded, which
      * is also the only place a duplicate MAST-SEQ can hide
           DISPLAY "Unload File to Verify (blank to verify master): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-UNL-FILE-NAME.
           ACCEPT WS-UNL-FILE-NAME.
           DISPLAY "Verify Report Filename: " WITH NO ADVANCING.
           ACCEPT WS-RPT-FILE-NAME.
           MOVE WS-RPT-FILE-NAME TO RPT-FILE-DESC.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot create verify report "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (file status " WS-RPT-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNL-FILE-NAME = SPACES THEN
                   MOVE "M" TO WS-VERIFY-SOURCE
                   STRING "Student Master Verify -- "
                       FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM VERIFY-MASTER
               ELSE
                   MOVE "U" TO WS-VERIFY-SOURCE
                   STRING "Student Master Verify -- unload "
                       FUNCTION TRIM(WS-UNL-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM VERIFY-UNLOAD
               END-IF
               PERFORM WRITE-VERIFY-TOTALS
               CLOSE RPTFILE
               DISPLAY "Verify report written to "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
           END-IF.

       VERIFY-MASTER.
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open student master "
                   FUNCTION TRIM(WS-MASTER-FILE-NAME)
                   " (file status " WS-MAST-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PREV-ID
               MOVE "N" TO WS-MAST-EOF
               MOVE LOW-VALUES TO MAST-KEY
               START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                   INVALID KEY MOVE "Y" TO WS-MAST-EOF
               END-START
               PERFORM VERIFY-NEXT-MASTER UNTIL WS-MAST-EOF = "Y"
               CLOSE MASTFILE
           END-IF.

       VERIFY-NEXT-MASTER.
           READ MASTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MAST-EOF
           END-READ.
           IF WS-MAST-EOF NOT = "Y" THEN
               PERFORM VERIFY-ONE-RECORD
           END-IF.

       VERIFY-UNLOAD.
           MOVE WS-UNL-FILE-NAME TO UNL-FILE-DESC.
           OPEN INPUT UNLFILE.
           IF WS-UNL-STATUS NOT = "00" THEN
               DISPLAY "ERROR: cannot open unload file "
                   FUNCTION TRIM(WS-UNL-FILE-NAME)
                   " (file status " WS-UNL-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PREV-ID
               MOVE "N" TO WS-UNL-EOF
               PERFORM VERIFY-NEXT-UNLOAD UNTIL WS-UNL-EOF = "Y"
               CLOSE UNLFILE
           END-IF.

       VERIFY-NEXT-UNLOAD.
           READ UNLFILE INTO WS-UNL-REC
               AT END MOVE "Y" TO WS-UNL-EOF
           END-READ.
           IF WS-UNL-EOF NOT = "Y" AND WS-UNL-REC(1:1) = "D" THEN
               MOVE WS-UNL-REC(2:214) TO MAST-REC
               PERFORM VERIFY-ONE-RECORD
           END-IF.

      * MAST-REC holds the record; records arrive in key order, so a
      * change of MAST-STUDENT-ID starts the next student
       VERIFY-ONE-RECORD.
           ADD 1 TO WS-REC-CNT.
           IF MAST-STUDENT-ID NOT = WS-PREV-ID
              OR WS-REC-CNT = 1 THEN
               IF WS-REC-CNT > 1 AND MAST-STUDENT-ID < WS-PREV-ID THEN
                   MOVE "student out of key order" TO WS-REJ-REASON
                   PERFORM REPORT-STRUCT-FAULT
               END-IF
               ADD 1 TO WS-STU-CNT
               MOVE MAST-STUDENT-ID TO WS-PREV-ID
               IF MAST-SEQ NOT = 0 THEN
                   MOVE MAST-SEQ TO WS-FSEQ
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "no sequence-0 header, first seq " WS-FSEQ
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM REPORT-STRUCT-FAULT
               END-IF
           ELSE
               COMPUTE WS-EXPECT-SEQ = WS-PREV-SEQ + 1
               EVALUATE TRUE
                   WHEN MAST-SEQ = WS-PREV-SEQ
                       MOVE "duplicate MAST-SEQ" TO WS-REJ-REASON
                       PERFORM REPORT-STRUCT-FAULT
                   WHEN MAST-SEQ < WS-PREV-SEQ
                       MOVE "MAST-SEQ out of order" TO WS-REJ-REASON
                       PERFORM REPORT-STRUCT-FAULT
                   WHEN MAST-SEQ > WS-EXPECT-SEQ
                       MOVE WS-EXPECT-SEQ TO WS-FSEQ
                       COMPUTE WS-FSEQ2 = MAST-SEQ - 1
                       MOVE SPACES TO WS-REJ-REASON
                       IF WS-FSEQ = WS-FSEQ2 THEN
                           STRING "gap, seq " WS-FSEQ " missing"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       ELSE
                           STRING "gap, seq " WS-FSEQ "-" WS-FSEQ2
                               " missing"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       END-IF
                       PERFORM REPORT-STRUCT-FAULT
               END-EVALUATE
           END-IF.
           MOVE MAST-SEQ TO WS-PREV-SEQ.
           IF MAST-SEQ = 0 THEN
               PERFORM VERIFY-HEADER-LINE
           ELSE
               PERFORM VERIFY-COURSE-LINE
           END-IF.

       VERIFY-HEADER-LINE.
           MOVE SPACES TO WS-HDR-ID.
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO WS-HDR-ID
           END-UNSTRING.
           IF WS-HDR-ID NOT = MAST-STUDENT-ID THEN
               MOVE SPACES TO WS-REJ-REASON
               STRING "header ID " FUNCTION TRIM(WS-HDR-ID)
                   " does not match key"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
               PERFORM REPORT-STRUCT-FAULT
           END-IF.

      * The same edits, in the same order, as AUTOADVISOR's
      * PARSE-DATA-ROW, PARSE-TRANSFER-ROW and VALIDATE-DATA-ROW
       VERIFY-COURSE-LINE.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM.
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO WS-ROW-COURSE WS-ROW-GRADE WS-ROW-TERM
           END-UNSTRING.
           IF WS-ROW-COURSE = "TRANSFER" THEN
               PERFORM VERIFY-TRANSFER-LINE
           ELSE
               SET WS-PIPE-CNT TO 0
               INSPECT FUNCTION TRIM(MAST-LINE)
                   TALLYING WS-PIPE-CNT FOR ALL "|"
               IF WS-PIPE-CNT = 0 THEN
                   MOVE "missing field separator" TO WS-REJ-REASON
               END-IF
               IF WS-REJ-REASON = SPACES
                  AND WS-ROW-COURSE = SPACES THEN
                   MOVE "empty course name" TO WS-REJ-REASON
               END-IF
               IF WS-REJ-REASON = SPACES THEN
                   EVALUATE WS-ROW-GRADE
                       WHEN "A" WHEN "B" WHEN "C" WHEN "D" WHEN "F"
                       WHEN "I" WHEN "W" WHEN " "
                           CONTINUE
                       WHEN OTHER
                           MOVE "grade not A-F/I/W" TO WS-REJ-REASON
                   END-EVALUATE
               END-IF
               IF WS-REJ-REASON = SPACES
                  AND WS-ROW-TERM = SPACES THEN
                   MOVE "missing term code" TO WS-REJ-REASON
               END-IF
               IF WS-REJ-REASON = SPACES THEN
                   MOVE WS-ROW-TERM TO WS-TERM-WRK
                   PERFORM SET-TERM-SEASON
                   IF WS-TERM-SEASON = 0 THEN
                       MOVE "term code not YYYY+WI/SP/SU/FA"
                           TO WS-REJ-REASON
                   END-IF
               END-IF
               IF WS-REJ-REASON = SPACES THEN
                   MOVE WS-ROW-COURSE TO WS-CAT-KEY
                   PERFORM FIND-CATALOG-COURSE
                   IF WS-CAT-HIT = 0 THEN
                       MOVE "course not in catalog" TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJ-REASON NOT = SPACES THEN
               PERFORM REPORT-EDIT-FAULT
           END-IF.

       VERIFY-TRANSFER-LINE.
           MOVE SPACES TO WS-TRN-INST WS-TRN-SOURCE WS-TRN-HRS-TXT.
           UNSTRING FUNCTION TRIM(MAST-LINE) DELIMITED BY '|'
               INTO WS-TRN-TAG WS-TRN-INST WS-TRN-SOURCE
                    WS-TRN-HRS-TXT
           END-UNSTRING.
           IF WS-TRN-INST = SPACES OR WS-TRN-SOURCE = SPACES
              OR FUNCTION TRIM(WS-TRN-HRS-TXT) IS NOT NUMERIC THEN
               MOVE "bad transfer row" TO WS-REJ-REASON
           ELSE
               PERFORM FIND-EQUIVALENCY
               IF WS-EQV-HIT = 0 THEN
                   MOVE "no equivalency for transfer course"
                       TO WS-REJ-REASON
               END-IF
           END-IF.

       REPORT-STRUCT-FAULT.
           ADD 1 TO WS-STRUCT-CNT.
           MOVE 8 TO RETURN-CODE.
           MOVE "FAULT " TO WS-RPT-LINE(3:6).
           PERFORM WRITE-FAULT-LINE.

       REPORT-EDIT-FAULT.
           ADD 1 TO WS-EDIT-CNT.
           IF RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "REJECT" TO WS-RPT-LINE(3:6).
           PERFORM WRITE-FAULT-LINE.

       WRITE-FAULT-LINE.
           MOVE MAST-STUDENT-ID TO WS-RPT-LINE(11:10).
           MOVE MAST-SEQ TO WS-FSEQ.
           STRING "seq " WS-FSEQ "  " FUNCTION TRIM(WS-REJ-REASON)
               DELIMITED BY SIZE INTO WS-RPT-LINE(22:60).
           PERFORM WRITE-REPORT-LINE.
           STRING "    line: " FUNCTION TRIM(MAST-LINE)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-VERIFY-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REC-CNT TO WS-FREC.
           MOVE WS-STU-CNT TO WS-FSTU.
           STRING "Records read: " FUNCTION TRIM(WS-FREC)
               "   Students: " FUNCTION TRIM(WS-FSTU)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STRUCT-CNT TO WS-FCNT.
           MOVE WS-EDIT-CNT TO WS-FCNT2.
           STRING "Structural faults: " FUNCTION TRIM(WS-FCNT)
               "   Edit-pass rejects: " FUNCTION TRIM(WS-FCNT2)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-STRUCT-CNT > 0 THEN
               MOVE "Master NOT fit for the nightly batch"
                   TO WS-RPT-LINE
           ELSE
               MOVE "Master structurally sound" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RPT-OUTPUT-FILE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

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
      * Optional: without a table every TRANSFER row is reported,
      * exactly as AUTOADVISOR would reject it
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
                       "), transfer rows will be reported"
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
           EVALUATE WS-FUNCTION
               WHEN "U"
                   STRING WS-REC-CNT DELIMITED BY SIZE
                       " records " DELIMITED BY SIZE
                       WS-STU-CNT DELIMITED BY SIZE
                       " students unloaded" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY
               WHEN "R"
                   STRING WS-LOAD-CNT DELIMITED BY SIZE
                       " records reloaded " DELIMITED BY SIZE
                       WS-LOAD-ERR-CNT DELIMITED BY SIZE
                       " refused" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY
               WHEN OTHER
                   STRING WS-STU-CNT DELIMITED BY SIZE
                       " students " DELIMITED BY SIZE
                       WS-STRUCT-CNT DELIMITED BY SIZE
                       " faults " DELIMITED BY SIZE
                       WS-EDIT-CNT DELIMITED BY SIZE
                       " rejects" DELIMITED BY SIZE
                       INTO WS-RUNLOG-SUMMARY
           END-EVALUATE.
           STRING "MASTUTIL" DELIMITED BY SIZE
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
