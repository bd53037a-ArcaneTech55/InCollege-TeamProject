      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-SET-LOCK-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INPUT-FILE ASSIGN TO "LockMaint-Input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "LockMaint-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT OPTIONAL ACTIVITY-LOG-FILE ASSIGN TO "data/ACTIVITY-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-RECORD PIC X(100).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(200).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       FD ACTIVITY-LOG-FILE.
       01 ACTIVITY-LOG-REC.
           05 AL-TIMESTAMP       PIC X(14).
           05 AL-USERNAME        PIC X(100).
           05 AL-EVENT-TYPE      PIC X(20).
           05 AL-BATCH-DECK      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-ACTIVITY-FILE-STATUS    PIC XX VALUE "00".

       01 WS-REPORT-LINE             PIC X(200) VALUE SPACES.

       *> Control card: line 1 REPORT (the default when there is no
       *> input file) or RELEASE. For REPORT, line 2 may give the age in
       *> hours past which a lock is called stale. For RELEASE, line 2
       *> must name the program holding the lock and line 3 may give the
       *> reason, so an operator cannot clear a lock they have not read.
       01 WS-CONTROL-INPUT           PIC X(100) VALUE SPACES.
       01 WS-RUN-MODE                PIC X(10) VALUE SPACES.
       01 WS-RELEASE-PROGRAM         PIC X(20) VALUE SPACES.
       01 WS-RELEASE-REASON          PIC X(100) VALUE SPACES.
       01 WS-STALE-HOURS             PIC 9(3) VALUE 12.
       01 WS-OPERATOR                PIC X(30) VALUE SPACES.

       01 WS-LOCK-HELD-SW            PIC X VALUE "N".
           88 WS-LOCK-HELD           VALUE "Y".
           88 WS-LOCK-FREE           VALUE "N".
       01 WS-LOCK-STALE-SW           PIC X VALUE "N".
           88 WS-LOCK-STALE          VALUE "Y".
           88 WS-LOCK-NOT-STALE      VALUE "N".
       01 WS-RUN-OK-SW               PIC X VALUE "Y".
           88 WS-RUN-OK              VALUE "Y".
           88 WS-RUN-FAILED          VALUE "N".

       *> Lock age in minutes, from the lock's start time to now.
       01 WS-NOW                     PIC X(14) VALUE SPACES.
       01 WS-NOW-DATE                PIC 9(8) VALUE 0.
       01 WS-START-DATE              PIC 9(8) VALUE 0.
       01 WS-NOW-MINUTE              PIC 9(4) VALUE 0.
       01 WS-START-MINUTE            PIC 9(4) VALUE 0.
       01 WS-AGE-MINUTES             PIC S9(9) VALUE 0.
       01 WS-AGE-HOURS               PIC 9(7) VALUE 0.
       01 WS-AGE-REMAINDER           PIC 99 VALUE 0.
       01 WS-AGE-HOURS-DISPLAY       PIC Z,ZZZ,ZZ9.
       01 WS-AGE-KNOWN-SW            PIC X VALUE "N".
           88 WS-AGE-KNOWN           VALUE "Y".
           88 WS-AGE-UNKNOWN         VALUE "N".
       01 WS-STALE-DISPLAY           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-READ-LOCK
           EVALUATE WS-RUN-MODE
               WHEN "REPORT"
                   PERFORM 3000-REPORT-LOCK
               WHEN "RELEASE"
                   PERFORM 3000-REPORT-LOCK
                   PERFORM 4000-RELEASE-LOCK
               WHEN OTHER
                   MOVE "ERROR: line 1 of LockMaint-Input.txt must be REPORT or RELEASE." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE
           PERFORM 9000-TERMINATE-RUN
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE-RUN.
           OPEN OUTPUT OUTPUT-FILE

           MOVE "InCollege Data-Set Lock Maintenance" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "===================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE "REPORT" TO WS-RUN-MODE
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               READ INPUT-FILE INTO WS-CONTROL-INPUT
                   AT END MOVE SPACES TO WS-CONTROL-INPUT
               END-READ
               IF FUNCTION TRIM(WS-CONTROL-INPUT) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONTROL-INPUT))
                       TO WS-RUN-MODE
               END-IF

               READ INPUT-FILE INTO WS-CONTROL-INPUT
                   AT END MOVE SPACES TO WS-CONTROL-INPUT
               END-READ
               EVALUATE WS-RUN-MODE
                   WHEN "REPORT"
                       IF FUNCTION TRIM(WS-CONTROL-INPUT) NOT = SPACES
                       AND FUNCTION TRIM(WS-CONTROL-INPUT) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-CONTROL-INPUT)
                               TO WS-STALE-HOURS
                       END-IF
                   WHEN "RELEASE"
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONTROL-INPUT))
                           TO WS-RELEASE-PROGRAM
                       READ INPUT-FILE INTO WS-CONTROL-INPUT
                           AT END MOVE SPACES TO WS-CONTROL-INPUT
                       END-READ
                       MOVE FUNCTION TRIM(WS-CONTROL-INPUT) TO WS-RELEASE-REASON
               END-EVALUATE
           END-IF
           CLOSE INPUT-FILE

           IF WS-STALE-HOURS = 0
               MOVE 1 TO WS-STALE-HOURS
           END-IF

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.

       2000-READ-LOCK.
           SET WS-LOCK-FREE TO TRUE
           MOVE SPACES TO DATA-SET-LOCK-REC
           OPEN INPUT DATA-SET-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ DATA-SET-LOCK-FILE
                   AT END
                       MOVE SPACES TO DATA-SET-LOCK-REC
               END-READ
           END-IF
           CLOSE DATA-SET-LOCK-FILE
           IF DL-PROGRAM NOT = SPACES
               SET WS-LOCK-HELD TO TRUE
           END-IF.

       3000-REPORT-LOCK.
           MOVE "Lock status" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-----------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-LOCK-FREE
               MOVE "FREE - no program holds the data files." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           STRING "HELD by program: " FUNCTION TRIM(DL-PROGRAM)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "User:            " FUNCTION TRIM(DL-USER)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "Started:         " DL-STARTED(1:4) "-" DL-STARTED(5:2) "-"
                  DL-STARTED(7:2) " " DL-STARTED(9:2) ":" DL-STARTED(11:2)
                  ":" DL-STARTED(13:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           PERFORM 3100-COMPUTE-LOCK-AGE
           IF WS-AGE-KNOWN
               MOVE WS-AGE-HOURS TO WS-AGE-HOURS-DISPLAY
               STRING "Held for:        " FUNCTION TRIM(WS-AGE-HOURS-DISPLAY)
                      " hour(s) " WS-AGE-REMAINDER " minute(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Held for:        unknown - the start time is not a valid date and time"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE

           *> A stale lock is one older than any run should take - most
           *> likely left behind by a run that abended before releasing
           *> it. The operator still has to confirm the program is gone
           *> before releasing it.
           SET WS-LOCK-NOT-STALE TO TRUE
           IF WS-AGE-UNKNOWN
           OR WS-AGE-HOURS >= WS-STALE-HOURS
               SET WS-LOCK-STALE TO TRUE
           END-IF

           MOVE WS-STALE-HOURS TO WS-STALE-DISPLAY
           IF WS-LOCK-STALE
               STRING "STALE - held longer than " FUNCTION TRIM(WS-STALE-DISPLAY)
                      " hour(s). If " FUNCTION TRIM(DL-PROGRAM)
                      " is no longer running, release it: RELEASE on line 1 of LockMaint-Input.txt, "
                      FUNCTION TRIM(DL-PROGRAM) " on line 2."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Not stale - held for less than " FUNCTION TRIM(WS-STALE-DISPLAY)
                      " hour(s); the run is probably still in progress."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE.

       3100-COMPUTE-LOCK-AGE.
           SET WS-AGE-UNKNOWN TO TRUE
           IF DL-STARTED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE DL-STARTED(1:8) TO WS-START-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-NOW-DATE
           COMPUTE WS-NOW-MINUTE =
               FUNCTION NUMVAL(WS-NOW(9:2)) * 60 + FUNCTION NUMVAL(WS-NOW(11:2))
           COMPUTE WS-START-MINUTE =
               FUNCTION NUMVAL(DL-STARTED(9:2)) * 60 + FUNCTION NUMVAL(DL-STARTED(11:2))
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 1440
               + WS-NOW-MINUTE - WS-START-MINUTE
           *> A start time in the future (clock change) counts as zero.
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           DIVIDE WS-AGE-MINUTES BY 60
               GIVING WS-AGE-HOURS REMAINDER WS-AGE-REMAINDER
           SET WS-AGE-KNOWN TO TRUE.

       4000-RELEASE-LOCK.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Operator override" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-----------------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-LOCK-FREE
               MOVE "Nothing to release - the data files are not locked." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           *> The operator must name the holder - a lock taken by a new
           *> run since the report was read is never cleared by mistake.
           IF WS-RELEASE-PROGRAM NOT = DL-PROGRAM
               STRING "REFUSED: line 2 names " FUNCTION TRIM(WS-RELEASE-PROGRAM)
                      " but the lock is held by " FUNCTION TRIM(DL-PROGRAM)
                      " - lock left in place."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DATA-SET-LOCK-FILE
           CLOSE DATA-SET-LOCK-FILE

           STRING "RELEASED: lock held by " FUNCTION TRIM(DL-PROGRAM)
                  " since " DL-STARTED(1:4) "-" DL-STARTED(5:2) "-"
                  DL-STARTED(7:2) " " DL-STARTED(9:2) ":" DL-STARTED(11:2)
                  " cleared by " FUNCTION TRIM(WS-OPERATOR)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           IF WS-RELEASE-REASON NOT = SPACES
               STRING "Reason: " FUNCTION TRIM(WS-RELEASE-REASON)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           MOVE "Check the files the abended run was updating before the next run - a GENERATION-BACKUP restore may be needed."
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> The override is part of the audit trail.
           OPEN EXTEND ACTIVITY-LOG-FILE
           IF WS-ACTIVITY-FILE-STATUS = "00" OR WS-ACTIVITY-FILE-STATUS = "05"
               MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
               MOVE FUNCTION TRIM(WS-OPERATOR) TO AL-USERNAME
               MOVE "LOCK-OVERRIDE" TO AL-EVENT-TYPE
               MOVE SPACES TO AL-BATCH-DECK
               WRITE ACTIVITY-LOG-REC
               CLOSE ACTIVITY-LOG-FILE
           END-IF.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-RUN.
           CLOSE OUTPUT-FILE.
