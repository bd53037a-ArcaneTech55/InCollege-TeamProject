               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "NightRun-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(200).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-FILE-STATUS        PIC XX VALUE "00".
       01 WS-CONTROL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-STEPS-SKIPPED           PIC 999 VALUE 0.
       01 WS-STEPS-FAILED            PIC 999 VALUE 0.

       *> A step never starts while another run holds the data-set
       *> lock: the lock is checked every WS-LOCK-WAIT-SECONDS, up to
       *> WS-LOCK-WAIT-CHECKS times, before the step is failed.
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-WAIT-CHECKS        PIC 999 VALUE 10.
       01 WS-LOCK-WAIT-SECONDS       PIC 9(4) COMP-5 VALUE 60.
       01 WS-LOCK-CHECKS-DONE        PIC 999 VALUE 0.
       01 WS-LOCK-HELD-SW            PIC X VALUE "N".
           88 WS-LOCK-HELD           VALUE "Y".
           88 WS-LOCK-FREE           VALUE "N".

       01 WS-IDX                     PIC 999 VALUE 0.
       01 K                          PIC 999 VALUE 0.

               EXIT PARAGRAPH
           END-IF

           PERFORM 3300-WAIT-FOR-DATA-SET-LOCK
           IF WS-LOCK-HELD
               MOVE "ENDED"  TO RC-STATE
               MOVE "LOCKED" TO RC-OUTCOME
               PERFORM 7000-APPEND-CONTROL-ROW
               ADD 1 TO WS-STEPS-FAILED
               STRING "FAILED (data files still in use by "
                      FUNCTION TRIM(DL-PROGRAM) ", user " FUNCTION TRIM(DL-USER)
                      ", started " DL-STARTED(1:4) "-" DL-STARTED(5:2) "-"
                      DL-STARTED(7:2) " " DL-STARTED(9:2) ":" DL-STARTED(11:2)
                      "): " FUNCTION TRIM(WS-PL-STEP-NAME(WS-IDX))
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE "Chain stopped - once the data set is free (DATA-SET-LOCK-MAINT reports stale locks), rerun NIGHT-RUN to resume." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-CHAIN-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE "STARTED" TO RC-STATE
           MOVE SPACES TO RC-OUTCOME
           PERFORM 7000-APPEND-CONTROL-ROW
               SET WS-CHAIN-STOPPED TO TRUE
           END-IF.

       3300-WAIT-FOR-DATA-SET-LOCK.
           MOVE 0 TO WS-LOCK-CHECKS-DONE
           PERFORM 3310-READ-DATA-SET-LOCK
           IF WS-LOCK-HELD
               STRING "WAITING: " FUNCTION TRIM(WS-PL-STEP-NAME(WS-IDX))
                      " - data files in use by " FUNCTION TRIM(DL-PROGRAM)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           PERFORM UNTIL WS-LOCK-FREE
                      OR WS-LOCK-CHECKS-DONE >= WS-LOCK-WAIT-CHECKS
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECONDS
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-LOCK-CHECKS-DONE
               PERFORM 3310-READ-DATA-SET-LOCK
           END-PERFORM.

       3310-READ-DATA-SET-LOCK.
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

       4000-FINISH-RUN.
           IF WS-CHAIN-STOPPED
               EXIT PARAGRAPH
