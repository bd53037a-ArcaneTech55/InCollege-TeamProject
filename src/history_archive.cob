           SELECT TEMP-ARCHIVE-FILE ASSIGN TO "data/TEMP-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TEMP-ARCHIVE-FILE.
       01 TEMP-ARCHIVE-REC       PIC X(400).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CONN-HIST-FILE-STATUS   PIC XX VALUE "00".
           88 WS-TOTALS-BALANCE      VALUE "Y".
           88 WS-TOTALS-IMBALANCE    VALUE "N".

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "HISTORY-ARCHIVE".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-ARCHIVE
               DELIMITED BY SIZE INTO WS-HIST-ARCHIVE-NAME
           MOVE SPACES TO WS-ACT-ARCHIVE-NAME
           STRING "data/ACTIVITY-LOG-ARCHIVE-" WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ACT-ARCHIVE-NAME

           *> Both history files are rewritten in place, so nothing runs
           *> without the data-set lock.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               STRING "ERROR: " FUNCTION TRIM(WS-LOCK-REFUSED-MSG)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-ARCHIVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-ARCHIVE-CONNECTION-HISTORY.
           MOVE "CONNECTION-HISTORY.DAT" TO WS-REPORT-LINE
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       8500-TAKE-DATA-SET-LOCK.
           *> data/DATA-SET-LOCK.DAT holds one record naming the program,
           *> user and start time of the run that is updating the data
           *> files; an empty file means the data set is free. A lock left
           *> behind by an abended run is reported and released by
           *> DATA-SET-LOCK-MAINT.
           SET WS-LOCK-NOT-TAKEN TO TRUE
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
               SET WS-LOCK-REFUSED TO TRUE
               MOVE SPACES TO WS-LOCK-REFUSED-MSG
               STRING "Data files are in use by " FUNCTION TRIM(DL-PROGRAM)
                      " (user " FUNCTION TRIM(DL-USER) ", started "
                      DL-STARTED(1:4) "-" DL-STARTED(5:2) "-" DL-STARTED(7:2)
                      " " DL-STARTED(9:2) ":" DL-STARTED(11:2)
                      ") - " FUNCTION TRIM(WS-LOCK-PROGRAM) " did not run."
                      DELIMITED BY SIZE INTO WS-LOCK-REFUSED-MSG
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER"
           IF WS-LOCK-USER = SPACES
               MOVE "UNKNOWN" TO WS-LOCK-USER
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-STARTED
           OPEN OUTPUT DATA-SET-LOCK-FILE
           MOVE WS-LOCK-PROGRAM TO DL-PROGRAM
           MOVE WS-LOCK-USER    TO DL-USER
           MOVE WS-LOCK-STARTED TO DL-STARTED
           WRITE DATA-SET-LOCK-REC
           CLOSE DATA-SET-LOCK-FILE
           SET WS-LOCK-TAKEN TO TRUE.

       8510-RELEASE-DATA-SET-LOCK.
           *> Only this run's own lock is cleared - an operator may have
           *> overridden it and another run taken the data set since.
           IF NOT WS-LOCK-TAKEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DATA-SET-LOCK-REC
           OPEN INPUT DATA-SET-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ DATA-SET-LOCK-FILE
                   AT END
                       MOVE SPACES TO DATA-SET-LOCK-REC
               END-READ
           END-IF
           CLOSE DATA-SET-LOCK-FILE
           IF DL-PROGRAM = WS-LOCK-PROGRAM AND DL-STARTED = WS-LOCK-STARTED
               OPEN OUTPUT DATA-SET-LOCK-FILE
               CLOSE DATA-SET-LOCK-FILE
           END-IF
           SET WS-LOCK-NOT-TAKEN TO TRUE.

       9000-TERMINATE-ARCHIVE.
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK.
