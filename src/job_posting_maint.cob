           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JP-POSTED-DATE     PIC X(10).
           05 JP-EXPIRES-DATE    PIC X(10).
           05 JP-STATUS          PIC X(10).
           05 JP-REQ-NUM         PIC 9(6).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
               10 WS-PT-POSTED-DATE  PIC X(10).
               10 WS-PT-EXPIRES-DATE PIC X(10).
               10 WS-PT-STATUS       PIC X(10).
               10 WS-PT-REQ-NUM      PIC 9(6).
       01 WS-POSTING-COUNT         PIC 999 VALUE 0.
       01 WS-POSTING-TRUNC-SW      PIC X VALUE 'N'.
           88 WS-POSTING-TABLE-TRUNCATED VALUE 'Y'.
       01 WS-LAYOUT-SUSPECT-SW     PIC X VALUE 'N'.
           88 WS-LAYOUT-SUSPECT    VALUE 'Y'.
       01 WS-PICK-NUM              PIC 999 VALUE 0.
       *> Requisition numbers are never reused: a new posting takes one
       *> more than the highest number on file, whatever its status.
       01 WS-HIGH-REQ-NUM          PIC 9(6) VALUE 0.
       01 WS-PICK-REQ-NUM          PIC 9(6) VALUE 0.
       01 WS-REQ-INPUT             PIC X(10).
       01 K                        PIC 999 VALUE 0.

       01 WS-NEW-POSTING.
       01 WS-ENTER-EXPIRES         PIC X(70) VALUE
           'Enter Expiry Date (YYYY-MM-DD, blank line for no expiry):'.
       01 WS-PICK-POSTING-MSG      PIC X(70) VALUE
           'Enter the requisition number of the posting (0 to cancel):'.
       01 WS-NO-SUCH-REQ-MSG       PIC X(60) VALUE
           'No posting on file has that requisition number.'.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "JOB-POSTING-MAINT".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE-PROGRAM
           PERFORM 2000-SHOW-MENU UNTIL WS-USER-WANT-TO-EXIT
           PERFORM 9000-TERMINATE-PROGRAM
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE-PROGRAM.
               SET WS-USER-WANT-TO-EXIT TO TRUE
           END-IF

           *> Nothing under data/ is touched unless this run holds the
           *> data-set lock.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               MOVE WS-LOCK-REFUSED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               SET WS-USER-WANT-TO-EXIT TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOB-POSTING-FILE
           IF WS-JOB-FILE-STATUS NOT = "00"
               CLOSE JOB-POSTING-FILE
           MOVE WS-NP-POSTED-DATE  TO JP-POSTED-DATE
           MOVE WS-NP-EXPIRES-DATE TO JP-EXPIRES-DATE
           MOVE "OPEN" TO JP-STATUS
           ADD 1 TO WS-HIGH-REQ-NUM
           MOVE WS-HIGH-REQ-NUM TO JP-REQ-NUM
           WRITE JOB-POSTING-REC
           CLOSE JOB-POSTING-FILE

           STRING FUNCTION TRIM(WS-POSTING-ADDED-MSG)
                  " Requisition number " JP-REQ-NUM "."
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       3100-GET-REQUIRED-FIELD.
           MOVE 0 TO WS-POSTING-COUNT
           MOVE 'N' TO WS-POSTING-TRUNC-SW
           MOVE 'N' TO WS-LAYOUT-SUSPECT-SW
           MOVE 0 TO WS-HIGH-REQ-NUM
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-FILE
           PERFORM UNTIL WS-EOF-FLAG
               *> pre-expiry 320-byte layout misaligns from the second
               *> record on and must be converted once by
               *> JOB-POSTING-MIGRATION - 7000 flags such records so the
               *> rewrite paths refuse to touch the file. The same goes
               *> for a file not yet given requisition numbers by
               *> REQUISITION-MIGRATION.
               MOVE SPACES TO JOB-POSTING-REC
               READ JOB-POSTING-FILE
                   AT END
                       AND FUNCTION TRIM(JP-STATUS) NOT = "CLOSED"
                           SET WS-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       IF JP-REQ-NUM IS NOT NUMERIC
                           SET WS-LAYOUT-SUSPECT TO TRUE
                       ELSE
                           IF JP-REQ-NUM > WS-HIGH-REQ-NUM
                               MOVE JP-REQ-NUM TO WS-HIGH-REQ-NUM
                           END-IF
                       END-IF
                       IF WS-POSTING-COUNT < 200
                           ADD 1 TO WS-POSTING-COUNT
                           MOVE JP-EMPLOYER     TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
                           MOVE JP-POSTED-DATE  TO WS-PT-POSTED-DATE(WS-POSTING-COUNT)
                           MOVE JP-EXPIRES-DATE TO WS-PT-EXPIRES-DATE(WS-POSTING-COUNT)
                           MOVE JP-STATUS       TO WS-PT-STATUS(WS-POSTING-COUNT)
                           MOVE JP-REQ-NUM      TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
                       ELSE
                           SET WS-POSTING-TABLE-TRUNCATED TO TRUE
                       END-IF

       7100-LIST-POSTING-TABLE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTING-COUNT
               STRING "REQ " WS-PT-REQ-NUM(K) " - " FUNCTION TRIM(WS-PT-TITLE(K))
                      " at " FUNCTION TRIM(WS-PT-EMPLOYER(K))
                      " [" FUNCTION TRIM(WS-PT-STATUS(K)) "]"
                      DELIMITED BY SIZE INTO DISPLAY-MSG
           END-PERFORM.

       7200-PICK-POSTING.
           *> The operator names a posting by its requisition number;
           *> WS-PICK-NUM comes back as its table entry (0 = cancelled).
           MOVE 0 TO WS-PICK-NUM
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-PICK-POSTING-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-REQ-INPUT
               READ INPUT-FILE INTO WS-REQ-INPUT
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION TEST-NUMVAL(WS-REQ-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-REQ-INPUT) TO WS-PICK-REQ-NUM
                   IF WS-PICK-REQ-NUM = 0
                       SET WS-VALID-FIELD TO TRUE
                   ELSE
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTING-COUNT
                           IF WS-PT-REQ-NUM(K) = WS-PICK-REQ-NUM
                               MOVE K TO WS-PICK-NUM
                               SET WS-VALID-FIELD TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-INVALID-FIELD
                           MOVE WS-NO-SUCH-REQ-MSG TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               MOVE WS-PT-POSTED-DATE(K)  TO JP-POSTED-DATE
               MOVE WS-PT-EXPIRES-DATE(K) TO JP-EXPIRES-DATE
               MOVE WS-PT-STATUS(K)       TO JP-STATUS
               MOVE WS-PT-REQ-NUM(K)      TO JP-REQ-NUM
               WRITE JOB-POSTING-REC
           END-PERFORM
           CLOSE JOB-POSTING-FILE.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1
           MOVE SPACES TO DISPLAY-MSG.

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

       9000-TERMINATE-PROGRAM.
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK
           EXIT.
