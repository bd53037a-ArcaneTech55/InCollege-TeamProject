           SELECT OPTIONAL MESSAGES-FILE ASSIGN TO "data/MESSAGES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JP-POSTED-DATE     PIC X(10).
           05 JP-EXPIRES-DATE    PIC X(10).
           05 JP-STATUS          PIC X(10).
           05 JP-REQ-NUM         PIC 9(6).

       FD JOB-APPLICATION-FILE.
       01 JOB-APPLICATION-REC.
           05 JA-APPLIED-DATE    PIC X(8).
           05 JA-STATUS          PIC X(10).
           05 JA-STATUS-DATE     PIC X(8).
           05 JA-REQ-NUM         PIC 9(6).

       FD MESSAGES-FILE.
       01 MESSAGE-REC.
           05 MSG-READ-FLAG      PIC X(1).
           05 MSG-TEXT           PIC X(200).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-END-OF-FILE PIC X VALUE 'N'.
               10 WS-PT-EMPLOYER     PIC X(60).
               10 WS-PT-TITLE        PIC X(60).
               10 WS-PT-STATUS       PIC X(10).
               10 WS-PT-REQ-NUM      PIC 9(6).
       01 WS-POSTING-COUNT         PIC 999 VALUE 0.
       01 WS-POSTING-TRUNC-SW      PIC X VALUE 'N'.
           88 WS-POSTING-TABLE-TRUNCATED VALUE 'Y'.
               10 WS-AT-APPLIED-DATE PIC X(8).
               10 WS-AT-STATUS       PIC X(10).
               10 WS-AT-STATUS-DATE  PIC X(8).
               10 WS-AT-REQ-NUM      PIC 9(6).
       01 WS-APP-COUNT             PIC 999 VALUE 0.
       01 WS-APP-TRUNC-SW          PIC X VALUE 'N'.
           88 WS-APP-TABLE-TRUNCATED VALUE 'Y'.
           88 WS-APP-NOT-CHANGED   VALUE 'N'.

       01 WS-PICK-NUM              PIC 999 VALUE 0.
       01 WS-PICK-REQ-NUM          PIC 9(6) VALUE 0.
       01 WS-REQ-INPUT             PIC X(10).
       01 WS-APPLICANT-COUNT       PIC 999 VALUE 0.
       01 WS-NEW-STATUS            PIC X(10) VALUE SPACES.
       01 K                        PIC 999 VALUE 0.
       01 WS-APP-REFUSE-LAYOUT-MSG PIC X(100) VALUE
           'Application file has records not in the current layout - run the layout conversion first.'.
       01 WS-PICK-POSTING-MSG      PIC X(70) VALUE
           'Enter the requisition number of the posting (0 to cancel):'.
       01 WS-NO-SUCH-REQ-MSG       PIC X(60) VALUE
           'No posting on file has that requisition number.'.
       01 WS-STATUS-MENU-1         PIC X(20) VALUE '1. REVIEWED'.
       01 WS-STATUS-MENU-2         PIC X(20) VALUE '2. INTERVIEW'.
       01 WS-STATUS-MENU-3         PIC X(20) VALUE '3. OFFER'.
       01 WS-STATUS-SET-MSG        PIC X(30) VALUE 'Application status set to '.
       01 WS-FILE-UPDATED-MSG      PIC X(60) VALUE 'Application file updated.'.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "APPLICATION-REVIEW".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-PROGRAM
           PERFORM 2000-SHOW-MENU UNTIL WS-USER-WANT-TO-EXIT
           PERFORM 9000-TERMINATE-PROGRAM
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE-PROGRAM.
           OPEN OUTPUT OUTPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               SET WS-USER-WANT-TO-EXIT TO TRUE
           END-IF

           *> Nothing under data/ is touched unless this run holds the
           *> data-set lock.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               MOVE WS-LOCK-REFUSED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               SET WS-USER-WANT-TO-EXIT TO TRUE
           END-IF.

       2000-SHOW-MENU.
           MOVE 0 TO WS-APPLICANT-COUNT
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-APP-COUNT OR WS-USER-WANT-TO-EXIT
               *> Applications belong to a posting by requisition number
               *> alone, so a retitled posting keeps its applicants and a
               *> reposted title starts with none.
               IF WS-AT-REQ-NUM(K) = WS-PT-REQ-NUM(WS-PICK-NUM)
                   ADD 1 TO WS-APPLICANT-COUNT
                   PERFORM 5000-REVIEW-ONE-APPLICATION
               END-IF
               MOVE "N" TO MSG-READ-FLAG
               MOVE SPACES TO MSG-TEXT
               STRING "Your application for "
                      FUNCTION TRIM(WS-AT-TITLE(K))
                      " (REQ " WS-AT-REQ-NUM(K) ") at "
                      FUNCTION TRIM(WS-AT-EMPLOYER(K)) " is now "
                      FUNCTION TRIM(WS-NEW-STATUS) "."
                      DELIMITED BY SIZE INTO MSG-TEXT
                       AND FUNCTION TRIM(JP-STATUS) NOT = "CLOSED"
                           SET WS-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       IF JP-REQ-NUM IS NOT NUMERIC
                           SET WS-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       IF WS-POSTING-COUNT < 200
                           ADD 1 TO WS-POSTING-COUNT
                           MOVE JP-EMPLOYER TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
                           MOVE JP-TITLE    TO WS-PT-TITLE(WS-POSTING-COUNT)
                           MOVE JP-STATUS   TO WS-PT-STATUS(WS-POSTING-COUNT)
                           MOVE JP-REQ-NUM  TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
                       ELSE
                           SET WS-POSTING-TABLE-TRUNCATED TO TRUE
                       END-IF

       7100-LIST-POSTING-TABLE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTING-COUNT
               STRING "REQ " WS-PT-REQ-NUM(K) " - "
                      FUNCTION TRIM(WS-PT-TITLE(K))
                      " at " FUNCTION TRIM(WS-PT-EMPLOYER(K))
                      " [" FUNCTION TRIM(WS-PT-STATUS(K)) "]"
                      DELIMITED BY SIZE INTO DISPLAY-MSG
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
                       AND FUNCTION TRIM(JA-STATUS) NOT = "REJECTED"
                           SET WS-APP-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       IF JA-REQ-NUM IS NOT NUMERIC
                           SET WS-APP-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       IF WS-APP-COUNT < 500
                           ADD 1 TO WS-APP-COUNT
                           MOVE JA-APPLICANT    TO WS-AT-APPLICANT(WS-APP-COUNT)
                           MOVE JA-APPLIED-DATE TO WS-AT-APPLIED-DATE(WS-APP-COUNT)
                           MOVE JA-STATUS       TO WS-AT-STATUS(WS-APP-COUNT)
                           MOVE JA-STATUS-DATE  TO WS-AT-STATUS-DATE(WS-APP-COUNT)
                           MOVE JA-REQ-NUM      TO WS-AT-REQ-NUM(WS-APP-COUNT)
                       ELSE
                           SET WS-APP-TABLE-TRUNCATED TO TRUE
                       END-IF
               MOVE WS-AT-APPLIED-DATE(K) TO JA-APPLIED-DATE
               MOVE WS-AT-STATUS(K)       TO JA-STATUS
               MOVE WS-AT-STATUS-DATE(K)  TO JA-STATUS-DATE
               MOVE WS-AT-REQ-NUM(K)      TO JA-REQ-NUM
               WRITE JOB-APPLICATION-REC
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.
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
