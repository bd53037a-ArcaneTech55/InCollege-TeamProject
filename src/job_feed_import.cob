           *> The agreed employer feed: one fixed-layout transaction per
           *> line - action in columns 1-6 (ADD, AMEND or CLOSE), then
           *> employer (60), title (60), description (150), major (40),
           *> posted date (10) and expiry date (10), all space-padded,
           *> then an optional requisition number in columns 337-342.
           *> AMEND and CLOSE address a posting by its requisition
           *> number when one is sent (and an AMEND may then retitle
           *> it); without one they fall back to employer and title.
           *> Every line must name a company on the employer master
           *> file, and a revoked company may not add or amend.
           SELECT FEED-FILE ASSIGN TO "JobFeed-Input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL EMPLOYER-MASTER-FILE ASSIGN TO "data/EMPLOYER-MASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FEED-MAJOR         PIC X(40).
           05 FEED-POSTED-DATE   PIC X(10).
           05 FEED-EXPIRES-DATE  PIC X(10).
           05 FEED-REQ-NUM       PIC X(6).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).
           05 JP-POSTED-DATE     PIC X(10).
           05 JP-EXPIRES-DATE    PIC X(10).
           05 JP-STATUS          PIC X(10).
           05 JP-REQ-NUM         PIC 9(6).

       FD EMPLOYER-MASTER-FILE.
       01 EMPLOYER-MASTER-REC.
           05 EM-COMPANY         PIC X(60).
           05 EM-CONTACT         PIC X(100).
           05 EM-INDUSTRY        PIC X(40).
           05 EM-VERIFY-STATUS   PIC X(10).
           05 EM-STATUS-DATE     PIC X(8).
           05 EM-STATUS-BY       PIC X(100).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FEED-FILE-STATUS        PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS         PIC XX VALUE "00".
       01 WS-EMPLOYER-FILE-STATUS    PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
               10 WS-PT-POSTED-DATE  PIC X(10).
               10 WS-PT-EXPIRES-DATE PIC X(10).
               10 WS-PT-STATUS       PIC X(10).
               10 WS-PT-REQ-NUM      PIC 9(6).
       01 WS-POSTING-COUNT         PIC 999 VALUE 0.
       01 WS-POSTING-TRUNC-SW      PIC X VALUE 'N'.
           88 WS-POSTING-TABLE-TRUNCATED VALUE 'Y'.
       01 WS-LAYOUT-SUSPECT-SW     PIC X VALUE 'N'.
           88 WS-LAYOUT-SUSPECT    VALUE 'Y'.

       *> Company name and verification status from the employer
       *> master file.
       01 WS-COMPANY-TABLE.
           05 WS-COMPANY-ENTRY OCCURS 500 TIMES.
               10 WS-CO-NAME         PIC X(60).
               10 WS-CO-STATUS       PIC X(10).
       01 WS-COMPANY-COUNT           PIC 999 VALUE 0.
       01 WS-COMPANY-IDX             PIC 999 VALUE 0.
       01 WS-COMPANY-FOUND-IDX       PIC 999 VALUE 0.

       01 WS-LINES-READ              PIC 9(9) VALUE 0.
       01 WS-LINES-ACCEPTED          PIC 9(9) VALUE 0.
       01 WS-LINES-REJECTED          PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON           PIC X(80) VALUE SPACES.
       01 WS-FEED-ACTION-UC          PIC X(6)  VALUE SPACES.
       01 WS-MATCH-IDX               PIC 999 VALUE 0.
       *> A new posting takes one more than the highest requisition
       *> number on file - numbers are never reused.
       01 WS-HIGH-REQ-NUM            PIC 9(6) VALUE 0.
       01 WS-FEED-REQ-NUM            PIC 9(6) VALUE 0.
       01 WS-LINE-REQ-NUM            PIC 9(6) VALUE 0.
       01 WS-IDX                     PIC 999 VALUE 0.

       01 WS-DATE-OK-SW              PIC X VALUE 'N'.
           88 WS-TABLE-CHANGED       VALUE 'Y'.
           88 WS-TABLE-NOT-CHANGED   VALUE 'N'.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "JOB-FEED-IMPORT".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-IMPORT
           PERFORM 2000-LOAD-POSTING-TABLE
           PERFORM 2100-LOAD-EMPLOYER-MASTER
           PERFORM 3000-PROCESS-FEED
           PERFORM 4000-REWRITE-IF-CHANGED
           PERFORM 5000-PRINT-SUMMARY
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-IMPORT
               STOP RUN
           END-IF

           *> The posting file is only read and rewritten under the
           *> data-set lock.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               STRING "ERROR: " FUNCTION TRIM(WS-LOCK-REFUSED-MSG)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-IMPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LOAD-POSTING-TABLE.
           MOVE 0 TO WS-POSTING-COUNT
           MOVE 0 TO WS-HIGH-REQ-NUM
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-FILE
           PERFORM UNTIL WS-EOF-FLAG
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
               STOP RUN
           END-IF.

       2100-LOAD-EMPLOYER-MASTER.
           MOVE 0 TO WS-COMPANY-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT EMPLOYER-MASTER-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ EMPLOYER-MASTER-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF WS-COMPANY-COUNT < 500
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE EM-COMPANY       TO WS-CO-NAME(WS-COMPANY-COUNT)
                           MOVE EM-VERIFY-STATUS TO WS-CO-STATUS(WS-COMPANY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-MASTER-FILE

           IF WS-COMPANY-COUNT = 0
               MOVE "WARNING: employer master file is empty - every feed line will be rejected." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF.

       3000-PROCESS-FEED.
           SET WS-NOT-EOF-FLAG TO TRUE
           PERFORM UNTIL WS-EOF-FLAG

       3100-PROCESS-ONE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-LINE-REQ-NUM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-ACTION))
               TO WS-FEED-ACTION-UC

           MOVE 0 TO WS-FEED-REQ-NUM
           IF FEED-REQ-NUM NOT = SPACES
               IF FUNCTION TRIM(FEED-REQ-NUM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FEED-REQ-NUM) TO WS-FEED-REQ-NUM
               ELSE
                   MOVE "requisition number must be numeric" TO WS-REJECT-REASON
               END-IF
           END-IF

           *> A blank employer is left to the action paragraphs to report.
           IF WS-REJECT-REASON = SPACES
           AND FUNCTION TRIM(FEED-EMPLOYER) NOT = SPACES
               PERFORM 3050-CHECK-EMPLOYER-MASTER
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               CONTINUE
           ELSE
               EVALUATE WS-FEED-ACTION-UC
                   WHEN "ADD"
                       PERFORM 3200-APPLY-ADD
                   WHEN "AMEND"
                       PERFORM 3300-APPLY-AMEND
                   WHEN "CLOSE"
                       PERFORM 3400-APPLY-CLOSE
                   WHEN OTHER
                       MOVE "action must be ADD, AMEND or CLOSE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           MOVE WS-LINE-NUMBER TO WS-LINE-NUM-DISPLAY
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LINES-ACCEPTED
               STRING "Line " FUNCTION TRIM(WS-LINE-NUM-DISPLAY)
                      ": ACCEPTED " FUNCTION TRIM(WS-FEED-ACTION-UC)
                      " REQ " WS-LINE-REQ-NUM
                      " " FUNCTION TRIM(WS-PT-TITLE(WS-MATCH-IDX))
                      " at " FUNCTION TRIM(WS-PT-EMPLOYER(WS-MATCH-IDX))
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-LINES-REJECTED
           END-IF
           PERFORM 8000-WRITE-LINE.

       3050-CHECK-EMPLOYER-MASTER.
           MOVE 0 TO WS-COMPANY-FOUND-IDX
           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF FUNCTION TRIM(WS-CO-NAME(WS-COMPANY-IDX))
                   = FUNCTION TRIM(FEED-EMPLOYER)
                   MOVE WS-COMPANY-IDX TO WS-COMPANY-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COMPANY-FOUND-IDX = 0
               MOVE "employer is not on the employer master file" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           *> A revoked company's postings were all closed when it was
           *> revoked; it may still close one, but not add or amend.
           IF FUNCTION TRIM(WS-CO-STATUS(WS-COMPANY-FOUND-IDX)) = "REVOKED"
           AND WS-FEED-ACTION-UC NOT = "CLOSE"
               MOVE "employer's verification has been revoked" TO WS-REJECT-REASON
           END-IF.

       3200-APPLY-ADD.
           IF FUNCTION TRIM(FEED-EMPLOYER) = SPACES
               MOVE "employer is blank" TO WS-REJECT-REASON
           END-IF

           *> A weekly feed is often resent whole - an ADD matching an
           *> open posting is a duplicate, not a second vacancy. The
           *> feed never chooses a requisition number, so one sent on
           *> an ADD line is ignored and the next number is assigned.
           MOVE 0 TO WS-FEED-REQ-NUM
           PERFORM 7100-FIND-MATCHING-POSTING
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-MATCH-IDX > 0
           AND FUNCTION TRIM(WS-PT-STATUS(WS-MATCH-IDX)) = "OPEN"
               MOVE "duplicate of an open posting" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIGH-REQ-NUM
           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-POSTING-COUNT TO WS-MATCH-IDX
           MOVE WS-HIGH-REQ-NUM TO WS-LINE-REQ-NUM
           MOVE WS-HIGH-REQ-NUM                  TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
           MOVE FUNCTION TRIM(FEED-EMPLOYER)     TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
           MOVE FUNCTION TRIM(FEED-TITLE)        TO WS-PT-TITLE(WS-POSTING-COUNT)
           MOVE FUNCTION TRIM(FEED-DESCRIPTION)  TO WS-PT-DESCRIPTION(WS-POSTING-COUNT)
       3300-APPLY-AMEND.
           PERFORM 7100-FIND-MATCHING-POSTING
           IF WS-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FEED-DESCRIPTION) = SPACES
               END-IF
           END-IF

           *> Only a posting addressed by requisition number can be
           *> retitled - by employer and title the title is the key.
           IF WS-FEED-REQ-NUM > 0
           AND FUNCTION TRIM(FEED-TITLE) NOT = SPACES
               MOVE FUNCTION TRIM(FEED-TITLE)   TO WS-PT-TITLE(WS-MATCH-IDX)
           END-IF
           MOVE FUNCTION TRIM(FEED-DESCRIPTION) TO WS-PT-DESCRIPTION(WS-MATCH-IDX)
           MOVE FUNCTION TRIM(FEED-MAJOR)       TO WS-PT-MAJOR(WS-MATCH-IDX)
           MOVE FEED-EXPIRES-DATE               TO WS-PT-EXPIRES-DATE(WS-MATCH-IDX)
           MOVE WS-PT-REQ-NUM(WS-MATCH-IDX)     TO WS-LINE-REQ-NUM
           SET WS-TABLE-CHANGED TO TRUE.

       3400-APPLY-CLOSE.
           PERFORM 7100-FIND-MATCHING-POSTING
           IF WS-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PT-STATUS(WS-MATCH-IDX)) = "CLOSED"
           END-IF

           MOVE "CLOSED" TO WS-PT-STATUS(WS-MATCH-IDX)
           MOVE WS-PT-REQ-NUM(WS-MATCH-IDX) TO WS-LINE-REQ-NUM
           SET WS-TABLE-CHANGED TO TRUE.

       4000-REWRITE-IF-CHANGED.
               MOVE WS-PT-POSTED-DATE(WS-IDX)  TO JP-POSTED-DATE
               MOVE WS-PT-EXPIRES-DATE(WS-IDX) TO JP-EXPIRES-DATE
               MOVE WS-PT-STATUS(WS-IDX)       TO JP-STATUS
               MOVE WS-PT-REQ-NUM(WS-IDX)      TO JP-REQ-NUM
               WRITE JOB-POSTING-REC
           END-PERFORM
           CLOSE JOB-POSTING-FILE.
           SET WS-DATE-OK TO TRUE.

       7100-FIND-MATCHING-POSTING.
           *> A line carrying a requisition number addresses exactly
           *> that posting, which must still belong to the employer on
           *> the line. Otherwise a reposted vacancy leaves a CLOSED row
           *> and a later OPEN row under the same employer and title -
           *> transactions must address the live posting, so an OPEN
           *> match wins and the first match is only the fallback when
           *> none is open. WS-REJECT-REASON says why nothing matched.
           MOVE 0 TO WS-MATCH-IDX
           IF WS-FEED-REQ-NUM > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POSTING-COUNT
                   IF WS-PT-REQ-NUM(WS-IDX) = WS-FEED-REQ-NUM
                       MOVE WS-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MATCH-IDX = 0
                   MOVE "no posting on file with that requisition number" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(WS-PT-EMPLOYER(WS-MATCH-IDX))
                       NOT = FUNCTION TRIM(FEED-EMPLOYER)
                       MOVE 0 TO WS-MATCH-IDX
                       MOVE "requisition number belongs to another employer" TO WS-REJECT-REASON
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-POSTING-COUNT
               IF FUNCTION TRIM(WS-PT-EMPLOYER(WS-IDX))
                       MOVE WS-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               MOVE "no posting on file under that employer and title" TO WS-REJECT-REASON
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
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

       9000-TERMINATE-IMPORT.
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK.
