      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISITION-MIGRATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Gives every posting on file a requisition number and carries
           *> it onto every application. Each live file is opened under
           *> two layouts, never at the same time: the old layout to read
           *> the records (340-byte postings, 246-byte applications), and
           *> the current layout with the requisition number (346 and
           *> 252 bytes) to write them back.
           SELECT OPTIONAL JOB-POSTING-OLD-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-POSTING-STATUS.
           SELECT OPTIONAL JOB-POSTING-NEW-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-POSTING-STATUS.
           SELECT OPTIONAL JOB-APP-OLD-FILE ASSIGN TO "data/JOB-APPLICATION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-APP-STATUS.
           SELECT OPTIONAL JOB-APP-NEW-FILE ASSIGN TO "data/JOB-APPLICATION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-APP-STATUS.
           SELECT TEMP-POSTING-FILE ASSIGN TO "data/TEMP-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-POSTING-STATUS.
           SELECT TEMP-APP-FILE ASSIGN TO "data/TEMP-APPLICATION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-APP-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Requisition-Migration-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-POSTING-OLD-FILE.
       01 OLD-POSTING-REC.
           05 OP-EMPLOYER        PIC X(60).
           05 OP-TITLE           PIC X(60).
           05 OP-DESCRIPTION     PIC X(150).
           05 OP-MAJOR           PIC X(40).
           05 OP-POSTED-DATE     PIC X(10).
           05 OP-EXPIRES-DATE    PIC X(10).
           05 OP-STATUS          PIC X(10).

       FD JOB-POSTING-NEW-FILE.
       01 JOB-POSTING-REC.
           05 JP-EMPLOYER        PIC X(60).
           05 JP-TITLE           PIC X(60).
           05 JP-DESCRIPTION     PIC X(150).
           05 JP-MAJOR           PIC X(40).
           05 JP-POSTED-DATE     PIC X(10).
           05 JP-EXPIRES-DATE    PIC X(10).
           05 JP-STATUS          PIC X(10).
           05 JP-REQ-NUM         PIC 9(6).

       FD JOB-APP-OLD-FILE.
       01 OLD-APPLICATION-REC.
           05 OA-APPLICANT       PIC X(100).
           05 OA-EMPLOYER        PIC X(60).
           05 OA-TITLE           PIC X(60).
           05 OA-APPLIED-DATE    PIC X(8).
           05 OA-STATUS          PIC X(10).
           05 OA-STATUS-DATE     PIC X(8).

       FD JOB-APP-NEW-FILE.
       01 JOB-APPLICATION-REC.
           05 JA-APPLICANT       PIC X(100).
           05 JA-EMPLOYER        PIC X(60).
           05 JA-TITLE           PIC X(60).
           05 JA-APPLIED-DATE    PIC X(8).
           05 JA-STATUS          PIC X(10).
           05 JA-STATUS-DATE     PIC X(8).
           05 JA-REQ-NUM         PIC 9(6).

       FD TEMP-POSTING-FILE.
       01 TEMP-POSTING-REC       PIC X(346).

       FD TEMP-APP-FILE.
       01 TEMP-APP-REC           PIC X(252).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(200).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-OLD-POSTING-STATUS      PIC XX VALUE "00".
       01 WS-NEW-POSTING-STATUS      PIC XX VALUE "00".
       01 WS-OLD-APP-STATUS          PIC XX VALUE "00".
       01 WS-NEW-APP-STATUS          PIC XX VALUE "00".
       01 WS-TEMP-POSTING-STATUS     PIC XX VALUE "00".
       01 WS-TEMP-APP-STATUS         PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".

       *> What 2000/2100 found in each live file.
       01 WS-POSTING-STATE-SW        PIC X VALUE "E".
           88 WS-POSTINGS-EMPTY      VALUE "E".
           88 WS-POSTINGS-CURRENT    VALUE "C".
           88 WS-POSTINGS-OLD        VALUE "O".
       01 WS-APP-STATE-SW            PIC X VALUE "E".
           88 WS-APPS-EMPTY          VALUE "E".
           88 WS-APPS-CURRENT        VALUE "C".
           88 WS-APPS-OLD            VALUE "O".

       *> Set by 4000 when any check fails - then neither live file is
       *> replaced, so postings and applications never disagree.
       01 WS-REFUSE-SW               PIC X VALUE "N".
           88 WS-REFUSE-REPLACE      VALUE "Y".

       01 WS-REPORT-LINE             PIC X(200) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.

       *> Control totals - a live file is only replaced when every
       *> record read was also written.
       01 WS-POSTINGS-READ           PIC 9(9) VALUE 0.
       01 WS-POSTINGS-CONVERTED      PIC 9(9) VALUE 0.
       01 WS-POSTINGS-WRITTEN-BACK   PIC 9(9) VALUE 0.
       01 WS-APPS-READ               PIC 9(9) VALUE 0.
       01 WS-APPS-CONVERTED          PIC 9(9) VALUE 0.
       01 WS-APPS-LINKED             PIC 9(9) VALUE 0.
       01 WS-APPS-UNLINKED           PIC 9(9) VALUE 0.
       01 WS-APPS-WRITTEN-BACK       PIC 9(9) VALUE 0.

       *> Every posting is held here so applications can be linked to
       *> the requisition number their posting was given.
       01 WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 500 TIMES.
               10 WS-PT-EMPLOYER     PIC X(60).
               10 WS-PT-TITLE        PIC X(60).
               10 WS-PT-POSTED-YMD   PIC X(8).
               10 WS-PT-STATUS       PIC X(10).
               10 WS-PT-REQ-NUM      PIC 9(6).
       01 WS-POSTING-COUNT           PIC 999 VALUE 0.
       01 WS-POSTING-TRUNC-SW        PIC X VALUE "N".
           88 WS-POSTING-TABLE-TRUNCATED VALUE "Y".

       01 WS-NEXT-REQ-NUM            PIC 9(6) VALUE 0.
       01 WS-IDX                     PIC 999 VALUE 0.
       01 WS-BEST-IDX                PIC 999 VALUE 0.
       01 WS-OPEN-IDX                PIC 999 VALUE 0.
       01 WS-FIRST-IDX               PIC 999 VALUE 0.
       01 WS-LINK-IDX                PIC 999 VALUE 0.

       01 WS-NEW-POSTING-REC.
           05 WS-NP-EMPLOYER         PIC X(60).
           05 WS-NP-TITLE            PIC X(60).
           05 WS-NP-DESCRIPTION      PIC X(150).
           05 WS-NP-MAJOR            PIC X(40).
           05 WS-NP-POSTED-DATE      PIC X(10).
           05 WS-NP-EXPIRES-DATE     PIC X(10).
           05 WS-NP-STATUS           PIC X(10).
           05 WS-NP-REQ-NUM          PIC 9(6).

       01 WS-NEW-APPLICATION-REC.
           05 WS-NA-APPLICANT        PIC X(100).
           05 WS-NA-EMPLOYER         PIC X(60).
           05 WS-NA-TITLE            PIC X(60).
           05 WS-NA-APPLIED-DATE     PIC X(8).
           05 WS-NA-STATUS           PIC X(10).
           05 WS-NA-STATUS-DATE      PIC X(8).
           05 WS-NA-REQ-NUM          PIC 9(6).

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "REQUISITION-MIGRATE".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-MIGRATION
           PERFORM 2000-CHECK-POSTING-FILE
           PERFORM 2100-CHECK-APPLICATION-FILE

           IF NOT WS-POSTINGS-OLD AND NOT WS-APPS-OLD
               MOVE "Nothing to convert - both files are already in the current layout or empty." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-MIGRATION
               STOP RUN
           END-IF

           IF WS-POSTINGS-OLD
               PERFORM 3000-CONVERT-POSTINGS
           ELSE
               IF WS-POSTINGS-CURRENT
                   PERFORM 3100-LOAD-CURRENT-POSTINGS
               END-IF
           END-IF
           IF WS-APPS-OLD
               PERFORM 3500-CONVERT-APPLICATIONS
           END-IF
           PERFORM 4000-REPLACE-LIVE-FILES
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-MIGRATION
           STOP RUN.

       1000-INITIALIZE-MIGRATION.
           OPEN OUTPUT OUTPUT-FILE

           MOVE "InCollege Requisition Number Migration" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "======================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> Both live files are rewritten in place, so nothing runs
           *> without the data-set lock.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               STRING "ERROR: " FUNCTION TRIM(WS-LOCK-REFUSED-MSG)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-MIGRATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECK-POSTING-FILE.
           *> Running the migration twice must be harmless. Every posting
           *> written in the current layout carries a numeric requisition
           *> number; an old-layout file reads back the next record's
           *> employer there, or the blanked padding of a single record.
           MOVE SPACES TO JOB-POSTING-REC
           OPEN INPUT JOB-POSTING-NEW-FILE
           IF WS-NEW-POSTING-STATUS NOT = "00" AND WS-NEW-POSTING-STATUS NOT = "05"
               MOVE "ERROR: data/JOB-POSTING.DAT could not be opened - nothing converted." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-MIGRATION
               STOP RUN
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           READ JOB-POSTING-NEW-FILE
               AT END
                   SET WS-EOF-FLAG TO TRUE
           END-READ
           CLOSE JOB-POSTING-NEW-FILE

           EVALUATE TRUE
               WHEN WS-EOF-FLAG
                   SET WS-POSTINGS-EMPTY TO TRUE
                   MOVE "Posting file is empty - no requisition numbers to assign." TO WS-REPORT-LINE
               WHEN JP-REQ-NUM IS NUMERIC
                   SET WS-POSTINGS-CURRENT TO TRUE
                   MOVE "Posting file already carries requisition numbers - postings not converted." TO WS-REPORT-LINE
               WHEN OTHER
                   SET WS-POSTINGS-OLD TO TRUE
                   MOVE "Posting file is in the old layout - requisition numbers will be assigned." TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-LINE.

       2100-CHECK-APPLICATION-FILE.
           *> Same test for applications: 3500 always writes a numeric
           *> requisition number, 000000 when no posting could be found.
           MOVE SPACES TO JOB-APPLICATION-REC
           OPEN INPUT JOB-APP-NEW-FILE
           IF WS-NEW-APP-STATUS NOT = "00" AND WS-NEW-APP-STATUS NOT = "05"
               MOVE "ERROR: data/JOB-APPLICATION.DAT could not be opened - nothing converted." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM 9000-TERMINATE-MIGRATION
               STOP RUN
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           READ JOB-APP-NEW-FILE
               AT END
                   SET WS-EOF-FLAG TO TRUE
           END-READ
           CLOSE JOB-APP-NEW-FILE

           EVALUATE TRUE
               WHEN WS-EOF-FLAG
                   SET WS-APPS-EMPTY TO TRUE
                   MOVE "Application file is empty - no applications to link." TO WS-REPORT-LINE
               WHEN JA-REQ-NUM IS NUMERIC
                   SET WS-APPS-CURRENT TO TRUE
                   MOVE "Application file already carries requisition numbers - applications not converted." TO WS-REPORT-LINE
               WHEN OTHER
                   SET WS-APPS-OLD TO TRUE
                   MOVE "Application file is in the old layout - applications will be linked." TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       3000-CONVERT-POSTINGS.
           *> Numbers are assigned 1, 2, 3... in file order, which is
           *> the order the postings were added.
           MOVE 0 TO WS-NEXT-REQ-NUM
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-OLD-FILE
           OPEN OUTPUT TEMP-POSTING-FILE

           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO OLD-POSTING-REC
               READ JOB-POSTING-OLD-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSTINGS-READ
                       ADD 1 TO WS-NEXT-REQ-NUM
                       MOVE OP-EMPLOYER     TO WS-NP-EMPLOYER
                       MOVE OP-TITLE        TO WS-NP-TITLE
                       MOVE OP-DESCRIPTION  TO WS-NP-DESCRIPTION
                       MOVE OP-MAJOR        TO WS-NP-MAJOR
                       MOVE OP-POSTED-DATE  TO WS-NP-POSTED-DATE
                       MOVE OP-EXPIRES-DATE TO WS-NP-EXPIRES-DATE
                       MOVE OP-STATUS       TO WS-NP-STATUS
                       MOVE WS-NEXT-REQ-NUM TO WS-NP-REQ-NUM
                       WRITE TEMP-POSTING-REC FROM WS-NEW-POSTING-REC
                       IF WS-TEMP-POSTING-STATUS = "00"
                           ADD 1 TO WS-POSTINGS-CONVERTED
                       ELSE
                           STRING "ERROR: posting temp write failed (status "
                                  WS-TEMP-POSTING-STATUS ")"
                                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 8000-WRITE-LINE
                       END-IF
                       PERFORM 3200-ADD-TO-POSTING-TABLE
               END-READ
           END-PERFORM

           CLOSE JOB-POSTING-OLD-FILE
           CLOSE TEMP-POSTING-FILE.

       3100-LOAD-CURRENT-POSTINGS.
           *> Postings were numbered by an earlier run - link the
           *> applications to the numbers already on file.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-NEW-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO JOB-POSTING-REC
               READ JOB-POSTING-NEW-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE JOB-POSTING-REC TO WS-NEW-POSTING-REC
                       PERFORM 3200-ADD-TO-POSTING-TABLE
               END-READ
           END-PERFORM
           CLOSE JOB-POSTING-NEW-FILE.

       3200-ADD-TO-POSTING-TABLE.
           IF WS-POSTING-COUNT < 500
               ADD 1 TO WS-POSTING-COUNT
               MOVE WS-NP-EMPLOYER TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
               MOVE WS-NP-TITLE    TO WS-PT-TITLE(WS-POSTING-COUNT)
               MOVE WS-NP-STATUS   TO WS-PT-STATUS(WS-POSTING-COUNT)
               MOVE WS-NP-REQ-NUM  TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
               *> YYYY-MM-DD on the posting, YYYYMMDD on the application.
               STRING WS-NP-POSTED-DATE(1:4) WS-NP-POSTED-DATE(6:2)
                      WS-NP-POSTED-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-PT-POSTED-YMD(WS-POSTING-COUNT)
           ELSE
               SET WS-POSTING-TABLE-TRUNCATED TO TRUE
           END-IF.

       3500-CONVERT-APPLICATIONS.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-APP-OLD-FILE
           OPEN OUTPUT TEMP-APP-FILE

           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO OLD-APPLICATION-REC
               READ JOB-APP-OLD-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-APPS-READ
                       MOVE OA-APPLICANT    TO WS-NA-APPLICANT
                       MOVE OA-EMPLOYER     TO WS-NA-EMPLOYER
                       MOVE OA-TITLE        TO WS-NA-TITLE
                       MOVE OA-APPLIED-DATE TO WS-NA-APPLIED-DATE
                       MOVE OA-STATUS       TO WS-NA-STATUS
                       MOVE OA-STATUS-DATE  TO WS-NA-STATUS-DATE
                       PERFORM 3600-LINK-APPLICATION
                       IF WS-LINK-IDX > 0
                           MOVE WS-PT-REQ-NUM(WS-LINK-IDX) TO WS-NA-REQ-NUM
                           ADD 1 TO WS-APPS-LINKED
                       ELSE
                           MOVE 0 TO WS-NA-REQ-NUM
                           ADD 1 TO WS-APPS-UNLINKED
                           STRING "UNLINKED: " FUNCTION TRIM(OA-APPLICANT)
                                  " - " FUNCTION TRIM(OA-TITLE)
                                  " at " FUNCTION TRIM(OA-EMPLOYER)
                                  " (no posting under that employer and title)"
                                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 8000-WRITE-LINE
                       END-IF
                       WRITE TEMP-APP-REC FROM WS-NEW-APPLICATION-REC
                       IF WS-TEMP-APP-STATUS = "00"
                           ADD 1 TO WS-APPS-CONVERTED
                       ELSE
                           STRING "ERROR: application temp write failed (status "
                                  WS-TEMP-APP-STATUS ")"
                                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 8000-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOB-APP-OLD-FILE
           CLOSE TEMP-APP-FILE.

       3600-LINK-APPLICATION.
           *> An application names its posting only by employer and
           *> title, and a reposted title leaves several postings under
           *> the same pair. The one the student applied to is the latest
           *> posted on or before the application date; failing that the
           *> open one, and failing that the first one on file.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-OPEN-IDX
           MOVE 0 TO WS-FIRST-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-POSTING-COUNT
               IF FUNCTION TRIM(WS-PT-EMPLOYER(WS-IDX)) = FUNCTION TRIM(OA-EMPLOYER)
               AND FUNCTION TRIM(WS-PT-TITLE(WS-IDX)) = FUNCTION TRIM(OA-TITLE)
                   IF WS-FIRST-IDX = 0
                       MOVE WS-IDX TO WS-FIRST-IDX
                   END-IF
                   IF FUNCTION TRIM(WS-PT-STATUS(WS-IDX)) = "OPEN"
                       MOVE WS-IDX TO WS-OPEN-IDX
                   END-IF
                   IF WS-PT-POSTED-YMD(WS-IDX) <= OA-APPLIED-DATE
                       IF WS-BEST-IDX = 0
                           MOVE WS-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-PT-POSTED-YMD(WS-IDX) >= WS-PT-POSTED-YMD(WS-BEST-IDX)
                               MOVE WS-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-BEST-IDX > 0
                   MOVE WS-BEST-IDX TO WS-LINK-IDX
               WHEN WS-OPEN-IDX > 0
                   MOVE WS-OPEN-IDX TO WS-LINK-IDX
               WHEN OTHER
                   MOVE WS-FIRST-IDX TO WS-LINK-IDX
           END-EVALUATE.

       4000-REPLACE-LIVE-FILES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> Both files are checked before either is touched.
           IF WS-POSTINGS-OLD
               IF WS-POSTINGS-READ = 0
                   MOVE "No postings could be read in the old layout - live files left untouched." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-REFUSE-REPLACE TO TRUE
               END-IF
               IF WS-POSTINGS-READ NOT = WS-POSTINGS-CONVERTED
                   MOVE "POSTING CONTROL TOTALS DO NOT BALANCE - live files left untouched." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-REFUSE-REPLACE TO TRUE
               END-IF
           END-IF
           IF WS-APPS-OLD
               IF WS-APPS-READ = 0
                   MOVE "No applications could be read in the old layout - live files left untouched." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-REFUSE-REPLACE TO TRUE
               END-IF
               IF WS-APPS-READ NOT = WS-APPS-CONVERTED
                   MOVE "APPLICATION CONTROL TOTALS DO NOT BALANCE - live files left untouched." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-REFUSE-REPLACE TO TRUE
               END-IF
               IF WS-POSTING-TABLE-TRUNCATED
                   *> Postings past the 500th could not be searched, so
                   *> some applications may have been linked wrongly.
                   MOVE "More than 500 postings on file - too many to link in one pass; live files left untouched." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   SET WS-REFUSE-REPLACE TO TRUE
               END-IF
           END-IF
           IF WS-REFUSE-REPLACE
               EXIT PARAGRAPH
           END-IF

           IF WS-POSTINGS-OLD
               PERFORM 4100-REPLACE-POSTING-FILE
           END-IF
           IF WS-APPS-OLD
               PERFORM 4200-REPLACE-APPLICATION-FILE
           END-IF.

       4100-REPLACE-POSTING-FILE.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-POSTING-FILE
           OPEN OUTPUT JOB-POSTING-NEW-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-POSTING-FILE INTO JOB-POSTING-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE JOB-POSTING-REC
                       IF WS-NEW-POSTING-STATUS = "00"
                           ADD 1 TO WS-POSTINGS-WRITTEN-BACK
                       ELSE
                           STRING "ERROR: posting write-back failed (status "
                                  WS-NEW-POSTING-STATUS ")"
                                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 8000-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMP-POSTING-FILE
           CLOSE JOB-POSTING-NEW-FILE

           IF WS-POSTINGS-WRITTEN-BACK = WS-POSTINGS-CONVERTED
               MOVE "Posting file rewritten with requisition numbers." TO WS-REPORT-LINE
           ELSE
               MOVE "POSTING WRITE-BACK INCOMPLETE - check the counts below before using the file." TO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE.

       4200-REPLACE-APPLICATION-FILE.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-APP-FILE
           OPEN OUTPUT JOB-APP-NEW-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-APP-FILE INTO JOB-APPLICATION-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE JOB-APPLICATION-REC
                       IF WS-NEW-APP-STATUS = "00"
                           ADD 1 TO WS-APPS-WRITTEN-BACK
                       ELSE
                           STRING "ERROR: application write-back failed (status "
                                  WS-NEW-APP-STATUS ")"
                                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM 8000-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMP-APP-FILE
           CLOSE JOB-APP-NEW-FILE

           IF WS-APPS-WRITTEN-BACK = WS-APPS-CONVERTED
               MOVE "Application file rewritten with requisition numbers." TO WS-REPORT-LINE
           ELSE
               MOVE "APPLICATION WRITE-BACK INCOMPLETE - check the counts below before using the file." TO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-LINE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-POSTINGS-READ TO WS-COUNT-DISPLAY
           STRING "Old-layout postings read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-POSTINGS-CONVERTED TO WS-COUNT-DISPLAY
           STRING "Postings numbered: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-POSTINGS-WRITTEN-BACK TO WS-COUNT-DISPLAY
           STRING "Postings written back to the live file: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-APPS-READ TO WS-COUNT-DISPLAY
           STRING "Old-layout applications read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-APPS-LINKED TO WS-COUNT-DISPLAY
           STRING "Applications linked to a requisition: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-APPS-UNLINKED TO WS-COUNT-DISPLAY
           STRING "Applications left unlinked (requisition 000000): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-APPS-WRITTEN-BACK TO WS-COUNT-DISPLAY
           STRING "Applications written back to the live file: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
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

       9000-TERMINATE-MIGRATION.
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK.
