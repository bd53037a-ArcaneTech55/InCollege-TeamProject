           SELECT OPTIONAL MESSAGES-FILE ASSIGN TO "data/MESSAGES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OPTIONAL INTERVIEW-SCHEDULE-FILE ASSIGN TO "data/INTERVIEW-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OPTIONAL EMPLOYER-MASTER-FILE ASSIGN TO "data/EMPLOYER-MASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-FILE ASSIGN TO "data/ANNOUNCEMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-SEEN-FILE ASSIGN TO "data/ANNOUNCEMENT-SEEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OPTIONAL SKILL-ENDORSEMENT-FILE ASSIGN TO "data/SKILL-ENDORSEMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           *> The dated generation copies, one per live file.
           SELECT OPTIONAL BK-ACCOUNT-FILE ASSIGN TO WS-BK-ACCOUNT-NAME
           SELECT OPTIONAL BK-MESSAGES-FILE ASSIGN TO WS-BK-MESSAGES-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL BK-INTERVIEW-FILE ASSIGN TO WS-BK-INTERVIEW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL BK-EMPLOYER-FILE ASSIGN TO WS-BK-EMPLOYER-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL BK-ANNOUNCE-FILE ASSIGN TO WS-BK-ANNOUNCE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL BK-ANN-SEEN-FILE ASSIGN TO WS-BK-ANN-SEEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL BK-ENDORSE-FILE ASSIGN TO WS-BK-ENDORSE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CONNECTION-HISTORY-REC PIC X(224).

       FD JOB-POSTING-FILE.
       01 JOB-POSTING-REC        PIC X(346).

       FD JOB-APPLICATION-FILE.
       01 JOB-APPLICATION-REC    PIC X(252).

       FD SKILLS-CATALOG-FILE.
       01 SKILLS-CATALOG-REC     PIC X(250).
       FD MESSAGES-FILE.
       01 MESSAGE-REC            PIC X(409).

       FD INTERVIEW-SCHEDULE-FILE.
       01 INTERVIEW-SLOT-REC     PIC X(213).

       FD EMPLOYER-MASTER-FILE.
       01 EMPLOYER-MASTER-REC    PIC X(318).

       FD ANNOUNCEMENT-FILE.
       01 ANNOUNCEMENT-REC       PIC X(384).

       FD ANNOUNCEMENT-SEEN-FILE.
       01 ANNOUNCEMENT-SEEN-REC  PIC X(118).

       FD SKILL-ENDORSEMENT-FILE.
       01 SKILL-ENDORSEMENT-REC  PIC X(248).

       FD BK-ACCOUNT-FILE.
       01 BK-ACCOUNT-REC         PIC X(221).

       01 BK-HISTORY-REC         PIC X(224).

       FD BK-POSTING-FILE.
       01 BK-POSTING-REC         PIC X(346).

       FD BK-APPLICATION-FILE.
       01 BK-APPLICATION-REC     PIC X(252).

       FD BK-SKILLS-FILE.
       01 BK-SKILLS-REC          PIC X(250).
       FD BK-MESSAGES-FILE.
       01 BK-MESSAGES-REC        PIC X(409).

       FD BK-INTERVIEW-FILE.
       01 BK-INTERVIEW-REC       PIC X(213).

       FD BK-EMPLOYER-FILE.
       01 BK-EMPLOYER-REC        PIC X(318).

       FD BK-ANNOUNCE-FILE.
       01 BK-ANNOUNCE-REC        PIC X(384).

       FD BK-ANN-SEEN-FILE.
       01 BK-ANN-SEEN-REC        PIC X(118).

       FD BK-ENDORSE-FILE.
       01 BK-ENDORSE-REC         PIC X(248).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-REGISTER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BK-SKILLS-NAME          PIC X(80) VALUE SPACES.
       01 WS-BK-ACTIVITY-NAME        PIC X(80) VALUE SPACES.
       01 WS-BK-MESSAGES-NAME        PIC X(80) VALUE SPACES.
       01 WS-BK-INTERVIEW-NAME          PIC X(80) VALUE SPACES.
       01 WS-BK-EMPLOYER-NAME           PIC X(80) VALUE SPACES.
       01 WS-BK-ANNOUNCE-NAME           PIC X(80) VALUE SPACES.
       01 WS-BK-ANN-SEEN-NAME           PIC X(80) VALUE SPACES.
       01 WS-BK-ENDORSE-NAME            PIC X(80) VALUE SPACES.
       01 WS-DELETE-NAME             PIC X(80) VALUE SPACES.

       01 WS-FILE-COUNT              PIC 9(9) VALUE 0.
       01 WS-IDX                     PIC 999 VALUE 0.
       01 K                          PIC 999 VALUE 0.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "GENERATION-BACKUP".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 6195-COPY-MESSAGES-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           MOVE "INTERVIEW-SCHEDULE.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM 6410-COPY-INTERVIEW-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           MOVE "EMPLOYER-MASTER.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM 6420-COPY-EMPLOYER-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           MOVE "ANNOUNCEMENTS.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM 6430-COPY-ANNOUNCE-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           MOVE "ANNOUNCEMENT-SEEN.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM 6440-COPY-ANN-SEEN-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           MOVE "SKILL-ENDORSEMENTS.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM 6450-COPY-ENDORSE-OUT
           PERFORM 2100-RECORD-MANIFEST-ROW

           CLOSE MANIFEST-FILE

           PERFORM 2200-REGISTER-GENERATION
           MOVE WS-BK-ACTIVITY-NAME    TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-MESSAGES-NAME    TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-INTERVIEW-NAME   TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-EMPLOYER-NAME    TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-ANNOUNCE-NAME    TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-ANN-SEEN-NAME    TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE
           MOVE WS-BK-ENDORSE-NAME     TO WS-DELETE-NAME
           PERFORM 2320-DELETE-ONE-FILE.

       2320-DELETE-ONE-FILE.
               EXIT PARAGRAPH
           END-IF

           *> A restore rolls copies over the live files - it must not
           *> run while any other program is updating them.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               STRING "ERROR: " FUNCTION TRIM(WS-LOCK-REFUSED-MSG)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE "RESTORE NOT STARTED - live files left untouched." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           STRING "Restoring generation " WS-GEN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
                   PERFORM 6290-COUNT-ACTIVITY-COPY
               WHEN "MESSAGES.DAT"
                   PERFORM 6295-COUNT-MESSAGES-COPY
               WHEN "INTERVIEW-SCHEDULE.DAT"
                   PERFORM 6510-COUNT-INTERVIEW-COPY
               WHEN "EMPLOYER-MASTER.DAT"
                   PERFORM 6520-COUNT-EMPLOYER-COPY
               WHEN "ANNOUNCEMENTS.DAT"
                   PERFORM 6530-COUNT-ANNOUNCE-COPY
               WHEN "ANNOUNCEMENT-SEEN.DAT"
                   PERFORM 6540-COUNT-ANN-SEEN-COPY
               WHEN "SKILL-ENDORSEMENTS.DAT"
                   PERFORM 6550-COUNT-ENDORSE-COPY
               WHEN OTHER
                   MOVE 0 TO WS-FILE-COUNT
           END-EVALUATE
                   PERFORM 6390-RESTORE-ACTIVITY
               WHEN "MESSAGES.DAT"
                   PERFORM 6395-RESTORE-MESSAGES
               WHEN "INTERVIEW-SCHEDULE.DAT"
                   PERFORM 6610-RESTORE-INTERVIEW
               WHEN "EMPLOYER-MASTER.DAT"
                   PERFORM 6620-RESTORE-EMPLOYER
               WHEN "ANNOUNCEMENTS.DAT"
                   PERFORM 6630-RESTORE-ANNOUNCE
               WHEN "ANNOUNCEMENT-SEEN.DAT"
                   PERFORM 6640-RESTORE-ANN-SEEN
               WHEN "SKILL-ENDORSEMENTS.DAT"
                   PERFORM 6650-RESTORE-ENDORSE
               WHEN OTHER
                   MOVE 0 TO WS-FILE-COUNT
           END-EVALUATE
           CLOSE BK-MESSAGES-FILE
           CLOSE MESSAGES-FILE.

       *> ---- generation copies out of the live set ----

       6410-COPY-INTERVIEW-OUT.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           OPEN OUTPUT BK-INTERVIEW-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ INTERVIEW-SCHEDULE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE BK-INTERVIEW-REC FROM INTERVIEW-SLOT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE
           CLOSE BK-INTERVIEW-FILE.

       6420-COPY-EMPLOYER-OUT.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT EMPLOYER-MASTER-FILE
           OPEN OUTPUT BK-EMPLOYER-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ EMPLOYER-MASTER-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE BK-EMPLOYER-REC FROM EMPLOYER-MASTER-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-MASTER-FILE
           CLOSE BK-EMPLOYER-FILE.

       6430-COPY-ANNOUNCE-OUT.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           OPEN OUTPUT BK-ANNOUNCE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE BK-ANNOUNCE-REC FROM ANNOUNCEMENT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE
           CLOSE BK-ANNOUNCE-FILE.

       6440-COPY-ANN-SEEN-OUT.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-SEEN-FILE
           OPEN OUTPUT BK-ANN-SEEN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ ANNOUNCEMENT-SEEN-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE BK-ANN-SEEN-REC FROM ANNOUNCEMENT-SEEN-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-SEEN-FILE
           CLOSE BK-ANN-SEEN-FILE.

       6450-COPY-ENDORSE-OUT.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           OPEN OUTPUT BK-ENDORSE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE BK-ENDORSE-REC FROM SKILL-ENDORSEMENT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE
           CLOSE BK-ENDORSE-FILE.

       *> ---- record counts of a generation's copies ----

       6510-COUNT-INTERVIEW-COPY.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-INTERVIEW-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-INTERVIEW-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-INTERVIEW-FILE.

       6520-COUNT-EMPLOYER-COPY.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-EMPLOYER-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-EMPLOYER-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-EMPLOYER-FILE.

       6530-COUNT-ANNOUNCE-COPY.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ANNOUNCE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ANNOUNCE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ANNOUNCE-FILE.

       6540-COUNT-ANN-SEEN-COPY.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ANN-SEEN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ANN-SEEN-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ANN-SEEN-FILE.

       6550-COUNT-ENDORSE-COPY.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ENDORSE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ENDORSE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ENDORSE-FILE.

       *> ---- roll a generation's copies over the live set ----

       6610-RESTORE-INTERVIEW.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-INTERVIEW-FILE
           OPEN OUTPUT INTERVIEW-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-INTERVIEW-FILE INTO INTERVIEW-SLOT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE INTERVIEW-SLOT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-INTERVIEW-FILE
           CLOSE INTERVIEW-SCHEDULE-FILE.

       6620-RESTORE-EMPLOYER.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-EMPLOYER-FILE
           OPEN OUTPUT EMPLOYER-MASTER-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-EMPLOYER-FILE INTO EMPLOYER-MASTER-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE EMPLOYER-MASTER-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-EMPLOYER-FILE
           CLOSE EMPLOYER-MASTER-FILE.

       6630-RESTORE-ANNOUNCE.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ANNOUNCE-FILE
           OPEN OUTPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ANNOUNCE-FILE INTO ANNOUNCEMENT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE ANNOUNCEMENT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ANNOUNCE-FILE
           CLOSE ANNOUNCEMENT-FILE.

       6640-RESTORE-ANN-SEEN.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ANN-SEEN-FILE
           OPEN OUTPUT ANNOUNCEMENT-SEEN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ANN-SEEN-FILE INTO ANNOUNCEMENT-SEEN-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE ANNOUNCEMENT-SEEN-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ANN-SEEN-FILE
           CLOSE ANNOUNCEMENT-SEEN-FILE.

       6650-RESTORE-ENDORSE.
           MOVE 0 TO WS-FILE-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT BK-ENDORSE-FILE
           OPEN OUTPUT SKILL-ENDORSEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ BK-ENDORSE-FILE INTO SKILL-ENDORSEMENT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE SKILL-ENDORSEMENT-REC
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE BK-ENDORSE-FILE
           CLOSE SKILL-ENDORSEMENT-FILE.

       7100-BUILD-GENERATION-NAMES.
           *> "data/GEN-<id>-<file>" for every file in the set, plus the
           *> generation's manifest.
               DELIMITED BY SIZE INTO WS-BK-ACTIVITY-NAME
           MOVE SPACES TO WS-BK-MESSAGES-NAME
           STRING "data/GEN-" WS-GEN-ID "-MESSAGES.DAT"
               DELIMITED BY SIZE INTO WS-BK-MESSAGES-NAME
           MOVE SPACES TO WS-BK-INTERVIEW-NAME
           STRING "data/GEN-" WS-GEN-ID "-INTERVIEW-SCHEDULE.DAT"
               DELIMITED BY SIZE INTO WS-BK-INTERVIEW-NAME
           MOVE SPACES TO WS-BK-EMPLOYER-NAME
           STRING "data/GEN-" WS-GEN-ID "-EMPLOYER-MASTER.DAT"
               DELIMITED BY SIZE INTO WS-BK-EMPLOYER-NAME
           MOVE SPACES TO WS-BK-ANNOUNCE-NAME
           STRING "data/GEN-" WS-GEN-ID "-ANNOUNCEMENTS.DAT"
               DELIMITED BY SIZE INTO WS-BK-ANNOUNCE-NAME
           MOVE SPACES TO WS-BK-ANN-SEEN-NAME
           STRING "data/GEN-" WS-GEN-ID "-ANNOUNCEMENT-SEEN.DAT"
               DELIMITED BY SIZE INTO WS-BK-ANN-SEEN-NAME
           MOVE SPACES TO WS-BK-ENDORSE-NAME
           STRING "data/GEN-" WS-GEN-ID "-SKILL-ENDORSEMENTS.DAT"
               DELIMITED BY SIZE INTO WS-BK-ENDORSE-NAME.

       7200-LOAD-GEN-REGISTER.
           MOVE 0 TO WS-GEN-COUNT
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

       9000-TERMINATE-RUN.
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK.
