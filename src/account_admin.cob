           SELECT OPTIONAL MESSAGES-FILE ASSIGN TO "data/MESSAGES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-FILE-STATUS.
           SELECT OPTIONAL CONNECTION-HISTORY-FILE ASSIGN TO "data/CONNECTION-HISTORY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONN-HIST-FILE-STATUS.
           SELECT OPTIONAL INTERVIEW-SCHEDULE-FILE ASSIGN TO "data/INTERVIEW-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-FILE-STATUS.
           SELECT OPTIONAL LAST-LOGIN-FILE ASSIGN TO "data/LAST-LOGIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAST-LOGIN-FILE-STATUS.
           SELECT OPTIONAL ACTIVITY-LOG-FILE ASSIGN TO "data/ACTIVITY-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
           SELECT OPTIONAL SKILL-ENDORSEMENT-FILE ASSIGN TO "data/SKILL-ENDORSEMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-FILE-STATUS.
           SELECT TEMP-ADMIN-FILE ASSIGN TO "data/TEMP-ADMIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-PROFILE-FILE.
       01 USER-PROFILE-REC.
           05 UP-USER-NAME   PIC X(100).
           05 FILLER         PIC X(2146).
           05 UP-NUM-SKILLS  PIC 9.
           05 UP-SKILL-ENTRY OCCURS 8 TIMES.
               10 UP-SKILL-NAME PIC X(40).

       FD CONNECTIONS-FILE.
       01 CONNECTION-REC.
       01 JOB-APPLICATION-REC.
           05 JA-APPLICANT       PIC X(100).
           05 FILLER             PIC X(146).
           05 JA-REQ-NUM         PIC 9(6).

       FD MESSAGES-FILE.
       01 MESSAGE-REC.
           05 MSG-RECIPIENT      PIC X(100).
           05 FILLER             PIC X(209).

       FD CONNECTION-HISTORY-FILE.
       01 CONNECTION-HISTORY-REC.
           05 CH-FROM-USER       PIC X(100).
           05 CH-TO-USER         PIC X(100).
           05 FILLER             PIC X(24).

       FD INTERVIEW-SCHEDULE-FILE.
       01 INTERVIEW-SLOT-REC.
           05 FILLER             PIC X(97).
           05 IV-STUDENT         PIC X(100).
           05 FILLER             PIC X(16).

       FD LAST-LOGIN-FILE.
       01 LAST-LOGIN-REC.
           05 LL-USER-NAME       PIC X(100).
           05 AL-EVENT-TYPE      PIC X(20).
           05 AL-BATCH-DECK      PIC X(100).

       FD SKILL-ENDORSEMENT-FILE.
       01 SKILL-ENDORSEMENT-REC.
           05 EN-ENDORSER        PIC X(100).
           05 EN-ENDORSEE        PIC X(100).
           05 EN-SKILL           PIC X(40).
           05 EN-DATE            PIC X(8).

       FD TEMP-ADMIN-FILE.
       01 TEMP-ADMIN-REC         PIC X(500).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-END-OF-FILE PIC X VALUE 'N'.
           05 WS-LOGIN-FAIL-FILE-STATUS PIC XX VALUE "00".
           05 WS-ACTIVITY-FILE-STATUS PIC XX VALUE "00".
           05 WS-TEMP-FILE-STATUS    PIC XX VALUE "00".
           05 WS-CONN-HIST-FILE-STATUS PIC XX VALUE "00".
           05 WS-INTERVIEW-FILE-STATUS PIC XX VALUE "00".
           05 WS-ENDORSE-FILE-STATUS PIC XX VALUE "00".
           05 WS-ACCOUNT-FOUND-SW    PIC X VALUE 'N'.
              88 WS-ACCOUNT-FOUND    VALUE 'Y'.
              88 WS-ACCOUNT-NOT-FOUND VALUE 'N'.
       01 WS-MENU-TEMP-PWD-MSG     PIC X(40) VALUE '3. Issue a Temporary Password'.
       01 WS-MENU-DELETE-MSG       PIC X(40) VALUE '4. Delete an Account (cascade)'.
       01 WS-MENU-EXIT-MSG         PIC X(28) VALUE '5. Exit'.
       01 WS-MENU-MERGE-MSG        PIC X(40) VALUE '6. Merge Duplicate Accounts'.
       01 WS-PROMPT-CHOICE         PIC X(20) VALUE 'Enter your choice:'.
       01 WS-INVALID-CHOICE        PIC X(60) VALUE 'Invalid choice. Please try again.'.
       01 WS-PROMPT-USERNAME       PIC X(40) VALUE 'Enter the account username:'.
       01 WS-ALREADY-SUSP-MSG      PIC X(50) VALUE 'This account is already suspended.'.
       01 WS-REINSTATED-MSG        PIC X(40) VALUE 'Account reinstated.'.
       01 WS-NOT-SUSP-MSG          PIC X(60) VALUE 'This account is not suspended or locked.'.
       01 WS-RETIRED-ACCT-MSG      PIC X(70) VALUE
           'That account was retired by a merge and cannot be changed.'.
       01 WS-PROMPT-TEMP-PWD       PIC X(50) VALUE 'Enter the temporary password:'.
       01 WS-BLANK-INPUT-MSG       PIC X(60) VALUE 'Input cannot be blank. Please enter a value.'.
       01 WS-TEMP-PWD-SET-MSG      PIC X(80) VALUE
       01 WS-HIST-RETAINED-MSG     PIC X(90) VALUE
           'Connection-history rows retained as the audit trail - HISTORY-ARCHIVE ages them out.'.

       *> ACCOUNT MERGE WORKING STORAGE. A merge folds a student's
       *> second (duplicate) account into the one being kept: every row
       *> naming the retired username is re-pointed to the kept one, the
       *> duplicate links that creates are dropped, and the retired
       *> account is left on file with status RETIRED so the username
       *> cannot log in or be registered again.
       01 WS-PROMPT-KEEP-USER      PIC X(40) VALUE 'Enter the username to keep:'.
       01 WS-PROMPT-RETIRE-USER    PIC X(40) VALUE 'Enter the username to retire:'.
       01 WS-MERGE-SAME-MSG        PIC X(60) VALUE
           'The two usernames must be different.'.
       01 WS-MERGE-NOT-STUDENT-MSG PIC X(60) VALUE
           'Only student accounts can be merged.'.
       01 WS-CONFIRM-MERGE-MSG     PIC X(80) VALUE
           'Type MERGE to confirm - the second account will be retired:'.
       01 WS-MERGE-ABORTED-MSG     PIC X(40) VALUE 'Merge not confirmed - nothing changed.'.
       01 WS-MERGED-HEADER         PIC X(40) VALUE '--- Account Merge Report ---'.
       01 WS-MERGED-FOOTER         PIC X(40) VALUE '----------------------------'.

       01 WS-KEEP-USER             PIC X(100) VALUE SPACES.
       01 WS-RETIRE-USER           PIC X(100) VALUE SPACES.
       01 WS-MERGE-OK-SW           PIC X VALUE 'N'.
           88 WS-MERGE-OK          VALUE 'Y'.
           88 WS-MERGE-NOT-OK      VALUE 'N'.
       01 WS-MG-ROLE               PIC X(10) VALUE SPACES.

       *> Before/after counts for one file of the merge report. "Kept"
       *> and "retired" count the rows naming that username.
       01 WS-MG-COUNTS.
           05 WS-MG-BEFORE-KEEP    PIC 9(5).
           05 WS-MG-BEFORE-RETIRE  PIC 9(5).
           05 WS-MG-REPOINTED      PIC 9(5).
           05 WS-MG-REMOVED        PIC 9(5).
           05 WS-MG-AFTER-KEEP     PIC 9(5).
           05 WS-MG-AFTER-RETIRE   PIC 9(5).
       01 WS-MG-FILE-LABEL         PIC X(30) VALUE SPACES.
       01 WS-MG-NAME-1             PIC X(100) VALUE SPACES.
       01 WS-MG-NAME-2             PIC X(100) VALUE SPACES.
       01 WS-MG-ROW-SW             PIC X VALUE 'N'.
           88 WS-MG-ROW-CHANGED    VALUE 'Y'.
           88 WS-MG-ROW-UNCHANGED  VALUE 'N'.
       01 WS-MG-DROP-SW            PIC X VALUE 'N'.
           88 WS-MG-DROP-ROW       VALUE 'Y'.
           88 WS-MG-KEEP-ROW       VALUE 'N'.
       01 WS-MG-NUM-DISP           PIC ZZZZZ9.
       01 WS-MG-OTHER-USER         PIC X(100) VALUE SPACES.

       *> Rows naming the kept account after re-pointing, so a second
       *> identical row - the same link held by both accounts - can be
       *> dropped. The status column holds the endorsed skill when the
       *> rows are endorsements. The partner table lists everyone the kept account is
       *> connected to, so a pending request to one of them is dropped.
       01 WS-MG-MAX-ROWS           PIC 9(5) VALUE 2000.
       01 WS-MG-ROW-TABLE.
           05 WS-MG-ROW-ENTRY OCCURS 2000 TIMES.
               10 WS-MG-ROW-USER1  PIC X(100).
               10 WS-MG-ROW-USER2  PIC X(100).
               10 WS-MG-ROW-STATUS PIC X(40).
       01 WS-MG-ROW-COUNT          PIC 9(5) VALUE 0.
       01 WS-MG-CHECK-STATUS       PIC X(40) VALUE SPACES.
       01 WS-MG-PARTNER-TABLE.
           05 WS-MG-PARTNER        PIC X(100) OCCURS 2000 TIMES.
       01 WS-MG-PARTNER-COUNT      PIC 9(5) VALUE 0.
       01 WS-MG-TRUNC-SW           PIC X VALUE 'N'.
           88 WS-MG-TABLE-TRUNCATED VALUE 'Y'.

       *> Requisitions the kept account has applied to, so a posting
       *> both accounts applied to can be pointed out.
       01 WS-MG-MAX-REQS           PIC 9(5) VALUE 500.
       01 WS-MG-REQ-TABLE.
           05 WS-MG-REQ            PIC 9(6) OCCURS 500 TIMES.
       01 WS-MG-REQ-COUNT          PIC 9(5) VALUE 0.
       01 WS-MG-DUP-REQ-TABLE.
           05 WS-MG-DUP-REQ        PIC 9(6) OCCURS 50 TIMES.
       01 WS-MG-DUP-REQ-COUNT      PIC 9(5) VALUE 0.

       01 WS-MG-FOUND-SW           PIC X VALUE 'N'.
           88 WS-MG-FOUND          VALUE 'Y'.
           88 WS-MG-NOT-FOUND      VALUE 'N'.
       01 WS-MG-KEEP-PROFILE-SW    PIC X VALUE 'N'.
           88 WS-MG-KEEP-HAS-PROFILE VALUE 'Y'.
           88 WS-MG-KEEP-NO-PROFILE  VALUE 'N'.
       01 WS-MG-PROFILE-SAVE       PIC X(2567) VALUE SPACES.
       *> Skills on the profile the kept account ends up with - an
       *> endorsement it holds for any other skill is dropped.
       01 WS-MG-SKILL-TABLE.
           05 WS-MG-SKILL          PIC X(40) OCCURS 8 TIMES.
       01 WS-MG-SKILL-COUNT        PIC 9 VALUE 0.
       01 WS-MG-SKILL-IDX          PIC 9 VALUE 0.
       01 WS-MG-SKILL-SW           PIC X VALUE 'N'.
           88 WS-MG-SKILL-LISTED   VALUE 'Y'.
           88 WS-MG-SKILL-NOT-LISTED VALUE 'N'.
       01 WS-MG-IDX                PIC 9(5) VALUE 0.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "ACCOUNT-ADMIN".
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

           OPEN I-O USER-ACCOUNT-FILE
           IF WS-USER-FILE-STATUS NOT = "00"
               MOVE "USER-ACCOUNT.DAT could not be opened - nothing can be administered." TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-MENU-EXIT-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-MENU-MERGE-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

                       PERFORM 6000-DELETE-ACCOUNT
                   WHEN "5"
                       SET WS-USER-WANT-TO-EXIT TO TRUE
                   WHEN "6"
                       PERFORM 6800-MERGE-ACCOUNTS
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> A merged-away username keeps no data of its own - it must
           *> never be brought back to life.
           IF FUNCTION TRIM(USER-STATUS) = "RETIRED"
               MOVE WS-RETIRED-ACCT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(USER-STATUS) = "SUSPENDED"
               MOVE WS-ALREADY-SUSP-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> A merged-away username keeps no data of its own - it must
           *> never be brought back to life.
           IF FUNCTION TRIM(USER-STATUS) = "RETIRED"
               MOVE WS-RETIRED-ACCT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(USER-STATUS) NOT = "SUSPENDED"
           AND FUNCTION TRIM(USER-STATUS) NOT = "LOCKED"
               MOVE WS-NOT-SUSP-MSG TO DISPLAY-MSG
               EXIT PARAGRAPH
           END-IF

           *> A merged-away username keeps no data of its own - it must
           *> never be brought back to life.
           IF FUNCTION TRIM(USER-STATUS) = "RETIRED"
               MOVE WS-RETIRED-ACCT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROMPT-TEMP-PWD TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-TEMP-FIELD
           PERFORM 6500-PURGE-APPLICATIONS
           PERFORM 6600-PURGE-LAST-LOGIN
           PERFORM 6700-CLEAR-LOGIN-FAILURES
           PERFORM 6750-PURGE-ENDORSEMENTS

           MOVE WS-HIST-RETAINED-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF.

       6750-PURGE-ENDORSEMENTS.
           *> Endorsements given and received both go with the account.
           MOVE 0 TO WS-REMOVED-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EN-ENDORSER) = FUNCTION TRIM(WS-TARGET-USER)
                       OR FUNCTION TRIM(EN-ENDORSEE) = FUNCTION TRIM(WS-TARGET-USER)
                           ADD 1 TO WS-REMOVED-COUNT
                       ELSE
                           WRITE TEMP-ADMIN-REC FROM SKILL-ENDORSEMENT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT SKILL-ENDORSEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO SKILL-ENDORSEMENT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE SKILL-ENDORSEMENT-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE SKILL-ENDORSEMENT-FILE

           MOVE WS-REMOVED-COUNT TO WS-COUNT-DISPLAY
           STRING "Skill-endorsement rows removed: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6800-MERGE-ACCOUNTS.
           PERFORM 6810-GET-MERGE-ACCOUNTS
           IF WS-MERGE-NOT-OK OR WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONFIRM-MERGE-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-TEMP-FIELD
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TEMP-FIELD)) NOT = "MERGE"
               MOVE WS-MERGE-ABORTED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MERGED-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           STRING "Kept account:    " FUNCTION TRIM(WS-KEEP-USER)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           STRING "Retired account: " FUNCTION TRIM(WS-RETIRE-USER)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE "------ BEFORE ------" TO DISPLAY-MSG(31:20)
           MOVE "------ AFTER -------" TO DISPLAY-MSG(71:20)
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE "FILE" TO DISPLAY-MSG(1:4)
           MOVE "      KEPT   RETIRED RE-POINTED   REMOVED      KEPT   RETIRED"
               TO DISPLAY-MSG(31:60)
           PERFORM 8000-DISPLAY-ROUTINE

           MOVE 0 TO WS-MG-PARTNER-COUNT
           MOVE 'N' TO WS-MG-TRUNC-SW
           *> Established links go first - the pending-request pass needs
           *> the kept account's merged list of connections.
           PERFORM 6820-MERGE-ESTABLISHED
           PERFORM 6830-MERGE-CONNECTIONS
           PERFORM 6840-MERGE-HISTORY
           PERFORM 6850-MERGE-MESSAGES
           PERFORM 6860-MERGE-APPLICATIONS
           PERFORM 6870-MERGE-INTERVIEWS
           PERFORM 6875-MERGE-ENDORSEMENTS

           IF WS-MG-TABLE-TRUNCATED
               MOVE "WARNING: more than 2000 rows for the kept account - some duplicate links may remain." TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-DUP-REQ-COUNT
               STRING "Both accounts applied to requisition "
                      WS-MG-DUP-REQ(WS-MG-IDX)
                      " - both applications kept; review them in APPLICATION-REVIEW."
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-PERFORM

           PERFORM 6880-MERGE-PROFILE
           PERFORM 6890-RETIRE-ACCOUNT

           MOVE WS-HIST-RETAINED-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           MOVE WS-KEEP-USER TO WS-TARGET-USER
           MOVE "ACCT-MERGE" TO WS-LOG-EVENT-TYPE
           PERFORM 8100-APPEND-ACTIVITY-LOG
           MOVE WS-RETIRE-USER TO WS-TARGET-USER
           MOVE "ACCT-RETIRE" TO WS-LOG-EVENT-TYPE
           PERFORM 8100-APPEND-ACTIVITY-LOG

           MOVE WS-MERGED-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6810-GET-MERGE-ACCOUNTS.
           *> Both accounts must be live student accounts, and different.
           SET WS-MERGE-NOT-OK TO TRUE

           MOVE WS-PROMPT-KEEP-USER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-TEMP-FIELD
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION TRIM(WS-TEMP-FIELD) TO WS-KEEP-USER

           MOVE WS-PROMPT-RETIRE-USER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-TEMP-FIELD
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION TRIM(WS-TEMP-FIELD) TO WS-RETIRE-USER

           IF WS-KEEP-USER = WS-RETIRE-USER
               MOVE WS-MERGE-SAME-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KEEP-USER TO WS-MG-NAME-1
           PERFORM 6815-CHECK-MERGE-ACCOUNT
           IF WS-MG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETIRE-USER TO WS-MG-NAME-1
           PERFORM 6815-CHECK-MERGE-ACCOUNT
           IF WS-MG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           SET WS-MERGE-OK TO TRUE.

       6815-CHECK-MERGE-ACCOUNT.
           *> WS-MG-FOUND is left set only when WS-MG-NAME-1 names an
           *> account that may take part in a merge.
           SET WS-MG-NOT-FOUND TO TRUE
           MOVE SPACES TO USER-ACCOUNT-REC
           MOVE WS-MG-NAME-1 TO USER-NAME
           READ USER-ACCOUNT-FILE
               INVALID KEY
                   STRING "No account on file under the username "
                          FUNCTION TRIM(WS-MG-NAME-1) "."
                          DELIMITED BY SIZE INTO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(USER-ROLE)) TO WS-MG-ROLE
           IF WS-MG-ROLE NOT = SPACES AND WS-MG-ROLE NOT = "STUDENT"
               MOVE WS-MERGE-NOT-STUDENT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(USER-STATUS) = "RETIRED"
               STRING "Account " FUNCTION TRIM(WS-MG-NAME-1)
                      " was already retired by an earlier merge."
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           SET WS-MG-FOUND TO TRUE.

       6820-MERGE-ESTABLISHED.
           *> Links are held in both directions. A link both accounts had
           *> to the same person becomes two identical rows, and a link
           *> between the two accounts becomes a self-link; both go.
           INITIALIZE WS-MG-COUNTS
           MOVE 0 TO WS-MG-ROW-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ESTABLISHED-CONNECTIONS-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ ESTABLISHED-CONNECTIONS-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE EST-CONN-USER1 TO WS-MG-NAME-1
                       MOVE EST-CONN-USER2 TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO EST-CONN-USER1
                       MOVE WS-MG-NAME-2 TO EST-CONN-USER2
                       MOVE SPACES TO WS-MG-CHECK-STATUS
                       PERFORM 6920-CHECK-DUPLICATE-ROW
                       IF WS-MG-DROP-ROW
                           ADD 1 TO WS-MG-REMOVED
                       ELSE
                           IF FUNCTION TRIM(EST-CONN-USER1) = FUNCTION TRIM(WS-KEEP-USER)
                           AND WS-MG-PARTNER-COUNT < WS-MG-MAX-ROWS
                               ADD 1 TO WS-MG-PARTNER-COUNT
                               MOVE EST-CONN-USER2 TO WS-MG-PARTNER(WS-MG-PARTNER-COUNT)
                           END-IF
                           WRITE TEMP-ADMIN-REC FROM ESTABLISHED-CONNECTION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTABLISHED-CONNECTIONS-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT ESTABLISHED-CONNECTIONS-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO ESTABLISHED-CONNECTION-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE ESTABLISHED-CONNECTION-REC
                       MOVE EST-CONN-USER1 TO WS-MG-NAME-1
                       MOVE EST-CONN-USER2 TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE ESTABLISHED-CONNECTIONS-FILE

           MOVE "ESTABLISHED-CONNECTIONS.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6830-MERGE-CONNECTIONS.
           *> Same-direction rows with the same status collapse to one, a
           *> request between the two accounts goes, and so does a
           *> pending request to someone the kept account is now
           *> connected to.
           INITIALIZE WS-MG-COUNTS
           MOVE 0 TO WS-MG-ROW-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT CONNECTIONS-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ CONNECTIONS-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE CONN-FROM-USER TO WS-MG-NAME-1
                       MOVE CONN-TO-USER   TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO CONN-FROM-USER
                       MOVE WS-MG-NAME-2 TO CONN-TO-USER
                       PERFORM 6835-CHECK-PENDING-TO-PARTNER
                       IF WS-MG-KEEP-ROW
                           MOVE CONN-STATUS TO WS-MG-CHECK-STATUS
                           PERFORM 6920-CHECK-DUPLICATE-ROW
                       END-IF
                       IF WS-MG-DROP-ROW
                           ADD 1 TO WS-MG-REMOVED
                       ELSE
                           WRITE TEMP-ADMIN-REC FROM CONNECTION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT CONNECTIONS-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO CONNECTION-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE CONNECTION-REC
                       MOVE CONN-FROM-USER TO WS-MG-NAME-1
                       MOVE CONN-TO-USER   TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE CONNECTIONS-FILE

           MOVE "CONNECTIONS.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6835-CHECK-PENDING-TO-PARTNER.
           SET WS-MG-KEEP-ROW TO TRUE
           IF FUNCTION TRIM(CONN-STATUS) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CONN-FROM-USER) = FUNCTION TRIM(WS-KEEP-USER)
                   MOVE CONN-TO-USER TO WS-MG-OTHER-USER
               WHEN FUNCTION TRIM(CONN-TO-USER) = FUNCTION TRIM(WS-KEEP-USER)
                   MOVE CONN-FROM-USER TO WS-MG-OTHER-USER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-PARTNER-COUNT
               IF FUNCTION TRIM(WS-MG-PARTNER(WS-MG-IDX)) = FUNCTION TRIM(WS-MG-OTHER-USER)
                   SET WS-MG-DROP-ROW TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6840-MERGE-HISTORY.
           *> History is the audit trail - rows are re-pointed, never
           *> dropped.
           INITIALIZE WS-MG-COUNTS
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT CONNECTION-HISTORY-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ CONNECTION-HISTORY-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE CH-FROM-USER TO WS-MG-NAME-1
                       MOVE CH-TO-USER   TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO CH-FROM-USER
                       MOVE WS-MG-NAME-2 TO CH-TO-USER
                       WRITE TEMP-ADMIN-REC FROM CONNECTION-HISTORY-REC
               END-READ
           END-PERFORM
           CLOSE CONNECTION-HISTORY-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT CONNECTION-HISTORY-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO CONNECTION-HISTORY-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE CONNECTION-HISTORY-REC
                       MOVE CH-FROM-USER TO WS-MG-NAME-1
                       MOVE CH-TO-USER   TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE CONNECTION-HISTORY-FILE

           MOVE "CONNECTION-HISTORY.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6850-MERGE-MESSAGES.
           INITIALIZE WS-MG-COUNTS
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT MESSAGES-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ MESSAGES-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE MSG-SENDER    TO WS-MG-NAME-1
                       MOVE MSG-RECIPIENT TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO MSG-SENDER
                       MOVE WS-MG-NAME-2 TO MSG-RECIPIENT
                       WRITE TEMP-ADMIN-REC FROM MESSAGE-REC
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT MESSAGES-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO MESSAGE-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE MESSAGE-REC
                       MOVE MSG-SENDER    TO WS-MG-NAME-1
                       MOVE MSG-RECIPIENT TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE MESSAGES-FILE

           MOVE "MESSAGES.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6860-MERGE-APPLICATIONS.
           *> Applications are all kept - each one is the employer's
           *> record too - but a posting both accounts applied to is
           *> listed after the table for the employer to sort out.
           INITIALIZE WS-MG-COUNTS
           MOVE 0 TO WS-MG-REQ-COUNT
           MOVE 0 TO WS-MG-DUP-REQ-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-APPLICATION-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO JOB-APPLICATION-REC
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE JA-APPLICANT TO WS-MG-NAME-1
                       MOVE SPACES       TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO JA-APPLICANT
                       IF FUNCTION TRIM(JA-APPLICANT) = FUNCTION TRIM(WS-KEEP-USER)
                       AND JA-REQ-NUM IS NUMERIC AND JA-REQ-NUM NOT = 0
                           PERFORM 6865-NOTE-REQUISITION
                       END-IF
                       WRITE TEMP-ADMIN-REC FROM JOB-APPLICATION-REC
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT JOB-APPLICATION-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO JOB-APPLICATION-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE JOB-APPLICATION-REC
                       MOVE JA-APPLICANT TO WS-MG-NAME-1
                       MOVE SPACES       TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE JOB-APPLICATION-FILE

           MOVE "JOB-APPLICATION.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6865-NOTE-REQUISITION.
           SET WS-MG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-REQ-COUNT
               IF WS-MG-REQ(WS-MG-IDX) = JA-REQ-NUM
                   SET WS-MG-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MG-FOUND
               IF WS-MG-DUP-REQ-COUNT < 50
                   ADD 1 TO WS-MG-DUP-REQ-COUNT
                   MOVE JA-REQ-NUM TO WS-MG-DUP-REQ(WS-MG-DUP-REQ-COUNT)
               END-IF
           ELSE
               IF WS-MG-REQ-COUNT < WS-MG-MAX-REQS
                   ADD 1 TO WS-MG-REQ-COUNT
                   MOVE JA-REQ-NUM TO WS-MG-REQ(WS-MG-REQ-COUNT)
               END-IF
           END-IF.

       6870-MERGE-INTERVIEWS.
           *> A booked interview slot follows its application to the
           *> kept account.
           INITIALIZE WS-MG-COUNTS
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ INTERVIEW-SCHEDULE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE IV-STUDENT TO WS-MG-NAME-1
                       MOVE SPACES     TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO IV-STUDENT
                       WRITE TEMP-ADMIN-REC FROM INTERVIEW-SLOT-REC
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT INTERVIEW-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO INTERVIEW-SLOT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE INTERVIEW-SLOT-REC
                       MOVE IV-STUDENT TO WS-MG-NAME-1
                       MOVE SPACES     TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE INTERVIEW-SCHEDULE-FILE

           MOVE "INTERVIEW-SCHEDULE.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6875-MERGE-ENDORSEMENTS.
           *> Endorsements follow the account like connections do. A
           *> self-endorsement (the two accounts endorsing each other) and
           *> a second copy of the same endorsement are dropped, as is one
           *> the kept account holds for a skill not on the profile it
           *> ends up with - 6880 keeps its own profile if it has one,
           *> otherwise carries the retired account's over.
           PERFORM 6876-LOAD-SURVIVING-SKILLS
           INITIALIZE WS-MG-COUNTS
           MOVE 0 TO WS-MG-ROW-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           OPEN OUTPUT TEMP-ADMIN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       MOVE EN-ENDORSER TO WS-MG-NAME-1
                       MOVE EN-ENDORSEE TO WS-MG-NAME-2
                       PERFORM 6900-COUNT-BEFORE-AND-REPOINT
                       MOVE WS-MG-NAME-1 TO EN-ENDORSER
                       MOVE WS-MG-NAME-2 TO EN-ENDORSEE
                       SET WS-MG-SKILL-LISTED TO TRUE
                       IF FUNCTION TRIM(EN-ENDORSEE) = FUNCTION TRIM(WS-KEEP-USER)
                           SET WS-MG-SKILL-NOT-LISTED TO TRUE
                           PERFORM VARYING WS-MG-SKILL-IDX FROM 1 BY 1
                               UNTIL WS-MG-SKILL-IDX > WS-MG-SKILL-COUNT
                               IF FUNCTION TRIM(EN-SKILL)
                                  = FUNCTION TRIM(WS-MG-SKILL(WS-MG-SKILL-IDX))
                                   SET WS-MG-SKILL-LISTED TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-MG-SKILL-LISTED
                           MOVE EN-SKILL TO WS-MG-CHECK-STATUS
                           PERFORM 6920-CHECK-DUPLICATE-ROW
                       ELSE
                           SET WS-MG-DROP-ROW TO TRUE
                       END-IF
                       IF WS-MG-DROP-ROW
                           ADD 1 TO WS-MG-REMOVED
                       ELSE
                           WRITE TEMP-ADMIN-REC FROM SKILL-ENDORSEMENT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE
           CLOSE TEMP-ADMIN-FILE

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT TEMP-ADMIN-FILE
           OPEN OUTPUT SKILL-ENDORSEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ TEMP-ADMIN-FILE INTO SKILL-ENDORSEMENT-REC
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       WRITE SKILL-ENDORSEMENT-REC
                       MOVE EN-ENDORSER TO WS-MG-NAME-1
                       MOVE EN-ENDORSEE TO WS-MG-NAME-2
                       PERFORM 6910-COUNT-AFTER
               END-READ
           END-PERFORM
           CLOSE TEMP-ADMIN-FILE
           CLOSE SKILL-ENDORSEMENT-FILE

           MOVE "SKILL-ENDORSEMENTS.DAT" TO WS-MG-FILE-LABEL
           PERFORM 6950-WRITE-MERGE-LINE.

       6876-LOAD-SURVIVING-SKILLS.
           MOVE 0 TO WS-MG-SKILL-COUNT
           MOVE SPACES TO WS-MG-SKILL-TABLE
           OPEN INPUT USER-PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
           AND WS-PROFILE-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF

           SET WS-MG-NOT-FOUND TO TRUE
           MOVE WS-KEEP-USER TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MG-FOUND TO TRUE
           END-READ
           IF WS-MG-NOT-FOUND
               MOVE WS-RETIRE-USER TO UP-USER-NAME
               READ USER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MG-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-MG-FOUND AND UP-NUM-SKILLS IS NUMERIC
               MOVE UP-NUM-SKILLS TO WS-MG-SKILL-COUNT
               PERFORM VARYING WS-MG-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-MG-SKILL-IDX > WS-MG-SKILL-COUNT
                   MOVE UP-SKILL-NAME(WS-MG-SKILL-IDX)
                       TO WS-MG-SKILL(WS-MG-SKILL-IDX)
               END-PERFORM
           END-IF
           CLOSE USER-PROFILE-FILE.

       6880-MERGE-PROFILE.
           *> The kept account's profile stands. If it has none, the
           *> retired account's profile is carried over under the kept
           *> username; either way the retired username's profile goes so
           *> it no longer turns up in searches.
           OPEN I-O USER-PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               MOVE "No profile file on file - profiles not merged." TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET WS-MG-KEEP-NO-PROFILE TO TRUE
           MOVE WS-KEEP-USER TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MG-KEEP-HAS-PROFILE TO TRUE
           END-READ

           MOVE WS-RETIRE-USER TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   MOVE "Retired account had no profile - kept account's profile unchanged." TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   CLOSE USER-PROFILE-FILE
                   EXIT PARAGRAPH
           END-READ

           *> The carried-over copy is written before the retired one is
           *> deleted, so a failure never leaves the profile on neither.
           MOVE USER-PROFILE-REC TO WS-MG-PROFILE-SAVE
           IF WS-MG-KEEP-NO-PROFILE
               MOVE WS-MG-PROFILE-SAVE TO USER-PROFILE-REC
               MOVE WS-KEEP-USER TO UP-USER-NAME
               WRITE USER-PROFILE-REC
                   INVALID KEY
                       DISPLAY "SOMETHING WRONG WITH WRITING RECORDS " WS-PROFILE-FILE-STATUS
                       STOP RUN
               END-WRITE
           END-IF
           MOVE WS-RETIRE-USER TO UP-USER-NAME
           DELETE USER-PROFILE-FILE RECORD
               INVALID KEY
                   DISPLAY "SOMETHING WRONG WITH WRITING RECORDS " WS-PROFILE-FILE-STATUS
                   STOP RUN
           END-DELETE
           IF WS-MG-KEEP-HAS-PROFILE
               MOVE "Retired account's profile removed - kept account's profile unchanged." TO DISPLAY-MSG
           ELSE
               MOVE "Kept account had no profile - retired account's profile carried over." TO DISPLAY-MSG
           END-IF
           PERFORM 8000-DISPLAY-ROUTINE
           CLOSE USER-PROFILE-FILE.

       6890-RETIRE-ACCOUNT.
           MOVE SPACES TO USER-ACCOUNT-REC
           MOVE WS-RETIRE-USER TO USER-NAME
           READ USER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "SOMETHING WRONG WITH WRITING RECORDS " WS-USER-FILE-STATUS
                   STOP RUN
           END-READ
           MOVE "RETIRED" TO USER-STATUS
           REWRITE USER-ACCOUNT-REC
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "SOMETHING WRONG WITH WRITING RECORDS " WS-USER-FILE-STATUS
               STOP RUN
           END-IF
           STRING "Account " FUNCTION TRIM(WS-RETIRE-USER)
                  " set to RETIRED - it can no longer log in."
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6900-COUNT-BEFORE-AND-REPOINT.
           *> Counts the row as read, then points WS-MG-NAME-1/2 at the
           *> kept account wherever they name the retired one.
           IF FUNCTION TRIM(WS-MG-NAME-1) = FUNCTION TRIM(WS-KEEP-USER)
           OR FUNCTION TRIM(WS-MG-NAME-2) = FUNCTION TRIM(WS-KEEP-USER)
               ADD 1 TO WS-MG-BEFORE-KEEP
           END-IF
           SET WS-MG-ROW-UNCHANGED TO TRUE
           IF FUNCTION TRIM(WS-MG-NAME-1) = FUNCTION TRIM(WS-RETIRE-USER)
               MOVE WS-KEEP-USER TO WS-MG-NAME-1
               SET WS-MG-ROW-CHANGED TO TRUE
           END-IF
           IF FUNCTION TRIM(WS-MG-NAME-2) = FUNCTION TRIM(WS-RETIRE-USER)
               MOVE WS-KEEP-USER TO WS-MG-NAME-2
               SET WS-MG-ROW-CHANGED TO TRUE
           END-IF
           IF WS-MG-ROW-CHANGED
               ADD 1 TO WS-MG-BEFORE-RETIRE
               ADD 1 TO WS-MG-REPOINTED
           END-IF.

       6910-COUNT-AFTER.
           IF FUNCTION TRIM(WS-MG-NAME-1) = FUNCTION TRIM(WS-KEEP-USER)
           OR FUNCTION TRIM(WS-MG-NAME-2) = FUNCTION TRIM(WS-KEEP-USER)
               ADD 1 TO WS-MG-AFTER-KEEP
           END-IF
           IF FUNCTION TRIM(WS-MG-NAME-1) = FUNCTION TRIM(WS-RETIRE-USER)
           OR FUNCTION TRIM(WS-MG-NAME-2) = FUNCTION TRIM(WS-RETIRE-USER)
               ADD 1 TO WS-MG-AFTER-RETIRE
           END-IF.

       6920-CHECK-DUPLICATE-ROW.
           *> WS-MG-NAME-1/2 hold the re-pointed row and
           *> WS-MG-CHECK-STATUS its status. A self-link is dropped; a
           *> row naming the kept account is dropped if an identical one
           *> was already kept, otherwise it is remembered.
           SET WS-MG-KEEP-ROW TO TRUE
           IF FUNCTION TRIM(WS-MG-NAME-1) = FUNCTION TRIM(WS-MG-NAME-2)
               SET WS-MG-DROP-ROW TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MG-NAME-1) NOT = FUNCTION TRIM(WS-KEEP-USER)
           AND FUNCTION TRIM(WS-MG-NAME-2) NOT = FUNCTION TRIM(WS-KEEP-USER)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-ROW-COUNT
               IF FUNCTION TRIM(WS-MG-ROW-USER1(WS-MG-IDX)) = FUNCTION TRIM(WS-MG-NAME-1)
               AND FUNCTION TRIM(WS-MG-ROW-USER2(WS-MG-IDX)) = FUNCTION TRIM(WS-MG-NAME-2)
               AND WS-MG-ROW-STATUS(WS-MG-IDX) = WS-MG-CHECK-STATUS
                   SET WS-MG-DROP-ROW TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MG-ROW-COUNT < WS-MG-MAX-ROWS
               ADD 1 TO WS-MG-ROW-COUNT
               MOVE WS-MG-NAME-1 TO WS-MG-ROW-USER1(WS-MG-ROW-COUNT)
               MOVE WS-MG-NAME-2 TO WS-MG-ROW-USER2(WS-MG-ROW-COUNT)
               MOVE WS-MG-CHECK-STATUS TO WS-MG-ROW-STATUS(WS-MG-ROW-COUNT)
           ELSE
               SET WS-MG-TABLE-TRUNCATED TO TRUE
           END-IF.

       6950-WRITE-MERGE-LINE.
           MOVE WS-MG-FILE-LABEL TO DISPLAY-MSG(1:30)
           MOVE WS-MG-BEFORE-KEEP TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(35:6)
           MOVE WS-MG-BEFORE-RETIRE TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(45:6)
           MOVE WS-MG-REPOINTED TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(55:6)
           MOVE WS-MG-REMOVED TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(65:6)
           MOVE WS-MG-AFTER-KEEP TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(75:6)
           MOVE WS-MG-AFTER-RETIRE TO WS-MG-NUM-DISP
           MOVE WS-MG-NUM-DISP TO DISPLAY-MSG(85:6)
           PERFORM 8000-DISPLAY-ROUTINE.

       7000-GET-TARGET-ACCOUNT.
           SET WS-ACCOUNT-NOT-FOUND TO TRUE
           MOVE WS-PROMPT-USERNAME TO DISPLAY-MSG
               DELIMITED BY SIZE INTO WS-HASH-VALUE
           MOVE SPACES TO WS-HASH-INPUT.

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
           CLOSE USER-ACCOUNT-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK
           EXIT.
