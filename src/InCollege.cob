           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "InCollege-Batch-List.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT OPTIONAL BATCH-CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT BATCH-SUMMARY-FILE ASSIGN TO "Batch-Window-Summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT OPTIONAL REHEARSAL-CONTROL-FILE ASSIGN TO "InCollege-Rehearsal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-CONTROL-STATUS.
           SELECT REHEARSAL-REPORT-FILE ASSIGN TO "Batch-Rehearsal-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-REPORT-STATUS.
           *> Read-only views of the live indexed files, used only to copy
           *> them into the rehearsal scratch files.
           SELECT LIVE-ACCOUNT-FILE ASSIGN TO WS-RH-LIVE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-USER-NAME
               FILE STATUS IS WS-RH-LIVE-STATUS.
           SELECT LIVE-PROFILE-FILE ASSIGN TO WS-RH-LIVE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LP-USER-NAME
               FILE STATUS IS WS-RH-LIVE-STATUS.
           SELECT USER-ACCOUNT-FILE ASSIGN TO WS-ACCOUNT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.
           SELECT USER-PROFILE-FILE ASSIGN TO WS-PROFILE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USER-NAME
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT TEMP-PROFILE-FILE ASSIGN TO WS-TEMP-PROFILE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMP-PROFILE-FILE-STATUS.
           SELECT OPTIONAL CONNECTIONS-FILE ASSIGN TO WS-CONNECTIONS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONNECTIONS-FILE-STATUS.
           SELECT OPTIONAL ESTABLISHED-CONNECTIONS-FILE ASSIGN TO WS-EST-CONN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EST-CONN-FILE-STATUS.
           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO WS-JOB-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL JOB-APPLICATION-FILE ASSIGN TO WS-JOB-APP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-APP-FILE-STATUS.
           SELECT OPTIONAL SKILLS-CATALOG-FILE ASSIGN TO WS-SKILLS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKILLS-FILE-STATUS.
           SELECT OPTIONAL CONNECTION-HISTORY-FILE ASSIGN TO WS-CONN-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONN-HIST-FILE-STATUS.
           SELECT OPTIONAL ACTIVITY-LOG-FILE ASSIGN TO WS-ACTIVITY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
           SELECT OPTIONAL MESSAGES-FILE ASSIGN TO WS-MESSAGES-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-FILE-STATUS.
           SELECT OPTIONAL LAST-LOGIN-FILE ASSIGN TO WS-LAST-LOGIN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAST-LOGIN-FILE-STATUS.
           SELECT OPTIONAL LOGIN-FAILURES-FILE ASSIGN TO WS-LOGIN-FAIL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGIN-FAIL-FILE-STATUS.
           SELECT OPTIONAL INTERVIEW-SCHEDULE-FILE ASSIGN TO WS-INTERVIEW-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-FILE-STATUS.
           SELECT OPTIONAL EMPLOYER-MASTER-FILE ASSIGN TO WS-EMPLOYER-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-FILE ASSIGN TO WS-ANNOUNCE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANNOUNCE-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-SEEN-FILE ASSIGN TO WS-ANN-SEEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANN-SEEN-FILE-STATUS.
           SELECT OPTIONAL SKILL-ENDORSEMENT-FILE ASSIGN TO WS-ENDORSE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-FILE-STATUS.
           SELECT OPTIONAL DATA-SET-LOCK-FILE ASSIGN TO "data/DATA-SET-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-SUMMARY-FILE.
       01 BATCH-SUMMARY-REC PIC X(200).

       FD REHEARSAL-CONTROL-FILE.
       01 REHEARSAL-CONTROL-REC PIC X(100).

       FD REHEARSAL-REPORT-FILE.
       01 REHEARSAL-REPORT-REC PIC X(200).

       FD LIVE-ACCOUNT-FILE.
       01 LIVE-ACCOUNT-REC.
           05 LA-USER-NAME  PIC X(100).
           05 FILLER        PIC X(121).

       FD LIVE-PROFILE-FILE.
       01 LIVE-PROFILE-REC.
           05 LP-USER-NAME  PIC X(100).
           05 FILLER        PIC X(2467).

       FD USER-ACCOUNT-FILE.
       01 USER-ACCOUNT-REC.
           05 USER-NAME     PIC X(100).
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

       FD SKILLS-CATALOG-FILE.
       01 SKILLS-CATALOG-REC.
           05 LF-USER-NAME       PIC X(100).
           05 LF-FAIL-COUNT      PIC 9(3).

       *> One row per interview slot an employer publishes against a
       *> requisition. IV-STATUS is OPEN until a student books it, then
       *> BOOKED, then the outcome the employer records: ATTENDED,
       *> NO-SHOW or RESCHEDULE (the student books a new slot).
       FD INTERVIEW-SCHEDULE-FILE.
       01 INTERVIEW-SLOT-REC.
           05 IV-SLOT-ID         PIC 9(6).
           05 IV-REQ-NUM         PIC 9(6).
           05 IV-EMPLOYER        PIC X(60).
           05 IV-SLOT-DATE       PIC X(10).
           05 IV-SLOT-TIME       PIC X(5).
           05 IV-STATUS          PIC X(10).
           05 IV-STUDENT         PIC X(100).
           05 IV-BOOKED-DATE     PIC X(8).
           05 IV-OUTCOME-DATE    PIC X(8).

       *> One row per company that posts jobs, keyed on the name its
       *> postings carry in JP-EMPLOYER. EM-VERIFY-STATUS is PENDING
       *> until an administrator sets it to VERIFIED or REVOKED; only a
       *> VERIFIED company's postings are shown to students.
       FD EMPLOYER-MASTER-FILE.
       01 EMPLOYER-MASTER-REC.
           05 EM-COMPANY         PIC X(60).
           05 EM-CONTACT         PIC X(100).
           05 EM-INDUSTRY        PIC X(40).
           05 EM-VERIFY-STATUS   PIC X(10).
           05 EM-STATUS-DATE     PIC X(8).
           05 EM-STATUS-BY       PIC X(100).

       *> One row per notice an administrator posts. AN-AUDIENCE is ALL,
       *> ROLE, MAJOR or GRAD-YEAR; AN-AUDIENCE-VALUE holds the role,
       *> major or year for the last three. A notice shows at login from
       *> AN-START-DATE through AN-END-DATE (both YYYY-MM-DD).
       FD ANNOUNCEMENT-FILE.
       01 ANNOUNCEMENT-REC.
           05 AN-NOTICE-ID       PIC 9(6).
           05 AN-START-DATE      PIC X(10).
           05 AN-END-DATE        PIC X(10).
           05 AN-AUDIENCE        PIC X(10).
           05 AN-AUDIENCE-VALUE  PIC X(40).
           05 AN-POSTED-BY       PIC X(100).
           05 AN-POSTED-DATE     PIC X(8).
           05 AN-TEXT            PIC X(200).

       *> Append-only trail of deliveries: a SEEN row the first time a
       *> notice is shown to a user, an ACK row when the user dismisses
       *> it. An acknowledged notice is not shown to that user again.
       FD ANNOUNCEMENT-SEEN-FILE.
       01 ANNOUNCEMENT-SEEN-REC.
           05 AS-NOTICE-ID       PIC 9(6).
           05 AS-USER-NAME       PIC X(100).
           05 AS-EVENT           PIC X(4).
           05 AS-EVENT-DATE      PIC X(8).

       *> One row per endorsement: who endorsed whom, for which of the
       *> endorsee's listed skills, and the date it was given.
       FD SKILL-ENDORSEMENT-FILE.
       01 SKILL-ENDORSEMENT-REC.
           05 EN-ENDORSER        PIC X(100).
           05 EN-ENDORSEE        PIC X(100).
           05 EN-SKILL           PIC X(40).
           05 EN-DATE            PIC X(8).

       FD DATA-SET-LOCK-FILE.
       01 DATA-SET-LOCK-REC.
           05 DL-PROGRAM         PIC X(20).
           05 DL-USER            PIC X(30).
           05 DL-STARTED         PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-END-OF-FILE PIC X VALUE 'N'.
              88 WS-LOGIN-BLOCKED     VALUE 'Y'.
              88 WS-LOGIN-NOT-BLOCKED VALUE 'N'.
           05 WS-LOGIN-FAIL-FILE-STATUS PIC XX VALUE "00".
           05 WS-INTERVIEW-FILE-STATUS PIC XX VALUE "00".
           05 WS-EMPLOYER-FILE-STATUS PIC XX VALUE "00".
           05 WS-ANNOUNCE-FILE-STATUS PIC XX VALUE "00".
           05 WS-ANN-SEEN-FILE-STATUS PIC XX VALUE "00".
           05 WS-ENDORSE-FILE-STATUS PIC XX VALUE "00".
           05 WS-ACCT-EXISTS-SW PIC X VALUE 'N'.
              88 WS-ACCT-EXISTS       VALUE 'Y'.
              88 WS-ACCT-NOT-EXISTS   VALUE 'N'.
       01 WS-JOB-SEARCH-HEADER     PIC X(30) VALUE '--- Job/Internship Search ---'.
       01 WS-JOB-SEARCH-FOOTER     PIC X(30) VALUE '------------------------------'.
       01 WS-JOB-SEARCH-PROMPT     PIC X(90) VALUE
          'Enter a major/keyword or requisition number (blank lists all postings):'.
       01 WS-NO-JOBS-MSG           PIC X(60) VALUE 'No job/internship postings matched your search.'.
       01 WS-TODAY-DASH-DATE       PIC X(10) VALUE SPACES.

       01 WS-SUMMARY-LINE           PIC X(200) VALUE SPACES.
       01 WS-CKPT-IDX               PIC 9(4)   VALUE 0.

       *> DATA FILE NAMES
       *> Every data file is assigned through these names so a batch
       *> rehearsal can point the whole run at scratch copies. The two
       *> indexed files come first; the rest are plain sequential files.
       01 WS-DATA-FILE-NAMES.
           05 WS-ACCOUNT-FILE-NAME      PIC X(60) VALUE "data/USER-ACCOUNT.DAT".
           05 WS-PROFILE-FILE-NAME      PIC X(60) VALUE "data/USER-PROFILE.DAT".
           05 WS-TEMP-PROFILE-FILE-NAME PIC X(60) VALUE "data/TEMP-PROFILE.DAT".
           05 WS-CONNECTIONS-FILE-NAME  PIC X(60) VALUE "data/CONNECTIONS.DAT".
           05 WS-EST-CONN-FILE-NAME     PIC X(60) VALUE "data/ESTABLISHED-CONNECTIONS.DAT".
           05 WS-JOB-FILE-NAME          PIC X(60) VALUE "data/JOB-POSTING.DAT".
           05 WS-JOB-APP-FILE-NAME      PIC X(60) VALUE "data/JOB-APPLICATION.DAT".
           05 WS-SKILLS-FILE-NAME       PIC X(60) VALUE "data/SKILLS-CATALOG.DAT".
           05 WS-CONN-HIST-FILE-NAME    PIC X(60) VALUE "data/CONNECTION-HISTORY.DAT".
           05 WS-ACTIVITY-FILE-NAME     PIC X(60) VALUE "data/ACTIVITY-LOG.DAT".
           05 WS-MESSAGES-FILE-NAME     PIC X(60) VALUE "data/MESSAGES.DAT".
           05 WS-LAST-LOGIN-FILE-NAME   PIC X(60) VALUE "data/LAST-LOGIN.DAT".
           05 WS-LOGIN-FAIL-FILE-NAME   PIC X(60) VALUE "data/LOGIN-FAILURES.DAT".
           05 WS-INTERVIEW-FILE-NAME    PIC X(60) VALUE "data/INTERVIEW-SCHEDULE.DAT".
           05 WS-EMPLOYER-FILE-NAME     PIC X(60) VALUE "data/EMPLOYER-MASTER.DAT".
           05 WS-ANNOUNCE-FILE-NAME     PIC X(60) VALUE "data/ANNOUNCEMENTS.DAT".
           05 WS-ANN-SEEN-FILE-NAME     PIC X(60) VALUE "data/ANNOUNCEMENT-SEEN.DAT".
           05 WS-ENDORSE-FILE-NAME      PIC X(60) VALUE "data/SKILL-ENDORSEMENTS.DAT".
           05 WS-CHECKPOINT-FILE-NAME   PIC X(60) VALUE "data/BATCH-CHECKPOINT.DAT".
       01 WS-DATA-FILE-NAME-TABLE REDEFINES WS-DATA-FILE-NAMES.
           05 WS-DATA-FILE-NAME OCCURS 19 TIMES PIC X(60).

       *> BATCH REHEARSAL WORKING STORAGE
       01 WS-REHEARSAL-SW           PIC X      VALUE "N".
           88 WS-REHEARSAL-MODE     VALUE "Y".
           88 WS-NOT-REHEARSAL-MODE VALUE "N".
       01 WS-RH-CONTROL-STATUS      PIC XX     VALUE "00".
       01 WS-RH-REPORT-STATUS       PIC XX     VALUE "00".
       01 WS-RH-LIVE-STATUS         PIC XX     VALUE "00".
       01 WS-RH-LIVE-NAME           PIC X(60)  VALUE SPACES.
       01 WS-RH-SCRATCH-NAME        PIC X(60)  VALUE SPACES.
       01 WS-RH-FILE-IDX            PIC 99     VALUE 0.
       01 WS-RH-EOF-SW              PIC X      VALUE "N".
           88 WS-RH-EOF             VALUE "Y".
           88 WS-RH-NOT-EOF         VALUE "N".
       01 WS-RH-DECK-TALLIES.
           05 WS-RH-DECK-ACCOUNTS   PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-PROFILES   PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-SENT       PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-ACCEPTED   PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-APPS       PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-MSGS       PIC 9(5)   VALUE 0.
           05 WS-RH-DECK-ERRORS     PIC 9(5)   VALUE 0.
       01 WS-RH-WINDOW-TALLIES.
           05 WS-RH-TOT-ACCOUNTS    PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-PROFILES    PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-SENT        PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-ACCEPTED    PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-APPS        PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-MSGS        PIC 9(7)   VALUE 0.
           05 WS-RH-TOT-ERRORS      PIC 9(7)   VALUE 0.
       01 WS-RH-DECK-RESULT         PIC X(20)  VALUE SPACES.
       *> Files the per-file section reports on, counted before the
       *> first deck and again after the last one.
       01 WS-RH-FILE-LABELS.
           05 FILLER PIC X(30) VALUE "USER-ACCOUNT.DAT".
           05 FILLER PIC X(30) VALUE "USER-PROFILE.DAT".
           05 FILLER PIC X(30) VALUE "CONNECTIONS.DAT".
           05 FILLER PIC X(30) VALUE "ESTABLISHED-CONNECTIONS.DAT".
           05 FILLER PIC X(30) VALUE "CONNECTION-HISTORY.DAT".
           05 FILLER PIC X(30) VALUE "JOB-APPLICATION.DAT".
           05 FILLER PIC X(30) VALUE "MESSAGES.DAT".
       01 WS-RH-FILE-LABEL-TABLE REDEFINES WS-RH-FILE-LABELS.
           05 WS-RH-FILE-LABEL OCCURS 7 TIMES PIC X(30).
       01 WS-RH-FILE-COUNTS.
           05 WS-RH-FILE-COUNT-ENTRY OCCURS 7 TIMES.
               10 WS-RH-FILE-BEFORE PIC 9(7).
               10 WS-RH-FILE-AFTER  PIC 9(7).
       01 WS-RH-COUNT-WORK-TABLE.
           05 WS-RH-COUNT-WORK OCCURS 7 TIMES PIC 9(7).
       01 WS-RH-PROBLEM-TABLE.
           05 WS-RH-PROBLEM-ENTRY OCCURS 500 TIMES.
               10 WS-RH-PROBLEM-DECK   PIC X(100).
               10 WS-RH-PROBLEM-REASON PIC X(60).
       01 WS-RH-PROBLEM-COUNT       PIC 9(4)   VALUE 0.
       01 WS-RH-PROBLEM-TRUNC-SW    PIC X      VALUE "N".
           88 WS-RH-PROBLEM-TRUNCATED VALUE "Y".
       01 WS-RH-PROBLEM-REASON-WORK PIC X(60)  VALUE SPACES.
       01 WS-RH-DECK-LINE.
           05 WS-RH-DL-DECK         PIC X(40).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-ACCOUNTS     PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-PROFILES     PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-SENT         PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-ACCEPTED     PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-APPS         PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-MSGS         PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-DL-ERRORS       PIC ZZZZ9.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 WS-RH-DL-RESULT       PIC X(20).
       01 WS-RH-FILE-LINE.
           05 WS-RH-FL-LABEL        PIC X(30).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-FL-BEFORE       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-FL-AFTER        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-RH-FL-NET          PIC ----,--9.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 WS-RH-FL-ACTIVITY     PIC X(40).
       01 WS-RH-NET-WORK            PIC S9(7)  VALUE 0.
       01 WS-RH-ACTIVITY-COUNT      PIC ZZZ,ZZ9.
       01 WS-RH-DECK-HEADING        PIC X(100) VALUE
           'DECK                                     ACCTS  PROF  SENT  ACPT  APPS  MSGS  ERRS  RESULT'.
       01 WS-RH-FILE-HEADING        PIC X(100) VALUE
           'FILE                              BEFORE     AFTER      NET  ACTIVITY'.
       01 WS-RH-COPY-FAILED-MSG     PIC X(80) VALUE
           'Rehearsal stopped - a live indexed file could not be copied, status '.
       01 WS-RH-PROBLEM-TRUNC-WARNING PIC X(110) VALUE
           'WARNING: more than 500 problem decks - the list above is incomplete.'.

       01 WS-VALIDATION-FIELDS.
           05 WS-PASSWORD-LENGTH PIC 999.
           05 WS-HAS-CAPITAL     PIC X.
       01 WS-VIEW-MY-APPS-MSG      PIC X(30)  VALUE '10. View My Applications'.
       01 WS-MESSAGES-MENU-MSG     PIC X(30)  VALUE '11. Messages'.
       01 WS-PYMK-MENU-MSG         PIC X(30)  VALUE '12. People You May Know'.
       01 WS-BOOK-INTERVIEW-MSG    PIC X(30)  VALUE '13. Book an Interview Slot'.
       01 WS-ACK-NOTICE-MSG        PIC X(30)  VALUE '14. Acknowledge a Notice'.

       *> PEOPLE-YOU-MAY-KNOW WORKING STORAGE. Suggestions are ranked by
       *> mutual connections counted from the established-connections
       01 WS-PYMK-MIN-IDX          PIC 99 VALUE 0.
       01 WS-MUTUAL-DISPLAY        PIC ZZZZ9.

       *> SKILL ENDORSEMENT WORKING STORAGE. A student may endorse a
       *> listed skill of anyone in their established network, once per
       *> skill. Counts are tallied for whichever profile is in
       *> USER-PROFILE-REC, one entry per listed skill.
       01 WS-ENDORSE-MENU-MSG      PIC X(35) VALUE '15. Endorse a Connection''s Skill'.
       01 WS-ENDORSE-MODE-SW       PIC X VALUE 'N'.
           88 WS-ENDORSE-MODE      VALUE 'Y'.
           88 WS-NOT-ENDORSE-MODE  VALUE 'N'.
       01 WS-ENDORSE-WHO-MSG       PIC X(80) VALUE
           'Enter the username of the connection to endorse (blank to go back):'.
       01 WS-ENDORSE-PICK-MSG      PIC X(70) VALUE
           'Enter the number of the skill to endorse (0 to go back):'.
       01 WS-ENDORSE-SELF-MSG      PIC X(60) VALUE
           'You cannot endorse your own skills.'.
       01 WS-ENDORSE-NOT-CONN-MSG  PIC X(70) VALUE
           'You can only endorse users in your established network.'.
       01 WS-ENDORSE-NO-SKILLS-MSG PIC X(60) VALUE
           'This user has no listed skills to endorse.'.
       01 WS-ENDORSE-DUP-MSG       PIC X(60) VALUE
           'You have already endorsed this skill.'.
       01 WS-ENDORSE-DONE-MSG      PIC X(30) VALUE 'Endorsement recorded for '.
       01 WS-ENDORSE-FAILED-MSG    PIC X(60) VALUE
           'The endorsement could not be saved. Please try again later.'.
       01 WS-ENDORSE-TARGET        PIC X(100) VALUE SPACES.
       01 WS-ENDORSE-SKILL         PIC X(40) VALUE SPACES.
       01 WS-ENDORSE-PICK-NUM      PIC 99 VALUE 0.
       01 WS-EN-EOF-SW             PIC X VALUE 'N'.
           88 WS-EN-EOF            VALUE 'Y'.
           88 WS-EN-NOT-EOF        VALUE 'N'.
       01 WS-EN-DUP-SW             PIC X VALUE 'N'.
           88 WS-EN-DUPLICATE      VALUE 'Y'.
           88 WS-EN-NOT-DUPLICATE  VALUE 'N'.
       01 WS-EN-KEEP-SW            PIC X VALUE 'N'.
           88 WS-EN-KEEP-ROW       VALUE 'Y'.
           88 WS-EN-DROP-ROW       VALUE 'N'.
       01 WS-EN-COUNT-TABLE.
           05 WS-EN-SKILL-COUNT OCCURS 8 TIMES PIC 9(4).
       01 WS-EN-IDX                PIC 9 VALUE 0.
       01 WS-EN-DROPPED            PIC 9(4) VALUE 0.
       01 WS-EN-COUNT-DISPLAY      PIC ZZZ9.
       01 WS-EN-SKILL-TEXT         PIC X(80) VALUE SPACES.
       01 WS-EN-SKILLS-LABEL       PIC X(20) VALUE '  Skills:'.
       01 WS-EN-NO-SKILLS-LABEL    PIC X(40) VALUE '  Skills: none listed'.

       *> PROFILE SKILL REMOVAL
       01 WS-EDIT-DROP-SKILL-MSG   PIC X(35) VALUE '9. Remove a Completed Skill'.
       01 WS-DROP-SKILL-PICK-MSG   PIC X(70) VALUE
           'Enter the number of the skill to remove (0 to go back):'.
       01 WS-DROP-SKILL-NONE-MSG   PIC X(60) VALUE
           'You have no completed skills to remove.'.
       01 WS-DROP-SKILL-DONE-MSG   PIC X(30) VALUE 'Skill removed: '.
       01 WS-DROP-SKILL-SW         PIC X VALUE 'N'.
           88 WS-SKILL-DROPPED     VALUE 'Y'.
           88 WS-SKILL-NOT-DROPPED VALUE 'N'.

       *> ACCOUNT ROLE WORKING STORAGE. Every account carries a type
       *> (STUDENT / EMPLOYER / ADMIN); pre-role files are converted once
       *> by ACCOUNT-MIGRATION, the way PASSWORD-MIGRATION handled the
           'Employer usernames must be at most 60 characters.'.
       01 WS-ACCT-SUSPENDED-MSG    PIC X(70) VALUE
           'This account has been suspended. Contact the careers office.'.
       01 WS-ACCT-RETIRED-MSG      PIC X(70) VALUE
           'This account was merged into another one. Contact the careers office.'.
       01 WS-FORCE-PWD-MSG         PIC X(70) VALUE
           'You must change your temporary password before continuing.'.

       01 WS-EMP-APPLICANTS-MSG    PIC X(40) VALUE '5. View My Applicants'.
       01 WS-EMP-CHG-PWD-MSG       PIC X(40) VALUE '6. Change Password'.
       01 WS-EMP-LOGOUT-MSG        PIC X(40) VALUE '7. Log Out'.
       01 WS-EMP-PUBLISH-SLOTS-MSG PIC X(40) VALUE '8. Publish Interview Slots'.
       01 WS-EMP-OUTCOME-MSG       PIC X(40) VALUE '9. Record Interview Outcome'.
       01 WS-EMP-COMPANY-MSG       PIC X(40) VALUE '10. Company Profile'.
       01 WS-EMP-ACK-NOTICE-MSG    PIC X(40) VALUE '11. Acknowledge a Notice'.
       01 WS-EMP-POSTING-TABLE.
           05 WS-EMP-POSTING-ENTRY OCCURS 200 TIMES.
               10 WS-EPT-EMPLOYER     PIC X(60).
               10 WS-EPT-POSTED-DATE  PIC X(10).
               10 WS-EPT-EXPIRES-DATE PIC X(10).
               10 WS-EPT-STATUS       PIC X(10).
               10 WS-EPT-REQ-NUM      PIC 9(6).
       01 WS-EMP-POSTING-COUNT     PIC 999 VALUE 0.
       01 WS-EMP-TRUNC-SW          PIC X VALUE 'N'.
           88 WS-EMP-TABLE-TRUNCATED VALUE 'Y'.
       01 WS-EMP-PICK-NUM          PIC 999 VALUE 0.
       01 WS-EMP-PICK-IDX          PIC 999 VALUE 0.
       01 WS-EMP-IDX               PIC 999 VALUE 0.
       *> Requisition numbers are never reused: a new posting takes one
       *> more than the highest number on file, whatever its status.
       01 WS-EMP-HIGH-REQ-NUM      PIC 9(6) VALUE 0.
       01 WS-EMP-PICK-REQ-NUM      PIC 9(6) VALUE 0.
       01 WS-EMP-REQ-INPUT         PIC X(10) VALUE SPACES.
       01 WS-EMP-FIELD-MAX-LEN     PIC 999 VALUE 0.
       01 WS-EMP-INPUT-BUFFER      PIC X(200) VALUE SPACES.
       01 WS-EMP-DATE-OK-SW        PIC X VALUE 'N'.
       01 WS-EMP-ENTER-EXPIRES     PIC X(70) VALUE
           'Enter Expiry Date (YYYY-MM-DD, blank line for no expiry):'.
       01 WS-EMP-PICK-POSTING-MSG  PIC X(70) VALUE
           'Enter the requisition number of the posting (0 to cancel):'.
       01 WS-EMP-NO-SUCH-REQ-MSG   PIC X(60) VALUE
           'You have no posting with that requisition number.'.
       01 WS-EMP-APPS-HEADER       PIC X(30) VALUE '--- Your Applicants ---'.
       01 WS-EMP-APPS-FOOTER       PIC X(30) VALUE '-----------------------'.
       01 WS-EMP-NO-APPS-MSG       PIC X(60) VALUE 'No one has applied to your postings yet.'.
       01 WS-EMP-APP-COUNT         PIC 999 VALUE 0.
       01 WS-EMP-REQ-APP-COUNT     PIC 999 VALUE 0.
       01 WS-EMP-APP-EOF-SW        PIC X VALUE 'N'.
           88 WS-EMP-APP-EOF        VALUE 'Y'.
           88 WS-EMP-APP-NOT-EOF    VALUE 'N'.
       01 WS-EMP-UNLINKED-HEADER   PIC X(60) VALUE
           'Applications not linked to a requisition:'.
       01 WS-EMP-REQ-NO-APPS-MSG   PIC X(40) VALUE '  No applications.'.

       *> INTERVIEW SCHEDULE WORKING STORAGE. The whole schedule is held
       *> in the table and rewritten after a booking or an outcome - the
       *> same load/rewrite approach as the posting table.
       01 WS-IV-TABLE.
           05 WS-IV-ENTRY OCCURS 500 TIMES.
               10 WS-IVT-SLOT-ID      PIC 9(6).
               10 WS-IVT-REQ-NUM      PIC 9(6).
               10 WS-IVT-EMPLOYER     PIC X(60).
               10 WS-IVT-SLOT-DATE    PIC X(10).
               10 WS-IVT-SLOT-TIME    PIC X(5).
               10 WS-IVT-STATUS       PIC X(10).
               10 WS-IVT-STUDENT      PIC X(100).
               10 WS-IVT-BOOKED-DATE  PIC X(8).
               10 WS-IVT-OUTCOME-DATE PIC X(8).
       01 WS-IV-COUNT              PIC 999 VALUE 0.
       01 WS-IV-TRUNC-SW           PIC X VALUE 'N'.
           88 WS-IV-TABLE-TRUNCATED VALUE 'Y'.
       *> Slot ids are never reused: a new slot takes one more than the
       *> highest id on file.
       01 WS-IV-HIGH-SLOT-ID       PIC 9(6) VALUE 0.
       01 WS-IV-IDX                PIC 999 VALUE 0.
       01 WS-IV-IDX2               PIC 999 VALUE 0.
       01 WS-IV-PICK-IDX           PIC 999 VALUE 0.
       01 WS-IV-PICK-SLOT-ID       PIC 9(6) VALUE 0.
       01 WS-IV-SHOWN-COUNT        PIC 999 VALUE 0.
       01 WS-IV-PUBLISHED-COUNT    PIC 999 VALUE 0.
       01 WS-IV-NEW-DATE           PIC X(10) VALUE SPACES.
       01 WS-IV-NEW-TIME           PIC X(5) VALUE SPACES.
       01 WS-IV-HH                 PIC 99.
       01 WS-IV-MI                 PIC 99.
       01 WS-IV-OUTCOME            PIC X(10) VALUE SPACES.
       01 WS-IV-BOOKED-SW          PIC X VALUE 'N'.
           88 WS-IV-ALREADY-BOOKED  VALUE 'Y'.
           88 WS-IV-NOT-BOOKED      VALUE 'N'.
       *> The logged-in student's applications now at the INTERVIEW
       *> stage - only their requisitions are offered slots.
       01 WS-IV-MY-REQ-TABLE.
           05 WS-IV-MY-REQ-ENTRY OCCURS 50 TIMES.
               10 WS-IV-MY-REQ-NUM    PIC 9(6).
               10 WS-IV-MY-REQ-TITLE  PIC X(60).
               10 WS-IV-MY-REQ-EMPLOYER PIC X(60).
       01 WS-IV-MY-REQ-COUNT       PIC 99 VALUE 0.
       01 WS-IV-MY-IDX             PIC 99 VALUE 0.
       01 WS-IV-HEADER             PIC X(30) VALUE '--- Interview Slots ---'.
       01 WS-IV-FOOTER             PIC X(30) VALUE '-----------------------'.
       01 WS-IV-ENTER-DATE         PIC X(70) VALUE
           'Enter interview date (YYYY-MM-DD, blank line to finish):'.
       01 WS-IV-ENTER-TIME         PIC X(50) VALUE 'Enter interview time (HH:MM, 24-hour):'.
       01 WS-IV-TIME-INVALID-MSG   PIC X(60) VALUE 'Time must be HH:MM with hours 00-23 and minutes 00-59.'.
       01 WS-IV-DATE-PAST-MSG      PIC X(60) VALUE 'Interview date cannot be in the past.'.
       01 WS-IV-EMP-CLASH-MSG      PIC X(70) VALUE
           'You already have an interview slot at that date and time.'.
       01 WS-IV-TABLE-FULL-MSG     PIC X(90) VALUE
           'Too many interview slots on file to update safely in one pass.'.
       01 WS-IV-SLOTS-DONE-MSG     PIC X(40) VALUE 'Interview slots published: '.
       01 WS-IV-NO-BOOKED-MSG      PIC X(60) VALUE 'You have no booked interviews awaiting an outcome.'.
       01 WS-IV-PICK-SLOT-MSG      PIC X(60) VALUE 'Enter the slot number (0 to cancel):'.
       01 WS-IV-NO-SUCH-SLOT-MSG   PIC X(60) VALUE 'No slot with that number is on your list.'.
       01 WS-IV-OUTCOME-1          PIC X(20) VALUE '1. ATTENDED'.
       01 WS-IV-OUTCOME-2          PIC X(20) VALUE '2. NO-SHOW'.
       01 WS-IV-OUTCOME-3          PIC X(20) VALUE '3. RESCHEDULE'.
       01 WS-IV-OUTCOME-4          PIC X(30) VALUE '4. Leave unchanged'.
       01 WS-IV-OUTCOME-SET-MSG    PIC X(30) VALUE 'Interview outcome set to '.
       01 WS-IV-NO-INTERVIEWS-MSG  PIC X(70) VALUE
           'You have no applications at the interview stage.'.
       01 WS-IV-NO-OPEN-SLOTS-MSG  PIC X(70) VALUE
           'No open interview slots are available for you right now.'.
       01 WS-IV-SLOT-TAKEN-MSG     PIC X(60) VALUE 'That slot has already been taken.'.
       01 WS-IV-ALREADY-BOOKED-MSG PIC X(70) VALUE
           'You already have an interview booked or held for this posting.'.
       01 WS-IV-STUDENT-CLASH-MSG  PIC X(70) VALUE
           'You already have an interview booked at that date and time.'.
       01 WS-IV-BOOKED-MSG         PIC X(30) VALUE 'Interview booked: '.

       *> EMPLOYER MASTER WORKING STORAGE. Loaded whole and rewritten
       *> after any change, like the posting table.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 200 TIMES.
               10 WS-EMT-COMPANY      PIC X(60).
               10 WS-EMT-CONTACT      PIC X(100).
               10 WS-EMT-INDUSTRY     PIC X(40).
               10 WS-EMT-VERIFY-STATUS PIC X(10).
               10 WS-EMT-STATUS-DATE  PIC X(8).
               10 WS-EMT-STATUS-BY    PIC X(100).
       01 WS-EM-COUNT              PIC 999 VALUE 0.
       01 WS-EM-TRUNC-SW           PIC X VALUE 'N'.
           88 WS-EM-TABLE-TRUNCATED VALUE 'Y'.
       01 WS-EM-IDX                PIC 999 VALUE 0.
       01 WS-EM-FOUND-IDX          PIC 999 VALUE 0.
       01 WS-EM-SEARCH-NAME        PIC X(60) VALUE SPACES.
       01 WS-EM-CLOSED-COUNT       PIC 999 VALUE 0.
       01 WS-EM-SLOTS-CANCELLED    PIC 999 VALUE 0.
       01 WS-EM-HEADER             PIC X(30) VALUE '--- Employer Companies ---'.
       01 WS-EM-FOOTER             PIC X(30) VALUE '--------------------------'.
       01 WS-EM-NONE-MSG           PIC X(60) VALUE 'No companies are on the employer master file.'.
       01 WS-EM-ENTER-COMPANY      PIC X(60) VALUE 'Enter the company name as it appears on its postings:'.
       01 WS-EM-ENTER-CONTACT      PIC X(60) VALUE 'Enter the company contact (name, email or phone):'.
       01 WS-EM-ENTER-INDUSTRY     PIC X(40) VALUE 'Enter the industry:'.
       01 WS-EM-TABLE-FULL-MSG     PIC X(90) VALUE
           'Too many companies on the employer master file to update safely in one pass.'.
       01 WS-EM-NOT-FOUND-MSG      PIC X(60) VALUE 'No company by that name is on file.'.
       01 WS-EM-NEW-COMPANY-MSG    PIC X(70) VALUE
           'Company not on file - it will be added as verified.'.
       01 WS-EM-ALREADY-VERIFIED-MSG PIC X(50) VALUE 'That company is already verified.'.
       01 WS-EM-ALREADY-REVOKED-MSG PIC X(50) VALUE 'That company is already revoked.'.
       01 WS-EM-VERIFIED-MSG       PIC X(40) VALUE 'Company verified.'.
       01 WS-EM-REVOKED-MSG        PIC X(40) VALUE 'Company revoked.'.
       01 WS-EM-POSTINGS-CLOSED-MSG PIC X(40) VALUE 'Open postings closed: '.
       01 WS-EM-POSTINGS-UNSAFE-MSG PIC X(90) VALUE
           'The posting file cannot be rewritten safely - company not revoked.'.
       01 WS-EM-SLOTS-CANCELLED-MSG PIC X(40) VALUE 'Open interview slots cancelled: '.
       01 WS-EM-SLOTS-UNSAFE-MSG   PIC X(90) VALUE
           'The interview schedule cannot be rewritten safely - company not revoked.'.
       01 WS-EM-PROFILE-SAVED-MSG  PIC X(40) VALUE 'Company profile saved.'.
       01 WS-EM-STATUS-MSG         PIC X(30) VALUE 'Verification status: '.
       01 WS-EM-HELD-MSG           PIC X(90) VALUE
           'Your company is not verified yet - your postings are held from students until it is.'.
       01 WS-EM-REVOKED-POST-MSG   PIC X(90) VALUE
           'Your company''s verification has been revoked - new postings cannot be filed.'.

       *> ANNOUNCEMENTS WORKING STORAGE. The seen table holds, for the
       *> logged-in user only, each notice already delivered and whether
       *> it has been acknowledged.
       01 WS-AN-SEEN-TABLE.
           05 WS-AN-SEEN-ENTRY OCCURS 200 TIMES.
               10 WS-AN-SEEN-ID       PIC 9(6).
               10 WS-AN-SEEN-ACKED    PIC X.
       01 WS-AN-SEEN-COUNT         PIC 999 VALUE 0.
       01 WS-AN-NEW-SEEN-TABLE.
           05 WS-AN-NEW-SEEN-ID OCCURS 50 TIMES PIC 9(6).
       01 WS-AN-NEW-SEEN-COUNT     PIC 99 VALUE 0.
       01 WS-AN-IDX                PIC 999 VALUE 0.
       01 WS-AN-FOUND-IDX          PIC 999 VALUE 0.
       01 WS-AN-SHOWN-COUNT        PIC 999 VALUE 0.
       01 WS-AN-HIGH-ID            PIC 9(6) VALUE 0.
       01 WS-AN-PICK-ID            PIC 9(6) VALUE 0.
       01 WS-AN-USER-MAJOR         PIC X(40) VALUE SPACES.
       01 WS-AN-USER-GRAD-YEAR     PIC X(4) VALUE SPACES.
       01 WS-AN-TARGET-SW          PIC X VALUE 'N'.
           88 WS-AN-TARGETED        VALUE 'Y'.
           88 WS-AN-NOT-TARGETED    VALUE 'N'.
       01 WS-AN-PICK-FOUND-SW      PIC X VALUE 'N'.
           88 WS-AN-PICK-FOUND      VALUE 'Y'.
           88 WS-AN-PICK-NOT-FOUND  VALUE 'N'.
       01 WS-AN-NEW-START          PIC X(10) VALUE SPACES.
       01 WS-AN-NEW-END            PIC X(10) VALUE SPACES.
       01 WS-AN-NEW-AUDIENCE       PIC X(10) VALUE SPACES.
       01 WS-AN-NEW-VALUE          PIC X(40) VALUE SPACES.
       01 WS-AN-STATE              PIC X(9) VALUE SPACES.
       01 WS-AN-ID-DISP            PIC Z(5)9.
       01 WS-AN-NOTICES-HEADER     PIC X(30) VALUE 'Notices:'.
       01 WS-AN-ACK-HINT-MSG       PIC X(80) VALUE
           'Choose "Acknowledge a Notice" from your menu to dismiss a notice.'.
       01 WS-AN-LIST-HEADER        PIC X(30) VALUE '--- Announcements ---'.
       01 WS-AN-LIST-FOOTER        PIC X(30) VALUE '---------------------'.
       01 WS-AN-NONE-MSG           PIC X(50) VALUE 'No announcements are on file.'.
       01 WS-AN-ENTER-TEXT         PIC X(60) VALUE 'Enter the notice text (max 200 chars):'.
       01 WS-AN-TOO-LONG-MSG       PIC X(60) VALUE 'Notice exceeds 200 characters. Please try again.'.
       01 WS-AN-ENTER-START        PIC X(70) VALUE
           'Enter the start date (YYYY-MM-DD, blank line for today):'.
       01 WS-AN-ENTER-END          PIC X(50) VALUE 'Enter the end date (YYYY-MM-DD):'.
       01 WS-AN-START-PAST-MSG     PIC X(60) VALUE 'Start date cannot be in the past.'.
       01 WS-AN-END-BEFORE-MSG     PIC X(60) VALUE 'End date cannot be before the start date.'.
       01 WS-AN-AUDIENCE-HEADER    PIC X(30) VALUE 'Send the notice to:'.
       01 WS-AN-AUDIENCE-1         PIC X(30) VALUE '1. All users'.
       01 WS-AN-AUDIENCE-2         PIC X(30) VALUE '2. One role'.
       01 WS-AN-AUDIENCE-3         PIC X(30) VALUE '3. One major'.
       01 WS-AN-AUDIENCE-4         PIC X(30) VALUE '4. One graduation year'.
       01 WS-AN-ENTER-ROLE         PIC X(60) VALUE 'Enter the role (STUDENT, EMPLOYER or ADMIN):'.
       01 WS-AN-ROLE-INVALID-MSG   PIC X(60) VALUE 'Role must be STUDENT, EMPLOYER or ADMIN.'.
       01 WS-AN-ENTER-MAJOR        PIC X(60) VALUE 'Enter the major as students list it:'.
       01 WS-AN-ENTER-YEAR         PIC X(60) VALUE 'Enter the graduation year (YYYY):'.
       01 WS-AN-POSTED-MSG         PIC X(30) VALUE 'Notice posted as number '.
       01 WS-AN-ENTER-ACK          PIC X(60) VALUE 'Enter the notice number to acknowledge:'.
       01 WS-AN-NO-SUCH-MSG        PIC X(70) VALUE
           'No current notice with that number is addressed to you.'.
       01 WS-AN-ALREADY-ACKED-MSG  PIC X(50) VALUE 'You have already acknowledged that notice.'.
       01 WS-AN-ACKED-MSG          PIC X(30) VALUE 'Notice acknowledged.'.

       *> ADMIN MENU WORKING STORAGE
       01 WS-ADM-MENU-HEADER       PIC X(30) VALUE '--- Admin Menu ---'.
       01 WS-ADM-LIST-MSG          PIC X(40) VALUE '1. List Accounts by Type'.
       01 WS-ADM-CHG-PWD-MSG       PIC X(40) VALUE '2. Change Password'.
       01 WS-ADM-LOGOUT-MSG        PIC X(40) VALUE '3. Log Out'.
       01 WS-ADM-COMPANIES-MSG     PIC X(40) VALUE '4. List Employer Companies'.
       01 WS-ADM-VERIFY-MSG        PIC X(40) VALUE '5. Verify a Company'.
       01 WS-ADM-REVOKE-MSG        PIC X(40) VALUE '6. Revoke a Company'.
       01 WS-ADM-POST-NOTICE-MSG   PIC X(40) VALUE '7. Post an Announcement'.
       01 WS-ADM-LIST-NOTICES-MSG  PIC X(40) VALUE '8. List Announcements'.
       01 WS-ADM-ACK-NOTICE-MSG    PIC X(40) VALUE '9. Acknowledge a Notice'.
       01 WS-ADM-ACCT-HEADER       PIC X(30) VALUE '--- Accounts on File ---'.
       01 WS-ADM-ACCT-FOOTER       PIC X(30) VALUE '------------------------'.
       01 WS-ADM-STUDENT-COUNT     PIC 9(5) VALUE 0.
       01 WS-EXP-PROMPT-DESC          PIC X(80) VALUE ' - Description (or DONE to finish):'.
       01 WS-FIELD-BLANK-MSG          PIC X(80) VALUE 'Input cannot be blank. Enter a value or type DONE to stop.'.

       *> DATA-SET LOCK WORKING STORAGE
       01 WS-LOCK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-LOCK-PROGRAM            PIC X(20) VALUE "INCOLLEGE".
       01 WS-LOCK-USER               PIC X(30) VALUE SPACES.
       01 WS-LOCK-STARTED            PIC X(14) VALUE SPACES.
       01 WS-LOCK-SW                 PIC X VALUE "N".
           88 WS-LOCK-TAKEN          VALUE "Y".
           88 WS-LOCK-REFUSED        VALUE "R".
           88 WS-LOCK-NOT-TAKEN      VALUE "N".
       01 WS-LOCK-REFUSED-MSG        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           STOP RUN.

       1000-INITIALIZE-PROGRAM.
           *> No other updating program may have the data files while the
           *> batch window or a deck session is running.
           PERFORM 8500-TAKE-DATA-SET-LOCK
           IF WS-LOCK-REFUSED
               DISPLAY FUNCTION TRIM(WS-LOCK-REFUSED-MSG)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *> A rehearsal request has to be settled before any data file
           *> is opened, so the whole run goes to the scratch copies.
           PERFORM 1040-CHECK-REHEARSAL-REQUEST
           IF WS-REHEARSAL-MODE
               PERFORM 1050-PREPARE-REHEARSAL-FILES
           END-IF

           OPEN I-O USER-ACCOUNT-FILE
           EVALUATE WS-USER-FILE-STATUS
               WHEN "00"
                   *> empty and lose every account; ACCOUNT-MIGRATION
                   *> converts it once.
                   DISPLAY "USER-ACCOUNT.DAT could not be opened in the current layout - status " WS-USER-FILE-STATUS
                   PERFORM 8510-RELEASE-DATA-SET-LOCK
                   STOP RUN
               WHEN OTHER
                   OPEN OUTPUT USER-ACCOUNT-FILE
                   *> format. Stop rather than recreate it empty and lose
                   *> every saved profile.
                   DISPLAY "USER-PROFILE.DAT could not be opened as an indexed file - status " WS-PROFILE-FILE-STATUS
                   PERFORM 8510-RELEASE-DATA-SET-LOCK
                   STOP RUN
               WHEN OTHER
                   CONTINUE
               CLOSE SKILLS-CATALOG-FILE
           END-IF

           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           IF WS-INTERVIEW-FILE-STATUS NOT = "00"
               CLOSE INTERVIEW-SCHEDULE-FILE
               OPEN OUTPUT INTERVIEW-SCHEDULE-FILE
               CLOSE INTERVIEW-SCHEDULE-FILE
           ELSE
               CLOSE INTERVIEW-SCHEDULE-FILE
           END-IF

           OPEN INPUT EMPLOYER-MASTER-FILE
           IF WS-EMPLOYER-FILE-STATUS NOT = "00"
               CLOSE EMPLOYER-MASTER-FILE
               OPEN OUTPUT EMPLOYER-MASTER-FILE
               CLOSE EMPLOYER-MASTER-FILE
           ELSE
               CLOSE EMPLOYER-MASTER-FILE
           END-IF

           OPEN INPUT ANNOUNCEMENT-FILE
           IF WS-ANNOUNCE-FILE-STATUS NOT = "00"
               CLOSE ANNOUNCEMENT-FILE
               OPEN OUTPUT ANNOUNCEMENT-FILE
               CLOSE ANNOUNCEMENT-FILE
           ELSE
               CLOSE ANNOUNCEMENT-FILE
           END-IF

           OPEN INPUT ANNOUNCEMENT-SEEN-FILE
           IF WS-ANN-SEEN-FILE-STATUS NOT = "00"
               CLOSE ANNOUNCEMENT-SEEN-FILE
               OPEN OUTPUT ANNOUNCEMENT-SEEN-FILE
               CLOSE ANNOUNCEMENT-SEEN-FILE
           ELSE
               CLOSE ANNOUNCEMENT-SEEN-FILE
           END-IF

           OPEN INPUT SKILL-ENDORSEMENT-FILE
           IF WS-ENDORSE-FILE-STATUS NOT = "00"
               CLOSE SKILL-ENDORSEMENT-FILE
               OPEN OUTPUT SKILL-ENDORSEMENT-FILE
               CLOSE SKILL-ENDORSEMENT-FILE
           ELSE
               CLOSE SKILL-ENDORSEMENT-FILE
           END-IF

           *> A batch-window list of per-student transaction decks, if
           *> present, switches the run from single InCollege-Input.txt
           *> processing into looping over every deck named in it.
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.

       1040-CHECK-REHEARSAL-REQUEST.
           *> InCollege-Rehearsal.txt with REHEARSE on its first line turns
           *> the next batch window into a rehearsal. It is only honoured
           *> when there is a batch-window list to rehearse, and it is
           *> cleared once the rehearsal report is written.
           SET WS-NOT-REHEARSAL-MODE TO TRUE
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-FILE-STATUS = "00"
               OPEN INPUT REHEARSAL-CONTROL-FILE
               IF WS-RH-CONTROL-STATUS = "00"
                   READ REHEARSAL-CONTROL-FILE
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(REHEARSAL-CONTROL-REC))
                               = "REHEARSE"
                               SET WS-REHEARSAL-MODE TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE REHEARSAL-CONTROL-FILE
           END-IF
           CLOSE BATCH-CONTROL-FILE.

       1050-PREPARE-REHEARSAL-FILES.
           *> Copy every live data file to a data/REHEARSAL- scratch file
           *> and point the run at the copy. The live files, the batch
           *> checkpoint included, are only ever read. Any scratch file left
           *> by an earlier rehearsal is deleted first.
           PERFORM VARYING WS-RH-FILE-IDX FROM 1 BY 1
               UNTIL WS-RH-FILE-IDX > 19
               MOVE WS-DATA-FILE-NAME(WS-RH-FILE-IDX) TO WS-RH-LIVE-NAME
               MOVE SPACES TO WS-RH-SCRATCH-NAME
               STRING "data/REHEARSAL-" WS-RH-LIVE-NAME(6:55)
                   DELIMITED BY SPACE INTO WS-RH-SCRATCH-NAME
               MOVE WS-RH-SCRATCH-NAME TO WS-DATA-FILE-NAME(WS-RH-FILE-IDX)
               CALL "CBL_DELETE_FILE" USING WS-RH-SCRATCH-NAME
               EVALUATE WS-RH-FILE-IDX
                   WHEN 1
                       PERFORM 1060-COPY-LIVE-ACCOUNTS
                   WHEN 2
                       PERFORM 1065-COPY-LIVE-PROFILES
                   WHEN OTHER
                       *> Sequential files copy byte for byte. A live file
                       *> that does not exist yet leaves no scratch copy,
                       *> and the rehearsal creates it just as a live run
                       *> would.
                       CALL "CBL_COPY_FILE" USING WS-RH-LIVE-NAME
                           WS-RH-SCRATCH-NAME
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

       1060-COPY-LIVE-ACCOUNTS.
           *> The indexed files are copied record by record rather than as
           *> a file, so the scratch copy gets a proper index of its own.
           OPEN INPUT LIVE-ACCOUNT-FILE
           EVALUATE WS-RH-LIVE-STATUS
               WHEN "00"
                   OPEN OUTPUT USER-ACCOUNT-FILE
                   SET WS-RH-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-RH-EOF
                       READ LIVE-ACCOUNT-FILE
                           AT END
                               SET WS-RH-EOF TO TRUE
                           NOT AT END
                               WRITE USER-ACCOUNT-REC FROM LIVE-ACCOUNT-REC
                       END-READ
                   END-PERFORM
                   CLOSE USER-ACCOUNT-FILE
                   CLOSE LIVE-ACCOUNT-FILE
               WHEN "35"
                   *> No live account file yet - initialization creates an
                   *> empty scratch one.
                   CONTINUE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-RH-COPY-FAILED-MSG) " "
                       WS-RH-LIVE-STATUS " (" FUNCTION TRIM(WS-RH-LIVE-NAME) ")"
                   PERFORM 8510-RELEASE-DATA-SET-LOCK
                   STOP RUN
           END-EVALUATE.

       1065-COPY-LIVE-PROFILES.
           OPEN INPUT LIVE-PROFILE-FILE
           EVALUATE WS-RH-LIVE-STATUS
               WHEN "00"
                   OPEN OUTPUT USER-PROFILE-FILE
                   SET WS-RH-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-RH-EOF
                       READ LIVE-PROFILE-FILE
                           AT END
                               SET WS-RH-EOF TO TRUE
                           NOT AT END
                               WRITE USER-PROFILE-REC FROM LIVE-PROFILE-REC
                       END-READ
                   END-PERFORM
                   CLOSE USER-PROFILE-FILE
                   CLOSE LIVE-PROFILE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-RH-COPY-FAILED-MSG) " "
                       WS-RH-LIVE-STATUS " (" FUNCTION TRIM(WS-RH-LIVE-NAME) ")"
                   PERFORM 8510-RELEASE-DATA-SET-LOCK
                   STOP RUN
           END-EVALUATE.

       1500-RUN-BATCH-WINDOW.
           *> Run every per-student deck listed in the batch-control file
           *> against the same shared USER-ACCOUNT-FILE/USER-PROFILE-FILE/
           *> file for each deck. Decks already recorded in the checkpoint
           *> file (a restart after a mid-window failure) are skipped so
           *> their account creations and requests are not replayed.
           *> In a rehearsal the same run goes against the scratch copies
           *> and a what-would-change report replaces the window summary.
           IF WS-REHEARSAL-MODE
               PERFORM 1600-START-REHEARSAL-REPORT
           END-IF

           PERFORM 1510-LOAD-CHECKPOINT-FILE

           OPEN INPUT BATCH-CONTROL-FILE
                           PERFORM 1520-CHECK-DECK-CHECKPOINTED
                           IF WS-DECK-CHECKPOINTED
                               ADD 1 TO WS-DECKS-RESTART-SKIPPED
                               IF WS-REHEARSAL-MODE
                                   MOVE FUNCTION TRIM(BATCH-CONTROL-REC)
                                       TO WS-INPUT-FILENAME
                                   MOVE ZEROS TO WS-RH-DECK-TALLIES
                                   MOVE "CHECKPOINTED" TO WS-RH-DECK-RESULT
                                   PERFORM 1610-WRITE-REHEARSAL-DECK-LINE
                               END-IF
                           ELSE
                               PERFORM 1550-RUN-ONE-DECK
                           END-IF
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE

           IF WS-REHEARSAL-MODE
               PERFORM 1620-FINISH-REHEARSAL-REPORT
           ELSE
               PERFORM 1580-WRITE-WINDOW-SUMMARY
           END-IF

           *> The window ran to the end of the list - clear the checkpoint
           *> file so the next window starts from the top. (A rehearsal
           *> only clears its scratch copy.)
           OPEN OUTPUT BATCH-CHECKPOINT-FILE
           CLOSE BATCH-CHECKPOINT-FILE.

           *> Each deck is a fresh session against the shared data files.
           MOVE SPACES TO WS-CURRENT-USER
           MOVE "N" TO WS-EXIT-STATUS
           MOVE ZEROS TO WS-RH-DECK-TALLIES

           PERFORM 1020-OPEN-DECK-FILES
           IF WS-DECK-OPEN-FAILED
               ELSE
                   SET WS-FAILED-TABLE-TRUNCATED TO TRUE
               END-IF
               IF WS-REHEARSAL-MODE
                   PERFORM 1605-CLASSIFY-REHEARSAL-DECK
               END-IF
           ELSE
               PERFORM 2000-SHOW-MENU UNTIL WS-USER-WANT-TO-EXIT
               *> Classified before the close - the input status still
               *> shows whether the deck ran out of lines.
               IF WS-REHEARSAL-MODE
                   PERFORM 1605-CLASSIFY-REHEARSAL-DECK
               END-IF
               PERFORM 1030-CLOSE-DECK-FILES
               PERFORM 1570-RECORD-DECK-CHECKPOINT
               ADD 1 TO WS-DECKS-PROCESSED
               SUBTRACT 4 FROM WS-BATCH-DECK-LEN
           END-IF
           MOVE SPACES TO WS-OUTPUT-FILENAME
           *> A rehearsal must not overwrite the last live run's output.
           IF WS-REHEARSAL-MODE
               STRING WS-BATCH-DECK-BASE(1:WS-BATCH-DECK-LEN) "-Rehearsal.txt"
                   DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           ELSE
               STRING WS-BATCH-DECK-BASE(1:WS-BATCH-DECK-LEN) "-Output.txt"
                   DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           END-IF.

       1600-START-REHEARSAL-REPORT.
           OPEN OUTPUT REHEARSAL-REPORT-FILE

           MOVE "InCollege Batch Window Rehearsal" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "================================" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "Every deck was run against data/REHEARSAL-*.DAT scratch copies."
               TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "The live data files and the batch checkpoint were not changed."
               TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "Deck output was written to <deck>-Rehearsal.txt."
               TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           MOVE "Per-deck changes" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "----------------" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE WS-RH-DECK-HEADING TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           PERFORM 1660-COUNT-REHEARSAL-FILES
           PERFORM VARYING WS-RH-FILE-IDX FROM 1 BY 1
               UNTIL WS-RH-FILE-IDX > 7
               MOVE WS-RH-COUNT-WORK(WS-RH-FILE-IDX)
                   TO WS-RH-FILE-BEFORE(WS-RH-FILE-IDX)
           END-PERFORM.

       1605-CLASSIFY-REHEARSAL-DECK.
           *> A deck ends early when its input runs out before it chooses
           *> Exit from the main menu - the live run would stop it part way
           *> through whatever it was doing. Errors are invalid menu choices
           *> and failed or refused logins.
           MOVE SPACES TO WS-RH-PROBLEM-REASON-WORK
           EVALUATE TRUE
               WHEN WS-DECK-OPEN-FAILED
                   MOVE "NOT OPENED" TO WS-RH-DECK-RESULT
                   MOVE "deck could not be opened"
                       TO WS-RH-PROBLEM-REASON-WORK
               WHEN WS-DECK-INPUT-STATUS = "10" OR WS-DECK-INPUT-STATUS = "46"
                   MOVE "ENDED EARLY" TO WS-RH-DECK-RESULT
                   MOVE "input ran out before Exit from the main menu"
                       TO WS-RH-PROBLEM-REASON-WORK
               WHEN WS-RH-DECK-ERRORS > 0
                   MOVE "ERRORS" TO WS-RH-DECK-RESULT
                   MOVE WS-RH-DECK-ERRORS TO WS-BATCH-COUNT-DISPLAY
                   STRING FUNCTION TRIM(WS-BATCH-COUNT-DISPLAY)
                       " invalid choice(s) or failed login(s)"
                       DELIMITED BY SIZE INTO WS-RH-PROBLEM-REASON-WORK
               WHEN OTHER
                   MOVE "OK" TO WS-RH-DECK-RESULT
           END-EVALUATE

           IF WS-RH-PROBLEM-REASON-WORK NOT = SPACES
               IF WS-RH-PROBLEM-COUNT < 500
                   ADD 1 TO WS-RH-PROBLEM-COUNT
                   MOVE WS-INPUT-FILENAME
                       TO WS-RH-PROBLEM-DECK(WS-RH-PROBLEM-COUNT)
                   MOVE WS-RH-PROBLEM-REASON-WORK
                       TO WS-RH-PROBLEM-REASON(WS-RH-PROBLEM-COUNT)
               ELSE
                   SET WS-RH-PROBLEM-TRUNCATED TO TRUE
               END-IF
           END-IF

           PERFORM 1610-WRITE-REHEARSAL-DECK-LINE.

       1610-WRITE-REHEARSAL-DECK-LINE.
           MOVE FUNCTION TRIM(WS-INPUT-FILENAME) TO WS-RH-DL-DECK
           MOVE WS-RH-DECK-ACCOUNTS TO WS-RH-DL-ACCOUNTS
           MOVE WS-RH-DECK-PROFILES TO WS-RH-DL-PROFILES
           MOVE WS-RH-DECK-SENT     TO WS-RH-DL-SENT
           MOVE WS-RH-DECK-ACCEPTED TO WS-RH-DL-ACCEPTED
           MOVE WS-RH-DECK-APPS     TO WS-RH-DL-APPS
           MOVE WS-RH-DECK-MSGS     TO WS-RH-DL-MSGS
           MOVE WS-RH-DECK-ERRORS   TO WS-RH-DL-ERRORS
           MOVE WS-RH-DECK-RESULT   TO WS-RH-DL-RESULT
           MOVE WS-RH-DECK-LINE TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           ADD WS-RH-DECK-ACCOUNTS TO WS-RH-TOT-ACCOUNTS
           ADD WS-RH-DECK-PROFILES TO WS-RH-TOT-PROFILES
           ADD WS-RH-DECK-SENT     TO WS-RH-TOT-SENT
           ADD WS-RH-DECK-ACCEPTED TO WS-RH-TOT-ACCEPTED
           ADD WS-RH-DECK-APPS     TO WS-RH-TOT-APPS
           ADD WS-RH-DECK-MSGS     TO WS-RH-TOT-MSGS
           ADD WS-RH-DECK-ERRORS   TO WS-RH-TOT-ERRORS.

       1620-FINISH-REHEARSAL-REPORT.
           MOVE "TOTAL"            TO WS-RH-DL-DECK
           MOVE WS-RH-TOT-ACCOUNTS TO WS-RH-DL-ACCOUNTS
           MOVE WS-RH-TOT-PROFILES TO WS-RH-DL-PROFILES
           MOVE WS-RH-TOT-SENT     TO WS-RH-DL-SENT
           MOVE WS-RH-TOT-ACCEPTED TO WS-RH-DL-ACCEPTED
           MOVE WS-RH-TOT-APPS     TO WS-RH-DL-APPS
           MOVE WS-RH-TOT-MSGS     TO WS-RH-DL-MSGS
           MOVE WS-RH-TOT-ERRORS   TO WS-RH-DL-ERRORS
           MOVE SPACES             TO WS-RH-DL-RESULT
           MOVE WS-RH-DECK-LINE TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           MOVE "Per-file changes" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "----------------" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE WS-RH-FILE-HEADING TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           PERFORM 1660-COUNT-REHEARSAL-FILES
           PERFORM VARYING WS-RH-FILE-IDX FROM 1 BY 1
               UNTIL WS-RH-FILE-IDX > 7
               MOVE WS-RH-COUNT-WORK(WS-RH-FILE-IDX)
                   TO WS-RH-FILE-AFTER(WS-RH-FILE-IDX)
               PERFORM 1630-WRITE-REHEARSAL-FILE-LINE
           END-PERFORM
           PERFORM 1690-WRITE-REHEARSAL-LINE

           MOVE "Decks that would hit errors or end early" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "----------------------------------------" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           IF WS-RH-PROBLEM-COUNT = 0
               MOVE "None." TO WS-SUMMARY-LINE
               PERFORM 1690-WRITE-REHEARSAL-LINE
           END-IF
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
               UNTIL WS-CKPT-IDX > WS-RH-PROBLEM-COUNT
               STRING "  " FUNCTION TRIM(WS-RH-PROBLEM-DECK(WS-CKPT-IDX))
                   " - " FUNCTION TRIM(WS-RH-PROBLEM-REASON(WS-CKPT-IDX))
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               PERFORM 1690-WRITE-REHEARSAL-LINE
           END-PERFORM
           IF WS-RH-PROBLEM-TRUNCATED
               MOVE WS-RH-PROBLEM-TRUNC-WARNING TO WS-SUMMARY-LINE
               PERFORM 1690-WRITE-REHEARSAL-LINE
           END-IF
           IF WS-CKPT-TABLE-TRUNCATED
               MOVE WS-CKPT-TRUNC-WARNING TO WS-SUMMARY-LINE
               PERFORM 1690-WRITE-REHEARSAL-LINE
           END-IF
           PERFORM 1690-WRITE-REHEARSAL-LINE

           MOVE "Summary" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "-------" TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE WS-DECKS-PROCESSED TO WS-BATCH-COUNT-DISPLAY
           STRING "Decks rehearsed: " WS-BATCH-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE WS-DECKS-RESTART-SKIPPED TO WS-BATCH-COUNT-DISPLAY
           STRING "Decks skipped (already checkpointed): " WS-BATCH-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE WS-RH-PROBLEM-COUNT TO WS-BATCH-COUNT-DISPLAY
           STRING "Decks with errors, early ends or open failures: "
               WS-BATCH-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE
           MOVE "Rehearsal request cleared - the next batch window will run live."
               TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE

           CLOSE REHEARSAL-REPORT-FILE

           OPEN OUTPUT REHEARSAL-CONTROL-FILE
           CLOSE REHEARSAL-CONTROL-FILE.

       1630-WRITE-REHEARSAL-FILE-LINE.
           MOVE WS-RH-FILE-LABEL(WS-RH-FILE-IDX) TO WS-RH-FL-LABEL
           MOVE WS-RH-FILE-BEFORE(WS-RH-FILE-IDX) TO WS-RH-FL-BEFORE
           MOVE WS-RH-FILE-AFTER(WS-RH-FILE-IDX) TO WS-RH-FL-AFTER
           COMPUTE WS-RH-NET-WORK = WS-RH-FILE-AFTER(WS-RH-FILE-IDX)
               - WS-RH-FILE-BEFORE(WS-RH-FILE-IDX)
           MOVE WS-RH-NET-WORK TO WS-RH-FL-NET
           MOVE SPACES TO WS-RH-FL-ACTIVITY
           EVALUATE WS-RH-FILE-IDX
               WHEN 1
                   MOVE WS-RH-TOT-ACCOUNTS TO WS-RH-ACTIVITY-COUNT
                   STRING "accounts created " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
               WHEN 2
                   MOVE WS-RH-TOT-PROFILES TO WS-RH-ACTIVITY-COUNT
                   STRING "profiles saved " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
               WHEN 3
                   MOVE WS-RH-TOT-SENT TO WS-RH-ACTIVITY-COUNT
                   STRING "requests sent " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
               WHEN 4
                   MOVE WS-RH-TOT-ACCEPTED TO WS-RH-ACTIVITY-COUNT
                   STRING "requests accepted " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
               WHEN 6
                   MOVE WS-RH-TOT-APPS TO WS-RH-ACTIVITY-COUNT
                   STRING "applications filed " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
               WHEN 7
                   MOVE WS-RH-TOT-MSGS TO WS-RH-ACTIVITY-COUNT
                   STRING "messages sent " FUNCTION TRIM(WS-RH-ACTIVITY-COUNT)
                       DELIMITED BY SIZE INTO WS-RH-FL-ACTIVITY
           END-EVALUATE
           MOVE WS-RH-FILE-LINE TO WS-SUMMARY-LINE
           PERFORM 1690-WRITE-REHEARSAL-LINE.

       1640-TALLY-REHEARSAL-EVENT.
           *> Called for every activity-log event during a rehearsal.
           EVALUATE WS-LOG-EVENT-TYPE
               WHEN "ACCT-CREATE"
                   ADD 1 TO WS-RH-DECK-ACCOUNTS
               WHEN "PROFILE-SAVE"
                   ADD 1 TO WS-RH-DECK-PROFILES
               WHEN "CONN-SEND"
                   ADD 1 TO WS-RH-DECK-SENT
               WHEN "CONN-ACCEPT"
                   ADD 1 TO WS-RH-DECK-ACCEPTED
               WHEN "MSG-SEND"
                   ADD 1 TO WS-RH-DECK-MSGS
               WHEN "LOGIN-FAIL"
               WHEN "LOGIN-LOCKOUT"
               WHEN "LOGIN-SUSPENDED"
               WHEN "LOGIN-LOCKED"
               WHEN "LOGIN-RETIRED"
                   ADD 1 TO WS-RH-DECK-ERRORS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1660-COUNT-REHEARSAL-FILES.
           *> Record counts of the files in the per-file section, into
           *> WS-RH-COUNT-WORK in WS-RH-FILE-LABELS order.
           MOVE ZEROS TO WS-RH-COUNT-WORK-TABLE

           SET WS-RH-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO USER-NAME
           START USER-ACCOUNT-FILE KEY IS GREATER THAN OR EQUAL TO USER-NAME
               INVALID KEY
                   SET WS-RH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RH-EOF
               READ USER-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(1)
               END-READ
           END-PERFORM

           SET WS-RH-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO UP-USER-NAME
           START USER-PROFILE-FILE KEY IS GREATER THAN OR EQUAL TO UP-USER-NAME
               INVALID KEY
                   SET WS-RH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RH-EOF
               READ USER-PROFILE-FILE NEXT RECORD
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(2)
               END-READ
           END-PERFORM

           OPEN INPUT CONNECTIONS-FILE
           SET WS-RH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ CONNECTIONS-FILE
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(3)
               END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE

           OPEN INPUT ESTABLISHED-CONNECTIONS-FILE
           SET WS-RH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ ESTABLISHED-CONNECTIONS-FILE
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(4)
               END-READ
           END-PERFORM
           CLOSE ESTABLISHED-CONNECTIONS-FILE

           OPEN INPUT CONNECTION-HISTORY-FILE
           SET WS-RH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ CONNECTION-HISTORY-FILE
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(5)
               END-READ
           END-PERFORM
           CLOSE CONNECTION-HISTORY-FILE

           OPEN INPUT JOB-APPLICATION-FILE
           SET WS-RH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(6)
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE

           OPEN INPUT MESSAGES-FILE
           SET WS-RH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ MESSAGES-FILE
                   AT END
                       SET WS-RH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RH-COUNT-WORK(7)
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE.

       1690-WRITE-REHEARSAL-LINE.
           MOVE WS-SUMMARY-LINE TO REHEARSAL-REPORT-REC
           WRITE REHEARSAL-REPORT-REC
           MOVE SPACES TO WS-SUMMARY-LINE.

       1100-INIT-CONNECTIONS-FILES.
           *> Only create the connections file if it doesn't already exist -
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCT-EXISTS TO TRUE
                       *> A suspended, locked or retired account is refused before
                       *> the password is even checked - these users get
                       *> a clear message, not "incorrect password".
                       EVALUATE FUNCTION TRIM(USER-STATUS)
                               SET WS-LOGIN-BLOCKED TO TRUE
                               MOVE WS-ACCT-LOCKED-MSG TO WS-BLOCKED-LOGIN-MSG
                               MOVE "LOGIN-LOCKED" TO WS-BLOCKED-EVENT-TYPE
                           WHEN "RETIRED"
                               SET WS-LOGIN-BLOCKED TO TRUE
                               MOVE WS-ACCT-RETIRED-MSG TO WS-BLOCKED-LOGIN-MSG
                               MOVE "LOGIN-RETIRED" TO WS-BLOCKED-EVENT-TYPE
                           WHEN OTHER
                               MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
                               PERFORM 8200-HASH-PASSWORD
               END-IF
           END-IF

           PERFORM 3330-SHOW-NOTICES

           MOVE WS-WHATS-NEW-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

                   NOT AT END
                       PERFORM 3310-CHECK-APP-CHANGED
                       IF WS-CONTAINS-TRUE
                           STRING "  REQ " JA-REQ-NUM " "
                                  FUNCTION TRIM(JA-TITLE)
                                  " at " FUNCTION TRIM(JA-EMPLOYER)
                                  " - now " FUNCTION TRIM(JA-STATUS)
                                  DELIMITED BY SIZE INTO DISPLAY-MSG
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.

       3330-SHOW-NOTICES.
           *> Current notices addressed to this user that have not been
           *> acknowledged. The first showing of each is recorded in the
           *> seen file so the delivery report can count it.
           PERFORM 3370-LOAD-NOTICE-TARGETS
           PERFORM 3350-LOAD-MY-NOTICE-EVENTS
           MOVE 0 TO WS-AN-SHOWN-COUNT
           MOVE 0 TO WS-AN-NEW-SEEN-COUNT

           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-REC
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       PERFORM 3340-CHECK-NOTICE-FOR-USER
                       IF WS-AN-TARGETED
                           MOVE AN-NOTICE-ID TO WS-AN-PICK-ID
                           PERFORM 3355-FIND-NOTICE-EVENT
                           IF WS-AN-FOUND-IDX = 0
                           OR WS-AN-SEEN-ACKED(WS-AN-FOUND-IDX) NOT = 'Y'
                               IF WS-AN-SHOWN-COUNT = 0
                                   MOVE WS-AN-NOTICES-HEADER TO DISPLAY-MSG
                                   PERFORM 8000-DISPLAY-ROUTINE
                               END-IF
                               ADD 1 TO WS-AN-SHOWN-COUNT
                               MOVE AN-NOTICE-ID TO WS-AN-ID-DISP
                               STRING "  #" FUNCTION TRIM(WS-AN-ID-DISP)
                                      " (until " AN-END-DATE "): "
                                      FUNCTION TRIM(AN-TEXT)
                                      DELIMITED BY SIZE INTO DISPLAY-MSG
                               PERFORM 8000-DISPLAY-ROUTINE
                               IF WS-AN-FOUND-IDX = 0
                               AND WS-AN-NEW-SEEN-COUNT < 50
                                   ADD 1 TO WS-AN-NEW-SEEN-COUNT
                                   MOVE AN-NOTICE-ID TO WS-AN-NEW-SEEN-ID(WS-AN-NEW-SEEN-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE

           IF WS-AN-SHOWN-COUNT > 0
               MOVE WS-AN-ACK-HINT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF

           IF WS-AN-NEW-SEEN-COUNT > 0
               OPEN EXTEND ANNOUNCEMENT-SEEN-FILE
               IF WS-ANN-SEEN-FILE-STATUS = "00" OR WS-ANN-SEEN-FILE-STATUS = "05"
                   PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-AN-NEW-SEEN-COUNT
                       MOVE WS-AN-NEW-SEEN-ID(WS-AN-IDX) TO AS-NOTICE-ID
                       MOVE FUNCTION TRIM(WS-CURRENT-USER) TO AS-USER-NAME
                       MOVE "SEEN" TO AS-EVENT
                       MOVE FUNCTION CURRENT-DATE(1:8) TO AS-EVENT-DATE
                       WRITE ANNOUNCEMENT-SEEN-REC
                   END-PERFORM
                   CLOSE ANNOUNCEMENT-SEEN-FILE
               END-IF
           END-IF.

       3340-CHECK-NOTICE-FOR-USER.
           *> The notice in ANNOUNCEMENT-REC is for this user when today
           *> falls within its dates and the user is in its audience.
           *> Majors compare without regard to case, as students type
           *> them freely.
           SET WS-AN-NOT-TARGETED TO TRUE
           IF AN-START-DATE > WS-TODAY-DASH-DATE
           OR AN-END-DATE < WS-TODAY-DASH-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(AN-AUDIENCE)
               WHEN "ALL"
                   SET WS-AN-TARGETED TO TRUE
               WHEN "ROLE"
                   IF FUNCTION TRIM(AN-AUDIENCE-VALUE) = FUNCTION TRIM(WS-CURRENT-ROLE)
                       SET WS-AN-TARGETED TO TRUE
                   END-IF
               WHEN "MAJOR"
                   IF WS-AN-USER-MAJOR NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(AN-AUDIENCE-VALUE))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AN-USER-MAJOR))
                       SET WS-AN-TARGETED TO TRUE
                   END-IF
               WHEN "GRAD-YEAR"
                   IF WS-AN-USER-GRAD-YEAR NOT = SPACES
                   AND AN-AUDIENCE-VALUE(1:4) = WS-AN-USER-GRAD-YEAR
                       SET WS-AN-TARGETED TO TRUE
                   END-IF
           END-EVALUATE.

       3350-LOAD-MY-NOTICE-EVENTS.
           *> One seen-table row per notice this user has been shown,
           *> flagged once an ACK row turns up for it.
           MOVE 0 TO WS-AN-SEEN-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-SEEN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-SEEN-REC
               READ ANNOUNCEMENT-SEEN-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(AS-USER-NAME) = FUNCTION TRIM(WS-CURRENT-USER)
                       AND AS-NOTICE-ID IS NUMERIC
                           MOVE AS-NOTICE-ID TO WS-AN-PICK-ID
                           PERFORM 3355-FIND-NOTICE-EVENT
                           IF WS-AN-FOUND-IDX = 0
                           AND WS-AN-SEEN-COUNT < 200
                               ADD 1 TO WS-AN-SEEN-COUNT
                               MOVE WS-AN-SEEN-COUNT TO WS-AN-FOUND-IDX
                               MOVE AS-NOTICE-ID TO WS-AN-SEEN-ID(WS-AN-FOUND-IDX)
                               MOVE 'N' TO WS-AN-SEEN-ACKED(WS-AN-FOUND-IDX)
                           END-IF
                           IF WS-AN-FOUND-IDX > 0
                           AND AS-EVENT = "ACK"
                               MOVE 'Y' TO WS-AN-SEEN-ACKED(WS-AN-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-SEEN-FILE
           SET WS-NOT-EOF-FLAG TO TRUE.

       3355-FIND-NOTICE-EVENT.
           *> WS-AN-FOUND-IDX comes back 0 when WS-AN-PICK-ID is not on
           *> the seen table.
           MOVE 0 TO WS-AN-FOUND-IDX
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-SEEN-COUNT
               IF WS-AN-SEEN-ID(WS-AN-IDX) = WS-AN-PICK-ID
                   MOVE WS-AN-IDX TO WS-AN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3360-ACKNOWLEDGE-NOTICE.
           *> Only a current notice addressed to this user can be
           *> acknowledged - the same test that decides what shows at
           *> login.
           PERFORM 3370-LOAD-NOTICE-TARGETS
           PERFORM 3350-LOAD-MY-NOTICE-EVENTS

           MOVE WS-AN-ENTER-ACK TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE SPACES TO WS-EMP-REQ-INPUT
           READ INPUT-FILE INTO WS-EMP-REQ-INPUT
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           IF FUNCTION TEST-NUMVAL(WS-EMP-REQ-INPUT) NOT = 0
               MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EMP-REQ-INPUT) TO WS-AN-PICK-ID

           SET WS-AN-PICK-NOT-FOUND TO TRUE
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-REC
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF AN-NOTICE-ID = WS-AN-PICK-ID
                           PERFORM 3340-CHECK-NOTICE-FOR-USER
                           IF WS-AN-TARGETED
                               SET WS-AN-PICK-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE
           SET WS-NOT-EOF-FLAG TO TRUE

           IF WS-AN-PICK-NOT-FOUND
               MOVE WS-AN-NO-SUCH-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3355-FIND-NOTICE-EVENT
           IF WS-AN-FOUND-IDX > 0
               IF WS-AN-SEEN-ACKED(WS-AN-FOUND-IDX) = 'Y'
                   MOVE WS-AN-ALREADY-ACKED-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND ANNOUNCEMENT-SEEN-FILE
           IF WS-ANN-SEEN-FILE-STATUS = "00" OR WS-ANN-SEEN-FILE-STATUS = "05"
               MOVE WS-AN-PICK-ID TO AS-NOTICE-ID
               MOVE FUNCTION TRIM(WS-CURRENT-USER) TO AS-USER-NAME
               MOVE "ACK" TO AS-EVENT
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-EVENT-DATE
               WRITE ANNOUNCEMENT-SEEN-REC
               CLOSE ANNOUNCEMENT-SEEN-FILE

               MOVE "NOTICE-ACK" TO WS-LOG-EVENT-TYPE
               MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
               PERFORM 8100-APPEND-ACTIVITY-LOG

               MOVE WS-AN-ACKED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF.

       3370-LOAD-NOTICE-TARGETS.
           *> The profile fields a notice can be aimed at; blank when the
           *> user has no profile yet, so only ALL and ROLE notices reach
           *> them.
           PERFORM 3375-SET-TODAY-DASH-DATE
           MOVE SPACES TO WS-AN-USER-MAJOR
           MOVE SPACES TO WS-AN-USER-GRAD-YEAR
           INITIALIZE USER-PROFILE-REC
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UP-MAJOR OF USER-PROFILE-REC TO WS-AN-USER-MAJOR
                   MOVE UP-GRAD-YEAR OF USER-PROFILE-REC TO WS-AN-USER-GRAD-YEAR
           END-READ.

       3375-SET-TODAY-DASH-DATE.
           MOVE SPACES TO WS-TODAY-DASH-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DASH-DATE.

       4000-CREATE-ACCOUNT-ROUTINE.
           SET WS-ACCOUNT-NOT-CREATED TO TRUE

           MOVE WS-PROMPT-USERNAME TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-INPUT-USERNAME
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ

           MOVE WS-INPUT-USERNAME TO WS-TEMP-FIELD
           PERFORM 1200-ENSURE-NOT-BLANK
           IF DISPLAY-MSG NOT = SPACES
              PERFORM 8000-DISPLAY-ROUTINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO USER-ACCOUNT-REC
           MOVE FUNCTION TRIM(WS-INPUT-USERNAME) TO USER-NAME
           READ USER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DUPLICATE-USERNAME-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-PROMPT-PASSWORD TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-INPUT-PASSWORD
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ

           MOVE WS-INPUT-PASSWORD TO WS-TEMP-FIELD
           PERFORM 1200-ENSURE-NOT-BLANK
           IF DISPLAY-MSG NOT = SPACES
              PERFORM 8000-DISPLAY-ROUTINE
              EXIT PARAGRAPH
           END-IF

           PERFORM 4100-VALIDATE-PASSWORD

           IF WS-PASSWORD-IS-VALID
               PERFORM 4300-GET-ACCOUNT-ROLE
               IF WS-USER-WANT-TO-EXIT
                   EXIT PARAGRAPH
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PYMK-MENU-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-BOOK-INTERVIEW-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ACK-NOTICE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ENDORSE-MENU-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

                       PERFORM 7700-MESSAGES-SUBMENU
                   WHEN "12"
                       PERFORM 7800-PEOPLE-YOU-MAY-KNOW
                   WHEN "13"
                       PERFORM 6600-BOOK-INTERVIEW-SLOT
                   WHEN "14"
                       PERFORM 3360-ACKNOWLEDGE-NOTICE
                   WHEN "15"
                       *> The network listing, followed by the endorse
                       *> prompt; plain option 6 stays a listing only.
                       SET WS-ENDORSE-MODE TO TRUE
                       PERFORM 7500-VIEW-NETWORK
                       SET WS-NOT-ENDORSE-MODE TO TRUE
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EMP-LOGOUT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EMP-PUBLISH-SLOTS-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EMP-OUTCOME-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EMP-COMPANY-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EMP-ACK-NOTICE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

                       PERFORM 4200-CHANGE-PASSWORD-ROUTINE
                   WHEN "7"
                       PERFORM 2000-SHOW-MENU
                   WHEN "8"
                       PERFORM 5700-EMP-PUBLISH-SLOTS
                   WHEN "9"
                       PERFORM 5750-EMP-RECORD-OUTCOME
                   WHEN "10"
                       PERFORM 5800-EMP-COMPANY-PROFILE
                   WHEN "11"
                       PERFORM 3360-ACKNOWLEDGE-NOTICE
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> A revoked company never keeps a live posting (5640), so it
           *> cannot file a new one either - JOB-FEED-IMPORT refuses the
           *> same ADD.
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-EM-SEARCH-NAME
           PERFORM 5885-FIND-COMPANY
           IF WS-EM-FOUND-IDX > 0
               IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)) = "REVOKED"
                   MOVE WS-EM-REVOKED-POST-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-EMP-ENTER-TITLE TO DISPLAY-MSG
           MOVE 60 TO WS-EMP-FIELD-MAX-LEN
           PERFORM 5570-EMP-GET-REQUIRED-FIELD
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-ENP-EXPIRES-DATE

           *> A company posting for the first time goes onto the master
           *> file as PENDING, so an administrator can find and verify it.
           *> The posting is only filed once the company is on the master.
           IF WS-EM-FOUND-IDX = 0
               IF WS-EM-TABLE-TRUNCATED OR WS-EM-COUNT >= 200
                   MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EM-COUNT
               MOVE WS-EM-SEARCH-NAME TO WS-EMT-COMPANY(WS-EM-COUNT)
               MOVE SPACES TO WS-EMT-CONTACT(WS-EM-COUNT)
               MOVE SPACES TO WS-EMT-INDUSTRY(WS-EM-COUNT)
               MOVE "PENDING" TO WS-EMT-VERIFY-STATUS(WS-EM-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EMT-STATUS-DATE(WS-EM-COUNT)
               MOVE SPACES TO WS-EMT-STATUS-BY(WS-EM-COUNT)
               PERFORM 5890-REWRITE-EMPLOYER-MASTER
               MOVE WS-EM-COUNT TO WS-EM-FOUND-IDX
           END-IF

           OPEN EXTEND JOB-POSTING-FILE
           *> The posting is always filed under the employer's own
           *> account name - one employer cannot post as another.
           MOVE WS-ENP-POSTED-DATE  TO JP-POSTED-DATE
           MOVE WS-ENP-EXPIRES-DATE TO JP-EXPIRES-DATE
           MOVE "OPEN" TO JP-STATUS
           ADD 1 TO WS-EMP-HIGH-REQ-NUM
           MOVE WS-EMP-HIGH-REQ-NUM TO JP-REQ-NUM
           WRITE JOB-POSTING-REC
           CLOSE JOB-POSTING-FILE

           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           STRING FUNCTION TRIM(WS-EMP-POSTING-ADDED-MSG)
                  " Requisition number " JP-REQ-NUM "."
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)) NOT = "VERIFIED"
               MOVE WS-EM-HELD-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF.

       5520-EMP-AMEND-POSTING.
           PERFORM 5560-EMP-LOAD-POSTING-TABLE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-MINE-COUNT
               MOVE WS-EMP-MINE-ENTRY(WS-EMP-IDX) TO WS-EMP-PICK-IDX
               STRING "REQ " WS-EPT-REQ-NUM(WS-EMP-PICK-IDX) " - "
                      FUNCTION TRIM(WS-EPT-TITLE(WS-EMP-PICK-IDX))
                      " [" FUNCTION TRIM(WS-EPT-STATUS(WS-EMP-PICK-IDX)) "]"
                      DELIMITED BY SIZE INTO DISPLAY-MSG
           END-PERFORM.

       5550-EMP-VIEW-APPLICANTS.
           *> Applications belong to a posting by requisition number, so
           *> each posting is listed under its current title with the
           *> applications made to it; any made before requisition
           *> numbers were assigned are listed separately.
           MOVE WS-EMP-APPS-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           PERFORM 5560-EMP-LOAD-POSTING-TABLE
           MOVE 0 TO WS-EMP-APP-COUNT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-MINE-COUNT
               MOVE WS-EMP-MINE-ENTRY(WS-EMP-IDX) TO WS-EMP-PICK-IDX
               MOVE WS-EPT-REQ-NUM(WS-EMP-PICK-IDX) TO WS-EMP-PICK-REQ-NUM
               STRING "REQ " WS-EPT-REQ-NUM(WS-EMP-PICK-IDX) " - "
                      FUNCTION TRIM(WS-EPT-TITLE(WS-EMP-PICK-IDX))
                      " [" FUNCTION TRIM(WS-EPT-STATUS(WS-EMP-PICK-IDX)) "]"
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               PERFORM 5552-EMP-LIST-REQ-APPLICANTS
               IF WS-EMP-REQ-APP-COUNT = 0
                   MOVE WS-EMP-REQ-NO-APPS-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-EMP-PICK-REQ-NUM
           PERFORM 5552-EMP-LIST-REQ-APPLICANTS

           IF WS-EMP-APP-COUNT = 0
               MOVE WS-EMP-NO-APPS-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF

           MOVE WS-EMP-APPS-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5552-EMP-LIST-REQ-APPLICANTS.
           *> The applications to requisition WS-EMP-PICK-REQ-NUM. When it
           *> is zero, this employer's applications with no requisition
           *> number, under their own heading if there are any.
           MOVE 0 TO WS-EMP-REQ-APP-COUNT
           SET WS-EMP-APP-NOT-EOF TO TRUE
           OPEN INPUT JOB-APPLICATION-FILE
           PERFORM UNTIL WS-EMP-APP-EOF
               MOVE SPACES TO JOB-APPLICATION-REC
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-EMP-APP-EOF TO TRUE
                   NOT AT END
                       SET WS-CONTAINS-FALSE TO TRUE
                       IF WS-EMP-PICK-REQ-NUM = 0
                           IF FUNCTION TRIM(JA-EMPLOYER) = FUNCTION TRIM(WS-CURRENT-USER)
                               IF JA-REQ-NUM IS NOT NUMERIC
                                   SET WS-CONTAINS-TRUE TO TRUE
                               ELSE
                                   IF JA-REQ-NUM = 0
                                       SET WS-CONTAINS-TRUE TO TRUE
                                   END-IF
                               END-IF
                           END-IF
                       ELSE
                           IF JA-REQ-NUM IS NUMERIC
                               IF JA-REQ-NUM = WS-EMP-PICK-REQ-NUM
                                   SET WS-CONTAINS-TRUE TO TRUE
                               END-IF
                           END-IF
                       END-IF
                       IF WS-CONTAINS-TRUE
                           IF WS-EMP-PICK-REQ-NUM = 0
                           AND WS-EMP-REQ-APP-COUNT = 0
                               MOVE WS-EMP-UNLINKED-HEADER TO DISPLAY-MSG
                               PERFORM 8000-DISPLAY-ROUTINE
                           END-IF
                           ADD 1 TO WS-EMP-REQ-APP-COUNT
                           ADD 1 TO WS-EMP-APP-COUNT
                           IF WS-EMP-PICK-REQ-NUM = 0
                               STRING "  Applicant: " FUNCTION TRIM(JA-APPLICANT)
                                      " - " FUNCTION TRIM(JA-TITLE)
                                      " (" FUNCTION TRIM(JA-STATUS) ")"
                                      DELIMITED BY SIZE INTO DISPLAY-MSG
                           ELSE
                               STRING "  Applicant: " FUNCTION TRIM(JA-APPLICANT)
                                      " (" FUNCTION TRIM(JA-STATUS) ")"
                                      DELIMITED BY SIZE INTO DISPLAY-MSG
                           END-IF
                           PERFORM 8000-DISPLAY-ROUTINE
                           PERFORM 5555-EMP-SHOW-APPLICANT-SKILLS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.

       5555-EMP-SHOW-APPLICANT-SKILLS.
           *> The applicant's listed skills with their endorsement counts,
           *> under the application line.
           SET WS-PROFILE-NOT-FOUND TO TRUE
           MOVE FUNCTION TRIM(JA-APPLICANT) TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROFILE-FOUND TO TRUE
           END-READ

           IF WS-PROFILE-NOT-FOUND
           OR UP-NUM-SKILLS OF USER-PROFILE-REC = 0
               MOVE WS-EN-NO-SKILLS-LABEL TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EN-SKILLS-LABEL TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           PERFORM 7560-LOAD-ENDORSEMENT-COUNTS
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > UP-NUM-SKILLS OF USER-PROFILE-REC
               PERFORM 7570-FORMAT-SKILL-TEXT
               STRING "    " FUNCTION TRIM(WS-EN-SKILL-TEXT)
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-PERFORM.

       5560-EMP-LOAD-POSTING-TABLE.
           MOVE 0 TO WS-EMP-POSTING-COUNT
           MOVE 0 TO WS-EMP-HIGH-REQ-NUM
           MOVE 0 TO WS-EMP-MINE-COUNT
           MOVE 'N' TO WS-EMP-TRUNC-SW
           MOVE 'N' TO WS-EMP-LAYOUT-SUSPECT-SW
                       AND FUNCTION TRIM(JP-STATUS) NOT = "CLOSED"
                           SET WS-EMP-LAYOUT-SUSPECT TO TRUE
                       END-IF
                       *> A file not yet given requisition numbers by
                       *> REQUISITION-MIGRATION is the old layout too.
                       IF JP-REQ-NUM IS NOT NUMERIC
                           SET WS-EMP-LAYOUT-SUSPECT TO TRUE
                       ELSE
                           IF JP-REQ-NUM > WS-EMP-HIGH-REQ-NUM
                               MOVE JP-REQ-NUM TO WS-EMP-HIGH-REQ-NUM
                           END-IF
                       END-IF
                       IF WS-EMP-POSTING-COUNT < 200
                           ADD 1 TO WS-EMP-POSTING-COUNT
                           MOVE JP-EMPLOYER     TO WS-EPT-EMPLOYER(WS-EMP-POSTING-COUNT)
                           MOVE JP-POSTED-DATE  TO WS-EPT-POSTED-DATE(WS-EMP-POSTING-COUNT)
                           MOVE JP-EXPIRES-DATE TO WS-EPT-EXPIRES-DATE(WS-EMP-POSTING-COUNT)
                           MOVE JP-STATUS       TO WS-EPT-STATUS(WS-EMP-POSTING-COUNT)
                           MOVE JP-REQ-NUM      TO WS-EPT-REQ-NUM(WS-EMP-POSTING-COUNT)
                           IF FUNCTION TRIM(JP-EMPLOYER)
                               = FUNCTION TRIM(WS-CURRENT-USER)
                               ADD 1 TO WS-EMP-MINE-COUNT
           END-IF.

       5565-EMP-PICK-POSTING.
           *> The employer picks by requisition number, and only from
           *> their own postings; WS-EMP-PICK-NUM comes back as the
           *> position in the mine-table, 0 for cancel.
           MOVE 0 TO WS-EMP-PICK-NUM
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-EMP-PICK-POSTING-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-REQ-INPUT
               READ INPUT-FILE INTO WS-EMP-REQ-INPUT
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION TEST-NUMVAL(WS-EMP-REQ-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-EMP-REQ-INPUT) TO WS-EMP-PICK-REQ-NUM
                   IF WS-EMP-PICK-REQ-NUM = 0
                       SET WS-VALID-FIELD TO TRUE
                   ELSE
                       PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                           UNTIL WS-EMP-IDX > WS-EMP-MINE-COUNT
                           MOVE WS-EMP-MINE-ENTRY(WS-EMP-IDX) TO WS-EMP-PICK-IDX
                           IF WS-EPT-REQ-NUM(WS-EMP-PICK-IDX) = WS-EMP-PICK-REQ-NUM
                               MOVE WS-EMP-IDX TO WS-EMP-PICK-NUM
                               SET WS-VALID-FIELD TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-INVALID-FIELD
                           MOVE WS-EMP-NO-SUCH-REQ-MSG TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               MOVE WS-EPT-POSTED-DATE(WS-EMP-IDX)  TO JP-POSTED-DATE
               MOVE WS-EPT-EXPIRES-DATE(WS-EMP-IDX) TO JP-EXPIRES-DATE
               MOVE WS-EPT-STATUS(WS-EMP-IDX)       TO JP-STATUS
               MOVE WS-EPT-REQ-NUM(WS-EMP-IDX)      TO JP-REQ-NUM
               WRITE JOB-POSTING-REC
           END-PERFORM
           CLOSE JOB-POSTING-FILE.
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-LOGOUT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-COMPANIES-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-VERIFY-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-REVOKE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-POST-NOTICE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-LIST-NOTICES-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-ADM-ACK-NOTICE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

                       PERFORM 4200-CHANGE-PASSWORD-ROUTINE
                   WHEN "3"
                       PERFORM 2000-SHOW-MENU
                   WHEN "4"
                       PERFORM 5620-ADMIN-LIST-COMPANIES
                   WHEN "5"
                       PERFORM 5630-ADMIN-VERIFY-COMPANY
                   WHEN "6"
                       PERFORM 5640-ADMIN-REVOKE-COMPANY
                   WHEN "7"
                       PERFORM 5650-ADMIN-POST-NOTICE
                   WHEN "8"
                       PERFORM 5660-ADMIN-LIST-NOTICES
                   WHEN "9"
                       PERFORM 3360-ACKNOWLEDGE-NOTICE
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-ADM-ACCT-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5620-ADMIN-LIST-COMPANIES.
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           MOVE WS-EM-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           IF WS-EM-COUNT = 0
               MOVE WS-EM-NONE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT
               STRING FUNCTION TRIM(WS-EMT-COMPANY(WS-EM-IDX))
                      " [" FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-IDX)) "] "
                      FUNCTION TRIM(WS-EMT-INDUSTRY(WS-EM-IDX))
                      " - " FUNCTION TRIM(WS-EMT-CONTACT(WS-EM-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-PERFORM
           MOVE WS-EM-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5630-ADMIN-VERIFY-COMPANY.
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           IF WS-EM-TABLE-TRUNCATED
               MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EM-ENTER-COMPANY TO DISPLAY-MSG
           MOVE 60 TO WS-EMP-FIELD-MAX-LEN
           PERFORM 5570-EMP-GET-REQUIRED-FIELD
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-EM-SEARCH-NAME
           PERFORM 5885-FIND-COMPANY

           *> A company not yet on file - one that sends postings only
           *> through the feed, say - is added here already verified.
           IF WS-EM-FOUND-IDX = 0
               IF WS-EM-COUNT >= 200
                   MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EM-NEW-COMPANY-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EM-ENTER-CONTACT TO DISPLAY-MSG
               MOVE 100 TO WS-EMP-FIELD-MAX-LEN
               PERFORM 5570-EMP-GET-REQUIRED-FIELD
               IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
               ADD 1 TO WS-EM-COUNT
               MOVE WS-EM-COUNT TO WS-EM-FOUND-IDX
               MOVE WS-EM-SEARCH-NAME TO WS-EMT-COMPANY(WS-EM-FOUND-IDX)
               MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER)
                   TO WS-EMT-CONTACT(WS-EM-FOUND-IDX)
               MOVE WS-EM-ENTER-INDUSTRY TO DISPLAY-MSG
               MOVE 40 TO WS-EMP-FIELD-MAX-LEN
               PERFORM 5570-EMP-GET-REQUIRED-FIELD
               IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
               MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER)
                   TO WS-EMT-INDUSTRY(WS-EM-FOUND-IDX)
           ELSE
               IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)) = "VERIFIED"
                   MOVE WS-EM-ALREADY-VERIFIED-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "VERIFIED" TO WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EMT-STATUS-DATE(WS-EM-FOUND-IDX)
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-EMT-STATUS-BY(WS-EM-FOUND-IDX)
           PERFORM 5890-REWRITE-EMPLOYER-MASTER

           MOVE "EMP-VERIFY" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           MOVE WS-EM-VERIFIED-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5640-ADMIN-REVOKE-COMPANY.
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           IF WS-EM-TABLE-TRUNCATED
               MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EM-ENTER-COMPANY TO DISPLAY-MSG
           MOVE 60 TO WS-EMP-FIELD-MAX-LEN
           PERFORM 5570-EMP-GET-REQUIRED-FIELD
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-EM-SEARCH-NAME
           PERFORM 5885-FIND-COMPANY
           IF WS-EM-FOUND-IDX = 0
               MOVE WS-EM-NOT-FOUND-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)) = "REVOKED"
               MOVE WS-EM-ALREADY-REVOKED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> Revoking closes every open posting the company has and
           *> cancels its open interview slots. If either file cannot be
           *> rewritten safely nothing is changed, so a revoked company
           *> never keeps a live posting or a bookable slot.
           PERFORM 5560-EMP-LOAD-POSTING-TABLE
           IF WS-EMP-TABLE-TRUNCATED OR WS-EMP-LAYOUT-SUSPECT
               MOVE WS-EM-POSTINGS-UNSAFE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5780-LOAD-INTERVIEW-TABLE
           IF WS-IV-TABLE-TRUNCATED
               MOVE WS-EM-SLOTS-UNSAFE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EM-CLOSED-COUNT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-POSTING-COUNT
               IF FUNCTION TRIM(WS-EPT-EMPLOYER(WS-EMP-IDX)) = WS-EM-SEARCH-NAME
               AND FUNCTION TRIM(WS-EPT-STATUS(WS-EMP-IDX)) = "OPEN"
                   MOVE "CLOSED" TO WS-EPT-STATUS(WS-EMP-IDX)
                   ADD 1 TO WS-EM-CLOSED-COUNT
               END-IF
           END-PERFORM
           IF WS-EM-CLOSED-COUNT > 0
               PERFORM 5595-EMP-REWRITE-POSTING-FILE
           END-IF
           MOVE 0 TO WS-EM-SLOTS-CANCELLED
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-IDX)) = WS-EM-SEARCH-NAME
               AND FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "OPEN"
                   MOVE "CANCELLED" TO WS-IVT-STATUS(WS-IV-IDX)
                   ADD 1 TO WS-EM-SLOTS-CANCELLED
               END-IF
           END-PERFORM
           IF WS-EM-SLOTS-CANCELLED > 0
               PERFORM 5790-REWRITE-INTERVIEW-FILE
           END-IF

           MOVE "REVOKED" TO WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EMT-STATUS-DATE(WS-EM-FOUND-IDX)
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-EMT-STATUS-BY(WS-EM-FOUND-IDX)
           PERFORM 5890-REWRITE-EMPLOYER-MASTER

           MOVE "EMP-REVOKE" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           MOVE WS-EM-REVOKED-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-EM-CLOSED-COUNT TO WS-ADM-COUNT-DISP
           STRING FUNCTION TRIM(WS-EM-POSTINGS-CLOSED-MSG) " "
                  FUNCTION TRIM(WS-ADM-COUNT-DISP)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE WS-EM-SLOTS-CANCELLED TO WS-ADM-COUNT-DISP
           STRING FUNCTION TRIM(WS-EM-SLOTS-CANCELLED-MSG) " "
                  FUNCTION TRIM(WS-ADM-COUNT-DISP)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5650-ADMIN-POST-NOTICE.
           *> Text, dates and audience, then the notice is appended with
           *> one more than the highest number on file.
           PERFORM 3375-SET-TODAY-DASH-DATE
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-AN-ENTER-TEXT TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-MSG-TEXT-BUFFER
               READ INPUT-FILE INTO WS-MSG-TEXT-BUFFER
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-TEXT-BUFFER)) = 0
                   MOVE WS-BLANK-INPUT-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-TEXT-BUFFER)) > 200
                       MOVE WS-AN-TOO-LONG-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   ELSE
                       SET WS-VALID-FIELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF

           PERFORM 5652-ADMIN-GET-NOTICE-START
           IF WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5654-ADMIN-GET-NOTICE-END
           IF WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5656-ADMIN-GET-NOTICE-AUDIENCE
           IF WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AN-HIGH-ID
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-REC
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF AN-NOTICE-ID IS NUMERIC
                       AND AN-NOTICE-ID > WS-AN-HIGH-ID
                           MOVE AN-NOTICE-ID TO WS-AN-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE
           SET WS-NOT-EOF-FLAG TO TRUE

           OPEN EXTEND ANNOUNCEMENT-FILE
           IF WS-ANNOUNCE-FILE-STATUS = "00" OR WS-ANNOUNCE-FILE-STATUS = "05"
               MOVE SPACES TO ANNOUNCEMENT-REC
               COMPUTE AN-NOTICE-ID = WS-AN-HIGH-ID + 1
               MOVE WS-AN-NEW-START    TO AN-START-DATE
               MOVE WS-AN-NEW-END      TO AN-END-DATE
               MOVE WS-AN-NEW-AUDIENCE TO AN-AUDIENCE
               MOVE WS-AN-NEW-VALUE    TO AN-AUDIENCE-VALUE
               MOVE FUNCTION TRIM(WS-CURRENT-USER) TO AN-POSTED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO AN-POSTED-DATE
               MOVE FUNCTION TRIM(WS-MSG-TEXT-BUFFER) TO AN-TEXT
               WRITE ANNOUNCEMENT-REC
               CLOSE ANNOUNCEMENT-FILE

               MOVE "NOTICE-POST" TO WS-LOG-EVENT-TYPE
               MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
               PERFORM 8100-APPEND-ACTIVITY-LOG

               MOVE AN-NOTICE-ID TO WS-AN-ID-DISP
               STRING FUNCTION TRIM(WS-AN-POSTED-MSG) " "
                      FUNCTION TRIM(WS-AN-ID-DISP) "."
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF.

       5652-ADMIN-GET-NOTICE-START.
           MOVE SPACES TO WS-AN-NEW-START
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-AN-ENTER-START TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-INPUT-BUFFER
               READ INPUT-FILE INTO WS-EMP-INPUT-BUFFER
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-EMP-INPUT-BUFFER)) = 0
                   MOVE WS-TODAY-DASH-DATE TO WS-AN-NEW-START
                   SET WS-VALID-FIELD TO TRUE
               ELSE
                   PERFORM 5590-EMP-VALIDATE-DASH-DATE
                   IF WS-EMP-DATE-NOT-OK
                       MOVE WS-EMP-DATE-INVALID-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   ELSE
                       IF WS-EMP-INPUT-BUFFER(1:10) < WS-TODAY-DASH-DATE
                           MOVE WS-AN-START-PAST-MSG TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       ELSE
                           MOVE WS-EMP-INPUT-BUFFER(1:10) TO WS-AN-NEW-START
                           SET WS-VALID-FIELD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5654-ADMIN-GET-NOTICE-END.
           MOVE SPACES TO WS-AN-NEW-END
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-AN-ENTER-END TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-INPUT-BUFFER
               READ INPUT-FILE INTO WS-EMP-INPUT-BUFFER
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               PERFORM 5590-EMP-VALIDATE-DASH-DATE
               IF WS-EMP-DATE-NOT-OK
                   MOVE WS-EMP-DATE-INVALID-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               ELSE
                   IF WS-EMP-INPUT-BUFFER(1:10) < WS-AN-NEW-START
                       MOVE WS-AN-END-BEFORE-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   ELSE
                       MOVE WS-EMP-INPUT-BUFFER(1:10) TO WS-AN-NEW-END
                       SET WS-VALID-FIELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       5656-ADMIN-GET-NOTICE-AUDIENCE.
           *> The audience menu repeats until a choice and its value are
           *> both good.
           MOVE SPACES TO WS-AN-NEW-AUDIENCE
           MOVE SPACES TO WS-AN-NEW-VALUE
           PERFORM UNTIL WS-AN-NEW-AUDIENCE NOT = SPACES
                      OR WS-USER-WANT-TO-EXIT
               MOVE WS-AN-AUDIENCE-HEADER TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-AN-AUDIENCE-1 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-AN-AUDIENCE-2 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-AN-AUDIENCE-3 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-AN-AUDIENCE-4 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               READ INPUT-FILE INTO WS-INPUT-CHOICE
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                        EXIT PERFORM
               END-READ

               EVALUATE WS-INPUT-CHOICE
                   WHEN "1"
                       MOVE "ALL" TO WS-AN-NEW-AUDIENCE
                   WHEN "2"
                   WHEN "3"
                   WHEN "4"
                       PERFORM 5658-ADMIN-GET-AUDIENCE-VALUE
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               END-EVALUATE
           END-PERFORM.

       5658-ADMIN-GET-AUDIENCE-VALUE.
           *> The role, major or year for audience choice 2, 3 or 4. A bad
           *> value leaves WS-AN-NEW-AUDIENCE blank so the menu repeats.
           EVALUATE WS-INPUT-CHOICE
               WHEN "2"
                   MOVE WS-AN-ENTER-ROLE TO DISPLAY-MSG
               WHEN "3"
                   MOVE WS-AN-ENTER-MAJOR TO DISPLAY-MSG
               WHEN OTHER
                   MOVE WS-AN-ENTER-YEAR TO DISPLAY-MSG
           END-EVALUATE
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE SPACES TO WS-TEMP-FIELD
           READ INPUT-FILE INTO WS-TEMP-FIELD
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ

           EVALUATE WS-INPUT-CHOICE
               WHEN "2"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TEMP-FIELD)) TO WS-AN-NEW-VALUE
                   IF WS-AN-NEW-VALUE = "STUDENT"
                   OR WS-AN-NEW-VALUE = "EMPLOYER"
                   OR WS-AN-NEW-VALUE = "ADMIN"
                       MOVE "ROLE" TO WS-AN-NEW-AUDIENCE
                   ELSE
                       MOVE WS-AN-ROLE-INVALID-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   END-IF
               WHEN "3"
                   PERFORM 1200-ENSURE-NOT-BLANK
                   IF DISPLAY-MSG NOT = SPACES
                       PERFORM 8000-DISPLAY-ROUTINE
                   ELSE
                       MOVE FUNCTION TRIM(WS-TEMP-FIELD) TO WS-AN-NEW-VALUE
                       MOVE "MAJOR" TO WS-AN-NEW-AUDIENCE
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(WS-TEMP-FIELD) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-FIELD)) TO WS-VALIDATED-YEAR
                       IF WS-VALIDATED-YEAR >= 1900 AND WS-VALIDATED-YEAR <= 2100
                           MOVE WS-VALIDATED-YEAR TO WS-AN-NEW-VALUE
                           MOVE "GRAD-YEAR" TO WS-AN-NEW-AUDIENCE
                       ELSE
                           MOVE WS-GRAD-YEAR-INVALID TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       END-IF
                   ELSE
                       MOVE "Year must be a 4-digit number." TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   END-IF
           END-EVALUATE.

       5660-ADMIN-LIST-NOTICES.
           PERFORM 3375-SET-TODAY-DASH-DATE
           MOVE WS-AN-LIST-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE 0 TO WS-AN-SHOWN-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-REC
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AN-SHOWN-COUNT
                       EVALUATE TRUE
                           WHEN AN-END-DATE < WS-TODAY-DASH-DATE
                               MOVE "EXPIRED" TO WS-AN-STATE
                           WHEN AN-START-DATE > WS-TODAY-DASH-DATE
                               MOVE "SCHEDULED" TO WS-AN-STATE
                           WHEN OTHER
                               MOVE "ACTIVE" TO WS-AN-STATE
                       END-EVALUATE
                       MOVE AN-NOTICE-ID TO WS-AN-ID-DISP
                       STRING "#" FUNCTION TRIM(WS-AN-ID-DISP)
                              " [" FUNCTION TRIM(WS-AN-STATE) "] "
                              AN-START-DATE " to " AN-END-DATE
                              " for " FUNCTION TRIM(AN-AUDIENCE) " "
                              FUNCTION TRIM(AN-AUDIENCE-VALUE)
                              DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                       STRING "   " FUNCTION TRIM(AN-TEXT)
                              DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE
           SET WS-NOT-EOF-FLAG TO TRUE
           IF WS-AN-SHOWN-COUNT = 0
               MOVE WS-AN-NONE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF
           MOVE WS-AN-LIST-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5700-EMP-PUBLISH-SLOTS.
           PERFORM 5560-EMP-LOAD-POSTING-TABLE
           PERFORM 5562-EMP-CHECK-MAINTAINABLE
           IF WS-CONTAINS-FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5780-LOAD-INTERVIEW-TABLE
           IF WS-IV-TABLE-TRUNCATED
               MOVE WS-IV-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 5545-EMP-LIST-MINE
           PERFORM 5565-EMP-PICK-POSTING
           IF WS-EMP-PICK-NUM = 0 OR WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-MINE-ENTRY(WS-EMP-PICK-NUM) TO WS-EMP-PICK-IDX
           IF FUNCTION TRIM(WS-EPT-STATUS(WS-EMP-PICK-IDX)) = "CLOSED"
               MOVE WS-EMP-ALREADY-CLOSED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> Any number of slots can be published against the posting
           *> in one pass - a blank date ends the list.
           MOVE 0 TO WS-IV-PUBLISHED-COUNT
           PERFORM UNTIL WS-USER-WANT-TO-EXIT
               PERFORM 5710-EMP-GET-SLOT-DATE
               IF WS-IV-NEW-DATE = SPACES OR WS-USER-WANT-TO-EXIT
                   EXIT PERFORM
               END-IF
               PERFORM 5720-EMP-GET-SLOT-TIME
               IF WS-USER-WANT-TO-EXIT
                   EXIT PERFORM
               END-IF
               PERFORM 5730-EMP-ADD-ONE-SLOT
           END-PERFORM

           MOVE WS-IV-PUBLISHED-COUNT TO WS-ADM-COUNT-DISP
           STRING FUNCTION TRIM(WS-IV-SLOTS-DONE-MSG) " "
                  FUNCTION TRIM(WS-ADM-COUNT-DISP)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5710-EMP-GET-SLOT-DATE.
           MOVE SPACES TO WS-IV-NEW-DATE
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-IV-ENTER-DATE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-INPUT-BUFFER
               READ INPUT-FILE INTO WS-EMP-INPUT-BUFFER
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-EMP-INPUT-BUFFER)) = 0
                   SET WS-VALID-FIELD TO TRUE
               ELSE
                   PERFORM 5590-EMP-VALIDATE-DASH-DATE
                   IF WS-EMP-DATE-NOT-OK
                       MOVE WS-EMP-DATE-INVALID-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   ELSE
                       IF WS-EMP-INPUT-BUFFER(1:10) < WS-TODAY-DASH-DATE
                           MOVE WS-IV-DATE-PAST-MSG TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       ELSE
                           MOVE WS-EMP-INPUT-BUFFER(1:10) TO WS-IV-NEW-DATE
                           SET WS-VALID-FIELD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5720-EMP-GET-SLOT-TIME.
           MOVE SPACES TO WS-IV-NEW-TIME
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-IV-ENTER-TIME TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-INPUT-BUFFER
               READ INPUT-FILE INTO WS-EMP-INPUT-BUFFER
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-EMP-INPUT-BUFFER
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-EMP-INPUT-BUFFER)) = 5
               AND WS-EMP-INPUT-BUFFER(1:2) IS NUMERIC
               AND WS-EMP-INPUT-BUFFER(3:1) = ":"
               AND WS-EMP-INPUT-BUFFER(4:2) IS NUMERIC
                   MOVE WS-EMP-INPUT-BUFFER(1:2) TO WS-IV-HH
                   MOVE WS-EMP-INPUT-BUFFER(4:2) TO WS-IV-MI
                   IF WS-IV-HH <= 23 AND WS-IV-MI <= 59
                       MOVE WS-EMP-INPUT-BUFFER(1:5) TO WS-IV-NEW-TIME
                       SET WS-VALID-FIELD TO TRUE
                   END-IF
               END-IF
               IF WS-INVALID-FIELD
                   MOVE WS-IV-TIME-INVALID-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM.

       5730-EMP-ADD-ONE-SLOT.
           *> An employer cannot sit two interviews at once - a second
           *> live slot at the same date and time is refused, whichever
           *> posting it is for.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-IDX))
                   = FUNCTION TRIM(WS-CURRENT-USER)
               AND WS-IVT-SLOT-DATE(WS-IV-IDX) = WS-IV-NEW-DATE
               AND WS-IVT-SLOT-TIME(WS-IV-IDX) = WS-IV-NEW-TIME
               AND (FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "OPEN"
                    OR FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "BOOKED")
                   MOVE WS-IV-EMP-CLASH-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-IV-COUNT >= 500
               MOVE WS-IV-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IV-HIGH-SLOT-ID
           ADD 1 TO WS-IV-COUNT
           MOVE WS-IV-HIGH-SLOT-ID TO WS-IVT-SLOT-ID(WS-IV-COUNT)
           MOVE WS-EPT-REQ-NUM(WS-EMP-PICK-IDX) TO WS-IVT-REQ-NUM(WS-IV-COUNT)
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-IVT-EMPLOYER(WS-IV-COUNT)
           MOVE WS-IV-NEW-DATE TO WS-IVT-SLOT-DATE(WS-IV-COUNT)
           MOVE WS-IV-NEW-TIME TO WS-IVT-SLOT-TIME(WS-IV-COUNT)
           MOVE "OPEN" TO WS-IVT-STATUS(WS-IV-COUNT)
           MOVE SPACES TO WS-IVT-STUDENT(WS-IV-COUNT)
           MOVE SPACES TO WS-IVT-BOOKED-DATE(WS-IV-COUNT)
           MOVE SPACES TO WS-IVT-OUTCOME-DATE(WS-IV-COUNT)

           OPEN EXTEND INTERVIEW-SCHEDULE-FILE
           MOVE WS-IV-ENTRY(WS-IV-COUNT) TO INTERVIEW-SLOT-REC
           WRITE INTERVIEW-SLOT-REC
           CLOSE INTERVIEW-SCHEDULE-FILE
           ADD 1 TO WS-IV-PUBLISHED-COUNT

           MOVE "IV-SLOT-ADD" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           STRING "Slot " WS-IVT-SLOT-ID(WS-IV-COUNT)
                  " published: REQ " WS-IVT-REQ-NUM(WS-IV-COUNT)
                  " on " WS-IVT-SLOT-DATE(WS-IV-COUNT)
                  " at " WS-IVT-SLOT-TIME(WS-IV-COUNT)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       5750-EMP-RECORD-OUTCOME.
           PERFORM 5780-LOAD-INTERVIEW-TABLE
           IF WS-IV-TABLE-TRUNCATED
               MOVE WS-IV-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IV-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE 0 TO WS-IV-SHOWN-COUNT
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-IDX))
                   = FUNCTION TRIM(WS-CURRENT-USER)
               AND FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "BOOKED"
                   ADD 1 TO WS-IV-SHOWN-COUNT
                   STRING "Slot " WS-IVT-SLOT-ID(WS-IV-IDX)
                          " - REQ " WS-IVT-REQ-NUM(WS-IV-IDX)
                          " " WS-IVT-SLOT-DATE(WS-IV-IDX)
                          " " WS-IVT-SLOT-TIME(WS-IV-IDX)
                          " - " FUNCTION TRIM(WS-IVT-STUDENT(WS-IV-IDX))
                          DELIMITED BY SIZE INTO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM
           IF WS-IV-SHOWN-COUNT = 0
               MOVE WS-IV-NO-BOOKED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF
           MOVE WS-IV-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           IF WS-IV-SHOWN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           *> Only one of this employer's booked slots can be picked.
           MOVE 0 TO WS-IV-PICK-IDX
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-IV-PICK-SLOT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-REQ-INPUT
               READ INPUT-FILE INTO WS-EMP-REQ-INPUT
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION TEST-NUMVAL(WS-EMP-REQ-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-EMP-REQ-INPUT) TO WS-IV-PICK-SLOT-ID
                   IF WS-IV-PICK-SLOT-ID = 0
                       SET WS-VALID-FIELD TO TRUE
                   ELSE
                       PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                           UNTIL WS-IV-IDX > WS-IV-COUNT
                           IF WS-IVT-SLOT-ID(WS-IV-IDX) = WS-IV-PICK-SLOT-ID
                           AND FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-IDX))
                               = FUNCTION TRIM(WS-CURRENT-USER)
                           AND FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "BOOKED"
                               MOVE WS-IV-IDX TO WS-IV-PICK-IDX
                               SET WS-VALID-FIELD TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-INVALID-FIELD
                           MOVE WS-IV-NO-SUCH-SLOT-MSG TO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM
           IF WS-IV-PICK-IDX = 0 OR WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IV-OUTCOME
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-IV-OUTCOME-1 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-IV-OUTCOME-2 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-IV-OUTCOME-3 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-IV-OUTCOME-4 TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               READ INPUT-FILE INTO WS-INPUT-CHOICE
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               EVALUATE WS-INPUT-CHOICE
                   WHEN "1"
                       MOVE "ATTENDED" TO WS-IV-OUTCOME
                       SET WS-VALID-FIELD TO TRUE
                   WHEN "2"
                       MOVE "NO-SHOW" TO WS-IV-OUTCOME
                       SET WS-VALID-FIELD TO TRUE
                   WHEN "3"
                       MOVE "RESCHEDULE" TO WS-IV-OUTCOME
                       SET WS-VALID-FIELD TO TRUE
                   WHEN "4"
                       SET WS-VALID-FIELD TO TRUE
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               END-EVALUATE
           END-PERFORM
           IF WS-IV-OUTCOME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IV-OUTCOME TO WS-IVT-STATUS(WS-IV-PICK-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IVT-OUTCOME-DATE(WS-IV-PICK-IDX)
           PERFORM 5790-REWRITE-INTERVIEW-FILE

           MOVE "IV-OUTCOME" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           STRING FUNCTION TRIM(WS-IV-OUTCOME-SET-MSG) " "
                  FUNCTION TRIM(WS-IV-OUTCOME) "."
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           IF WS-IV-OUTCOME NOT = "ATTENDED"
               PERFORM 5760-NOTIFY-INTERVIEW-STUDENT
           END-IF.

       5760-NOTIFY-INTERVIEW-STUDENT.
           *> A no-show or a reschedule goes to the student's inbox, the
           *> way APPLICATION-REVIEW reports a status change - after a
           *> reschedule the student books a fresh slot from the menu.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-FILE-STATUS = "00" OR WS-MESSAGES-FILE-STATUS = "05"
               MOVE FUNCTION TRIM(WS-CURRENT-USER) TO MSG-SENDER
               MOVE FUNCTION TRIM(WS-IVT-STUDENT(WS-IV-PICK-IDX)) TO MSG-RECIPIENT
               MOVE FUNCTION CURRENT-DATE(1:8) TO MSG-DATE
               MOVE "N" TO MSG-READ-FLAG
               MOVE SPACES TO MSG-TEXT
               IF WS-IV-OUTCOME = "RESCHEDULE"
                   STRING "Your interview for REQ "
                          WS-IVT-REQ-NUM(WS-IV-PICK-IDX) " on "
                          WS-IVT-SLOT-DATE(WS-IV-PICK-IDX) " at "
                          WS-IVT-SLOT-TIME(WS-IV-PICK-IDX)
                          " must be rescheduled - please book a new slot."
                          DELIMITED BY SIZE INTO MSG-TEXT
               ELSE
                   STRING "You were recorded as a no-show for your interview for REQ "
                          WS-IVT-REQ-NUM(WS-IV-PICK-IDX) " on "
                          WS-IVT-SLOT-DATE(WS-IV-PICK-IDX) " at "
                          WS-IVT-SLOT-TIME(WS-IV-PICK-IDX) "."
                          DELIMITED BY SIZE INTO MSG-TEXT
               END-IF
               WRITE MESSAGE-REC
               CLOSE MESSAGES-FILE
           END-IF.

       5780-LOAD-INTERVIEW-TABLE.
           *> Also sets today's date in the YYYY-MM-DD form the slots
           *> carry, for the past-date checks.
           MOVE SPACES TO WS-TODAY-DASH-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DASH-DATE

           MOVE 0 TO WS-IV-COUNT
           MOVE 0 TO WS-IV-HIGH-SLOT-ID
           MOVE 'N' TO WS-IV-TRUNC-SW
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO INTERVIEW-SLOT-REC
               READ INTERVIEW-SCHEDULE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF IV-SLOT-ID IS NUMERIC
                       AND IV-SLOT-ID > WS-IV-HIGH-SLOT-ID
                           MOVE IV-SLOT-ID TO WS-IV-HIGH-SLOT-ID
                       END-IF
                       IF WS-IV-COUNT < 500
                           ADD 1 TO WS-IV-COUNT
                           MOVE INTERVIEW-SLOT-REC TO WS-IV-ENTRY(WS-IV-COUNT)
                       ELSE
                           SET WS-IV-TABLE-TRUNCATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE.

       5790-REWRITE-INTERVIEW-FILE.
           OPEN OUTPUT INTERVIEW-SCHEDULE-FILE
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-ENTRY(WS-IV-IDX) TO INTERVIEW-SLOT-REC
               WRITE INTERVIEW-SLOT-REC
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE.

       5800-EMP-COMPANY-PROFILE.
           *> The employer keeps the contact and industry details; only
           *> an administrator changes the verification status.
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           IF WS-EM-TABLE-TRUNCATED
               MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-EM-SEARCH-NAME
           PERFORM 5885-FIND-COMPANY
           IF WS-EM-FOUND-IDX = 0
               IF WS-EM-COUNT >= 200
                   MOVE WS-EM-TABLE-FULL-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               STRING "Company: " FUNCTION TRIM(WS-EMT-COMPANY(WS-EM-FOUND-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               STRING "Contact: " FUNCTION TRIM(WS-EMT-CONTACT(WS-EM-FOUND-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               STRING "Industry: " FUNCTION TRIM(WS-EMT-INDUSTRY(WS-EM-FOUND-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               STRING FUNCTION TRIM(WS-EM-STATUS-MSG) " "
                      FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF

           MOVE WS-EM-ENTER-CONTACT TO DISPLAY-MSG
           MOVE 100 TO WS-EMP-FIELD-MAX-LEN
           PERFORM 5570-EMP-GET-REQUIRED-FIELD
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           IF WS-EM-FOUND-IDX = 0
               ADD 1 TO WS-EM-COUNT
               MOVE WS-EM-COUNT TO WS-EM-FOUND-IDX
               MOVE WS-EM-SEARCH-NAME TO WS-EMT-COMPANY(WS-EM-FOUND-IDX)
               MOVE "PENDING" TO WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EMT-STATUS-DATE(WS-EM-FOUND-IDX)
               MOVE SPACES TO WS-EMT-STATUS-BY(WS-EM-FOUND-IDX)
               MOVE SPACES TO WS-EMT-INDUSTRY(WS-EM-FOUND-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-EMT-CONTACT(WS-EM-FOUND-IDX)

           MOVE WS-EM-ENTER-INDUSTRY TO DISPLAY-MSG
           MOVE 40 TO WS-EMP-FIELD-MAX-LEN
           PERFORM 5570-EMP-GET-REQUIRED-FIELD
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE FUNCTION TRIM(WS-EMP-INPUT-BUFFER) TO WS-EMT-INDUSTRY(WS-EM-FOUND-IDX)

           PERFORM 5890-REWRITE-EMPLOYER-MASTER

           MOVE "EMP-PROFILE" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           MOVE WS-EM-PROFILE-SAVED-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX)) NOT = "VERIFIED"
               MOVE WS-EM-HELD-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF.

       5880-LOAD-EMPLOYER-MASTER.
           MOVE 0 TO WS-EM-COUNT
           MOVE 'N' TO WS-EM-TRUNC-SW
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT EMPLOYER-MASTER-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO EMPLOYER-MASTER-REC
               READ EMPLOYER-MASTER-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF WS-EM-COUNT < 200
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMPLOYER-MASTER-REC TO WS-EM-ENTRY(WS-EM-COUNT)
                       ELSE
                           SET WS-EM-TABLE-TRUNCATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-MASTER-FILE
           SET WS-NOT-EOF-FLAG TO TRUE.

       5885-FIND-COMPANY.
           *> WS-EM-FOUND-IDX comes back 0 when WS-EM-SEARCH-NAME is not
           *> on the loaded master table.
           MOVE 0 TO WS-EM-FOUND-IDX
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT
               IF FUNCTION TRIM(WS-EMT-COMPANY(WS-EM-IDX)) = WS-EM-SEARCH-NAME
                   MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5890-REWRITE-EMPLOYER-MASTER.
           OPEN OUTPUT EMPLOYER-MASTER-FILE
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT
               MOVE WS-EM-ENTRY(WS-EM-IDX) TO EMPLOYER-MASTER-REC
               WRITE EMPLOYER-MASTER-REC
           END-PERFORM
           CLOSE EMPLOYER-MASTER-FILE.

       1200-ENSURE-NOT-BLANK.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP-FIELD)) = 0
               MOVE WS-BLANK-INPUT-MSG TO DISPLAY-MSG
           ELSE
               MOVE SPACES TO DISPLAY-MSG
           END-IF.

       6000-VIEW-MY-PROFILE.
           INITIALIZE USER-PROFILE-REC
           SET WS-PROFILE-NOT-FOUND TO TRUE
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROFILE-FOUND TO TRUE
           END-READ

           IF WS-PROFILE-FOUND
               MOVE "--- Your Profile ---" TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               STRING "Name: " FUNCTION TRIM(UP-FIRST-NAME OF USER-PROFILE-REC) " " FUNCTION TRIM(UP-LAST-NAME OF USER-PROFILE-REC)
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               STRING "University: " FUNCTION TRIM(UP-UNIVERSITY OF USER-PROFILE-REC) DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               STRING "Major: " FUNCTION TRIM(UP-MAJOR OF USER-PROFILE-REC) DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               STRING "Graduation Year: " UP-GRAD-YEAR OF USER-PROFILE-REC DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               STRING "About Me: " FUNCTION TRIM(UP-ABOUT-ME OF USER-PROFILE-REC) DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               IF UP-NUM-EXP OF USER-PROFILE-REC > 0
                   MOVE "Experience:" TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > UP-NUM-EXP OF USER-PROFILE-REC
                       STRING "  Title: " FUNCTION TRIM(UP-EXP-TITLE OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE

                       STRING "  Company: " FUNCTION TRIM(UP-EXP-COMPANY OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE

                       STRING "  Dates: " FUNCTION TRIM(UP-EXP-DATE OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE

                       STRING "  Description: " FUNCTION TRIM(UP-EXP-DESC OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   END-PERFORM
               END-IF

               IF UP-NUM-EDU OF USER-PROFILE-REC > 0
                   MOVE "Education:" TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > UP-NUM-EDU OF USER-PROFILE-REC
                       STRING "  Degree: " FUNCTION TRIM(UP-EDU-DEGREE OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE

                       STRING "  University: " FUNCTION TRIM(UP-EDU-UNI OF USER-PROFILE-REC (I)) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
               IF UP-NUM-SKILLS OF USER-PROFILE-REC > 0
                   MOVE "Completed Skills:" TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   PERFORM 7560-LOAD-ENDORSEMENT-COUNTS
                   PERFORM VARYING WS-EN-IDX FROM 1 BY 1 UNTIL WS-EN-IDX > UP-NUM-SKILLS OF USER-PROFILE-REC
                       PERFORM 7570-FORMAT-SKILL-TEXT
                       STRING "  " FUNCTION TRIM(WS-EN-SKILL-TEXT) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   END-PERFORM
               END-IF
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EDIT-GO-BACK-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-EDIT-DROP-SKILL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE WS-PROMPT-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

                       END-IF
                   WHEN "8"
                       EXIT PARAGRAPH
                   WHEN "9"
                       PERFORM 6114-REMOVE-ONE-SKILL
                       IF WS-SKILL-DROPPED
                           PERFORM 6140-TRANSFER-DATA-TO-RECORD
                           PERFORM 6150-SAVE-OR-UPDATE-PROFILE
                       END-IF
                   WHEN OTHER
                       MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE WS-TEMP-FIELD TO WS-EDU-UNIVERSITY(J)

           MOVE "Enter the Years Attended for the new education entry (e.g., 2023-2025):" TO DISPLAY-MSG
           PERFORM 6205-GET-VALID-REQUIRED-FIELDS
           IF WS-USER-WANT-TO-EXIT EXIT PARAGRAPH END-IF
           MOVE WS-TEMP-FIELD TO WS-EDU-YEARS(J)

           ADD 1 TO WS-NUM-EDU.

       6114-REMOVE-ONE-SKILL.
           *> Drops one completed skill; the save that follows removes the
           *> endorsements it had collected.
           SET WS-SKILL-NOT-DROPPED TO TRUE
           IF UP-NUM-SKILLS OF WS-USER-PROFILE-REC = 0
               MOVE WS-DROP-SKILL-NONE-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > UP-NUM-SKILLS OF WS-USER-PROFILE-REC
               STRING WS-EN-IDX ". "
                      FUNCTION TRIM(UP-SKILL-NAME OF WS-USER-PROFILE-REC (WS-EN-IDX))
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-PERFORM

           MOVE WS-DROP-SKILL-PICK-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-INPUT-CHOICE
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           IF FUNCTION TEST-NUMVAL(WS-INPUT-CHOICE) NOT = 0
               MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-CHOICE) TO WS-ENDORSE-PICK-NUM
           IF WS-ENDORSE-PICK-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ENDORSE-PICK-NUM > UP-NUM-SKILLS OF WS-USER-PROFILE-REC
               MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE UP-SKILL-NAME OF WS-USER-PROFILE-REC (WS-ENDORSE-PICK-NUM)
               TO WS-ENDORSE-SKILL
           PERFORM VARYING WS-EN-IDX FROM WS-ENDORSE-PICK-NUM BY 1
               UNTIL WS-EN-IDX >= UP-NUM-SKILLS OF WS-USER-PROFILE-REC
               MOVE UP-SKILL-NAME OF WS-USER-PROFILE-REC (WS-EN-IDX + 1)
                   TO UP-SKILL-NAME OF WS-USER-PROFILE-REC (WS-EN-IDX)
           END-PERFORM
           MOVE SPACES TO UP-SKILL-NAME OF WS-USER-PROFILE-REC
               (UP-NUM-SKILLS OF WS-USER-PROFILE-REC)
           SUBTRACT 1 FROM UP-NUM-SKILLS OF WS-USER-PROFILE-REC
           SET WS-SKILL-DROPPED TO TRUE

           STRING FUNCTION TRIM(WS-DROP-SKILL-DONE-MSG) " "
                  FUNCTION TRIM(WS-ENDORSE-SKILL)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6105-GET-REQUIRED-FIELDS.
           MOVE WS-ENTER-FIRST TO DISPLAY-MSG
               STOP RUN
           END-IF

           *> A skill no longer on the profile takes its endorsements
           *> with it.
           PERFORM 7580-PURGE-DROPPED-ENDORSEMENTS

           MOVE "PROFILE-SAVE" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG
               STRING "Graduation Year: " UP-GRAD-YEAR OF USER-PROFILE-REC DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

               IF UP-NUM-SKILLS OF USER-PROFILE-REC > 0
                   MOVE "Completed Skills:" TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   PERFORM 7560-LOAD-ENDORSEMENT-COUNTS
                   PERFORM VARYING WS-EN-IDX FROM 1 BY 1 UNTIL WS-EN-IDX > UP-NUM-SKILLS OF USER-PROFILE-REC
                       PERFORM 7570-FORMAT-SKILL-TEXT
                       STRING "  " FUNCTION TRIM(WS-EN-SKILL-TEXT) DELIMITED BY SIZE INTO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                   END-PERFORM
               END-IF

               MOVE WS-FOUND-PROFILE-FOOTER TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE

                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DASH-DATE
           PERFORM 5880-LOAD-EMPLOYER-MASTER
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-FILE

           PERFORM UNTIL WS-EOF-FLAG OR WS-USER-WANT-TO-EXIT
                       AND JP-EXPIRES-DATE < WS-TODAY-DASH-DATE
                           SET WS-CONTAINS-FALSE TO TRUE
                       END-IF
                       *> Postings from a company not verified on the
                       *> employer master file are held.
                       IF WS-CONTAINS-TRUE
                           MOVE FUNCTION TRIM(JP-EMPLOYER) TO WS-EM-SEARCH-NAME
                           PERFORM 5885-FIND-COMPANY
                           IF WS-EM-FOUND-IDX = 0
                               SET WS-CONTAINS-FALSE TO TRUE
                           ELSE
                               IF FUNCTION TRIM(WS-EMT-VERIFY-STATUS(WS-EM-FOUND-IDX))
                                   NOT = "VERIFIED"
                                   SET WS-CONTAINS-FALSE TO TRUE
                               END-IF
                           END-IF
                       END-IF
                       IF WS-CONTAINS-TRUE
                           ADD 1 TO WS-JOB-MATCH-COUNT
                           PERFORM 6420-DISPLAY-JOB-POSTING
           PERFORM 8000-DISPLAY-ROUTINE.

       6410-JOB-MATCHES-KEYWORD.
           *> A numeric keyword is taken as a requisition number and
           *> finds exactly that posting.
           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD)) = 0
                   SET WS-CONTAINS-TRUE TO TRUE
               WHEN FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD) IS NUMERIC
                   SET WS-CONTAINS-FALSE TO TRUE
                   IF JP-REQ-NUM IS NUMERIC
                   AND FUNCTION NUMVAL(WS-JOB-SEARCH-KEYWORD) = JP-REQ-NUM
                       SET WS-CONTAINS-TRUE TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-JOB-SEARCH-KEYWORD) TO WS-CONTAINS-NEEDLE
                   MOVE JP-TITLE TO WS-CONTAINS-HAYSTACK
                   PERFORM 9100-STRING-CONTAINS
                   IF WS-CONTAINS-FALSE
                       MOVE JP-EMPLOYER TO WS-CONTAINS-HAYSTACK
                       PERFORM 9100-STRING-CONTAINS
                   END-IF
                   IF WS-CONTAINS-FALSE
                       MOVE JP-MAJOR TO WS-CONTAINS-HAYSTACK
                       PERFORM 9100-STRING-CONTAINS
                   END-IF
           END-EVALUATE.

       6420-DISPLAY-JOB-POSTING.
           STRING "Requisition: " JP-REQ-NUM DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           STRING "Title: " FUNCTION TRIM(JP-TITLE) DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           END-PERFORM.

       6440-SUBMIT-APPLICATION.
           *> Refuse a second application to the same requisition so the
           *> careers office never sees duplicate rows for one student.
           *> A reposting of the same title carries a new requisition
           *> number and may be applied to afresh.
           SET WS-NOT-APPLIED-BEFORE TO TRUE
           SET WS-NOT-EOF-FLAG TO TRUE

                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(JA-APPLICANT) = FUNCTION TRIM(WS-CURRENT-USER)
                       AND JA-REQ-NUM = JP-REQ-NUM
                           SET WS-APPLIED-BEFORE TO TRUE
                           EXIT PERFORM
                       END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO JA-APPLIED-DATE
               MOVE "SUBMITTED" TO JA-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO JA-STATUS-DATE
               MOVE JP-REQ-NUM TO JA-REQ-NUM
               WRITE JOB-APPLICATION-REC
               CLOSE JOB-APPLICATION-FILE
               IF WS-REHEARSAL-MODE
                   ADD 1 TO WS-RH-DECK-APPS
               END-IF

               MOVE SPACES TO WS-TEMP-FIELD
               STRING FUNCTION TRIM(WS-APPLICATION-SENT-MSG) " "
                   NOT AT END
                       IF FUNCTION TRIM(JA-APPLICANT) = FUNCTION TRIM(WS-CURRENT-USER)
                           ADD 1 TO WS-APP-MATCH-COUNT
                           STRING "Requisition: " JA-REQ-NUM DELIMITED BY SIZE INTO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                           STRING "Title: " FUNCTION TRIM(JA-TITLE) DELIMITED BY SIZE INTO DISPLAY-MSG
                           PERFORM 8000-DISPLAY-ROUTINE
                           STRING "Employer: " FUNCTION TRIM(JA-EMPLOYER) DELIMITED BY SIZE INTO DISPLAY-MSG
           MOVE WS-MY-APPS-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6600-BOOK-INTERVIEW-SLOT.
           PERFORM 6610-LOAD-MY-INTERVIEW-REQS
           IF WS-IV-MY-REQ-COUNT = 0
               MOVE WS-IV-NO-INTERVIEWS-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5780-LOAD-INTERVIEW-TABLE
           IF WS-IV-TABLE-TRUNCATED
               MOVE WS-IV-TABLE-FULL-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IV-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE 0 TO WS-IV-SHOWN-COUNT
           PERFORM VARYING WS-IV-MY-IDX FROM 1 BY 1
               UNTIL WS-IV-MY-IDX > WS-IV-MY-REQ-COUNT
               PERFORM 6620-SHOW-SLOTS-FOR-ONE-REQ
           END-PERFORM
           IF WS-IV-SHOWN-COUNT = 0
               MOVE WS-IV-NO-OPEN-SLOTS-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-IF
           MOVE WS-IV-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           IF WS-IV-SHOWN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IV-PICK-IDX
           SET WS-INVALID-FIELD TO TRUE
           PERFORM UNTIL WS-VALID-FIELD OR WS-USER-WANT-TO-EXIT
               MOVE WS-IV-PICK-SLOT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               MOVE SPACES TO WS-EMP-REQ-INPUT
               READ INPUT-FILE INTO WS-EMP-REQ-INPUT
                   AT END SET WS-USER-WANT-TO-EXIT TO TRUE EXIT PERFORM
               END-READ
               IF FUNCTION TEST-NUMVAL(WS-EMP-REQ-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-EMP-REQ-INPUT) TO WS-IV-PICK-SLOT-ID
                   IF WS-IV-PICK-SLOT-ID = 0
                       SET WS-VALID-FIELD TO TRUE
                   ELSE
                       PERFORM 6630-CHECK-SLOT-BOOKABLE
                   END-IF
               ELSE
                   MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM
           IF WS-IV-PICK-IDX = 0 OR WS-USER-WANT-TO-EXIT
               EXIT PARAGRAPH
           END-IF

           MOVE "BOOKED" TO WS-IVT-STATUS(WS-IV-PICK-IDX)
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO WS-IVT-STUDENT(WS-IV-PICK-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IVT-BOOKED-DATE(WS-IV-PICK-IDX)
           MOVE SPACES TO WS-IVT-OUTCOME-DATE(WS-IV-PICK-IDX)
           PERFORM 5790-REWRITE-INTERVIEW-FILE

           MOVE "IV-BOOK" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           STRING FUNCTION TRIM(WS-IV-BOOKED-MSG) " REQ "
                  WS-IVT-REQ-NUM(WS-IV-PICK-IDX) " with "
                  FUNCTION TRIM(WS-IVT-EMPLOYER(WS-IV-PICK-IDX)) " on "
                  WS-IVT-SLOT-DATE(WS-IV-PICK-IDX) " at "
                  WS-IVT-SLOT-TIME(WS-IV-PICK-IDX) "."
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       6610-LOAD-MY-INTERVIEW-REQS.
           MOVE 0 TO WS-IV-MY-REQ-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-APPLICATION-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO JOB-APPLICATION-REC
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(JA-APPLICANT) = FUNCTION TRIM(WS-CURRENT-USER)
                       AND FUNCTION TRIM(JA-STATUS) = "INTERVIEW"
                       AND JA-REQ-NUM IS NUMERIC
                       AND JA-REQ-NUM > 0
                       AND WS-IV-MY-REQ-COUNT < 50
                           ADD 1 TO WS-IV-MY-REQ-COUNT
                           MOVE JA-REQ-NUM  TO WS-IV-MY-REQ-NUM(WS-IV-MY-REQ-COUNT)
                           MOVE JA-TITLE    TO WS-IV-MY-REQ-TITLE(WS-IV-MY-REQ-COUNT)
                           MOVE JA-EMPLOYER TO WS-IV-MY-REQ-EMPLOYER(WS-IV-MY-REQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.

       6620-SHOW-SLOTS-FOR-ONE-REQ.
           *> A requisition the student already holds a booking for shows
           *> that booking; otherwise its open slots from today on. An
           *> interview already held (ATTENDED or NO-SHOW) counts as the
           *> booking - only RESCHEDULE or CANCELLED frees the student to
           *> pick another slot.
           SET WS-IV-NOT-BOOKED TO TRUE
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IVT-REQ-NUM(WS-IV-IDX) = WS-IV-MY-REQ-NUM(WS-IV-MY-IDX)
               AND FUNCTION TRIM(WS-IVT-STUDENT(WS-IV-IDX))
                   = FUNCTION TRIM(WS-CURRENT-USER)
               AND (FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "BOOKED"
                    OR FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "ATTENDED"
                    OR FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "NO-SHOW")
                   SET WS-IV-ALREADY-BOOKED TO TRUE
                   IF FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "BOOKED"
                       STRING "REQ " WS-IV-MY-REQ-NUM(WS-IV-MY-IDX) " "
                              FUNCTION TRIM(WS-IV-MY-REQ-TITLE(WS-IV-MY-IDX))
                              " at " FUNCTION TRIM(WS-IV-MY-REQ-EMPLOYER(WS-IV-MY-IDX))
                              " - booked for " WS-IVT-SLOT-DATE(WS-IV-IDX)
                              " at " WS-IVT-SLOT-TIME(WS-IV-IDX)
                              DELIMITED BY SIZE INTO DISPLAY-MSG
                   ELSE
                       STRING "REQ " WS-IV-MY-REQ-NUM(WS-IV-MY-IDX) " "
                              FUNCTION TRIM(WS-IV-MY-REQ-TITLE(WS-IV-MY-IDX))
                              " at " FUNCTION TRIM(WS-IV-MY-REQ-EMPLOYER(WS-IV-MY-IDX))
                              " - interview " WS-IVT-SLOT-DATE(WS-IV-IDX)
                              " at " WS-IVT-SLOT-TIME(WS-IV-IDX)
                              " (" FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) ")"
                              DELIMITED BY SIZE INTO DISPLAY-MSG
                   END-IF
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IV-ALREADY-BOOKED
               EXIT PARAGRAPH
           END-IF

           STRING "REQ " WS-IV-MY-REQ-NUM(WS-IV-MY-IDX) " "
                  FUNCTION TRIM(WS-IV-MY-REQ-TITLE(WS-IV-MY-IDX))
                  " at " FUNCTION TRIM(WS-IV-MY-REQ-EMPLOYER(WS-IV-MY-IDX))
                  " - open slots:"
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IVT-REQ-NUM(WS-IV-IDX) = WS-IV-MY-REQ-NUM(WS-IV-MY-IDX)
               AND FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX)) = "OPEN"
               AND WS-IVT-SLOT-DATE(WS-IV-IDX) >= WS-TODAY-DASH-DATE
                   ADD 1 TO WS-IV-SHOWN-COUNT
                   STRING "  Slot " WS-IVT-SLOT-ID(WS-IV-IDX) ": "
                          WS-IVT-SLOT-DATE(WS-IV-IDX) " at "
                          WS-IVT-SLOT-TIME(WS-IV-IDX)
                          DELIMITED BY SIZE INTO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
               END-IF
           END-PERFORM.

       6630-CHECK-SLOT-BOOKABLE.
           *> Sets WS-IV-PICK-IDX and WS-VALID-FIELD when the slot in
           *> WS-IV-PICK-SLOT-ID may be booked; otherwise says why not.
           *> Neither the slot nor the student may be double-booked, and
           *> a requisition whose interview was already held (ATTENDED or
           *> NO-SHOW) cannot be booked again.
           MOVE 0 TO WS-IV-PICK-IDX
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IVT-SLOT-ID(WS-IV-IDX) = WS-IV-PICK-SLOT-ID
                   PERFORM VARYING WS-IV-MY-IDX FROM 1 BY 1
                       UNTIL WS-IV-MY-IDX > WS-IV-MY-REQ-COUNT
                       IF WS-IV-MY-REQ-NUM(WS-IV-MY-IDX) = WS-IVT-REQ-NUM(WS-IV-IDX)
                           MOVE WS-IV-IDX TO WS-IV-PICK-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IV-PICK-IDX = 0
           OR WS-IVT-SLOT-DATE(WS-IV-PICK-IDX) < WS-TODAY-DASH-DATE
               MOVE 0 TO WS-IV-PICK-IDX
               MOVE WS-IV-NO-SUCH-SLOT-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-IVT-STATUS(WS-IV-PICK-IDX)) NOT = "OPEN"
               MOVE 0 TO WS-IV-PICK-IDX
               MOVE WS-IV-SLOT-TAKEN-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IV-IDX2 FROM 1 BY 1
               UNTIL WS-IV-IDX2 > WS-IV-COUNT
               IF FUNCTION TRIM(WS-IVT-STUDENT(WS-IV-IDX2))
                   = FUNCTION TRIM(WS-CURRENT-USER)
               AND WS-IVT-REQ-NUM(WS-IV-IDX2) = WS-IVT-REQ-NUM(WS-IV-PICK-IDX)
               AND (FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX2)) = "BOOKED"
                    OR FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX2)) = "ATTENDED"
                    OR FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX2)) = "NO-SHOW")
                   MOVE 0 TO WS-IV-PICK-IDX
                   MOVE WS-IV-ALREADY-BOOKED-MSG TO DISPLAY-MSG
                   PERFORM 8000-DISPLAY-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-IVT-STUDENT(WS-IV-IDX2))
                   = FUNCTION TRIM(WS-CURRENT-USER)
               AND FUNCTION TRIM(WS-IVT-STATUS(WS-IV-IDX2)) = "BOOKED"
                   IF WS-IVT-SLOT-DATE(WS-IV-IDX2) = WS-IVT-SLOT-DATE(WS-IV-PICK-IDX)
                   AND WS-IVT-SLOT-TIME(WS-IV-IDX2) = WS-IVT-SLOT-TIME(WS-IV-PICK-IDX)
                       MOVE 0 TO WS-IV-PICK-IDX
                       MOVE WS-IV-STUDENT-CLASH-MSG TO DISPLAY-MSG
                       PERFORM 8000-DISPLAY-ROUTINE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           SET WS-VALID-FIELD TO TRUE.

       7000-VIEW-PENDING-CONNECTIONS.
           MOVE WS-CONN-HEADER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           END-IF

           MOVE WS-NETWORK-FOOTER TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE

           IF WS-ENDORSE-MODE AND WS-PROFILE-FOUND
               PERFORM 7550-ENDORSE-CONNECTION-SKILL
           END-IF.

       7550-ENDORSE-CONNECTION-SKILL.
           MOVE WS-ENDORSE-WHO-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           MOVE SPACES TO WS-ENDORSE-TARGET
           READ INPUT-FILE INTO WS-ENDORSE-TARGET
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           IF WS-ENDORSE-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-ENDORSE-TARGET) = FUNCTION TRIM(WS-CURRENT-USER)
               MOVE WS-ENDORSE-SELF-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENDORSE-TARGET TO WS-MSG-TARGET-USER
           PERFORM 7730-CHECK-TARGET-IN-NETWORK
           IF WS-TARGET-NOT-IN-NETWORK
               MOVE WS-ENDORSE-NOT-CONN-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           *> Only skills on the connection's profile can be endorsed.
           SET WS-PROFILE-NOT-FOUND TO TRUE
           MOVE FUNCTION TRIM(WS-ENDORSE-TARGET) TO UP-USER-NAME
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROFILE-FOUND TO TRUE
           END-READ
           IF WS-PROFILE-NOT-FOUND
           OR UP-NUM-SKILLS OF USER-PROFILE-REC = 0
               MOVE WS-ENDORSE-NO-SKILLS-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 7560-LOAD-ENDORSEMENT-COUNTS
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > UP-NUM-SKILLS OF USER-PROFILE-REC
               PERFORM 7570-FORMAT-SKILL-TEXT
               STRING WS-EN-IDX ". " FUNCTION TRIM(WS-EN-SKILL-TEXT)
                      DELIMITED BY SIZE INTO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
           END-PERFORM

           MOVE WS-ENDORSE-PICK-MSG TO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE
           READ INPUT-FILE INTO WS-INPUT-CHOICE
               AT END SET WS-USER-WANT-TO-EXIT TO TRUE
                    EXIT PARAGRAPH
           END-READ
           IF FUNCTION TEST-NUMVAL(WS-INPUT-CHOICE) NOT = 0
               MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-CHOICE) TO WS-ENDORSE-PICK-NUM
           IF WS-ENDORSE-PICK-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ENDORSE-PICK-NUM > UP-NUM-SKILLS OF USER-PROFILE-REC
               MOVE WS-INVALID-CHOICE TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE UP-SKILL-NAME OF USER-PROFILE-REC (WS-ENDORSE-PICK-NUM)
               TO WS-ENDORSE-SKILL

           *> One endorsement per endorser, endorsee and skill.
           SET WS-EN-NOT-DUPLICATE TO TRUE
           SET WS-EN-NOT-EOF TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           PERFORM UNTIL WS-EN-EOF
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EN-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EN-ENDORSER) = FUNCTION TRIM(WS-CURRENT-USER)
                       AND FUNCTION TRIM(EN-ENDORSEE) = FUNCTION TRIM(WS-ENDORSE-TARGET)
                       AND FUNCTION TRIM(EN-SKILL) = FUNCTION TRIM(WS-ENDORSE-SKILL)
                           SET WS-EN-DUPLICATE TO TRUE
                           SET WS-EN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE

           IF WS-EN-DUPLICATE
               MOVE WS-ENDORSE-DUP-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SKILL-ENDORSEMENT-FILE
           IF WS-ENDORSE-FILE-STATUS NOT = "00"
           AND WS-ENDORSE-FILE-STATUS NOT = "05"
               MOVE WS-ENDORSE-FAILED-MSG TO DISPLAY-MSG
               PERFORM 8000-DISPLAY-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKILL-ENDORSEMENT-REC
           MOVE FUNCTION TRIM(WS-CURRENT-USER) TO EN-ENDORSER
           MOVE FUNCTION TRIM(WS-ENDORSE-TARGET) TO EN-ENDORSEE
           MOVE FUNCTION TRIM(WS-ENDORSE-SKILL) TO EN-SKILL
           MOVE FUNCTION CURRENT-DATE(1:8) TO EN-DATE
           WRITE SKILL-ENDORSEMENT-REC
           CLOSE SKILL-ENDORSEMENT-FILE

           MOVE "SKILL-ENDORSE" TO WS-LOG-EVENT-TYPE
           MOVE WS-CURRENT-USER TO WS-LOG-USERNAME
           PERFORM 8100-APPEND-ACTIVITY-LOG

           STRING FUNCTION TRIM(WS-ENDORSE-DONE-MSG) " "
                  FUNCTION TRIM(WS-ENDORSE-TARGET) ": "
                  FUNCTION TRIM(WS-ENDORSE-SKILL)
                  DELIMITED BY SIZE INTO DISPLAY-MSG
           PERFORM 8000-DISPLAY-ROUTINE.

       7560-LOAD-ENDORSEMENT-COUNTS.
           *> Tallies endorsements against each skill listed on the
           *> profile in USER-PROFILE-REC. Uses its own end-of-file switch
           *> so it can run inside another file's read loop.
           MOVE ZEROS TO WS-EN-COUNT-TABLE
           SET WS-EN-NOT-EOF TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           PERFORM UNTIL WS-EN-EOF
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EN-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EN-ENDORSEE)
                          = FUNCTION TRIM(UP-USER-NAME OF USER-PROFILE-REC)
                           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                               UNTIL WS-EN-IDX > UP-NUM-SKILLS OF USER-PROFILE-REC
                               IF FUNCTION TRIM(EN-SKILL)
                                  = FUNCTION TRIM(UP-SKILL-NAME OF USER-PROFILE-REC (WS-EN-IDX))
                                   ADD 1 TO WS-EN-SKILL-COUNT(WS-EN-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE.

       7570-FORMAT-SKILL-TEXT.
           *> "Python (3 endorsements)" for skill WS-EN-IDX of the profile
           *> in USER-PROFILE-REC, after 7560 has loaded the counts.
           MOVE WS-EN-SKILL-COUNT(WS-EN-IDX) TO WS-EN-COUNT-DISPLAY
           MOVE SPACES TO WS-EN-SKILL-TEXT
           IF WS-EN-SKILL-COUNT(WS-EN-IDX) = 1
               STRING FUNCTION TRIM(UP-SKILL-NAME OF USER-PROFILE-REC (WS-EN-IDX))
                      " (1 endorsement)"
                      DELIMITED BY SIZE INTO WS-EN-SKILL-TEXT
           ELSE
               STRING FUNCTION TRIM(UP-SKILL-NAME OF USER-PROFILE-REC (WS-EN-IDX))
                      " (" FUNCTION TRIM(WS-EN-COUNT-DISPLAY) " endorsements)"
                      DELIMITED BY SIZE INTO WS-EN-SKILL-TEXT
           END-IF.

       7580-PURGE-DROPPED-ENDORSEMENTS.
           *> After a profile save, endorsements the current user received
           *> for a skill no longer on the profile are removed, by rewriting
           *> the file through the temp file as 7600 does.
           MOVE 0 TO WS-EN-DROPPED
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           OPEN OUTPUT TEMP-PROFILE-FILE

           SET WS-EN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EN-EOF
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EN-EOF TO TRUE
                   NOT AT END
                       SET WS-EN-KEEP-ROW TO TRUE
                       IF FUNCTION TRIM(EN-ENDORSEE) = FUNCTION TRIM(WS-CURRENT-USER)
                           SET WS-EN-DROP-ROW TO TRUE
                           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                               UNTIL WS-EN-IDX > UP-NUM-SKILLS OF WS-USER-PROFILE-REC
                               IF FUNCTION TRIM(EN-SKILL)
                                  = FUNCTION TRIM(UP-SKILL-NAME OF WS-USER-PROFILE-REC (WS-EN-IDX))
                                   SET WS-EN-KEEP-ROW TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-EN-KEEP-ROW
                           WRITE TEMP-PROFILE-REC FROM SKILL-ENDORSEMENT-REC
                       ELSE
                           ADD 1 TO WS-EN-DROPPED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SKILL-ENDORSEMENT-FILE
           CLOSE TEMP-PROFILE-FILE

           IF WS-EN-DROPPED = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TEMP-PROFILE-FILE
           OPEN OUTPUT SKILL-ENDORSEMENT-FILE

           SET WS-EN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EN-EOF
               READ TEMP-PROFILE-FILE INTO SKILL-ENDORSEMENT-REC
                   AT END
                       SET WS-EN-EOF TO TRUE
                   NOT AT END
                       WRITE SKILL-ENDORSEMENT-REC
               END-READ
           END-PERFORM

           CLOSE TEMP-PROFILE-FILE
           CLOSE SKILL-ENDORSEMENT-FILE.

       7600-REMOVE-PENDING-CONNECTION.
           *> Remove the pending connection by rewriting file without it
           *> CONNECTION-REC already contains the record to remove
           END-IF.

       8000-DISPLAY-ROUTINE.
           IF WS-REHEARSAL-MODE AND DISPLAY-MSG = WS-INVALID-CHOICE
               ADD 1 TO WS-RH-DECK-ERRORS
           END-IF
           DISPLAY DISPLAY-MSG
           MOVE DISPLAY-MSG TO OUTPUT-RECORD
           INSPECT OUTPUT-RECORD REPLACING ALL LOW-VALUE BY SPACE
               END-IF
               WRITE ACTIVITY-LOG-REC
               CLOSE ACTIVITY-LOG-FILE
           END-IF
           IF WS-REHEARSAL-MODE
               PERFORM 1640-TALLY-REHEARSAL-EVENT
           END-IF.

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
           *> INPUT-FILE/OUTPUT-FILE are opened and closed per deck by
           *> 1020-OPEN-DECK-FILES/1030-CLOSE-DECK-FILES.
           CLOSE USER-ACCOUNT-FILE
           CLOSE USER-PROFILE-FILE
           PERFORM 8510-RELEASE-DATA-SET-LOCK
           EXIT.
