      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNOUNCEMENT-DELIVERY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNT-FILE ASSIGN TO "data/USER-ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.
           SELECT OPTIONAL USER-PROFILE-FILE ASSIGN TO "data/USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-USER-NAME
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-FILE ASSIGN TO "data/ANNOUNCEMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANNOUNCE-FILE-STATUS.
           SELECT OPTIONAL ANNOUNCEMENT-SEEN-FILE ASSIGN TO "data/ANNOUNCEMENT-SEEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANN-SEEN-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Announcement-Delivery-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USER-ACCOUNT-FILE.
       01 USER-ACCOUNT-REC.
           05 USER-NAME     PIC X(100).
           05 USER-PASSWORD PIC X(100).
           05 USER-ROLE     PIC X(10).
           05 USER-STATUS    PIC X(10).
           05 USER-PWD-RESET PIC X(1).

       FD USER-PROFILE-FILE.
       01 USER-PROFILE-REC.
           05 UP-USER-NAME   PIC X(100).
           05 UP-FIRST-NAME  PIC X(30).
           05 UP-LAST-NAME   PIC X(30).
           05 UP-UNIVERSITY  PIC X(40).
           05 UP-MAJOR       PIC X(40).
           05 UP-GRAD-YEAR   PIC 9(4).
           05 UP-ABOUT-ME    PIC X(200).
           05 UP-NUM-EXP     PIC 9.
           05 UP-EXPERIENCE-TABLE.
               10 UP-EXPERIENCE-ENTRY OCCURS 3 TIMES.
                   15 UP-EXP-TITLE     PIC X(100).
                   15 UP-EXP-COMPANY   PIC X(100).
                   15 UP-EXP-DATE      PIC X(50).
                   15 UP-EXP-DESC      PIC X(100).
           05 UP-NUM-EDU     PIC 9.
           05 UP-EDUCATION-TABLE.
               10 UP-EDUCATION-ENTRY OCCURS 3 TIMES.
                   15 UP-EDU-DEGREE    PIC X(100).
                   15 UP-EDU-UNI       PIC X(100).
                   15 UP-EDU-YEARS     PIC X(50).
           05 UP-NUM-SKILLS  PIC 9.
           05 UP-SKILLS-TABLE.
               10 UP-SKILL-ENTRY OCCURS 8 TIMES.
                   15 UP-SKILL-NAME    PIC X(40).

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

       FD ANNOUNCEMENT-SEEN-FILE.
       01 ANNOUNCEMENT-SEEN-REC.
           05 AS-NOTICE-ID       PIC 9(6).
           05 AS-USER-NAME       PIC X(100).
           05 AS-EVENT           PIC X(4).
           05 AS-EVENT-DATE      PIC X(8).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-USER-FILE-STATUS        PIC XX VALUE "00".
       01 WS-PROFILE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ANNOUNCE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ANN-SEEN-FILE-STATUS    PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".

       01 WS-REPORT-LINE             PIC X(300) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-PCT-DISPLAY             PIC ZZ9.9.
       01 WS-PCT                     PIC 9(3)V9 VALUE 0.

       01 WS-TODAY-DASH-DATE         PIC X(10) VALUE SPACES.

       *> Every notice on file, with the delivery counts built up
       *> account by account.
       01 WS-MAX-NOTICES             PIC 9(5) VALUE 500.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ENTRY OCCURS 500 TIMES.
               10 WS-NT-NOTICE-ID    PIC 9(6).
               10 WS-NT-START-DATE   PIC X(10).
               10 WS-NT-END-DATE     PIC X(10).
               10 WS-NT-AUDIENCE     PIC X(10).
               10 WS-NT-AUDIENCE-VALUE PIC X(40).
               10 WS-NT-POSTED-BY    PIC X(100).
               10 WS-NT-TEXT         PIC X(200).
               10 WS-NT-TARGETED     PIC 9(7).
               10 WS-NT-SEEN         PIC 9(7).
               10 WS-NT-ACKED        PIC 9(7).
       01 WS-NOTICE-COUNT            PIC 9(5) VALUE 0.
       01 WS-NOTICE-TRUNC-SW         PIC X VALUE "N".
           88 WS-NOTICE-TABLE-TRUNCATED VALUE "Y".

       *> One row per user and notice from the seen file; ACKED is set
       *> once an ACK row turns up for the pair.
       01 WS-MAX-EVENTS              PIC 9(5) VALUE 10000.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 10000 TIMES.
               10 WS-EV-NOTICE-ID    PIC 9(6).
               10 WS-EV-USER-NAME    PIC X(100).
               10 WS-EV-ACKED        PIC X.
       01 WS-EVENT-COUNT             PIC 9(5) VALUE 0.
       01 WS-EVENT-TRUNC-SW          PIC X VALUE "N".
           88 WS-EVENT-TABLE-TRUNCATED VALUE "Y".

       *> Major and graduation year of every account with a profile,
       *> loaded once so each account is matched without rereading
       *> USER-PROFILE-FILE.
       01 WS-MAX-USERS               PIC 9(5) VALUE 2000.
       01 WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 2000 TIMES.
               10 WS-PF-USER-NAME    PIC X(100).
               10 WS-PF-MAJOR        PIC X(40).
               10 WS-PF-GRAD-YEAR    PIC X(4).
       01 WS-PROFILE-COUNT           PIC 9(5) VALUE 0.
       01 WS-PROFILE-TRUNC-SW        PIC X VALUE "N".
           88 WS-PROFILE-TABLE-TRUNCATED VALUE "Y".

       01 WS-ACCOUNT-ROLE            PIC X(10) VALUE SPACES.
       01 WS-ACCOUNT-MAJOR           PIC X(40) VALUE SPACES.
       01 WS-ACCOUNT-GRAD-YEAR       PIC X(4) VALUE SPACES.
       01 WS-TARGET-SW               PIC X VALUE "N".
           88 WS-TARGETED            VALUE "Y".
           88 WS-NOT-TARGETED        VALUE "N".

       01 WS-TOTAL-ACCOUNTS          PIC 9(9) VALUE 0.
       01 WS-ACTIVE-NOTICES          PIC 9(9) VALUE 0.
       01 WS-NOTICE-STATE            PIC X(9) VALUE SPACES.
       01 WS-NOTICE-ID-DISPLAY       PIC Z(5)9.
       01 WS-EVENT-FOUND-IDX         PIC 9(5) VALUE 0.
       01 WS-SEARCH-NOTICE-ID        PIC 9(6) VALUE 0.
       01 WS-SEARCH-USER-NAME        PIC X(100) VALUE SPACES.

       01 WS-IDX                     PIC 9(5) VALUE 0.
       01 WS-IDX2                    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-REPORT
           PERFORM 2000-LOAD-NOTICES
           PERFORM 2100-LOAD-SEEN-EVENTS
           PERFORM 2200-LOAD-PROFILES
           PERFORM 3000-COUNT-DELIVERIES
           PERFORM 4000-PRINT-NOTICES
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-REPORT
           STOP RUN.

       1000-INITIALIZE-REPORT.
           OPEN OUTPUT OUTPUT-FILE

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DASH-DATE

           MOVE "InCollege Announcement Delivery Report" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "======================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "Run date: " WS-TODAY-DASH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Targeted = accounts on file now in the notice's audience; seen and acknowledged count only those accounts."
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       2000-LOAD-NOTICES.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-REC
               READ ANNOUNCEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF WS-NOTICE-COUNT < WS-MAX-NOTICES
                           ADD 1 TO WS-NOTICE-COUNT
                           MOVE AN-NOTICE-ID      TO WS-NT-NOTICE-ID(WS-NOTICE-COUNT)
                           MOVE AN-START-DATE     TO WS-NT-START-DATE(WS-NOTICE-COUNT)
                           MOVE AN-END-DATE       TO WS-NT-END-DATE(WS-NOTICE-COUNT)
                           MOVE AN-AUDIENCE       TO WS-NT-AUDIENCE(WS-NOTICE-COUNT)
                           MOVE AN-AUDIENCE-VALUE TO WS-NT-AUDIENCE-VALUE(WS-NOTICE-COUNT)
                           MOVE AN-POSTED-BY      TO WS-NT-POSTED-BY(WS-NOTICE-COUNT)
                           MOVE AN-TEXT           TO WS-NT-TEXT(WS-NOTICE-COUNT)
                           MOVE 0 TO WS-NT-TARGETED(WS-NOTICE-COUNT)
                           MOVE 0 TO WS-NT-SEEN(WS-NOTICE-COUNT)
                           MOVE 0 TO WS-NT-ACKED(WS-NOTICE-COUNT)
                       ELSE
                           SET WS-NOTICE-TABLE-TRUNCATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-FILE.

       2100-LOAD-SEEN-EVENTS.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT ANNOUNCEMENT-SEEN-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO ANNOUNCEMENT-SEEN-REC
               READ ANNOUNCEMENT-SEEN-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF AS-NOTICE-ID IS NUMERIC
                           MOVE AS-NOTICE-ID TO WS-SEARCH-NOTICE-ID
                           MOVE AS-USER-NAME TO WS-SEARCH-USER-NAME
                           PERFORM 2150-FIND-EVENT
                           IF WS-EVENT-FOUND-IDX = 0
                               IF WS-EVENT-COUNT < WS-MAX-EVENTS
                                   ADD 1 TO WS-EVENT-COUNT
                                   MOVE WS-EVENT-COUNT TO WS-EVENT-FOUND-IDX
                                   MOVE AS-NOTICE-ID TO WS-EV-NOTICE-ID(WS-EVENT-FOUND-IDX)
                                   MOVE AS-USER-NAME TO WS-EV-USER-NAME(WS-EVENT-FOUND-IDX)
                                   MOVE "N" TO WS-EV-ACKED(WS-EVENT-FOUND-IDX)
                               ELSE
                                   SET WS-EVENT-TABLE-TRUNCATED TO TRUE
                               END-IF
                           END-IF
                           IF WS-EVENT-FOUND-IDX > 0
                           AND AS-EVENT = "ACK"
                               MOVE "Y" TO WS-EV-ACKED(WS-EVENT-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENT-SEEN-FILE.

       2150-FIND-EVENT.
           *> WS-EVENT-FOUND-IDX comes back 0 when WS-SEARCH-NOTICE-ID and
           *> WS-SEARCH-USER-NAME have no row yet.
           MOVE 0 TO WS-EVENT-FOUND-IDX
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-EVENT-COUNT
               IF WS-EV-NOTICE-ID(WS-IDX2) = WS-SEARCH-NOTICE-ID
               AND WS-EV-USER-NAME(WS-IDX2) = WS-SEARCH-USER-NAME
                   MOVE WS-IDX2 TO WS-EVENT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2200-LOAD-PROFILES.
           OPEN INPUT USER-PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS = "00"
               SET WS-NOT-EOF-FLAG TO TRUE
               PERFORM UNTIL WS-EOF-FLAG
                   READ USER-PROFILE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-FLAG TO TRUE
                       NOT AT END
                           IF WS-PROFILE-COUNT < WS-MAX-USERS
                               ADD 1 TO WS-PROFILE-COUNT
                               MOVE UP-USER-NAME TO WS-PF-USER-NAME(WS-PROFILE-COUNT)
                               MOVE UP-MAJOR     TO WS-PF-MAJOR(WS-PROFILE-COUNT)
                               MOVE UP-GRAD-YEAR TO WS-PF-GRAD-YEAR(WS-PROFILE-COUNT)
                           ELSE
                               SET WS-PROFILE-TABLE-TRUNCATED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-PROFILE-FILE
           END-IF.

       3000-COUNT-DELIVERIES.
           OPEN INPUT USER-ACCOUNT-FILE
           IF WS-USER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           PERFORM UNTIL WS-EOF-FLAG
               READ USER-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ACCOUNTS
                       PERFORM 3100-GET-ACCOUNT-TARGETS
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NOTICE-COUNT
                           PERFORM 3200-CHECK-ACCOUNT-TARGETED
                           IF WS-TARGETED
                               PERFORM 3300-COUNT-ONE-DELIVERY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE USER-ACCOUNT-FILE.

       3100-GET-ACCOUNT-TARGETS.
           *> Role as INCOLLEGE reads it at login (blank means STUDENT),
           *> plus the profile's major and year when there is a profile.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(USER-ROLE)) TO WS-ACCOUNT-ROLE
           IF WS-ACCOUNT-ROLE = SPACES
               MOVE "STUDENT" TO WS-ACCOUNT-ROLE
           END-IF
           MOVE SPACES TO WS-ACCOUNT-MAJOR
           MOVE SPACES TO WS-ACCOUNT-GRAD-YEAR
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-PROFILE-COUNT
               IF FUNCTION TRIM(WS-PF-USER-NAME(WS-IDX2)) = FUNCTION TRIM(USER-NAME)
                   MOVE WS-PF-MAJOR(WS-IDX2)     TO WS-ACCOUNT-MAJOR
                   MOVE WS-PF-GRAD-YEAR(WS-IDX2) TO WS-ACCOUNT-GRAD-YEAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3200-CHECK-ACCOUNT-TARGETED.
           *> The same audience test INCOLLEGE applies at login, without
           *> the date window - an expired notice still reports who it
           *> was meant for.
           SET WS-NOT-TARGETED TO TRUE
           EVALUATE FUNCTION TRIM(WS-NT-AUDIENCE(WS-IDX))
               WHEN "ALL"
                   SET WS-TARGETED TO TRUE
               WHEN "ROLE"
                   IF FUNCTION TRIM(WS-NT-AUDIENCE-VALUE(WS-IDX)) = FUNCTION TRIM(WS-ACCOUNT-ROLE)
                       SET WS-TARGETED TO TRUE
                   END-IF
               WHEN "MAJOR"
                   IF WS-ACCOUNT-MAJOR NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NT-AUDIENCE-VALUE(WS-IDX)))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACCOUNT-MAJOR))
                       SET WS-TARGETED TO TRUE
                   END-IF
               WHEN "GRAD-YEAR"
                   IF WS-ACCOUNT-GRAD-YEAR NOT = SPACES
                   AND WS-NT-AUDIENCE-VALUE(WS-IDX)(1:4) = WS-ACCOUNT-GRAD-YEAR
                       SET WS-TARGETED TO TRUE
                   END-IF
           END-EVALUATE.

       3300-COUNT-ONE-DELIVERY.
           ADD 1 TO WS-NT-TARGETED(WS-IDX)
           MOVE WS-NT-NOTICE-ID(WS-IDX) TO WS-SEARCH-NOTICE-ID
           MOVE FUNCTION TRIM(USER-NAME) TO WS-SEARCH-USER-NAME
           PERFORM 2150-FIND-EVENT
           IF WS-EVENT-FOUND-IDX > 0
               ADD 1 TO WS-NT-SEEN(WS-IDX)
               IF WS-EV-ACKED(WS-EVENT-FOUND-IDX) = "Y"
                   ADD 1 TO WS-NT-ACKED(WS-IDX)
               END-IF
           END-IF.

       4000-PRINT-NOTICES.
           IF WS-NOTICE-COUNT = 0
               MOVE "No announcements on file." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "NOTICE  STATE      START      END        AUDIENCE                               TARGETED       SEEN      ACKED  SEEN%"
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:118)
           PERFORM 8000-WRITE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOTICE-COUNT
               PERFORM 4100-PRINT-ONE-NOTICE
           END-PERFORM.

       4100-PRINT-ONE-NOTICE.
           EVALUATE TRUE
               WHEN WS-NT-END-DATE(WS-IDX) < WS-TODAY-DASH-DATE
                   MOVE "EXPIRED" TO WS-NOTICE-STATE
               WHEN WS-NT-START-DATE(WS-IDX) > WS-TODAY-DASH-DATE
                   MOVE "SCHEDULED" TO WS-NOTICE-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-NOTICE-STATE
                   ADD 1 TO WS-ACTIVE-NOTICES
           END-EVALUATE

           MOVE WS-NT-NOTICE-ID(WS-IDX) TO WS-NOTICE-ID-DISPLAY
           MOVE WS-NOTICE-ID-DISPLAY TO WS-REPORT-LINE(1:6)
           MOVE WS-NOTICE-STATE TO WS-REPORT-LINE(9:9)
           MOVE WS-NT-START-DATE(WS-IDX) TO WS-REPORT-LINE(20:10)
           MOVE WS-NT-END-DATE(WS-IDX) TO WS-REPORT-LINE(31:10)
           STRING FUNCTION TRIM(WS-NT-AUDIENCE(WS-IDX)) " "
                  FUNCTION TRIM(WS-NT-AUDIENCE-VALUE(WS-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE(42:36)
           MOVE WS-NT-TARGETED(WS-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(78:11)
           MOVE WS-NT-SEEN(WS-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(89:11)
           MOVE WS-NT-ACKED(WS-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(100:11)
           IF WS-NT-TARGETED(WS-IDX) = 0
               MOVE "   n/a" TO WS-REPORT-LINE(112:6)
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-NT-SEEN(WS-IDX) * 100 / WS-NT-TARGETED(WS-IDX)
               MOVE WS-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO WS-REPORT-LINE(113:5)
           END-IF
           PERFORM 8000-WRITE-LINE

           STRING "        " FUNCTION TRIM(WS-NT-TEXT(WS-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Summary" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-NOTICE-TABLE-TRUNCATED
               MOVE "WARNING: more than 500 notices on file - the rest are not reported." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           IF WS-EVENT-TABLE-TRUNCATED
               MOVE "WARNING: seen file too large to load whole - seen counts are understated." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           IF WS-PROFILE-TABLE-TRUNCATED
               MOVE "WARNING: more than 2000 profiles - major and year targeting is understated." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF

           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY
           STRING "Notices on file: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-ACTIVE-NOTICES TO WS-COUNT-DISPLAY
           STRING "Notices active today: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-ACCOUNTS TO WS-COUNT-DISPLAY
           STRING "Accounts on file: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-REPORT.
           CLOSE OUTPUT-FILE.
