      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-IDENTITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNT-FILE ASSIGN TO "data/USER-ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.
           SELECT OPTIONAL USER-PROFILE-FILE ASSIGN TO "data/USER-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-USER-NAME
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Duplicate-Identity-Report.txt"
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

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-USER-FILE-STATUS        PIC XX VALUE "00".
       01 WS-PROFILE-FILE-STATUS     PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".

       01 WS-ACCOUNT-FILE-OPEN-SW    PIC X VALUE "N".
           88 WS-ACCOUNT-FILE-OPEN   VALUE "Y".

       01 WS-REPORT-LINE             PIC X(300) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-SCORE-DISPLAY           PIC ZZ9.

       *> Match-confidence scoring. Each point value is what that piece
       *> of evidence adds to a pair's score; a perfect match is 100.
       *> Pairs scoring WS-MIN-SCORE or more are listed, and those at
       *> WS-HIGH-SCORE or more are marked HIGH.
       01 WS-FIRST-NAME-POINTS       PIC 999 VALUE 25.
       01 WS-LAST-NAME-POINTS        PIC 999 VALUE 25.
       01 WS-UNIVERSITY-POINTS       PIC 999 VALUE 15.
       01 WS-GRAD-YEAR-POINTS        PIC 999 VALUE 10.
       01 WS-EXPERIENCE-POINTS       PIC 999 VALUE 15.
       01 WS-EDUCATION-POINTS        PIC 999 VALUE 10.
       01 WS-MIN-SCORE               PIC 999 VALUE 60.
       01 WS-HIGH-SCORE              PIC 999 VALUE 80.

       *> One entry per student profile that can be compared. Names,
       *> university and the experience/education keys are held upper-
       *> cased so "Smith" and "SMITH " count as the same.
       01 WS-MAX-PROFILES            PIC 9(5) VALUE 2000.
       01 WS-PROFILE-TABLE.
           05 WS-PT-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-USER         PIC X(100).
               10 WS-PT-FIRST        PIC X(30).
               10 WS-PT-LAST         PIC X(30).
               10 WS-PT-UNIVERSITY   PIC X(40).
               10 WS-PT-GRAD-YEAR    PIC 9(4).
               10 WS-PT-STATUS       PIC X(10).
               10 WS-PT-NUM-EXP      PIC 9.
               10 WS-PT-EXP-KEY      PIC X(200) OCCURS 3 TIMES.
               10 WS-PT-NUM-EDU      PIC 9.
               10 WS-PT-EDU-KEY      PIC X(200) OCCURS 3 TIMES.
       01 WS-PROFILE-COUNT           PIC 9(5) VALUE 0.

       *> Pairs that reached WS-MIN-SCORE, printed highest score first.
       01 WS-MAX-MATCHES             PIC 9(5) VALUE 500.
       01 WS-MATCH-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-IDX-A        PIC 9(5).
               10 WS-MT-IDX-B        PIC 9(5).
               10 WS-MT-SCORE        PIC 999.
               10 WS-MT-REASONS      PIC X(80).
       01 WS-MATCH-COUNT             PIC 9(5) VALUE 0.

       01 WS-PAIR-SCORE              PIC 999 VALUE 0.
       01 WS-PAIR-REASONS            PIC X(80) VALUE SPACES.
       01 WS-REASON-PTR              PIC 999 VALUE 1.
       01 WS-OVERLAP-SW              PIC X VALUE "N".
           88 WS-OVERLAP-FOUND       VALUE "Y".
           88 WS-OVERLAP-NOT-FOUND   VALUE "N".
       01 WS-PRINT-SCORE             PIC 999 VALUE 0.
       01 WS-CONFIDENCE              PIC X(6) VALUE SPACES.

       *> Control totals.
       01 WS-PROFILES-READ           PIC 9(9) VALUE 0.
       01 WS-SKIPPED-NO-ACCOUNT      PIC 9(9) VALUE 0.
       01 WS-SKIPPED-NOT-STUDENT     PIC 9(9) VALUE 0.
       01 WS-SKIPPED-RETIRED         PIC 9(9) VALUE 0.
       01 WS-SKIPPED-NO-NAME         PIC 9(9) VALUE 0.
       01 WS-PAIRS-COMPARED          PIC 9(9) VALUE 0.
       01 WS-HIGH-COUNT              PIC 9(9) VALUE 0.
       01 WS-MEDIUM-COUNT            PIC 9(9) VALUE 0.
       01 WS-PROFILE-TRUNC-SW        PIC X VALUE "N".
           88 WS-PROFILE-TABLE-TRUNCATED VALUE "Y".
       01 WS-MATCH-TRUNC-SW          PIC X VALUE "N".
           88 WS-MATCH-TABLE-TRUNCATED VALUE "Y".

       01 WS-ROLE-CHECK              PIC X(10) VALUE SPACES.
       01 WS-IDX                     PIC 9(5) VALUE 0.
       01 WS-IDX-A                   PIC 9(5) VALUE 0.
       01 WS-IDX-B                   PIC 9(5) VALUE 0.
       01 WS-SUB-A                   PIC 9 VALUE 0.
       01 WS-SUB-B                   PIC 9 VALUE 0.
       01 K                          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-REPORT
           PERFORM 2000-LOAD-PROFILES
           PERFORM 3000-COMPARE-PROFILES
           PERFORM 4000-PRINT-MATCHES
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-REPORT
           STOP RUN.

       1000-INITIALIZE-REPORT.
           OPEN OUTPUT OUTPUT-FILE

           MOVE "InCollege Duplicate-Identity Review Report" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "==========================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE "Student profiles are compared in pairs. Match confidence is the sum of:" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "  first name " WS-FIRST-NAME-POINTS
                  ", last name " WS-LAST-NAME-POINTS
                  ", university " WS-UNIVERSITY-POINTS
                  ", graduation year " WS-GRAD-YEAR-POINTS
                  ", a shared experience entry (company and title) " WS-EXPERIENCE-POINTS
                  ", a shared education entry (degree and school) " WS-EDUCATION-POINTS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "Pairs scoring " WS-MIN-SCORE " or more are listed; "
                  WS-HIGH-SCORE " or more is HIGH confidence, the rest MEDIUM."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Confirmed duplicates are merged with ACCOUNT-ADMIN option 6, which keeps one username and retires the other." TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           OPEN INPUT USER-ACCOUNT-FILE
           IF WS-USER-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-FILE-OPEN-SW
           ELSE
               MOVE "ERROR: USER-ACCOUNT.DAT could not be opened - no profiles can be compared." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF.

       2000-LOAD-PROFILES.
           IF NOT WS-ACCOUNT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           PERFORM UNTIL WS-EOF-FLAG
               READ USER-PROFILE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROFILES-READ
                       PERFORM 2100-LOAD-ONE-PROFILE
               END-READ
           END-PERFORM
           CLOSE USER-PROFILE-FILE.

       2100-LOAD-ONE-PROFILE.
           *> Only live student accounts are candidates. Orphan profiles
           *> are DATA-RECONCILIATION's business, and an account already
           *> retired by a merge must not be offered for merging again.
           MOVE SPACES TO USER-ACCOUNT-REC
           MOVE UP-USER-NAME TO USER-NAME
           READ USER-ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-NO-ACCOUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(USER-ROLE)) TO WS-ROLE-CHECK
           IF WS-ROLE-CHECK NOT = SPACES AND WS-ROLE-CHECK NOT = "STUDENT"
               ADD 1 TO WS-SKIPPED-NOT-STUDENT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(USER-STATUS) = "RETIRED"
               ADD 1 TO WS-SKIPPED-RETIRED
               EXIT PARAGRAPH
           END-IF
           IF UP-FIRST-NAME = SPACES AND UP-LAST-NAME = SPACES
               ADD 1 TO WS-SKIPPED-NO-NAME
               EXIT PARAGRAPH
           END-IF

           IF WS-PROFILE-COUNT NOT < WS-MAX-PROFILES
               SET WS-PROFILE-TABLE-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROFILE-COUNT
           MOVE WS-PROFILE-COUNT TO WS-IDX
           MOVE UP-USER-NAME TO WS-PT-USER(WS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UP-FIRST-NAME)) TO WS-PT-FIRST(WS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UP-LAST-NAME)) TO WS-PT-LAST(WS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UP-UNIVERSITY)) TO WS-PT-UNIVERSITY(WS-IDX)
           IF UP-GRAD-YEAR IS NUMERIC
               MOVE UP-GRAD-YEAR TO WS-PT-GRAD-YEAR(WS-IDX)
           ELSE
               MOVE 0 TO WS-PT-GRAD-YEAR(WS-IDX)
           END-IF
           MOVE USER-STATUS TO WS-PT-STATUS(WS-IDX)

           MOVE 0 TO WS-PT-NUM-EXP(WS-IDX)
           IF UP-NUM-EXP IS NUMERIC
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > UP-NUM-EXP OR K > 3
                   IF UP-EXP-COMPANY(K) NOT = SPACES
                       ADD 1 TO WS-PT-NUM-EXP(WS-IDX)
                       MOVE SPACES TO WS-PT-EXP-KEY(WS-IDX, WS-PT-NUM-EXP(WS-IDX))
                       STRING FUNCTION UPPER-CASE(FUNCTION TRIM(UP-EXP-COMPANY(K)))
                              "|" FUNCTION UPPER-CASE(FUNCTION TRIM(UP-EXP-TITLE(K)))
                              DELIMITED BY SIZE
                              INTO WS-PT-EXP-KEY(WS-IDX, WS-PT-NUM-EXP(WS-IDX))
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-PT-NUM-EDU(WS-IDX)
           IF UP-NUM-EDU IS NUMERIC
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > UP-NUM-EDU OR K > 3
                   IF UP-EDU-UNI(K) NOT = SPACES
                       ADD 1 TO WS-PT-NUM-EDU(WS-IDX)
                       MOVE SPACES TO WS-PT-EDU-KEY(WS-IDX, WS-PT-NUM-EDU(WS-IDX))
                       STRING FUNCTION UPPER-CASE(FUNCTION TRIM(UP-EDU-DEGREE(K)))
                              "|" FUNCTION UPPER-CASE(FUNCTION TRIM(UP-EDU-UNI(K)))
                              DELIMITED BY SIZE
                              INTO WS-PT-EDU-KEY(WS-IDX, WS-PT-NUM-EDU(WS-IDX))
                   END-IF
               END-PERFORM
           END-IF.

       3000-COMPARE-PROFILES.
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
               UNTIL WS-IDX-A >= WS-PROFILE-COUNT
               COMPUTE K = WS-IDX-A + 1
               PERFORM VARYING WS-IDX-B FROM K BY 1
                   UNTIL WS-IDX-B > WS-PROFILE-COUNT
                   ADD 1 TO WS-PAIRS-COMPARED
                   PERFORM 3100-SCORE-PAIR
               END-PERFORM
           END-PERFORM.

       3100-SCORE-PAIR.
           MOVE 0 TO WS-PAIR-SCORE
           MOVE SPACES TO WS-PAIR-REASONS
           MOVE 1 TO WS-REASON-PTR

           IF WS-PT-FIRST(WS-IDX-A) NOT = SPACES
           AND WS-PT-FIRST(WS-IDX-A) = WS-PT-FIRST(WS-IDX-B)
               ADD WS-FIRST-NAME-POINTS TO WS-PAIR-SCORE
               STRING "FIRST " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-PT-LAST(WS-IDX-A) NOT = SPACES
           AND WS-PT-LAST(WS-IDX-A) = WS-PT-LAST(WS-IDX-B)
               ADD WS-LAST-NAME-POINTS TO WS-PAIR-SCORE
               STRING "LAST " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF

           *> Without at least one name in common the rest is only a
           *> classmate, not the same person.
           IF WS-PAIR-SCORE = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-UNIVERSITY(WS-IDX-A) NOT = SPACES
           AND WS-PT-UNIVERSITY(WS-IDX-A) = WS-PT-UNIVERSITY(WS-IDX-B)
               ADD WS-UNIVERSITY-POINTS TO WS-PAIR-SCORE
               STRING "UNIVERSITY " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-PT-GRAD-YEAR(WS-IDX-A) NOT = 0
           AND WS-PT-GRAD-YEAR(WS-IDX-A) = WS-PT-GRAD-YEAR(WS-IDX-B)
               ADD WS-GRAD-YEAR-POINTS TO WS-PAIR-SCORE
               STRING "GRAD-YEAR " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF

           SET WS-OVERLAP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SUB-A FROM 1 BY 1
               UNTIL WS-SUB-A > WS-PT-NUM-EXP(WS-IDX-A) OR WS-OVERLAP-FOUND
               PERFORM VARYING WS-SUB-B FROM 1 BY 1
                   UNTIL WS-SUB-B > WS-PT-NUM-EXP(WS-IDX-B) OR WS-OVERLAP-FOUND
                   IF WS-PT-EXP-KEY(WS-IDX-A, WS-SUB-A) = WS-PT-EXP-KEY(WS-IDX-B, WS-SUB-B)
                       SET WS-OVERLAP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-OVERLAP-FOUND
               ADD WS-EXPERIENCE-POINTS TO WS-PAIR-SCORE
               STRING "EXPERIENCE " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF

           SET WS-OVERLAP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SUB-A FROM 1 BY 1
               UNTIL WS-SUB-A > WS-PT-NUM-EDU(WS-IDX-A) OR WS-OVERLAP-FOUND
               PERFORM VARYING WS-SUB-B FROM 1 BY 1
                   UNTIL WS-SUB-B > WS-PT-NUM-EDU(WS-IDX-B) OR WS-OVERLAP-FOUND
                   IF WS-PT-EDU-KEY(WS-IDX-A, WS-SUB-A) = WS-PT-EDU-KEY(WS-IDX-B, WS-SUB-B)
                       SET WS-OVERLAP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-OVERLAP-FOUND
               ADD WS-EDUCATION-POINTS TO WS-PAIR-SCORE
               STRING "EDUCATION " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS WITH POINTER WS-REASON-PTR
           END-IF

           IF WS-PAIR-SCORE < WS-MIN-SCORE
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-COUNT NOT < WS-MAX-MATCHES
               SET WS-MATCH-TABLE-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-IDX-A        TO WS-MT-IDX-A(WS-MATCH-COUNT)
           MOVE WS-IDX-B        TO WS-MT-IDX-B(WS-MATCH-COUNT)
           MOVE WS-PAIR-SCORE   TO WS-MT-SCORE(WS-MATCH-COUNT)
           MOVE WS-PAIR-REASONS TO WS-MT-REASONS(WS-MATCH-COUNT)
           IF WS-PAIR-SCORE >= WS-HIGH-SCORE
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               ADD 1 TO WS-MEDIUM-COUNT
           END-IF.

       4000-PRINT-MATCHES.
           MOVE "Probable duplicates" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-------------------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-MATCH-COUNT = 0
               MOVE "No probable duplicates found." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "SCORE CONFIDENCE  USERNAME" TO WS-REPORT-LINE(1:26)
           MOVE "NAME / UNIVERSITY / GRAD YEAR" TO WS-REPORT-LINE(60:29)
           PERFORM 8000-WRITE-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:130)
           PERFORM 8000-WRITE-LINE

           *> Highest score first; pairs with the same score keep the
           *> order they were found in.
           PERFORM VARYING WS-PRINT-SCORE FROM 100 BY -1
               UNTIL WS-PRINT-SCORE < WS-MIN-SCORE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MATCH-COUNT
                   IF WS-MT-SCORE(WS-IDX) = WS-PRINT-SCORE
                       PERFORM 4100-PRINT-ONE-MATCH
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-PRINT-ONE-MATCH.
           IF WS-MT-SCORE(WS-IDX) >= WS-HIGH-SCORE
               MOVE "HIGH" TO WS-CONFIDENCE
           ELSE
               MOVE "MEDIUM" TO WS-CONFIDENCE
           END-IF

           MOVE WS-MT-SCORE(WS-IDX) TO WS-SCORE-DISPLAY
           MOVE WS-SCORE-DISPLAY TO WS-REPORT-LINE(3:3)
           MOVE WS-CONFIDENCE TO WS-REPORT-LINE(7:6)
           MOVE WS-MT-IDX-A(WS-IDX) TO K
           PERFORM 4200-PRINT-PROFILE-COLUMNS

           MOVE WS-MT-IDX-B(WS-IDX) TO K
           PERFORM 4200-PRINT-PROFILE-COLUMNS

           STRING "Matched on: " FUNCTION TRIM(WS-MT-REASONS(WS-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE(19:112)
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       4200-PRINT-PROFILE-COLUMNS.
           MOVE WS-PT-USER(K) TO WS-REPORT-LINE(19:40)
           STRING FUNCTION TRIM(WS-PT-FIRST(K)) " " FUNCTION TRIM(WS-PT-LAST(K))
                  " / " FUNCTION TRIM(WS-PT-UNIVERSITY(K))
                  " / " WS-PT-GRAD-YEAR(K)
               DELIMITED BY SIZE INTO WS-REPORT-LINE(60:71)
           PERFORM 8000-WRITE-LINE.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Summary" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-PROFILE-TABLE-TRUNCATED
               MOVE "WARNING: more than 2000 student profiles - the rest were not compared." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           IF WS-MATCH-TABLE-TRUNCATED
               MOVE "WARNING: more than 500 probable duplicates - only the first 500 found are listed." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF

           MOVE WS-PROFILES-READ TO WS-COUNT-DISPLAY
           STRING "Profiles read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-SKIPPED-NO-ACCOUNT TO WS-COUNT-DISPLAY
           STRING "Skipped - no account on file: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-SKIPPED-NOT-STUDENT TO WS-COUNT-DISPLAY
           STRING "Skipped - not a student account: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-SKIPPED-RETIRED TO WS-COUNT-DISPLAY
           STRING "Skipped - already retired by a merge: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-SKIPPED-NO-NAME TO WS-COUNT-DISPLAY
           STRING "Skipped - no name on the profile: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-PROFILE-COUNT TO WS-COUNT-DISPLAY
           STRING "Profiles compared: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-PAIRS-COMPARED TO WS-COUNT-DISPLAY
           STRING "Pairs compared: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY
           STRING "HIGH-confidence pairs: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-MEDIUM-COUNT TO WS-COUNT-DISPLAY
           STRING "MEDIUM-confidence pairs: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-REPORT.
           IF WS-ACCOUNT-FILE-OPEN
               CLOSE USER-ACCOUNT-FILE
           END-IF
           CLOSE OUTPUT-FILE.
