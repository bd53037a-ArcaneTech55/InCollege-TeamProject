           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL EMPLOYER-MASTER-FILE ASSIGN TO "data/EMPLOYER-MASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.
           SELECT OPTIONAL SKILL-ENDORSEMENT-FILE ASSIGN TO "data/SKILL-ENDORSEMENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "JobMatch-Digest-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD SKILL-ENDORSEMENT-FILE.
       01 SKILL-ENDORSEMENT-REC.
           05 EN-ENDORSER        PIC X(100).
           05 EN-ENDORSEE        PIC X(100).
           05 EN-SKILL           PIC X(40).
           05 EN-DATE            PIC X(8).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS         PIC XX VALUE "00".
       01 WS-EMPLOYER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ENDORSE-FILE-STATUS     PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
               10 WS-PT-TITLE        PIC X(60).
               10 WS-PT-DESCRIPTION  PIC X(150).
               10 WS-PT-MAJOR        PIC X(40).
               10 WS-PT-REQ-NUM      PIC 9(6).
       01 WS-POSTING-COUNT           PIC 999 VALUE 0.
       01 WS-POSTING-TRUNC-SW        PIC X VALUE "N".
           88 WS-POSTING-TABLE-TRUNCATED VALUE "Y".
       01 WS-TRUNC-WARNING-MSG       PIC X(100) VALUE
           'WARNING: more than 200 open postings - matching covered only the first 200.'.

       *> Only postings from companies verified on the employer master
       *> file are recommended; the rest are held, as in job search.
       01 WS-VERIFIED-TABLE.
           05 WS-VERIFIED-COMPANY OCCURS 200 TIMES PIC X(60).
       01 WS-VERIFIED-COUNT          PIC 999 VALUE 0.
       01 WS-VERIFIED-SW             PIC X VALUE "N".
           88 WS-COMPANY-VERIFIED    VALUE "Y".
           88 WS-COMPANY-NOT-VERIFIED VALUE "N".
       01 WS-POSTINGS-HELD           PIC 9(9) VALUE 0.

       *> Endorsement counts by student and skill. A posting matched on
       *> an endorsed skill is listed above one matched on a skill no
       *> connection has endorsed.
       01 WS-ENDORSE-TABLE.
           05 WS-ENDORSE-ENTRY OCCURS 2000 TIMES.
               10 WS-ET-ENDORSEE     PIC X(100).
               10 WS-ET-SKILL        PIC X(40).
               10 WS-ET-COUNT        PIC 9(5).
       01 WS-ENDORSE-ENTRY-COUNT     PIC 9(5) VALUE 0.
       01 WS-ENDORSE-IDX             PIC 9(5) VALUE 0.
       01 WS-ENDORSE-TRUNC-SW        PIC X VALUE "N".
           88 WS-ENDORSE-TABLE-TRUNCATED VALUE "Y".
       01 WS-ENDORSE-TRUNC-WARNING-MSG PIC X(100) VALUE
           'WARNING: more than 2000 endorsed skills on file - some endorsements were not used in ranking.'.
       01 WS-SKILL-ENDORSE-TABLE.
           05 WS-SKILL-ENDORSE-COUNT OCCURS 8 TIMES PIC 9(5).
       01 WS-ENDORSE-COUNT-DISPLAY   PIC ZZZZ9.
       01 WS-ENDORSED-RECS           PIC 9(9) VALUE 0.

       *> One student's matches, printed best tier first: 1 = major,
       *> 2 = endorsed skill, 3 = skill with no endorsements.
       01 WS-STUDENT-MATCH-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES.
               10 WS-SM-POSTING      PIC 999.
               10 WS-SM-TIER         PIC 9.
               10 WS-SM-REASON       PIC X(100).
       01 WS-SM-COUNT                PIC 999 VALUE 0.
       01 WS-SM-IDX                  PIC 999 VALUE 0.
       01 WS-PRINT-TIER              PIC 9 VALUE 0.
       01 WS-MATCH-TIER              PIC 9 VALUE 0.

       01 WS-PROFILES-READ           PIC 9(9) VALUE 0.
       01 WS-STUDENTS-WITH-RECS      PIC 9(9) VALUE 0.
       01 WS-TOTAL-RECS              PIC 9(9) VALUE 0.
       01 WS-MATCH-SW                PIC X VALUE "N".
           88 WS-POSTING-MATCHES     VALUE "Y".
           88 WS-POSTING-NO-MATCH    VALUE "N".
       01 WS-MATCH-REASON            PIC X(100) VALUE SPACES.

       *> Generic substring-match working storage (same shape as the
       *> keyword search in INCOLLEGE).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-DIGEST
           PERFORM 1500-LOAD-VERIFIED-COMPANIES
           PERFORM 2000-LOAD-OPEN-POSTINGS
           PERFORM 2500-LOAD-ENDORSEMENTS
           PERFORM 3000-MATCH-ALL-PROFILES
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-DIGEST
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       1500-LOAD-VERIFIED-COMPANIES.
           MOVE 0 TO WS-VERIFIED-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT EMPLOYER-MASTER-FILE
           IF WS-EMPLOYER-FILE-STATUS NOT = "00" AND WS-EMPLOYER-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG
               READ EMPLOYER-MASTER-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EM-VERIFY-STATUS) = "VERIFIED"
                       AND WS-VERIFIED-COUNT < 200
                           ADD 1 TO WS-VERIFIED-COUNT
                           MOVE EM-COMPANY TO WS-VERIFIED-COMPANY(WS-VERIFIED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-MASTER-FILE.

       2000-LOAD-OPEN-POSTINGS.
           MOVE 0 TO WS-POSTING-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       *> Closed and expired postings are never recommended,
                       *> and a company's open postings are held until it
                       *> is verified.
                       IF FUNCTION TRIM(JP-STATUS) NOT = "CLOSED"
                       AND (JP-EXPIRES-DATE = SPACES
                            OR JP-EXPIRES-DATE >= WS-TODAY-DASH-DATE)
                           SET WS-COMPANY-NOT-VERIFIED TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-VERIFIED-COUNT
                               IF FUNCTION TRIM(WS-VERIFIED-COMPANY(WS-IDX))
                                   = FUNCTION TRIM(JP-EMPLOYER)
                                   SET WS-COMPANY-VERIFIED TO TRUE
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-COMPANY-NOT-VERIFIED
                               ADD 1 TO WS-POSTINGS-HELD
                           ELSE
                               IF WS-POSTING-COUNT < 200
                                   ADD 1 TO WS-POSTING-COUNT
                                   MOVE JP-EMPLOYER    TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
                                   MOVE JP-TITLE       TO WS-PT-TITLE(WS-POSTING-COUNT)
                                   MOVE JP-DESCRIPTION TO WS-PT-DESCRIPTION(WS-POSTING-COUNT)
                                   MOVE JP-MAJOR       TO WS-PT-MAJOR(WS-POSTING-COUNT)
                                   MOVE JP-REQ-NUM     TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
                               ELSE
                                   SET WS-POSTING-TABLE-TRUNCATED TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-POSTING-FILE.

       2500-LOAD-ENDORSEMENTS.
           MOVE 0 TO WS-ENDORSE-ENTRY-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT SKILL-ENDORSEMENT-FILE
           IF WS-ENDORSE-FILE-STATUS NOT = "00" AND WS-ENDORSE-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG
               READ SKILL-ENDORSEMENT-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-ENDORSE-IDX FROM 1 BY 1
                           UNTIL WS-ENDORSE-IDX > WS-ENDORSE-ENTRY-COUNT
                           IF WS-ET-ENDORSEE(WS-ENDORSE-IDX) = EN-ENDORSEE
                           AND WS-ET-SKILL(WS-ENDORSE-IDX) = EN-SKILL
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-ENDORSE-IDX > WS-ENDORSE-ENTRY-COUNT
                           IF WS-ENDORSE-ENTRY-COUNT < 2000
                               ADD 1 TO WS-ENDORSE-ENTRY-COUNT
                               MOVE EN-ENDORSEE TO WS-ET-ENDORSEE(WS-ENDORSE-ENTRY-COUNT)
                               MOVE EN-SKILL    TO WS-ET-SKILL(WS-ENDORSE-ENTRY-COUNT)
                               MOVE 1           TO WS-ET-COUNT(WS-ENDORSE-ENTRY-COUNT)
                           ELSE
                               SET WS-ENDORSE-TABLE-TRUNCATED TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-ET-COUNT(WS-ENDORSE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-ENDORSEMENT-FILE.

       3000-MATCH-ALL-PROFILES.
           OPEN INPUT USER-PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"

       3100-MATCH-ONE-PROFILE.
           MOVE 0 TO WS-STUDENT-REC-COUNT
           MOVE 0 TO WS-SM-COUNT
           PERFORM 3150-LOOKUP-SKILL-ENDORSEMENTS

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-POSTING-COUNT
               PERFORM 3200-MATCH-ONE-POSTING
               IF WS-POSTING-MATCHES
                   ADD 1 TO WS-SM-COUNT
                   MOVE WS-IDX          TO WS-SM-POSTING(WS-SM-COUNT)
                   MOVE WS-MATCH-TIER   TO WS-SM-TIER(WS-SM-COUNT)
                   MOVE WS-MATCH-REASON TO WS-SM-REASON(WS-SM-COUNT)
               END-IF
           END-PERFORM

           *> Postings keep their file order within a tier.
           PERFORM VARYING WS-PRINT-TIER FROM 1 BY 1 UNTIL WS-PRINT-TIER > 3
               PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
                   IF WS-SM-TIER(WS-SM-IDX) = WS-PRINT-TIER
                       MOVE WS-SM-POSTING(WS-SM-IDX) TO WS-IDX
                       ADD 1 TO WS-STUDENT-REC-COUNT
                       ADD 1 TO WS-TOTAL-RECS
                       IF WS-PRINT-TIER = 2
                           ADD 1 TO WS-ENDORSED-RECS
                       END-IF
                       IF WS-STUDENT-REC-COUNT = 1
                           PERFORM 3300-WRITE-STUDENT-HEADER
                       END-IF
                       STRING "  REQ " WS-PT-REQ-NUM(WS-IDX) " "
                              FUNCTION TRIM(WS-PT-TITLE(WS-IDX))
                              " at " FUNCTION TRIM(WS-PT-EMPLOYER(WS-IDX))
                              " (" FUNCTION TRIM(WS-SM-REASON(WS-SM-IDX)) ")"
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM 8000-WRITE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-STUDENT-REC-COUNT > 0
               ADD 1 TO WS-STUDENTS-WITH-RECS
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF.

       3150-LOOKUP-SKILL-ENDORSEMENTS.
           MOVE ZEROS TO WS-SKILL-ENDORSE-TABLE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > UP-NUM-SKILLS
               PERFORM VARYING WS-ENDORSE-IDX FROM 1 BY 1
                   UNTIL WS-ENDORSE-IDX > WS-ENDORSE-ENTRY-COUNT
                   IF FUNCTION TRIM(WS-ET-ENDORSEE(WS-ENDORSE-IDX)) = FUNCTION TRIM(UP-USER-NAME)
                   AND FUNCTION TRIM(WS-ET-SKILL(WS-ENDORSE-IDX)) = FUNCTION TRIM(UP-SKILL-NAME(K))
                       MOVE WS-ET-COUNT(WS-ENDORSE-IDX) TO WS-SKILL-ENDORSE-COUNT(K)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       3200-MATCH-ONE-POSTING.
           SET WS-POSTING-NO-MATCH TO TRUE
           MOVE SPACES TO WS-MATCH-REASON
           MOVE 0 TO WS-MATCH-TIER

           *> Match on major first.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(UP-MAJOR))
           AND FUNCTION TRIM(UP-MAJOR) NOT = SPACES
               SET WS-POSTING-MATCHES TO TRUE
               MOVE "matches your major" TO WS-MATCH-REASON
               MOVE 1 TO WS-MATCH-TIER
               EXIT PARAGRAPH
           END-IF

           *> Otherwise match any completed skill appearing in the
           *> posting title or description, preferring an endorsed one.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > UP-NUM-SKILLS
               MOVE FUNCTION TRIM(UP-SKILL-NAME(K)) TO WS-CONTAINS-NEEDLE
               MOVE WS-PT-TITLE(WS-IDX) TO WS-CONTAINS-HAYSTACK
                   PERFORM 9100-STRING-CONTAINS
               END-IF
               IF WS-CONTAINS-TRUE
                   IF WS-SKILL-ENDORSE-COUNT(K) > 0
                       SET WS-POSTING-MATCHES TO TRUE
                       MOVE 2 TO WS-MATCH-TIER
                       MOVE WS-SKILL-ENDORSE-COUNT(K) TO WS-ENDORSE-COUNT-DISPLAY
                       MOVE SPACES TO WS-MATCH-REASON
                       IF WS-SKILL-ENDORSE-COUNT(K) = 1
                           STRING "matches your endorsed skill: "
                                  FUNCTION TRIM(UP-SKILL-NAME(K))
                                  " - 1 endorsement"
                                  DELIMITED BY SIZE INTO WS-MATCH-REASON
                       ELSE
                           STRING "matches your endorsed skill: "
                                  FUNCTION TRIM(UP-SKILL-NAME(K))
                                  " - " FUNCTION TRIM(WS-ENDORSE-COUNT-DISPLAY)
                                  " endorsements"
                                  DELIMITED BY SIZE INTO WS-MATCH-REASON
                       END-IF
                       EXIT PERFORM
                   END-IF
                   IF WS-POSTING-NO-MATCH
                       SET WS-POSTING-MATCHES TO TRUE
                       MOVE 3 TO WS-MATCH-TIER
                       STRING "matches your skill: "
                              FUNCTION TRIM(UP-SKILL-NAME(K))
                              DELIMITED BY SIZE INTO WS-MATCH-REASON
                   END-IF
               END-IF
           END-PERFORM.

               PERFORM 8000-WRITE-LINE
           END-IF

           IF WS-ENDORSE-TABLE-TRUNCATED
               MOVE WS-ENDORSE-TRUNC-WARNING-MSG TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF

           MOVE WS-PROFILES-READ TO WS-COUNT-DISPLAY
           STRING "Student profiles read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-POSTINGS-HELD TO WS-COUNT-DISPLAY
           STRING "Open postings held (company not verified): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-STUDENTS-WITH-RECS TO WS-COUNT-DISPLAY
           STRING "Students with at least one recommendation: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-TOTAL-RECS TO WS-COUNT-DISPLAY
           STRING "Total recommendations written: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-ENDORSED-RECS TO WS-COUNT-DISPLAY
           STRING "Recommendations on an endorsed skill: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       9100-STRING-CONTAINS.
