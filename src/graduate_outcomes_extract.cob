      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATE-OUTCOMES-EXTRACT.

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
           SELECT OPTIONAL JOB-APPLICATION-FILE ASSIGN TO "data/JOB-APPLICATION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-APP-FILE-STATUS.
           SELECT OPTIONAL INTERVIEW-SCHEDULE-FILE ASSIGN TO "data/INTERVIEW-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "Graduate-Outcomes-Extract.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Graduate-Outcomes-Report.txt"
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
           05 FILLER         PIC X(2323).

       FD JOB-APPLICATION-FILE.
       01 JOB-APPLICATION-REC.
           05 JA-APPLICANT       PIC X(100).
           05 JA-EMPLOYER        PIC X(60).
           05 JA-TITLE           PIC X(60).
           05 JA-APPLIED-DATE    PIC X(8).
           05 JA-STATUS          PIC X(10).
           05 JA-STATUS-DATE     PIC X(8).
           05 JA-REQ-NUM         PIC 9(6).

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

       *> Fixed 350-byte records for the university's reporting system:
       *> one header, one detail per student, one trailer. The layouts
       *> are GO-HEADER-REC, GO-DETAIL-REC and GO-TRAILER-REC below.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(350).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-USER-FILE-STATUS        PIC XX VALUE "00".
       01 WS-PROFILE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-JOB-APP-FILE-STATUS     PIC XX VALUE "00".
       01 WS-INTERVIEW-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EXTRACT-FILE-STATUS     PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".
       01 WS-ACCOUNT-FILE-OPEN-SW    PIC X VALUE "N".
           88 WS-ACCOUNT-FILE-OPEN   VALUE "Y".
       01 WS-RUN-OK-SW               PIC X VALUE "Y".
           88 WS-RUN-OK              VALUE "Y".
           88 WS-RUN-FAILED          VALUE "N".

       01 WS-REPORT-LINE             PIC X(300) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-NUM-DISP                PIC ZZZZZ9.
       01 WS-PCT                     PIC 999V9 VALUE 0.
       01 WS-PCT-DISP                PIC ZZ9.9.

       01 WS-RUN-TIMESTAMP           PIC X(14) VALUE SPACES.

       *> EXTRACT RECORD LAYOUTS
       *> GO-REC-TYPE is H (header), D (detail) or T (trailer). Dates
       *> are YYYYMMDD, blank when the event has not happened; numbers
       *> are unsigned and zero-filled.
       01 GO-HEADER-REC.
           05 GO-H-REC-TYPE          PIC X VALUE "H".
           05 GO-H-FILE-ID           PIC X(20) VALUE "GRADUATE-OUTCOMES".
           05 GO-H-SOURCE            PIC X(20) VALUE "INCOLLEGE".
           05 GO-H-LAYOUT-VERSION    PIC X(2) VALUE "01".
           05 GO-H-RUN-DATE          PIC X(8).
           05 GO-H-RUN-TIME          PIC X(6).
           05 FILLER                 PIC X(293) VALUE SPACES.

       01 GO-DETAIL-REC.
           05 GO-D-REC-TYPE          PIC X VALUE "D".
           05 GO-D-USER-NAME         PIC X(100).
           05 GO-D-LAST-NAME         PIC X(30).
           05 GO-D-FIRST-NAME        PIC X(30).
           05 GO-D-UNIVERSITY        PIC X(40).
           05 GO-D-MAJOR             PIC X(40).
           05 GO-D-GRAD-YEAR         PIC 9(4).
           05 GO-D-APP-COUNT         PIC 9(5).
           *> OFFER, INTERVIEW, APPLIED (applied, no interview yet) or
           *> NONE (no applications).
           05 GO-D-BEST-STATUS       PIC X(10).
           05 GO-D-FIRST-APPLIED     PIC X(8).
           05 GO-D-INTERVIEW-DATE    PIC X(8).
           05 GO-D-OFFER-DATE        PIC X(8).
           05 GO-D-OFFER-EMPLOYER    PIC X(60).
           05 GO-D-OFFER-REQ-NUM     PIC 9(6).

       *> Control totals for the receiving side to balance against: the
       *> detail count, the physical count including header and
       *> trailer, the sums of the application, interview and offer
       *> figures, and a hash total of the graduation years.
       01 GO-TRAILER-REC.
           05 GO-T-REC-TYPE          PIC X VALUE "T".
           05 GO-T-DETAIL-COUNT      PIC 9(9) VALUE 0.
           05 GO-T-RECORD-COUNT      PIC 9(9) VALUE 0.
           05 GO-T-APP-TOTAL         PIC 9(9) VALUE 0.
           05 GO-T-INTERVIEW-TOTAL   PIC 9(9) VALUE 0.
           05 GO-T-OFFER-TOTAL       PIC 9(9) VALUE 0.
           05 GO-T-GRAD-YEAR-HASH    PIC 9(12) VALUE 0.
           05 FILLER                 PIC X(292) VALUE SPACES.

       *> Application outcomes gathered per applicant before the
       *> profiles are read.
       01 WS-MAX-APPLICANTS          PIC 9(5) VALUE 5000.
       01 WS-APPLICANT-TABLE.
           05 WS-AP-ENTRY OCCURS 5000 TIMES.
               10 WS-AP-USER             PIC X(100).
               10 WS-AP-APP-COUNT        PIC 9(5).
               10 WS-AP-INTERVIEW-SW     PIC X.
               10 WS-AP-OFFER-SW         PIC X.
               10 WS-AP-FIRST-APPLIED    PIC X(8).
               10 WS-AP-INTERVIEW-DATE   PIC X(8).
               *> "Y" once WS-AP-INTERVIEW-DATE holds a slot date rather
               *> than the day an application moved to INTERVIEW.
               10 WS-AP-INTERVIEW-FROM-SLOT PIC X.
               10 WS-AP-OFFER-DATE       PIC X(8).
               10 WS-AP-OFFER-EMPLOYER   PIC X(60).
               10 WS-AP-OFFER-REQ-NUM    PIC 9(6).
       01 WS-APPLICANT-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLICANT-TRUNC-SW      PIC X VALUE "N".
           88 WS-APPLICANT-TABLE-TRUNCATED VALUE "Y".
       01 WS-FOUND-IDX               PIC 9(5) VALUE 0.
       01 WS-LOOKUP-USER             PIC X(100) VALUE SPACES.
       01 WS-IV-DATE                 PIC X(8) VALUE SPACES.

       *> Summary by major and graduating class. The major leads each
       *> row, upper-cased, so the exchange sort groups it.
       01 WS-MAX-GROUPS              PIC 9(5) VALUE 500.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES.
               10 WS-GT-MAJOR            PIC X(40).
               10 WS-GT-GRAD-YEAR        PIC 9(4).
               10 WS-GT-COUNTS.
                   15 WS-GT-STUDENTS     PIC 9(7).
                   15 WS-GT-APPLIED      PIC 9(7).
                   15 WS-GT-INTERVIEW    PIC 9(7).
                   15 WS-GT-OFFER        PIC 9(7).
                   15 WS-GT-APPS         PIC 9(7).
       01 WS-GROUP-HOLD              PIC X(79).
       01 WS-GROUP-COUNT             PIC 9(5) VALUE 0.
       01 WS-GROUP-TRUNC-SW          PIC X VALUE "N".
           88 WS-GROUP-TABLE-TRUNCATED VALUE "Y".
       01 WS-GROUP-MAJOR             PIC X(40) VALUE SPACES.
       01 WS-PREV-MAJOR              PIC X(40) VALUE SPACES.

       01 WS-PRINT-LABEL             PIC X(44) VALUE SPACES.
       01 WS-PRINT-COUNTS.
           05 WS-PC-STUDENTS         PIC 9(7).
           05 WS-PC-APPLIED          PIC 9(7).
           05 WS-PC-INTERVIEW        PIC 9(7).
           05 WS-PC-OFFER            PIC 9(7).
           05 WS-PC-APPS             PIC 9(7).
       01 WS-MAJOR-COUNTS            PIC X(35).
       01 WS-MAJOR-COUNTS-R REDEFINES WS-MAJOR-COUNTS.
           05 WS-MC-STUDENTS         PIC 9(7).
           05 WS-MC-APPLIED          PIC 9(7).
           05 WS-MC-INTERVIEW        PIC 9(7).
           05 WS-MC-OFFER            PIC 9(7).
           05 WS-MC-APPS             PIC 9(7).
       01 WS-GRAND-COUNTS            PIC X(35).
       01 WS-GRAND-COUNTS-R REDEFINES WS-GRAND-COUNTS.
           05 WS-GC-STUDENTS         PIC 9(7).
           05 WS-GC-APPLIED          PIC 9(7).
           05 WS-GC-INTERVIEW        PIC 9(7).
           05 WS-GC-OFFER            PIC 9(7).
           05 WS-GC-APPS             PIC 9(7).

       *> Control totals.
       01 WS-APPS-READ               PIC 9(9) VALUE 0.
       01 WS-SLOTS-READ              PIC 9(9) VALUE 0.
       01 WS-PROFILES-READ           PIC 9(9) VALUE 0.
       01 WS-SKIPPED-NO-ACCOUNT      PIC 9(9) VALUE 0.
       01 WS-SKIPPED-NOT-STUDENT     PIC 9(9) VALUE 0.
       01 WS-SKIPPED-RETIRED         PIC 9(9) VALUE 0.
       01 WS-RECORDS-WRITTEN         PIC 9(9) VALUE 0.
       01 WS-ROLE-CHECK              PIC X(10) VALUE SPACES.

       01 WS-IDX                     PIC 9(5) VALUE 0.
       01 WS-IDX2                    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-EXTRACT
           IF WS-RUN-OK
               PERFORM 2000-GATHER-APPLICATIONS
               PERFORM 2500-GATHER-INTERVIEWS
               PERFORM 3000-EXTRACT-STUDENTS
               PERFORM 3900-WRITE-TRAILER
               PERFORM 4000-SORT-GROUPS
               PERFORM 5000-PRINT-SUMMARY
               PERFORM 6000-PRINT-CONTROL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE-EXTRACT
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE-EXTRACT.
           OPEN OUTPUT OUTPUT-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP

           MOVE "InCollege Graduate Outcomes - Summary by Major and Graduating Class" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "===================================================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "Run " WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2) "-"
                  WS-RUN-TIMESTAMP(7:2) " " WS-RUN-TIMESTAMP(9:2) ":"
                  WS-RUN-TIMESTAMP(11:2)
                  " - extract written to Graduate-Outcomes-Extract.DAT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "STUDENTS  - student profiles on file (accounts retired by a merge are left out)" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "APPLIED   - students with at least one application" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "INTERVIEW - students who reached interview or better (an INTERVIEW or OFFER application, or a BOOKED or ATTENDED interview slot)" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "OFFER     - students with at least one OFFER application" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "INTV% and OFFER% are percentages of STUDENTS." TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           OPEN INPUT USER-ACCOUNT-FILE
           IF WS-USER-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-FILE-OPEN-SW
           ELSE
               MOVE "ERROR: USER-ACCOUNT.DAT could not be opened - no extract written." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE "ERROR: Graduate-Outcomes-Extract.DAT could not be opened for output." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-TIMESTAMP(1:8)  TO GO-H-RUN-DATE
           MOVE WS-RUN-TIMESTAMP(9:6)  TO GO-H-RUN-TIME
           WRITE EXTRACT-RECORD FROM GO-HEADER-REC
           ADD 1 TO WS-RECORDS-WRITTEN

           INITIALIZE WS-GRAND-COUNTS-R.

       2000-GATHER-APPLICATIONS.
           OPEN INPUT JOB-APPLICATION-FILE
           IF WS-JOB-APP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           PERFORM UNTIL WS-EOF-FLAG
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-APPS-READ
                       MOVE JA-APPLICANT TO WS-LOOKUP-USER
                       PERFORM 7000-FIND-APPLICANT
                       IF WS-FOUND-IDX > 0
                           PERFORM 2100-TALLY-APPLICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.

       2100-TALLY-APPLICATION.
           ADD 1 TO WS-AP-APP-COUNT(WS-FOUND-IDX)
           IF WS-AP-FIRST-APPLIED(WS-FOUND-IDX) = SPACES
           OR (JA-APPLIED-DATE NOT = SPACES
               AND JA-APPLIED-DATE < WS-AP-FIRST-APPLIED(WS-FOUND-IDX))
               MOVE JA-APPLIED-DATE TO WS-AP-FIRST-APPLIED(WS-FOUND-IDX)
           END-IF

           EVALUATE FUNCTION TRIM(JA-STATUS)
               WHEN "INTERVIEW"
                   MOVE "Y" TO WS-AP-INTERVIEW-SW(WS-FOUND-IDX)
                   *> Until a booked slot gives the real date, the day
                   *> the application moved to INTERVIEW stands in.
                   IF WS-AP-INTERVIEW-FROM-SLOT(WS-FOUND-IDX) NOT = "Y"
                       IF WS-AP-INTERVIEW-DATE(WS-FOUND-IDX) = SPACES
                       OR (JA-STATUS-DATE NOT = SPACES
                           AND JA-STATUS-DATE < WS-AP-INTERVIEW-DATE(WS-FOUND-IDX))
                           MOVE JA-STATUS-DATE TO WS-AP-INTERVIEW-DATE(WS-FOUND-IDX)
                       END-IF
                   END-IF
               WHEN "OFFER"
                   MOVE "Y" TO WS-AP-INTERVIEW-SW(WS-FOUND-IDX)
                   *> The first offer is the one reported.
                   IF WS-AP-OFFER-SW(WS-FOUND-IDX) NOT = "Y"
                   OR (JA-STATUS-DATE NOT = SPACES
                       AND JA-STATUS-DATE < WS-AP-OFFER-DATE(WS-FOUND-IDX))
                       MOVE JA-STATUS-DATE TO WS-AP-OFFER-DATE(WS-FOUND-IDX)
                       MOVE JA-EMPLOYER    TO WS-AP-OFFER-EMPLOYER(WS-FOUND-IDX)
                       IF JA-REQ-NUM IS NUMERIC
                           MOVE JA-REQ-NUM TO WS-AP-OFFER-REQ-NUM(WS-FOUND-IDX)
                       END-IF
                   END-IF
                   MOVE "Y" TO WS-AP-OFFER-SW(WS-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-GATHER-INTERVIEWS.
           *> A BOOKED or ATTENDED slot means the student reached
           *> interview even if the application was later turned down.
           *> Its date (the earliest, if there are several) is the
           *> interview date. NO-SHOW, RESCHEDULE and CANCELLED slots
           *> do not count - the student was never interviewed on them.
           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           IF WS-INTERVIEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF-FLAG TO TRUE
           PERFORM UNTIL WS-EOF-FLAG
               READ INTERVIEW-SCHEDULE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SLOTS-READ
                       IF IV-STUDENT NOT = SPACES
                       AND (FUNCTION TRIM(IV-STATUS) = "BOOKED"
                            OR FUNCTION TRIM(IV-STATUS) = "ATTENDED")
                           PERFORM 2600-TALLY-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE.

       2600-TALLY-SLOT.
           MOVE IV-STUDENT TO WS-LOOKUP-USER
           PERFORM 7000-FIND-APPLICANT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-AP-INTERVIEW-SW(WS-FOUND-IDX)
           MOVE SPACES TO WS-IV-DATE
           STRING IV-SLOT-DATE(1:4) IV-SLOT-DATE(6:2) IV-SLOT-DATE(9:2)
               DELIMITED BY SIZE INTO WS-IV-DATE
           *> The first slot replaces any status-date stand-in - a slot is
           *> only booked after the application reached INTERVIEW, so its
           *> date is never the earlier one. Later slots keep the earliest.
           IF WS-AP-INTERVIEW-FROM-SLOT(WS-FOUND-IDX) NOT = "Y"
               MOVE WS-IV-DATE TO WS-AP-INTERVIEW-DATE(WS-FOUND-IDX)
               MOVE "Y" TO WS-AP-INTERVIEW-FROM-SLOT(WS-FOUND-IDX)
           ELSE
               IF WS-IV-DATE < WS-AP-INTERVIEW-DATE(WS-FOUND-IDX)
                   MOVE WS-IV-DATE TO WS-AP-INTERVIEW-DATE(WS-FOUND-IDX)
               END-IF
           END-IF.

       3000-EXTRACT-STUDENTS.
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
                       PERFORM 3100-EXTRACT-ONE-STUDENT
               END-READ
           END-PERFORM
           CLOSE USER-PROFILE-FILE.

       3100-EXTRACT-ONE-STUDENT.
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

           MOVE SPACES TO GO-DETAIL-REC
           MOVE "D" TO GO-D-REC-TYPE
           MOVE UP-USER-NAME   TO GO-D-USER-NAME
           MOVE UP-LAST-NAME   TO GO-D-LAST-NAME
           MOVE UP-FIRST-NAME  TO GO-D-FIRST-NAME
           MOVE UP-UNIVERSITY  TO GO-D-UNIVERSITY
           MOVE UP-MAJOR       TO GO-D-MAJOR
           IF UP-GRAD-YEAR IS NUMERIC
               MOVE UP-GRAD-YEAR TO GO-D-GRAD-YEAR
           ELSE
               MOVE 0 TO GO-D-GRAD-YEAR
           END-IF
           MOVE 0 TO GO-D-APP-COUNT
           MOVE 0 TO GO-D-OFFER-REQ-NUM
           MOVE "NONE" TO GO-D-BEST-STATUS

           MOVE UP-USER-NAME TO WS-LOOKUP-USER
           PERFORM 7100-LOOKUP-APPLICANT
           IF WS-FOUND-IDX > 0
               MOVE WS-AP-APP-COUNT(WS-FOUND-IDX)      TO GO-D-APP-COUNT
               MOVE WS-AP-FIRST-APPLIED(WS-FOUND-IDX)  TO GO-D-FIRST-APPLIED
               EVALUATE TRUE
                   WHEN WS-AP-OFFER-SW(WS-FOUND-IDX) = "Y"
                       MOVE "OFFER" TO GO-D-BEST-STATUS
                   WHEN WS-AP-INTERVIEW-SW(WS-FOUND-IDX) = "Y"
                       MOVE "INTERVIEW" TO GO-D-BEST-STATUS
                   WHEN WS-AP-APP-COUNT(WS-FOUND-IDX) > 0
                       MOVE "APPLIED" TO GO-D-BEST-STATUS
               END-EVALUATE
               IF WS-AP-INTERVIEW-SW(WS-FOUND-IDX) = "Y"
                   MOVE WS-AP-INTERVIEW-DATE(WS-FOUND-IDX) TO GO-D-INTERVIEW-DATE
               END-IF
               IF WS-AP-OFFER-SW(WS-FOUND-IDX) = "Y"
                   MOVE WS-AP-OFFER-DATE(WS-FOUND-IDX)     TO GO-D-OFFER-DATE
                   MOVE WS-AP-OFFER-EMPLOYER(WS-FOUND-IDX) TO GO-D-OFFER-EMPLOYER
                   MOVE WS-AP-OFFER-REQ-NUM(WS-FOUND-IDX)  TO GO-D-OFFER-REQ-NUM
               END-IF
           END-IF

           WRITE EXTRACT-RECORD FROM GO-DETAIL-REC
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO GO-T-DETAIL-COUNT
           ADD GO-D-APP-COUNT TO GO-T-APP-TOTAL
           ADD GO-D-GRAD-YEAR TO GO-T-GRAD-YEAR-HASH
           EVALUATE FUNCTION TRIM(GO-D-BEST-STATUS)
               WHEN "OFFER"
                   ADD 1 TO GO-T-OFFER-TOTAL
                   ADD 1 TO GO-T-INTERVIEW-TOTAL
               WHEN "INTERVIEW"
                   ADD 1 TO GO-T-INTERVIEW-TOTAL
           END-EVALUATE

           PERFORM 3200-TALLY-GROUP.

       3200-TALLY-GROUP.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GO-D-MAJOR)) TO WS-GROUP-MAJOR
           IF WS-GROUP-MAJOR = SPACES
               MOVE "(NO MAJOR GIVEN)" TO WS-GROUP-MAJOR
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-GROUP-COUNT
               IF WS-GT-MAJOR(WS-IDX) = WS-GROUP-MAJOR
               AND WS-GT-GRAD-YEAR(WS-IDX) = GO-D-GRAD-YEAR
                   MOVE WS-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-GROUP-COUNT NOT < WS-MAX-GROUPS
                   SET WS-GROUP-TABLE-TRUNCATED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-FOUND-IDX
               MOVE WS-GROUP-MAJOR TO WS-GT-MAJOR(WS-FOUND-IDX)
               MOVE GO-D-GRAD-YEAR TO WS-GT-GRAD-YEAR(WS-FOUND-IDX)
               INITIALIZE WS-GT-COUNTS(WS-FOUND-IDX)
           END-IF

           ADD 1 TO WS-GT-STUDENTS(WS-FOUND-IDX)
           ADD GO-D-APP-COUNT TO WS-GT-APPS(WS-FOUND-IDX)
           IF GO-D-APP-COUNT > 0
               ADD 1 TO WS-GT-APPLIED(WS-FOUND-IDX)
           END-IF
           EVALUATE FUNCTION TRIM(GO-D-BEST-STATUS)
               WHEN "OFFER"
                   ADD 1 TO WS-GT-OFFER(WS-FOUND-IDX)
                   ADD 1 TO WS-GT-INTERVIEW(WS-FOUND-IDX)
               WHEN "INTERVIEW"
                   ADD 1 TO WS-GT-INTERVIEW(WS-FOUND-IDX)
           END-EVALUATE.

       3900-WRITE-TRAILER.
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE WS-RECORDS-WRITTEN TO GO-T-RECORD-COUNT
           WRITE EXTRACT-RECORD FROM GO-TRAILER-REC.

       4000-SORT-GROUPS.
           *> Straight exchange sort into major then graduating-class
           *> order - major and year lead each row.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-GROUP-COUNT
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-GROUP-COUNT
                   IF WS-GROUP-ENTRY(WS-IDX2) < WS-GROUP-ENTRY(WS-IDX)
                       MOVE WS-GROUP-ENTRY(WS-IDX)  TO WS-GROUP-HOLD
                       MOVE WS-GROUP-ENTRY(WS-IDX2) TO WS-GROUP-ENTRY(WS-IDX)
                       MOVE WS-GROUP-HOLD           TO WS-GROUP-ENTRY(WS-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-SUMMARY.
           IF WS-GROUP-COUNT = 0
               MOVE "No student profiles on file." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 5900-WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-GROUP-COUNT
               IF WS-IDX = 1
               OR WS-GT-MAJOR(WS-IDX) NOT = WS-PREV-MAJOR
                   IF WS-IDX > 1
                       PERFORM 5200-PRINT-MAJOR-TOTAL
                   END-IF
                   MOVE WS-GT-MAJOR(WS-IDX) TO WS-PREV-MAJOR
                   INITIALIZE WS-MAJOR-COUNTS-R
                   MOVE WS-GT-MAJOR(WS-IDX) TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
               END-IF
               PERFORM 5100-PRINT-CLASS-LINE
           END-PERFORM
           PERFORM 5200-PRINT-MAJOR-TOTAL

           MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS
           MOVE "ALL MAJORS" TO WS-PRINT-LABEL
           PERFORM 5500-WRITE-SUMMARY-LINE.

       5100-PRINT-CLASS-LINE.
           MOVE WS-GT-COUNTS(WS-IDX) TO WS-PRINT-COUNTS
           MOVE SPACES TO WS-PRINT-LABEL
           IF WS-GT-GRAD-YEAR(WS-IDX) = 0
               MOVE "  Class not given" TO WS-PRINT-LABEL
           ELSE
               STRING "  Class of " WS-GT-GRAD-YEAR(WS-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
           END-IF
           PERFORM 5500-WRITE-SUMMARY-LINE

           ADD WS-PC-STUDENTS  TO WS-MC-STUDENTS
           ADD WS-PC-APPLIED   TO WS-MC-APPLIED
           ADD WS-PC-INTERVIEW TO WS-MC-INTERVIEW
           ADD WS-PC-OFFER     TO WS-MC-OFFER
           ADD WS-PC-APPS      TO WS-MC-APPS.

       5200-PRINT-MAJOR-TOTAL.
           MOVE WS-MAJOR-COUNTS TO WS-PRINT-COUNTS
           MOVE SPACES TO WS-PRINT-LABEL
           STRING "  TOTAL " FUNCTION TRIM(WS-PREV-MAJOR)
               DELIMITED BY SIZE INTO WS-PRINT-LABEL
           PERFORM 5500-WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           ADD WS-MC-STUDENTS  TO WS-GC-STUDENTS
           ADD WS-MC-APPLIED   TO WS-GC-APPLIED
           ADD WS-MC-INTERVIEW TO WS-GC-INTERVIEW
           ADD WS-MC-OFFER     TO WS-GC-OFFER
           ADD WS-MC-APPS      TO WS-GC-APPS.

       5500-WRITE-SUMMARY-LINE.
           *> One fixed-column line from WS-PRINT-LABEL and
           *> WS-PRINT-COUNTS.
           MOVE WS-PRINT-LABEL TO WS-REPORT-LINE(1:44)
           MOVE WS-PC-STUDENTS TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(47:6)
           MOVE WS-PC-APPLIED TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(56:6)
           MOVE WS-PC-INTERVIEW TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(67:6)
           MOVE WS-PC-OFFER TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(74:6)
           MOVE WS-PC-APPS TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(81:6)
           IF WS-PC-STUDENTS = 0
               MOVE "  n/a" TO WS-REPORT-LINE(89:5)
               MOVE "  n/a" TO WS-REPORT-LINE(97:5)
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-PC-INTERVIEW * 100 / WS-PC-STUDENTS
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(89:5)
               COMPUTE WS-PCT ROUNDED = WS-PC-OFFER * 100 / WS-PC-STUDENTS
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(97:5)
           END-IF
           PERFORM 8000-WRITE-LINE.

       5900-WRITE-COLUMN-HEADINGS.
           MOVE "MAJOR / GRADUATING CLASS" TO WS-REPORT-LINE(1:44)
           MOVE "STUDENTS  APPLIED  INTERVIEW  OFFER   APPS  INTV%  OFFER%"
               TO WS-REPORT-LINE(45:57)
           PERFORM 8000-WRITE-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:101)
           PERFORM 8000-WRITE-LINE.

       6000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Control totals" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "--------------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-APPLICANT-TABLE-TRUNCATED
               MOVE "WARNING: more than 5000 applicants - applications from the rest are not counted." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF
           IF WS-GROUP-TABLE-TRUNCATED
               MOVE "WARNING: more than 500 major/class groups - the rest are in the extract but not in this summary." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF

           MOVE WS-APPS-READ TO WS-COUNT-DISPLAY
           STRING "Applications read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-SLOTS-READ TO WS-COUNT-DISPLAY
           STRING "Interview slots read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

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
           STRING "Skipped - retired by a merge: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE GO-T-DETAIL-COUNT TO WS-COUNT-DISPLAY
           STRING "Detail records written: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE GO-T-RECORD-COUNT TO WS-COUNT-DISPLAY
           STRING "Records written including header and trailer: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE GO-T-APP-TOTAL TO WS-COUNT-DISPLAY
           STRING "Applications carried in the extract: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE GO-T-INTERVIEW-TOTAL TO WS-COUNT-DISPLAY
           STRING "Students reaching interview or better: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE GO-T-OFFER-TOTAL TO WS-COUNT-DISPLAY
           STRING "Students with an offer: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           STRING "Graduation-year hash total: " GO-T-GRAD-YEAR-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> Summary and extract are built from the same records, so
           *> their student counts must agree unless the group table
           *> overflowed.
           IF WS-GC-STUDENTS NOT = GO-T-DETAIL-COUNT
           AND NOT WS-GROUP-TABLE-TRUNCATED
               MOVE "ERROR: summary student count does not match the extract detail count." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       7000-FIND-APPLICANT.
           *> Finds WS-LOOKUP-USER in the applicant table, adding it when
           *> it is new. WS-FOUND-IDX is 0 only when the table is full.
           PERFORM 7100-LOOKUP-APPLICANT
           IF WS-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLICANT-COUNT NOT < WS-MAX-APPLICANTS
               SET WS-APPLICANT-TABLE-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLICANT-COUNT
           MOVE WS-APPLICANT-COUNT TO WS-FOUND-IDX
           MOVE WS-LOOKUP-USER TO WS-AP-USER(WS-FOUND-IDX)
           MOVE 0 TO WS-AP-APP-COUNT(WS-FOUND-IDX)
           MOVE "N" TO WS-AP-INTERVIEW-SW(WS-FOUND-IDX)
           MOVE "N" TO WS-AP-OFFER-SW(WS-FOUND-IDX)
           MOVE SPACES TO WS-AP-FIRST-APPLIED(WS-FOUND-IDX)
           MOVE SPACES TO WS-AP-INTERVIEW-DATE(WS-FOUND-IDX)
           MOVE "N" TO WS-AP-INTERVIEW-FROM-SLOT(WS-FOUND-IDX)
           MOVE SPACES TO WS-AP-OFFER-DATE(WS-FOUND-IDX)
           MOVE SPACES TO WS-AP-OFFER-EMPLOYER(WS-FOUND-IDX)
           MOVE 0 TO WS-AP-OFFER-REQ-NUM(WS-FOUND-IDX).

       7100-LOOKUP-APPLICANT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-APPLICANT-COUNT
               IF FUNCTION TRIM(WS-AP-USER(WS-IDX)) = FUNCTION TRIM(WS-LOOKUP-USER)
                   MOVE WS-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-EXTRACT.
           IF WS-ACCOUNT-FILE-OPEN
               CLOSE USER-ACCOUNT-FILE
           END-IF
           IF WS-EXTRACT-FILE-STATUS = "00"
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE OUTPUT-FILE.
