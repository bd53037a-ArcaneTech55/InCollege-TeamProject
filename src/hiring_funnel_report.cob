      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIRING-FUNNEL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL JOB-APPLICATION-FILE ASSIGN TO "data/JOB-APPLICATION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-APP-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Hiring-Funnel-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-POSTING-FILE.
       01 JOB-POSTING-REC.
           05 JP-EMPLOYER        PIC X(60).
           05 JP-TITLE           PIC X(60).
           05 JP-DESCRIPTION     PIC X(150).
           05 JP-MAJOR           PIC X(40).
           05 JP-POSTED-DATE     PIC X(10).
           05 JP-EXPIRES-DATE    PIC X(10).
           05 JP-STATUS          PIC X(10).
           05 JP-REQ-NUM         PIC 9(6).

       FD JOB-APPLICATION-FILE.
       01 JOB-APPLICATION-REC.
           05 JA-APPLICANT       PIC X(100).
           05 JA-EMPLOYER        PIC X(60).
           05 JA-TITLE           PIC X(60).
           05 JA-APPLIED-DATE    PIC X(8).
           05 JA-STATUS          PIC X(10).
           05 JA-STATUS-DATE     PIC X(8).
           05 JA-REQ-NUM         PIC 9(6).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-JOB-FILE-STATUS         PIC XX VALUE "00".
       01 WS-JOB-APP-FILE-STATUS     PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".

       01 WS-REPORT-LINE             PIC X(300) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.

       01 WS-TODAY-DATE              PIC 9(8) VALUE 0.
       01 WS-TODAY-INT               PIC 9(9) VALUE 0.

       *> Posting titles by requisition number, for the posting lines.
       01 WS-MAX-POSTINGS            PIC 9(5) VALUE 2000.
       01 WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-REQ-NUM      PIC 9(6).
               10 WS-PT-EMPLOYER     PIC X(60).
               10 WS-PT-TITLE        PIC X(60).
       01 WS-POSTING-COUNT           PIC 9(5) VALUE 0.

       *> One funnel row per posting, seeded from the posting file so a
       *> posting with no applications still appears. Applications are
       *> counted against their requisition number; one never linked to
       *> a posting (requisition 000000) is counted under its employer
       *> and title.
       01 WS-MAX-FUNNELS             PIC 9(5) VALUE 2000.
       01 WS-FUNNEL-TABLE.
           05 WS-FUNNEL-ENTRY OCCURS 2000 TIMES.
               10 WS-FT-EMPLOYER     PIC X(60).
               10 WS-FT-REQ-NUM      PIC 9(6).
               10 WS-FT-TITLE        PIC X(60).
               10 WS-FT-COUNTS.
                   15 WS-FT-TOTAL        PIC 9(7).
                   15 WS-FT-SUBMITTED    PIC 9(7).
                   15 WS-FT-REVIEWED     PIC 9(7).
                   15 WS-FT-INTERVIEW    PIC 9(7).
                   15 WS-FT-OFFER        PIC 9(7).
                   15 WS-FT-REJECTED     PIC 9(7).
                   15 WS-FT-DECIDED      PIC 9(7).
                   15 WS-FT-DECIDED-DAYS PIC 9(9).
                   15 WS-FT-AGE-0-7      PIC 9(7).
                   15 WS-FT-AGE-8-14     PIC 9(7).
                   15 WS-FT-AGE-15-30    PIC 9(7).
                   15 WS-FT-AGE-OVER-30  PIC 9(7).
       01 WS-FUNNEL-HOLD             PIC X(212).
       01 WS-FUNNEL-COUNT            PIC 9(5) VALUE 0.
       01 WS-FUNNEL-TRUNC-SW         PIC X VALUE "N".
           88 WS-FUNNEL-TABLE-TRUNCATED VALUE "Y".

       *> The employer subtotal and the grand total are built in the
       *> same shape as a funnel row and printed by the same paragraph.
       01 WS-PRINT-COUNTS.
           05 WS-PC-TOTAL            PIC 9(7).
           05 WS-PC-SUBMITTED        PIC 9(7).
           05 WS-PC-REVIEWED         PIC 9(7).
           05 WS-PC-INTERVIEW        PIC 9(7).
           05 WS-PC-OFFER            PIC 9(7).
           05 WS-PC-REJECTED         PIC 9(7).
           05 WS-PC-DECIDED          PIC 9(7).
           05 WS-PC-DECIDED-DAYS     PIC 9(9).
           05 WS-PC-AGE-0-7          PIC 9(7).
           05 WS-PC-AGE-8-14         PIC 9(7).
           05 WS-PC-AGE-15-30        PIC 9(7).
           05 WS-PC-AGE-OVER-30      PIC 9(7).
       01 WS-EMPLOYER-COUNTS.
           05 WS-EC-TOTAL            PIC 9(7).
           05 WS-EC-SUBMITTED        PIC 9(7).
           05 WS-EC-REVIEWED         PIC 9(7).
           05 WS-EC-INTERVIEW        PIC 9(7).
           05 WS-EC-OFFER            PIC 9(7).
           05 WS-EC-REJECTED         PIC 9(7).
           05 WS-EC-DECIDED          PIC 9(7).
           05 WS-EC-DECIDED-DAYS     PIC 9(9).
           05 WS-EC-AGE-0-7          PIC 9(7).
           05 WS-EC-AGE-8-14         PIC 9(7).
           05 WS-EC-AGE-15-30        PIC 9(7).
           05 WS-EC-AGE-OVER-30      PIC 9(7).
       01 WS-GRAND-COUNTS.
           05 WS-GC-TOTAL            PIC 9(7).
           05 WS-GC-SUBMITTED        PIC 9(7).
           05 WS-GC-REVIEWED         PIC 9(7).
           05 WS-GC-INTERVIEW        PIC 9(7).
           05 WS-GC-OFFER            PIC 9(7).
           05 WS-GC-REJECTED         PIC 9(7).
           05 WS-GC-DECIDED          PIC 9(7).
           05 WS-GC-DECIDED-DAYS     PIC 9(9).
           05 WS-GC-AGE-0-7          PIC 9(7).
           05 WS-GC-AGE-8-14         PIC 9(7).
           05 WS-GC-AGE-15-30        PIC 9(7).
           05 WS-GC-AGE-OVER-30      PIC 9(7).

       01 WS-PRINT-LABEL             PIC X(44) VALUE SPACES.
       01 WS-NUM-DISP                PIC ZZZZZ9.
       01 WS-PCT-DISP                PIC ZZZ9.9.
       01 WS-AVG-DISP                PIC ZZZZ9.9.
       01 WS-PCT                     PIC 9(4)V9 VALUE 0.
       01 WS-AVG                     PIC 9(5)V9 VALUE 0.
       01 WS-REACHED-REVIEW          PIC 9(7) VALUE 0.
       01 WS-REACHED-INTERVIEW       PIC 9(7) VALUE 0.

       01 WS-APPLIED-NUM             PIC 9(8) VALUE 0.
       01 WS-STATUS-NUM              PIC 9(8) VALUE 0.
       01 WS-APPLIED-INT             PIC 9(9) VALUE 0.
       01 WS-STATUS-INT              PIC 9(9) VALUE 0.
       01 WS-DAYS                    PIC S9(9) VALUE 0.
       01 WS-DATE-OK-SW              PIC X VALUE "N".
           88 WS-APPLIED-DATE-OK     VALUE "Y".
           88 WS-APPLIED-DATE-BAD    VALUE "N".

       01 WS-RECORDS-READ            PIC 9(9) VALUE 0.
       01 WS-BAD-DATE-COUNT          PIC 9(9) VALUE 0.
       01 WS-OTHER-STATUS-COUNT      PIC 9(9) VALUE 0.
       01 WS-EMPLOYER-COUNT          PIC 9(9) VALUE 0.

       01 WS-IDX                     PIC 9(5) VALUE 0.
       01 WS-IDX2                    PIC 9(5) VALUE 0.
       01 WS-FOUND-IDX               PIC 9(5) VALUE 0.
       01 WS-PREV-EMPLOYER           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-REPORT
           PERFORM 2000-LOAD-POSTINGS
           PERFORM 3000-COUNT-APPLICATIONS
           PERFORM 4000-SORT-FUNNELS
           PERFORM 5000-PRINT-FUNNELS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-REPORT
           STOP RUN.

       1000-INITIALIZE-REPORT.
           OPEN OUTPUT OUTPUT-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           INITIALIZE WS-GRAND-COUNTS

           MOVE "InCollege Hiring Funnel and Time-to-Decision Report" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "===================================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           STRING "Run date: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> How the columns are worked out.
           MOVE "SUB..REJ are applications at each status now. An application at a later stage has passed the earlier ones:" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "  S>R% = reviewed or beyond (REVIEWED, INTERVIEW, OFFER, REJECTED) / all applications" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "  R>I% = INTERVIEW or OFFER / reviewed or beyond     I>O% = OFFER / INTERVIEW or OFFER" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "  AVG-DAYS = average days from application to last status change, over applications no longer SUBMITTED" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "  0-7 .. >30 = SUBMITTED applications not yet touched, by days since applying" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       2000-LOAD-POSTINGS.
           MOVE 0 TO WS-POSTING-COUNT
           MOVE 0 TO WS-FUNNEL-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO JOB-POSTING-REC
               READ JOB-POSTING-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF WS-POSTING-COUNT < WS-MAX-POSTINGS
                       AND JP-REQ-NUM IS NUMERIC
                           ADD 1 TO WS-POSTING-COUNT
                           MOVE JP-REQ-NUM  TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
                           MOVE JP-EMPLOYER TO WS-PT-EMPLOYER(WS-POSTING-COUNT)
                           MOVE JP-TITLE    TO WS-PT-TITLE(WS-POSTING-COUNT)
                           PERFORM 2100-SEED-FUNNEL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-POSTING-FILE.

       2100-SEED-FUNNEL-ROW.
           *> A zeroed row for the posting just loaded.
           IF WS-FUNNEL-COUNT >= WS-MAX-FUNNELS
               SET WS-FUNNEL-TABLE-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUNNEL-COUNT
           MOVE JP-EMPLOYER TO WS-FT-EMPLOYER(WS-FUNNEL-COUNT)
           MOVE JP-REQ-NUM  TO WS-FT-REQ-NUM(WS-FUNNEL-COUNT)
           MOVE JP-TITLE    TO WS-FT-TITLE(WS-FUNNEL-COUNT)
           INITIALIZE WS-FT-COUNTS(WS-FUNNEL-COUNT).

       3000-COUNT-APPLICATIONS.
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-APPLICATION-FILE
           PERFORM UNTIL WS-EOF-FLAG
               MOVE SPACES TO JOB-APPLICATION-REC
               READ JOB-APPLICATION-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 3100-FIND-FUNNEL-ROW
                       IF WS-FOUND-IDX > 0
                           PERFORM 3200-COUNT-ONE-APPLICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPLICATION-FILE.

       3100-FIND-FUNNEL-ROW.
           *> Sets WS-FOUND-IDX to this application's row - a posting's
           *> row was seeded by 2000; any other is added on first sight.
           *> 0 when the table is full.
           IF JA-REQ-NUM IS NOT NUMERIC
               MOVE 0 TO JA-REQ-NUM
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FUNNEL-COUNT
               IF JA-REQ-NUM > 0
                   IF WS-FT-REQ-NUM(WS-IDX) = JA-REQ-NUM
                       MOVE WS-IDX TO WS-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-FT-REQ-NUM(WS-IDX) = 0
                   AND WS-FT-EMPLOYER(WS-IDX) = JA-EMPLOYER
                   AND WS-FT-TITLE(WS-IDX) = JA-TITLE
                       MOVE WS-IDX TO WS-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-FUNNEL-COUNT >= WS-MAX-FUNNELS
               SET WS-FUNNEL-TABLE-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUNNEL-COUNT
           MOVE WS-FUNNEL-COUNT TO WS-FOUND-IDX
           MOVE JA-EMPLOYER TO WS-FT-EMPLOYER(WS-FOUND-IDX)
           MOVE JA-REQ-NUM  TO WS-FT-REQ-NUM(WS-FOUND-IDX)
           MOVE JA-TITLE    TO WS-FT-TITLE(WS-FOUND-IDX)
           INITIALIZE WS-FT-COUNTS(WS-FOUND-IDX)
           *> The posting's current employer and title, where it is still
           *> on file, win over the text copied onto the application.
           IF JA-REQ-NUM > 0
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-POSTING-COUNT
                   IF WS-PT-REQ-NUM(WS-IDX2) = JA-REQ-NUM
                       MOVE WS-PT-EMPLOYER(WS-IDX2) TO WS-FT-EMPLOYER(WS-FOUND-IDX)
                       MOVE WS-PT-TITLE(WS-IDX2)    TO WS-FT-TITLE(WS-FOUND-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       3200-COUNT-ONE-APPLICATION.
           ADD 1 TO WS-FT-TOTAL(WS-FOUND-IDX)

           SET WS-APPLIED-DATE-BAD TO TRUE
           IF JA-APPLIED-DATE IS NUMERIC
               MOVE JA-APPLIED-DATE TO WS-APPLIED-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-APPLIED-NUM) = 0
                   COMPUTE WS-APPLIED-INT = FUNCTION INTEGER-OF-DATE(WS-APPLIED-NUM)
                   SET WS-APPLIED-DATE-OK TO TRUE
               END-IF
           END-IF
           IF WS-APPLIED-DATE-BAD
               ADD 1 TO WS-BAD-DATE-COUNT
           END-IF

           EVALUATE FUNCTION TRIM(JA-STATUS)
               WHEN "SUBMITTED"
                   ADD 1 TO WS-FT-SUBMITTED(WS-FOUND-IDX)
                   IF WS-APPLIED-DATE-OK
                       PERFORM 3300-AGE-SUBMITTED
                   END-IF
               WHEN "REVIEWED"
                   ADD 1 TO WS-FT-REVIEWED(WS-FOUND-IDX)
                   PERFORM 3400-ADD-DECISION-DAYS
               WHEN "INTERVIEW"
                   ADD 1 TO WS-FT-INTERVIEW(WS-FOUND-IDX)
                   PERFORM 3400-ADD-DECISION-DAYS
               WHEN "OFFER"
                   ADD 1 TO WS-FT-OFFER(WS-FOUND-IDX)
                   PERFORM 3400-ADD-DECISION-DAYS
               WHEN "REJECTED"
                   ADD 1 TO WS-FT-REJECTED(WS-FOUND-IDX)
                   PERFORM 3400-ADD-DECISION-DAYS
               WHEN OTHER
                   ADD 1 TO WS-OTHER-STATUS-COUNT
           END-EVALUATE.

       3300-AGE-SUBMITTED.
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-APPLIED-INT
           EVALUATE TRUE
               WHEN WS-DAYS <= 7
                   ADD 1 TO WS-FT-AGE-0-7(WS-FOUND-IDX)
               WHEN WS-DAYS <= 14
                   ADD 1 TO WS-FT-AGE-8-14(WS-FOUND-IDX)
               WHEN WS-DAYS <= 30
                   ADD 1 TO WS-FT-AGE-15-30(WS-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO WS-FT-AGE-OVER-30(WS-FOUND-IDX)
           END-EVALUATE.

       3400-ADD-DECISION-DAYS.
           *> Only applications with both dates usable, and the status
           *> change on or after the application, count towards the
           *> average.
           IF WS-APPLIED-DATE-BAD
           OR JA-STATUS-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JA-STATUS-DATE TO WS-STATUS-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STATUS-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STATUS-INT = FUNCTION INTEGER-OF-DATE(WS-STATUS-NUM)
           COMPUTE WS-DAYS = WS-STATUS-INT - WS-APPLIED-INT
           IF WS-DAYS < 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-DECIDED(WS-FOUND-IDX)
           ADD WS-DAYS TO WS-FT-DECIDED-DAYS(WS-FOUND-IDX).

       4000-SORT-FUNNELS.
           *> Straight exchange sort into employer then requisition
           *> order - employer and requisition lead each row.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-FUNNEL-COUNT
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-FUNNEL-COUNT
                   IF WS-FUNNEL-ENTRY(WS-IDX2) < WS-FUNNEL-ENTRY(WS-IDX)
                       MOVE WS-FUNNEL-ENTRY(WS-IDX)  TO WS-FUNNEL-HOLD
                       MOVE WS-FUNNEL-ENTRY(WS-IDX2) TO WS-FUNNEL-ENTRY(WS-IDX)
                       MOVE WS-FUNNEL-HOLD           TO WS-FUNNEL-ENTRY(WS-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-FUNNELS.
           IF WS-FUNNEL-COUNT = 0
               MOVE "No postings or applications on file." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 5900-WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FUNNEL-COUNT
               IF WS-IDX = 1
               OR WS-FT-EMPLOYER(WS-IDX) NOT = WS-PREV-EMPLOYER
                   IF WS-IDX > 1
                       PERFORM 5200-PRINT-EMPLOYER-TOTAL
                   END-IF
                   MOVE WS-FT-EMPLOYER(WS-IDX) TO WS-PREV-EMPLOYER
                   ADD 1 TO WS-EMPLOYER-COUNT
                   INITIALIZE WS-EMPLOYER-COUNTS
               END-IF
               PERFORM 5100-PRINT-POSTING-LINE
           END-PERFORM
           PERFORM 5200-PRINT-EMPLOYER-TOTAL

           MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS
           MOVE "ALL EMPLOYERS" TO WS-PRINT-LABEL
           PERFORM 5500-WRITE-FUNNEL-LINE.

       5100-PRINT-POSTING-LINE.
           MOVE WS-FT-COUNTS(WS-IDX) TO WS-PRINT-COUNTS
           MOVE SPACES TO WS-PRINT-LABEL
           IF WS-FT-REQ-NUM(WS-IDX) = 0
               STRING "  (unlinked) " FUNCTION TRIM(WS-FT-TITLE(WS-IDX))
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
           ELSE
               STRING "  REQ " WS-FT-REQ-NUM(WS-IDX) " "
                      FUNCTION TRIM(WS-FT-TITLE(WS-IDX))
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
           END-IF
           PERFORM 5500-WRITE-FUNNEL-LINE

           ADD WS-PC-TOTAL          TO WS-EC-TOTAL
           ADD WS-PC-SUBMITTED      TO WS-EC-SUBMITTED
           ADD WS-PC-REVIEWED       TO WS-EC-REVIEWED
           ADD WS-PC-INTERVIEW      TO WS-EC-INTERVIEW
           ADD WS-PC-OFFER          TO WS-EC-OFFER
           ADD WS-PC-REJECTED       TO WS-EC-REJECTED
           ADD WS-PC-DECIDED        TO WS-EC-DECIDED
           ADD WS-PC-DECIDED-DAYS   TO WS-EC-DECIDED-DAYS
           ADD WS-PC-AGE-0-7        TO WS-EC-AGE-0-7
           ADD WS-PC-AGE-8-14       TO WS-EC-AGE-8-14
           ADD WS-PC-AGE-15-30      TO WS-EC-AGE-15-30
           ADD WS-PC-AGE-OVER-30    TO WS-EC-AGE-OVER-30.

       5200-PRINT-EMPLOYER-TOTAL.
           MOVE WS-EMPLOYER-COUNTS TO WS-PRINT-COUNTS
           MOVE SPACES TO WS-PRINT-LABEL
           STRING "TOTAL " FUNCTION TRIM(WS-PREV-EMPLOYER)
               DELIMITED BY SIZE INTO WS-PRINT-LABEL
           PERFORM 5500-WRITE-FUNNEL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           ADD WS-EC-TOTAL          TO WS-GC-TOTAL
           ADD WS-EC-SUBMITTED      TO WS-GC-SUBMITTED
           ADD WS-EC-REVIEWED       TO WS-GC-REVIEWED
           ADD WS-EC-INTERVIEW      TO WS-GC-INTERVIEW
           ADD WS-EC-OFFER          TO WS-GC-OFFER
           ADD WS-EC-REJECTED       TO WS-GC-REJECTED
           ADD WS-EC-DECIDED        TO WS-GC-DECIDED
           ADD WS-EC-DECIDED-DAYS   TO WS-GC-DECIDED-DAYS
           ADD WS-EC-AGE-0-7        TO WS-GC-AGE-0-7
           ADD WS-EC-AGE-8-14       TO WS-GC-AGE-8-14
           ADD WS-EC-AGE-15-30      TO WS-GC-AGE-15-30
           ADD WS-EC-AGE-OVER-30    TO WS-GC-AGE-OVER-30.

       5500-WRITE-FUNNEL-LINE.
           *> One fixed-column line from WS-PRINT-LABEL and
           *> WS-PRINT-COUNTS.
           MOVE WS-PRINT-LABEL TO WS-REPORT-LINE(1:44)
           MOVE WS-PC-TOTAL TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(45:6)
           MOVE WS-PC-SUBMITTED TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(51:6)
           MOVE WS-PC-REVIEWED TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(57:6)
           MOVE WS-PC-INTERVIEW TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(63:6)
           MOVE WS-PC-OFFER TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(69:6)
           MOVE WS-PC-REJECTED TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(75:6)

           COMPUTE WS-REACHED-REVIEW = WS-PC-REVIEWED + WS-PC-INTERVIEW
                                     + WS-PC-OFFER + WS-PC-REJECTED
           COMPUTE WS-REACHED-INTERVIEW = WS-PC-INTERVIEW + WS-PC-OFFER

           IF WS-PC-TOTAL = 0
               MOVE "   n/a" TO WS-REPORT-LINE(81:6)
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-REACHED-REVIEW * 100 / WS-PC-TOTAL
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(81:6)
           END-IF
           IF WS-REACHED-REVIEW = 0
               MOVE "   n/a" TO WS-REPORT-LINE(87:6)
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-REACHED-INTERVIEW * 100 / WS-REACHED-REVIEW
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(87:6)
           END-IF
           IF WS-REACHED-INTERVIEW = 0
               MOVE "   n/a" TO WS-REPORT-LINE(93:6)
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-PC-OFFER * 100 / WS-REACHED-INTERVIEW
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(93:6)
           END-IF
           IF WS-PC-DECIDED = 0
               MOVE "    n/a" TO WS-REPORT-LINE(101:7)
           ELSE
               COMPUTE WS-AVG ROUNDED = WS-PC-DECIDED-DAYS / WS-PC-DECIDED
               MOVE WS-AVG TO WS-AVG-DISP
               MOVE WS-AVG-DISP TO WS-REPORT-LINE(101:7)
           END-IF

           MOVE WS-PC-AGE-0-7 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(108:6)
           MOVE WS-PC-AGE-8-14 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(114:6)
           MOVE WS-PC-AGE-15-30 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(120:6)
           MOVE WS-PC-AGE-OVER-30 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-REPORT-LINE(126:6)
           PERFORM 8000-WRITE-LINE.

       5900-WRITE-COLUMN-HEADINGS.
           MOVE "EMPLOYER / POSTING" TO WS-REPORT-LINE(1:44)
           MOVE "  APPS   SUB   REV  INTV OFFER   REJ  S>R%  R>I%  I>O% AVG-DAYS   0-7  8-14 15-30   >30"
               TO WS-REPORT-LINE(45:87)
           PERFORM 8000-WRITE-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:131)
           PERFORM 8000-WRITE-LINE.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Summary" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF WS-FUNNEL-TABLE-TRUNCATED
               MOVE "WARNING: more than 2000 postings - the rest are not reported." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF

           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
           STRING "Applications read: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-EMPLOYER-COUNT TO WS-COUNT-DISPLAY
           STRING "Employers reported: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-FUNNEL-COUNT TO WS-COUNT-DISPLAY
           STRING "Postings reported: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-OTHER-STATUS-COUNT TO WS-COUNT-DISPLAY
           STRING "Applications with an unrecognised status: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-BAD-DATE-COUNT TO WS-COUNT-DISPLAY
           STRING "Applications with an unusable applied date (left out of days and aging): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-REPORT.
           CLOSE OUTPUT-FILE.
