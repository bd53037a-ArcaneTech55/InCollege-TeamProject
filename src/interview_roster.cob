      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERVIEW-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INPUT-FILE ASSIGN TO "Interview-Roster-Input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Interview-Roster-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTERVIEW-SCHEDULE-FILE ASSIGN TO "data/INTERVIEW-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-FILE-STATUS.
           SELECT OPTIONAL JOB-POSTING-FILE ASSIGN TO "data/JOB-POSTING.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-RECORD PIC X(100).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD PIC X(200).

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

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-INTERVIEW-FILE-STATUS   PIC XX VALUE "00".
       01 WS-JOB-FILE-STATUS         PIC XX VALUE "00".

       01 WS-EOF-FLAG-SW             PIC X VALUE "N".
           88 WS-EOF-FLAG            VALUE "Y".
           88 WS-NOT-EOF-FLAG        VALUE "N".

       01 WS-REPORT-LINE             PIC X(200) VALUE SPACES.
       01 WS-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-BOOKED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.

       01 WS-ROSTER-DATE             PIC X(10) VALUE SPACES.
       01 WS-ROSTER-INPUT            PIC X(100) VALUE SPACES.

       *> The day's slots, sorted into employer then time order for
       *> printing.
       01 WS-MAX-SLOTS               PIC 9(5) VALUE 1000.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 1000 TIMES.
               10 WS-ST-EMPLOYER     PIC X(60).
               10 WS-ST-TIME         PIC X(5).
               10 WS-ST-SLOT-ID      PIC 9(6).
               10 WS-ST-REQ-NUM      PIC 9(6).
               10 WS-ST-STATUS       PIC X(10).
               10 WS-ST-STUDENT      PIC X(100).
       01 WS-SLOT-HOLD               PIC X(187).
       01 WS-SLOT-COUNT              PIC 9(5) VALUE 0.
       01 WS-SLOT-TRUNC-SW           PIC X VALUE "N".
           88 WS-SLOT-TABLE-TRUNCATED VALUE "Y".

       *> Requisition number to posting title, for the roster lines.
       01 WS-MAX-POSTINGS            PIC 9(5) VALUE 2000.
       01 WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-REQ-NUM      PIC 9(6).
               10 WS-PT-TITLE        PIC X(60).
       01 WS-POSTING-COUNT           PIC 9(5) VALUE 0.
       01 WS-TITLE                   PIC X(60) VALUE SPACES.
       01 WS-STUDENT-TEXT            PIC X(100) VALUE SPACES.

       01 WS-IDX                     PIC 9(5) VALUE 0.
       01 WS-IDX2                    PIC 9(5) VALUE 0.
       01 WS-PREV-EMPLOYER           PIC X(60) VALUE SPACES.

       01 WS-EMPLOYER-SLOTS          PIC 9(9) VALUE 0.
       01 WS-EMPLOYER-BOOKED         PIC 9(9) VALUE 0.
       01 WS-EMPLOYER-COUNT          PIC 9(9) VALUE 0.
       01 WS-TOTAL-SLOTS             PIC 9(9) VALUE 0.
       01 WS-TOTAL-OPEN              PIC 9(9) VALUE 0.
       01 WS-TOTAL-BOOKED            PIC 9(9) VALUE 0.
       01 WS-TOTAL-ATTENDED          PIC 9(9) VALUE 0.
       01 WS-TOTAL-NO-SHOW           PIC 9(9) VALUE 0.
       01 WS-TOTAL-RESCHEDULE        PIC 9(9) VALUE 0.
       01 WS-TOTAL-CANCELLED         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE-ROSTER
           PERFORM 2000-LOAD-POSTING-TITLES
           PERFORM 3000-LOAD-DAY-SLOTS
           PERFORM 4000-SORT-DAY-SLOTS
           PERFORM 5000-PRINT-ROSTER
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE-ROSTER
           STOP RUN.

       1000-INITIALIZE-ROSTER.
           OPEN OUTPUT OUTPUT-FILE

           MOVE "InCollege Daily Interview Roster" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "================================" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           *> The roster date (YYYY-MM-DD) is the only control card. With
           *> no card, or a blank one, the roster is for today.
           MOVE SPACES TO WS-ROSTER-INPUT
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               READ INPUT-FILE INTO WS-ROSTER-INPUT
                   AT END
                       MOVE SPACES TO WS-ROSTER-INPUT
               END-READ
           END-IF
           CLOSE INPUT-FILE

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ROSTER-INPUT)) = 0
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-ROSTER-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-ROSTER-INPUT) TO WS-ROSTER-DATE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ROSTER-INPUT)) NOT = 10
               OR WS-ROSTER-DATE(1:4) IS NOT NUMERIC
               OR WS-ROSTER-DATE(5:1) NOT = "-"
               OR WS-ROSTER-DATE(6:2) IS NOT NUMERIC
               OR WS-ROSTER-DATE(8:1) NOT = "-"
               OR WS-ROSTER-DATE(9:2) IS NOT NUMERIC
                   MOVE "ERROR: roster date must be exactly YYYY-MM-DD - no roster printed." TO WS-REPORT-LINE
                   PERFORM 8000-WRITE-LINE
                   PERFORM 9000-TERMINATE-ROSTER
                   STOP RUN
               END-IF
           END-IF

           STRING "Roster date: " WS-ROSTER-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       2000-LOAD-POSTING-TITLES.
           MOVE 0 TO WS-POSTING-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT JOB-POSTING-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ JOB-POSTING-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF WS-POSTING-COUNT < WS-MAX-POSTINGS
                       AND JP-REQ-NUM IS NUMERIC
                           ADD 1 TO WS-POSTING-COUNT
                           MOVE JP-REQ-NUM TO WS-PT-REQ-NUM(WS-POSTING-COUNT)
                           MOVE JP-TITLE   TO WS-PT-TITLE(WS-POSTING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-POSTING-FILE.

       3000-LOAD-DAY-SLOTS.
           MOVE 0 TO WS-SLOT-COUNT
           SET WS-NOT-EOF-FLAG TO TRUE
           OPEN INPUT INTERVIEW-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF-FLAG
               READ INTERVIEW-SCHEDULE-FILE
                   AT END
                       SET WS-EOF-FLAG TO TRUE
                   NOT AT END
                       IF IV-SLOT-DATE = WS-ROSTER-DATE
                           IF WS-SLOT-COUNT < WS-MAX-SLOTS
                               ADD 1 TO WS-SLOT-COUNT
                               MOVE IV-EMPLOYER  TO WS-ST-EMPLOYER(WS-SLOT-COUNT)
                               MOVE IV-SLOT-TIME TO WS-ST-TIME(WS-SLOT-COUNT)
                               MOVE IV-SLOT-ID   TO WS-ST-SLOT-ID(WS-SLOT-COUNT)
                               MOVE IV-REQ-NUM   TO WS-ST-REQ-NUM(WS-SLOT-COUNT)
                               MOVE IV-STATUS    TO WS-ST-STATUS(WS-SLOT-COUNT)
                               MOVE IV-STUDENT   TO WS-ST-STUDENT(WS-SLOT-COUNT)
                           ELSE
                               SET WS-SLOT-TABLE-TRUNCATED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-SCHEDULE-FILE

           IF WS-SLOT-TABLE-TRUNCATED
               MOVE "WARNING: more than 1000 slots on this date - slots past the 1000th are not listed." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-IF.

       4000-SORT-DAY-SLOTS.
           *> A day's slots are few enough for a straight exchange sort.
           *> Employer comes first in each entry, then time, so the whole
           *> entry compares in roster order.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-SLOT-COUNT
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-SLOT-COUNT
                   IF WS-SLOT-ENTRY(WS-IDX2) < WS-SLOT-ENTRY(WS-IDX)
                       MOVE WS-SLOT-ENTRY(WS-IDX)  TO WS-SLOT-HOLD
                       MOVE WS-SLOT-ENTRY(WS-IDX2) TO WS-SLOT-ENTRY(WS-IDX)
                       MOVE WS-SLOT-HOLD           TO WS-SLOT-ENTRY(WS-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-ROSTER.
           IF WS-SLOT-COUNT = 0
               MOVE "No interview slots are scheduled for this date." TO WS-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PREV-EMPLOYER
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SLOT-COUNT
               IF WS-IDX = 1
               OR WS-ST-EMPLOYER(WS-IDX) NOT = WS-PREV-EMPLOYER
                   IF WS-IDX > 1
                       PERFORM 5200-PRINT-EMPLOYER-TOTAL
                   END-IF
                   PERFORM 5100-PRINT-EMPLOYER-HEADING
               END-IF
               PERFORM 5300-PRINT-SLOT-LINE
           END-PERFORM
           PERFORM 5200-PRINT-EMPLOYER-TOTAL.

       5100-PRINT-EMPLOYER-HEADING.
           MOVE WS-ST-EMPLOYER(WS-IDX) TO WS-PREV-EMPLOYER
           ADD 1 TO WS-EMPLOYER-COUNT
           MOVE 0 TO WS-EMPLOYER-SLOTS
           MOVE 0 TO WS-EMPLOYER-BOOKED
           STRING "Employer: " FUNCTION TRIM(WS-PREV-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "  Time   Slot    REQ     Title / Student / Status" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       5200-PRINT-EMPLOYER-TOTAL.
           MOVE WS-EMPLOYER-SLOTS TO WS-COUNT-DISPLAY
           MOVE WS-EMPLOYER-BOOKED TO WS-BOOKED-DISPLAY
           STRING "  Slots: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  "   Taken: " FUNCTION TRIM(WS-BOOKED-DISPLAY)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       5300-PRINT-SLOT-LINE.
           MOVE "(title not on file)" TO WS-TITLE
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-POSTING-COUNT
               IF WS-PT-REQ-NUM(WS-IDX2) = WS-ST-REQ-NUM(WS-IDX)
                   MOVE WS-PT-TITLE(WS-IDX2) TO WS-TITLE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ST-STUDENT(WS-IDX) = SPACES
               MOVE "(open)" TO WS-STUDENT-TEXT
           ELSE
               MOVE WS-ST-STUDENT(WS-IDX) TO WS-STUDENT-TEXT
           END-IF

           STRING "  " WS-ST-TIME(WS-IDX) "  " WS-ST-SLOT-ID(WS-IDX)
                  "  " WS-ST-REQ-NUM(WS-IDX) "  " FUNCTION TRIM(WS-TITLE)
                  " / " FUNCTION TRIM(WS-STUDENT-TEXT)
                  " / " FUNCTION TRIM(WS-ST-STATUS(WS-IDX))
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           ADD 1 TO WS-EMPLOYER-SLOTS
           ADD 1 TO WS-TOTAL-SLOTS
           EVALUATE FUNCTION TRIM(WS-ST-STATUS(WS-IDX))
               WHEN "OPEN"
                   ADD 1 TO WS-TOTAL-OPEN
               WHEN "BOOKED"
                   ADD 1 TO WS-TOTAL-BOOKED
               WHEN "ATTENDED"
                   ADD 1 TO WS-TOTAL-ATTENDED
               WHEN "NO-SHOW"
                   ADD 1 TO WS-TOTAL-NO-SHOW
               WHEN "RESCHEDULE"
                   ADD 1 TO WS-TOTAL-RESCHEDULE
               WHEN "CANCELLED"
                   ADD 1 TO WS-TOTAL-CANCELLED
           END-EVALUATE
           IF WS-ST-STUDENT(WS-IDX) NOT = SPACES
               ADD 1 TO WS-EMPLOYER-BOOKED
           END-IF.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "Summary" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE "-------" TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-EMPLOYER-COUNT TO WS-COUNT-DISPLAY
           STRING "Employers interviewing: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-SLOTS TO WS-COUNT-DISPLAY
           STRING "Slots on the roster:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-OPEN TO WS-COUNT-DISPLAY
           STRING "  Still open:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-BOOKED TO WS-COUNT-DISPLAY
           STRING "  Booked:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-ATTENDED TO WS-COUNT-DISPLAY
           STRING "  Attended:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-NO-SHOW TO WS-COUNT-DISPLAY
           STRING "  No-show:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-RESCHEDULE TO WS-COUNT-DISPLAY
           STRING "  To reschedule:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-CANCELLED TO WS-COUNT-DISPLAY
           STRING "  Cancelled:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

       8000-WRITE-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE, TRAILING)
           MOVE WS-REPORT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

       9000-TERMINATE-ROSTER.
           CLOSE OUTPUT-FILE.
