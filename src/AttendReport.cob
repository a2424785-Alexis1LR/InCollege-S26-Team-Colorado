      *> ===============================================================
      *> ATTENDREPORT.CBL  (event attendance report: reads the
      *> attended / no-show marks on EventRsvps.dat and
      *> EventRsvpsArchive.dat, with Events.dat and EventsArchive.dat
      *> for each event's date and seating cap, and writes
      *> AttendanceReport.txt with the real headcount of every event
      *> beside its RSVP count, each student's attendance record, and
      *> the students with repeat no-shows - flagging those held at
      *> capacity-limited events, where a no-show kept a waitlisted
      *> student out. A sibling of EVENTROSTER.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVT-FILE  ASSIGN TO DYNAMIC WS-EVT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-ST.
           SELECT RSVP-FILE ASSIGN TO DYNAMIC WS-RSVP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-ST.
           SELECT RPT-FILE  ASSIGN TO "AttendanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *> Events.dat record layout: one row per campus event, opened
      *> as the live file or as EventsArchive.dat (same layout)
      *> (kept in lockstep with InCollege.cob's FD EVT-FILE)
       FD  EVT-FILE.
       01  EVT-REC.
           05 EVT-NAME           PIC X(40).
           05 EVT-DATE           PIC X(10).
           05 EVT-LOCATION       PIC X(30).
           05 EVT-DESC           PIC X(100).
           05 EVT-POSTED-BY      PIC X(20).
           05 EVT-CAPACITY       PIC 9(4).
      *> EventRsvps.dat record layout: one row per student RSVP,
      *> opened as the live file or as EventRsvpsArchive.dat
      *> (kept in lockstep with InCollege.cob's FD RSVP-FILE)
       FD  RSVP-FILE.
       01  RSVP-REC.
           05 RSVP-USER          PIC X(20).
           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EVT-ST            PIC XX VALUE "00".
       01  WS-RSVP-ST           PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-EVT-FILENAME      PIC X(40) VALUE "Events.dat".
       01  WS-RSVP-FILENAME     PIC X(40) VALUE "EventRsvps.dat".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> One row per event, live or archived, with its headcounts.
      *> Attending RSVPs are the seats held (status "A" or a legacy
      *> blank); unmarked ones have no check-in list loaded yet.
       01  WS-EV-TOTAL           PIC 9(3) VALUE 0.
       01  WS-EV-OVERFLOW        PIC X VALUE "N".
       01  WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 500 TIMES.
              10 WS-EV-NAME      PIC X(40) VALUE SPACES.
              10 WS-EV-DATE      PIC X(10) VALUE SPACES.
              10 WS-EV-CAP       PIC 9(4)  VALUE 0.
              10 WS-EV-SEATS     PIC 9(5)  VALUE 0.
              10 WS-EV-WAITLIST  PIC 9(5)  VALUE 0.
              10 WS-EV-ATTENDED  PIC 9(5)  VALUE 0.
              10 WS-EV-NOSHOW    PIC 9(5)  VALUE 0.
              10 WS-EV-UNMARKED  PIC 9(5)  VALUE 0.
       01  WS-EV-SWAP            PIC X(84) VALUE SPACES.

      *> One row per student with at least one marked RSVP
       01  WS-STU-TOTAL          PIC 9(4) VALUE 0.
       01  WS-STU-OVERFLOW       PIC X VALUE "N".
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
              10 WS-ST-USER      PIC X(20) VALUE SPACES.
              10 WS-ST-ATTENDED  PIC 9(4)  VALUE 0.
              10 WS-ST-NOSHOW    PIC 9(4)  VALUE 0.
              10 WS-ST-NOSHOW-CAP PIC 9(4) VALUE 0.
       01  WS-STU-SWAP           PIC X(32) VALUE SPACES.

       01  WS-E                  PIC 9(3) VALUE 0.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-N                  PIC 9(4) VALUE 0.
       01  WS-MAX-NOSHOW         PIC 9(4) VALUE 0.
       01  WS-REPEAT-COUNT       PIC 9(4) VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-SWAPPED            PIC X VALUE "N".
       01  WS-RATE               PIC 9(3) VALUE 0.
       01  WS-PTR                PIC 9(3) VALUE 1.
       01  WS-TOT-SEATS          PIC 9(6) VALUE 0.
       01  WS-TOT-ATTENDED       PIC 9(6) VALUE 0.
       01  WS-TOT-NOSHOW         PIC 9(6) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-CAP-DISP           PIC ZZZ9.
       01  WS-RATE-DISP          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-TODAY-DATE
           MOVE "Events.dat" TO WS-EVT-FILENAME
           PERFORM LOAD-EVENTS
           MOVE "EventsArchive.dat" TO WS-EVT-FILENAME
           PERFORM LOAD-EVENTS
           MOVE "EventRsvps.dat" TO WS-RSVP-FILENAME
           PERFORM TALLY-RSVPS
           MOVE "EventRsvpsArchive.dat" TO WS-RSVP-FILENAME
           PERFORM TALLY-RSVPS
           PERFORM SORT-EVENT-TABLE
           PERFORM SORT-STUDENT-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-EVENT-SECTION
           PERFORM WRITE-STUDENT-SECTION
           PERFORM WRITE-REPEAT-SECTION
           CLOSE RPT-FILE
           STOP RUN.
      *> ---------------------------------------------------------------
      *> GET-TODAY-DATE: formats today's date as YYYY-MM-DD
      *> ---------------------------------------------------------------
       GET-TODAY-DATE.
           MOVE SPACES TO WS-TODAY
           STRING
               FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-"                        DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-"                        DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING.
      *> ---------------------------------------------------------------
      *> LOAD-EVENTS: every event in WS-EVT-FILENAME into the table
      *> ---------------------------------------------------------------
       LOAD-EVENTS.
           OPEN INPUT EVT-FILE
           IF WS-EVT-ST = "35"
               CLOSE EVT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EVT-ST NOT = "00"
               READ EVT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-EV-TOTAL < 500
                           ADD 1 TO WS-EV-TOTAL
                           MOVE EVT-NAME TO WS-EV-NAME(WS-EV-TOTAL)
                           MOVE EVT-DATE TO WS-EV-DATE(WS-EV-TOTAL)
                           IF EVT-CAPACITY IS NUMERIC
                               MOVE EVT-CAPACITY
                                 TO WS-EV-CAP(WS-EV-TOTAL)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVT-FILE.
      *> ---------------------------------------------------------------
      *> TALLY-RSVPS: every RSVP in WS-RSVP-FILENAME into its event's
      *> headcounts and, once marked, its student's record
      *> ---------------------------------------------------------------
       TALLY-RSVPS.
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-ST = "35"
               CLOSE RSVP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSVP-ST NOT = "00"
               READ RSVP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-ONE-RSVP
               END-READ
           END-PERFORM
           CLOSE RSVP-FILE.
      *> ---------------------------------------------------------------
      *> TALLY-ONE-RSVP
      *> ---------------------------------------------------------------
       TALLY-ONE-RSVP.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-TOTAL
               IF WS-EV-NAME(WS-E) = RSVP-EVENT
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *> An RSVP whose event row is gone still counts, undated
           IF WS-FOUND = "N"
               IF WS-EV-TOTAL >= 500
                   MOVE "Y" TO WS-EV-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EV-TOTAL
               MOVE WS-EV-TOTAL TO WS-E
               MOVE RSVP-EVENT TO WS-EV-NAME(WS-E)
           END-IF
           IF RSVP-STATUS = "W"
               ADD 1 TO WS-EV-WAITLIST(WS-E)
           ELSE
               ADD 1 TO WS-EV-SEATS(WS-E)
           END-IF
           EVALUATE RSVP-ATTEND
               WHEN "Y" ADD 1 TO WS-EV-ATTENDED(WS-E)
               WHEN "N" ADD 1 TO WS-EV-NOSHOW(WS-E)
               WHEN OTHER
                   IF RSVP-STATUS NOT = "W"
                       ADD 1 TO WS-EV-UNMARKED(WS-E)
                   END-IF
           END-EVALUATE
           IF RSVP-ATTEND NOT = "Y" AND RSVP-ATTEND NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STU-TOTAL
               IF WS-ST-USER(WS-I) = RSVP-USER
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               IF WS-STU-TOTAL >= 2000
                   MOVE "Y" TO WS-STU-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STU-TOTAL
               MOVE WS-STU-TOTAL TO WS-I
               MOVE RSVP-USER TO WS-ST-USER(WS-I)
           END-IF
           IF RSVP-ATTEND = "Y"
               ADD 1 TO WS-ST-ATTENDED(WS-I)
           ELSE
               ADD 1 TO WS-ST-NOSHOW(WS-I)
               IF WS-EV-CAP(WS-E) > 0
                   ADD 1 TO WS-ST-NOSHOW-CAP(WS-I)
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> SORT-EVENT-TABLE: bubble sort by event date, then name
      *> ---------------------------------------------------------------
       SORT-EVENT-TABLE.
           IF WS-EV-TOTAL < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E >= WS-EV-TOTAL
                   IF WS-EV-DATE(WS-E) > WS-EV-DATE(WS-E + 1)
                   OR (WS-EV-DATE(WS-E) = WS-EV-DATE(WS-E + 1) AND
                       WS-EV-NAME(WS-E) > WS-EV-NAME(WS-E + 1))
                       MOVE WS-EV-ENTRY(WS-E) TO WS-EV-SWAP
                       MOVE WS-EV-ENTRY(WS-E + 1) TO WS-EV-ENTRY(WS-E)
                       MOVE WS-EV-SWAP TO WS-EV-ENTRY(WS-E + 1)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> SORT-STUDENT-TABLE: bubble sort by username
      *> ---------------------------------------------------------------
       SORT-STUDENT-TABLE.
           IF WS-STU-TOTAL < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-STU-TOTAL
                   COMPUTE WS-J = WS-I + 1
                   IF WS-ST-USER(WS-I) > WS-ST-USER(WS-J)
                       MOVE WS-STU-ENTRY(WS-I) TO WS-STU-SWAP
                       MOVE WS-STU-ENTRY(WS-J) TO WS-STU-ENTRY(WS-I)
                       MOVE WS-STU-SWAP TO WS-STU-ENTRY(WS-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Event Attendance Report ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-EV-OVERFLOW = "Y" OR WS-STU-OVERFLOW = "Y"
               MOVE
             "WARNING: a table overflowed; counts are incomplete."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-EVENT-SECTION: per event, seats held against the real
      *> headcount and the show rate among the marked seats
      *> ---------------------------------------------------------------
       WRITE-EVENT-SECTION.
           MOVE "--- Attendance by Event ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-N
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-TOTAL
               IF WS-EV-SEATS(WS-E) > 0 OR WS-EV-WAITLIST(WS-E) > 0
                   ADD 1 TO WS-N
                   PERFORM WRITE-ONE-EVENT
               END-IF
           END-PERFORM
           IF WS-N = 0
               MOVE "  (no RSVPs on file)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           MOVE WS-TOT-SEATS TO WS-COUNT-DISP
           STRING "All events: RSVPs " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-TOT-ATTENDED TO WS-COUNT-DISP
           STRING "  attended " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-TOT-NOSHOW TO WS-COUNT-DISP
           STRING "  no-shows " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-ONE-EVENT: the lines for event WS-E
      *> ---------------------------------------------------------------
       WRITE-ONE-EVENT.
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           STRING "  " DELIMITED BY SIZE
               WS-EV-NAME(WS-E) DELIMITED BY "  "
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           IF WS-EV-DATE(WS-E) NOT = SPACES
               STRING " (" DELIMITED BY SIZE
                   WS-EV-DATE(WS-E) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF WS-EV-CAP(WS-E) > 0
               MOVE WS-EV-CAP(WS-E) TO WS-CAP-DISP
               STRING "  capacity " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAP-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           MOVE WS-EV-SEATS(WS-E) TO WS-COUNT-DISP
           STRING "    RSVPs " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-EV-ATTENDED(WS-E) TO WS-COUNT-DISP
           STRING "  attended " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-EV-NOSHOW(WS-E) TO WS-COUNT-DISP
           STRING "  no-shows " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-EV-UNMARKED(WS-E) TO WS-COUNT-DISP
           STRING "  unrecorded " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-EV-WAITLIST(WS-E) TO WS-COUNT-DISP
           STRING "  waitlisted " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           IF WS-EV-ATTENDED(WS-E) + WS-EV-NOSHOW(WS-E) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-EV-ATTENDED(WS-E) * 100 /
                   (WS-EV-ATTENDED(WS-E) + WS-EV-NOSHOW(WS-E))
               MOVE WS-RATE TO WS-RATE-DISP
               STRING "  show rate " DELIMITED BY SIZE
                   WS-RATE-DISP DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           ADD WS-EV-SEATS(WS-E)    TO WS-TOT-SEATS
           ADD WS-EV-ATTENDED(WS-E) TO WS-TOT-ATTENDED
           ADD WS-EV-NOSHOW(WS-E)   TO WS-TOT-NOSHOW.
      *> ---------------------------------------------------------------
      *> WRITE-STUDENT-SECTION: each student's marked RSVPs
      *> ---------------------------------------------------------------
       WRITE-STUDENT-SECTION.
           MOVE "--- Attendance by Student ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-STU-TOTAL = 0
               MOVE "  (no attendance has been recorded)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STU-TOTAL
               MOVE SPACES TO WS-TEXT
               MOVE 1 TO WS-PTR
               STRING "  " DELIMITED BY SIZE
                   WS-ST-USER(WS-I) DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
               MOVE WS-ST-ATTENDED(WS-I) TO WS-COUNT-DISP
               STRING "  attended " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
               MOVE WS-ST-NOSHOW(WS-I) TO WS-COUNT-DISP
               STRING "  no-shows " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
               PERFORM WRITE-RPT-LINE
               IF WS-ST-NOSHOW(WS-I) > WS-MAX-NOSHOW
                   MOVE WS-ST-NOSHOW(WS-I) TO WS-MAX-NOSHOW
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-REPEAT-SECTION: students with two or more no-shows,
      *> most no-shows first, with how many were at capacity-limited
      *> events - the list staff use to follow up
      *> ---------------------------------------------------------------
       WRITE-REPEAT-SECTION.
           MOVE "--- Repeat No-Shows (2 or more) ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-REPEAT-COUNT
           PERFORM VARYING WS-N FROM WS-MAX-NOSHOW BY -1
                   UNTIL WS-N < 2
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-STU-TOTAL
                   IF WS-ST-NOSHOW(WS-I) = WS-N
                       ADD 1 TO WS-REPEAT-COUNT
                       PERFORM WRITE-ONE-REPEAT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-REPEAT-COUNT = 0
               MOVE "  (none)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-ONE-REPEAT: the line for student WS-I
      *> ---------------------------------------------------------------
       WRITE-ONE-REPEAT.
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           STRING "  " DELIMITED BY SIZE
               WS-ST-USER(WS-I) DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-ST-NOSHOW(WS-I) TO WS-COUNT-DISP
           STRING "  no-shows " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-ST-NOSHOW-CAP(WS-I) TO WS-COUNT-DISP
           STRING "  at capacity-limited events " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-ST-ATTENDED(WS-I) TO WS-COUNT-DISP
           STRING "  attended " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
