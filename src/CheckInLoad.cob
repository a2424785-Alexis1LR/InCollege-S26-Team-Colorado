      *> ===============================================================
      *> CHECKINLOAD.CBL  (event check-in intake: reads the
      *> pipe-delimited CheckIns.txt the check-in table's scanner
      *> exports, one badge scan per line as
      *>     EVENT NAME|USERNAME
      *> and marks each listed event's EventRsvps.dat rows attended
      *> or no-show the same way the staff console's Record Event
      *> Attendance option does - the live RSVP file while the event
      *> is still in it, EventRsvpsArchive.dat once EVENTARCHIVE has
      *> moved it on. Loads are cumulative, so a scanner file loaded
      *> twice or in pieces is harmless. A report of the marks made,
      *> the walk-ins with no RSVP, and any rejected rows is written
      *> to CheckInReport.txt. A sibling of BULKINTAKE.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKINLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "CheckIns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ST.
           SELECT EVT-FILE  ASSIGN TO "Events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-ST.
           SELECT RSVP-FILE ASSIGN TO DYNAMIC WS-RSVP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-ST.
           SELECT RSVP-TMP  ASSIGN TO "EventRsvps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-TMP-ST.
           SELECT RPT-FILE  ASSIGN TO "CheckInReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC              PIC X(200).
      *> Events.dat record layout: one row per campus event
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
      *> opened as the live file or as EventRsvpsArchive.dat (same
      *> layout) by name in WS-RSVP-FILENAME
      *> (kept in lockstep with InCollege.cob's FD RSVP-FILE)
       FD  RSVP-FILE.
       01  RSVP-REC.
           05 RSVP-USER          PIC X(20).
           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RSVP-TMP.
       01  RSVP-TMP-REC          PIC X(72).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FEED-ST           PIC XX VALUE "00".
       01  WS-EVT-ST            PIC XX VALUE "00".
       01  WS-RSVP-ST           PIC XX VALUE "00".
       01  WS-RSVP-TMP-ST       PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-RSVP-FILENAME     PIC X(40) VALUE "EventRsvps.dat".
       01  WS-CMD               PIC X(120) VALUE SPACES.
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> Parsed feed fields
       01  WS-FEED-EVENT         PIC X(40) VALUE SPACES.
       01  WS-FEED-USER          PIC X(20) VALUE SPACES.
       01  WS-FEED-EXTRA         PIC X(40) VALUE SPACES.
       01  WS-REJECT-REASON      PIC X(60) VALUE SPACES.

      *> One row per distinct event named in the feed. WS-EV-STATE is
      *> "F" for an event still on the calendar that has not been
      *> held yet (its scans are refused), blank otherwise. The row
      *> counts say which RSVP file held the event's rows.
       01  WS-EV-TOTAL           PIC 9(3) VALUE 0.
       01  WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 100 TIMES.
              10 WS-EV-NAME      PIC X(40) VALUE SPACES.
              10 WS-EV-STATE     PIC X     VALUE SPACE.
              10 WS-EV-LIVE-ROWS PIC 9(5)  VALUE 0.
              10 WS-EV-ARCH-ROWS PIC 9(5)  VALUE 0.
              10 WS-EV-ATTENDED  PIC 9(5)  VALUE 0.
              10 WS-EV-NOSHOW    PIC 9(5)  VALUE 0.

      *> One row per distinct scan (event + username), flagged once it
      *> matches an RSVP
       01  WS-CI-TOTAL           PIC 9(4) VALUE 0.
       01  WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 3000 TIMES.
              10 WS-CI-EVENT     PIC X(40) VALUE SPACES.
              10 WS-CI-USER      PIC X(20) VALUE SPACES.
              10 WS-CI-MATCHED   PIC X     VALUE "N".

       01  WS-PASS               PIC X VALUE "L".
       01  WS-E                  PIC 9(3) VALUE 0.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-PASS-ROWS          PIC 9(5) VALUE 0.

      *> Intake tallies
       01  WS-ROW-NUM            PIC 9(5) VALUE 0.
       01  WS-ROW-DISP           PIC ZZZZ9.
       01  WS-ACCEPTED           PIC 9(5) VALUE 0.
       01  WS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-WALKINS            PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-COUNT-DISP2        PIC ZZZZ9.
       01  WS-PTR                PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-TODAY-DATE
           OPEN INPUT FEED-FILE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           IF WS-FEED-ST = "35"
               CLOSE FEED-FILE
               DISPLAY "CheckIns.txt not found; nothing to do."
               MOVE "CheckIns.txt not found; nothing to do." TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               STOP RUN
           END-IF
           MOVE "--- Rejected Rows ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           PERFORM LOAD-FEED
           CLOSE FEED-FILE
           IF WS-REJECTED = 0
               MOVE "  (none)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           PERFORM CHECK-EVENT-DATES
           MOVE "L" TO WS-PASS
           MOVE "EventRsvps.dat" TO WS-RSVP-FILENAME
           PERFORM APPLY-ATTENDANCE-MARKS
           MOVE "A" TO WS-PASS
           MOVE "EventRsvpsArchive.dat" TO WS-RSVP-FILENAME
           PERFORM APPLY-ATTENDANCE-MARKS
           PERFORM WRITE-EVENT-SECTION
           PERFORM WRITE-RPT-SUMMARY
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
      *> LOAD-FEED: parses every scan into the event and scan tables,
      *> reporting the rows it cannot use
      *> ---------------------------------------------------------------
       LOAD-FEED.
           PERFORM UNTIL WS-FEED-ST NOT = "00"
               READ FEED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       IF FEED-REC NOT = SPACES
                           PERFORM PARSE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> PARSE-ONE-ROW: FEED-REC into the tables, or a rejected line
      *> ---------------------------------------------------------------
       PARSE-ONE-ROW.
           MOVE SPACES TO WS-FEED-EVENT
           MOVE SPACES TO WS-FEED-USER
           MOVE SPACES TO WS-FEED-EXTRA
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING FEED-REC DELIMITED BY "|"
               INTO WS-FEED-EVENT WS-FEED-USER WS-FEED-EXTRA
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-FEED-EVENT) TO WS-FEED-EVENT
           MOVE FUNCTION TRIM(WS-FEED-USER) TO WS-FEED-USER
           EVALUATE TRUE
               WHEN WS-FEED-EVENT = SPACES
                   MOVE "missing event name" TO WS-REJECT-REASON
               WHEN WS-FEED-USER = SPACES
                   MOVE "missing username" TO WS-REJECT-REASON
               WHEN WS-FEED-EXTRA NOT = SPACES
                   MOVE "too many fields" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-TOTAL
               IF WS-EV-NAME(WS-E) = WS-FEED-EVENT
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               IF WS-EV-TOTAL >= 100
                   MOVE "too many events in one file"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EV-TOTAL
               MOVE WS-FEED-EVENT TO WS-EV-NAME(WS-EV-TOTAL)
           END-IF
      *> A badge scanned twice is one check-in
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CI-TOTAL
               IF WS-CI-EVENT(WS-I) = WS-FEED-EVENT AND
                  WS-CI-USER(WS-I) = WS-FEED-USER
                   ADD 1 TO WS-ACCEPTED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CI-TOTAL >= 3000
               MOVE "too many scans in one file" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CI-TOTAL
           MOVE WS-FEED-EVENT TO WS-CI-EVENT(WS-CI-TOTAL)
           MOVE WS-FEED-USER  TO WS-CI-USER(WS-CI-TOTAL)
           ADD 1 TO WS-ACCEPTED.
      *> ---------------------------------------------------------------
      *> CHECK-EVENT-DATES: flags the feed's events that are still on
      *> the calendar with a date after today
      *> ---------------------------------------------------------------
       CHECK-EVENT-DATES.
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
                       IF EVT-DATE > WS-TODAY
                           PERFORM VARYING WS-E FROM 1 BY 1
                                   UNTIL WS-E > WS-EV-TOTAL
                               IF WS-EV-NAME(WS-E) = EVT-NAME
                                   MOVE "F" TO WS-EV-STATE(WS-E)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVT-FILE.
      *> ---------------------------------------------------------------
      *> APPLY-ATTENDANCE-MARKS: rewrites WS-RSVP-FILENAME via
      *> EventRsvps.tmp, marking the RSVPs of every feed event that
      *> belongs to this pass (the live pass takes any event held so
      *> far; the archive pass takes only events the live file did
      *> not hold) - scanned users "Y"; attending RSVPs not scanned
      *> and not already "Y" become "N"; a waitlisted RSVP not
      *> scanned is left unmarked, since no seat was held for it. A
      *> pass that touches no row leaves the file alone. Kept in
      *> lockstep with STAFFCONSOLE's APPLY-ATTENDANCE-MARKS.
      *> ---------------------------------------------------------------
       APPLY-ATTENDANCE-MARKS.
           MOVE 0 TO WS-PASS-ROWS
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-ST = "35"
               CLOSE RSVP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL WS-RSVP-ST NOT = "00"
               READ RSVP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MARK-ONE-RSVP
                       MOVE RSVP-REC TO RSVP-TMP-REC
                       WRITE RSVP-TMP-REC
               END-READ
           END-PERFORM
           CLOSE RSVP-FILE
           CLOSE RSVP-TMP
           IF WS-PASS-ROWS = 0
               CALL "SYSTEM" USING "rm -f EventRsvps.tmp"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING
               "mv EventRsvps.tmp " DELIMITED BY SIZE
               WS-RSVP-FILENAME DELIMITED BY SPACE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: check-in load failed to finalize "
                   FUNCTION TRIM(WS-RSVP-FILENAME) "."
               MOVE 1 TO RETURN-CODE
           END-IF.
      *> ---------------------------------------------------------------
      *> MARK-ONE-RSVP: applies the scans to RSVP-REC when its event
      *> is being marked in this pass
      *> ---------------------------------------------------------------
       MARK-ONE-RSVP.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-TOTAL
               IF WS-EV-NAME(WS-E) = RSVP-EVENT
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" OR WS-EV-STATE(WS-E) = "F"
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = "A" AND WS-EV-LIVE-ROWS(WS-E) > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PASS-ROWS
           IF WS-PASS = "L"
               ADD 1 TO WS-EV-LIVE-ROWS(WS-E)
           ELSE
               ADD 1 TO WS-EV-ARCH-ROWS(WS-E)
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CI-TOTAL
               IF WS-CI-EVENT(WS-I) = RSVP-EVENT AND
                  WS-CI-USER(WS-I) = RSVP-USER
                   MOVE "Y" TO WS-FOUND
                   MOVE "Y" TO WS-CI-MATCHED(WS-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               MOVE "Y" TO RSVP-ATTEND
           ELSE
               IF RSVP-ATTEND NOT = "Y" AND RSVP-STATUS NOT = "W"
                   MOVE "N" TO RSVP-ATTEND
               END-IF
           END-IF
           IF RSVP-ATTEND = "Y"
               ADD 1 TO WS-EV-ATTENDED(WS-E)
           END-IF
           IF RSVP-ATTEND = "N"
               ADD 1 TO WS-EV-NOSHOW(WS-E)
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Event Check-In Load Report ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-REJECT-LINE: one report line per rejected feed row
      *> ---------------------------------------------------------------
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED
           MOVE WS-ROW-NUM TO WS-ROW-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  Row " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-DISP) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-EVENT-SECTION: per event, where its marks went and the
      *> attended / no-show counts, then its walk-ins
      *> ---------------------------------------------------------------
       WRITE-EVENT-SECTION.
           MOVE "--- Events ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-EV-TOTAL = 0
               MOVE "  (no usable scans)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-TOTAL
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   WS-EV-NAME(WS-E) DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
               EVALUATE TRUE
                   WHEN WS-EV-STATE(WS-E) = "F"
                       MOVE
                   "    Not held yet; its scans were not loaded."
                         TO WS-TEXT
                   WHEN WS-EV-LIVE-ROWS(WS-E) = 0 AND
                        WS-EV-ARCH-ROWS(WS-E) = 0
                       MOVE "    No RSVPs for this event are on file."
                         TO WS-TEXT
                   WHEN OTHER
                       MOVE WS-EV-ATTENDED(WS-E) TO WS-COUNT-DISP
                       MOVE WS-EV-NOSHOW(WS-E) TO WS-COUNT-DISP2
                       MOVE 1 TO WS-PTR
                       STRING
                           "    Attended " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP)
                               DELIMITED BY SIZE
                           ", no-shows " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP2)
                               DELIMITED BY SIZE
                           INTO WS-TEXT WITH POINTER WS-PTR
                       END-STRING
                       IF WS-EV-LIVE-ROWS(WS-E) = 0
                           STRING
                               " (archived RSVPs)" DELIMITED BY SIZE
                               INTO WS-TEXT WITH POINTER WS-PTR
                           END-STRING
                       END-IF
               END-EVALUATE
               PERFORM WRITE-RPT-LINE
               IF WS-EV-STATE(WS-E) NOT = "F"
                   PERFORM WRITE-WALKIN-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-WALKIN-LINES: scans for event WS-E that matched no RSVP
      *> ---------------------------------------------------------------
       WRITE-WALKIN-LINES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CI-TOTAL
               IF WS-CI-EVENT(WS-I) = WS-EV-NAME(WS-E) AND
                  WS-CI-MATCHED(WS-I) = "N"
                   ADD 1 TO WS-WALKINS
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "    Walk-in (no RSVP): " DELIMITED BY SIZE
                       WS-CI-USER(WS-I) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-SUMMARY
      *> ---------------------------------------------------------------
       WRITE-RPT-SUMMARY.
           MOVE SPACES TO WS-TEXT
           MOVE WS-ROW-NUM TO WS-COUNT-DISP
           STRING
               "Rows read: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           MOVE WS-ACCEPTED TO WS-COUNT-DISP
           STRING
               "Scans accepted: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           MOVE WS-REJECTED TO WS-COUNT-DISP
           STRING
               "Rows rejected: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           MOVE WS-WALKINS TO WS-COUNT-DISP
           STRING
               "Walk-ins with no RSVP: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
