      *> ===============================================================
      *> MENTORREPORT.CBL  (counselor mentorship report: reads
      *> Accounts.dat, Mentors.dat, and Mentorships.dat and writes
      *> MentorshipReport.txt, university by university, listing the
      *> active mentor pairings, the requests alumni have not yet
      *> answered (with how long each has waited), and the current
      *> students who have no mentor. Pairings are filed under the
      *> student's university. A sibling of ROSTERREPORT.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENTORREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT MENTOR-FILE ASSIGN TO "Mentors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-ST.
           SELECT MSHIP-FILE ASSIGN TO "Mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSHIP-ST.
           SELECT RPT-FILE  ASSIGN TO "MentorshipReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *> Accounts.dat record layout: credentials + profile
      *> (kept in lockstep with InCollege.cob's FD ACCT-FILE)
       FD  ACCT-FILE.
       01  ACCT-REC.
           05 ACCT-USER          PIC X(20).
           05 ACCT-PASS          PIC X(12).
           05 ACCT-FNAME         PIC X(20).
           05 ACCT-LNAME         PIC X(20).
           05 ACCT-UNIV          PIC X(40).
           05 ACCT-MAJOR         PIC X(30).
           05 ACCT-GRAD-YEAR     PIC 9(4).
           05 ACCT-ABOUT         PIC X(200).
           05 ACCT-SKILLS OCCURS 5 TIMES PIC X.
           05 ACCT-STATUS        PIC X.
           05 ACCT-ROLE          PIC X.
           05 ACCT-PW-DATE       PIC X(10).
           05 ACCT-PW-FORCE      PIC X.
      *> Mentors.dat record layout: one row per alumnus mentor
      *> (kept in lockstep with InCollege.cob's FD MENTOR-FILE)
       FD  MENTOR-FILE.
       01  MENTOR-REC.
           05 MENTOR-USER        PIC X(20).
           05 MENTOR-MAJORS      PIC X(60).
           05 MENTOR-INDUSTRIES  PIC X(60).
           05 MENTOR-ACTIVE      PIC X.
           05 MENTOR-DATE        PIC X(10).
      *> Mentorships.dat record layout: one row per request/pairing
      *> (kept in lockstep with InCollege.cob's FD MSHIP-FILE)
       FD  MSHIP-FILE.
       01  MSHIP-REC.
           05 MS-MENTOR          PIC X(20).
           05 MS-STUDENT         PIC X(20).
           05 MS-STATUS          PIC X.
           05 MS-REQ-DATE        PIC X(10).
           05 MS-RESP-DATE       PIC X(10).
           05 MS-NOTE            PIC X(80).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
      *> Second connector on Accounts.dat for the raw entry scan:
      *> rows still in the retired wide layout (from before the
      *> one-time PROFMIGRATE run) read through the slim record
      *> layout end the scan loops early on file status "06", so they
      *> must be detected by length before any slim read happens
       FD  ACCTRAW-FILE.
       01  ACCTRAW-REC           PIC X(1500).
       WORKING-STORAGE SECTION.
       01  WS-ACCTRAW-ST        PIC XX VALUE "00".
       01  WS-ACCTS-WIDE        PIC X VALUE "N".
       01  WS-ACCT-ST           PIC XX VALUE "00".
       01  WS-MENTOR-ST         PIC XX VALUE "00".
       01  WS-MSHIP-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT          PIC 9(9) VALUE 0.
       01  WS-REQ-DATE-9         PIC 9(8) VALUE 0.
       01  WS-WAIT-DAYS          PIC 9(5) VALUE 0.

      *> One row per non-employer account, so a pairing can be filed
      *> under its student's university. WS-ST-CURRENT is "Y" for a
      *> current student (not alumni, deactivated, or retired) - only
      *> they can be counted as having no mentor.
       01  WS-STU-TOTAL          PIC 9(4) VALUE 0.
       01  WS-STU-OVERFLOW       PIC X VALUE "N".
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 3000 TIMES.
              10 WS-ST-USER      PIC X(20) VALUE SPACES.
              10 WS-ST-UNIV      PIC X(40) VALUE SPACES.
              10 WS-ST-MAJOR     PIC X(30) VALUE SPACES.
              10 WS-ST-YEAR      PIC 9(4)  VALUE 0.
              10 WS-ST-CURRENT   PIC X     VALUE "N".
              10 WS-ST-MENTORED  PIC X     VALUE "N".
       01  WS-STU-SWAP           PIC X(96) VALUE SPACES.

      *> Active ("A") and unanswered ("P") Mentorships.dat rows, with
      *> the student's university copied in for grouping
       01  WS-PR-TOTAL           PIC 9(4) VALUE 0.
       01  WS-PR-OVERFLOW        PIC X VALUE "N".
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES.
              10 WS-PR-UNIV      PIC X(40) VALUE SPACES.
              10 WS-PR-STATUS    PIC X     VALUE SPACE.
              10 WS-PR-STUDENT   PIC X(20) VALUE SPACES.
              10 WS-PR-MENTOR    PIC X(20) VALUE SPACES.
              10 WS-PR-DATE      PIC X(10) VALUE SPACES.
       01  WS-PR-SWAP            PIC X(91) VALUE SPACES.

      *> Distinct universities, sorted, each with its three counts
       01  WS-UN-TOTAL           PIC 9(3) VALUE 0.
       01  WS-UN-TABLE.
           05 WS-UN-ENTRY OCCURS 300 TIMES.
              10 WS-UN-NAME      PIC X(40) VALUE SPACES.
              10 WS-UN-ACTIVE    PIC 9(5)  VALUE 0.
              10 WS-UN-PENDING   PIC 9(5)  VALUE 0.
              10 WS-UN-NOMENTOR  PIC 9(5)  VALUE 0.
       01  WS-UN-SWAP            PIC X(55) VALUE SPACES.
       01  WS-UN-KEY             PIC X(40) VALUE SPACES.

       01  WS-MENTORS-LISTED     PIC 9(5) VALUE 0.
       01  WS-TOT-ACTIVE         PIC 9(5) VALUE 0.
       01  WS-TOT-PENDING        PIC 9(5) VALUE 0.
       01  WS-TOT-NOMENTOR       PIC 9(5) VALUE 0.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-U                  PIC 9(3) VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-SWAPPED            PIC X VALUE "N".
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-COUNT-DISP2        PIC ZZZZ9.
       01  WS-COUNT-DISP3        PIC ZZZZ9.
       01  WS-YEAR-DISP          PIC 9(4).

      *> Accounts.dat interlock: wait for any in-flight save (the
      *> Accounts.lck directory) to finish before reading, refusing
      *> cleanly when it does not clear (kept in lockstep with
      *> InCollege.cob's ACQUIRE-ACCT-LOCK)
       01  WS-ACCT-LOCK-TRY     PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WAIT-FOR-ACCT-LOCK
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               DISPLAY
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-STUDENTS
           PERFORM COUNT-MENTORS
           PERFORM LOAD-MENTORSHIPS
           PERFORM BUILD-UNIV-TABLE
           PERFORM SORT-TABLES
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UN-TOTAL
               PERFORM WRITE-UNIV-SECTION
           END-PERFORM
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
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
      *> ---------------------------------------------------------------
      *> LOAD-STUDENTS: every non-employer account into WS-STU-TABLE
      *> ---------------------------------------------------------------
       LOAD-STUDENTS.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST = "35"
               CLOSE ACCT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-ROLE NOT = "E"
                           IF WS-STU-TOTAL < 3000
                               ADD 1 TO WS-STU-TOTAL
                               MOVE ACCT-USER
                                 TO WS-ST-USER(WS-STU-TOTAL)
                               MOVE ACCT-UNIV
                                 TO WS-ST-UNIV(WS-STU-TOTAL)
                               MOVE ACCT-MAJOR
                                 TO WS-ST-MAJOR(WS-STU-TOTAL)
                               MOVE ACCT-GRAD-YEAR
                                 TO WS-ST-YEAR(WS-STU-TOTAL)
                               IF ACCT-STATUS NOT = "D" AND
                                  ACCT-STATUS NOT = "R" AND
                                  ACCT-STATUS NOT = "G"
                                   MOVE "Y"
                                     TO WS-ST-CURRENT(WS-STU-TOTAL)
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-STU-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> COUNT-MENTORS: alumni currently listed under Browse Mentors
      *> ---------------------------------------------------------------
       COUNT-MENTORS.
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MENTOR-ST NOT = "00"
               READ MENTOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MENTOR-ACTIVE = "Y"
                           ADD 1 TO WS-MENTORS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTOR-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-MENTORSHIPS: active and unanswered rows into the pairing
      *> table, marking each actively mentored student
      *> ---------------------------------------------------------------
       LOAD-MENTORSHIPS.
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST = "35"
               CLOSE MSHIP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MSHIP-ST NOT = "00"
               READ MSHIP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MS-STATUS = "A" OR MS-STATUS = "P"
                           PERFORM ADD-PAIRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSHIP-FILE.
      *> ---------------------------------------------------------------
      *> ADD-PAIRING: the current MSHIP-REC into WS-PR-TABLE
      *> ---------------------------------------------------------------
       ADD-PAIRING.
           IF WS-PR-TOTAL >= 2000
               MOVE "Y" TO WS-PR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-TOTAL
           MOVE MS-STATUS  TO WS-PR-STATUS(WS-PR-TOTAL)
           MOVE MS-STUDENT TO WS-PR-STUDENT(WS-PR-TOTAL)
           MOVE MS-MENTOR  TO WS-PR-MENTOR(WS-PR-TOTAL)
           IF MS-STATUS = "A"
               MOVE MS-RESP-DATE TO WS-PR-DATE(WS-PR-TOTAL)
           ELSE
               MOVE MS-REQ-DATE TO WS-PR-DATE(WS-PR-TOTAL)
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-TOTAL
               IF WS-ST-USER(WS-I) = MS-STUDENT
                   MOVE WS-ST-UNIV(WS-I) TO WS-PR-UNIV(WS-PR-TOTAL)
                   IF MS-STATUS = "A"
                       MOVE "Y" TO WS-ST-MENTORED(WS-I)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> BUILD-UNIV-TABLE: one row per university that has a current
      *> student or a pairing, with its counts
      *> ---------------------------------------------------------------
       BUILD-UNIV-TABLE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-TOTAL
               IF WS-ST-CURRENT(WS-I) = "Y" AND
                  WS-ST-MENTORED(WS-I) = "N"
                   MOVE WS-ST-UNIV(WS-I) TO WS-UN-KEY
                   PERFORM FIND-UNIV
                   IF WS-FOUND = "Y"
                       ADD 1 TO WS-UN-NOMENTOR(WS-U)
                       ADD 1 TO WS-TOT-NOMENTOR
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-TOTAL
               MOVE WS-PR-UNIV(WS-I) TO WS-UN-KEY
               PERFORM FIND-UNIV
               IF WS-FOUND = "Y"
                   IF WS-PR-STATUS(WS-I) = "A"
                       ADD 1 TO WS-UN-ACTIVE(WS-U)
                       ADD 1 TO WS-TOT-ACTIVE
                   ELSE
                       ADD 1 TO WS-UN-PENDING(WS-U)
                       ADD 1 TO WS-TOT-PENDING
                   END-IF
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> FIND-UNIV: find-or-add WS-UN-KEY, leaving its row in WS-U
      *> ---------------------------------------------------------------
       FIND-UNIV.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UN-TOTAL
               IF WS-UN-NAME(WS-U) = WS-UN-KEY
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-UN-TOTAL < 300
               ADD 1 TO WS-UN-TOTAL
               MOVE WS-UN-TOTAL TO WS-U
               MOVE WS-UN-KEY TO WS-UN-NAME(WS-U)
               MOVE "Y" TO WS-FOUND
           END-IF.
      *> ---------------------------------------------------------------
      *> SORT-TABLES: bubble sorts - universities by name, pairings by
      *> status (active first) then student, students by username
      *> ---------------------------------------------------------------
       SORT-TABLES.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N" OR WS-UN-TOTAL < 2
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U >= WS-UN-TOTAL
                   IF WS-UN-NAME(WS-U) > WS-UN-NAME(WS-U + 1)
                       MOVE WS-UN-ENTRY(WS-U) TO WS-UN-SWAP
                       MOVE WS-UN-ENTRY(WS-U + 1) TO WS-UN-ENTRY(WS-U)
                       MOVE WS-UN-SWAP TO WS-UN-ENTRY(WS-U + 1)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N" OR WS-PR-TOTAL < 2
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-PR-TOTAL
                   COMPUTE WS-J = WS-I + 1
                   IF WS-PR-STATUS(WS-I) = "P" AND
                      WS-PR-STATUS(WS-J) = "A"
                   OR (WS-PR-STATUS(WS-I) = WS-PR-STATUS(WS-J) AND
                       WS-PR-STUDENT(WS-I) > WS-PR-STUDENT(WS-J))
                       MOVE WS-PR-ENTRY(WS-I) TO WS-PR-SWAP
                       MOVE WS-PR-ENTRY(WS-J) TO WS-PR-ENTRY(WS-I)
                       MOVE WS-PR-SWAP TO WS-PR-ENTRY(WS-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N" OR WS-STU-TOTAL < 2
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
      *> WRITE-RPT-HEADER: title, run date, and program-wide totals
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Alumni Mentorship Report ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-STU-OVERFLOW = "Y" OR WS-PR-OVERFLOW = "Y"
               MOVE
             "WARNING: a table overflowed; counts are incomplete."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-MENTORS-LISTED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Alumni taking mentees:      " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-ACTIVE TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Active pairings:            " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-PENDING TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Unanswered requests:        " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-NOMENTOR TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Students with no mentor:    " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-UNIV-SECTION: the three lists for university WS-U
      *> ---------------------------------------------------------------
       WRITE-UNIV-SECTION.
           MOVE SPACES TO WS-TEXT
           IF WS-UN-NAME(WS-U) = SPACES
               MOVE "--- (no university on file) ---" TO WS-TEXT
           ELSE
               STRING
                   "--- " DELIMITED BY SIZE
                   WS-UN-NAME(WS-U) DELIMITED BY "  "
                   " ---" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE WS-UN-ACTIVE(WS-U) TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  Active pairings: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-TOTAL
               IF WS-PR-UNIV(WS-I) = WS-UN-NAME(WS-U) AND
                  WS-PR-STATUS(WS-I) = "A"
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-PR-STUDENT(WS-I) DELIMITED BY SIZE
                       " mentored by " DELIMITED BY SIZE
                       WS-PR-MENTOR(WS-I) DELIMITED BY SIZE
                       " since " DELIMITED BY SIZE
                       WS-PR-DATE(WS-I) DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           MOVE WS-UN-PENDING(WS-U) TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  Unanswered requests: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-TOTAL
               IF WS-PR-UNIV(WS-I) = WS-UN-NAME(WS-U) AND
                  WS-PR-STATUS(WS-I) = "P"
                   PERFORM WRITE-PENDING-LINE
               END-IF
           END-PERFORM
           MOVE WS-UN-NOMENTOR(WS-U) TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  Students with no mentor: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-TOTAL
               IF WS-ST-UNIV(WS-I) = WS-UN-NAME(WS-U) AND
                  WS-ST-CURRENT(WS-I) = "Y" AND
                  WS-ST-MENTORED(WS-I) = "N"
                   MOVE WS-ST-YEAR(WS-I) TO WS-YEAR-DISP
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-ST-USER(WS-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ST-MAJOR(WS-I) DELIMITED BY SIZE
                       " Class of " DELIMITED BY SIZE
                       WS-YEAR-DISP DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-PENDING-LINE: one unanswered request and its wait
      *> ---------------------------------------------------------------
       WRITE-PENDING-LINE.
           MOVE 0 TO WS-WAIT-DAYS
           IF WS-PR-DATE(WS-I)(1:4) IS NUMERIC AND
              WS-PR-DATE(WS-I)(6:2) IS NUMERIC AND
              WS-PR-DATE(WS-I)(9:2) IS NUMERIC
               COMPUTE WS-REQ-DATE-9 =
                   FUNCTION NUMVAL(WS-PR-DATE(WS-I)(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-PR-DATE(WS-I)(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-PR-DATE(WS-I)(9:2))
               IF WS-TODAY-INT >
                  FUNCTION INTEGER-OF-DATE(WS-REQ-DATE-9)
                   COMPUTE WS-WAIT-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(WS-REQ-DATE-9)
               END-IF
           END-IF
           MOVE WS-WAIT-DAYS TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "    " DELIMITED BY SIZE
               WS-PR-STUDENT(WS-I) DELIMITED BY SIZE
               " asked " DELIMITED BY SIZE
               WS-PR-MENTOR(WS-I) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-PR-DATE(WS-I) DELIMITED BY SIZE
               ", waiting " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
      *> ---------------------------------------------------------------
      *> WAIT-FOR-ACCT-LOCK: waits up to ~5 seconds for an in-flight
      *> Accounts.dat save to release the Accounts.lck directory
      *> (after clearing a lock orphaned by a crashed session), then
      *> refuses the run rather than read a half-written file
      *> ---------------------------------------------------------------
       WAIT-FOR-ACCT-LOCK.
           CALL "SYSTEM" USING
               "find Accounts.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           MOVE 0 TO WS-ACCT-LOCK-TRY
           PERFORM UNTIL WS-ACCT-LOCK-TRY > 5
               CALL "SYSTEM" USING "test -d Accounts.lck"
               IF RETURN-CODE NOT = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ACCT-LOCK-TRY
               CALL "SYSTEM" USING "sleep 1"
           END-PERFORM
           IF WS-ACCT-LOCK-TRY > 5
               DISPLAY
            "Accounts.dat is being updated by another session; try again
      -    " shortly."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> ---------------------------------------------------------------
      *> CHECK-ACCTS-MIGRATED: WS-ACCTS-WIDE = Y when Accounts.dat
      *> still holds rows in the retired wide layout (the embedded
      *> 3+3 history arrays, 1180 bytes). Reading such a file through
      *> the slim record layout stops the scan at the first wide row,
      *> so the run refuses until the one-time PROFMIGRATE run has
      *> converted the file (kept in lockstep with InCollege.cob).
      *> ---------------------------------------------------------------
       CHECK-ACCTS-MIGRATED.
           MOVE "N" TO WS-ACCTS-WIDE
           OPEN INPUT ACCTRAW-FILE
           IF WS-ACCTRAW-ST = "35"
               CLOSE ACCTRAW-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCTRAW-ST NOT = "00"
               READ ACCTRAW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH(FUNCTION TRIM(
                              ACCTRAW-REC TRAILING)) >= 1000
                           MOVE "Y" TO WS-ACCTS-WIDE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTRAW-FILE.
