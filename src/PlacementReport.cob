      *> ===============================================================
      *> PLACEMENTREPORT.CBL  (career-services first-destination
      *> outcomes: reads Accounts.dat, Applications.dat, and Jobs.dat
      *> together with JobsArchive.dat, and writes PlacementReport.txt
      *> counting every student by university, major, and graduation
      *> year as placed (an accepted offer), holding an offer still
      *> awaiting an answer, or still searching, followed by the
      *> companies the placed students are going to, grouped on the
      *> Companies.dat master record when the posting's employer is
      *> linked to one. These are the figures career services sends
      *> to accreditation each year. A sibling of ROSTERREPORT and
      *> INTERVIEWSCHED.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENTREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT JOBS-FILE ASSIGN TO "Jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ST.
           SELECT ARCH-FILE ASSIGN TO "JobsArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.
           SELECT COMPANY-FILE ASSIGN TO "Companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-ST.
           SELECT EMPCO-FILE ASSIGN TO "EmployerCompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCO-ST.
           SELECT RPT-FILE  ASSIGN TO "PlacementReport.txt"
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
      *> Applications.dat record layout: one row per application
      *> (kept in lockstep with InCollege.cob's FD APP-FILE)
       FD  APP-FILE.
       01  APP-REC.
           05 APP-KEY.
              10 APP-USER-JOB.
                 15 APP-USER     PIC X(20).
                 15 APP-JOB-ID   PIC X(5).
              10 APP-COMPANY     PIC X(40).
              10 APP-TITLE       PIC X(40).
           05 APP-DATE           PIC X(10).
           05 APP-STATUS         PIC X.
      *> Jobs.dat record layout: one row per job posting
      *> (kept in lockstep with InCollege.cob's FD JOBS-FILE)
       FD  JOBS-FILE.
       01  JOB-REC.
           05 JOB-COMPANY        PIC X(40).
           05 JOB-TITLE          PIC X(40).
           05 JOB-LOCATION       PIC X(30).
           05 JOB-DESC           PIC X(100).
           05 JOB-POSTED-DATE    PIC X(10).
           05 JOB-POSTED-BY      PIC X(20).
           05 JOB-CLOSE-DATE     PIC X(10).
           05 JOB-ID             PIC X(5).
      *> Archive rows share the Jobs.dat layout
       FD  ARCH-FILE.
       01  ARCH-REC.
           05 ARCH-COMPANY       PIC X(40).
           05 ARCH-TITLE         PIC X(40).
           05 ARCH-FILLER        PIC X(140).
           05 ARCH-POSTED-BY     PIC X(20).
           05 ARCH-CLOSE-DATE    PIC X(10).
           05 ARCH-JOB-ID        PIC X(5).
      *> Companies.dat record layout: the company master
      *> (kept in lockstep with InCollege.cob's FD COMPANY-FILE)
       FD  COMPANY-FILE.
       01  COMPANY-REC.
           05 CMP-ID             PIC X(5).
           05 CMP-NAME           PIC X(40).
           05 CMP-DESC           PIC X(200).
           05 CMP-VERIFIED       PIC X.
           05 CMP-VERIFIED-DATE  PIC X(10).
           05 CMP-ADDED-DATE     PIC X(10).
      *> EmployerCompany.dat record layout: employer account to
      *> company links
      *> (kept in lockstep with InCollege.cob's FD EMPCO-FILE)
       FD  EMPCO-FILE.
       01  EMPCO-REC.
           05 EMPCO-USER         PIC X(20).
           05 EMPCO-CMP-ID       PIC X(5).
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
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-COMPANY-ST        PIC XX VALUE "00".
       01  WS-EMPCO-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> One row per student (employer accounts are left out). The
      *> outcome is S (still searching) until an application shows an
      *> offer (O, outstanding) or an accepted offer (P, placed); a
      *> placement outranks an outstanding offer.
       01  WS-STU-TOTAL          PIC 9(4) VALUE 0.
       01  WS-STU-OVERFLOW       PIC X VALUE "N".
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
              10 WS-ST-USER      PIC X(20) VALUE SPACES.
              10 WS-ST-UNIV      PIC X(40) VALUE SPACES.
              10 WS-ST-MAJOR     PIC X(30) VALUE SPACES.
              10 WS-ST-YEAR      PIC 9(4)  VALUE 0.
              10 WS-ST-OUTCOME   PIC X     VALUE "S".
              10 WS-ST-COMPANY   PIC X(40) VALUE SPACES.

      *> Posting lookup table, live and archived, so a placement at a
      *> posting that has since expired still names its company
       01  WS-JOB-TOTAL          PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 1000 TIMES.
              10 WS-JT-JOBID     PIC X(5)  VALUE SPACES.
              10 WS-JT-COMPANY   PIC X(40) VALUE SPACES.

      *> Company master names by number and the employer accounts
      *> linked to each, so a posting reports under its company's one
      *> master name rather than whatever spelling its recruiter typed
      *> (kept in lockstep with ENGAGEMENTREPORT)
       01  WS-CM-TOTAL           PIC 9(4) VALUE 0.
       01  WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 500 TIMES.
              10 WS-CM-ID        PIC X(5)  VALUE SPACES.
              10 WS-CM-NAME      PIC X(40) VALUE SPACES.
       01  WS-EC-TOTAL           PIC 9(4) VALUE 0.
       01  WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 2000 TIMES.
              10 WS-EC-USER      PIC X(20) VALUE SPACES.
              10 WS-EC-CMP-ID    PIC X(5)  VALUE SPACES.
       01  WS-OWNER-USER         PIC X(20) VALUE SPACES.
       01  WS-OWNER-CMP-ID       PIC X(5)  VALUE SPACES.
       01  WS-OWNER-NAME         PIC X(40) VALUE SPACES.
       01  WS-CM-I               PIC 9(4) VALUE 0.

      *> One row per university / major / graduation-year cohort,
      *> sorted for printing
       01  WS-CO-TOTAL           PIC 9(3) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 300 TIMES.
              10 WS-CO-UNIV      PIC X(40) VALUE SPACES.
              10 WS-CO-MAJOR     PIC X(30) VALUE SPACES.
              10 WS-CO-YEAR      PIC 9(4)  VALUE 0.
              10 WS-CO-PLACED    PIC 9(5)  VALUE 0.
              10 WS-CO-OFFERS    PIC 9(5)  VALUE 0.
              10 WS-CO-SEARCHING PIC 9(5)  VALUE 0.
       01  WS-CO-SWAP.
           05 WS-CS-UNIV         PIC X(40) VALUE SPACES.
           05 WS-CS-MAJOR        PIC X(30) VALUE SPACES.
           05 WS-CS-YEAR         PIC 9(4)  VALUE 0.
           05 WS-CS-PLACED       PIC 9(5)  VALUE 0.
           05 WS-CS-OFFERS       PIC 9(5)  VALUE 0.
           05 WS-CS-SEARCHING    PIC 9(5)  VALUE 0.

      *> Destination companies of the placed students
       01  WS-DEST-TOTAL         PIC 9(3) VALUE 0.
       01  WS-DEST-TABLE.
           05 WS-DEST-ENTRY OCCURS 200 TIMES.
              10 WS-DT-COMPANY   PIC X(40) VALUE SPACES.
              10 WS-DT-COUNT     PIC 9(5)  VALUE 0.

      *> Grand and per-university totals
       01  WS-TOT-PLACED         PIC 9(5) VALUE 0.
       01  WS-TOT-OFFERS         PIC 9(5) VALUE 0.
       01  WS-TOT-SEARCHING      PIC 9(5) VALUE 0.
       01  WS-UNIV-PLACED        PIC 9(5) VALUE 0.
       01  WS-UNIV-OFFERS        PIC 9(5) VALUE 0.
       01  WS-UNIV-SEARCHING     PIC 9(5) VALUE 0.
       01  WS-CUR-UNIV           PIC X(40) VALUE SPACES.

      *> Line-building fields for one count line
       01  WS-LINE-LABEL         PIC X(60) VALUE SPACES.
       01  WS-LINE-PLACED        PIC 9(5) VALUE 0.
       01  WS-LINE-OFFERS        PIC 9(5) VALUE 0.
       01  WS-LINE-SEARCHING     PIC 9(5) VALUE 0.
       01  WS-LINE-TOTAL         PIC 9(6) VALUE 0.
       01  WS-LINE-RATE          PIC 9(3) VALUE 0.

       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-SWAPPED            PIC X VALUE "N".
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-YEAR-DISP          PIC 9(4).
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-PLACED-DISP        PIC ZZZZ9.
       01  WS-OFFERS-DISP        PIC ZZZZ9.
       01  WS-SEARCH-DISP        PIC ZZZZ9.
       01  WS-TOTAL-DISP         PIC ZZZZZ9.
       01  WS-RATE-DISP          PIC ZZ9.

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
           PERFORM LOAD-STUDENT-TABLE
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-JOB-TABLE
           PERFORM SCAN-APPLICATIONS
           PERFORM BUILD-COHORT-TABLE
           PERFORM SORT-COHORT-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-COHORT-SECTION
           PERFORM WRITE-DESTINATION-SECTION
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
      *> LOAD-STUDENT-TABLE: every student and alumni account, with
      *> the cohort it reports under
      *> ---------------------------------------------------------------
       LOAD-STUDENT-TABLE.
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
                           IF WS-STU-TOTAL < 2000
                               ADD 1 TO WS-STU-TOTAL
                               MOVE ACCT-USER
                                 TO WS-ST-USER(WS-STU-TOTAL)
                               MOVE ACCT-UNIV
                                 TO WS-ST-UNIV(WS-STU-TOTAL)
                               MOVE ACCT-MAJOR
                                 TO WS-ST-MAJOR(WS-STU-TOTAL)
                               MOVE ACCT-GRAD-YEAR
                                 TO WS-ST-YEAR(WS-STU-TOTAL)
                           ELSE
                               MOVE "Y" TO WS-STU-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-COMPANY-MASTER: loads the Companies.dat names and the
      *> EmployerCompany.dat links (either file may be absent)
      *> (kept in lockstep with ENGAGEMENTREPORT)
      *> ---------------------------------------------------------------
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST NOT = "35"
               PERFORM UNTIL WS-COMPANY-ST NOT = "00"
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-CM-TOTAL < 500
                               ADD 1 TO WS-CM-TOTAL
                               MOVE CMP-ID TO WS-CM-ID(WS-CM-TOTAL)
                               MOVE CMP-NAME
                                 TO WS-CM-NAME(WS-CM-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE
           OPEN INPUT EMPCO-FILE
           IF WS-EMPCO-ST NOT = "35"
               PERFORM UNTIL WS-EMPCO-ST NOT = "00"
                   READ EMPCO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EMPCO-USER NOT = SPACES AND
                              WS-EC-TOTAL < 2000
                               ADD 1 TO WS-EC-TOTAL
                               MOVE EMPCO-USER
                                 TO WS-EC-USER(WS-EC-TOTAL)
                               MOVE EMPCO-CMP-ID
                                 TO WS-EC-CMP-ID(WS-EC-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMPCO-FILE.
      *> ---------------------------------------------------------------
      *> RESOLVE-OWNER-COMPANY: WS-OWNER-NAME = the master name of the
      *> company WS-OWNER-USER is linked to, or spaces when the account
      *> is not linked (kept in lockstep with ENGAGEMENTREPORT)
      *> ---------------------------------------------------------------
       RESOLVE-OWNER-COMPANY.
           MOVE SPACES TO WS-OWNER-NAME
           IF WS-OWNER-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I > WS-EC-TOTAL
               IF WS-EC-USER(WS-CM-I) = WS-OWNER-USER
                   MOVE WS-EC-CMP-ID(WS-CM-I) TO WS-OWNER-CMP-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CM-I > WS-EC-TOTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I > WS-CM-TOTAL
               IF WS-CM-ID(WS-CM-I) = WS-OWNER-CMP-ID
                   MOVE WS-CM-NAME(WS-CM-I) TO WS-OWNER-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> LOAD-JOB-TABLE: posting companies by number, from Jobs.dat
      *> and then JobsArchive.dat, each under its company's master
      *> name when the employer who posted it is linked to one
      *> ---------------------------------------------------------------
       LOAD-JOB-TABLE.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF JOB-ID NOT = SPACES AND
                              WS-JOB-TOTAL < 1000
                               ADD 1 TO WS-JOB-TOTAL
                               MOVE JOB-ID
                                 TO WS-JT-JOBID(WS-JOB-TOTAL)
                               MOVE JOB-COMPANY
                                 TO WS-JT-COMPANY(WS-JOB-TOTAL)
                               MOVE JOB-POSTED-BY TO WS-OWNER-USER
                               PERFORM RESOLVE-OWNER-COMPANY
                               IF WS-OWNER-NAME NOT = SPACES
                                   MOVE WS-OWNER-NAME
                                     TO WS-JT-COMPANY(WS-JOB-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-ST NOT = "35"
               PERFORM UNTIL WS-ARCH-ST NOT = "00"
                   READ ARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ARCH-JOB-ID NOT = SPACES AND
                              WS-JOB-TOTAL < 1000
                               ADD 1 TO WS-JOB-TOTAL
                               MOVE ARCH-JOB-ID
                                 TO WS-JT-JOBID(WS-JOB-TOTAL)
                               MOVE ARCH-COMPANY
                                 TO WS-JT-COMPANY(WS-JOB-TOTAL)
                               MOVE ARCH-POSTED-BY TO WS-OWNER-USER
                               PERFORM RESOLVE-OWNER-COMPANY
                               IF WS-OWNER-NAME NOT = SPACES
                                   MOVE WS-OWNER-NAME
                                     TO WS-JT-COMPANY(WS-JOB-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE.
      *> ---------------------------------------------------------------
      *> SCAN-APPLICATIONS: raises each student's outcome from the
      *> status letters on their applications (A = offer accepted,
      *> O = offer outstanding)
      *> ---------------------------------------------------------------
       SCAN-APPLICATIONS.
           OPEN INPUT APP-FILE
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APP-ST NOT = "00"
               READ APP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-STATUS = "A" OR APP-STATUS = "O"
                           PERFORM APPLY-ONE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-FILE.
      *> ---------------------------------------------------------------
      *> APPLY-ONE-OUTCOME: finds the APP-REC's student and records
      *> the placement or outstanding offer against them
      *> ---------------------------------------------------------------
       APPLY-ONE-OUTCOME.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STU-TOTAL
               IF WS-ST-USER(WS-I) = APP-USER
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF APP-STATUS = "O"
               IF WS-ST-OUTCOME(WS-I) = "S"
                   MOVE "O" TO WS-ST-OUTCOME(WS-I)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-OUTCOME(WS-I) = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-ST-OUTCOME(WS-I)
      *> The posting's own company is the destination when the
      *> posting is still on file; the typed name on the application
      *> stands in for rows that predate posting numbers
           MOVE APP-COMPANY TO WS-ST-COMPANY(WS-I)
           IF APP-JOB-ID NOT = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-JOB-TOTAL
                   IF WS-JT-JOBID(WS-J) = APP-JOB-ID
                       MOVE WS-JT-COMPANY(WS-J)
                         TO WS-ST-COMPANY(WS-I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *> ---------------------------------------------------------------
      *> BUILD-COHORT-TABLE: folds the students into cohorts and the
      *> placed ones into the destination table
      *> ---------------------------------------------------------------
       BUILD-COHORT-TABLE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STU-TOTAL
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CO-TOTAL
                   IF WS-CO-UNIV(WS-J)  = WS-ST-UNIV(WS-I) AND
                      WS-CO-MAJOR(WS-J) = WS-ST-MAJOR(WS-I) AND
                      WS-CO-YEAR(WS-J)  = WS-ST-YEAR(WS-I)
                       MOVE "Y" TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = "N"
                   IF WS-CO-TOTAL < 300
                       ADD 1 TO WS-CO-TOTAL
                       MOVE WS-CO-TOTAL TO WS-J
                       MOVE WS-ST-UNIV(WS-I)  TO WS-CO-UNIV(WS-J)
                       MOVE WS-ST-MAJOR(WS-I) TO WS-CO-MAJOR(WS-J)
                       MOVE WS-ST-YEAR(WS-I)  TO WS-CO-YEAR(WS-J)
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-IF
               IF WS-FOUND = "Y"
                   EVALUATE WS-ST-OUTCOME(WS-I)
                       WHEN "P" ADD 1 TO WS-CO-PLACED(WS-J)
                       WHEN "O" ADD 1 TO WS-CO-OFFERS(WS-J)
                       WHEN OTHER ADD 1 TO WS-CO-SEARCHING(WS-J)
                   END-EVALUATE
               END-IF
               IF WS-ST-OUTCOME(WS-I) = "P"
                   PERFORM TALLY-DESTINATION
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> TALLY-DESTINATION: find-or-add student WS-I's company in
      *> WS-DEST-TABLE
      *> ---------------------------------------------------------------
       TALLY-DESTINATION.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DEST-TOTAL
               IF WS-DT-COMPANY(WS-J) = WS-ST-COMPANY(WS-I)
                   ADD 1 TO WS-DT-COUNT(WS-J)
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-DEST-TOTAL < 200
               ADD 1 TO WS-DEST-TOTAL
               MOVE WS-ST-COMPANY(WS-I) TO WS-DT-COMPANY(WS-DEST-TOTAL)
               MOVE 1 TO WS-DT-COUNT(WS-DEST-TOTAL)
           END-IF.
      *> ---------------------------------------------------------------
      *> SORT-COHORT-TABLE: bubble sort by university, major, then
      *> graduation year (the same in-place sort PROFILESCORE uses)
      *> ---------------------------------------------------------------
       SORT-COHORT-TABLE.
           IF WS-CO-TOTAL < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-CO-TOTAL
                   COMPUTE WS-J = WS-I + 1
                   IF WS-CO-UNIV(WS-I) > WS-CO-UNIV(WS-J)
                   OR (WS-CO-UNIV(WS-I) = WS-CO-UNIV(WS-J) AND
                       WS-CO-MAJOR(WS-I) > WS-CO-MAJOR(WS-J))
                   OR (WS-CO-UNIV(WS-I) = WS-CO-UNIV(WS-J) AND
                       WS-CO-MAJOR(WS-I) = WS-CO-MAJOR(WS-J) AND
                       WS-CO-YEAR(WS-I) > WS-CO-YEAR(WS-J))
                       MOVE WS-CO-ENTRY(WS-I) TO WS-CO-SWAP
                       MOVE WS-CO-ENTRY(WS-J) TO WS-CO-ENTRY(WS-I)
                       MOVE WS-CO-SWAP TO WS-CO-ENTRY(WS-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege First-Destination Placement Report ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE
             "Placed = accepted an offer; Offers = offer not answered;"
               TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE "Searching = neither." TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-STU-OVERFLOW = "Y"
               MOVE
             "WARNING: student table overflowed; counts are incomplete."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-COHORT-SECTION: one block per university, one line per
      *> major and graduation year, a subtotal per university, and
      *> the grand total
      *> ---------------------------------------------------------------
       WRITE-COHORT-SECTION.
           MOVE "--- Outcomes by University, Major, and Grad Year ---"
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-CO-TOTAL = 0
               MOVE "  (no student accounts on file)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-UNIV(1) TO WS-CUR-UNIV
           PERFORM START-UNIV-BLOCK
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CO-TOTAL
               IF WS-CO-UNIV(WS-I) NOT = WS-CUR-UNIV
                   PERFORM END-UNIV-BLOCK
                   MOVE WS-CO-UNIV(WS-I) TO WS-CUR-UNIV
                   PERFORM START-UNIV-BLOCK
               END-IF
               MOVE WS-CO-YEAR(WS-I) TO WS-YEAR-DISP
               MOVE SPACES TO WS-LINE-LABEL
               STRING
                   "    " DELIMITED BY SIZE
                   WS-CO-MAJOR(WS-I) DELIMITED BY "  "
                   ", class of " DELIMITED BY SIZE
                   WS-YEAR-DISP DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               END-STRING
               MOVE WS-CO-PLACED(WS-I)    TO WS-LINE-PLACED
               MOVE WS-CO-OFFERS(WS-I)    TO WS-LINE-OFFERS
               MOVE WS-CO-SEARCHING(WS-I) TO WS-LINE-SEARCHING
               PERFORM WRITE-COUNT-LINE
               ADD WS-CO-PLACED(WS-I)    TO WS-UNIV-PLACED
               ADD WS-CO-OFFERS(WS-I)    TO WS-UNIV-OFFERS
               ADD WS-CO-SEARCHING(WS-I) TO WS-UNIV-SEARCHING
           END-PERFORM
           PERFORM END-UNIV-BLOCK
           MOVE "  All universities" TO WS-LINE-LABEL
           MOVE WS-TOT-PLACED    TO WS-LINE-PLACED
           MOVE WS-TOT-OFFERS    TO WS-LINE-OFFERS
           MOVE WS-TOT-SEARCHING TO WS-LINE-SEARCHING
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> START-UNIV-BLOCK: heading for WS-CUR-UNIV, subtotals reset
      *> ---------------------------------------------------------------
       START-UNIV-BLOCK.
           MOVE SPACES TO WS-TEXT
           IF WS-CUR-UNIV = SPACES
               MOVE "  (no university on profile)" TO WS-TEXT
           ELSE
               STRING
                   "  " DELIMITED BY SIZE
                   WS-CUR-UNIV DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-UNIV-PLACED
           MOVE 0 TO WS-UNIV-OFFERS
           MOVE 0 TO WS-UNIV-SEARCHING.
      *> ---------------------------------------------------------------
      *> END-UNIV-BLOCK: subtotal line for WS-CUR-UNIV, rolled into
      *> the grand totals
      *> ---------------------------------------------------------------
       END-UNIV-BLOCK.
           MOVE "    University total" TO WS-LINE-LABEL
           MOVE WS-UNIV-PLACED    TO WS-LINE-PLACED
           MOVE WS-UNIV-OFFERS    TO WS-LINE-OFFERS
           MOVE WS-UNIV-SEARCHING TO WS-LINE-SEARCHING
           PERFORM WRITE-COUNT-LINE
           ADD WS-UNIV-PLACED    TO WS-TOT-PLACED
           ADD WS-UNIV-OFFERS    TO WS-TOT-OFFERS
           ADD WS-UNIV-SEARCHING TO WS-TOT-SEARCHING
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-COUNT-LINE: WS-LINE-LABEL followed by the placed,
      *> offers, and searching counts, the total, and the placement
      *> rate (placed as a whole percentage of the total)
      *> ---------------------------------------------------------------
       WRITE-COUNT-LINE.
           COMPUTE WS-LINE-TOTAL = WS-LINE-PLACED + WS-LINE-OFFERS
                                 + WS-LINE-SEARCHING
           MOVE 0 TO WS-LINE-RATE
           IF WS-LINE-TOTAL > 0
               COMPUTE WS-LINE-RATE ROUNDED =
                   WS-LINE-PLACED * 100 / WS-LINE-TOTAL
           END-IF
           MOVE WS-LINE-PLACED    TO WS-PLACED-DISP
           MOVE WS-LINE-OFFERS    TO WS-OFFERS-DISP
           MOVE WS-LINE-SEARCHING TO WS-SEARCH-DISP
           MOVE WS-LINE-TOTAL     TO WS-TOTAL-DISP
           MOVE WS-LINE-RATE      TO WS-RATE-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               WS-LINE-LABEL DELIMITED BY SIZE
               " placed " DELIMITED BY SIZE
               WS-PLACED-DISP DELIMITED BY SIZE
               "  offers " DELIMITED BY SIZE
               WS-OFFERS-DISP DELIMITED BY SIZE
               "  searching " DELIMITED BY SIZE
               WS-SEARCH-DISP DELIMITED BY SIZE
               "  total " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               "  placed " DELIMITED BY SIZE
               WS-RATE-DISP DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-DESTINATION-SECTION: placed students per company
      *> ---------------------------------------------------------------
       WRITE-DESTINATION-SECTION.
           MOVE "--- Destinations of Placed Students ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-DEST-TOTAL = 0
               MOVE "  (no accepted offers on file)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEST-TOTAL
               MOVE WS-DT-COUNT(WS-I) TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   WS-DT-COMPANY(WS-I) DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
      *> ---------------------------------------------------------------
      *> WAIT-FOR-ACCT-LOCK: holds off while an interactive session's
      *> Accounts.dat save is in flight; a lock directory older than
      *> a minute is from a dead session and is swept away
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
