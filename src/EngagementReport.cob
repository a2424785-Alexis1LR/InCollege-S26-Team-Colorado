      *> EngagementReport.txt with pending vs accepted connection
      *> counts, the pending requests still awaiting a response,
      *> applications per posting and per company, and week-over-week
      *> application activity from APP-DATE. A posting whose employer
      *> is linked to a Companies.dat record is totalled under that
      *> record's name, found through Jobs.dat, JobsArchive.dat and
      *> EmployerCompany.dat; otherwise the typed company name on the
      *> application stands. A sibling of ROSTERREPORT and CSVEXPORT.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGAGEMENTREPORT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-ST.
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
           SELECT RPT-FILE  ASSIGN TO "EngagementReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
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
       WORKING-STORAGE SECTION.
       01  WS-CONN-ST           PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-COMPANY-ST        PIC XX VALUE "00".
       01  WS-EMPCO-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.
       01  WS-I                  PIC 9(3) VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-APP-TOTAL          PIC 9(5) VALUE 0.
      *> The company an application is totalled under
       01  WS-APP-GROUP          PIC X(40) VALUE SPACES.

      *> Posting lookup table, live and archived, giving each posting
      *> number the company it reports under
       01  WS-JOB-TOTAL          PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 1000 TIMES.
              10 WS-JT-JOBID     PIC X(5)  VALUE SPACES.
              10 WS-JT-COMPANY   PIC X(40) VALUE SPACES.

      *> Company master names by number and the employer accounts
      *> linked to each, so a posting reports under its company's one
      *> master name rather than whatever spelling its recruiter typed
      *> (kept in lockstep with PLACEMENTREPORT)
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

      *> Week-over-week tallies from APP-DATE: "this week" is the 7
      *> days ending today, "prior week" the 7 days before that
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM TALLY-CONNECTIONS
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-JOB-TABLE
           PERFORM TALLY-APPLICATIONS
           PERFORM WRITE-APPLICATION-SECTIONS
           CLOSE RPT-FILE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> LOAD-COMPANY-MASTER: loads the Companies.dat names and the
      *> EmployerCompany.dat links (either file may be absent)
      *> (kept in lockstep with PLACEMENTREPORT)
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
      *> is not linked (kept in lockstep with PLACEMENTREPORT)
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
      *> TALLY-APPLICATIONS: per-posting, per-company, and
      *> week-over-week tallies in one pass
      *> ---------------------------------------------------------------
      *> The posting number is the join key when the row carries one,
      *> so two same-titled postings at one company tally separately;
      *> rows that predate the numbering still fold on company+title
           MOVE APP-COMPANY TO WS-APP-GROUP
           IF APP-JOB-ID NOT = SPACES
               PERFORM VARYING WS-CM-I FROM 1 BY 1
                       UNTIL WS-CM-I > WS-JOB-TOTAL
                   IF WS-JT-JOBID(WS-CM-I) = APP-JOB-ID
                       MOVE WS-JT-COMPANY(WS-CM-I) TO WS-APP-GROUP
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POSTING-TOTAL
                   WS-PT-JOBID(WS-I) = APP-JOB-ID)
               OR (APP-JOB-ID = SPACES AND
                   WS-PT-JOBID(WS-I) = SPACES AND
                   WS-PT-COMPANY(WS-I) = WS-APP-GROUP AND
                   WS-PT-TITLE(WS-I) = APP-TITLE)
                   ADD 1 TO WS-PT-COUNT(WS-I)
                   MOVE "Y" TO WS-FOUND
           END-PERFORM
           IF WS-FOUND = "N" AND WS-POSTING-TOTAL < 200
               ADD 1 TO WS-POSTING-TOTAL
               MOVE WS-APP-GROUP TO WS-PT-COMPANY(WS-POSTING-TOTAL)
               MOVE APP-TITLE   TO WS-PT-TITLE(WS-POSTING-TOTAL)
               MOVE APP-JOB-ID  TO WS-PT-JOBID(WS-POSTING-TOTAL)
               MOVE 1           TO WS-PT-COUNT(WS-POSTING-TOTAL)
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COMPANY-TOTAL
               IF WS-CT-COMPANY(WS-I) = WS-APP-GROUP
                   ADD 1 TO WS-CT-COUNT(WS-I)
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
           END-PERFORM
           IF WS-FOUND = "N" AND WS-COMPANY-TOTAL < 100
               ADD 1 TO WS-COMPANY-TOTAL
               MOVE WS-APP-GROUP TO WS-CT-COMPANY(WS-COMPANY-TOTAL)
               MOVE 1           TO WS-CT-COUNT(WS-COMPANY-TOTAL)
           END-IF
           IF APP-DATE(1:4) IS NUMERIC AND
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE "--- Week-over-week (by application date) ---"
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-THIS-WEEK TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
