      *> ===============================================================
      *> FUNNELREPORT.CBL  (employer hiring funnel: reads
      *> Applications.dat, the AppHistory.dat status-change history,
      *> and Jobs.dat together with JobsArchive.dat, and writes
      *> FunnelReport.txt with each employer's funnel and, under it,
      *> each of their postings' funnel - how many applications
      *> reached review, interview, offer, and acceptance, the
      *> conversion rate between those stages, and the median days
      *> from application to the employer's first response, plus the
      *> applications still awaiting any response and the longest
      *> such wait. A sibling of ENGAGEMENTREPORT.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNNELREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT HIST-FILE ASSIGN TO "AppHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ST.
           SELECT JOBS-FILE ASSIGN TO "Jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ST.
           SELECT ARCH-FILE ASSIGN TO "JobsArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.
           SELECT RPT-FILE  ASSIGN TO "FunnelReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *> AppHistory.dat record layout: one row per status change
      *> (kept in lockstep with InCollege.cob's FD HIST-FILE)
       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-DATE          PIC X(10).
           05 HIST-JOB-ID        PIC X(5).
           05 HIST-USER          PIC X(20).
           05 HIST-OLD-STATUS    PIC X.
           05 HIST-NEW-STATUS    PIC X.
           05 HIST-CHANGED-BY    PIC X(20).
           05 HIST-COMPANY       PIC X(40).
           05 HIST-TITLE         PIC X(40).
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
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-HIST-ST           PIC XX VALUE "00".
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT          PIC 9(9) VALUE 0.

      *> One row per posting, live, archived, or known only from the
      *> applications filed against it, with its funnel counts. The
      *> stage counts are cumulative: an application that reached an
      *> interview also counts as reviewed.
       01  WS-POST-TOTAL         PIC 9(4) VALUE 0.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
              10 WS-PO-JOBID     PIC X(5)  VALUE SPACES.
              10 WS-PO-COMPANY   PIC X(40) VALUE SPACES.
              10 WS-PO-TITLE     PIC X(40) VALUE SPACES.
              10 WS-PO-OWNER     PIC X(20) VALUE SPACES.
              10 WS-PO-COUNTS.
                 15 WS-PO-APPLIED   PIC 9(5) VALUE 0.
                 15 WS-PO-REVIEWED  PIC 9(5) VALUE 0.
                 15 WS-PO-INTERVIEW PIC 9(5) VALUE 0.
                 15 WS-PO-OFFERED   PIC 9(5) VALUE 0.
                 15 WS-PO-ACCEPTED  PIC 9(5) VALUE 0.
                 15 WS-PO-DECLINED  PIC 9(5) VALUE 0.
                 15 WS-PO-WAITING   PIC 9(5) VALUE 0.
                 15 WS-PO-LONGEST   PIC 9(5) VALUE 0.

      *> One row per application. WS-AP-STAGE is the furthest stage
      *> reached (1 applied, 2 reviewed, 3 interview, 4 offer,
      *> 5 accepted); WS-AP-FIRST-RESP is the date of the earliest
      *> status change made by someone other than the applicant.
       01  WS-APL-TOTAL          PIC 9(4) VALUE 0.
       01  WS-APL-OVERFLOW       PIC X VALUE "N".
       01  WS-APL-TABLE.
           05 WS-APL-ENTRY OCCURS 5000 TIMES.
              10 WS-AP-USER      PIC X(20) VALUE SPACES.
              10 WS-AP-POST      PIC 9(4)  VALUE 0.
              10 WS-AP-DATE      PIC X(10) VALUE SPACES.
              10 WS-AP-STAGE     PIC 9     VALUE 1.
              10 WS-AP-DECLINED  PIC X     VALUE "N".
              10 WS-AP-CURRENT   PIC X     VALUE SPACE.
              10 WS-AP-FIRST-RESP PIC X(10) VALUE SPACES.

      *> One row per employer, the sum of their postings
       01  WS-EMP-TOTAL          PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
              10 WS-EM-OWNER     PIC X(20) VALUE SPACES.
              10 WS-EM-COUNTS.
                 15 WS-EM-APPLIED   PIC 9(5) VALUE 0.
                 15 WS-EM-REVIEWED  PIC 9(5) VALUE 0.
                 15 WS-EM-INTERVIEW PIC 9(5) VALUE 0.
                 15 WS-EM-OFFERED   PIC 9(5) VALUE 0.
                 15 WS-EM-ACCEPTED  PIC 9(5) VALUE 0.
                 15 WS-EM-DECLINED  PIC 9(5) VALUE 0.
                 15 WS-EM-WAITING   PIC 9(5) VALUE 0.
                 15 WS-EM-LONGEST   PIC 9(5) VALUE 0.
       01  WS-EMP-SWAP           PIC X(60) VALUE SPACES.

      *> The counts of the funnel being printed (a posting's or an
      *> employer's), laid out like WS-PO-COUNTS and WS-EM-COUNTS
       01  WS-FUN-COUNTS.
           05 WS-FUN-APPLIED     PIC 9(5) VALUE 0.
           05 WS-FUN-REVIEWED    PIC 9(5) VALUE 0.
           05 WS-FUN-INTERVIEW   PIC 9(5) VALUE 0.
           05 WS-FUN-OFFERED     PIC 9(5) VALUE 0.
           05 WS-FUN-ACCEPTED    PIC 9(5) VALUE 0.
           05 WS-FUN-DECLINED    PIC 9(5) VALUE 0.
           05 WS-FUN-WAITING     PIC 9(5) VALUE 0.
           05 WS-FUN-LONGEST     PIC 9(5) VALUE 0.
       01  WS-FUN-OWNER          PIC X(20) VALUE SPACES.
       01  WS-FUN-POST           PIC 9(4) VALUE 0.

      *> Days-to-first-response values for the funnel being printed,
      *> sorted to take the median
       01  WS-DAYS-TOTAL         PIC 9(4) VALUE 0.
       01  WS-DAYS-TABLE.
           05 WS-DAYS-ENTRY OCCURS 5000 TIMES PIC 9(5) VALUE 0.
       01  WS-DAYS-SWAP          PIC 9(5) VALUE 0.
       01  WS-MEDIAN             PIC 9(5)V9 VALUE 0.
       01  WS-MID                PIC 9(4) VALUE 0.
       01  WS-MED-I              PIC 9(4) VALUE 0.
       01  WS-MED-J              PIC 9(4) VALUE 0.

      *> Date arithmetic work fields
       01  WS-DATE-IN            PIC X(10) VALUE SPACES.
       01  WS-DATE-9             PIC 9(8) VALUE 0.
       01  WS-DATE-INT           PIC 9(9) VALUE 0.
       01  WS-DATE-OK            PIC X VALUE "N".
       01  WS-APP-INT            PIC 9(9) VALUE 0.
       01  WS-DAYS               PIC S9(5) VALUE 0.

       01  WS-STAGE              PIC 9 VALUE 0.
       01  WS-STATUS-IN          PIC X VALUE SPACE.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-K                  PIC 9(4) VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-SWAPPED            PIC X VALUE "N".
       01  WS-RATE               PIC 9(3) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-RATE-DISP          PIC ZZ9.
       01  WS-MEDIAN-DISP        PIC ZZZZ9.9.
       01  WS-PTR                PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-TODAY-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-TODAY(6:2)) * 100 +
               FUNCTION NUMVAL(WS-TODAY(9:2)))
           PERFORM LOAD-POSTINGS
           PERFORM LOAD-APPLICATIONS
           PERFORM SCAN-HISTORY
           PERFORM TALLY-FUNNELS
           PERFORM SORT-EMPLOYER-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-EMPLOYER-SECTIONS
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
      *> DATE-TO-INT: WS-DATE-IN (YYYY-MM-DD) as a day number in
      *> WS-DATE-INT; WS-DATE-OK = N when the date is not usable
      *> ---------------------------------------------------------------
       DATE-TO-INT.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:4) IS NUMERIC AND
              WS-DATE-IN(6:2) IS NUMERIC AND
              WS-DATE-IN(9:2) IS NUMERIC
               COMPUTE WS-DATE-9 =
                   FUNCTION NUMVAL(WS-DATE-IN(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-DATE-IN(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-DATE-IN(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-9)
                   MOVE "Y" TO WS-DATE-OK
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> LOAD-POSTINGS: every posting with its owner, from Jobs.dat
      *> and then JobsArchive.dat
      *> ---------------------------------------------------------------
       LOAD-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-POST-TOTAL < 1000
                               ADD 1 TO WS-POST-TOTAL
                               MOVE WS-POST-TOTAL TO WS-I
                               MOVE JOB-ID        TO WS-PO-JOBID(WS-I)
                               MOVE JOB-COMPANY
                                 TO WS-PO-COMPANY(WS-I)
                               MOVE JOB-TITLE     TO WS-PO-TITLE(WS-I)
                               MOVE JOB-POSTED-BY TO WS-PO-OWNER(WS-I)
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
                           IF WS-POST-TOTAL < 1000
                               ADD 1 TO WS-POST-TOTAL
                               MOVE WS-POST-TOTAL TO WS-I
                               MOVE ARCH-JOB-ID   TO WS-PO-JOBID(WS-I)
                               MOVE ARCH-COMPANY
                                 TO WS-PO-COMPANY(WS-I)
                               MOVE ARCH-TITLE    TO WS-PO-TITLE(WS-I)
                               MOVE ARCH-POSTED-BY
                                 TO WS-PO-OWNER(WS-I)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-APPLICATIONS: one table row per application, tied to its
      *> posting; an application whose posting is no longer on file
      *> gets a posting row of its own with no known owner
      *> ---------------------------------------------------------------
       LOAD-APPLICATIONS.
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
                       IF WS-APL-TOTAL < 5000
                           PERFORM ADD-ONE-APPLICATION
                       ELSE
                           MOVE "Y" TO WS-APL-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-FILE.
      *> ---------------------------------------------------------------
      *> ADD-ONE-APPLICATION: APP-REC into the application table
      *> ---------------------------------------------------------------
       ADD-ONE-APPLICATION.
           MOVE 0 TO WS-K
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-POST-TOTAL
               IF (APP-JOB-ID NOT = SPACES AND
                   WS-PO-JOBID(WS-J) = APP-JOB-ID)
               OR (APP-JOB-ID = SPACES AND
                   WS-PO-COMPANY(WS-J) = APP-COMPANY AND
                   WS-PO-TITLE(WS-J)   = APP-TITLE)
                   MOVE WS-J TO WS-K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-K = 0
               IF WS-POST-TOTAL >= 1000
                   MOVE "Y" TO WS-APL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POST-TOTAL
               MOVE WS-POST-TOTAL TO WS-K
               MOVE APP-JOB-ID  TO WS-PO-JOBID(WS-K)
               MOVE APP-COMPANY TO WS-PO-COMPANY(WS-K)
               MOVE APP-TITLE   TO WS-PO-TITLE(WS-K)
           END-IF
           ADD 1 TO WS-APL-TOTAL
           MOVE WS-APL-TOTAL TO WS-I
           MOVE APP-USER   TO WS-AP-USER(WS-I)
           MOVE WS-K       TO WS-AP-POST(WS-I)
           MOVE APP-DATE   TO WS-AP-DATE(WS-I)
           MOVE APP-STATUS TO WS-AP-CURRENT(WS-I)
           MOVE APP-STATUS TO WS-STATUS-IN
           PERFORM RAISE-STAGE.
      *> ---------------------------------------------------------------
      *> RAISE-STAGE: lifts application WS-I's furthest stage to the
      *> one status letter WS-STATUS-IN stands for (an answered offer,
      *> accepted or not, was an offer first), and flags an employer
      *> decline
      *> ---------------------------------------------------------------
       RAISE-STAGE.
           EVALUATE WS-STATUS-IN
               WHEN "U" MOVE 2 TO WS-STAGE
               WHEN "I" MOVE 3 TO WS-STAGE
               WHEN "O" MOVE 4 TO WS-STAGE
               WHEN "X" MOVE 4 TO WS-STAGE
               WHEN "A" MOVE 5 TO WS-STAGE
               WHEN "D"
                   MOVE 1 TO WS-STAGE
                   MOVE "Y" TO WS-AP-DECLINED(WS-I)
               WHEN OTHER MOVE 1 TO WS-STAGE
           END-EVALUATE
           IF WS-STAGE > WS-AP-STAGE(WS-I)
               MOVE WS-STAGE TO WS-AP-STAGE(WS-I)
           END-IF.
      *> ---------------------------------------------------------------
      *> SCAN-HISTORY: every status change raises its application's
      *> stage (both the status it left and the one it entered, so an
      *> interview later declined still counts as an interview), and
      *> the earliest change not made by the applicant is the
      *> employer's first response
      *> ---------------------------------------------------------------
       SCAN-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST = "35"
               CLOSE HIST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-ST NOT = "00"
               READ HIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPLY-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.
      *> ---------------------------------------------------------------
      *> APPLY-ONE-HISTORY: HIST-REC against its application
      *> ---------------------------------------------------------------
       APPLY-ONE-HISTORY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APL-TOTAL
               IF WS-AP-USER(WS-I) = HIST-USER
                   MOVE WS-AP-POST(WS-I) TO WS-K
                   IF (HIST-JOB-ID NOT = SPACES AND
                       WS-PO-JOBID(WS-K) = HIST-JOB-ID)
                   OR (HIST-JOB-ID = SPACES AND
                       WS-PO-COMPANY(WS-K) = HIST-COMPANY AND
                       WS-PO-TITLE(WS-K)   = HIST-TITLE)
                       MOVE "Y" TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-OLD-STATUS TO WS-STATUS-IN
           PERFORM RAISE-STAGE
           MOVE HIST-NEW-STATUS TO WS-STATUS-IN
           PERFORM RAISE-STAGE
           IF HIST-CHANGED-BY NOT = HIST-USER
               IF WS-AP-FIRST-RESP(WS-I) = SPACES OR
                  HIST-DATE < WS-AP-FIRST-RESP(WS-I)
                   MOVE HIST-DATE TO WS-AP-FIRST-RESP(WS-I)
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> TALLY-FUNNELS: rolls each application into its posting's
      *> counts and each posting into its owner's
      *> ---------------------------------------------------------------
       TALLY-FUNNELS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APL-TOTAL
               MOVE WS-AP-POST(WS-I) TO WS-K
               ADD 1 TO WS-PO-APPLIED(WS-K)
               IF WS-AP-STAGE(WS-I) >= 2
                   ADD 1 TO WS-PO-REVIEWED(WS-K)
               END-IF
               IF WS-AP-STAGE(WS-I) >= 3
                   ADD 1 TO WS-PO-INTERVIEW(WS-K)
               END-IF
               IF WS-AP-STAGE(WS-I) >= 4
                   ADD 1 TO WS-PO-OFFERED(WS-K)
               END-IF
               IF WS-AP-STAGE(WS-I) >= 5
                   ADD 1 TO WS-PO-ACCEPTED(WS-K)
               END-IF
               IF WS-AP-DECLINED(WS-I) = "Y"
                   ADD 1 TO WS-PO-DECLINED(WS-K)
               END-IF
      *> Still untouched by the employer: counted as waiting, with the
      *> longest wait in days since the application was filed
               IF WS-AP-FIRST-RESP(WS-I) = SPACES AND
                  (WS-AP-CURRENT(WS-I) = "R" OR
                   WS-AP-CURRENT(WS-I) = SPACE)
                   ADD 1 TO WS-PO-WAITING(WS-K)
                   MOVE WS-AP-DATE(WS-I) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   IF WS-DATE-OK = "Y" AND WS-DATE-INT <= WS-TODAY-INT
                       COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT
                       IF WS-DAYS > WS-PO-LONGEST(WS-K)
                           MOVE WS-DAYS TO WS-PO-LONGEST(WS-K)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-POST-TOTAL
               IF WS-PO-APPLIED(WS-K) > 0
                   PERFORM ROLL-UP-POSTING
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> ROLL-UP-POSTING: find-or-add posting WS-K's owner in
      *> WS-EMP-TABLE and add the posting's counts to it
      *> ---------------------------------------------------------------
       ROLL-UP-POSTING.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-EMP-TOTAL
               IF WS-EM-OWNER(WS-J) = WS-PO-OWNER(WS-K)
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               IF WS-EMP-TOTAL >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-TOTAL
               MOVE WS-EMP-TOTAL TO WS-J
               MOVE WS-PO-OWNER(WS-K) TO WS-EM-OWNER(WS-J)
           END-IF
           ADD WS-PO-APPLIED(WS-K)   TO WS-EM-APPLIED(WS-J)
           ADD WS-PO-REVIEWED(WS-K)  TO WS-EM-REVIEWED(WS-J)
           ADD WS-PO-INTERVIEW(WS-K) TO WS-EM-INTERVIEW(WS-J)
           ADD WS-PO-OFFERED(WS-K)   TO WS-EM-OFFERED(WS-J)
           ADD WS-PO-ACCEPTED(WS-K)  TO WS-EM-ACCEPTED(WS-J)
           ADD WS-PO-DECLINED(WS-K)  TO WS-EM-DECLINED(WS-J)
           ADD WS-PO-WAITING(WS-K)   TO WS-EM-WAITING(WS-J)
           IF WS-PO-LONGEST(WS-K) > WS-EM-LONGEST(WS-J)
               MOVE WS-PO-LONGEST(WS-K) TO WS-EM-LONGEST(WS-J)
           END-IF.
      *> ---------------------------------------------------------------
      *> SORT-EMPLOYER-TABLE: bubble sort by employer username (the
      *> postings with no known owner sort first)
      *> ---------------------------------------------------------------
       SORT-EMPLOYER-TABLE.
           IF WS-EMP-TOTAL < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-EMP-TOTAL
                   COMPUTE WS-J = WS-I + 1
                   IF WS-EM-OWNER(WS-I) > WS-EM-OWNER(WS-J)
                       MOVE WS-EMP-ENTRY(WS-I) TO WS-EMP-SWAP
                       MOVE WS-EMP-ENTRY(WS-J) TO WS-EMP-ENTRY(WS-I)
                       MOVE WS-EMP-SWAP TO WS-EMP-ENTRY(WS-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Employer Hiring Funnel Report ==="
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
             "Stage counts are cumulative (an interview was reviewed);"
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE
             "first response = the employer's first status change."
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-APL-OVERFLOW = "Y"
               MOVE
             "WARNING: application table overflowed; counts incomplete."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-EMPLOYER-SECTIONS: each employer's funnel, then the
      *> funnel of each of their postings that drew applications
      *> ---------------------------------------------------------------
       WRITE-EMPLOYER-SECTIONS.
           IF WS-EMP-TOTAL = 0
               MOVE "(no applications on file)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-EMP-TOTAL
               MOVE SPACES TO WS-TEXT
               IF WS-EM-OWNER(WS-J) = SPACES
                   MOVE
             "--- Postings no longer on file (employer unknown) ---"
                     TO WS-TEXT
               ELSE
                   STRING
                       "--- Employer " DELIMITED BY SIZE
                       WS-EM-OWNER(WS-J) DELIMITED BY "  "
                       " ---" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-RPT-LINE
               MOVE WS-EM-COUNTS(WS-J) TO WS-FUN-COUNTS
               MOVE WS-EM-OWNER(WS-J) TO WS-FUN-OWNER
               MOVE 0 TO WS-FUN-POST
               PERFORM WRITE-FUNNEL-LINES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-POST-TOTAL
                   IF WS-PO-OWNER(WS-K) = WS-EM-OWNER(WS-J) AND
                      WS-PO-APPLIED(WS-K) > 0
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "  Posting " DELIMITED BY SIZE
                           WS-PO-JOBID(WS-K) DELIMITED BY " "
                           " " DELIMITED BY SIZE
                           WS-PO-TITLE(WS-K) DELIMITED BY "  "
                           " @ " DELIMITED BY SIZE
                           WS-PO-COMPANY(WS-K) DELIMITED BY "  "
                           INTO WS-TEXT
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE WS-PO-COUNTS(WS-K) TO WS-FUN-COUNTS
                       MOVE WS-K TO WS-FUN-POST
                       PERFORM WRITE-FUNNEL-LINES
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-FUNNEL-LINES: the stage counts, conversion rates, and
      *> response times in WS-FUN-COUNTS; the median is taken over
      *> posting WS-FUN-POST, or over every posting of WS-FUN-OWNER
      *> when WS-FUN-POST is zero
      *> ---------------------------------------------------------------
       WRITE-FUNNEL-LINES.
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           STRING "    Applied " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-APPLIED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP "  Reviewed " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-REVIEWED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP "  Interview " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-INTERVIEW TO WS-COUNT-DISP
           STRING WS-COUNT-DISP "  Offer " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-OFFERED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP "  Accepted " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-ACCEPTED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP "  Declined " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE WS-FUN-DECLINED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           STRING "    Conversion: applied>reviewed " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           COMPUTE WS-RATE = 0
           IF WS-FUN-APPLIED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-FUN-REVIEWED * 100 / WS-FUN-APPLIED
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP "%  reviewed>interview "
               DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE 0 TO WS-RATE
           IF WS-FUN-REVIEWED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-FUN-INTERVIEW * 100 / WS-FUN-REVIEWED
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP "%  interview>offer " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE 0 TO WS-RATE
           IF WS-FUN-INTERVIEW > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-FUN-OFFERED * 100 / WS-FUN-INTERVIEW
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP "%  offer>accepted " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           MOVE 0 TO WS-RATE
           IF WS-FUN-OFFERED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-FUN-ACCEPTED * 100 / WS-FUN-OFFERED
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP "%" DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM COLLECT-RESPONSE-DAYS
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-PTR
           IF WS-DAYS-TOTAL = 0
               STRING "    Median days to first response: n/a"
                   DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           ELSE
               PERFORM TAKE-MEDIAN
               MOVE WS-MEDIAN TO WS-MEDIAN-DISP
               MOVE WS-DAYS-TOTAL TO WS-COUNT-DISP
               STRING "    Median days to first response: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEDIAN-DISP) DELIMITED BY SIZE
                   " (over " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " responded)" DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           MOVE WS-FUN-WAITING TO WS-COUNT-DISP
           STRING "  Awaiting first response: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-PTR
           END-STRING
           IF WS-FUN-WAITING > 0
               MOVE WS-FUN-LONGEST TO WS-COUNT-DISP
               STRING " (longest " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " days)" DELIMITED BY SIZE
                   INTO WS-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> COLLECT-RESPONSE-DAYS: days from filing to first response for
      *> every answered application in the funnel being printed
      *> ---------------------------------------------------------------
       COLLECT-RESPONSE-DAYS.
           MOVE 0 TO WS-DAYS-TOTAL
           PERFORM VARYING WS-MED-I FROM 1 BY 1
                   UNTIL WS-MED-I > WS-APL-TOTAL
               IF WS-AP-FIRST-RESP(WS-MED-I) NOT = SPACES AND
                  ((WS-FUN-POST > 0 AND
                    WS-AP-POST(WS-MED-I) = WS-FUN-POST)
                  OR (WS-FUN-POST = 0 AND
                    WS-PO-OWNER(WS-AP-POST(WS-MED-I)) = WS-FUN-OWNER))
                   MOVE WS-AP-DATE(WS-MED-I) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   MOVE WS-DATE-INT TO WS-APP-INT
                   IF WS-DATE-OK = "Y"
                       MOVE WS-AP-FIRST-RESP(WS-MED-I) TO WS-DATE-IN
                       PERFORM DATE-TO-INT
                   END-IF
                   IF WS-DATE-OK = "Y" AND WS-DATE-INT >= WS-APP-INT
                       ADD 1 TO WS-DAYS-TOTAL
                       COMPUTE WS-DAYS-ENTRY(WS-DAYS-TOTAL) =
                           WS-DATE-INT - WS-APP-INT
                   END-IF
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> TAKE-MEDIAN: sorts WS-DAYS-TABLE and sets WS-MEDIAN (the mean
      *> of the middle two for an even count)
      *> ---------------------------------------------------------------
       TAKE-MEDIAN.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-MED-I FROM 1 BY 1
                       UNTIL WS-MED-I >= WS-DAYS-TOTAL
                   COMPUTE WS-MED-J = WS-MED-I + 1
                   IF WS-DAYS-ENTRY(WS-MED-I) > WS-DAYS-ENTRY(WS-MED-J)
                       MOVE WS-DAYS-ENTRY(WS-MED-I) TO WS-DAYS-SWAP
                       MOVE WS-DAYS-ENTRY(WS-MED-J)
                         TO WS-DAYS-ENTRY(WS-MED-I)
                       MOVE WS-DAYS-SWAP TO WS-DAYS-ENTRY(WS-MED-J)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-MID = (WS-DAYS-TOTAL + 1) / 2
           IF FUNCTION MOD(WS-DAYS-TOTAL, 2) = 1
               MOVE WS-DAYS-ENTRY(WS-MID) TO WS-MEDIAN
           ELSE
               COMPUTE WS-MEDIAN ROUNDED =
                   (WS-DAYS-ENTRY(WS-MID) + WS-DAYS-ENTRY(WS-MID + 1))
                   / 2
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
