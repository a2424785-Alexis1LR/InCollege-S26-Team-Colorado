      *> ===============================================================
      *> JOBINTAKE.CBL  (employer job posting feed intake: reads the
      *> pipe-delimited JobFeed.txt an employer's applicant-tracking
      *> system exports, one posting per line as
      *>     EMPLOYER|TITLE|LOCATION|DESCRIPTION|CLOSE DATE|
      *>     SKILLS|COMPANY
      *> where SKILLS is up to five Skills.dat names separated by ";"
      *> and COMPANY may be left off when the employer has posted
      *> before (the company on their latest posting is used). An
      *> employer linked to a Companies.dat record always posts under
      *> its name, whatever COMPANY the row gives. Each
      *> row gets the checks EMPLOYER-POST-JOB makes: the employer
      *> account must be approved, a close date must be a real
      *> YYYY-MM-DD date after today (blank for none), and every
      *> skill must be in the catalog. A row for a posting the
      *> employer already has on the board (same title and company)
      *> updates its location, description, close date and required
      *> skills; any other row becomes a new posting numbered from
      *> JobSeq.dat with its JobSkills.dat rows. Each accepted row is
      *> recorded in Audit.log (JOB_POSTED or JOB_UPDATED). Accepted
      *> and rejected rows are written to JobIntakeReport.txt, each
      *> rejected row followed by the row itself so it can be fixed
      *> and sent again. A sibling of BULKINTAKE.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBINTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "JobFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-ST.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT SKILLCAT-FILE ASSIGN TO "Skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLCAT-ST.
           SELECT JOBS-FILE ASSIGN TO "Jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ST.
           SELECT JOBS-TMP  ASSIGN TO "Jobs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-TMP-ST.
           SELECT ARCH-FILE ASSIGN TO "JobsArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.
           SELECT JOBSEQ-FILE ASSIGN TO "JobSeq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSEQ-ST.
           SELECT JOBSKILL-FILE ASSIGN TO "JobSkills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSKILL-ST.
           SELECT JOBSKILL-TMP ASSIGN TO "JobSkills.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSKILL-TMP-ST.
           SELECT COMPANY-FILE ASSIGN TO "Companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-ST.
           SELECT EMPCO-FILE ASSIGN TO "EmployerCompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCO-ST.
           SELECT AUDIT-FILE ASSIGN TO "Audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ST.
           SELECT RPT-FILE  ASSIGN TO "JobIntakeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC              PIC X(600).
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
      *> Second connector on Accounts.dat for the raw entry scan
      *> (see CHECK-ACCTS-MIGRATED)
       FD  ACCTRAW-FILE.
       01  ACCTRAW-REC           PIC X(1500).
      *> Skills.dat record layout: one approved skill name per line
      *> (kept in lockstep with InCollege.cob's FD SKILLCAT-FILE)
       FD  SKILLCAT-FILE.
       01  SKILLCAT-REC          PIC X(40).
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
       FD  JOBS-TMP.
       01  JOBS-TMP-REC          PIC X(255).
      *> Archive rows share the Jobs.dat layout
       FD  ARCH-FILE.
       01  ARCH-REC.
           05 ARCH-COMPANY       PIC X(40).
           05 ARCH-TITLE         PIC X(40).
           05 ARCH-FILLER        PIC X(140).
           05 ARCH-POSTED-BY     PIC X(20).
           05 ARCH-CLOSE-DATE    PIC X(10).
           05 ARCH-JOB-ID        PIC X(5).
      *> JobSeq.dat: one line holding the next posting number to assign
       FD  JOBSEQ-FILE.
       01  JOBSEQ-REC            PIC X(20).
      *> JobSkills.dat record layout: one row per skill a posting
      *> requires (kept in lockstep with InCollege.cob's FD
      *> JOBSKILL-FILE)
       FD  JOBSKILL-FILE.
       01  JOBSKILL-REC.
           05 JS-JOB-ID          PIC X(5).
           05 JS-SKILL           PIC X(40).
       FD  JOBSKILL-TMP.
       01  JOBSKILL-TMP-REC      PIC X(45).
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
      *> Audit.log record layout: one timestamped security event per
      *> line, sealed with " seq=nnnnnnnn chain=nnnnnnnnnn" in its
      *> last 30 characters (see SEAL-AUDIT-REC)
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FEED-ST           PIC XX VALUE "00".
       01  WS-ACCT-ST           PIC XX VALUE "00".
       01  WS-ACCTRAW-ST        PIC XX VALUE "00".
       01  WS-ACCTS-WIDE        PIC X VALUE "N".
       01  WS-SKILLCAT-ST       PIC XX VALUE "00".
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-JOBS-TMP-ST       PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-JOBSEQ-ST         PIC XX VALUE "00".
       01  WS-JOBSKILL-ST       PIC XX VALUE "00".
       01  WS-JOBSKILL-TMP-ST   PIC XX VALUE "00".
       01  WS-COMPANY-ST        PIC XX VALUE "00".
       01  WS-EMPCO-ST          PIC XX VALUE "00".
       01  WS-AUDIT-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> The feed row split at the "|" delimiters, before the
      *> field-length checks
       01  WS-FLD-TABLE.
           05 WS-FLD OCCURS 7 TIMES PIC X(250) VALUE SPACES.
      *> Parsed feed fields
       01  WS-FEED-EMPLOYER      PIC X(20) VALUE SPACES.
       01  WS-FEED-TITLE         PIC X(40) VALUE SPACES.
       01  WS-FEED-LOCATION      PIC X(30) VALUE SPACES.
       01  WS-FEED-DESC          PIC X(100) VALUE SPACES.
       01  WS-FEED-CLOSE         PIC X(10) VALUE SPACES.
       01  WS-FEED-SKILLS        PIC X(250) VALUE SPACES.
       01  WS-FEED-COMPANY       PIC X(40) VALUE SPACES.
       01  WS-REJECT-REASON      PIC X(80) VALUE SPACES.
      *> Required skills named on the row: up to five, plus one more
      *> slot so a sixth can be caught and refused
       01  WS-FS-PART-TABLE.
           05 WS-FS-PART OCCURS 6 TIMES PIC X(60) VALUE SPACES.
       01  WS-JS-COUNT           PIC 9 VALUE 0.
       01  WS-REQ-SKILL-TABLE.
           05 WS-REQ-SKILL OCCURS 5 TIMES PIC X(40) VALUE SPACES.
       01  WS-JS-I               PIC 9 VALUE 0.
       01  WS-JS-DUP             PIC X VALUE "N".

      *> Approved skills table
       01  WS-SKC-TOTAL          PIC 9(4) VALUE 0.
       01  WS-SKC-TABLE.
           05 WS-SKC-NAME OCCURS 500 TIMES PIC X(40) VALUE SPACES.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-K                  PIC 9(4) VALUE 0.
       01  WS-LOOKUP-FOUND       PIC X VALUE "N".

      *> Close date checking
       01  WS-DATE-9             PIC 9(8) VALUE 0.

      *> The employer's posting the row matches, if any, and the
      *> company on the employer's latest posting
       01  WS-MATCH-FOUND        PIC X VALUE "N".
       01  WS-MATCH-ID           PIC X(5) VALUE SPACES.
       01  WS-LAST-COMPANY       PIC X(40) VALUE SPACES.
       01  WS-LINK-CMP-ID        PIC X(5) VALUE SPACES.
       01  WS-LINK-CMP-NAME      PIC X(40) VALUE SPACES.
       01  WS-ROW-ACTION         PIC X VALUE SPACE.
       01  WS-WRITE-OK           PIC X VALUE "Y".

      *> Posting number allocation (kept in lockstep with
      *> InCollege.cob's ALLOCATE-JOB-ID)
       01  WS-NEXT-JOB-ID        PIC 9(5) VALUE 0.
       01  WS-MAX-JOB-ID         PIC 9(5) VALUE 0.
       01  WS-JOB-ID-NUM         PIC 9(5) VALUE 0.

      *> Intake tallies
       01  WS-ROW-NUM            PIC 9(5) VALUE 0.
       01  WS-ROW-DISP           PIC ZZZZ9.
       01  WS-ADDED              PIC 9(5) VALUE 0.
       01  WS-UPDATED            PIC 9(5) VALUE 0.
       01  WS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.

       01  WS-AUDIT-EVENT        PIC X(20) VALUE SPACES.
       01  WS-AUDIT-SUBJECT      PIC X(60) VALUE SPACES.
       01  WS-AUDIT-TS           PIC X(19) VALUE SPACES.
      *> Audit.log chain: sequence number and chain value of the last
      *> sealed line, the running hash, and the Audit.lck interlock
      *> that keeps two writers from sealing the same number (kept in
      *> lockstep with InCollege.cob)
       01  WS-AUDIT-SEQ          PIC 9(8) VALUE 0.
       01  WS-AUDIT-CHAIN        PIC 9(10) VALUE 0.
       01  WS-AUDIT-HASH         PIC 9(12) VALUE 0.
       01  WS-AUDIT-LEN          PIC 9(3) VALUE 0.
       01  WS-AUDIT-I            PIC 9(3) VALUE 0.
       01  WS-AUDIT-LAST         PIC X(200) VALUE SPACES.
       01  WS-AUDIT-LOCK-OK      PIC X VALUE "N".
       01  WS-AUDIT-LOCK-TRY     PIC 99 VALUE 0.
       01  WS-AUDIT-PTR          PIC 9(3) VALUE 0.

      *> Accounts.dat interlock: wait for any in-flight save (the
      *> Accounts.lck directory) to finish before reading, refusing
      *> cleanly when it does not clear (kept in lockstep with
      *> InCollege.cob's ACQUIRE-ACCT-LOCK)
       01  WS-ACCT-LOCK-TRY     PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WAIT-FOR-ACCT-LOCK
           PERFORM GET-TODAY-DATE
           OPEN INPUT FEED-FILE
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           IF WS-FEED-ST = "35"
               CLOSE FEED-FILE
               DISPLAY "JobFeed.txt not found; nothing to do."
               MOVE "JobFeed.txt not found; nothing to do." TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               STOP RUN
           END-IF
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               MOVE
           "Accounts.dat holds wide-layout rows; run PROFMIGRATE first."
                 TO WS-TEXT
               DISPLAY WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE "No postings were loaded." TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE FEED-FILE
               CLOSE RPT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SKILL-TABLE
           PERFORM PROCESS-FEED
           CLOSE FEED-FILE
           PERFORM WRITE-RPT-SUMMARY
           CLOSE RPT-FILE
           STOP RUN.
      *> ---------------------------------------------------------------
      *> GET-TODAY-DATE: formats today's date as YYYY-MM-DD
      *> (kept in lockstep with InCollege.cob)
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
      *> LOAD-SKILL-TABLE: approved skill names, seeding the starter
      *> catalog first when Skills.dat does not exist yet (kept in
      *> lockstep with InCollege.cob's SEED-SKILLS-IF-EMPTY)
      *> ---------------------------------------------------------------
       LOAD-SKILL-TABLE.
           OPEN INPUT SKILLCAT-FILE
           IF WS-SKILLCAT-ST = "35"
               OPEN OUTPUT SKILLCAT-FILE
               MOVE "Microsoft Excel" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Python" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "SQL" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Java" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Public Speaking" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Data Analysis" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Project Management" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               MOVE "Customer Service" TO SKILLCAT-REC
               WRITE SKILLCAT-REC
               CLOSE SKILLCAT-FILE
               OPEN INPUT SKILLCAT-FILE
           END-IF
           PERFORM UNTIL WS-SKILLCAT-ST NOT = "00"
               READ SKILLCAT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-SKC-TOTAL < 500
                           ADD 1 TO WS-SKC-TOTAL
                           MOVE SKILLCAT-REC
                             TO WS-SKC-NAME(WS-SKC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLCAT-FILE.
      *> ---------------------------------------------------------------
      *> PROCESS-FEED: one intake decision per feed row. Rows are
      *> applied as they are read, so a later row for the same
      *> posting updates what an earlier row created.
      *> ---------------------------------------------------------------
       PROCESS-FEED.
           PERFORM UNTIL WS-FEED-ST NOT = "00"
               READ FEED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       IF FEED-REC NOT = SPACES
                           PERFORM INTAKE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> INTAKE-ONE-ROW: parses and validates the FEED-REC on hand,
      *> then adds or updates the posting when every rule passes
      *> ---------------------------------------------------------------
       INTAKE-ONE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM PARSE-FEED-ROW
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-FEED-EMPLOYER
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-FEED-CLOSE-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM PARSE-FEED-SKILLS
           END-IF
           IF WS-REJECT-REASON = SPACES
      *>       A linked employer posts under the master name whatever
      *>       company the row gives, as EMPLOYER-POST-JOB does
               PERFORM FIND-LINKED-COMPANY
               IF WS-LINK-CMP-NAME NOT = SPACES
                   MOVE WS-LINK-CMP-NAME TO WS-FEED-COMPANY
               END-IF
               PERFORM FIND-EXISTING-POSTING
               IF WS-FEED-COMPANY = SPACES
                   IF WS-MATCH-FOUND = "Y"
                       CONTINUE
                   ELSE
                       IF WS-LAST-COMPANY = SPACES
                           PERFORM FIND-ARCHIVED-COMPANY
                       END-IF
                       IF WS-LAST-COMPANY = SPACES
                           MOVE
                     "no company name on file; add it as the 7th field"
                             TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-LAST-COMPANY TO WS-FEED-COMPANY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-MATCH-FOUND = "Y"
                   PERFORM UPDATE-FEED-POSTING
                   MOVE "U" TO WS-ROW-ACTION
               ELSE
                   PERFORM CREATE-FEED-POSTING
                   MOVE "A" TO WS-ROW-ACTION
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ROW-ACTION = "U"
                   ADD 1 TO WS-UPDATED
                   MOVE "JOB_UPDATED" TO WS-AUDIT-EVENT
               ELSE
                   ADD 1 TO WS-ADDED
                   MOVE "JOB_POSTED" TO WS-AUDIT-EVENT
               END-IF
               MOVE SPACES TO WS-AUDIT-SUBJECT
               STRING
                   WS-FEED-EMPLOYER DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MATCH-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-SUBJECT
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               PERFORM RPT-ACCEPTED-LINE
           ELSE
               ADD 1 TO WS-REJECTED
               PERFORM RPT-REJECTED-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> PARSE-FEED-ROW: splits FEED-REC into the feed fields, refusing
      *> a row with a missing or over-long field rather than cutting
      *> the text short on the board
      *> ---------------------------------------------------------------
       PARSE-FEED-ROW.
           MOVE SPACES TO WS-FLD-TABLE
           UNSTRING FEED-REC DELIMITED BY "|"
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7)
           END-UNSTRING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               MOVE FUNCTION TRIM(WS-FLD(WS-I)) TO WS-FLD(WS-I)
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FLD(1) = SPACES
                   MOVE "missing employer username" TO WS-REJECT-REASON
               WHEN WS-FLD(2) = SPACES
                   MOVE "missing job title" TO WS-REJECT-REASON
               WHEN WS-FLD(1)(21:) NOT = SPACES
                   MOVE "employer username longer than 20 characters"
                     TO WS-REJECT-REASON
               WHEN WS-FLD(2)(41:) NOT = SPACES
                   MOVE "job title longer than 40 characters"
                     TO WS-REJECT-REASON
               WHEN WS-FLD(3)(31:) NOT = SPACES
                   MOVE "location longer than 30 characters"
                     TO WS-REJECT-REASON
               WHEN WS-FLD(4)(101:) NOT = SPACES
                   MOVE "description longer than 100 characters"
                     TO WS-REJECT-REASON
               WHEN WS-FLD(5)(11:) NOT = SPACES
                   MOVE "close date not a valid YYYY-MM-DD date"
                     TO WS-REJECT-REASON
               WHEN WS-FLD(7)(41:) NOT = SPACES
                   MOVE "company name longer than 40 characters"
                     TO WS-REJECT-REASON
           END-EVALUATE
           MOVE WS-FLD(1) TO WS-FEED-EMPLOYER
           MOVE WS-FLD(2) TO WS-FEED-TITLE
           MOVE WS-FLD(3) TO WS-FEED-LOCATION
           MOVE WS-FLD(4) TO WS-FEED-DESC
           MOVE WS-FLD(5) TO WS-FEED-CLOSE
           MOVE WS-FLD(6) TO WS-FEED-SKILLS
           MOVE WS-FLD(7) TO WS-FEED-COMPANY.
      *> ---------------------------------------------------------------
      *> CHECK-FEED-EMPLOYER: the row's employer must be an employer
      *> account staff have approved (EMPLOYER-POST-JOB refuses
      *> pending accounts; rejected and deactivated ones cannot log in)
      *> ---------------------------------------------------------------
       CHECK-FEED-EMPLOYER.
           MOVE "employer account not found" TO WS-REJECT-REASON
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST NOT = "35"
               PERFORM UNTIL WS-ACCT-ST NOT = "00"
                   READ ACCT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACCT-USER = WS-FEED-EMPLOYER
                               EVALUATE TRUE
                                   WHEN ACCT-ROLE NOT = "E"
                                       MOVE "not an employer account"
                                         TO WS-REJECT-REASON
                                   WHEN ACCT-STATUS = "P"
                                       MOVE
                              "employer account pending staff approval"
                                         TO WS-REJECT-REASON
                                   WHEN ACCT-STATUS NOT = "A"
                                       MOVE
                                  "employer account not active"
                                         TO WS-REJECT-REASON
                                   WHEN OTHER
                                       MOVE SPACES TO WS-REJECT-REASON
                               END-EVALUATE
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> CHECK-FEED-CLOSE-DATE: a close date, when given, must have
      *> the YYYY-MM-DD shape CHECK-CLOSE-DATE-FORMAT enforces online,
      *> be a real calendar date, and fall after today
      *> ---------------------------------------------------------------
       CHECK-FEED-CLOSE-DATE.
           IF WS-FEED-CLOSE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-CLOSE(1:4) IS NUMERIC AND
              WS-FEED-CLOSE(5:1) = "-" AND
              WS-FEED-CLOSE(6:2) IS NUMERIC AND
              WS-FEED-CLOSE(8:1) = "-" AND
              WS-FEED-CLOSE(9:2) IS NUMERIC
               COMPUTE WS-DATE-9 =
                   FUNCTION NUMVAL(WS-FEED-CLOSE(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-FEED-CLOSE(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-FEED-CLOSE(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = 0
                   MOVE "close date not a valid YYYY-MM-DD date"
                     TO WS-REJECT-REASON
               ELSE
                   IF WS-FEED-CLOSE NOT > WS-TODAY
                       MOVE "close date is not in the future"
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               MOVE "close date not a valid YYYY-MM-DD date"
                 TO WS-REJECT-REASON
           END-IF.
      *> ---------------------------------------------------------------
      *> PARSE-FEED-SKILLS: splits the ";"-separated skills field into
      *> WS-REQ-SKILL, refusing the row if a skill is not in the
      *> catalog or more than five are named. A skill named twice is
      *> only required once, as online.
      *> ---------------------------------------------------------------
       PARSE-FEED-SKILLS.
           MOVE 0 TO WS-JS-COUNT
           MOVE SPACES TO WS-REQ-SKILL-TABLE
           MOVE SPACES TO WS-FS-PART-TABLE
           UNSTRING WS-FEED-SKILLS DELIMITED BY ";"
               INTO WS-FS-PART(1) WS-FS-PART(2) WS-FS-PART(3)
                    WS-FS-PART(4) WS-FS-PART(5) WS-FS-PART(6)
           END-UNSTRING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE FUNCTION TRIM(WS-FS-PART(WS-I)) TO WS-FS-PART(WS-I)
               IF WS-FS-PART(WS-I) NOT = SPACES
                   PERFORM ADD-FEED-SKILL
                   IF WS-REJECT-REASON NOT = SPACES
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> ADD-FEED-SKILL: checks WS-FS-PART(WS-I) against the catalog
      *> and adds it to WS-REQ-SKILL
      *> ---------------------------------------------------------------
       ADD-FEED-SKILL.
           MOVE "N" TO WS-LOOKUP-FOUND
           IF WS-FS-PART(WS-I)(41:) = SPACES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-SKC-TOTAL
                   IF WS-SKC-NAME(WS-K) = WS-FS-PART(WS-I)
                       MOVE "Y" TO WS-LOOKUP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LOOKUP-FOUND = "N"
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   "skill not in the catalog: " DELIMITED BY SIZE
                   WS-FS-PART(WS-I) DELIMITED BY "  "
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-JS-DUP
           PERFORM VARYING WS-JS-I FROM 1 BY 1
                   UNTIL WS-JS-I > WS-JS-COUNT
               IF WS-REQ-SKILL(WS-JS-I) = WS-FS-PART(WS-I)
                   MOVE "Y" TO WS-JS-DUP
               END-IF
           END-PERFORM
           IF WS-JS-DUP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-JS-COUNT = 5
               MOVE "more than 5 required skills" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JS-COUNT
           MOVE WS-FS-PART(WS-I) TO WS-REQ-SKILL(WS-JS-COUNT).
      *> ---------------------------------------------------------------
      *> FIND-EXISTING-POSTING: looks for the employer's live posting
      *> with the row's title (and company, when the row names one),
      *> setting WS-MATCH-FOUND / WS-MATCH-ID, and notes the company
      *> on the employer's latest posting in WS-LAST-COMPANY
      *> ---------------------------------------------------------------
       FIND-EXISTING-POSTING.
           MOVE "N" TO WS-MATCH-FOUND
           MOVE SPACES TO WS-MATCH-ID
           MOVE SPACES TO WS-LAST-COMPANY
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF JOB-POSTED-BY = WS-FEED-EMPLOYER
                               MOVE JOB-COMPANY TO WS-LAST-COMPANY
                               IF WS-MATCH-FOUND = "N"
                               AND JOB-TITLE = WS-FEED-TITLE
                               AND (WS-FEED-COMPANY = SPACES OR
                                    JOB-COMPANY = WS-FEED-COMPANY)
                                   MOVE "Y" TO WS-MATCH-FOUND
                                   MOVE JOB-ID TO WS-MATCH-ID
                                   MOVE JOB-COMPANY TO WS-FEED-COMPANY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE.
      *> ---------------------------------------------------------------
      *> FIND-ARCHIVED-COMPANY: the company on the employer's latest
      *> archived posting, for an employer with nothing live
      *> ---------------------------------------------------------------
       FIND-ARCHIVED-COMPANY.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-ST NOT = "35"
               PERFORM UNTIL WS-ARCH-ST NOT = "00"
                   READ ARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ARCH-POSTED-BY = WS-FEED-EMPLOYER
                               MOVE ARCH-COMPANY TO WS-LAST-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE.
      *> ---------------------------------------------------------------
      *> FIND-LINKED-COMPANY: when staff have linked the employer to a
      *> Companies.dat record, its master name is left in
      *> WS-LINK-CMP-NAME (blank when there is no link)
      *> ---------------------------------------------------------------
       FIND-LINKED-COMPANY.
           MOVE SPACES TO WS-LINK-CMP-ID
           MOVE SPACES TO WS-LINK-CMP-NAME
           OPEN INPUT EMPCO-FILE
           IF WS-EMPCO-ST NOT = "35"
               PERFORM UNTIL WS-EMPCO-ST NOT = "00"
                   READ EMPCO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EMPCO-USER = WS-FEED-EMPLOYER
                               MOVE EMPCO-CMP-ID TO WS-LINK-CMP-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMPCO-FILE
           IF WS-LINK-CMP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST NOT = "35"
               PERFORM UNTIL WS-COMPANY-ST NOT = "00"
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CMP-ID = WS-LINK-CMP-ID
                               MOVE CMP-NAME TO WS-LINK-CMP-NAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE.
      *> ---------------------------------------------------------------
      *> CREATE-FEED-POSTING: appends the new Jobs.dat posting under
      *> the next posting number with its JobSkills.dat rows, as
      *> EMPLOYER-POST-JOB does
      *> ---------------------------------------------------------------
       CREATE-FEED-POSTING.
           PERFORM ALLOCATE-JOB-ID
           OPEN EXTEND JOBS-FILE
           IF WS-JOBS-ST = "35"
               CLOSE JOBS-FILE
               OPEN OUTPUT JOBS-FILE
           END-IF
           MOVE WS-FEED-COMPANY  TO JOB-COMPANY
           MOVE WS-FEED-TITLE    TO JOB-TITLE
           MOVE WS-FEED-LOCATION TO JOB-LOCATION
           MOVE WS-FEED-DESC     TO JOB-DESC
           MOVE WS-TODAY         TO JOB-POSTED-DATE
           MOVE WS-FEED-EMPLOYER TO JOB-POSTED-BY
           MOVE WS-FEED-CLOSE    TO JOB-CLOSE-DATE
           MOVE WS-JOB-ID-NUM    TO JOB-ID
           WRITE JOB-REC
           CLOSE JOBS-FILE
           MOVE JOB-ID TO WS-MATCH-ID
           PERFORM WRITE-FEED-SKILLS.
      *> ---------------------------------------------------------------
      *> UPDATE-FEED-POSTING: rewrites the matched posting with the
      *> row's location, description and close date, using the same
      *> temp-file/rename pattern as EMPLOYER-EDIT-JOB, then replaces
      *> its JobSkills.dat rows with the row's skills
      *> ---------------------------------------------------------------
       UPDATE-FEED-POSTING.
           OPEN INPUT JOBS-FILE
           OPEN OUTPUT JOBS-TMP
           PERFORM UNTIL WS-JOBS-ST NOT = "00"
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JOB-POSTED-BY = WS-FEED-EMPLOYER
                       AND JOB-COMPANY = WS-FEED-COMPANY
                       AND JOB-TITLE = WS-FEED-TITLE
                       AND JOB-ID = WS-MATCH-ID
                           MOVE WS-FEED-LOCATION TO JOB-LOCATION
                           MOVE WS-FEED-DESC     TO JOB-DESC
                           MOVE WS-FEED-CLOSE    TO JOB-CLOSE-DATE
                       END-IF
                       MOVE JOB-REC TO JOBS-TMP-REC
                       WRITE JOBS-TMP-REC
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE JOBS-TMP
           CALL "SYSTEM" USING "mv Jobs.tmp Jobs.dat"
           IF RETURN-CODE NOT = 0
               MOVE "could not update Jobs.dat; send the row again"
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *> A posting from before posting numbers has no JobSkills.dat
      *> rows to replace (they are keyed by the number)
           IF WS-MATCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM DROP-POSTING-SKILLS
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-FEED-SKILLS
           END-IF.
      *> ---------------------------------------------------------------
      *> DROP-POSTING-SKILLS: removes the JobSkills.dat rows of posting
      *> WS-MATCH-ID
      *> ---------------------------------------------------------------
       DROP-POSTING-SKILLS.
           OPEN INPUT JOBSKILL-FILE
           IF WS-JOBSKILL-ST = "35"
               CLOSE JOBSKILL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOBSKILL-TMP
           PERFORM UNTIL WS-JOBSKILL-ST NOT = "00"
               READ JOBSKILL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JS-JOB-ID NOT = WS-MATCH-ID
                           MOVE JOBSKILL-REC TO JOBSKILL-TMP-REC
                           WRITE JOBSKILL-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBSKILL-FILE
           CLOSE JOBSKILL-TMP
           CALL "SYSTEM" USING "mv JobSkills.tmp JobSkills.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "posting updated but its skills could not be; send again"
                 TO WS-REJECT-REASON
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-FEED-SKILLS: appends a JobSkills.dat row per required
      *> skill for posting WS-MATCH-ID
      *> ---------------------------------------------------------------
       WRITE-FEED-SKILLS.
           IF WS-JS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOBSKILL-FILE
           IF WS-JOBSKILL-ST = "35"
               CLOSE JOBSKILL-FILE
               OPEN OUTPUT JOBSKILL-FILE
           END-IF
           PERFORM VARYING WS-JS-I FROM 1 BY 1
                   UNTIL WS-JS-I > WS-JS-COUNT
               MOVE WS-MATCH-ID TO JS-JOB-ID
               MOVE WS-REQ-SKILL(WS-JS-I) TO JS-SKILL
               WRITE JOBSKILL-REC
           END-PERFORM
           CLOSE JOBSKILL-FILE.
      *> ---------------------------------------------------------------
      *> ALLOCATE-JOB-ID: hands out the next unique posting number in
      *> WS-JOB-ID-NUM, advancing JobSeq.dat. A missing or unreadable
      *> JobSeq.dat is rebuilt from the highest number already on file
      *> in Jobs.dat and JobsArchive.dat. (kept in lockstep with
      *> InCollege.cob)
      *> ---------------------------------------------------------------
       ALLOCATE-JOB-ID.
           MOVE 0 TO WS-NEXT-JOB-ID
           OPEN INPUT JOBSEQ-FILE
           IF WS-JOBSEQ-ST NOT = "35"
               READ JOBSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(JOBSEQ-REC) = 0
                           COMPUTE WS-NEXT-JOB-ID =
                               FUNCTION NUMVAL(JOBSEQ-REC)
                       END-IF
               END-READ
           END-IF
           CLOSE JOBSEQ-FILE
           IF WS-NEXT-JOB-ID = 0
               PERFORM SCAN-MAX-JOB-ID
           END-IF
           MOVE WS-NEXT-JOB-ID TO WS-JOB-ID-NUM
           ADD 1 TO WS-NEXT-JOB-ID
           PERFORM WRITE-JOB-SEQ.
      *> ---------------------------------------------------------------
      *> SCAN-MAX-JOB-ID: sets WS-NEXT-JOB-ID to one past the highest
      *> posting number on file (live or archived)
      *> ---------------------------------------------------------------
       SCAN-MAX-JOB-ID.
           MOVE 0 TO WS-MAX-JOB-ID
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF JOB-ID IS NUMERIC AND
                              FUNCTION NUMVAL(JOB-ID) > WS-MAX-JOB-ID
                               COMPUTE WS-MAX-JOB-ID =
                                   FUNCTION NUMVAL(JOB-ID)
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
                           IF ARCH-JOB-ID IS NUMERIC AND
                              FUNCTION NUMVAL(ARCH-JOB-ID) >
                                  WS-MAX-JOB-ID
                               COMPUTE WS-MAX-JOB-ID =
                                   FUNCTION NUMVAL(ARCH-JOB-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE
           COMPUTE WS-NEXT-JOB-ID = WS-MAX-JOB-ID + 1.
      *> ---------------------------------------------------------------
      *> WRITE-JOB-SEQ: records WS-NEXT-JOB-ID in JobSeq.dat
      *> ---------------------------------------------------------------
       WRITE-JOB-SEQ.
           OPEN OUTPUT JOBSEQ-FILE
           MOVE WS-NEXT-JOB-ID TO JOBSEQ-REC
           WRITE JOBSEQ-REC
           CLOSE JOBSEQ-FILE.
      *> ---------------------------------------------------------------
      *> RPT-ACCEPTED-LINE
      *> ---------------------------------------------------------------
       RPT-ACCEPTED-LINE.
           MOVE WS-ROW-NUM TO WS-ROW-DISP
           MOVE SPACES TO WS-TEXT
           IF WS-ROW-ACTION = "U"
               STRING
                   "  row " DELIMITED BY SIZE
                   WS-ROW-DISP DELIMITED BY SIZE
                   ": UPDATED  posting " DELIMITED BY SIZE
                   WS-MATCH-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FEED-TITLE DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   WS-FEED-EMPLOYER DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           ELSE
               STRING
                   "  row " DELIMITED BY SIZE
                   WS-ROW-DISP DELIMITED BY SIZE
                   ": ADDED    posting " DELIMITED BY SIZE
                   WS-MATCH-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FEED-TITLE DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   WS-FEED-EMPLOYER DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> RPT-REJECTED-LINE: the reason, then the row as received so it
      *> can be corrected and resubmitted
      *> ---------------------------------------------------------------
       RPT-REJECTED-LINE.
           MOVE WS-ROW-NUM TO WS-ROW-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  row " DELIMITED BY SIZE
               WS-ROW-DISP DELIMITED BY SIZE
               ": REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "      " DELIMITED BY SIZE
               FEED-REC DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Job Posting Intake Report ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-SUMMARY
      *> ---------------------------------------------------------------
       WRITE-RPT-SUMMARY.
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-ADDED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Postings added: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-UPDATED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Postings updated: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-REJECTED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Rows rejected: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-REJECTED > 0
               MOVE
         "Correct the rejected rows shown above and send them again."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
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
                   "Accounts.dat is being updated by another session;"
                   " try again shortly."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> ---------------------------------------------------------------
      *> GET-AUDIT-TIMESTAMP: formats now as YYYY-MM-DD HH:MM:SS
      *> (kept in lockstep with InCollege.cob)
      *> ---------------------------------------------------------------
       GET-AUDIT-TIMESTAMP.
           MOVE SPACES TO WS-AUDIT-TS
           STRING
               FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
               "-"                         DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
               "-"                         DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:2)  DELIMITED BY SIZE
               ":"                         DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ":"                         DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-AUDIT-TS
           END-STRING.
      *> ---------------------------------------------------------------
      *> WRITE-AUDIT-LOG: appends one timestamped line to Audit.log
      *> (same subject= shape the staff console writes)
      *> ---------------------------------------------------------------
       WRITE-AUDIT-LOG.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM LOAD-AUDIT-TAIL
           PERFORM GET-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-REC
           STRING
               WS-AUDIT-TS      DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               WS-AUDIT-EVENT   DELIMITED BY "  "
               " subject="      DELIMITED BY SIZE
               WS-AUDIT-SUBJECT DELIMITED BY "  "
               INTO AUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-REC
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-ST = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           PERFORM RELEASE-AUDIT-LOCK.
      *> ---------------------------------------------------------------
      *> LOAD-AUDIT-TAIL: WS-AUDIT-SEQ / WS-AUDIT-CHAIN = the sequence
      *> number and chain value sealed on the last line of Audit.log
      *> (0 / 0 when there is no log yet or its last line predates
      *> sealing, which starts a new chain)
      *> ---------------------------------------------------------------
       LOAD-AUDIT-TAIL.
           MOVE 0 TO WS-AUDIT-SEQ
           MOVE 0 TO WS-AUDIT-CHAIN
           MOVE SPACES TO WS-AUDIT-LAST
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-ST = "35"
               CLOSE AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-ST NOT = "00"
               READ AUDIT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AUDIT-REC NOT = SPACES
                           MOVE AUDIT-REC TO WS-AUDIT-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-LAST TRAILING))
             TO WS-AUDIT-LEN
           IF WS-AUDIT-LEN > 30
               IF WS-AUDIT-LAST(WS-AUDIT-LEN - 29:5) = " seq=" AND
                  WS-AUDIT-LAST(WS-AUDIT-LEN - 24:8) IS NUMERIC AND
                  WS-AUDIT-LAST(WS-AUDIT-LEN - 16:7) = " chain=" AND
                  WS-AUDIT-LAST(WS-AUDIT-LEN - 9:10) IS NUMERIC
                   MOVE WS-AUDIT-LAST(WS-AUDIT-LEN - 24:8)
                     TO WS-AUDIT-SEQ
                   MOVE WS-AUDIT-LAST(WS-AUDIT-LEN - 9:10)
                     TO WS-AUDIT-CHAIN
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> SEAL-AUDIT-REC: appends " seq=nnnnnnnn chain=nnnnnnnnnn" to
      *> the line in AUDIT-REC - the next sequence number after the
      *> one LOAD-AUDIT-TAIL found, and a chain value folded from the
      *> previous line's chain value, this sequence number, and every
      *> character of this line - so an edited, removed, or reordered
      *> line breaks the chain AUDITVERIFY walks (kept in lockstep
      *> with InCollege.cob)
      *> ---------------------------------------------------------------
       SEAL-AUDIT-REC.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
             TO WS-AUDIT-LEN
           COMPUTE WS-AUDIT-HASH = FUNCTION MOD(
               WS-AUDIT-CHAIN * 31 + WS-AUDIT-SEQ, 9999999967)
           PERFORM VARYING WS-AUDIT-I FROM 1 BY 1
                   UNTIL WS-AUDIT-I > WS-AUDIT-LEN
               COMPUTE WS-AUDIT-HASH = FUNCTION MOD(
                   WS-AUDIT-HASH * 31 +
                   FUNCTION ORD(AUDIT-REC(WS-AUDIT-I:1)), 9999999967)
           END-PERFORM
           MOVE WS-AUDIT-HASH TO WS-AUDIT-CHAIN
           COMPUTE WS-AUDIT-PTR = WS-AUDIT-LEN + 1
           STRING
               " seq="        DELIMITED BY SIZE
               WS-AUDIT-SEQ   DELIMITED BY SIZE
               " chain="      DELIMITED BY SIZE
               WS-AUDIT-CHAIN DELIMITED BY SIZE
               INTO AUDIT-REC WITH POINTER WS-AUDIT-PTR
           END-STRING.
      *> ---------------------------------------------------------------
      *> ACQUIRE-AUDIT-LOCK: takes the Audit.log writer lock (the
      *> Audit.lck directory) the way ACQUIRE-ACCT-LOCK takes
      *> Accounts.lck, so two writers never seal the same sequence
      *> number. An audit event is never dropped: when the lock
      *> cannot be had the line is still written, and AUDITVERIFY
      *> reports the collision if one results.
      *> ---------------------------------------------------------------
       ACQUIRE-AUDIT-LOCK.
           MOVE "N" TO WS-AUDIT-LOCK-OK
           MOVE 0 TO WS-AUDIT-LOCK-TRY
           CALL "SYSTEM" USING
               "find Audit.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           PERFORM UNTIL WS-AUDIT-LOCK-OK = "Y"
                      OR WS-AUDIT-LOCK-TRY > 5
               CALL "SYSTEM" USING "mkdir Audit.lck 2>/dev/null"
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-AUDIT-LOCK-OK
               ELSE
                   ADD 1 TO WS-AUDIT-LOCK-TRY
                   CALL "SYSTEM" USING "sleep 1"
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> RELEASE-AUDIT-LOCK: gives the Audit.log writer lock back
      *> ---------------------------------------------------------------
       RELEASE-AUDIT-LOCK.
           IF WS-AUDIT-LOCK-OK = "Y"
               CALL "SYSTEM" USING "rmdir Audit.lck 2>/dev/null"
               MOVE "N" TO WS-AUDIT-LOCK-OK
           END-IF.
