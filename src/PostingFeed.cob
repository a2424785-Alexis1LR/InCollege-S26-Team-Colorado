      *> ===============================================================
      *> POSTINGFEED.CBL  (nightly open-postings feed for the state
      *> job aggregator and the university careers site: writes
      *> PostingsExport.dat, a fixed-layout export of every open
      *> Jobs.dat posting with its JobSkills.dat requirements, and
      *> PostingsDelta.dat, just the postings added, changed, or gone
      *> (closed and archived by JOBEXPIRY, or pulled) since the last
      *> run. The comparison is against PostingsSnapshot.dat, the
      *> copy of the last run's export this program keeps for itself.
      *> Postings of employer accounts that are pending, rejected or
      *> otherwise not active never go out. Both files open with a
      *> header carrying the run's feed sequence number and end with a
      *> control-total trailer. Runs from BATCHRUN right after
      *> JOBEXPIRY.
      *>
      *> The files are built as .tmp copies and renamed into place,
      *> the snapshot last: the snapshot rename is what marks a run
      *> done. At the start of each run the delta already delivered
      *> is set aside as PostingsDelta.prev, so a run that then fails
      *> leaves no delta behind to be picked up a second time, and a
      *> rerun computes its delta against the snapshot of the last
      *> run that finished. A run that stopped after renaming its
      *> delta but before its snapshot is finished off by the next
      *> run instead of being redone, so that delta is not sent
      *> twice either.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTINGFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "Jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ST.
           SELECT JOBSKILL-FILE ASSIGN TO "JobSkills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSKILL-ST.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT SNAP-FILE ASSIGN TO "PostingsSnapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-ST.
           SELECT SNAP-TMP  ASSIGN TO "PostingsSnapshot.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-TMP-ST.
           SELECT EXP-TMP   ASSIGN TO "PostingsExport.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-TMP-ST.
           SELECT DELTA-FILE ASSIGN TO "PostingsDelta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-ST.
           SELECT DELTA-TMP ASSIGN TO "PostingsDelta.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-TMP-ST.
           SELECT RPT-FILE  ASSIGN TO "PostingFeedReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *> JobSkills.dat record layout: one row per skill a posting
      *> requires (kept in lockstep with InCollege.cob's FD
      *> JOBSKILL-FILE)
       FD  JOBSKILL-FILE.
       01  JOBSKILL-REC.
           05 JS-JOB-ID          PIC X(5).
           05 JS-SKILL           PIC X(40).
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
      *> The export, delta and snapshot files all hold 250-byte feed
      *> records laid out as WS-FR below
       FD  SNAP-FILE.
       01  SNAP-REC              PIC X(250).
       FD  SNAP-TMP.
       01  SNAP-TMP-REC          PIC X(250).
       FD  EXP-TMP.
       01  EXP-TMP-REC           PIC X(250).
       FD  DELTA-FILE.
       01  DELTA-REC             PIC X(250).
       FD  DELTA-TMP.
       01  DELTA-TMP-REC         PIC X(250).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-JOBSKILL-ST       PIC XX VALUE "00".
       01  WS-ACCT-ST           PIC XX VALUE "00".
       01  WS-ACCTRAW-ST        PIC XX VALUE "00".
       01  WS-ACCTS-WIDE        PIC X VALUE "N".
       01  WS-SNAP-ST           PIC XX VALUE "00".
       01  WS-SNAP-TMP-ST       PIC XX VALUE "00".
       01  WS-EXP-TMP-ST        PIC XX VALUE "00".
       01  WS-DELTA-ST          PIC XX VALUE "00".
       01  WS-DELTA-TMP-ST      PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> Feed record layout (250 bytes), one of four kinds by
      *> WS-FR-TYPE:
      *>   H  header  - feed sequence number of this run and of the
      *>                run before it, run date, and FULL or DELTA
      *>   P  posting - one open posting; in the delta, WS-FRP-ACTION
      *>                says A added, C changed, or X gone from the
      *>                board (the last version sent is repeated)
      *>   S  skill   - one required skill of the posting before it
      *>   T  trailer - control totals: every record in the file
      *>                counting H and T, P and S records, the delta
      *>                action counts, and the sum of the posting
      *>                numbers on the P records
       01  WS-FR.
           05 WS-FR-TYPE         PIC X.
           05 WS-FR-BODY         PIC X(249).
       01  WS-FR-HDR REDEFINES WS-FR.
           05 FILLER             PIC X.
           05 WS-FRH-SOURCE      PIC X(10).
           05 WS-FRH-KIND        PIC X(8).
           05 WS-FRH-SEQ         PIC 9(7).
           05 WS-FRH-PREV-SEQ    PIC 9(7).
           05 WS-FRH-RUN-DATE    PIC X(10).
           05 FILLER             PIC X(207).
       01  WS-FR-POST REDEFINES WS-FR.
           05 FILLER             PIC X.
           05 WS-FRP-ACTION      PIC X.
           05 WS-FRP-JOB-ID      PIC X(5).
           05 WS-FRP-COMPANY     PIC X(40).
           05 WS-FRP-TITLE       PIC X(40).
           05 WS-FRP-LOCATION    PIC X(30).
           05 WS-FRP-DESC        PIC X(100).
           05 WS-FRP-POSTED-DATE PIC X(10).
           05 WS-FRP-CLOSE-DATE  PIC X(10).
           05 WS-FRP-SKILL-COUNT PIC 9.
           05 FILLER             PIC X(12).
       01  WS-FR-SKILL REDEFINES WS-FR.
           05 FILLER             PIC X.
           05 WS-FRS-ACTION      PIC X.
           05 WS-FRS-JOB-ID      PIC X(5).
           05 WS-FRS-SKILL       PIC X(40).
           05 FILLER             PIC X(203).
       01  WS-FR-TRL REDEFINES WS-FR.
           05 FILLER             PIC X.
           05 WS-FRT-RECORDS     PIC 9(9).
           05 WS-FRT-POSTINGS    PIC 9(7).
           05 WS-FRT-SKILLS      PIC 9(7).
           05 WS-FRT-ADDED       PIC 9(7).
           05 WS-FRT-CHANGED     PIC 9(7).
           05 WS-FRT-GONE        PIC 9(7).
           05 WS-FRT-ID-HASH     PIC 9(12).
           05 FILLER             PIC X(193).

      *> The postings sent last run (from the snapshot) and the ones
      *> open now, each held as its P record image with the action
      *> byte blank plus its required skills
       01  WS-OLD-TOTAL          PIC 9(4) VALUE 0.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 2000 TIMES.
              10 WS-OLD-ID       PIC X(5)   VALUE SPACES.
              10 WS-OLD-POST     PIC X(250) VALUE SPACES.
              10 WS-OLD-SKILLS.
                 15 WS-OLD-SKILL OCCURS 5 TIMES PIC X(40) VALUE SPACES.
              10 WS-OLD-SEEN     PIC X      VALUE "N".
       01  WS-CUR-TOTAL          PIC 9(4) VALUE 0.
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 2000 TIMES.
              10 WS-CUR-ID       PIC X(5)   VALUE SPACES.
              10 WS-CUR-POST     PIC X(250) VALUE SPACES.
              10 WS-CUR-SKILLS.
                 15 WS-CUR-SKILL OCCURS 5 TIMES PIC X(40) VALUE SPACES.
              10 WS-CUR-SKILL-N  PIC 9      VALUE 0.
      *> Employer accounts and their status, to keep postings of
      *> accounts that are not active out of the feed
       01  WS-EMP-TOTAL          PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 3000 TIMES.
              10 WS-EMP-USER     PIC X(20) VALUE SPACES.
              10 WS-EMP-STATUS   PIC X     VALUE SPACE.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-K                  PIC 9 VALUE 0.
       01  WS-FOUND              PIC X VALUE "N".
       01  WS-ELIGIBLE           PIC X VALUE "N".
       01  WS-OWNER-STATUS       PIC X VALUE SPACE.

      *> Run control
       01  WS-LAST-SEQ           PIC 9(7) VALUE 0.
       01  WS-RUN-SEQ            PIC 9(7) VALUE 0.
       01  WS-PUB-SEQ            PIC 9(7) VALUE 0.
       01  WS-SNAP-OK            PIC X VALUE "Y".
       01  WS-SNAP-RECORDS       PIC 9(9) VALUE 0.
       01  WS-SNAP-TRL-RECORDS   PIC 9(9) VALUE 0.
       01  WS-FAILED             PIC X VALUE "N".
       01  WS-FAIL-REASON        PIC X(100) VALUE SPACES.

      *> Control totals of the two files being written
       01  WS-EXP-RECORDS        PIC 9(9) VALUE 0.
       01  WS-EXP-POSTINGS       PIC 9(7) VALUE 0.
       01  WS-EXP-SKILLS         PIC 9(7) VALUE 0.
       01  WS-EXP-ID-HASH        PIC 9(12) VALUE 0.
       01  WS-DLT-RECORDS        PIC 9(9) VALUE 0.
       01  WS-DLT-POSTINGS       PIC 9(7) VALUE 0.
       01  WS-DLT-SKILLS         PIC 9(7) VALUE 0.
       01  WS-DLT-ADDED          PIC 9(7) VALUE 0.
       01  WS-DLT-CHANGED        PIC 9(7) VALUE 0.
       01  WS-DLT-GONE           PIC 9(7) VALUE 0.
       01  WS-DLT-ID-HASH        PIC 9(12) VALUE 0.
      *> Postings left out, for the run report
       01  WS-HELD-BACK          PIC 9(5) VALUE 0.
       01  WS-NO-ID              PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP         PIC Z(6)9.
       01  WS-SEQ-DISP           PIC Z(6)9.

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
           "Accounts.dat holds wide-layout rows; run PROFMIGRATE first."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-TODAY-DATE
           OPEN OUTPUT RPT-FILE
           MOVE "=== InCollege Open Postings Feed ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM LOAD-SNAPSHOT
           PERFORM RECOVER-INTERRUPTED-RUN
           PERFORM RETIRE-LAST-DELTA
           IF WS-SNAP-OK = "N"
               MOVE
             "PostingsSnapshot.dat is damaged (control totals disagree)"
                 TO WS-FAIL-REASON
               PERFORM ABANDON-RUN
           END-IF
           COMPUTE WS-RUN-SEQ = WS-LAST-SEQ + 1
           PERFORM LOAD-EMPLOYERS
           PERFORM LOAD-OPEN-POSTINGS
           PERFORM LOAD-POSTING-SKILLS
           PERFORM WRITE-FEED-FILES
           IF WS-FAILED = "Y"
               PERFORM ABANDON-RUN
           END-IF
           PERFORM PUBLISH-FEED-FILES
           IF WS-FAILED = "Y"
               PERFORM ABANDON-RUN
           END-IF
           PERFORM WRITE-RPT-SUMMARY
           CLOSE RPT-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.
      *> ---------------------------------------------------------------
      *> ABANDON-RUN: reports WS-FAIL-REASON, clears away any
      *> half-built .tmp files and ends the run with a nonzero
      *> return code so BATCHRUN stops and resumes here next time.
      *> Nothing has been renamed into place, so the snapshot still
      *> stands at the last run that finished.
      *> ---------------------------------------------------------------
       ABANDON-RUN.
           MOVE SPACES TO WS-TEXT
           STRING
               "RUN FAILED: " DELIMITED BY SIZE
               WS-FAIL-REASON DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-TEXT TRAILING)
           MOVE "No feed files were sent for this run." TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           CLOSE RPT-FILE
           CALL "SYSTEM" USING
               "rm -f PostingsExport.tmp PostingsDelta.tmp"
           CALL "SYSTEM" USING "rm -f PostingsSnapshot.tmp"
           MOVE 1 TO RETURN-CODE
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
      *> LOAD-SNAPSHOT: the postings the last finished run sent, and
      *> its feed sequence number. No snapshot means this is the
      *> first run and every open posting goes out as added. The
      *> trailer's record count must agree with what was read.
      *> ---------------------------------------------------------------
       LOAD-SNAPSHOT.
           MOVE "Y" TO WS-SNAP-OK
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-OLD-TOTAL
           MOVE 0 TO WS-SNAP-RECORDS
           MOVE 0 TO WS-SNAP-TRL-RECORDS
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-ST = "35"
               CLOSE SNAP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNAP-ST NOT = "00"
               READ SNAP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-SNAP-RECORDS
                       MOVE SNAP-REC TO WS-FR
                       PERFORM LOAD-SNAP-RECORD
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           IF WS-SNAP-TRL-RECORDS NOT = WS-SNAP-RECORDS
               MOVE "N" TO WS-SNAP-OK
           END-IF.
      *> ---------------------------------------------------------------
      *> LOAD-SNAP-RECORD: files the snapshot record in WS-FR
      *> ---------------------------------------------------------------
       LOAD-SNAP-RECORD.
           EVALUATE WS-FR-TYPE
               WHEN "H"
                   MOVE WS-FRH-SEQ TO WS-LAST-SEQ
               WHEN "P"
                   IF WS-OLD-TOTAL < 2000
                       ADD 1 TO WS-OLD-TOTAL
                       MOVE WS-FRP-JOB-ID TO WS-OLD-ID(WS-OLD-TOTAL)
                       MOVE WS-FR TO WS-OLD-POST(WS-OLD-TOTAL)
                       MOVE SPACES TO WS-OLD-SKILLS(WS-OLD-TOTAL)
                       MOVE "N" TO WS-OLD-SEEN(WS-OLD-TOTAL)
                       MOVE 0 TO WS-K
                   ELSE
                       MOVE "N" TO WS-SNAP-OK
                   END-IF
               WHEN "S"
                   IF WS-OLD-TOTAL > 0 AND WS-K < 5
                   AND WS-FRS-JOB-ID = WS-OLD-ID(WS-OLD-TOTAL)
                       ADD 1 TO WS-K
                       MOVE WS-FRS-SKILL
                         TO WS-OLD-SKILL(WS-OLD-TOTAL, WS-K)
                   END-IF
               WHEN "T"
                   MOVE WS-FRT-RECORDS TO WS-SNAP-TRL-RECORDS
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> RECOVER-INTERRUPTED-RUN: a delivered delta numbered past the
      *> snapshot means the last run renamed its delta into place but
      *> stopped before its snapshot. That delta has gone out, so the
      *> run is finished off by putting its snapshot in place, and
      *> nothing is rebuilt. If its snapshot was lost the numbering
      *> still moves past the delivered delta.
      *> ---------------------------------------------------------------
       RECOVER-INTERRUPTED-RUN.
           MOVE 0 TO WS-PUB-SEQ
           OPEN INPUT DELTA-FILE
           IF WS-DELTA-ST = "35"
               CLOSE DELTA-FILE
               EXIT PARAGRAPH
           END-IF
           READ DELTA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DELTA-REC TO WS-FR
                   IF WS-FR-TYPE = "H" AND WS-FRH-SEQ IS NUMERIC
                       MOVE WS-FRH-SEQ TO WS-PUB-SEQ
                   END-IF
           END-READ
           CLOSE DELTA-FILE
           IF WS-PUB-SEQ NOT > WS-LAST-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUN-SEQ
           OPEN INPUT SNAP-TMP
           IF WS-SNAP-TMP-ST NOT = "35"
               READ SNAP-TMP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SNAP-TMP-REC TO WS-FR
                       IF WS-FR-TYPE = "H" AND WS-FRH-SEQ IS NUMERIC
                           MOVE WS-FRH-SEQ TO WS-RUN-SEQ
                       END-IF
               END-READ
           END-IF
           CLOSE SNAP-TMP
           MOVE WS-PUB-SEQ TO WS-SEQ-DISP
           IF WS-RUN-SEQ = WS-PUB-SEQ
               CALL "SYSTEM" USING
                   "mv PostingsSnapshot.tmp PostingsSnapshot.dat"
               IF RETURN-CODE NOT = 0
      *>           Not ABANDON-RUN: its snapshot.tmp must stay for the
      *>           next run to put in place
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "RUN FAILED: could not put PostingsSnapshot.dat"
                           DELIMITED BY SIZE
                       " in place; the next run will finish it."
                           DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   DISPLAY FUNCTION TRIM(WS-TEXT TRAILING)
                   CLOSE RPT-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-TEXT
               STRING
                   "Feed run " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEQ-DISP) DELIMITED BY SIZE
                   " had delivered its files but not recorded them;"
                       DELIMITED BY SIZE
                   " finished it off." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE "Its delta stands as delivered and is not rebuilt."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "WARNING: feed run " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEQ-DISP) DELIMITED BY SIZE
               " was delivered but its snapshot is missing; its"
                   DELIMITED BY SIZE
               " changes will be sent again." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-PUB-SEQ TO WS-LAST-SEQ.
      *> ---------------------------------------------------------------
      *> RETIRE-LAST-DELTA: sets the delta the last run delivered aside
      *> as PostingsDelta.prev, so if this run fails no delta is left
      *> in place to be picked up again
      *> ---------------------------------------------------------------
       RETIRE-LAST-DELTA.
           CALL "SYSTEM" USING "test -f PostingsDelta.dat"
           IF RETURN-CODE = 0
               CALL "SYSTEM" USING
                   "mv PostingsDelta.dat PostingsDelta.prev"
               IF RETURN-CODE NOT = 0
                   MOVE "could not set the last PostingsDelta.dat aside"
                     TO WS-FAIL-REASON
                   PERFORM ABANDON-RUN
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> LOAD-EMPLOYERS: every employer account and its status
      *> ---------------------------------------------------------------
       LOAD-EMPLOYERS.
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
                       IF ACCT-ROLE = "E"
                           IF WS-EMP-TOTAL < 3000
                               ADD 1 TO WS-EMP-TOTAL
                               MOVE ACCT-USER
                                 TO WS-EMP-USER(WS-EMP-TOTAL)
                               MOVE ACCT-STATUS
                                 TO WS-EMP-STATUS(WS-EMP-TOTAL)
                           ELSE
      *> An employer the table cannot hold could not be checked, so
      *> the run stops rather than risk sending a held-back posting
                               CLOSE ACCT-FILE
                               MOVE
             "more employer accounts than the employer table holds"
                                 TO WS-FAIL-REASON
                               PERFORM ABANDON-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-OPEN-POSTINGS: the postings on the board now that may go
      *> out - still open by the CHECK-JOB-OPEN rule, numbered, and
      *> either a house posting with no owning account or owned by an
      *> active employer account
      *> ---------------------------------------------------------------
       LOAD-OPEN-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST = "35"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-ST NOT = "00"
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JOB-CLOSE-DATE = SPACES
                       OR JOB-CLOSE-DATE NOT < WS-TODAY
                           PERFORM CHECK-POSTING-ELIGIBLE
                           IF WS-ELIGIBLE = "Y"
                               PERFORM ADD-CUR-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.
      *> ---------------------------------------------------------------
      *> CHECK-POSTING-ELIGIBLE: WS-ELIGIBLE = Y when the JOB-REC on
      *> hand may be sent
      *> ---------------------------------------------------------------
       CHECK-POSTING-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
      *> A posting from before posting numbers cannot be tracked
      *> from one run to the next
           IF JOB-ID = SPACES
               ADD 1 TO WS-NO-ID
               EXIT PARAGRAPH
           END-IF
           IF JOB-POSTED-BY = SPACES
               MOVE "Y" TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-OWNER-STATUS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-TOTAL
               IF WS-EMP-USER(WS-I) = JOB-POSTED-BY
                   MOVE WS-EMP-STATUS(WS-I) TO WS-OWNER-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OWNER-STATUS = "A"
               MOVE "Y" TO WS-ELIGIBLE
           ELSE
               ADD 1 TO WS-HELD-BACK
           END-IF.
      *> ---------------------------------------------------------------
      *> ADD-CUR-POSTING: files the JOB-REC on hand in the table of
      *> postings open now, as its P record image
      *> ---------------------------------------------------------------
       ADD-CUR-POSTING.
           IF WS-CUR-TOTAL = 2000
               CLOSE JOBS-FILE
               MOVE "more open postings than the posting table holds"
                 TO WS-FAIL-REASON
               PERFORM ABANDON-RUN
           END-IF
           ADD 1 TO WS-CUR-TOTAL
           MOVE SPACES TO WS-FR
           MOVE "P"             TO WS-FR-TYPE
           MOVE SPACE           TO WS-FRP-ACTION
           MOVE JOB-ID          TO WS-FRP-JOB-ID
           MOVE JOB-COMPANY     TO WS-FRP-COMPANY
           MOVE JOB-TITLE       TO WS-FRP-TITLE
           MOVE JOB-LOCATION    TO WS-FRP-LOCATION
           MOVE JOB-DESC        TO WS-FRP-DESC
           MOVE JOB-POSTED-DATE TO WS-FRP-POSTED-DATE
           MOVE JOB-CLOSE-DATE  TO WS-FRP-CLOSE-DATE
           MOVE 0               TO WS-FRP-SKILL-COUNT
           MOVE JOB-ID TO WS-CUR-ID(WS-CUR-TOTAL)
           MOVE WS-FR  TO WS-CUR-POST(WS-CUR-TOTAL)
           MOVE SPACES TO WS-CUR-SKILLS(WS-CUR-TOTAL)
           MOVE 0      TO WS-CUR-SKILL-N(WS-CUR-TOTAL).
      *> ---------------------------------------------------------------
      *> LOAD-POSTING-SKILLS: attaches the JobSkills.dat rows to the
      *> open postings (five at most, as the posting flows allow)
      *> and sets each P record's skill count
      *> ---------------------------------------------------------------
       LOAD-POSTING-SKILLS.
           OPEN INPUT JOBSKILL-FILE
           IF WS-JOBSKILL-ST NOT = "35"
               PERFORM UNTIL WS-JOBSKILL-ST NOT = "00"
                   READ JOBSKILL-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ATTACH-ONE-SKILL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBSKILL-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUR-TOTAL
               MOVE WS-CUR-POST(WS-I) TO WS-FR
               MOVE WS-CUR-SKILL-N(WS-I) TO WS-FRP-SKILL-COUNT
               MOVE WS-FR TO WS-CUR-POST(WS-I)
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> ATTACH-ONE-SKILL: the JOBSKILL-REC on hand onto its posting
      *> ---------------------------------------------------------------
       ATTACH-ONE-SKILL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUR-TOTAL
               IF WS-CUR-ID(WS-I) = JS-JOB-ID
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-CUR-SKILL-N(WS-I)
                       IF WS-CUR-SKILL(WS-I, WS-K) = JS-SKILL
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = "N" AND WS-CUR-SKILL-N(WS-I) < 5
                       ADD 1 TO WS-CUR-SKILL-N(WS-I)
                       MOVE JS-SKILL TO
                           WS-CUR-SKILL(WS-I, WS-CUR-SKILL-N(WS-I))
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-FEED-FILES: writes the export and the new snapshot
      *> (the same records) and the delta, each as a .tmp file
      *> ---------------------------------------------------------------
       WRITE-FEED-FILES.
           OPEN OUTPUT EXP-TMP
           OPEN OUTPUT SNAP-TMP
           OPEN OUTPUT DELTA-TMP
           IF WS-EXP-TMP-ST NOT = "00" OR WS-SNAP-TMP-ST NOT = "00"
           OR WS-DELTA-TMP-ST NOT = "00"
               MOVE "Y" TO WS-FAILED
               MOVE "could not create the feed .tmp files"
                 TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FR
           MOVE "H"           TO WS-FR-TYPE
           MOVE "INCOLLEGE"   TO WS-FRH-SOURCE
           MOVE WS-RUN-SEQ    TO WS-FRH-SEQ
           MOVE WS-LAST-SEQ   TO WS-FRH-PREV-SEQ
           MOVE WS-TODAY      TO WS-FRH-RUN-DATE
           MOVE "FULL"        TO WS-FRH-KIND
           PERFORM WRITE-EXP-RECORD
           MOVE "DELTA"       TO WS-FRH-KIND
           PERFORM WRITE-DELTA-RECORD
      *> Every open posting goes to the export; the delta gets the new
      *> ones and the ones whose details or skills differ from the
      *> snapshot
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUR-TOTAL
               PERFORM WRITE-CUR-POSTING
           END-PERFORM
      *> Whatever the snapshot had that is not open now has gone
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OLD-TOTAL
               IF WS-OLD-SEEN(WS-J) = "N"
                   MOVE WS-OLD-POST(WS-J) TO WS-FR
                   MOVE "X" TO WS-FRP-ACTION
                   ADD 1 TO WS-DLT-GONE
                   PERFORM WRITE-DELTA-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-TRAILERS
           CLOSE EXP-TMP
           CLOSE SNAP-TMP
           CLOSE DELTA-TMP
           IF WS-EXP-TMP-ST NOT = "00" OR WS-SNAP-TMP-ST NOT = "00"
           OR WS-DELTA-TMP-ST NOT = "00"
               MOVE "Y" TO WS-FAILED
               MOVE "a write to the feed .tmp files failed"
                 TO WS-FAIL-REASON
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-CUR-POSTING: open posting WS-I to the export and, if it
      *> is new or has changed, to the delta
      *> ---------------------------------------------------------------
       WRITE-CUR-POSTING.
           MOVE WS-CUR-POST(WS-I) TO WS-FR
           PERFORM WRITE-EXP-RECORD
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CUR-SKILL-N(WS-I)
               PERFORM BUILD-SKILL-RECORD
               PERFORM WRITE-EXP-RECORD
           END-PERFORM
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OLD-TOTAL
               IF WS-OLD-ID(WS-J) = WS-CUR-ID(WS-I)
                   MOVE "Y" TO WS-FOUND
                   MOVE "Y" TO WS-OLD-SEEN(WS-J)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               IF WS-OLD-POST(WS-J) = WS-CUR-POST(WS-I)
               AND WS-OLD-SKILLS(WS-J) = WS-CUR-SKILLS(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CUR-POST(WS-I) TO WS-FR
           IF WS-FOUND = "Y"
               MOVE "C" TO WS-FRP-ACTION
               ADD 1 TO WS-DLT-CHANGED
           ELSE
               MOVE "A" TO WS-FRP-ACTION
               ADD 1 TO WS-DLT-ADDED
           END-IF
           PERFORM WRITE-DELTA-RECORD
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CUR-SKILL-N(WS-I)
               PERFORM BUILD-SKILL-RECORD
               IF WS-FOUND = "Y"
                   MOVE "C" TO WS-FRS-ACTION
               ELSE
                   MOVE "A" TO WS-FRS-ACTION
               END-IF
               PERFORM WRITE-DELTA-RECORD
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> BUILD-SKILL-RECORD: S record in WS-FR for skill WS-K of open
      *> posting WS-I
      *> ---------------------------------------------------------------
       BUILD-SKILL-RECORD.
           MOVE SPACES TO WS-FR
           MOVE "S" TO WS-FR-TYPE
           MOVE WS-CUR-ID(WS-I) TO WS-FRS-JOB-ID
           MOVE WS-CUR-SKILL(WS-I, WS-K) TO WS-FRS-SKILL.
      *> ---------------------------------------------------------------
      *> WRITE-EXP-RECORD: WS-FR to the export and the new snapshot,
      *> keeping the export's control totals
      *> ---------------------------------------------------------------
       WRITE-EXP-RECORD.
           ADD 1 TO WS-EXP-RECORDS
           EVALUATE WS-FR-TYPE
               WHEN "P"
                   ADD 1 TO WS-EXP-POSTINGS
                   IF WS-FRP-JOB-ID IS NUMERIC
                       ADD FUNCTION NUMVAL(WS-FRP-JOB-ID)
                         TO WS-EXP-ID-HASH
                   END-IF
               WHEN "S"
                   ADD 1 TO WS-EXP-SKILLS
           END-EVALUATE
           MOVE WS-FR TO EXP-TMP-REC
           WRITE EXP-TMP-REC
           MOVE WS-FR TO SNAP-TMP-REC
           WRITE SNAP-TMP-REC.
      *> ---------------------------------------------------------------
      *> WRITE-DELTA-RECORD: WS-FR to the delta, keeping its control
      *> totals
      *> ---------------------------------------------------------------
       WRITE-DELTA-RECORD.
           ADD 1 TO WS-DLT-RECORDS
           EVALUATE WS-FR-TYPE
               WHEN "P"
                   ADD 1 TO WS-DLT-POSTINGS
                   IF WS-FRP-JOB-ID IS NUMERIC
                       ADD FUNCTION NUMVAL(WS-FRP-JOB-ID)
                         TO WS-DLT-ID-HASH
                   END-IF
               WHEN "S"
                   ADD 1 TO WS-DLT-SKILLS
           END-EVALUATE
           MOVE WS-FR TO DELTA-TMP-REC
           WRITE DELTA-TMP-REC.
      *> ---------------------------------------------------------------
      *> WRITE-TRAILERS: the control-total trailer of each file (its
      *> record count includes the header and the trailer itself)
      *> ---------------------------------------------------------------
       WRITE-TRAILERS.
           ADD 1 TO WS-EXP-RECORDS
           MOVE SPACES TO WS-FR
           MOVE "T"             TO WS-FR-TYPE
           MOVE WS-EXP-RECORDS  TO WS-FRT-RECORDS
           MOVE WS-EXP-POSTINGS TO WS-FRT-POSTINGS
           MOVE WS-EXP-SKILLS   TO WS-FRT-SKILLS
           MOVE 0               TO WS-FRT-ADDED
           MOVE 0               TO WS-FRT-CHANGED
           MOVE 0               TO WS-FRT-GONE
           MOVE WS-EXP-ID-HASH  TO WS-FRT-ID-HASH
           MOVE WS-FR TO EXP-TMP-REC
           WRITE EXP-TMP-REC
           MOVE WS-FR TO SNAP-TMP-REC
           WRITE SNAP-TMP-REC
           ADD 1 TO WS-DLT-RECORDS
           MOVE SPACES TO WS-FR
           MOVE "T"             TO WS-FR-TYPE
           MOVE WS-DLT-RECORDS  TO WS-FRT-RECORDS
           MOVE WS-DLT-POSTINGS TO WS-FRT-POSTINGS
           MOVE WS-DLT-SKILLS   TO WS-FRT-SKILLS
           MOVE WS-DLT-ADDED    TO WS-FRT-ADDED
           MOVE WS-DLT-CHANGED  TO WS-FRT-CHANGED
           MOVE WS-DLT-GONE     TO WS-FRT-GONE
           MOVE WS-DLT-ID-HASH  TO WS-FRT-ID-HASH
           MOVE WS-FR TO DELTA-TMP-REC
           WRITE DELTA-TMP-REC.
      *> ---------------------------------------------------------------
      *> PUBLISH-FEED-FILES: renames the export, then the delta, then
      *> the snapshot into place. The snapshot rename marks the run
      *> done; a stop before it is finished off by the next run (see
      *> RECOVER-INTERRUPTED-RUN).
      *> ---------------------------------------------------------------
       PUBLISH-FEED-FILES.
           CALL "SYSTEM" USING
               "mv PostingsExport.tmp PostingsExport.dat"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-FAILED
               MOVE "could not put PostingsExport.dat in place"
                 TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv PostingsDelta.tmp PostingsDelta.dat"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-FAILED
               MOVE "could not put PostingsDelta.dat in place"
                 TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING
               "mv PostingsSnapshot.tmp PostingsSnapshot.dat"
           IF RETURN-CODE NOT = 0
      *> The delta is out; leave its snapshot.tmp for the next run
      *> to put in place rather than clearing it away
               MOVE SPACES TO WS-TEXT
               STRING
                   "RUN FAILED: could not put PostingsSnapshot.dat in"
                       DELIMITED BY SIZE
                   " place; the next run will finish it."
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               DISPLAY FUNCTION TRIM(WS-TEXT TRAILING)
               CLOSE RPT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-SUMMARY
      *> ---------------------------------------------------------------
       WRITE-RPT-SUMMARY.
           MOVE WS-RUN-SEQ TO WS-SEQ-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Feed sequence number: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEQ-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXP-POSTINGS TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Open postings exported: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXP-SKILLS TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Required skills exported: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DLT-ADDED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Delta - postings added: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DLT-CHANGED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Delta - postings changed: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DLT-GONE TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Delta - postings closed or withdrawn: "
                   DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-HELD-BACK TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Held back (employer account not active): "
                   DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-NO-ID > 0
               MOVE WS-NO-ID TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "Left out (no posting number): " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
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
                   "Accounts.dat is being updated by another session;"
                   " try again shortly."
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
