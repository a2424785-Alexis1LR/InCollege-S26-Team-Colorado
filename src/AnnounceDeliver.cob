      *> ===============================================================
      *> ANNOUNCEDELIVER.CBL  (nightly delivery of Career Services
      *> announcements: every Announcements.dat row still queued by
      *> the staff console is matched against Accounts.dat on its
      *> university, major, class year, role, and account status
      *> filters, and dropped into each matching user's inbox in
      *> Messages.dat from the reserved Career Services sender. Each
      *> recipient is logged to AnnounceAudience.dat, the row is
      *> marked delivered, and AnnouncementReport.txt gives the
      *> recipient counts per cohort - university, class year, and
      *> role.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNOUNCEDELIVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT ANN-FILE  ASSIGN TO "Announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-ST.
           SELECT ANN-TMP   ASSIGN TO "Announcements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-TMP-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
           SELECT MSGSEQ-FILE ASSIGN TO "MsgSeq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGSEQ-ST.
           SELECT AUD-FILE  ASSIGN TO "AnnounceAudience.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ST.
           SELECT RPT-FILE  ASSIGN TO "AnnouncementReport.txt"
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
      *> Announcements.dat record layout
      *> (kept in lockstep with StaffConsole.cob's FD ANN-FILE)
       FD  ANN-FILE.
       01  ANN-REC.
           05 ANN-ID             PIC 9(5).
           05 ANN-CREATED        PIC X(10).
           05 ANN-UNIV           PIC X(40).
           05 ANN-MAJOR          PIC X(30).
           05 ANN-YEAR           PIC X(4).
           05 ANN-ROLE           PIC X.
           05 ANN-STATUS         PIC X.
           05 ANN-STATE          PIC X.
           05 ANN-SENT-DATE      PIC X(10).
           05 ANN-SENT-COUNT     PIC 9(5).
           05 ANN-TEXT           PIC X(200).
       FD  ANN-TMP.
       01  ANN-TMP-REC           PIC X(307).
      *> Messages.dat record layout
      *> (kept in lockstep with InCollege.cob's FD MSG-FILE)
       FD  MSG-FILE.
       01  MSG-REC.
           05 MSG-ID             PIC 9(9).
           05 MSG-SENDER         PIC X(20).
           05 MSG-RECIP          PIC X(20).
           05 MSG-DATE           PIC X(10).
           05 MSG-READ           PIC X.
           05 MSG-TEXT           PIC X(200).
      *> MsgSeq.dat: one line holding the next message number to
      *> assign (kept in lockstep with InCollege.cob's FD MSGSEQ-FILE)
       FD  MSGSEQ-FILE.
       01  MSGSEQ-REC            PIC X(20).
      *> AnnounceAudience.dat: append-only, one row per account an
      *> announcement was delivered to, and when
       FD  AUD-FILE.
       01  AUD-REC.
           05 AUD-ANN-ID         PIC 9(5).
           05 AUD-USER           PIC X(20).
           05 AUD-DATE           PIC X(10).
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
       01  WS-ANN-ST            PIC XX VALUE "00".
       01  WS-ANN-TMP-ST        PIC XX VALUE "00".
       01  WS-MSG-ST            PIC XX VALUE "00".
       01  WS-MSGSEQ-ST         PIC XX VALUE "00".
       01  WS-AUD-ST            PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.
      *> The reserved inbox sender for Career Services; usernames
      *> cannot contain "*", so no account can ever collide with it
      *> (kept in lockstep with InCollege.cob's WS-CAREER-SENDER)
       01  WS-CAREER-SENDER      PIC X(20) VALUE "*CAREER-SERVICES".

      *> Every account, with the role it counts under: S student,
      *> E employer, G alumni
       01  WS-ACC-TOTAL          PIC 9(4) VALUE 0.
       01  WS-ACC-OVERFLOW       PIC X VALUE "N".
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 3000 TIMES.
              10 WS-AC-USER      PIC X(20) VALUE SPACES.
              10 WS-AC-UNIV      PIC X(40) VALUE SPACES.
              10 WS-AC-MAJOR     PIC X(30) VALUE SPACES.
              10 WS-AC-YEAR      PIC 9(4)  VALUE 0.
              10 WS-AC-ROLE      PIC X     VALUE SPACE.
              10 WS-AC-STATUS    PIC X     VALUE SPACE.

      *> Announcements.dat, held whole so it can be rewritten with
      *> the delivered rows marked
       01  WS-AN-TOTAL           PIC 9(3) VALUE 0.
       01  WS-AN-OVERFLOW        PIC X VALUE "N".
       01  WS-AN-TABLE.
           05 WS-AN-ENTRY OCCURS 500 TIMES PIC X(307).
       01  WS-AN-I               PIC 9(3) VALUE 0.

      *> Recipient counts for the announcement being delivered
       01  WS-CO-TOTAL           PIC 9(3) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 300 TIMES.
              10 WS-CO-UNIV      PIC X(40) VALUE SPACES.
              10 WS-CO-YEAR      PIC 9(4)  VALUE 0.
              10 WS-CO-ROLE      PIC X     VALUE SPACE.
              10 WS-CO-COUNT     PIC 9(5)  VALUE 0.
       01  WS-CO-SWAP            PIC X(50) VALUE SPACES.
       01  WS-CO-KEY-UNIV        PIC X(40) VALUE SPACES.
       01  WS-CO-OVERFLOW        PIC X VALUE "N".

      *> Accounts AnnounceAudience.dat shows the announcement being
      *> delivered already reached (a rerun after a failed delivery)
       01  WS-RCH-TOTAL          PIC 9(4) VALUE 0.
       01  WS-RCH-TABLE.
           05 WS-RCH-USER OCCURS 3000 TIMES PIC X(20) VALUE SPACES.
       01  WS-RCH-I              PIC 9(4) VALUE 0.
       01  WS-RCH-FOUND          PIC X VALUE "N".

       01  WS-MATCH              PIC X VALUE "N".
       01  WS-SENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-DELIVERED-ANNS     PIC 9(3) VALUE 0.
       01  WS-DELIVERED-MSGS     PIC 9(7) VALUE 0.
       01  WS-I                  PIC 9(4) VALUE 0.
      *> Message numbering (kept in lockstep with InCollege.cob's
      *> ALLOCATE-MSG-ID): the run takes numbers from MsgSeq.dat in a
      *> block and records where it stopped when each announcement is
      *> done
       01  WS-NEXT-MSG-ID        PIC 9(9) VALUE 0.
       01  WS-MSG-STORED         PIC X VALUE "N".
       01  WS-MSG-TRY            PIC 9 VALUE 0.
      *> Set when an announcement could not be delivered in full; it
      *> stays queued and the run ends with return code 1
       01  WS-ANN-FAILED         PIC X VALUE "N".
       01  WS-RUN-FAILED         PIC X VALUE "N".
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-SWAPPED            PIC X VALUE "N".
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-COUNT-DISP7        PIC Z(6)9.
       01  WS-ROLE-LABEL         PIC X(8) VALUE SPACES.
       01  WS-YEAR-DISP          PIC X(4) VALUE SPACES.
       01  WS-FILTER-DISP        PIC X(40) VALUE SPACES.

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
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-ANNOUNCEMENTS
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           IF WS-AN-OVERFLOW = "Y"
      *>       A partial table cannot be written back over the file
               MOVE
             "Announcements.dat is too large to load; nothing was sent."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-AN-I FROM 1 BY 1
                   UNTIL WS-AN-I > WS-AN-TOTAL
               MOVE WS-AN-ENTRY(WS-AN-I) TO ANN-REC
               IF ANN-STATE = "Q"
                   PERFORM DELIVER-ANNOUNCEMENT
                   MOVE ANN-REC TO WS-AN-ENTRY(WS-AN-I)
               END-IF
           END-PERFORM
           IF WS-DELIVERED-ANNS > 0
               PERFORM REWRITE-ANNOUNCEMENTS
           ELSE
               MOVE "No announcements were waiting for delivery."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-RPT-SUMMARY
           CLOSE RPT-FILE
           IF WS-RUN-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
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
      *> LOAD-ACCOUNTS: every account into WS-ACC-TABLE
      *> ---------------------------------------------------------------
       LOAD-ACCOUNTS.
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
                       IF WS-ACC-TOTAL < 3000
                           ADD 1 TO WS-ACC-TOTAL
                           MOVE ACCT-USER TO WS-AC-USER(WS-ACC-TOTAL)
                           MOVE ACCT-UNIV TO WS-AC-UNIV(WS-ACC-TOTAL)
                           MOVE ACCT-MAJOR
                             TO WS-AC-MAJOR(WS-ACC-TOTAL)
                           MOVE ACCT-GRAD-YEAR
                             TO WS-AC-YEAR(WS-ACC-TOTAL)
                           MOVE ACCT-STATUS
                             TO WS-AC-STATUS(WS-ACC-TOTAL)
                           EVALUATE TRUE
                               WHEN ACCT-ROLE = "E"
                                   MOVE "E"
                                     TO WS-AC-ROLE(WS-ACC-TOTAL)
                               WHEN ACCT-STATUS = "G"
                                   MOVE "G"
                                     TO WS-AC-ROLE(WS-ACC-TOTAL)
                               WHEN OTHER
                                   MOVE "S"
                                     TO WS-AC-ROLE(WS-ACC-TOTAL)
                           END-EVALUATE
                       ELSE
                           MOVE "Y" TO WS-ACC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-ANNOUNCEMENTS: Announcements.dat into WS-AN-TABLE
      *> ---------------------------------------------------------------
       LOAD-ANNOUNCEMENTS.
           OPEN INPUT ANN-FILE
           IF WS-ANN-ST = "35"
               CLOSE ANN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ANN-ST NOT = "00"
               READ ANN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-AN-TOTAL < 500
                           ADD 1 TO WS-AN-TOTAL
                           MOVE ANN-REC TO WS-AN-ENTRY(WS-AN-TOTAL)
                       ELSE
                           MOVE "Y" TO WS-AN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANN-FILE.
      *> ---------------------------------------------------------------
      *> DELIVER-ANNOUNCEMENT: sends the queued ANN-REC on hand to
      *> every matching account, logs each recipient, marks the row
      *> delivered, and reports it with its cohort counts. When
      *> Messages.dat cannot be opened or a message cannot be stored,
      *> the row is left queued and the run fails; the next run skips
      *> the accounts already reached but still counts them.
      *> ---------------------------------------------------------------
       DELIVER-ANNOUNCEMENT.
           MOVE 0 TO WS-SENT-COUNT
           MOVE 0 TO WS-CO-TOTAL
           MOVE "N" TO WS-CO-OVERFLOW
           MOVE "N" TO WS-ANN-FAILED
           PERFORM LOAD-ANN-REACHED
           PERFORM LOAD-MSG-SEQ
           OPEN I-O MSG-FILE
           IF WS-MSG-ST = "35"
               OPEN OUTPUT MSG-FILE
               CLOSE MSG-FILE
               OPEN I-O MSG-FILE
           END-IF
           IF WS-MSG-ST NOT = "00"
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: Messages.dat could not be opened (status "
                       DELIMITED BY SIZE
                   WS-MSG-ST DELIMITED BY SIZE
                   "); announcement " DELIMITED BY SIZE
                   ANN-ID DELIMITED BY SIZE
                   " stays queued." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE "Y" TO WS-RUN-FAILED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUD-FILE
           IF WS-AUD-ST = "35"
               CLOSE AUD-FILE
               OPEN OUTPUT AUD-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACC-TOTAL OR WS-ANN-FAILED = "Y"
               PERFORM CHECK-AUDIENCE-MATCH
               IF WS-MATCH = "Y"
                   PERFORM CHECK-ANN-REACHED
               END-IF
               IF WS-MATCH = "Y" AND WS-RCH-FOUND = "Y"
                   ADD 1 TO WS-SENT-COUNT
                   PERFORM ADD-TO-COHORT
               END-IF
               IF WS-MATCH = "Y" AND WS-RCH-FOUND = "N"
                   PERFORM STORE-ANN-MESSAGE
                   IF WS-MSG-STORED = "Y"
                       MOVE ANN-ID           TO AUD-ANN-ID
                       MOVE WS-AC-USER(WS-I) TO AUD-USER
                       MOVE WS-TODAY         TO AUD-DATE
                       WRITE AUD-REC
                       ADD 1 TO WS-SENT-COUNT
                       PERFORM ADD-TO-COHORT
                   ELSE
                       MOVE "Y" TO WS-ANN-FAILED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MSG-FILE
           CLOSE AUD-FILE
           PERFORM WRITE-MSG-SEQ
           IF WS-ANN-FAILED = "Y"
      *>       Those already reached are logged in AnnounceAudience.dat
               MOVE WS-SENT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: could not store a message (status "
                       DELIMITED BY SIZE
                   WS-MSG-ST DELIMITED BY SIZE
                   "); announcement " DELIMITED BY SIZE
                   ANN-ID DELIMITED BY SIZE
                   " stays queued after reaching " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " account(s)." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE "Y" TO WS-RUN-FAILED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "D"           TO ANN-STATE
           MOVE WS-TODAY      TO ANN-SENT-DATE
           MOVE WS-SENT-COUNT TO ANN-SENT-COUNT
           ADD 1 TO WS-DELIVERED-ANNS
           ADD WS-SENT-COUNT TO WS-DELIVERED-MSGS
           PERFORM WRITE-ANN-SECTION.
      *> ---------------------------------------------------------------
      *> LOAD-ANN-REACHED: the accounts AnnounceAudience.dat already
      *> logs for ANN-ID into WS-RCH-TABLE
      *> ---------------------------------------------------------------
       LOAD-ANN-REACHED.
           MOVE 0 TO WS-RCH-TOTAL
           OPEN INPUT AUD-FILE
           IF WS-AUD-ST = "35"
               CLOSE AUD-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUD-ST NOT = "00"
               READ AUD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF AUD-ANN-ID = ANN-ID AND WS-RCH-TOTAL < 3000
                           ADD 1 TO WS-RCH-TOTAL
                           MOVE AUD-USER TO WS-RCH-USER(WS-RCH-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-FILE.
      *> ---------------------------------------------------------------
      *> CHECK-ANN-REACHED: WS-RCH-FOUND = Y when account WS-I is in
      *> WS-RCH-TABLE
      *> ---------------------------------------------------------------
       CHECK-ANN-REACHED.
           MOVE "N" TO WS-RCH-FOUND
           PERFORM VARYING WS-RCH-I FROM 1 BY 1
                   UNTIL WS-RCH-I > WS-RCH-TOTAL
               IF WS-RCH-USER(WS-RCH-I) = WS-AC-USER(WS-I)
                   MOVE "Y" TO WS-RCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> STORE-ANN-MESSAGE: drops ANN-TEXT into account WS-I's inbox
      *> under the next message number, stepping past any numbers an
      *> online session took while the run was going. WS-MSG-STORED
      *> is left N when the write still fails after three tries or
      *> fails for any reason other than a taken number.
      *> ---------------------------------------------------------------
       STORE-ANN-MESSAGE.
           MOVE "N" TO WS-MSG-STORED
           MOVE 0 TO WS-MSG-TRY
           PERFORM UNTIL WS-MSG-STORED = "Y" OR WS-MSG-TRY > 2
               ADD 1 TO WS-MSG-TRY
               IF WS-MSG-TRY > 1
                   PERFORM SKIP-TAKEN-MSG-IDS
               END-IF
               MOVE WS-NEXT-MSG-ID   TO MSG-ID
               MOVE WS-CAREER-SENDER TO MSG-SENDER
               MOVE WS-AC-USER(WS-I) TO MSG-RECIP
               MOVE WS-TODAY         TO MSG-DATE
               MOVE "N"              TO MSG-READ
               MOVE ANN-TEXT         TO MSG-TEXT
               ADD 1 TO WS-NEXT-MSG-ID
               WRITE MSG-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MSG-STORED
               END-WRITE
               IF WS-MSG-STORED = "N" AND WS-MSG-ST NOT = "22"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> SKIP-TAKEN-MSG-IDS: moves WS-NEXT-MSG-ID past the highest
      *> message number on file at or above it
      *> ---------------------------------------------------------------
       SKIP-TAKEN-MSG-IDS.
           MOVE WS-NEXT-MSG-ID TO MSG-ID
           START MSG-FILE KEY IS NOT LESS THAN MSG-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-ID >= WS-NEXT-MSG-ID
                           COMPUTE WS-NEXT-MSG-ID = MSG-ID + 1
                       END-IF
               END-READ
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> LOAD-MSG-SEQ: sets WS-NEXT-MSG-ID from MsgSeq.dat, rebuilding
      *> it from the highest number on file when it is missing or
      *> unreadable
      *> ---------------------------------------------------------------
       LOAD-MSG-SEQ.
           MOVE 0 TO WS-NEXT-MSG-ID
           OPEN INPUT MSGSEQ-FILE
           IF WS-MSGSEQ-ST NOT = "35"
               READ MSGSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(MSGSEQ-REC) = 0
                           COMPUTE WS-NEXT-MSG-ID =
                               FUNCTION NUMVAL(MSGSEQ-REC)
                       END-IF
               END-READ
           END-IF
           CLOSE MSGSEQ-FILE
           IF WS-NEXT-MSG-ID = 0
               OPEN INPUT MSG-FILE
               IF WS-MSG-ST NOT = "35"
                   PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
                       READ MSG-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE MSG-ID TO WS-NEXT-MSG-ID
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MSG-FILE
               ADD 1 TO WS-NEXT-MSG-ID
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-MSG-SEQ: records WS-NEXT-MSG-ID in MsgSeq.dat
      *> ---------------------------------------------------------------
       WRITE-MSG-SEQ.
           OPEN OUTPUT MSGSEQ-FILE
           MOVE WS-NEXT-MSG-ID TO MSGSEQ-REC
           WRITE MSGSEQ-REC
           CLOSE MSGSEQ-FILE.
      *> ---------------------------------------------------------------
      *> CHECK-AUDIENCE-MATCH: WS-MATCH = Y when account WS-I meets
      *> every filter on ANN-REC. With no status filter, deactivated
      *> and retired accounts are left out.
      *> ---------------------------------------------------------------
       CHECK-AUDIENCE-MATCH.
           MOVE "N" TO WS-MATCH
           IF ANN-STATUS = SPACE
               IF WS-AC-STATUS(WS-I) = "D" OR WS-AC-STATUS(WS-I) = "R"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-AC-STATUS(WS-I) NOT = ANN-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ANN-ROLE NOT = SPACE AND
              WS-AC-ROLE(WS-I) NOT = ANN-ROLE
               EXIT PARAGRAPH
           END-IF
           IF ANN-UNIV NOT = SPACES AND
              FUNCTION UPPER-CASE(WS-AC-UNIV(WS-I)) NOT =
              FUNCTION UPPER-CASE(ANN-UNIV)
               EXIT PARAGRAPH
           END-IF
           IF ANN-MAJOR NOT = SPACES AND
              FUNCTION UPPER-CASE(WS-AC-MAJOR(WS-I)) NOT =
              FUNCTION UPPER-CASE(ANN-MAJOR)
               EXIT PARAGRAPH
           END-IF
           IF ANN-YEAR NOT = SPACES
               IF ANN-YEAR IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF WS-AC-YEAR(WS-I) NOT = FUNCTION NUMVAL(ANN-YEAR)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-MATCH.
      *> ---------------------------------------------------------------
      *> ADD-TO-COHORT: counts account WS-I under its university
      *> (case-insensitive, as students type it), class year, and role
      *> ---------------------------------------------------------------
       ADD-TO-COHORT.
           MOVE FUNCTION UPPER-CASE(WS-AC-UNIV(WS-I)) TO WS-CO-KEY-UNIV
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CO-TOTAL
               IF WS-CO-UNIV(WS-J) = WS-CO-KEY-UNIV AND
                  WS-CO-YEAR(WS-J) = WS-AC-YEAR(WS-I) AND
                  WS-CO-ROLE(WS-J) = WS-AC-ROLE(WS-I)
                   ADD 1 TO WS-CO-COUNT(WS-J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CO-TOTAL >= 300
               MOVE "Y" TO WS-CO-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-TOTAL
           MOVE WS-CO-KEY-UNIV   TO WS-CO-UNIV(WS-CO-TOTAL)
           MOVE WS-AC-YEAR(WS-I) TO WS-CO-YEAR(WS-CO-TOTAL)
           MOVE WS-AC-ROLE(WS-I) TO WS-CO-ROLE(WS-CO-TOTAL)
           MOVE 1 TO WS-CO-COUNT(WS-CO-TOTAL).
      *> ---------------------------------------------------------------
      *> SORT-COHORTS: bubble sort by university, class year, role
      *> ---------------------------------------------------------------
       SORT-COHORTS.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N" OR WS-CO-TOTAL < 2
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J >= WS-CO-TOTAL
                   IF WS-CO-ENTRY(WS-J)(1:45) >
                      WS-CO-ENTRY(WS-J + 1)(1:45)
                       MOVE WS-CO-ENTRY(WS-J) TO WS-CO-SWAP
                       MOVE WS-CO-ENTRY(WS-J + 1) TO WS-CO-ENTRY(WS-J)
                       MOVE WS-CO-SWAP TO WS-CO-ENTRY(WS-J + 1)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> REWRITE-ANNOUNCEMENTS: writes the table back over
      *> Announcements.dat via the temp-file/rename pattern
      *> ---------------------------------------------------------------
       REWRITE-ANNOUNCEMENTS.
           OPEN OUTPUT ANN-TMP
           PERFORM VARYING WS-AN-I FROM 1 BY 1
                   UNTIL WS-AN-I > WS-AN-TOTAL
               MOVE WS-AN-ENTRY(WS-AN-I) TO ANN-TMP-REC
               WRITE ANN-TMP-REC
           END-PERFORM
           CLOSE ANN-TMP
           CALL "SYSTEM" USING "mv Announcements.tmp Announcements.dat"
           IF RETURN-CODE NOT = 0
      *>       The messages are already out; a rerun before this is
      *>       fixed would send them a second time
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: could not mark announcements delivered;"
                       DELIMITED BY SIZE
                   " fix Announcements.dat before the next run."
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE 1 TO RETURN-CODE
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER: title and run date
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Announcement Delivery Report ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-ACC-OVERFLOW = "Y"
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: account table overflowed;"
                       DELIMITED BY SIZE
                   " some accounts were not reached." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-ANN-SECTION: one delivered announcement - its audience,
      *> text, recipient total, and the per-cohort breakdown
      *> ---------------------------------------------------------------
       WRITE-ANN-SECTION.
           MOVE SPACES TO WS-TEXT
           STRING
               "--- Announcement " DELIMITED BY SIZE
               ANN-ID DELIMITED BY SIZE
               " (queued " DELIMITED BY SIZE
               ANN-CREATED DELIMITED BY SIZE
               ") ---" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "  Text: " DELIMITED BY SIZE
               ANN-TEXT(1:120) DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE ANN-UNIV TO WS-FILTER-DISP
           IF WS-FILTER-DISP = SPACES
               MOVE "any" TO WS-FILTER-DISP
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "  Audience: university " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE ANN-MAJOR TO WS-FILTER-DISP
           IF WS-FILTER-DISP = SPACES
               MOVE "any" TO WS-FILTER-DISP
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "            major " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE ANN-YEAR TO WS-FILTER-DISP
           IF WS-FILTER-DISP = SPACES
               MOVE "any" TO WS-FILTER-DISP
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "            class of " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE ANN-ROLE
               WHEN "S" MOVE "students" TO WS-FILTER-DISP
               WHEN "E" MOVE "employers" TO WS-FILTER-DISP
               WHEN "G" MOVE "alumni" TO WS-FILTER-DISP
               WHEN OTHER MOVE "any" TO WS-FILTER-DISP
           END-EVALUATE
           MOVE SPACES TO WS-TEXT
           STRING
               "            role " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE ANN-STATUS
               WHEN "A" MOVE "active" TO WS-FILTER-DISP
               WHEN "P" MOVE "pending" TO WS-FILTER-DISP
               WHEN "D" MOVE "deactivated" TO WS-FILTER-DISP
               WHEN OTHER
                   MOVE "any but deactivated" TO WS-FILTER-DISP
           END-EVALUATE
           MOVE SPACES TO WS-TEXT
           STRING
               "            account status " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  Delivered to: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " account(s)" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-CO-TOTAL > 0
               PERFORM SORT-COHORTS
      *>       Header columns line up with WRITE-COHORT-LINE's layout
               MOVE SPACES TO WS-TEXT
               MOVE "  Cohort" TO WS-TEXT(1:8)
               MOVE "Class"    TO WS-TEXT(45:5)
               MOVE "Role"     TO WS-TEXT(51:4)
               MOVE "Count"    TO WS-TEXT(60:5)
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CO-TOTAL
                   PERFORM WRITE-COHORT-LINE
               END-PERFORM
           END-IF
           IF WS-CO-OVERFLOW = "Y"
               MOVE
             "  WARNING: cohort table overflowed; breakdown is partial."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-COHORT-LINE: one cohort row for WS-J
      *> ---------------------------------------------------------------
       WRITE-COHORT-LINE.
           EVALUATE WS-CO-ROLE(WS-J)
               WHEN "E" MOVE "Employer" TO WS-ROLE-LABEL
               WHEN "G" MOVE "Alumni" TO WS-ROLE-LABEL
               WHEN OTHER MOVE "Student" TO WS-ROLE-LABEL
           END-EVALUATE
           MOVE WS-CO-UNIV(WS-J) TO WS-FILTER-DISP
           IF WS-FILTER-DISP = SPACES
               MOVE "(no university)" TO WS-FILTER-DISP
           END-IF
           IF WS-CO-YEAR(WS-J) = 0
               MOVE "   -" TO WS-YEAR-DISP
           ELSE
               MOVE WS-CO-YEAR(WS-J) TO WS-YEAR-DISP
           END-IF
           MOVE WS-CO-COUNT(WS-J) TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  " DELIMITED BY SIZE
               WS-FILTER-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-YEAR-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ROLE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-SUMMARY: run totals
      *> ---------------------------------------------------------------
       WRITE-RPT-SUMMARY.
           MOVE "--- Summary ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-DELIVERED-ANNS TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Announcements delivered: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-DELIVERED-MSGS TO WS-COUNT-DISP7
           MOVE SPACES TO WS-TEXT
           STRING
               "Inbox messages written:  " DELIMITED BY SIZE
               WS-COUNT-DISP7 DELIMITED BY SIZE
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
