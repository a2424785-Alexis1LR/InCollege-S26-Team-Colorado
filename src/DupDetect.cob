      *> ===============================================================
      *> DUPDETECT.CBL  (nightly duplicate-account detection: flags
      *> student and alumni accounts in Accounts.dat that share a
      *> first name, last name, university, and graduation year -
      *> compared without regard to case or surrounding blanks - as
      *> likely duplicates left by BULKINTAKE usernames, self
      *> registration, and RECONCILE reactivations. Each group is
      *> written to DuplicateReport.txt with every account's status
      *> and its connection, application, and message counts, so
      *> staff can pick the account to keep and merge the others into
      *> it from the staff console. An account staff have already
      *> merged away (deactivated, its latest Deactivations.dat row
      *> from MERGE) is left out. Nothing is changed here.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPDETECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT CONN-FILE ASSIGN TO "Connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-ST.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
           SELECT DEACTLOG-FILE ASSIGN TO "Deactivations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-ST.
           SELECT RPT-FILE  ASSIGN TO "DuplicateReport.txt"
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
      *> Connections.dat record layout
      *> (kept in lockstep with InCollege.cob's FD CONN-FILE)
       FD  CONN-FILE.
       01  CONN-REC.
           05 CONN-SENDER        PIC X(20).
           05 CONN-RECIP         PIC X(20).
           05 CONN-STATUS        PIC X.
      *> Applications.dat record layout
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
      *> Deactivations.dat record layout: when and by what an account
      *> was deactivated (kept in lockstep with InCollege.cob's FD
      *> DEACTLOG-FILE)
       FD  DEACTLOG-FILE.
       01  DEACTLOG-REC.
           05 DL-USER            PIC X(20).
           05 DL-DATE            PIC X(10).
           05 DL-SOURCE          PIC X(10).
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
       01  WS-CONN-ST           PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-MSG-ST            PIC XX VALUE "00".
       01  WS-DEACTLOG-ST       PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> Every student and alumni account with its match key: the
      *> upper-cased, left-justified first name, last name, and
      *> university, then the graduation year. WS-DA-GROUP is the
      *> duplicate group the account was placed in (0 = none).
       01  WS-DA-TOTAL           PIC 9(4) VALUE 0.
       01  WS-DA-OVERFLOW        PIC X VALUE "N".
       01  WS-DA-TABLE.
           05 WS-DA-ENTRY OCCURS 3000 TIMES.
              10 WS-DA-USER      PIC X(20) VALUE SPACES.
              10 WS-DA-FNAME     PIC X(20) VALUE SPACES.
              10 WS-DA-LNAME     PIC X(20) VALUE SPACES.
              10 WS-DA-UNIV      PIC X(40) VALUE SPACES.
              10 WS-DA-YEAR      PIC 9(4)  VALUE 0.
              10 WS-DA-STATUS    PIC X     VALUE SPACE.
              10 WS-DA-KEY       PIC X(84) VALUE SPACES.
              10 WS-DA-GROUP     PIC 9(4)  VALUE 0.
              10 WS-DA-CONNS     PIC 9(5)  VALUE 0.
              10 WS-DA-APPS      PIC 9(5)  VALUE 0.
              10 WS-DA-MSGS      PIC 9(5)  VALUE 0.

      *> Each account on Deactivations.dat, Y when its latest row
      *> came from a staff merge
       01  WS-DL-TOTAL           PIC 9(4) VALUE 0.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 3000 TIMES.
              10 WS-DL-USER      PIC X(20) VALUE SPACES.
              10 WS-DL-MERGED    PIC X     VALUE "N".
       01  WS-DL-I               PIC 9(4) VALUE 0.
       01  WS-DL-AT              PIC 9(4) VALUE 0.
       01  WS-DL-SKIP            PIC X VALUE "N".
       01  WS-KEY-FNAME          PIC X(20) VALUE SPACES.
       01  WS-KEY-LNAME          PIC X(20) VALUE SPACES.
       01  WS-KEY-UNIV           PIC X(40) VALUE SPACES.

       01  WS-GROUP-TOTAL        PIC 9(4) VALUE 0.
       01  WS-FLAGGED-TOTAL      PIC 9(4) VALUE 0.
       01  WS-GROUP-NEW          PIC X VALUE "N".
       01  WS-LOOKUP-USER        PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-AT          PIC 9(4) VALUE 0.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-G                  PIC 9(4) VALUE 0.
       01  WS-BEST               PIC 9(4) VALUE 0.
       01  WS-BEST-SCORE         PIC 9(6) VALUE 0.
       01  WS-SCORE              PIC 9(6) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-CONNS-DISP         PIC ZZZZ9.
       01  WS-APPS-DISP          PIC ZZZZ9.
       01  WS-MSGS-DISP          PIC ZZZZ9.
       01  WS-GROUP-DISP         PIC ZZZ9.
       01  WS-STATUS-NAME        PIC X(12) VALUE SPACES.

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
           PERFORM LOAD-MERGED-ACCOUNTS
           PERFORM LOAD-ACCOUNTS
           PERFORM FIND-DUPLICATE-GROUPS
           IF WS-GROUP-TOTAL > 0
               PERFORM COUNT-ACTIVITY
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GROUP-TOTAL
               PERFORM WRITE-GROUP-SECTION
           END-PERFORM
           IF WS-GROUP-TOTAL = 0
               MOVE "No likely duplicate accounts were found."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE
             "Merge a group from the staff console (Merge Duplicate Acco
      -    "unts)."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
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
      *> LOAD-MERGED-ACCOUNTS: the latest Deactivations.dat source
      *> for each account into WS-DL-TABLE (a later row replaces an
      *> earlier one, since an account can be reactivated and
      *> deactivated again)
      *> ---------------------------------------------------------------
       LOAD-MERGED-ACCOUNTS.
           OPEN INPUT DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               CLOSE DEACTLOG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEACTLOG-ST NOT = "00"
               READ DEACTLOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM FIND-DL-USER
                       IF WS-DL-AT = 0 AND WS-DL-TOTAL < 3000
                           ADD 1 TO WS-DL-TOTAL
                           MOVE WS-DL-TOTAL TO WS-DL-AT
                           MOVE DL-USER TO WS-DL-USER(WS-DL-AT)
                       END-IF
                       IF WS-DL-AT > 0
                           IF DL-SOURCE = "MERGE"
                               MOVE "Y" TO WS-DL-MERGED(WS-DL-AT)
                           ELSE
                               MOVE "N" TO WS-DL-MERGED(WS-DL-AT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> FIND-DL-USER: WS-DL-AT = DL-USER's WS-DL-TABLE entry (0 when
      *> it has none)
      *> ---------------------------------------------------------------
       FIND-DL-USER.
           MOVE 0 TO WS-DL-AT
           PERFORM VARYING WS-DL-I FROM 1 BY 1
                   UNTIL WS-DL-I > WS-DL-TOTAL
               IF WS-DL-USER(WS-DL-I) = DL-USER
                   MOVE WS-DL-I TO WS-DL-AT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> LOAD-ACCOUNTS: every non-employer account with a full name,
      *> with its match key, except those already merged away
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
                       MOVE "N" TO WS-DL-SKIP
                       IF ACCT-STATUS = "D"
                           MOVE ACCT-USER TO DL-USER
                           PERFORM FIND-DL-USER
                           IF WS-DL-AT > 0
                               MOVE WS-DL-MERGED(WS-DL-AT)
                                 TO WS-DL-SKIP
                           END-IF
                       END-IF
                       IF ACCT-ROLE NOT = "E" AND
                          ACCT-FNAME NOT = SPACES AND
                          ACCT-LNAME NOT = SPACES AND
                          WS-DL-SKIP = "N"
                           IF WS-DA-TOTAL < 3000
                               ADD 1 TO WS-DA-TOTAL
                               PERFORM ADD-ACCOUNT-ENTRY
                           ELSE
                               MOVE "Y" TO WS-DA-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> ADD-ACCOUNT-ENTRY: fills entry WS-DA-TOTAL from ACCT-REC
      *> ---------------------------------------------------------------
       ADD-ACCOUNT-ENTRY.
           MOVE ACCT-USER      TO WS-DA-USER(WS-DA-TOTAL)
           MOVE ACCT-FNAME     TO WS-DA-FNAME(WS-DA-TOTAL)
           MOVE ACCT-LNAME     TO WS-DA-LNAME(WS-DA-TOTAL)
           MOVE ACCT-UNIV      TO WS-DA-UNIV(WS-DA-TOTAL)
           MOVE ACCT-GRAD-YEAR TO WS-DA-YEAR(WS-DA-TOTAL)
           MOVE ACCT-STATUS    TO WS-DA-STATUS(WS-DA-TOTAL)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACCT-FNAME))
             TO WS-KEY-FNAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACCT-LNAME))
             TO WS-KEY-LNAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACCT-UNIV))
             TO WS-KEY-UNIV
           MOVE SPACES TO WS-DA-KEY(WS-DA-TOTAL)
           STRING
               WS-KEY-FNAME   DELIMITED BY SIZE
               WS-KEY-LNAME   DELIMITED BY SIZE
               WS-KEY-UNIV    DELIMITED BY SIZE
               ACCT-GRAD-YEAR DELIMITED BY SIZE
               INTO WS-DA-KEY(WS-DA-TOTAL)
           END-STRING.
      *> ---------------------------------------------------------------
      *> FIND-DUPLICATE-GROUPS: numbers each set of two or more
      *> accounts sharing a match key as one group
      *> ---------------------------------------------------------------
       FIND-DUPLICATE-GROUPS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DA-TOTAL
               IF WS-DA-GROUP(WS-I) = 0
                   MOVE "N" TO WS-GROUP-NEW
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J > WS-DA-TOTAL
                       IF WS-J > WS-I AND WS-DA-GROUP(WS-J) = 0 AND
                          WS-DA-KEY(WS-J) = WS-DA-KEY(WS-I)
                           IF WS-GROUP-NEW = "N"
                               MOVE "Y" TO WS-GROUP-NEW
                               ADD 1 TO WS-GROUP-TOTAL
                               MOVE WS-GROUP-TOTAL TO WS-DA-GROUP(WS-I)
                               ADD 1 TO WS-FLAGGED-TOTAL
                           END-IF
                           MOVE WS-GROUP-TOTAL TO WS-DA-GROUP(WS-J)
                           ADD 1 TO WS-FLAGGED-TOTAL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> COUNT-ACTIVITY: accepted connections, applications, and
      *> messages (sent or received) for every flagged account
      *> ---------------------------------------------------------------
       COUNT-ACTIVITY.
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST NOT = "35"
               PERFORM UNTIL WS-CONN-ST NOT = "00"
                   READ CONN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CONN-STATUS = "C"
                               MOVE CONN-SENDER TO WS-LOOKUP-USER
                               PERFORM FIND-FLAGGED
                               IF WS-LOOKUP-AT > 0
                                   ADD 1 TO WS-DA-CONNS(WS-LOOKUP-AT)
                               END-IF
                               MOVE CONN-RECIP TO WS-LOOKUP-USER
                               PERFORM FIND-FLAGGED
                               IF WS-LOOKUP-AT > 0
                                   ADD 1 TO WS-DA-CONNS(WS-LOOKUP-AT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONN-FILE
           OPEN INPUT APP-FILE
           IF WS-APP-ST NOT = "35"
               PERFORM UNTIL WS-APP-ST NOT = "00"
                   READ APP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE APP-USER TO WS-LOOKUP-USER
                           PERFORM FIND-FLAGGED
                           IF WS-LOOKUP-AT > 0
                               ADD 1 TO WS-DA-APPS(WS-LOOKUP-AT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APP-FILE
           OPEN INPUT MSG-FILE
           IF WS-MSG-ST NOT = "35"
               PERFORM UNTIL WS-MSG-ST NOT = "00"
                   READ MSG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE MSG-SENDER TO WS-LOOKUP-USER
                           PERFORM FIND-FLAGGED
                           IF WS-LOOKUP-AT > 0
                               ADD 1 TO WS-DA-MSGS(WS-LOOKUP-AT)
                           END-IF
                           MOVE MSG-RECIP TO WS-LOOKUP-USER
                           PERFORM FIND-FLAGGED
                           IF WS-LOOKUP-AT > 0
                               ADD 1 TO WS-DA-MSGS(WS-LOOKUP-AT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSG-FILE.
      *> ---------------------------------------------------------------
      *> FIND-FLAGGED: WS-LOOKUP-AT = the entry for WS-LOOKUP-USER when
      *> that account is in a duplicate group, else 0
      *> ---------------------------------------------------------------
       FIND-FLAGGED.
           MOVE 0 TO WS-LOOKUP-AT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DA-TOTAL
               IF WS-DA-USER(WS-J) = WS-LOOKUP-USER
                   IF WS-DA-GROUP(WS-J) > 0
                       MOVE WS-J TO WS-LOOKUP-AT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER: title, run date, and totals
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Duplicate Account Review ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-DA-OVERFLOW = "Y"
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: account table overflowed;"
                       DELIMITED BY SIZE
                   " some accounts were not compared." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-DA-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Accounts compared:        " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-GROUP-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Likely duplicate groups:  " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-FLAGGED-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Accounts in those groups: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-GROUP-SECTION: group WS-G - the shared name, school, and
      *> year, one line per account, and the suggested account to keep
      *> (the active one with the most activity)
      *> ---------------------------------------------------------------
       WRITE-GROUP-SECTION.
           MOVE 0 TO WS-BEST
           MOVE 0 TO WS-BEST-SCORE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DA-TOTAL
               IF WS-DA-GROUP(WS-I) = WS-G
                   IF WS-BEST = 0
                       MOVE WS-G TO WS-GROUP-DISP
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "--- Group " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GROUP-DISP)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           WS-DA-FNAME(WS-I) DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           WS-DA-LNAME(WS-I) DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           WS-DA-UNIV(WS-I) DELIMITED BY "  "
                           ", class of " DELIMITED BY SIZE
                           WS-DA-YEAR(WS-I) DELIMITED BY SIZE
                           " ---" DELIMITED BY SIZE
                           INTO WS-TEXT
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "  Username              Status        "
                               DELIMITED BY SIZE
                           "Connections  Applications  Messages"
                               DELIMITED BY SIZE
                           INTO WS-TEXT
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       MOVE WS-I TO WS-BEST
                   END-IF
                   PERFORM WRITE-ACCOUNT-LINE
                   COMPUTE WS-SCORE = WS-DA-CONNS(WS-I) +
                       WS-DA-APPS(WS-I) + WS-DA-MSGS(WS-I)
                   IF WS-DA-STATUS(WS-I) NOT = "D"
                       ADD 100000 TO WS-SCORE
                   END-IF
                   IF WS-SCORE > WS-BEST-SCORE
                       MOVE WS-SCORE TO WS-BEST-SCORE
                       MOVE WS-I TO WS-BEST
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TEXT
           STRING
               "  Suggested account to keep: " DELIMITED BY SIZE
               WS-DA-USER(WS-BEST) DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-ACCOUNT-LINE: one account of the group, entry WS-I
      *> ---------------------------------------------------------------
       WRITE-ACCOUNT-LINE.
           EVALUATE WS-DA-STATUS(WS-I)
               WHEN "D" MOVE "deactivated" TO WS-STATUS-NAME
               WHEN "G" MOVE "alumni" TO WS-STATUS-NAME
               WHEN "P" MOVE "pending" TO WS-STATUS-NAME
               WHEN OTHER MOVE "active" TO WS-STATUS-NAME
           END-EVALUATE
           MOVE WS-DA-CONNS(WS-I) TO WS-CONNS-DISP
           MOVE WS-DA-APPS(WS-I)  TO WS-APPS-DISP
           MOVE WS-DA-MSGS(WS-I)  TO WS-MSGS-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  " DELIMITED BY SIZE
               WS-DA-USER(WS-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-NAME DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-CONNS-DISP DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-APPS-DISP DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-MSGS-DISP DELIMITED BY SIZE
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
