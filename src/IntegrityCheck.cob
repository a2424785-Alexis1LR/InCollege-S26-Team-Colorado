      *> Applications.dat against each other and writes an exceptions
      *> report of orphaned usernames, dangling applications, stale
      *> pending requests involving deactivated accounts, and
      *> duplicate connection pairs. Endorsements.dat is checked last,
      *> against the connections left standing and the Skills.dat
      *> catalog, so no endorsement outlives either. Run with the
      *> single command-line argument REPAIR to additionally
      *> quarantine the bad rows to Quarantine.dat and rewrite the
      *> live files without them.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITYCHECK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT ENDR-FILE ASSIGN TO "Endorsements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-ST.
           SELECT ENDR-TMP  ASSIGN TO "Endorsements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-TMP-ST.
           SELECT SKILLCAT-FILE ASSIGN TO "Skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLCAT-ST.
           SELECT QUAR-FILE ASSIGN TO "Quarantine.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-ST.
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
      *> Endorsements.dat record layout: one row per skill endorsement
      *> (kept in lockstep with InCollege.cob's FD ENDR-FILE)
       FD  ENDR-FILE.
       01  ENDR-REC.
           05 ENDR-ENDORSER      PIC X(20).
           05 ENDR-STUDENT       PIC X(20).
           05 ENDR-SKILL         PIC X(40).
           05 ENDR-DATE          PIC X(10).
       FD  ENDR-TMP.
       01  ENDR-TMP-REC          PIC X(90).
      *> Skills.dat record layout: one approved skill name per line
       FD  SKILLCAT-FILE.
       01  SKILLCAT-REC          PIC X(40).
      *> Quarantine.dat: bad rows, tagged with their source file
       FD  QUAR-FILE.
       01  QUAR-REC              PIC X(300).
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-APP-DEL-ERR       PIC X VALUE "N".
       01  WS-ENDR-ST           PIC XX VALUE "00".
       01  WS-ENDR-TMP-ST       PIC XX VALUE "00".
       01  WS-SKILLCAT-ST       PIC XX VALUE "00".
       01  WS-QUAR-ST           PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 500 TIMES.
              10 WS-PAIR-KEY     PIC X(40) VALUE SPACES.
      *> Accepted connection pairs (direction-independent keys, as in
      *> the pair table) and the skills catalog, loaded for the
      *> endorsement check once Connections.dat has been settled.
      *> Either table overflowing, or the catalog being absent,
      *> suppresses the check that depends on it.
       01  WS-CPAIR-TOTAL        PIC 9(4) VALUE 0.
       01  WS-CPAIR-OVERFLOW     PIC X VALUE "N".
       01  WS-CPAIR-TABLE.
           05 WS-CPAIR-KEY OCCURS 2000 TIMES PIC X(40) VALUE SPACES.
       01  WS-CPAIR-OTHER        PIC X(20) VALUE SPACES.
       01  WS-SKCAT-TOTAL        PIC 9(4) VALUE 0.
       01  WS-SKCAT-USABLE       PIC X VALUE "Y".
       01  WS-SKCAT-TABLE.
           05 WS-SKCAT-NAME OCCURS 500 TIMES PIC X(40) VALUE SPACES.
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-LOOKUP-USER        PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-FOUND       PIC X VALUE "N".
       01  WS-EXC-DUP-PAIR       PIC 9(5) VALUE 0.
       01  WS-EXC-ORPHAN-APP     PIC 9(5) VALUE 0.
       01  WS-EXC-DANGLE-APP     PIC 9(5) VALUE 0.
       01  WS-EXC-ORPHAN-ENDR    PIC 9(5) VALUE 0.
       01  WS-EXC-UNCONN-ENDR    PIC 9(5) VALUE 0.
       01  WS-EXC-RETIRED-ENDR   PIC 9(5) VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZZ9.

      *> Accounts.dat interlock: wait for any in-flight save (the
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               DISPLAY
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNT-TABLE
           IF WS-ACCT-OVERFLOW = "Y"
               MOVE
                   "WARNING: account table overflowed; orphan checks are
      -    " unreliable."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               IF WS-REPAIR = "Y"
           PERFORM LOAD-JOBKEY-TABLE
           IF WS-JOBKEY-OVERFLOW = "Y"
               MOVE
            "WARNING: job-key table overflowed; the dangling-application
      -    " check is skipped."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
           END-IF
           PERFORM CHECK-CONNECTIONS
           PERFORM CHECK-APPLICATIONS
           PERFORM LOAD-ENDORSEMENT-REFS
           PERFORM CHECK-ENDORSEMENTS
           PERFORM WRITE-RPT-SUMMARY
           CLOSE RPT-FILE
           STOP RUN.
      *> ---------------------------------------------------------------
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE "=== InCollege Data File Integrity Report ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-REPAIR = "Y"
               MOVE "Mode: REPAIR (bad rows quarantined)" TO WS-TEXT
           END-IF
           IF WS-PAIR-OVERFLOW = "Y"
               MOVE
               "  WARNING: pair table overflowed; duplicate detection is
      -    " incomplete."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           WRITE QUAR-REC
           CLOSE QUAR-FILE.
      *> ---------------------------------------------------------------
      *> CHECK-APPLICATIONS: verdicts every Applications.dat row, in
      *> key order; in repair mode bad rows are copied to the
      *> quarantine file and deleted from the indexed file in place
      *> ---------------------------------------------------------------
       CHECK-APPLICATIONS.
           MOVE "--- Applications.dat ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-ROW-NUM
           MOVE "N" TO WS-APP-DEL-ERR
           IF WS-REPAIR = "Y"
               OPEN I-O APP-FILE
           ELSE
               OPEN INPUT APP-FILE
           END-IF
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               MOVE "  (file not present)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APP-ST NOT = "00"
               READ APP-FILE
                   AT END
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       PERFORM VERDICT-APP-ROW
                       IF WS-REPAIR = "Y" AND WS-ROW-BAD = "Y"
                           PERFORM QUARANTINE-APP-ROW
                           DELETE APP-FILE RECORD
                           IF WS-APP-ST NOT = "00"
                               MOVE "Y" TO WS-APP-DEL-ERR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-FILE
           IF WS-APP-DEL-ERR = "Y"
               MOVE
             "  WARNING: repair failed to finalize Applications.dat."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-EXC-ORPHAN-APP = 0 AND WS-EXC-DANGLE-APP = 0
               MOVE "  (no exceptions)" TO WS-TEXT
               STRING
                   "  row " DELIMITED BY SIZE
                   WS-ROW-DISP DELIMITED BY SIZE
                   ": application for unknown posting "
                       DELIMITED BY SIZE
                   APP-TITLE DELIMITED BY "  "
                   " @ " DELIMITED BY SIZE
                   APP-COMPANY DELIMITED BY "  "
           WRITE QUAR-REC
           CLOSE QUAR-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-ENDORSEMENT-REFS: the accepted connection pairs (read
      *> after any repair above, so removed connections no longer
      *> count) and the skills catalog
      *> ---------------------------------------------------------------
       LOAD-ENDORSEMENT-REFS.
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST NOT = "35"
               PERFORM UNTIL WS-CONN-ST NOT = "00"
                   READ CONN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CONN-STATUS = "C"
                               MOVE CONN-SENDER TO WS-LOOKUP-USER
                               MOVE CONN-RECIP TO WS-CPAIR-OTHER
                               PERFORM BUILD-CPAIR-KEY
                               IF WS-CPAIR-TOTAL < 2000
                                   ADD 1 TO WS-CPAIR-TOTAL
                                   MOVE WS-PAIR-LOOKUP
                                     TO WS-CPAIR-KEY(WS-CPAIR-TOTAL)
                               ELSE
                                   MOVE "Y" TO WS-CPAIR-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONN-FILE
           OPEN INPUT SKILLCAT-FILE
           IF WS-SKILLCAT-ST = "35"
               CLOSE SKILLCAT-FILE
               MOVE "N" TO WS-SKCAT-USABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SKILLCAT-ST NOT = "00"
               READ SKILLCAT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-SKCAT-TOTAL < 500
                           ADD 1 TO WS-SKCAT-TOTAL
                           MOVE SKILLCAT-REC
                             TO WS-SKCAT-NAME(WS-SKCAT-TOTAL)
                       ELSE
                           MOVE "N" TO WS-SKCAT-USABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLCAT-FILE.
      *> ---------------------------------------------------------------
      *> BUILD-CPAIR-KEY: the direction-independent pair key for
      *> WS-LOOKUP-USER and WS-CPAIR-OTHER, into WS-PAIR-LOOKUP
      *> ---------------------------------------------------------------
       BUILD-CPAIR-KEY.
           MOVE SPACES TO WS-PAIR-LOOKUP
           IF WS-LOOKUP-USER <= WS-CPAIR-OTHER
               STRING
                   WS-LOOKUP-USER DELIMITED BY SIZE
                   WS-CPAIR-OTHER DELIMITED BY SIZE
                   INTO WS-PAIR-LOOKUP
               END-STRING
           ELSE
               STRING
                   WS-CPAIR-OTHER DELIMITED BY SIZE
                   WS-LOOKUP-USER DELIMITED BY SIZE
                   INTO WS-PAIR-LOOKUP
               END-STRING
           END-IF.
      *> ---------------------------------------------------------------
      *> CHECK-ENDORSEMENTS: verdicts every Endorsements.dat row; in
      *> repair mode good rows go to Endorsements.tmp and bad rows to
      *> the quarantine file
      *> ---------------------------------------------------------------
       CHECK-ENDORSEMENTS.
           MOVE "--- Endorsements.dat ---" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-ROW-NUM
           OPEN INPUT ENDR-FILE
           IF WS-ENDR-ST = "35"
               CLOSE ENDR-FILE
               MOVE "  (file not present)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REPAIR = "Y"
               OPEN OUTPUT ENDR-TMP
           END-IF
           PERFORM UNTIL WS-ENDR-ST NOT = "00"
               READ ENDR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       PERFORM VERDICT-ENDR-ROW
                       IF WS-REPAIR = "Y"
                           IF WS-ROW-BAD = "Y"
                               PERFORM QUARANTINE-ENDR-ROW
                           ELSE
                               MOVE ENDR-REC TO ENDR-TMP-REC
                               WRITE ENDR-TMP-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDR-FILE
           IF WS-REPAIR = "Y"
               CLOSE ENDR-TMP
               CALL "SYSTEM" USING
                   "mv Endorsements.tmp Endorsements.dat"
               IF RETURN-CODE NOT = 0
                   MOVE
             "  WARNING: repair failed to finalize Endorsements.dat."
                     TO WS-TEXT
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF
           IF WS-EXC-ORPHAN-ENDR = 0 AND WS-EXC-UNCONN-ENDR = 0 AND
              WS-EXC-RETIRED-ENDR = 0
               MOVE "  (no exceptions)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-CPAIR-OVERFLOW = "Y"
               MOVE
             "  WARNING: connection table overflowed; link check off."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-SKCAT-USABLE = "N"
               MOVE
             "  WARNING: no usable skills catalog; skill check off."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> VERDICT-ENDR-ROW: sets WS-ROW-BAD for the ENDR-REC on hand
      *> and writes one report line for the first exception found
      *> ---------------------------------------------------------------
       VERDICT-ENDR-ROW.
           MOVE "N" TO WS-ROW-BAD
           MOVE WS-ROW-NUM TO WS-ROW-DISP
           MOVE ENDR-ENDORSER TO WS-LOOKUP-USER
           PERFORM LOOKUP-ACCOUNT
           IF WS-LOOKUP-FOUND = "Y"
               MOVE ENDR-STUDENT TO WS-LOOKUP-USER
               PERFORM LOOKUP-ACCOUNT
           END-IF
           IF WS-LOOKUP-FOUND = "N"
               MOVE "Y" TO WS-ROW-BAD
               ADD 1 TO WS-EXC-ORPHAN-ENDR
               ADD 1 TO WS-EXC-TOTAL
               MOVE SPACES TO WS-TEXT
               STRING
                   "  row " DELIMITED BY SIZE
                   WS-ROW-DISP DELIMITED BY SIZE
                   ": orphaned username " DELIMITED BY SIZE
                   WS-LOOKUP-USER DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CPAIR-OVERFLOW = "N"
               MOVE ENDR-ENDORSER TO WS-LOOKUP-USER
               MOVE ENDR-STUDENT TO WS-CPAIR-OTHER
               PERFORM BUILD-CPAIR-KEY
               MOVE "N" TO WS-LOOKUP-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CPAIR-TOTAL
                   IF WS-CPAIR-KEY(WS-I) = WS-PAIR-LOOKUP
                       MOVE "Y" TO WS-LOOKUP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-FOUND = "N"
                   MOVE "Y" TO WS-ROW-BAD
                   ADD 1 TO WS-EXC-UNCONN-ENDR
                   ADD 1 TO WS-EXC-TOTAL
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "  row " DELIMITED BY SIZE
                       WS-ROW-DISP DELIMITED BY SIZE
                       ": endorsement with no connection (" DELIMITED
                           BY SIZE
                       ENDR-ENDORSER DELIMITED BY "  "
                       " -> " DELIMITED BY SIZE
                       ENDR-STUDENT DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SKCAT-USABLE = "Y"
               MOVE "N" TO WS-LOOKUP-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SKCAT-TOTAL
                   IF WS-SKCAT-NAME(WS-I) = ENDR-SKILL
                       MOVE "Y" TO WS-LOOKUP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-FOUND = "N"
                   MOVE "Y" TO WS-ROW-BAD
                   ADD 1 TO WS-EXC-RETIRED-ENDR
                   ADD 1 TO WS-EXC-TOTAL
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "  row " DELIMITED BY SIZE
                       WS-ROW-DISP DELIMITED BY SIZE
                       ": endorsement of retired skill " DELIMITED
                           BY SIZE
                       ENDR-SKILL DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> QUARANTINE-ENDR-ROW: moves the bad ENDR-REC to Quarantine.dat
      *> ---------------------------------------------------------------
       QUARANTINE-ENDR-ROW.
           PERFORM OPEN-QUARANTINE
           MOVE SPACES TO QUAR-REC
           STRING
               "ENDR " DELIMITED BY SIZE
               ENDR-REC DELIMITED BY SIZE
               INTO QUAR-REC
           END-STRING
           WRITE QUAR-REC
           CLOSE QUAR-FILE.
      *> ---------------------------------------------------------------
      *> OPEN-QUARANTINE: opens Quarantine.dat for append, creating
      *> it on first use
      *> ---------------------------------------------------------------
           MOVE WS-EXC-STALE-PEND TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Stale pending requests (deactivated): "
                   DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXC-ORPHAN-ENDR TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Orphaned endorsements: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXC-UNCONN-ENDR TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Endorsements without a connection: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXC-RETIRED-ENDR TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Endorsements of retired skills: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXC-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
      *> ---------------------------------------------------------------
       WAIT-FOR-ACCT-LOCK.
           CALL "SYSTEM" USING
               "find Accounts.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           MOVE 0 TO WS-ACCT-LOCK-TRY
           PERFORM UNTIL WS-ACCT-LOCK-TRY > 5
               CALL "SYSTEM" USING "test -d Accounts.lck"
           END-PERFORM
           IF WS-ACCT-LOCK-TRY > 5
               DISPLAY
            "Accounts.dat is being updated by another session; try again
      -    " shortly."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
