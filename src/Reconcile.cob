           SELECT AUDIT-FILE ASSIGN TO "Audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ST.
           SELECT DEACTLOG-FILE ASSIGN TO "Deactivations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-ST.
           SELECT RPT-FILE  ASSIGN TO "ReconcileReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
      *> read through the slim record layout
       FD  ACCTRAW-FILE.
       01  ACCTRAW-REC           PIC X(1500).
      *> Audit.log record layout: one timestamped security event per
      *> line, sealed with " seq=nnnnnnnn chain=nnnnnnnnnn" in its
      *> last 30 characters (see SEAL-AUDIT-REC)
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
      *> Deactivations.dat: append-only, one row each time an account
      *> is deactivated, with the date and where it happened
      *> (kept in lockstep with InCollege.cob's FD DEACTLOG-FILE)
       FD  DEACTLOG-FILE.
       01  DEACTLOG-REC.
           05 DL-USER            PIC X(20).
           05 DL-DATE            PIC X(10).
           05 DL-SOURCE          PIC X(10).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCTS-WIDE        PIC X VALUE "N".
       01  WS-AUDIT-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-DEACTLOG-ST       PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-MODE-ARG           PIC X(20) VALUE SPACES.
       01  WS-APPLY              PIC X VALUE "N".
       01  WS-AUDIT-EVENT        PIC X(20) VALUE SPACES.
       01  WS-AUDIT-SUBJECT      PIC X(40) VALUE SPACES.
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
      *> Accounts.dat interlock (kept in lockstep with
      *> InCollege.cob's ACQUIRE-ACCT-LOCK / RELEASE-ACCT-LOCK)
       01  WS-ACCT-LOCK-OK       PIC X VALUE "N".
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               MOVE
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
           END-IF
           IF WS-SNAP-OVERFLOW = "Y"
               MOVE
               "WARNING: snapshot outgrew the compare table; results are
      -    " unreliable."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               IF WS-APPLY = "Y"
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first. No changes were applied."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
             "WARNING: reconciliation failed to finalize Accounts.dat."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM RECORD-DEACTIVATIONS
           END-IF
           PERFORM RELEASE-ACCT-LOCK.
      *> ---------------------------------------------------------------
      *> RECORD-DEACTIVATIONS: appends today's date for every departed
      *> student just deactivated to Deactivations.dat, which starts
      *> their retention period
      *> ---------------------------------------------------------------
       RECORD-DEACTIVATIONS.
           IF WS-DEACT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-AUDIT-TIMESTAMP
           OPEN EXTEND DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               OPEN OUTPUT DEACTLOG-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEACT-TOTAL
               MOVE WS-DEACT-USER(WS-I) TO DL-USER
               MOVE WS-AUDIT-TS(1:10) TO DL-DATE
               MOVE "RECONCILE" TO DL-SOURCE
               WRITE DEACTLOG-REC
           END-PERFORM
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> APPLY-ONE-ACCOUNT: flips the ACCT-REC on hand when it is on
      *> one of the change lists, auditing the flip
      *> ---------------------------------------------------------------
      *> Audit.log (same subject= shape the staff console writes)
      *> ---------------------------------------------------------------
       WRITE-RECONCILE-AUDIT.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM LOAD-AUDIT-TAIL
           PERFORM GET-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-REC
           STRING
               INTO AUDIT-REC
           END-STRING
           MOVE SPACES TO WS-AUDIT-SUBJECT
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
      *> ---------------------------------------------------------------
      *> ACQUIRE-ACCT-LOCK: takes the Accounts.dat writer lock by
      *> atomically creating the Accounts.lck directory, retrying for
           MOVE "N" TO WS-ACCT-LOCK-OK
           MOVE 0 TO WS-ACCT-LOCK-TRY
           CALL "SYSTEM" USING
               "find Accounts.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           PERFORM UNTIL WS-ACCT-LOCK-OK = "Y"
                      OR WS-ACCT-LOCK-TRY > 5
               CALL "SYSTEM" USING "mkdir Accounts.lck 2>/dev/null"
