      *> resets, and after-hours activity, then rotates the raw log
      *> into a dated Audit.log.YYYY-MM-DD archive and prunes archives
      *> past the retention window so the live log stays small while
      *> the history stays auditable. The fresh live log opens with a
      *> sealed AUDIT_ROTATED line carrying the chain on from the
      *> archived day, so AUDITVERIFY can walk the archives and the
      *> live log end to end. A sibling of ROSTERREPORT and
      *> CSVEXPORT.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       FILE SECTION.
      *> Audit.log record layout: one timestamped security event per
      *> line, "YYYY-MM-DD HH:MM:SS EVENT user=<name>" (staff events
      *> carry "subject=" instead of "user="), sealed with
      *> " seq=nnnnnnnn chain=nnnnnnnnnn" in its last 30 characters
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
       FD  RPT-FILE.
       01  WS-ROTATE-CMD         PIC X(120) VALUE SPACES.
       01  WS-RETAIN-CMD         PIC X(120) VALUE
           "find . -maxdepth 1 -name 'Audit.log.*' -mtime +30 -delete".
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
       01  WS-AUDIT-TS           PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE
             "--- After-Hours Activity (before 07:00 / from 19:00) ---"
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
      *> ---------------------------------------------------------------
      *> ROTATE-AUDIT-LOG: appends the live log to the dated archive
      *> and removes it, then prunes archives past the retention
      *> window. The live Audit.log restarts with one AUDIT_ROTATED
      *> line sealed onto the archived day's last line, all under the
      *> Audit.lck interlock so no writer's line falls between.
      *> ---------------------------------------------------------------
       ROTATE-AUDIT-LOG.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM LOAD-AUDIT-TAIL
           MOVE SPACES TO WS-ROTATE-CMD
           STRING
               "cat Audit.log >> Audit.log." DELIMITED BY SIZE
           CALL "SYSTEM" USING WS-ROTATE-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: failed to rotate Audit.log."
           ELSE
               PERFORM GET-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-REC
               STRING
                   WS-AUDIT-TS                 DELIMITED BY SIZE
                   " AUDIT_ROTATED subject=Audit.log."
                                               DELIMITED BY SIZE
                   WS-TODAY                    DELIMITED BY SIZE
                   INTO AUDIT-REC
               END-STRING
               PERFORM SEAL-AUDIT-REC
               OPEN OUTPUT AUDIT-FILE
               WRITE AUDIT-REC
               CLOSE AUDIT-FILE
           END-IF
           PERFORM RELEASE-AUDIT-LOCK
           CALL "SYSTEM" USING WS-RETAIN-CMD.
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
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
