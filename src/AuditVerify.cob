      *> ===============================================================
      *> AUDITVERIFY.CBL  (audit chain verification batch: walks the
      *> dated Audit.log.YYYY-MM-DD archives oldest first and then the
      *> live Audit.log, re-deriving each sealed line's chain value
      *> from the line before it, and writes AuditVerify.txt listing
      *> every gap in the sequence numbers, every line whose contents
      *> no longer match its chain value, every line out of order or
      *> repeated, and every unsealed line slipped in after sealing
      *> began. SECURITYREPORT's AUDIT_ROTATED line carries the chain
      *> from one day's archive into the next day's log, so the whole
      *> retained history verifies end to end. Runs in BATCHRUN ahead
      *> of SECURITYREPORT so the live log is checked before it is
      *> rotated. A sibling of INTEGRITYCHECK.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "AuditFiles.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-ST.
           SELECT LOG-FILE  ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-ST.
           SELECT RPT-FILE  ASSIGN TO "AuditVerify.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *> AuditFiles.tmp: scratch listing of the logs to walk, one
      *> filename per line, archives in date order then the live log
       FD  LIST-FILE.
       01  LIST-REC              PIC X(60).
      *> Audit.log record layout (the live log or one archive): one
      *> timestamped security event per line, sealed with
      *> " seq=nnnnnnnn chain=nnnnnnnnnn" in its last 30 characters
      *> (kept in lockstep with InCollege.cob's FD AUDIT-FILE)
       FD  LOG-FILE.
       01  LOG-REC               PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-LIST-ST           PIC XX VALUE "00".
       01  WS-LOG-ST            PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-LOG-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-TODAY              PIC X(10) VALUE SPACES.

      *> The line on hand: its length, the sequence number and chain
      *> value it was sealed with, and the chain value re-derived
      *> from the line before it
       01  WS-LINE-NO            PIC 9(6) VALUE 0.
       01  WS-LEN                PIC 9(3) VALUE 0.
       01  WS-BODY-LEN           PIC 9(3) VALUE 0.
       01  WS-SEALED             PIC X VALUE "N".
       01  WS-SEQ                PIC 9(8) VALUE 0.
       01  WS-CHAIN              PIC 9(10) VALUE 0.
       01  WS-HASH               PIC 9(12) VALUE 0.
       01  WS-I                  PIC 9(3) VALUE 0.
       01  WS-KIND               PIC X(10) VALUE SPACES.

      *> The last sealed line seen, across files
       01  WS-CHAIN-STARTED      PIC X VALUE "N".
       01  WS-PREV-SEQ           PIC 9(8) VALUE 0.
       01  WS-PREV-CHAIN         PIC 9(10) VALUE 0.
       01  WS-MISSING            PIC 9(8) VALUE 0.

      *> Per-file and run totals
       01  WS-FILE-LINES         PIC 9(6) VALUE 0.
       01  WS-FILE-FIRST         PIC 9(8) VALUE 0.
       01  WS-FILE-LAST          PIC 9(8) VALUE 0.
       01  WS-FILE-SEALED        PIC 9(6) VALUE 0.
       01  WS-FILE-TOTAL         PIC 9(4) VALUE 0.
       01  WS-LINE-TOTAL         PIC 9(7) VALUE 0.
       01  WS-LEGACY-TOTAL       PIC 9(7) VALUE 0.
       01  WS-FINDING-TOTAL      PIC 9(6) VALUE 0.

       01  WS-SEQ-DISP           PIC 9(8).
       01  WS-PREV-DISP          PIC 9(8).
       01  WS-LINE-DISP          PIC ZZZZZ9.
       01  WS-COUNT-DISP         PIC ZZZZZZ9.
       01  WS-MISSING-DISP       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-TODAY-DATE
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-ST NOT = "00"
               DISPLAY "ERROR: cannot write AuditVerify.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADER
           CALL "SYSTEM" USING
               "ls -1 Audit.log.* 2>/dev/null | sort > AuditFiles.tmp"
           CALL "SYSTEM" USING
               "test -f Audit.log && echo Audit.log >> AuditFiles.tmp"
           OPEN INPUT LIST-FILE
           IF WS-LIST-ST = "35"
               CLOSE LIST-FILE
           ELSE
               PERFORM UNTIL WS-LIST-ST NOT = "00"
                   READ LIST-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM CHECK-LIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           CALL "SYSTEM" USING "rm -f AuditFiles.tmp"
           PERFORM WRITE-SUMMARY
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
      *> CHECK-LIST-ENTRY: walks the listed file when it is the live
      *> log or a dated archive (Audit.log.YYYY-MM-DD); anything else
      *> matching the pattern is not an audit log
      *> ---------------------------------------------------------------
       CHECK-LIST-ENTRY.
           MOVE LIST-REC(1:40) TO WS-LOG-FILENAME
           IF WS-LOG-FILENAME = "Audit.log"
               PERFORM VERIFY-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-FILENAME(1:10) = "Audit.log." AND
              WS-LOG-FILENAME(11:4) IS NUMERIC AND
              WS-LOG-FILENAME(15:1) = "-" AND
              WS-LOG-FILENAME(16:2) IS NUMERIC AND
              WS-LOG-FILENAME(18:1) = "-" AND
              WS-LOG-FILENAME(19:2) IS NUMERIC AND
              WS-LOG-FILENAME(21:20) = SPACES
               PERFORM VERIFY-ONE-FILE
           END-IF.
      *> ---------------------------------------------------------------
      *> VERIFY-ONE-FILE: checks every line of WS-LOG-FILENAME against
      *> the chain carried in from the file before it
      *> ---------------------------------------------------------------
       VERIFY-ONE-FILE.
           ADD 1 TO WS-FILE-TOTAL
           MOVE 0 TO WS-LINE-NO WS-FILE-LINES WS-FILE-SEALED
                     WS-FILE-FIRST WS-FILE-LAST
           MOVE SPACES TO WS-TEXT
           STRING
               "File " DELIMITED BY SIZE
               WS-LOG-FILENAME DELIMITED BY SPACE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           OPEN INPUT LOG-FILE
           IF WS-LOG-ST NOT = "00"
               CLOSE LOG-FILE
               MOVE "  (could not be opened)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-FINDING-TOTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-ST NOT = "00"
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF LOG-REC NOT = SPACES
                           ADD 1 TO WS-FILE-LINES
                           ADD 1 TO WS-LINE-TOTAL
                           PERFORM VERIFY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           MOVE WS-FILE-LINES TO WS-LINE-DISP
           MOVE SPACES TO WS-TEXT
           IF WS-FILE-SEALED = 0
               STRING
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   " line(s), none sealed" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           ELSE
               MOVE WS-FILE-FIRST TO WS-SEQ-DISP
               MOVE WS-FILE-LAST TO WS-PREV-DISP
               STRING
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   " line(s), seq " DELIMITED BY SIZE
                   WS-SEQ-DISP DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-PREV-DISP DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> VERIFY-ONE-LINE: the LOG-REC on hand. A sealed line must
      *> carry the next sequence number and the chain value derived
      *> from the previous sealed line; once sealing has begun every
      *> line must be sealed. After a finding the chain picks up from
      *> the line's own seal so one bad line is reported once.
      *> ---------------------------------------------------------------
       VERIFY-ONE-LINE.
           PERFORM PARSE-SEAL
           IF WS-SEALED = "N"
               IF WS-CHAIN-STARTED = "N"
                   ADD 1 TO WS-LEGACY-TOTAL
               ELSE
                   MOVE "UNSEALED" TO WS-KIND
                   PERFORM START-FINDING
                   STRING
                       "line carries no seal (inserted or edited)"
                           DELIMITED BY SIZE
                       INTO WS-TEXT WITH POINTER WS-I
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-SEALED
           IF WS-FILE-FIRST = 0
               MOVE WS-SEQ TO WS-FILE-FIRST
           END-IF
           MOVE WS-SEQ TO WS-FILE-LAST
           IF WS-CHAIN-STARTED = "N"
               PERFORM START-CHAIN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQ TO WS-SEQ-DISP
           MOVE WS-PREV-SEQ TO WS-PREV-DISP
           EVALUATE TRUE
               WHEN WS-SEQ = WS-PREV-SEQ + 1
                   PERFORM DERIVE-CHAIN
                   IF WS-HASH NOT = WS-CHAIN
                       MOVE "EDITED" TO WS-KIND
                       PERFORM START-FINDING
                       STRING
                           "seq " DELIMITED BY SIZE
                           WS-SEQ-DISP DELIMITED BY SIZE
                           " does not match its chain value (line"
                               DELIMITED BY SIZE
                           " changed)" DELIMITED BY SIZE
                           INTO WS-TEXT WITH POINTER WS-I
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
               WHEN WS-SEQ > WS-PREV-SEQ + 1
                   COMPUTE WS-MISSING = WS-SEQ - WS-PREV-SEQ - 1
                   MOVE WS-MISSING TO WS-MISSING-DISP
                   MOVE "GAP" TO WS-KIND
                   PERFORM START-FINDING
                   STRING
                       "seq " DELIMITED BY SIZE
                       WS-SEQ-DISP DELIMITED BY SIZE
                       " follows " DELIMITED BY SIZE
                       WS-PREV-DISP DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MISSING-DISP) DELIMITED BY SIZE
                       " line(s) removed" DELIMITED BY SIZE
                       INTO WS-TEXT WITH POINTER WS-I
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               WHEN OTHER
                   MOVE "ORDER" TO WS-KIND
                   PERFORM START-FINDING
                   STRING
                       "seq " DELIMITED BY SIZE
                       WS-SEQ-DISP DELIMITED BY SIZE
                       " follows " DELIMITED BY SIZE
                       WS-PREV-DISP DELIMITED BY SIZE
                       " (reordered, repeated, or restarted)"
                           DELIMITED BY SIZE
                       INTO WS-TEXT WITH POINTER WS-I
                   END-STRING
                   PERFORM WRITE-RPT-LINE
           END-EVALUATE
           MOVE WS-SEQ TO WS-PREV-SEQ
           MOVE WS-CHAIN TO WS-PREV-CHAIN.
      *> ---------------------------------------------------------------
      *> START-CHAIN: the first sealed line anchors the walk. A chain
      *> that starts above seq 1 began in an archive since pruned by
      *> SECURITYREPORT's retention window; a first line at seq 1 is
      *> still checked against the empty chain it was sealed onto.
      *> ---------------------------------------------------------------
       START-CHAIN.
           MOVE "Y" TO WS-CHAIN-STARTED
           MOVE WS-SEQ TO WS-SEQ-DISP
           IF WS-SEQ = 1
               MOVE 0 TO WS-PREV-CHAIN
               PERFORM DERIVE-CHAIN
               IF WS-HASH NOT = WS-CHAIN
                   MOVE "EDITED" TO WS-KIND
                   PERFORM START-FINDING
                   STRING
                       "seq " DELIMITED BY SIZE
                       WS-SEQ-DISP DELIMITED BY SIZE
                       " does not match its chain value (line"
                           DELIMITED BY SIZE
                       " changed)" DELIMITED BY SIZE
                       INTO WS-TEXT WITH POINTER WS-I
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           ELSE
               MOVE WS-LINE-NO TO WS-LINE-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "  Chain picks up at seq " DELIMITED BY SIZE
                   WS-SEQ-DISP DELIMITED BY SIZE
                   " (line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                   "); earlier archives have been pruned"
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE WS-SEQ TO WS-PREV-SEQ
           MOVE WS-CHAIN TO WS-PREV-CHAIN.
      *> ---------------------------------------------------------------
      *> START-FINDING: counts a finding and lays out the start of its
      *> report line - "  <WS-KIND> line <n>: " - leaving WS-I
      *> pointing where the detail goes
      *> ---------------------------------------------------------------
       START-FINDING.
           ADD 1 TO WS-FINDING-TOTAL
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE SPACES TO WS-TEXT
           MOVE 1 TO WS-I
           STRING
               "  " DELIMITED BY SIZE
               WS-KIND DELIMITED BY SIZE
               "line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               INTO WS-TEXT WITH POINTER WS-I
           END-STRING.
      *> ---------------------------------------------------------------
      *> PARSE-SEAL: WS-SEALED = Y with WS-SEQ / WS-CHAIN set when
      *> LOG-REC ends in a " seq=nnnnnnnn chain=nnnnnnnnnn" seal;
      *> WS-BODY-LEN is the length of the line ahead of the seal
      *> ---------------------------------------------------------------
       PARSE-SEAL.
           MOVE "N" TO WS-SEALED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LOG-REC TRAILING))
             TO WS-LEN
           IF WS-LEN <= 30
               EXIT PARAGRAPH
           END-IF
           IF LOG-REC(WS-LEN - 29:5) = " seq=" AND
              LOG-REC(WS-LEN - 24:8) IS NUMERIC AND
              LOG-REC(WS-LEN - 16:7) = " chain=" AND
              LOG-REC(WS-LEN - 9:10) IS NUMERIC
               MOVE "Y" TO WS-SEALED
               MOVE LOG-REC(WS-LEN - 24:8) TO WS-SEQ
               MOVE LOG-REC(WS-LEN - 9:10) TO WS-CHAIN
               COMPUTE WS-BODY-LEN = WS-LEN - 30
           END-IF.
      *> ---------------------------------------------------------------
      *> DERIVE-CHAIN: WS-HASH = the chain value the line on hand
      *> should carry, folded exactly as InCollege.cob's SEAL-AUDIT-REC
      *> folds it: the previous chain value, this sequence number, then
      *> every character of the line ahead of the seal
      *> ---------------------------------------------------------------
       DERIVE-CHAIN.
           COMPUTE WS-HASH = FUNCTION MOD(
               WS-PREV-CHAIN * 31 + WS-SEQ, 9999999967)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BODY-LEN
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 +
                   FUNCTION ORD(LOG-REC(WS-I:1)), 9999999967)
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Audit Chain Verification ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY     DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-SUMMARY: run totals and the verdict
      *> ---------------------------------------------------------------
       WRITE-SUMMARY.
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           IF WS-FILE-TOTAL = 0
               MOVE "  (no audit log on file)" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE WS-FILE-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Files examined: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-LINE-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Audit lines examined: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-LEGACY-TOTAL > 0
               MOVE WS-LEGACY-TOTAL TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "Lines from before sealing began (not verifiable): "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE WS-FINDING-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Findings: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-FINDING-TOTAL = 0
               MOVE "RESULT: audit chain intact" TO WS-TEXT
           ELSE
               MOVE "RESULT: AUDIT CHAIN BROKEN - see findings above"
                 TO WS-TEXT
           END-IF
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
