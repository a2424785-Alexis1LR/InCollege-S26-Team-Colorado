      *> ===============================================================
      *> IDXMIGRATE.CBL  (one-time conversion of Applications.dat and
      *> Messages.dat from line-sequential files to the indexed files
      *> the programs now expect. Each file is first renamed to .seq,
      *> the indexed file is built from it, and the .seq copy is then
      *> kept as .seq.bak. Applications are re-laid out with the
      *> applicant and posting ID leading the key; a legacy row with
      *> no posting ID is given the ID of the live or archived posting
      *> with its company and title, and an exact repeat of a row
      *> already converted is collapsed into it and listed in the
      *> report. Messages are numbered from 1 in file order (oldest
      *> first) and MsgSeq.dat is seeded with the next number. Safe to
      *> rerun: a file whose .seq.bak exists is already converted and
      *> is skipped, and a .seq left by an interrupted run is converted
      *> again from the start. Takes the Accounts.dat writer lock for
      *> the duration of the run, like PROFMIGRATE.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMIGRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-APP-FILE ASSIGN TO "Applications.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-APP-ST.
      *> Legacy rows come in filing order, not key order, so the
      *> new file is loaded by key
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT OLD-MSG-FILE ASSIGN TO "Messages.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MSG-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
           SELECT MSGSEQ-FILE ASSIGN TO "MsgSeq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGSEQ-ST.
           SELECT JOBS-FILE ASSIGN TO "Jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ST.
           SELECT ARCH-FILE ASSIGN TO "JobsArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-ST.
           SELECT RPT-FILE  ASSIGN TO "IdxMigrateReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *> The line-sequential files are read raw and picked apart in
      *> working storage in their retired layouts
       FD  OLD-APP-FILE.
       01  OLD-APP-RAW           PIC X(116).
       FD  OLD-MSG-FILE.
       01  OLD-MSG-RAW           PIC X(251).
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
      *> Messages.dat record layout: one row per message
      *> (kept in lockstep with InCollege.cob's FD MSG-FILE)
       FD  MSG-FILE.
       01  MSG-REC.
           05 MSG-ID             PIC 9(9).
           05 MSG-SENDER         PIC X(20).
           05 MSG-RECIP          PIC X(20).
           05 MSG-DATE           PIC X(10).
           05 MSG-READ           PIC X.
           05 MSG-TEXT           PIC X(200).
      *> MsgSeq.dat: one line holding the next message number
       FD  MSGSEQ-FILE.
       01  MSGSEQ-REC            PIC X(20).
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
       01  WS-OLD-APP-ST        PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-OLD-MSG-ST        PIC XX VALUE "00".
       01  WS-MSG-ST            PIC XX VALUE "00".
       01  WS-MSGSEQ-ST         PIC XX VALUE "00".
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.

      *> The retired line-sequential Applications.dat layout (116
      *> bytes), posting ID last
       01  WS-OLD-APP.
           05 OLD-APP-USER       PIC X(20).
           05 OLD-APP-COMPANY    PIC X(40).
           05 OLD-APP-TITLE      PIC X(40).
           05 OLD-APP-DATE       PIC X(10).
           05 OLD-APP-STATUS     PIC X.
           05 OLD-APP-JOB-ID     PIC X(5).
      *> The retired line-sequential Messages.dat layout (251 bytes),
      *> with no message number
       01  WS-OLD-MSG.
           05 OLD-MSG-SENDER     PIC X(20).
           05 OLD-MSG-RECIP      PIC X(20).
           05 OLD-MSG-DATE       PIC X(10).
           05 OLD-MSG-READ       PIC X.
           05 OLD-MSG-TEXT       PIC X(200).

      *> Where a file stands: "C" convert it now (fresh, or resuming
      *> an interrupted run), "D" already converted, "N" not present
       01  WS-FILE-STATE         PIC X VALUE SPACE.
       01  WS-FILE-NAME          PIC X(20) VALUE SPACES.
       01  WS-SHELL-CMD          PIC X(200) VALUE SPACES.
       01  WS-FAILED             PIC X VALUE "N".
       01  WS-FOUND-ID           PIC X(5) VALUE SPACES.
       01  WS-NEXT-MSG-ID        PIC 9(9) VALUE 0.

       01  WS-APP-READ           PIC 9(7) VALUE 0.
       01  WS-APP-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-APP-RESOLVED       PIC 9(7) VALUE 0.
       01  WS-APP-UNRESOLVED     PIC 9(7) VALUE 0.
       01  WS-APP-COLLAPSED      PIC 9(7) VALUE 0.
       01  WS-MSG-READ-CNT       PIC 9(7) VALUE 0.
       01  WS-MSG-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-COUNT-DISP         PIC Z(6)9.
      *> Accounts.dat interlock (kept in lockstep with
      *> InCollege.cob's ACQUIRE-ACCT-LOCK / RELEASE-ACCT-LOCK)
       01  WS-ACCT-LOCK-OK       PIC X VALUE "N".
       01  WS-ACCT-LOCK-TRY      PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-ACCT-LOCK
           IF WS-ACCT-LOCK-OK = "N"
               DISPLAY
                   "Accounts.dat is being updated by another session;"
                   " try again shortly."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE "=== InCollege Indexed File Conversion ===" TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           PERFORM CONVERT-APPLICATIONS
           PERFORM CONVERT-MESSAGES
           IF WS-FAILED = "Y"
               MOVE "Conversion did not complete; rerun to resume."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           END-IF
           CLOSE RPT-FILE
           PERFORM RELEASE-ACCT-LOCK
           IF WS-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      *> ---------------------------------------------------------------
      *> CHECK-FILE-STATE: sets WS-FILE-STATE for WS-FILE-NAME and,
      *> for a fresh conversion, moves the line-sequential file aside
      *> to <name>.seq
      *> ---------------------------------------------------------------
       CHECK-FILE-STATE.
           MOVE "C" TO WS-FILE-STATE
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test -f " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".seq" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-TEXT
               STRING
                   WS-FILE-NAME DELIMITED BY SPACE
                   ".seq found from an interrupted run; converting it"
                       DELIMITED BY SIZE
                   " again." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test -f " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".seq.bak" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE = 0
               MOVE "D" TO WS-FILE-STATE
               MOVE SPACES TO WS-TEXT
               STRING
                   WS-FILE-NAME DELIMITED BY SPACE
                   ".dat is already indexed; skipped." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test -f " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-FILE-STATE
               MOVE SPACES TO WS-TEXT
               STRING
                   WS-FILE-NAME DELIMITED BY SPACE
                   ".dat not found; nothing to convert."
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "mv " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".dat " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".seq" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-FILE-STATE
               MOVE "Y" TO WS-FAILED
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: could not move " DELIMITED BY SIZE
                   WS-FILE-NAME DELIMITED BY SPACE
                   ".dat aside; not converted." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> RETIRE-SEQ-FILE: keeps the converted <name>.seq as
      *> <name>.seq.bak, which also marks the file as done
      *> ---------------------------------------------------------------
       RETIRE-SEQ-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "mv " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".seq " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SPACE
               ".seq.bak" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-FAILED
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: could not retire " DELIMITED BY SIZE
                   WS-FILE-NAME DELIMITED BY SPACE
                   ".seq." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> CONVERT-APPLICATIONS: builds the indexed Applications.dat
      *> from Applications.seq
      *> ---------------------------------------------------------------
       CONVERT-APPLICATIONS.
           MOVE "Applications" TO WS-FILE-NAME
           PERFORM CHECK-FILE-STATE
           IF WS-FILE-STATE NOT = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-APP-FILE
           IF WS-OLD-APP-ST NOT = "00"
               CLOSE OLD-APP-FILE
               MOVE "Y" TO WS-FAILED
               MOVE "WARNING: Applications.seq could not be read."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APP-FILE
           IF WS-APP-ST NOT = "00"
               CLOSE OLD-APP-FILE
               MOVE "Y" TO WS-FAILED
               MOVE "WARNING: indexed Applications.dat not created."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OLD-APP-ST NOT = "00"
               READ OLD-APP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-APP-READ
                       PERFORM CONVERT-ONE-APP
      *> Keep the writer lock fresh so a long conversion is not
      *> mistaken for a dead session's stale lock
                       CALL "SYSTEM" USING "touch Accounts.lck"
               END-READ
           END-PERFORM
           CLOSE OLD-APP-FILE
           CLOSE APP-FILE
           PERFORM WRITE-APP-SUMMARY
           IF WS-FAILED = "N"
               PERFORM RETIRE-SEQ-FILE
           END-IF.
      *> ---------------------------------------------------------------
      *> CONVERT-ONE-APP: re-lays out the OLD-APP-RAW on hand, filling
      *> in a missing posting ID, and writes it to the indexed file
      *> ---------------------------------------------------------------
       CONVERT-ONE-APP.
           MOVE OLD-APP-RAW TO WS-OLD-APP
           IF OLD-APP-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF OLD-APP-JOB-ID = SPACES
               PERFORM FIND-POSTING-ID
               IF WS-FOUND-ID = SPACES
                   ADD 1 TO WS-APP-UNRESOLVED
               ELSE
                   MOVE WS-FOUND-ID TO OLD-APP-JOB-ID
                   ADD 1 TO WS-APP-RESOLVED
               END-IF
           END-IF
           MOVE OLD-APP-USER    TO APP-USER
           MOVE OLD-APP-JOB-ID  TO APP-JOB-ID
           MOVE OLD-APP-COMPANY TO APP-COMPANY
           MOVE OLD-APP-TITLE   TO APP-TITLE
           MOVE OLD-APP-DATE    TO APP-DATE
           MOVE OLD-APP-STATUS  TO APP-STATUS
           WRITE APP-REC
           IF WS-APP-ST = "22"
               ADD 1 TO WS-APP-COLLAPSED
               MOVE SPACES TO WS-TEXT
               STRING
                   "  Repeat application collapsed: " DELIMITED BY SIZE
                   OLD-APP-USER DELIMITED BY SPACE
                   " / " DELIMITED BY SIZE
                   OLD-APP-COMPANY DELIMITED BY "  "
                   " / " DELIMITED BY SIZE
                   OLD-APP-TITLE DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE "00" TO WS-APP-ST
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-ST(1:1) NOT = "0"
               MOVE "Y" TO WS-FAILED
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: Applications.dat write failed, status "
                       DELIMITED BY SIZE
                   WS-APP-ST DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
      *> Stop reading: the file is rebuilt from the start next run
               MOVE "99" TO WS-OLD-APP-ST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APP-WRITTEN.
      *> ---------------------------------------------------------------
      *> FIND-POSTING-ID: looks up the posting ID for the company and
      *> title on hand, checking Jobs.dat first and then
      *> JobsArchive.dat; WS-FOUND-ID stays blank when neither has it
      *> ---------------------------------------------------------------
       FIND-POSTING-ID.
           MOVE SPACES TO WS-FOUND-ID
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF JOB-COMPANY = OLD-APP-COMPANY
                           AND JOB-TITLE = OLD-APP-TITLE
                           AND JOB-ID NOT = SPACES
                               MOVE JOB-ID TO WS-FOUND-ID
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           IF WS-FOUND-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-ST NOT = "35"
               PERFORM UNTIL WS-ARCH-ST NOT = "00"
                   READ ARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ARCH-COMPANY = OLD-APP-COMPANY
                           AND ARCH-TITLE = OLD-APP-TITLE
                           AND ARCH-JOB-ID NOT = SPACES
                               MOVE ARCH-JOB-ID TO WS-FOUND-ID
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE.
      *> ---------------------------------------------------------------
      *> CONVERT-MESSAGES: builds the indexed Messages.dat from
      *> Messages.seq, numbering the messages in file order, and
      *> seeds MsgSeq.dat with the next number
      *> ---------------------------------------------------------------
       CONVERT-MESSAGES.
           MOVE "Messages" TO WS-FILE-NAME
           PERFORM CHECK-FILE-STATE
           IF WS-FILE-STATE NOT = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-MSG-FILE
           IF WS-OLD-MSG-ST NOT = "00"
               CLOSE OLD-MSG-FILE
               MOVE "Y" TO WS-FAILED
               MOVE "WARNING: Messages.seq could not be read."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MSG-FILE
           IF WS-MSG-ST NOT = "00"
               CLOSE OLD-MSG-FILE
               MOVE "Y" TO WS-FAILED
               MOVE "WARNING: indexed Messages.dat not created."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-NEXT-MSG-ID
           PERFORM UNTIL WS-OLD-MSG-ST NOT = "00"
               READ OLD-MSG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-MSG-READ-CNT
                       PERFORM CONVERT-ONE-MSG
                       CALL "SYSTEM" USING "touch Accounts.lck"
               END-READ
           END-PERFORM
           CLOSE OLD-MSG-FILE
           CLOSE MSG-FILE
           OPEN OUTPUT MSGSEQ-FILE
           MOVE WS-NEXT-MSG-ID TO MSGSEQ-REC
           WRITE MSGSEQ-REC
           CLOSE MSGSEQ-FILE
           PERFORM WRITE-MSG-SUMMARY
           IF WS-FAILED = "N"
               PERFORM RETIRE-SEQ-FILE
           END-IF.
      *> ---------------------------------------------------------------
      *> CONVERT-ONE-MSG: numbers the OLD-MSG-RAW on hand and writes
      *> it to the indexed file
      *> ---------------------------------------------------------------
       CONVERT-ONE-MSG.
           MOVE OLD-MSG-RAW TO WS-OLD-MSG
           IF OLD-MSG-SENDER = SPACES AND OLD-MSG-RECIP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-MSG-ID TO MSG-ID
           MOVE OLD-MSG-SENDER TO MSG-SENDER
           MOVE OLD-MSG-RECIP  TO MSG-RECIP
           MOVE OLD-MSG-DATE   TO MSG-DATE
           MOVE OLD-MSG-READ   TO MSG-READ
           MOVE OLD-MSG-TEXT   TO MSG-TEXT
           WRITE MSG-REC
           IF WS-MSG-ST(1:1) NOT = "0"
               MOVE "Y" TO WS-FAILED
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: Messages.dat write failed, status "
                       DELIMITED BY SIZE
                   WS-MSG-ST DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE "99" TO WS-OLD-MSG-ST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-MSG-ID
           ADD 1 TO WS-MSG-WRITTEN.
      *> ---------------------------------------------------------------
      *> WRITE-APP-SUMMARY
      *> ---------------------------------------------------------------
       WRITE-APP-SUMMARY.
           MOVE WS-APP-READ TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Application rows read: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-APP-WRITTEN TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Application rows written: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-APP-RESOLVED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Posting IDs filled in: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-APP-UNRESOLVED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Rows left with no posting ID: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-APP-COLLAPSED TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Repeat rows collapsed: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-MSG-SUMMARY
      *> ---------------------------------------------------------------
       WRITE-MSG-SUMMARY.
           MOVE WS-MSG-READ-CNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Message rows read: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-MSG-WRITTEN TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Message rows written: " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> ACQUIRE-ACCT-LOCK: takes the Accounts.dat writer lock by
      *> atomically creating the Accounts.lck directory, retrying for
      *> a few seconds; a lock directory older than a minute is from
      *> a dead session and is swept away first (kept in lockstep
      *> with InCollege.cob)
      *> ---------------------------------------------------------------
       ACQUIRE-ACCT-LOCK.
           MOVE "N" TO WS-ACCT-LOCK-OK
           MOVE 0 TO WS-ACCT-LOCK-TRY
           CALL "SYSTEM" USING
               "find Accounts.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           PERFORM UNTIL WS-ACCT-LOCK-OK = "Y"
                      OR WS-ACCT-LOCK-TRY > 5
               CALL "SYSTEM" USING "mkdir Accounts.lck 2>/dev/null"
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-ACCT-LOCK-OK
               ELSE
                   ADD 1 TO WS-ACCT-LOCK-TRY
                   CALL "SYSTEM" USING "sleep 1"
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> RELEASE-ACCT-LOCK: gives the writer lock back
      *> ---------------------------------------------------------------
       RELEASE-ACCT-LOCK.
           CALL "SYSTEM" USING "rmdir Accounts.lck 2>/dev/null".
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
