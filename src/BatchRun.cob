      *> ===============================================================
      *> BATCHRUN.CBL  (nightly batch orchestrator: runs the overnight
      *> suite in its required order - expiry and archival before the
      *> matching digest and the outbound postings feed, the
      *> integrity check before the reports -
      *> writing each step's start, end, and outcome to the RunLedger
      *> and stopping the chain when a step fails. The number of the
      *> failed step is checkpointed to BatchRun.chk exactly the way

      *> The suite, in its required order. The commands name the
      *> executables the way the programs are built from src/.
       01  WS-STEP-TOTAL         PIC 99 VALUE 21.
       01  WS-STEP-DEFS.
           05 FILLER PIC X(60) VALUE
              "JOBEXPIRY           ./JobExpiry".
           05 FILLER PIC X(60) VALUE
              "POSTINGFEED         ./PostingFeed".
           05 FILLER PIC X(60) VALUE
              "EVENTARCHIVE        ./EventArchive".
           05 FILLER PIC X(60) VALUE
              "INTEGRITYCHECK      ./IntegrityCheck".
           05 FILLER PIC X(60) VALUE
              "DUPDETECT           ./DupDetect".
           05 FILLER PIC X(60) VALUE
              "AUDITVERIFY         ./AuditVerify".
           05 FILLER PIC X(60) VALUE
              "SECURITYREPORT      ./SecurityReport".
           05 FILLER PIC X(60) VALUE
              "ANNOUNCEDELIVER     ./AnnounceDeliver".
           05 FILLER PIC X(60) VALUE
              "JOBMATCH            ./JobMatch".
           05 FILLER PIC X(60) VALUE
              "EVENTROSTER         ./EventRoster".
           05 FILLER PIC X(60) VALUE
              "ATTENDREPORT        ./AttendReport".
           05 FILLER PIC X(60) VALUE
              "ROSTERREPORT        ./RosterReport".
           05 FILLER PIC X(60) VALUE
              "MENTORREPORT        ./MentorReport".
           05 FILLER PIC X(60) VALUE
              "CSVEXPORT           ./CsvExport".
           05 FILLER PIC X(60) VALUE
              "ENGAGEMENTREPORT    ./EngagementReport".
           05 FILLER PIC X(60) VALUE
              "PLACEMENTREPORT     ./PlacementReport".
           05 FILLER PIC X(60) VALUE
              "FUNNELREPORT        ./FunnelReport".
           05 FILLER PIC X(60) VALUE
              "PROFILESCORE        ./ProfileScore".
           05 FILLER PIC X(60) VALUE
           05 FILLER PIC X(60) VALUE
              "INTERVIEWSCHED      ./InterviewSched".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05 WS-STEP-ENTRY OCCURS 21 TIMES.
              10 WS-STEP-NAME    PIC X(20).
              10 WS-STEP-CMD     PIC X(40).

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
       ACQUIRE-RUN-LOCK.
           MOVE "N" TO WS-RUN-LOCK-OK
           CALL "SYSTEM" USING
             "find BatchRun.lck -maxdepth 0 -mmin +480 -exec rmdir {} \;
      -    " 2>/dev/null"
           CALL "SYSTEM" USING "mkdir BatchRun.lck 2>/dev/null"
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-RUN-LOCK-OK
