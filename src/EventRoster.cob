           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
      *> Second connector on Accounts.dat for the raw entry scan:
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               DISPLAY
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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
