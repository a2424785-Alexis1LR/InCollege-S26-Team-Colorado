           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RSVP-TMP.
       01  RSVP-TMP-REC          PIC X(72).
      *> Archive file uses the exact same record layout, so the
      *> attended / no-show marks travel with each RSVP
       FD  RSVPARCH-FILE.
       01  RSVPARCH-REC          PIC X(72).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
      *> WRITE-RPT-HEADER
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Campus Event Archive Report ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
