      *> retire Universities.dat entries, remove or correct Jobs.dat
      *> postings, and perform an assisted password reset (which also
      *> clears any Lockouts.dat row) for a student locked out of
      *> self-service, and can load an event's check-in list to mark
      *> its RSVPs attended or no-show, and can queue Career Services
      *> announcements for a chosen cohort, and can work the moderation
      *> queue of abuse reports users file, and can merge a duplicate
      *> student account into the one being kept, and can keep the
      *> Companies.dat master - adding, correcting and verifying
      *> companies and linking each employer account to one. Every
      *> change is written to the audit log.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFCONSOLE.
           SELECT EVT-FILE  ASSIGN TO "Events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-ST.
           SELECT RSVP-FILE ASSIGN TO DYNAMIC WS-RSVP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-ST.
           SELECT RSVP-TMP  ASSIGN TO "EventRsvps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-TMP-ST.
           SELECT AUDIT-FILE ASSIGN TO "Audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ST.
           SELECT SKILLCAT-TMP ASSIGN TO "Skills.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLCAT-TMP-ST.
           SELECT ANN-FILE  ASSIGN TO "Announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-ST.
           SELECT ABUSE-FILE ASSIGN TO "AbuseReports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-ST.
           SELECT ABUSE-TMP ASSIGN TO "AbuseReports.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-TMP-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
           SELECT ENDR-FILE ASSIGN TO "Endorsements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-ST.
           SELECT ENDR-TMP  ASSIGN TO "Endorsements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-TMP-ST.
           SELECT MSGSEQ-FILE ASSIGN TO "MsgSeq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGSEQ-ST.
           SELECT CONN-FILE ASSIGN TO "Connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-ST.
           SELECT CONN-TMP  ASSIGN TO "Connections.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-TMP-ST.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT HIST-FILE ASSIGN TO "AppHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ST.
           SELECT HIST-TMP  ASSIGN TO "AppHistory.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-TMP-ST.
           SELECT IV-FILE   ASSIGN TO "Interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-ST.
           SELECT IV-TMP    ASSIGN TO "Interviews.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-TMP-ST.
           SELECT SAV-FILE  ASSIGN TO "SavedJobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-ST.
           SELECT SAV-TMP   ASSIGN TO "SavedJobs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-TMP-ST.
           SELECT STUSK-FILE ASSIGN TO "StudentSkills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUSK-ST.
           SELECT STUSK-TMP ASSIGN TO "StudentSkills.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUSK-TMP-ST.
           SELECT EXP-FILE  ASSIGN TO "Experience.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-ST.
           SELECT EXP-TMP   ASSIGN TO "Experience.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-TMP-ST.
           SELECT EDU-FILE  ASSIGN TO "Education.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDU-ST.
           SELECT EDU-TMP   ASSIGN TO "Education.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDU-TMP-ST.
           SELECT MENTOR-FILE ASSIGN TO "Mentors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-ST.
           SELECT MENTOR-TMP ASSIGN TO "Mentors.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-TMP-ST.
           SELECT MSHIP-FILE ASSIGN TO "Mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSHIP-ST.
           SELECT MSHIP-TMP ASSIGN TO "Mentorships.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSHIP-TMP-ST.
           SELECT BLOCK-FILE ASSIGN TO "Blocks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-ST.
           SELECT BLOCK-TMP ASSIGN TO "Blocks.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-TMP-ST.
           SELECT DEACTLOG-FILE ASSIGN TO "Deactivations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-ST.
           SELECT LIST-FILE ASSIGN TO "BackupList.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-ST.
           SELECT BAK-FILE  ASSIGN TO DYNAMIC WS-BAK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-ST.
           SELECT COMPANY-FILE ASSIGN TO "Companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-ST.
           SELECT COMPANY-TMP ASSIGN TO "Companies.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-TMP-ST.
           SELECT EMPCO-FILE ASSIGN TO "EmployerCompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCO-ST.
           SELECT EMPCO-TMP ASSIGN TO "EmployerCompany.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCO-TMP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           05 EVT-DESC           PIC X(100).
           05 EVT-POSTED-BY      PIC X(20).
           05 EVT-CAPACITY       PIC 9(4).
      *> EventRsvps.dat record layout: one row per student RSVP,
      *> opened as the live file or as EventRsvpsArchive.dat (same
      *> layout) by name in WS-RSVP-FILENAME
      *> (kept in lockstep with InCollege.cob's FD RSVP-FILE)
       FD  RSVP-FILE.
       01  RSVP-REC.
           05 RSVP-USER          PIC X(20).
           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RSVP-TMP.
       01  RSVP-TMP-REC          PIC X(72).
      *> Audit.log record layout: one timestamped security event per
      *> line, sealed with " seq=nnnnnnnn chain=nnnnnnnnnn" in its
      *> last 30 characters (see SEAL-AUDIT-REC)
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
      *> JobSkills.dat record layout: one row per skill a posting
       01  SKILLCAT-REC          PIC X(40).
       FD  SKILLCAT-TMP.
       01  SKILLCAT-TMP-REC      PIC X(40).
      *> Announcements.dat record layout: one row per Career Services
      *> announcement. The audience filters are blank for "any";
      *> ANN-ROLE is S student, E employer, or G alumni, and
      *> ANN-STATUS an account status. ANN-STATE is "Q" queued until
      *> the ANNOUNCEDELIVER run sends it, then "D" delivered with the
      *> date and recipient count filled in. Rows are never removed,
      *> so the file is the record of what was announced and when.
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
      *> AbuseReports.dat record layout: one row per user report of a
      *> message ("M") or account ("A"); ABR-STATE "O" open, then "X"
      *> dismissed, "W" warned, or "D" deactivated
      *> (kept in lockstep with InCollege.cob's FD ABUSE-FILE)
       FD  ABUSE-FILE.
       01  ABUSE-REC.
           05 ABR-ID             PIC 9(5).
           05 ABR-FILED          PIC X(10).
           05 ABR-REPORTER       PIC X(20).
           05 ABR-SUBJECT        PIC X(20).
           05 ABR-KIND           PIC X.
           05 ABR-REASON         PIC X(100).
           05 ABR-MSG-DATE       PIC X(10).
           05 ABR-MSG-TEXT       PIC X(200).
           05 ABR-STATE          PIC X.
           05 ABR-CLOSED         PIC X(10).
       FD  ABUSE-TMP.
       01  ABUSE-TMP-REC         PIC X(377).
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
      *> The files below are rewritten only by the duplicate-account
      *> merge, which moves the rows of the account being folded in
      *> onto the account kept (each kept in lockstep with the
      *> InCollege.cob FD of the same name)
      *> Connections.dat record layout
       FD  CONN-FILE.
       01  CONN-REC.
           05 CONN-SENDER        PIC X(20).
           05 CONN-RECIP         PIC X(20).
           05 CONN-STATUS        PIC X.
       FD  CONN-TMP.
       01  CONN-TMP-REC          PIC X(41).
      *> Applications.dat record layout
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
      *> AppHistory.dat record layout
       FD  HIST-FILE.
       01  HIST-REC.
           05 HIST-DATE          PIC X(10).
           05 HIST-JOB-ID        PIC X(5).
           05 HIST-USER          PIC X(20).
           05 HIST-OLD-STATUS    PIC X.
           05 HIST-NEW-STATUS    PIC X.
           05 HIST-CHANGED-BY    PIC X(20).
           05 HIST-COMPANY       PIC X(40).
           05 HIST-TITLE         PIC X(40).
       FD  HIST-TMP.
       01  HIST-TMP-REC          PIC X(137).
      *> Interviews.dat record layout
       FD  IV-FILE.
       01  IV-REC.
           05 IV-EMPLOYER        PIC X(20).
           05 IV-JOB-ID          PIC X(5).
           05 IV-DATE            PIC X(10).
           05 IV-TIME            PIC X(5).
           05 IV-APPLICANT       PIC X(20).
           05 IV-STATUS          PIC X.
       FD  IV-TMP.
       01  IV-TMP-REC            PIC X(61).
      *> SavedJobs.dat record layout
       FD  SAV-FILE.
       01  SAV-REC.
           05 SAV-USER           PIC X(20).
           05 SAV-JOB-ID         PIC X(5).
           05 SAV-COMPANY        PIC X(40).
           05 SAV-TITLE          PIC X(40).
           05 SAV-STATUS         PIC X.
       FD  SAV-TMP.
       01  SAV-TMP-REC           PIC X(106).
      *> StudentSkills.dat record layout
       FD  STUSK-FILE.
       01  STUSK-REC.
           05 STUSK-USER         PIC X(20).
           05 STUSK-SKILL        PIC X(40).
       FD  STUSK-TMP.
       01  STUSK-TMP-REC         PIC X(60).
      *> Experience.dat record layout
       FD  EXP-FILE.
       01  EXP-REC.
           05 EXP-USER           PIC X(20).
           05 EXP-TITLE          PIC X(30).
           05 EXP-COMP           PIC X(40).
           05 EXP-DATES          PIC X(20).
           05 EXP-DESC           PIC X(100).
       FD  EXP-TMP.
       01  EXP-TMP-REC           PIC X(210).
      *> Education.dat record layout
       FD  EDU-FILE.
       01  EDU-REC.
           05 EDU-USER           PIC X(20).
           05 EDU-DEG            PIC X(30).
           05 EDU-SCH            PIC X(40).
           05 EDU-YEARS          PIC X(15).
       FD  EDU-TMP.
       01  EDU-TMP-REC           PIC X(105).
      *> Mentors.dat record layout
       FD  MENTOR-FILE.
       01  MENTOR-REC.
           05 MENTOR-USER        PIC X(20).
           05 MENTOR-MAJORS      PIC X(60).
           05 MENTOR-INDUSTRIES  PIC X(60).
           05 MENTOR-ACTIVE      PIC X.
           05 MENTOR-DATE        PIC X(10).
       FD  MENTOR-TMP.
       01  MENTOR-TMP-REC        PIC X(151).
      *> Mentorships.dat record layout
       FD  MSHIP-FILE.
       01  MSHIP-REC.
           05 MS-MENTOR          PIC X(20).
           05 MS-STUDENT         PIC X(20).
           05 MS-STATUS          PIC X.
           05 MS-REQ-DATE        PIC X(10).
           05 MS-RESP-DATE       PIC X(10).
           05 MS-NOTE            PIC X(80).
       FD  MSHIP-TMP.
       01  MSHIP-TMP-REC         PIC X(141).
      *> Blocks.dat record layout
       FD  BLOCK-FILE.
       01  BLOCK-REC.
           05 BLK-BLOCKER        PIC X(20).
           05 BLK-BLOCKED        PIC X(20).
           05 BLK-DATE           PIC X(10).
       FD  BLOCK-TMP.
       01  BLOCK-TMP-REC         PIC X(50).
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
      *> Deactivations.dat: append-only, one row each time an account
      *> is deactivated, with the date and where it happened
      *> (kept in lockstep with InCollege.cob's FD DEACTLOG-FILE)
       FD  DEACTLOG-FILE.
       01  DEACTLOG-REC.
           05 DL-USER            PIC X(20).
           05 DL-DATE            PIC X(10).
           05 DL-SOURCE          PIC X(10).
      *> BackupList.tmp: scratch listing of the dated Accounts.dat
      *> backups on hand, one filename per line
       FD  LIST-FILE.
      *> One dated Accounts.dat backup, opened only to count records
       FD  BAK-FILE.
       01  BAK-REC               PIC X(1500).
      *> Companies.dat record layout: the company master, one row per
      *> organization; CMP-VERIFIED is "Y" once staff have checked
      *> the organization is real
      *> (kept in lockstep with InCollege.cob's FD COMPANY-FILE)
       FD  COMPANY-FILE.
       01  COMPANY-REC.
           05 CMP-ID             PIC X(5).
           05 CMP-NAME           PIC X(40).
           05 CMP-DESC           PIC X(200).
           05 CMP-VERIFIED       PIC X.
           05 CMP-VERIFIED-DATE  PIC X(10).
           05 CMP-ADDED-DATE     PIC X(10).
       FD  COMPANY-TMP.
       01  COMPANY-TMP-REC       PIC X(266).
      *> EmployerCompany.dat record layout: one row per employer
      *> account linked to a company
      *> (kept in lockstep with InCollege.cob's FD EMPCO-FILE)
       FD  EMPCO-FILE.
       01  EMPCO-REC.
           05 EMPCO-USER         PIC X(20).
           05 EMPCO-CMP-ID       PIC X(5).
       FD  EMPCO-TMP.
       01  EMPCO-TMP-REC         PIC X(25).
       WORKING-STORAGE SECTION.
       01  WS-IN-ST            PIC XX VALUE "00".
       01  WS-OUT-ST           PIC XX VALUE "00".
       01  WS-EVT-ST           PIC XX VALUE "00".
       01  WS-SKILLCAT-ST      PIC XX VALUE "00".
       01  WS-SKILLCAT-TMP-ST  PIC XX VALUE "00".
       01  WS-ENDR-ST          PIC XX VALUE "00".
       01  WS-ANN-ST           PIC XX VALUE "00".
      *> Announcement being written
       01  WS-ANN-TEXT         PIC X(200) VALUE SPACES.
       01  WS-ANN-UNIV         PIC X(40) VALUE SPACES.
       01  WS-ANN-MAJOR        PIC X(30) VALUE SPACES.
       01  WS-ANN-YEAR         PIC X(4) VALUE SPACES.
       01  WS-ANN-ROLE         PIC X VALUE SPACE.
       01  WS-ANN-STATUS       PIC X VALUE SPACE.
       01  WS-ANN-NEXT-ID      PIC 9(5) VALUE 0.
      *> Moderation queue: the report being worked and its account
       01  WS-ABUSE-ST         PIC XX VALUE "00".
       01  WS-ABUSE-TMP-ST     PIC XX VALUE "00".
       01  WS-MSG-ST           PIC XX VALUE "00".
      *> The reserved inbox sender for Career Services (kept in
      *> lockstep with InCollege.cob's WS-CAREER-SENDER)
       01  WS-CAREER-SENDER    PIC X(20) VALUE "*CAREER-SERVICES".
      *> Inbox notices and message numbering (kept in lockstep with
      *> InCollege.cob's STORE-MESSAGE / ALLOCATE-MSG-ID)
       01  WS-NOTICE-TO        PIC X(20) VALUE SPACES.
       01  WS-NOTICE-FROM      PIC X(20) VALUE SPACES.
       01  WS-NOTICE-BODY      PIC X(200) VALUE SPACES.
       01  WS-NEXT-MSG-ID      PIC 9(9) VALUE 0.
       01  WS-MSG-ID-NUM       PIC 9(9) VALUE 0.
       01  WS-MSG-STORED       PIC X VALUE "N".
       01  WS-MSG-TRY          PIC 9 VALUE 0.
       01  WS-MOD-OPEN-COUNT   PIC 9(4) VALUE 0.
       01  WS-MOD-ID           PIC 9(5) VALUE 0.
       01  WS-MOD-FILED        PIC X(10) VALUE SPACES.
       01  WS-MOD-REPORTER     PIC X(20) VALUE SPACES.
       01  WS-MOD-SUBJECT      PIC X(20) VALUE SPACES.
       01  WS-MOD-KIND         PIC X VALUE SPACE.
       01  WS-MOD-KIND-NAME    PIC X(7) VALUE SPACES.
       01  WS-MOD-REASON       PIC X(100) VALUE SPACES.
       01  WS-MOD-MSG-DATE     PIC X(10) VALUE SPACES.
       01  WS-MOD-MSG-TEXT     PIC X(200) VALUE SPACES.
       01  WS-MOD-AUDIT-KEY    PIC X(40) VALUE SPACES.
       01  WS-MOD-NEW-STATE    PIC X VALUE SPACE.
       01  WS-MOD-CLOSED       PIC X VALUE "N".
       01  WS-MOD-DEACTIVATED  PIC X VALUE "N".
       01  WS-MOD-ACCT-FOUND   PIC X VALUE "N".
       01  WS-MOD-FNAME        PIC X(20) VALUE SPACES.
       01  WS-MOD-LNAME        PIC X(20) VALUE SPACES.
       01  WS-MOD-ACCT-STATUS  PIC X VALUE SPACE.
       01  WS-MOD-STATUS-NAME  PIC X(20) VALUE SPACES.
       01  WS-MOD-ABOUT        PIC X(200) VALUE SPACES.
       01  WS-MOD-PRIOR-COUNT  PIC 9(4) VALUE 0.
       01  WS-MOD-PRIOR-WARNED PIC 9(4) VALUE 0.
       01  WS-MOD-COUNT-DISP   PIC ZZZ9.
      *> Duplicate-account merge (MERGE-DUPLICATE-ACCOUNTS): the
      *> account kept, the account folded into it, and the tally for
      *> the file being rewritten. WS-MRG-SEEN holds the keys already
      *> written for the kept account in that file, so the first row
      *> on file wins and later copies are collapsed into it.
       01  WS-MSGSEQ-ST        PIC XX VALUE "00".
       01  WS-CONN-ST          PIC XX VALUE "00".
       01  WS-CONN-TMP-ST      PIC XX VALUE "00".
       01  WS-APP-ST           PIC XX VALUE "00".
       01  WS-HIST-ST          PIC XX VALUE "00".
       01  WS-HIST-TMP-ST      PIC XX VALUE "00".
       01  WS-IV-ST            PIC XX VALUE "00".
       01  WS-IV-TMP-ST        PIC XX VALUE "00".
       01  WS-SAV-ST           PIC XX VALUE "00".
       01  WS-SAV-TMP-ST       PIC XX VALUE "00".
       01  WS-STUSK-ST         PIC XX VALUE "00".
       01  WS-STUSK-TMP-ST     PIC XX VALUE "00".
       01  WS-EXP-ST           PIC XX VALUE "00".
       01  WS-EXP-TMP-ST       PIC XX VALUE "00".
       01  WS-EDU-ST           PIC XX VALUE "00".
       01  WS-EDU-TMP-ST       PIC XX VALUE "00".
       01  WS-MENTOR-ST        PIC XX VALUE "00".
       01  WS-MENTOR-TMP-ST    PIC XX VALUE "00".
       01  WS-MSHIP-ST         PIC XX VALUE "00".
       01  WS-MSHIP-TMP-ST     PIC XX VALUE "00".
       01  WS-BLOCK-ST         PIC XX VALUE "00".
       01  WS-BLOCK-TMP-ST     PIC XX VALUE "00".
       01  WS-MRG-KEEP         PIC X(20) VALUE SPACES.
       01  WS-MRG-LOSE         PIC X(20) VALUE SPACES.
       01  WS-MRG-KEEP-FOUND   PIC X VALUE "N".
       01  WS-MRG-LOSE-FOUND   PIC X VALUE "N".
       01  WS-MRG-KEEP-ROLE    PIC X VALUE SPACE.
       01  WS-MRG-LOSE-ROLE    PIC X VALUE SPACE.
       01  WS-MRG-KEEP-STATUS  PIC X VALUE SPACE.
       01  WS-MRG-KEEP-NAME    PIC X(41) VALUE SPACES.
       01  WS-MRG-LOSE-NAME    PIC X(41) VALUE SPACES.
       01  WS-MRG-PAIR         PIC X(41) VALUE SPACES.
       01  WS-MRG-FILE-NAME    PIC X(20) VALUE SPACES.
       01  WS-MRG-TMP-NAME     PIC X(20) VALUE SPACES.
       01  WS-MRG-TMP-ST       PIC XX VALUE "00".
       01  WS-MRG-FAILED       PIC X VALUE "N".
       01  WS-MRG-RETIRED      PIC X VALUE "N".
       01  WS-MRG-ROW-MOVED    PIC X VALUE "N".
       01  WS-MRG-DROP-ROW     PIC X VALUE "N".
       01  WS-MRG-MOVED        PIC 9(5) VALUE 0.
       01  WS-MRG-DROPPED      PIC 9(5) VALUE 0.
       01  WS-MRG-MOVED-ALL    PIC 9(6) VALUE 0.
       01  WS-MRG-DROPPED-ALL  PIC 9(6) VALUE 0.
       01  WS-MRG-MOVED-DISP   PIC ZZZZZ9.
       01  WS-MRG-DROPPED-DISP PIC ZZZZZ9.
       01  WS-MRG-PARTNER      PIC X(20) VALUE SPACES.
       01  WS-MRG-KEY          PIC X(210) VALUE SPACES.
       01  WS-MRG-DUP          PIC X VALUE "N".
       01  WS-MRG-I            PIC 9(4) VALUE 0.
       01  WS-MRG-SEEN-TOTAL   PIC 9(4) VALUE 0.
       01  WS-MRG-SEEN-TABLE.
           05 WS-MRG-SEEN OCCURS 1000 TIMES PIC X(210).
      *> The indexed files are updated in place rather than through a
      *> rewritten copy (WS-MRG-IN-PLACE); the duplicate's
      *> applications are moved a batch at a time, since each one
      *> changes its record key
       01  WS-MRG-IN-PLACE     PIC X VALUE "N".
       01  WS-MRG-A            PIC 9(4) VALUE 0.
       01  WS-MRG-APP-TOTAL    PIC 9(4) VALUE 0.
       01  WS-MRG-APP-TABLE.
           05 WS-MRG-APP-ROW OCCURS 200 TIMES PIC X(116).
       01  WS-ENDR-TMP-ST      PIC XX VALUE "00".
       01  WS-ENDR-DROPPED     PIC 9(5) VALUE 0.
       01  WS-JOBSKILL-ST      PIC XX VALUE "00".
       01  WS-JOBSKILL-TMP-ST  PIC XX VALUE "00".
      *> Posting numbers dropped from Jobs.dat this operation, so
       01  WS-EVT-LOC          PIC X(30) VALUE SPACES.
       01  WS-EVT-DESC         PIC X(100) VALUE SPACES.
       01  WS-EVT-CAP          PIC 9(4) VALUE 0.
      *> Event attendance variables (RECORD-EVENT-ATTENDANCE): the
      *> usernames read off the check-in list, each flagged once it
      *> matches an RSVP, and the tallies of the marks applied
       01  WS-RSVP-ST          PIC XX VALUE "00".
       01  WS-RSVP-TMP-ST      PIC XX VALUE "00".
       01  WS-RSVP-FILENAME    PIC X(40) VALUE "EventRsvps.dat".
       01  WS-CHECKIN-TOTAL    PIC 9(3) VALUE 0.
       01  WS-CHECKIN-TABLE.
           05 WS-CHECKIN-ENTRY OCCURS 500 TIMES.
              10 WS-CI-USER    PIC X(20) VALUE SPACES.
              10 WS-CI-MATCHED PIC X     VALUE "N".
       01  WS-CI               PIC 9(3) VALUE 0.
       01  WS-CI-FOUND         PIC X VALUE "N".
       01  WS-MARK-ROWS        PIC 9(5) VALUE 0.
       01  WS-MARK-ATTENDED    PIC 9(5) VALUE 0.
       01  WS-MARK-NOSHOW      PIC 9(5) VALUE 0.
       01  WS-ATTEND-DISP      PIC ZZZZ9.
       01  WS-EVT-FOUND        PIC X VALUE "N".
      *> Password hashing work fields (kept in lockstep with
      *> InCollege.cob's HASH-PASSWORD)
       01  WS-HASH-USER          PIC X(20) VALUE SPACES.
       01  WS-HEX-NUM            PIC 9(18) COMP VALUE 0.
       01  WS-HEX-DIGIT          PIC 99 VALUE 0.
       01  WS-HEX-POS            PIC 99 VALUE 0.
      *> Deactivation date log (RECORD-DEACTIVATION)
       01  WS-DEACTLOG-ST       PIC XX VALUE "00".
       01  WS-DEACTLOG-USER     PIC X(20) VALUE SPACES.
       01  WS-DEACTLOG-SOURCE   PIC X(10) VALUE SPACES.
      *> Security audit log variables: WS-AUDIT-SUBJECT names what
      *> the staff action acted on (a username, university, company,
      *> or event name, depending on the event)
      *> (timestamp format kept in lockstep with InCollege.cob)
       01  WS-AUDIT-EVENT       PIC X(20) VALUE SPACES.
       01  WS-AUDIT-SUBJECT     PIC X(100) VALUE SPACES.
       01  WS-AUDIT-TS          PIC X(19) VALUE SPACES.
      *> Audit.log chain: sequence number and chain value of the last
      *> sealed line, the running hash, and the Audit.lck interlock
      *> that keeps two writers from sealing the same number (kept in
      *> lockstep with InCollege.cob)
       01  WS-AUDIT-SEQ         PIC 9(8) VALUE 0.
       01  WS-AUDIT-CHAIN       PIC 9(10) VALUE 0.
       01  WS-AUDIT-HASH        PIC 9(12) VALUE 0.
       01  WS-AUDIT-LEN         PIC 9(3) VALUE 0.
       01  WS-AUDIT-I           PIC 9(3) VALUE 0.
       01  WS-AUDIT-LAST        PIC X(200) VALUE SPACES.
       01  WS-AUDIT-LOCK-OK     PIC X VALUE "N".
       01  WS-AUDIT-LOCK-TRY    PIC 99 VALUE 0.
       01  WS-AUDIT-PTR         PIC 9(3) VALUE 0.
      *> Point-in-time restore variables (RESTORE-ACCOUNTS-BACKUP)
       01  WS-LIST-ST           PIC XX VALUE "00".
       01  WS-BAK-ST            PIC XX VALUE "00".
       01  WS-COUNT-DISP        PIC ZZZZ9.
       01  WS-TODAY             PIC X(10) VALUE SPACES.
       01  WS-CMD               PIC X(120) VALUE SPACES.
      *> Company master variables (COMPANY-RECORDS): the company being
      *> added or changed, the highest number on file (companies are
      *> never deleted, so the next one is simply one past it), and
      *> the employer account being linked
       01  WS-COMPANY-ST        PIC XX VALUE "00".
       01  WS-COMPANY-TMP-ST    PIC XX VALUE "00".
       01  WS-EMPCO-ST          PIC XX VALUE "00".
       01  WS-EMPCO-TMP-ST      PIC XX VALUE "00".
       01  WS-CMP-ID            PIC X(5) VALUE SPACES.
       01  WS-CMP-ID-NUM        PIC 9(5) VALUE 0.
       01  WS-CMP-MAX           PIC 9(5) VALUE 0.
       01  WS-CMP-NAME          PIC X(40) VALUE SPACES.
       01  WS-CMP-DESC          PIC X(200) VALUE SPACES.
       01  WS-CMP-FOUND         PIC X VALUE "N".
       01  WS-CMP-DUP           PIC X VALUE "N".
       01  WS-CMP-VERIFY        PIC X VALUE "N".
       01  WS-CMP-COUNT         PIC 9(4) VALUE 0.
       01  WS-CMP-CUR-NAME      PIC X(40) VALUE SPACES.
       01  WS-CMP-CUR-VERIFIED  PIC X VALUE SPACE.
       01  WS-TARGET-ROLE       PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT IN-FILE
           PERFORM PRT
           MOVE "10. Review Pending Employer Accounts" TO WS-TEXT
           PERFORM PRT
           MOVE "11. Record Event Attendance" TO WS-TEXT
           PERFORM PRT
           MOVE "12. Write an Announcement" TO WS-TEXT
           PERFORM PRT
           MOVE "13. Moderation Queue" TO WS-TEXT
           PERFORM PRT
           MOVE "14. Merge Duplicate Accounts" TO WS-TEXT
           PERFORM PRT
           MOVE "15. Company Records" TO WS-TEXT
           PERFORM PRT
           MOVE "16. Exit" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "11"
               PERFORM RECORD-EVENT-ATTENDANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "12"
               PERFORM WRITE-ANNOUNCEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "13"
               PERFORM MODERATION-QUEUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "14"
               PERFORM MERGE-DUPLICATE-ACCOUNTS
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "15"
               PERFORM COMPANY-RECORDS
               EXIT PARAGRAPH
           END-IF
           IF WS-CHOICE2 = "16"
               MOVE "Goodbye." TO WS-TEXT
               PERFORM PRT
               MOVE "N" TO WS-RUN
      *> reference file via the temp-file/rename pattern
      *> ---------------------------------------------------------------
       RETIRE-UNIVERSITY.
           MOVE
             "Enter the university name to retire (exactly as listed):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           OPEN INPUT UNIV-FILE
           IF WS-UNIV-FL-ST = "35"
               CLOSE UNIV-FILE
               MOVE "No university reference file is on hand."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
                 TO WS-TEXT
               PERFORM PRT
           ELSE
               PERFORM SWEEP-RETIRED-ENDORSEMENTS
               MOVE "SKILL_RETIRED" TO WS-AUDIT-EVENT
               MOVE WS-SKILL-NAME TO WS-AUDIT-SUBJECT
               PERFORM WRITE-STAFF-AUDIT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> SWEEP-RETIRED-ENDORSEMENTS: removes the Endorsements.dat rows
      *> for the skill just retired; an endorsement means nothing once
      *> its skill is gone from the catalog
      *> ---------------------------------------------------------------
       SWEEP-RETIRED-ENDORSEMENTS.
           MOVE 0 TO WS-ENDR-DROPPED
           OPEN INPUT ENDR-FILE
           IF WS-ENDR-ST = "35"
               CLOSE ENDR-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENDR-TMP
           PERFORM UNTIL WS-ENDR-ST NOT = "00"
               READ ENDR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ENDR-SKILL = WS-SKILL-NAME
                           ADD 1 TO WS-ENDR-DROPPED
                       ELSE
                           MOVE ENDR-REC TO ENDR-TMP-REC
                           WRITE ENDR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDR-FILE
           CLOSE ENDR-TMP
           IF WS-ENDR-DROPPED = 0
               CALL "SYSTEM" USING "rm -f Endorsements.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv Endorsements.tmp Endorsements.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: sweep failed to finalize Endorsements.dat."
                 TO WS-TEXT
               PERFORM PRT
           ELSE
               MOVE WS-ENDR-DROPPED TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   " endorsement(s) of that skill removed."
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> PROMPT-JOB-KEY: asks for the exact company and title of the
      *> posting to work on, into WS-JOB-COMPANY/WS-JOB-TITLE
      *> ---------------------------------------------------------------
       PROMPT-JOB-KEY.
           MOVE "Enter the exact company name of the posting:"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
           CLOSE JOBS-TMP
           IF WS-JOB-FOUND = "N"
               CALL "SYSTEM" USING "rm -f Jobs.tmp"
               MOVE "No posting matches that company and title."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           CLOSE JOBS-FILE
           IF WS-JOB-FOUND = "N"
               MOVE "No posting matches that company and title."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OK
           PERFORM UNTIL WS-OK = "Y"
               MOVE
       "Enter new Closing Date (YYYY-MM-DD, blank line keeps current):"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
           END-IF
           CLOSE ACCT-FILE
           IF WS-TARGET-FOUND = "N"
               MOVE "No account with that username was found."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
                  WS-EVT-DATE(9:2) IS NUMERIC
                   MOVE "Y" TO WS-OK
               ELSE
                   MOVE "Please enter the date as YYYY-MM-DD."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
           END-PERFORM
           MOVE "Event posted." TO WS-TEXT
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> RECORD-EVENT-ATTENDANCE: loads the check-in table's list of
      *> who came to an event, one username per line, and marks each
      *> of the event's RSVPs attended or no-show. The live RSVP file
      *> is marked when it still holds the event; once EVENTARCHIVE
      *> has moved the event on, its archived RSVPs are marked
      *> instead. Loads are cumulative: a later list can turn a
      *> no-show into attended but never the reverse, so a list that
      *> arrives in pieces is safe.
      *> ---------------------------------------------------------------
       RECORD-EVENT-ATTENDANCE.
           MOVE "Enter the exact event name:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               MOVE "Event name cannot be blank." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:40) TO WS-EVT-NAME
      *> An event still on the calendar must already have been held
           PERFORM GET-TODAY-DATE
           MOVE "N" TO WS-EVT-FOUND
           OPEN INPUT EVT-FILE
           IF WS-EVT-ST NOT = "35"
               PERFORM UNTIL WS-EVT-ST NOT = "00"
                   READ EVT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EVT-NAME = WS-EVT-NAME AND
                              EVT-DATE > WS-TODAY
                               MOVE "Y" TO WS-EVT-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVT-FILE
           IF WS-EVT-FOUND = "Y"
               MOVE "That event has not been held yet." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHECKIN-TOTAL
           MOVE
         "Enter each attendee's username, one per line (blank to end):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READIN
               IF WS-EOF = "Y"
                   MOVE "N" TO WS-RUN
                   EXIT PARAGRAPH
               END-IF
               PERFORM ECHOIN
               IF IN-REC = SPACES
                   EXIT PERFORM
               END-IF
               MOVE "N" TO WS-CI-FOUND
               PERFORM VARYING WS-CI FROM 1 BY 1
                       UNTIL WS-CI > WS-CHECKIN-TOTAL
                   IF WS-CI-USER(WS-CI) = IN-REC(1:20)
                       MOVE "Y" TO WS-CI-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CI-FOUND = "N"
                   IF WS-CHECKIN-TOTAL < 500
                       ADD 1 TO WS-CHECKIN-TOTAL
                       MOVE IN-REC(1:20)
                         TO WS-CI-USER(WS-CHECKIN-TOTAL)
                       MOVE "N" TO WS-CI-MATCHED(WS-CHECKIN-TOTAL)
                   ELSE
                       MOVE "The list is full; later names are ignored."
                         TO WS-TEXT
                       PERFORM PRT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "EventRsvps.dat" TO WS-RSVP-FILENAME
           PERFORM APPLY-ATTENDANCE-MARKS
           IF WS-MARK-ROWS = 0
               MOVE "EventRsvpsArchive.dat" TO WS-RSVP-FILENAME
               PERFORM APPLY-ATTENDANCE-MARKS
           END-IF
           IF WS-MARK-ROWS = 0
               MOVE "No RSVPs for that event are on file." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CHECKIN-TOTAL
               IF WS-CI-MATCHED(WS-CI) = "N"
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "Not on the RSVP list (walk-in): "
                           DELIMITED BY SIZE
                       WS-CI-USER(WS-CI) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
                   PERFORM PRT
               END-IF
           END-PERFORM
           MOVE "ATTENDANCE_LOADED" TO WS-AUDIT-EVENT
           MOVE WS-EVT-NAME TO WS-AUDIT-SUBJECT
           PERFORM WRITE-STAFF-AUDIT
           MOVE WS-MARK-ATTENDED TO WS-ATTEND-DISP
           MOVE WS-MARK-NOSHOW TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Attendance recorded: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATTEND-DISP) DELIMITED BY SIZE
               " attended, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " no-show(s)." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> APPLY-ATTENDANCE-MARKS: rewrites WS-RSVP-FILENAME via
      *> EventRsvps.tmp, marking WS-EVT-NAME's RSVPs from the check-in
      *> table - listed users "Y"; attending RSVPs not listed and not
      *> already "Y" become "N"; a waitlisted RSVP not listed is left
      *> unmarked, since no seat was held for it. WS-MARK-ROWS counts
      *> the event's rows (zero leaves the file untouched). Kept in
      *> lockstep with CHECKINLOAD.
      *> ---------------------------------------------------------------
       APPLY-ATTENDANCE-MARKS.
           MOVE 0 TO WS-MARK-ROWS
           MOVE 0 TO WS-MARK-ATTENDED
           MOVE 0 TO WS-MARK-NOSHOW
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-ST = "35"
               CLOSE RSVP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL WS-RSVP-ST NOT = "00"
               READ RSVP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RSVP-EVENT = WS-EVT-NAME
                           ADD 1 TO WS-MARK-ROWS
                           MOVE "N" TO WS-CI-FOUND
                           PERFORM VARYING WS-CI FROM 1 BY 1
                                   UNTIL WS-CI > WS-CHECKIN-TOTAL
                               IF WS-CI-USER(WS-CI) = RSVP-USER
                                   MOVE "Y" TO WS-CI-FOUND
                                   MOVE "Y" TO WS-CI-MATCHED(WS-CI)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-CI-FOUND = "Y"
                               MOVE "Y" TO RSVP-ATTEND
                           ELSE
                               IF RSVP-ATTEND NOT = "Y" AND
                                  RSVP-STATUS NOT = "W"
                                   MOVE "N" TO RSVP-ATTEND
                               END-IF
                           END-IF
                           IF RSVP-ATTEND = "Y"
                               ADD 1 TO WS-MARK-ATTENDED
                           END-IF
                           IF RSVP-ATTEND = "N"
                               ADD 1 TO WS-MARK-NOSHOW
                           END-IF
                       END-IF
                       MOVE RSVP-REC TO RSVP-TMP-REC
                       WRITE RSVP-TMP-REC
               END-READ
           END-PERFORM
           CLOSE RSVP-FILE
           CLOSE RSVP-TMP
           IF WS-MARK-ROWS = 0
               CALL "SYSTEM" USING "rm -f EventRsvps.tmp"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING
               "mv EventRsvps.tmp " DELIMITED BY SIZE
               WS-RSVP-FILENAME DELIMITED BY SPACE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-TEXT
               STRING
                   "WARNING: failed to finalize " DELIMITED BY SIZE
                   WS-RSVP-FILENAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> REVIEW-PENDING-EMPLOYERS: staff approval queue for employer
      *> accounts created online. New employer accounts start with
      *> ACCT-STATUS "P" and cannot post jobs until approved here;
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> WRITE-ANNOUNCEMENT: staff write a Career Services announcement
      *> and pick its audience by any mix of university, major, class
      *> year, role, and account status (blank = any). The row is
      *> queued in Announcements.dat; the nightly ANNOUNCEDELIVER run
      *> drops it into each matching inbox.
      *> ---------------------------------------------------------------
       WRITE-ANNOUNCEMENT.
           MOVE "Enter the announcement (max 200 chars):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               MOVE "Announcement text cannot be blank." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:200) TO WS-ANN-TEXT
           MOVE "Target university (blank for all):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:40) TO WS-ANN-UNIV
           MOVE "Target major (blank for all):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:30) TO WS-ANN-MAJOR
           MOVE "N" TO WS-OK
           PERFORM UNTIL WS-OK = "Y"
               MOVE "Target graduation year (YYYY, blank for all):"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
               IF WS-EOF = "Y"
                   MOVE "N" TO WS-RUN
                   EXIT PARAGRAPH
               END-IF
               PERFORM ECHOIN
               MOVE IN-REC(1:4) TO WS-ANN-YEAR
               IF WS-ANN-YEAR = SPACES OR
                  (WS-ANN-YEAR IS NUMERIC AND IN-REC(5:1) = SPACE)
                   MOVE "Y" TO WS-OK
               ELSE
                   MOVE "Please enter a four-digit year." TO WS-TEXT
                   PERFORM PRT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-OK
           PERFORM UNTIL WS-OK = "Y"
               MOVE
             "Target role: S student, E employer, G alumni (blank all):"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
               IF WS-EOF = "Y"
                   MOVE "N" TO WS-RUN
                   EXIT PARAGRAPH
               END-IF
               PERFORM ECHOIN
               MOVE FUNCTION UPPER-CASE(IN-REC(1:1)) TO WS-ANN-ROLE
               IF WS-ANN-ROLE = SPACE OR WS-ANN-ROLE = "S" OR
                  WS-ANN-ROLE = "E" OR WS-ANN-ROLE = "G"
                   MOVE "Y" TO WS-OK
               ELSE
                   MOVE "Please enter S, E, G, or leave it blank."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-OK
           PERFORM UNTIL WS-OK = "Y"
               MOVE
             "Target account status: A active, P pending, D deactivated"
                 TO WS-TEXT
               PERFORM PRT
               MOVE
             "(blank for every account that is not deactivated):"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
               IF WS-EOF = "Y"
                   MOVE "N" TO WS-RUN
                   EXIT PARAGRAPH
               END-IF
               PERFORM ECHOIN
               MOVE FUNCTION UPPER-CASE(IN-REC(1:1)) TO WS-ANN-STATUS
               IF WS-ANN-STATUS = SPACE OR WS-ANN-STATUS = "A" OR
                  WS-ANN-STATUS = "P" OR WS-ANN-STATUS = "D"
                   MOVE "Y" TO WS-OK
               ELSE
                   MOVE "Please enter A, P, D, or leave it blank."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
           END-PERFORM
      *> Number the announcement one past the highest on file
           MOVE 0 TO WS-ANN-NEXT-ID
           OPEN INPUT ANN-FILE
           IF WS-ANN-ST NOT = "35"
               PERFORM UNTIL WS-ANN-ST NOT = "00"
                   READ ANN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ANN-ID IS NUMERIC AND
                              ANN-ID > WS-ANN-NEXT-ID
                               MOVE ANN-ID TO WS-ANN-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ANN-FILE
           ADD 1 TO WS-ANN-NEXT-ID
           PERFORM GET-TODAY-DATE
           OPEN EXTEND ANN-FILE
           IF WS-ANN-ST = "35"
               CLOSE ANN-FILE
               OPEN OUTPUT ANN-FILE
           END-IF
           MOVE WS-ANN-NEXT-ID TO ANN-ID
           MOVE WS-TODAY       TO ANN-CREATED
           MOVE WS-ANN-UNIV    TO ANN-UNIV
           MOVE WS-ANN-MAJOR   TO ANN-MAJOR
           MOVE WS-ANN-YEAR    TO ANN-YEAR
           MOVE WS-ANN-ROLE    TO ANN-ROLE
           MOVE WS-ANN-STATUS  TO ANN-STATUS
           MOVE "Q"            TO ANN-STATE
           MOVE SPACES         TO ANN-SENT-DATE
           MOVE 0              TO ANN-SENT-COUNT
           MOVE WS-ANN-TEXT    TO ANN-TEXT
           WRITE ANN-REC
           CLOSE ANN-FILE
           MOVE "ANNOUNCE_QUEUED" TO WS-AUDIT-EVENT
           MOVE WS-ANN-NEXT-ID TO WS-AUDIT-SUBJECT
           PERFORM WRITE-STAFF-AUDIT
           MOVE SPACES TO WS-TEXT
           STRING
               "Announcement " DELIMITED BY SIZE
               WS-ANN-NEXT-ID DELIMITED BY SIZE
               " is queued for tonight's delivery run."
                   DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> MODERATION-QUEUE: staff work the open AbuseReports.dat rows
      *> users file online. Staff view a report with the reported
      *> message or account, then dismiss it, warn the user (a Career
      *> Services inbox message), or deactivate the account. Viewing
      *> and each decision are audited.
      *> ---------------------------------------------------------------
       MODERATION-QUEUE.
           MOVE "--- Moderation Queue ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-MOD-OPEN-COUNT
           OPEN INPUT ABUSE-FILE
           IF WS-ABUSE-ST NOT = "35"
               PERFORM UNTIL WS-ABUSE-ST NOT = "00"
                   READ ABUSE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ABR-STATE = "O"
                               ADD 1 TO WS-MOD-OPEN-COUNT
                               IF ABR-KIND = "M"
                                   MOVE "message" TO WS-MOD-KIND-NAME
                               ELSE
                                   MOVE "account" TO WS-MOD-KIND-NAME
                               END-IF
                               MOVE SPACES TO WS-TEXT
                               STRING
                                   "  " DELIMITED BY SIZE
                                   ABR-ID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   ABR-FILED DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   WS-MOD-KIND-NAME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ABR-SUBJECT DELIMITED BY "  "
                                   " (reported by " DELIMITED BY SIZE
                                   ABR-REPORTER DELIMITED BY "  "
                                   ")" DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                               PERFORM PRT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-FILE
           IF WS-MOD-OPEN-COUNT = 0
               MOVE "No reports are awaiting review." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the report number to review (blank to go back):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MOD-ID
           IF FUNCTION TEST-NUMVAL(IN-REC(1:20)) = 0
               COMPUTE WS-MOD-ID = FUNCTION NUMVAL(IN-REC(1:20))
           END-IF
           MOVE "N" TO WS-TARGET-FOUND
           OPEN INPUT ABUSE-FILE
           PERFORM UNTIL WS-ABUSE-ST NOT = "00"
               READ ABUSE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ABR-ID = WS-MOD-ID AND ABR-STATE = "O"
                           MOVE "Y" TO WS-TARGET-FOUND
                           MOVE ABR-FILED    TO WS-MOD-FILED
                           MOVE ABR-REPORTER TO WS-MOD-REPORTER
                           MOVE ABR-SUBJECT  TO WS-MOD-SUBJECT
                           MOVE ABR-KIND     TO WS-MOD-KIND
                           MOVE ABR-REASON   TO WS-MOD-REASON
                           MOVE ABR-MSG-DATE TO WS-MOD-MSG-DATE
                           MOVE ABR-MSG-TEXT TO WS-MOD-MSG-TEXT
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSE-FILE
           IF WS-TARGET-FOUND = "N"
               MOVE "No open report has that number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ABUSE-REPORT
           MOVE SPACES TO WS-AUDIT-SUBJECT
           STRING
               WS-MOD-ID DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MOD-SUBJECT DELIMITED BY "  "
               INTO WS-AUDIT-SUBJECT
           END-STRING
           MOVE WS-AUDIT-SUBJECT TO WS-MOD-AUDIT-KEY
           MOVE "MOD_VIEWED" TO WS-AUDIT-EVENT
           PERFORM WRITE-STAFF-AUDIT
           MOVE "1. Dismiss the Report" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Warn the User" TO WS-TEXT
           PERFORM PRT
           MOVE "3. Deactivate the Account" TO WS-TEXT
           PERFORM PRT
           MOVE "4. Leave It Open" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "1"
                   MOVE "X" TO WS-MOD-NEW-STATE
                   PERFORM CLOSE-ABUSE-REPORT
                   IF WS-MOD-CLOSED = "Y"
                       MOVE "MOD_DISMISSED" TO WS-AUDIT-EVENT
                       MOVE WS-MOD-AUDIT-KEY TO WS-AUDIT-SUBJECT
                       PERFORM WRITE-STAFF-AUDIT
                       MOVE "Report dismissed." TO WS-TEXT
                       PERFORM PRT
                   END-IF
               WHEN "2"
                   MOVE "N" TO WS-MOD-CLOSED
                   PERFORM SEND-MOD-WARNING
      *>           A warning that never reached the inbox leaves the
      *>           report open to be acted on again
                   IF WS-MSG-STORED = "Y"
                       MOVE "W" TO WS-MOD-NEW-STATE
                       PERFORM CLOSE-ABUSE-REPORT
                   END-IF
                   IF WS-MOD-CLOSED = "Y"
                       MOVE "MOD_WARNED" TO WS-AUDIT-EVENT
                       MOVE WS-MOD-AUDIT-KEY TO WS-AUDIT-SUBJECT
                       PERFORM WRITE-STAFF-AUDIT
                       MOVE "The user has been sent a warning."
                         TO WS-TEXT
                       PERFORM PRT
                   ELSE
                       MOVE
             "WARNING: the report could not be closed; it stays open."
                         TO WS-TEXT
                       PERFORM PRT
                   END-IF
               WHEN "3"
                   PERFORM DEACTIVATE-REPORTED-ACCOUNT
                   IF WS-MOD-DEACTIVATED = "Y"
                       MOVE "D" TO WS-MOD-NEW-STATE
                       PERFORM CLOSE-ABUSE-REPORT
                       MOVE "MOD_DEACTIVATED" TO WS-AUDIT-EVENT
                       MOVE WS-MOD-AUDIT-KEY TO WS-AUDIT-SUBJECT
                       PERFORM WRITE-STAFF-AUDIT
                       MOVE
             "Account deactivated; its open reports are closed."
                         TO WS-TEXT
                       PERFORM PRT
                   END-IF
               WHEN OTHER
                   MOVE "The report stays open." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> SHOW-ABUSE-REPORT: the report picked from the queue, with the
      *> reported message or account and the account's earlier reports
      *> ---------------------------------------------------------------
       SHOW-ABUSE-REPORT.
           MOVE "N" TO WS-MOD-ACCT-FOUND
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST NOT = "35"
               PERFORM UNTIL WS-ACCT-ST NOT = "00"
                   READ ACCT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACCT-USER = WS-MOD-SUBJECT
                               MOVE "Y" TO WS-MOD-ACCT-FOUND
                               MOVE ACCT-FNAME  TO WS-MOD-FNAME
                               MOVE ACCT-LNAME  TO WS-MOD-LNAME
                               MOVE ACCT-STATUS TO WS-MOD-ACCT-STATUS
                               MOVE ACCT-ABOUT  TO WS-MOD-ABOUT
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-FILE
           MOVE 0 TO WS-MOD-PRIOR-COUNT
           MOVE 0 TO WS-MOD-PRIOR-WARNED
           OPEN INPUT ABUSE-FILE
           PERFORM UNTIL WS-ABUSE-ST NOT = "00"
               READ ABUSE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ABR-SUBJECT = WS-MOD-SUBJECT AND
                          ABR-ID NOT = WS-MOD-ID
                           ADD 1 TO WS-MOD-PRIOR-COUNT
                           IF ABR-STATE = "W"
                               ADD 1 TO WS-MOD-PRIOR-WARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSE-FILE
           MOVE SPACES TO WS-TEXT
           STRING
               "Report " DELIMITED BY SIZE
               WS-MOD-ID DELIMITED BY SIZE
               ", filed " DELIMITED BY SIZE
               WS-MOD-FILED DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-MOD-REPORTER DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           EVALUATE TRUE
               WHEN WS-MOD-ACCT-FOUND = "N"
                   MOVE "no longer on file" TO WS-MOD-STATUS-NAME
               WHEN WS-MOD-ACCT-STATUS = "D"
                   MOVE "deactivated" TO WS-MOD-STATUS-NAME
               WHEN WS-MOD-ACCT-STATUS = "P"
                   MOVE "pending" TO WS-MOD-STATUS-NAME
               WHEN WS-MOD-ACCT-STATUS = "R"
                   MOVE "rejected" TO WS-MOD-STATUS-NAME
               WHEN OTHER
                   MOVE "active" TO WS-MOD-STATUS-NAME
           END-EVALUATE
           MOVE SPACES TO WS-TEXT
           STRING
               "Reported account: " DELIMITED BY SIZE
               WS-MOD-SUBJECT DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-MOD-FNAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-MOD-LNAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-MOD-STATUS-NAME DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE SPACES TO WS-TEXT
           STRING
               "Reason: " DELIMITED BY SIZE
               WS-MOD-REASON DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           IF WS-MOD-KIND = "M"
               MOVE SPACES TO WS-TEXT
               STRING
                   "Reported message, sent " DELIMITED BY SIZE
                   WS-MOD-MSG-DATE DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   WS-MOD-MSG-TEXT DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           ELSE
               MOVE SPACES TO WS-TEXT
               STRING
                   "About (from the profile): " DELIMITED BY SIZE
                   WS-MOD-ABOUT DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF
           MOVE WS-MOD-PRIOR-COUNT TO WS-MOD-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Other reports on this account: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE WS-MOD-PRIOR-WARNED TO WS-MOD-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Warnings already given: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOD-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> SEND-MOD-WARNING: drops a Career Services warning into the
      *> reported user's inbox
      *> ---------------------------------------------------------------
       SEND-MOD-WARNING.
           MOVE WS-CAREER-SENDER TO WS-NOTICE-FROM
           MOVE WS-MOD-SUBJECT   TO WS-NOTICE-TO
           MOVE SPACES           TO WS-NOTICE-BODY
           STRING
               "A report about your conduct on InCollege was upheld."
                   DELIMITED BY SIZE
               " Please follow the community guidelines; further"
                   DELIMITED BY SIZE
               " reports may lead to your account being deactivated."
                   DELIMITED BY SIZE
               INTO WS-NOTICE-BODY
           END-STRING
           PERFORM STORE-MESSAGE
           IF WS-MSG-STORED = "N"
               MOVE "WARNING: the warning message could not be saved."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> STORE-MESSAGE: adds one unread Messages.dat row from
      *> WS-NOTICE-FROM to WS-NOTICE-TO carrying WS-NOTICE-BODY under
      *> the next message number, resyncing MsgSeq.dat from the file
      *> and retrying when the number is already taken (kept in
      *> lockstep with InCollege.cob)
      *> ---------------------------------------------------------------
       STORE-MESSAGE.
           PERFORM GET-TODAY-DATE
           MOVE "N" TO WS-MSG-STORED
           MOVE 0 TO WS-MSG-TRY
           PERFORM UNTIL WS-MSG-STORED = "Y" OR WS-MSG-TRY > 2
               ADD 1 TO WS-MSG-TRY
               IF WS-MSG-TRY > 1
                   PERFORM SCAN-MAX-MSG-ID
                   PERFORM WRITE-MSG-SEQ
               END-IF
               PERFORM ALLOCATE-MSG-ID
               OPEN I-O MSG-FILE
               IF WS-MSG-ST = "35"
                   OPEN OUTPUT MSG-FILE
                   CLOSE MSG-FILE
                   OPEN I-O MSG-FILE
               END-IF
               MOVE WS-MSG-ID-NUM  TO MSG-ID
               MOVE WS-NOTICE-FROM TO MSG-SENDER
               MOVE WS-NOTICE-TO   TO MSG-RECIP
               MOVE WS-TODAY       TO MSG-DATE
               MOVE "N"            TO MSG-READ
               MOVE WS-NOTICE-BODY TO MSG-TEXT
               WRITE MSG-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MSG-STORED
               END-WRITE
               CLOSE MSG-FILE
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> ALLOCATE-MSG-ID: hands out the next unique message number in
      *> WS-MSG-ID-NUM, advancing MsgSeq.dat (kept in lockstep with
      *> InCollege.cob)
      *> ---------------------------------------------------------------
       ALLOCATE-MSG-ID.
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
               PERFORM SCAN-MAX-MSG-ID
           END-IF
           MOVE WS-NEXT-MSG-ID TO WS-MSG-ID-NUM
           ADD 1 TO WS-NEXT-MSG-ID
           PERFORM WRITE-MSG-SEQ.
      *> ---------------------------------------------------------------
      *> SCAN-MAX-MSG-ID: sets WS-NEXT-MSG-ID to one past the highest
      *> message number on file (the last row in key order)
      *> ---------------------------------------------------------------
       SCAN-MAX-MSG-ID.
           MOVE 0 TO WS-NEXT-MSG-ID
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
           ADD 1 TO WS-NEXT-MSG-ID.
      *> ---------------------------------------------------------------
      *> WRITE-MSG-SEQ: records WS-NEXT-MSG-ID in MsgSeq.dat
      *> ---------------------------------------------------------------
       WRITE-MSG-SEQ.
           OPEN OUTPUT MSGSEQ-FILE
           MOVE WS-NEXT-MSG-ID TO MSGSEQ-REC
           WRITE MSGSEQ-REC
           CLOSE MSGSEQ-FILE.
      *> ---------------------------------------------------------------
      *> DEACTIVATE-REPORTED-ACCOUNT: sets ACCT-STATUS "D" on the
      *> reported account under the Accounts.lck writer lock;
      *> WS-MOD-DEACTIVATED = Y when the account is now deactivated
      *> ---------------------------------------------------------------
       DEACTIVATE-REPORTED-ACCOUNT.
           MOVE "N" TO WS-MOD-DEACTIVATED
           PERFORM ACQUIRE-ACCT-LOCK
           IF WS-ACCT-LOCK-OK = "N"
               MOVE
             "Another session is updating accounts; please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-FILE
           OPEN OUTPUT ACCT-TMP
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-USER = WS-MOD-SUBJECT
                           MOVE "D" TO ACCT-STATUS
                       END-IF
                       MOVE ACCT-REC TO ACCT-TMP-REC
                       WRITE ACCT-TMP-REC
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           IF WS-ACCT-TMP-ST NOT = "00"
               CLOSE ACCT-TMP
               PERFORM RELEASE-ACCT-LOCK
               MOVE
             "WARNING: deactivation failed while writing Accounts.tmp."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           CLOSE ACCT-TMP
           CALL "SYSTEM" USING "mv Accounts.tmp Accounts.dat"
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-ACCT-LOCK
               MOVE
             "WARNING: deactivation failed to finalize Accounts.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-ACCT-LOCK
           MOVE WS-MOD-SUBJECT TO WS-DEACTLOG-USER
           MOVE "MODERATION" TO WS-DEACTLOG-SOURCE
           PERFORM RECORD-DEACTIVATION
           MOVE "Y" TO WS-MOD-DEACTIVATED.
      *> ---------------------------------------------------------------
      *> RECORD-DEACTIVATION: appends today's date for the account in
      *> WS-DEACTLOG-USER, with WS-DEACTLOG-SOURCE, to Deactivations.dat
      *> (kept in lockstep with InCollege.cob)
      *> ---------------------------------------------------------------
       RECORD-DEACTIVATION.
           PERFORM GET-TODAY-DATE
           MOVE WS-DEACTLOG-USER TO DL-USER
           MOVE WS-TODAY TO DL-DATE
           MOVE WS-DEACTLOG-SOURCE TO DL-SOURCE
           OPEN EXTEND DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               OPEN OUTPUT DEACTLOG-FILE
           END-IF
           WRITE DEACTLOG-REC
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> CLOSE-ABUSE-REPORT: gives report WS-MOD-ID the state
      *> WS-MOD-NEW-STATE and today's date. A deactivation closes every
      *> open report on the account with it.
      *> ---------------------------------------------------------------
       CLOSE-ABUSE-REPORT.
           MOVE "N" TO WS-MOD-CLOSED
           PERFORM GET-TODAY-DATE
           OPEN INPUT ABUSE-FILE
           OPEN OUTPUT ABUSE-TMP
           PERFORM UNTIL WS-ABUSE-ST NOT = "00"
               READ ABUSE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ABR-ID = WS-MOD-ID OR
                          (WS-MOD-NEW-STATE = "D" AND
                           ABR-SUBJECT = WS-MOD-SUBJECT AND
                           ABR-STATE = "O")
                           MOVE WS-MOD-NEW-STATE TO ABR-STATE
                           MOVE WS-TODAY TO ABR-CLOSED
                       END-IF
                       MOVE ABUSE-REC TO ABUSE-TMP-REC
                       WRITE ABUSE-TMP-REC
               END-READ
           END-PERFORM
           CLOSE ABUSE-FILE
           CLOSE ABUSE-TMP
           CALL "SYSTEM" USING "mv AbuseReports.tmp AbuseReports.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: update failed to finalize AbuseReports.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MOD-CLOSED.
      *> ---------------------------------------------------------------
      *> MERGE-DUPLICATE-ACCOUNTS: folds a duplicate student or alumni
      *> account (typically one DUPDETECT listed in
      *> DuplicateReport.txt) into the account being kept. Every row
      *> the duplicate owns in the per-user data files is moved onto
      *> the kept username, and a row that then repeats one the kept
      *> account already has is collapsed into it (the first row on
      *> file wins). The duplicate is then retired (deactivated). The
      *> merge runs under the Accounts.lck writer lock and is audited
      *> file by file; one interrupted part-way leaves the duplicate
      *> active and can simply be run again to finish.
      *> ---------------------------------------------------------------
       MERGE-DUPLICATE-ACCOUNTS.
           MOVE "--- Merge Duplicate Accounts ---" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter the username to keep (blank to go back):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:20) TO WS-MRG-KEEP
           MOVE "Enter the duplicate username to merge into it:"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:20) TO WS-MRG-LOSE
           IF WS-MRG-LOSE = SPACES
               MOVE "No duplicate username was entered." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-LOSE = WS-MRG-KEEP
               MOVE "An account cannot be merged into itself."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MERGE-ACCOUNTS
           IF WS-MRG-KEEP-FOUND = "N"
               MOVE "The account to keep was not found." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-LOSE-FOUND = "N"
               MOVE "The duplicate account was not found." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-KEEP-ROLE = "E" OR WS-MRG-LOSE-ROLE = "E"
               MOVE "Employer accounts cannot be merged here."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-KEEP-STATUS = "D" OR WS-MRG-KEEP-STATUS = "R"
               MOVE
             "The account to keep is deactivated; keep an active account
      -    "."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "Keep:  " DELIMITED BY SIZE
               WS-MRG-KEEP DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-MRG-KEEP-NAME DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE SPACES TO WS-TEXT
           STRING
               "Merge: " DELIMITED BY SIZE
               WS-MRG-LOSE DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-MRG-LOSE-NAME DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE
             "The duplicate's connections, applications, messages, and p
      -    "rofile rows"
             TO WS-TEXT
           PERFORM PRT
           MOVE
             "will move to the kept account, and the duplicate will be d
      -    "eactivated."
             TO WS-TEXT
           PERFORM PRT
           MOVE "Proceed with the merge? (Y/N)" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC(1:1) NOT = "Y" AND IN-REC(1:1) NOT = "y"
               MOVE "Merge cancelled." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-ACCT-LOCK
           IF WS-ACCT-LOCK-OK = "N"
               MOVE
             "Another session is updating accounts; please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MRG-PAIR
           STRING
               WS-MRG-LOSE DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               WS-MRG-KEEP DELIMITED BY SPACE
               INTO WS-MRG-PAIR
           END-STRING
           MOVE 0 TO WS-MRG-MOVED-ALL
           MOVE 0 TO WS-MRG-DROPPED-ALL
           MOVE "N" TO WS-MRG-FAILED
           MOVE "N" TO WS-MRG-RETIRED
           PERFORM MERGE-CONNECTIONS
           PERFORM MERGE-APPLICATIONS
           PERFORM MERGE-APP-HISTORY
           PERFORM MERGE-MESSAGES
           PERFORM MERGE-RSVPS
           PERFORM MERGE-INTERVIEWS
           PERFORM MERGE-SAVED-JOBS
           PERFORM MERGE-STUDENT-SKILLS
           PERFORM MERGE-EXPERIENCE
           PERFORM MERGE-EDUCATION
           PERFORM MERGE-ENDORSEMENTS
           PERFORM MERGE-MENTORS
           PERFORM MERGE-MENTORSHIPS
           PERFORM MERGE-BLOCKS
           IF WS-MRG-FAILED = "N"
               PERFORM RETIRE-MERGED-ACCOUNT
           END-IF
           PERFORM RELEASE-ACCT-LOCK
           IF WS-MRG-RETIRED = "N"
               MOVE
             "WARNING: the merge did not complete and the duplicate is s
      -    "till active;"
                 TO WS-TEXT
               PERFORM PRT
               MOVE "run the merge again to finish it." TO WS-TEXT
               PERFORM PRT
               MOVE "ACCT_MERGE_FAILED" TO WS-AUDIT-EVENT
               MOVE WS-MRG-PAIR TO WS-AUDIT-SUBJECT
               PERFORM WRITE-STAFF-AUDIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-MOVED-ALL TO WS-MRG-MOVED-DISP
           MOVE WS-MRG-DROPPED-ALL TO WS-MRG-DROPPED-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Merge complete: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-MOVED-DISP) DELIMITED BY SIZE
               " row(s) moved, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-DROPPED-DISP) DELIMITED BY SIZE
               " duplicate row(s) collapsed; " DELIMITED BY SIZE
               WS-MRG-LOSE DELIMITED BY SPACE
               " is deactivated." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE "ACCT_MERGED" TO WS-AUDIT-EVENT
           MOVE WS-MRG-PAIR TO WS-AUDIT-SUBJECT
           PERFORM WRITE-STAFF-AUDIT.
      *> ---------------------------------------------------------------
      *> FIND-MERGE-ACCOUNTS: looks up both accounts of the merge,
      *> noting each one's role, name, and (for the kept account)
      *> status
      *> ---------------------------------------------------------------
       FIND-MERGE-ACCOUNTS.
           MOVE "N" TO WS-MRG-KEEP-FOUND
           MOVE "N" TO WS-MRG-LOSE-FOUND
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
                       IF ACCT-USER = WS-MRG-KEEP
                           MOVE "Y" TO WS-MRG-KEEP-FOUND
                           MOVE ACCT-ROLE TO WS-MRG-KEEP-ROLE
                           MOVE ACCT-STATUS TO WS-MRG-KEEP-STATUS
                           MOVE SPACES TO WS-MRG-KEEP-NAME
                           STRING
                               ACCT-FNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               ACCT-LNAME DELIMITED BY "  "
                               INTO WS-MRG-KEEP-NAME
                           END-STRING
                       END-IF
                       IF ACCT-USER = WS-MRG-LOSE
                           MOVE "Y" TO WS-MRG-LOSE-FOUND
                           MOVE ACCT-ROLE TO WS-MRG-LOSE-ROLE
                           MOVE SPACES TO WS-MRG-LOSE-NAME
                           STRING
                               ACCT-FNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               ACCT-LNAME DELIMITED BY "  "
                               INTO WS-MRG-LOSE-NAME
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-CONNECTIONS: moves the duplicate's connections and
      *> requests. A row between the two accounts themselves is
      *> dropped, and where both accounts were linked to the same
      *> person one row survives - an accepted connection in
      *> preference to a pending request.
      *> ---------------------------------------------------------------
       MERGE-CONNECTIONS.
           MOVE "Connections.dat" TO WS-MRG-FILE-NAME
           MOVE "Connections.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST = "35"
               CLOSE CONN-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
      *>   First pass: everyone the kept account will be connected to
           PERFORM UNTIL WS-CONN-ST NOT = "00"
               READ CONN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RENAME-MRG-CONN-ROW
                       IF CONN-STATUS = "C" AND
                          WS-MRG-PARTNER NOT = SPACES
                           MOVE SPACES TO WS-MRG-KEY
                           STRING
                               "C" DELIMITED BY SIZE
                               WS-MRG-PARTNER DELIMITED BY SIZE
                               INTO WS-MRG-KEY
                           END-STRING
                           PERFORM CHECK-MRG-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           OPEN INPUT CONN-FILE
           OPEN OUTPUT CONN-TMP
           PERFORM UNTIL WS-CONN-ST NOT = "00"
               READ CONN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM RENAME-MRG-CONN-ROW
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF CONN-SENDER = CONN-RECIP
                           MOVE "Y" TO WS-MRG-DROP-ROW
                       END-IF
                       IF WS-MRG-DROP-ROW = "N" AND
                          WS-MRG-PARTNER NOT = SPACES AND
                          CONN-STATUS NOT = "C"
                           MOVE SPACES TO WS-MRG-KEY
                           STRING
                               "C" DELIMITED BY SIZE
                               WS-MRG-PARTNER DELIMITED BY SIZE
                               INTO WS-MRG-KEY
                           END-STRING
                           PERFORM FIND-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       IF WS-MRG-DROP-ROW = "N" AND
                          WS-MRG-PARTNER NOT = SPACES
                           MOVE SPACES TO WS-MRG-KEY
                           STRING
                               "K" DELIMITED BY SIZE
                               WS-MRG-PARTNER DELIMITED BY SIZE
                               INTO WS-MRG-KEY
                           END-STRING
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE CONN-REC TO CONN-TMP-REC
                           WRITE CONN-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           MOVE WS-CONN-TMP-ST TO WS-MRG-TMP-ST
           CLOSE CONN-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> RENAME-MRG-CONN-ROW: moves the connection row just read onto
      *> the kept account; WS-MRG-PARTNER = the other party when the
      *> row now involves the kept account, else spaces
      *> ---------------------------------------------------------------
       RENAME-MRG-CONN-ROW.
           MOVE "N" TO WS-MRG-ROW-MOVED
           IF CONN-SENDER = WS-MRG-LOSE
               MOVE WS-MRG-KEEP TO CONN-SENDER
               MOVE "Y" TO WS-MRG-ROW-MOVED
           END-IF
           IF CONN-RECIP = WS-MRG-LOSE
               MOVE WS-MRG-KEEP TO CONN-RECIP
               MOVE "Y" TO WS-MRG-ROW-MOVED
           END-IF
           MOVE SPACES TO WS-MRG-PARTNER
           IF CONN-SENDER = WS-MRG-KEEP
               MOVE CONN-RECIP TO WS-MRG-PARTNER
           ELSE
               IF CONN-RECIP = WS-MRG-KEEP
                   MOVE CONN-SENDER TO WS-MRG-PARTNER
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> MERGE-APPLICATIONS: moves the duplicate's applications onto
      *> the kept account. Each one changes its record key, so it is
      *> written under the kept account and then deleted; where the
      *> kept account already applied to the same posting its own
      *> application stands and the duplicate's is collapsed into it.
      *> ---------------------------------------------------------------
       MERGE-APPLICATIONS.
           MOVE "Applications.dat" TO WS-MRG-FILE-NAME
           MOVE SPACES TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           MOVE "Y" TO WS-MRG-IN-PLACE
           OPEN I-O APP-FILE
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-ST NOT = "00"
               MOVE WS-APP-ST TO WS-MRG-TMP-ST
               CLOSE APP-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MRG-APP-TOTAL
           PERFORM UNTIL WS-MRG-APP-TOTAL = 0
                      OR WS-MRG-TMP-ST NOT = "00"
               PERFORM LOAD-MRG-APP-BATCH
               PERFORM VARYING WS-MRG-A FROM 1 BY 1
                       UNTIL WS-MRG-A > WS-MRG-APP-TOTAL
                          OR WS-MRG-TMP-ST NOT = "00"
                   PERFORM MOVE-MRG-APP-ROW
               END-PERFORM
           END-PERFORM
           CLOSE APP-FILE
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-MRG-APP-BATCH: the next batch of the duplicate's
      *> applications still on file; a read error is left in
      *> WS-MRG-TMP-ST
      *> ---------------------------------------------------------------
       LOAD-MRG-APP-BATCH.
           MOVE 0 TO WS-MRG-APP-TOTAL
           MOVE WS-MRG-LOSE TO APP-USER
           START APP-FILE KEY IS = APP-USER
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
                      OR WS-MRG-APP-TOTAL >= 200
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-MRG-LOSE
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-MRG-APP-TOTAL
                       MOVE APP-REC TO WS-MRG-APP-ROW(WS-MRG-APP-TOTAL)
               END-READ
           END-PERFORM
           IF WS-APP-ST(1:1) NOT = "0" AND
              WS-APP-ST NOT = "10" AND WS-APP-ST NOT = "23"
               MOVE WS-APP-ST TO WS-MRG-TMP-ST
           END-IF.
      *> ---------------------------------------------------------------
      *> MOVE-MRG-APP-ROW: moves batch entry WS-MRG-A onto the kept
      *> account; a file error is left in WS-MRG-TMP-ST
      *> ---------------------------------------------------------------
       MOVE-MRG-APP-ROW.
           MOVE "Y" TO WS-MRG-ROW-MOVED
           MOVE "N" TO WS-MRG-DROP-ROW
           MOVE WS-MRG-APP-ROW(WS-MRG-A) TO APP-REC
           MOVE WS-MRG-KEEP TO APP-USER
      *>   A numbered posting is matched on its number alone
           IF APP-JOB-ID NOT = SPACES
               START APP-FILE KEY IS = APP-USER-JOB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MRG-DROP-ROW
               END-START
           END-IF
           IF WS-MRG-DROP-ROW = "N"
               WRITE APP-REC
                   INVALID KEY
                       IF WS-APP-ST = "22"
                           MOVE "Y" TO WS-MRG-DROP-ROW
                       ELSE
                           MOVE WS-APP-ST TO WS-MRG-TMP-ST
                           EXIT PARAGRAPH
                       END-IF
               END-WRITE
               IF WS-APP-ST(1:1) NOT = "0" AND WS-APP-ST NOT = "22"
                   MOVE WS-APP-ST TO WS-MRG-TMP-ST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-MRG-APP-ROW(WS-MRG-A) TO APP-REC
           DELETE APP-FILE RECORD
               INVALID KEY
                   MOVE WS-APP-ST TO WS-MRG-TMP-ST
                   EXIT PARAGRAPH
           END-DELETE
           IF WS-APP-ST(1:1) NOT = "0"
               MOVE WS-APP-ST TO WS-MRG-TMP-ST
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-MRG-ROW.
      *> ---------------------------------------------------------------
      *> MERGE-APP-HISTORY: moves the duplicate's application status
      *> history (as applicant and as the one who made the change);
      *> history is never collapsed
      *> ---------------------------------------------------------------
       MERGE-APP-HISTORY.
           MOVE "AppHistory.dat" TO WS-MRG-FILE-NAME
           MOVE "AppHistory.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST = "35"
               CLOSE HIST-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HIST-TMP
           PERFORM UNTIL WS-HIST-ST NOT = "00"
               READ HIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF HIST-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO HIST-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF HIST-CHANGED-BY = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO HIST-CHANGED-BY
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       MOVE HIST-REC TO HIST-TMP-REC
                       WRITE HIST-TMP-REC
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE WS-HIST-TMP-ST TO WS-MRG-TMP-ST
           CLOSE HIST-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-MESSAGES: moves the messages the duplicate sent and
      *> received; every message is kept. The sender and recipient
      *> are alternate keys, so each row is rewritten in place.
      *> ---------------------------------------------------------------
       MERGE-MESSAGES.
           MOVE "Messages.dat" TO WS-MRG-FILE-NAME
           MOVE SPACES TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           MOVE "Y" TO WS-MRG-IN-PLACE
           OPEN I-O MSG-FILE
           IF WS-MSG-ST = "35"
               CLOSE MSG-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-MSG-ST NOT = "00"
               MOVE WS-MSG-ST TO WS-MRG-TMP-ST
               CLOSE MSG-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
                      OR WS-MRG-TMP-ST NOT = "00"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF MSG-SENDER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO MSG-SENDER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF MSG-RECIP = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO MSG-RECIP
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF WS-MRG-ROW-MOVED = "Y"
                           REWRITE MSG-REC
                               INVALID KEY
                                   MOVE WS-MSG-ST TO WS-MRG-TMP-ST
                           END-REWRITE
                       END-IF
                       PERFORM TALLY-MRG-ROW
               END-READ
           END-PERFORM
      *>   Anything but the normal end of file is a failed rewrite or
      *>   read, and the duplicate must not be retired
           IF WS-MRG-TMP-ST = "00" AND WS-MSG-ST NOT = "10"
               MOVE WS-MSG-ST TO WS-MRG-TMP-ST
           END-IF
           CLOSE MSG-FILE
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-RSVPS: moves the duplicate's event RSVPs; two RSVPs to
      *> the same event collapse to the first
      *> ---------------------------------------------------------------
       MERGE-RSVPS.
           MOVE "EventRsvps.dat" TO WS-MRG-FILE-NAME
           MOVE "EventRsvps.tmp" TO WS-MRG-TMP-NAME
           MOVE "EventRsvps.dat" TO WS-RSVP-FILENAME
           PERFORM START-MRG-FILE
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-ST = "35"
               CLOSE RSVP-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL WS-RSVP-ST NOT = "00"
               READ RSVP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF RSVP-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO RSVP-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF RSVP-USER = WS-MRG-KEEP
                           MOVE RSVP-EVENT TO WS-MRG-KEY
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE RSVP-REC TO RSVP-TMP-REC
                           WRITE RSVP-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSVP-FILE
           MOVE WS-RSVP-TMP-ST TO WS-MRG-TMP-ST
           CLOSE RSVP-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-INTERVIEWS: moves the duplicate's booked interview
      *> slots. Where both accounts had booked a slot for the same
      *> posting, the later booking is released back to the pool
      *> (counted as collapsed) rather than removed, since the slot
      *> belongs to the employer.
      *> ---------------------------------------------------------------
       MERGE-INTERVIEWS.
           MOVE "Interviews.dat" TO WS-MRG-FILE-NAME
           MOVE "Interviews.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT IV-FILE
           IF WS-IV-ST = "35"
               CLOSE IV-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT IV-TMP
           PERFORM UNTIL WS-IV-ST NOT = "00"
               READ IV-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF IV-APPLICANT = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO IV-APPLICANT
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF IV-APPLICANT = WS-MRG-KEEP AND
                          IV-STATUS = "A"
                           MOVE SPACES TO WS-MRG-KEY
                           STRING
                               IV-EMPLOYER DELIMITED BY SIZE
                               IV-JOB-ID DELIMITED BY SIZE
                               INTO WS-MRG-KEY
                           END-STRING
                           PERFORM CHECK-MRG-SEEN
                           IF WS-MRG-DUP = "Y"
                               MOVE SPACES TO IV-APPLICANT
                               MOVE "O" TO IV-STATUS
                               MOVE "Y" TO WS-MRG-DROP-ROW
                           END-IF
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       MOVE IV-REC TO IV-TMP-REC
                       WRITE IV-TMP-REC
               END-READ
           END-PERFORM
           CLOSE IV-FILE
           MOVE WS-IV-TMP-ST TO WS-MRG-TMP-ST
           CLOSE IV-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-SAVED-JOBS: moves the duplicate's saved postings; the
      *> same posting saved by both collapses to the first
      *> ---------------------------------------------------------------
       MERGE-SAVED-JOBS.
           MOVE "SavedJobs.dat" TO WS-MRG-FILE-NAME
           MOVE "SavedJobs.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT SAV-FILE
           IF WS-SAV-ST = "35"
               CLOSE SAV-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAV-TMP
           PERFORM UNTIL WS-SAV-ST NOT = "00"
               READ SAV-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF SAV-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO SAV-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF SAV-USER = WS-MRG-KEEP
                           MOVE SPACES TO WS-MRG-KEY
                           IF SAV-JOB-ID NOT = SPACES
                               STRING
                                   "J" DELIMITED BY SIZE
                                   SAV-JOB-ID DELIMITED BY SIZE
                                   INTO WS-MRG-KEY
                               END-STRING
                           ELSE
                               STRING
                                   "C" DELIMITED BY SIZE
                                   SAV-COMPANY DELIMITED BY SIZE
                                   SAV-TITLE DELIMITED BY SIZE
                                   INTO WS-MRG-KEY
                               END-STRING
                           END-IF
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE SAV-REC TO SAV-TMP-REC
                           WRITE SAV-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAV-FILE
           MOVE WS-SAV-TMP-ST TO WS-MRG-TMP-ST
           CLOSE SAV-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-STUDENT-SKILLS: moves the duplicate's recorded skills;
      *> a skill both accounts recorded collapses to one row
      *> ---------------------------------------------------------------
       MERGE-STUDENT-SKILLS.
           MOVE "StudentSkills.dat" TO WS-MRG-FILE-NAME
           MOVE "StudentSkills.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT STUSK-FILE
           IF WS-STUSK-ST = "35"
               CLOSE STUSK-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STUSK-TMP
           PERFORM UNTIL WS-STUSK-ST NOT = "00"
               READ STUSK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF STUSK-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO STUSK-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF STUSK-USER = WS-MRG-KEEP
                           MOVE STUSK-SKILL TO WS-MRG-KEY
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE STUSK-REC TO STUSK-TMP-REC
                           WRITE STUSK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUSK-FILE
           MOVE WS-STUSK-TMP-ST TO WS-MRG-TMP-ST
           CLOSE STUSK-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-EXPERIENCE: moves the duplicate's experience entries;
      *> an entry identical to one the kept account has is dropped
      *> ---------------------------------------------------------------
       MERGE-EXPERIENCE.
           MOVE "Experience.dat" TO WS-MRG-FILE-NAME
           MOVE "Experience.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-ST = "35"
               CLOSE EXP-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXP-TMP
           PERFORM UNTIL WS-EXP-ST NOT = "00"
               READ EXP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF EXP-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO EXP-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF EXP-USER = WS-MRG-KEEP
                           MOVE EXP-REC TO WS-MRG-KEY
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE EXP-REC TO EXP-TMP-REC
                           WRITE EXP-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXP-FILE
           MOVE WS-EXP-TMP-ST TO WS-MRG-TMP-ST
           CLOSE EXP-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-EDUCATION: moves the duplicate's education entries; an
      *> entry identical to one the kept account has is dropped
      *> ---------------------------------------------------------------
       MERGE-EDUCATION.
           MOVE "Education.dat" TO WS-MRG-FILE-NAME
           MOVE "Education.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT EDU-FILE
           IF WS-EDU-ST = "35"
               CLOSE EDU-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EDU-TMP
           PERFORM UNTIL WS-EDU-ST NOT = "00"
               READ EDU-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF EDU-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO EDU-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF EDU-USER = WS-MRG-KEEP
                           MOVE EDU-REC TO WS-MRG-KEY
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE EDU-REC TO EDU-TMP-REC
                           WRITE EDU-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDU-FILE
           MOVE WS-EDU-TMP-ST TO WS-MRG-TMP-ST
           CLOSE EDU-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-ENDORSEMENTS: moves endorsements given and received by
      *> the duplicate. One account endorsing the other becomes a
      *> self-endorsement and is dropped; the same endorsement
      *> recorded twice collapses to the first.
      *> ---------------------------------------------------------------
       MERGE-ENDORSEMENTS.
           MOVE "Endorsements.dat" TO WS-MRG-FILE-NAME
           MOVE "Endorsements.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT ENDR-FILE
           IF WS-ENDR-ST = "35"
               CLOSE ENDR-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENDR-TMP
           PERFORM UNTIL WS-ENDR-ST NOT = "00"
               READ ENDR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF ENDR-ENDORSER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO ENDR-ENDORSER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF ENDR-STUDENT = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO ENDR-STUDENT
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF ENDR-ENDORSER = ENDR-STUDENT
                           MOVE "Y" TO WS-MRG-DROP-ROW
                       ELSE
                           IF ENDR-ENDORSER = WS-MRG-KEEP OR
                              ENDR-STUDENT = WS-MRG-KEEP
                               MOVE SPACES TO WS-MRG-KEY
                               STRING
                                   ENDR-ENDORSER DELIMITED BY SIZE
                                   ENDR-STUDENT DELIMITED BY SIZE
                                   ENDR-SKILL DELIMITED BY SIZE
                                   INTO WS-MRG-KEY
                               END-STRING
                               PERFORM CHECK-MRG-SEEN
                               MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                           END-IF
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE ENDR-REC TO ENDR-TMP-REC
                           WRITE ENDR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDR-FILE
           MOVE WS-ENDR-TMP-ST TO WS-MRG-TMP-ST
           CLOSE ENDR-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-MENTORS: moves the duplicate's mentor opt-in; when both
      *> accounts had opted in, the first row stands
      *> ---------------------------------------------------------------
       MERGE-MENTORS.
           MOVE "Mentors.dat" TO WS-MRG-FILE-NAME
           MOVE "Mentors.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MENTOR-TMP
           PERFORM UNTIL WS-MENTOR-ST NOT = "00"
               READ MENTOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF MENTOR-USER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO MENTOR-USER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF MENTOR-USER = WS-MRG-KEEP
                           MOVE MENTOR-USER TO WS-MRG-KEY
                           PERFORM CHECK-MRG-SEEN
                           MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE MENTOR-REC TO MENTOR-TMP-REC
                           WRITE MENTOR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTOR-FILE
           MOVE WS-MENTOR-TMP-ST TO WS-MRG-TMP-ST
           CLOSE MENTOR-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-MENTORSHIPS: moves the duplicate's mentorships (as
      *> mentor or as student); a pairing of the two accounts with
      *> each other is dropped, and a repeated pairing collapses to
      *> the first
      *> ---------------------------------------------------------------
       MERGE-MENTORSHIPS.
           MOVE "Mentorships.dat" TO WS-MRG-FILE-NAME
           MOVE "Mentorships.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST = "35"
               CLOSE MSHIP-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL WS-MSHIP-ST NOT = "00"
               READ MSHIP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF MS-MENTOR = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO MS-MENTOR
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF MS-STUDENT = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO MS-STUDENT
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF MS-MENTOR = MS-STUDENT
                           MOVE "Y" TO WS-MRG-DROP-ROW
                       ELSE
                           IF MS-MENTOR = WS-MRG-KEEP OR
                              MS-STUDENT = WS-MRG-KEEP
                               MOVE SPACES TO WS-MRG-KEY
                               STRING
                                   MS-MENTOR DELIMITED BY SIZE
                                   MS-STUDENT DELIMITED BY SIZE
                                   INTO WS-MRG-KEY
                               END-STRING
                               PERFORM CHECK-MRG-SEEN
                               MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                           END-IF
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE MSHIP-REC TO MSHIP-TMP-REC
                           WRITE MSHIP-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSHIP-FILE
           MOVE WS-MSHIP-TMP-ST TO WS-MRG-TMP-ST
           CLOSE MSHIP-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> MERGE-BLOCKS: moves blocks made by and against the duplicate;
      *> a block between the two accounts is dropped, and a repeated
      *> block collapses to the first
      *> ---------------------------------------------------------------
       MERGE-BLOCKS.
           MOVE "Blocks.dat" TO WS-MRG-FILE-NAME
           MOVE "Blocks.tmp" TO WS-MRG-TMP-NAME
           PERFORM START-MRG-FILE
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-ST = "35"
               CLOSE BLOCK-FILE
               PERFORM FINISH-MRG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BLOCK-TMP
           PERFORM UNTIL WS-BLOCK-ST NOT = "00"
               READ BLOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-MRG-ROW-MOVED
                       MOVE "N" TO WS-MRG-DROP-ROW
                       IF BLK-BLOCKER = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO BLK-BLOCKER
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF BLK-BLOCKED = WS-MRG-LOSE
                           MOVE WS-MRG-KEEP TO BLK-BLOCKED
                           MOVE "Y" TO WS-MRG-ROW-MOVED
                       END-IF
                       IF BLK-BLOCKER = BLK-BLOCKED
                           MOVE "Y" TO WS-MRG-DROP-ROW
                       ELSE
                           IF BLK-BLOCKER = WS-MRG-KEEP OR
                              BLK-BLOCKED = WS-MRG-KEEP
                               MOVE SPACES TO WS-MRG-KEY
                               STRING
                                   BLK-BLOCKER DELIMITED BY SIZE
                                   BLK-BLOCKED DELIMITED BY SIZE
                                   INTO WS-MRG-KEY
                               END-STRING
                               PERFORM CHECK-MRG-SEEN
                               MOVE WS-MRG-DUP TO WS-MRG-DROP-ROW
                           END-IF
                       END-IF
                       PERFORM TALLY-MRG-ROW
                       IF WS-MRG-DROP-ROW = "N"
                           MOVE BLOCK-REC TO BLOCK-TMP-REC
                           WRITE BLOCK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE
           MOVE WS-BLOCK-TMP-ST TO WS-MRG-TMP-ST
           CLOSE BLOCK-TMP
           PERFORM FINISH-MRG-FILE.
      *> ---------------------------------------------------------------
      *> RETIRE-MERGED-ACCOUNT: deactivates the duplicate once its
      *> rows have all moved (the caller holds the Accounts.lck writer
      *> lock); WS-MRG-RETIRED = Y when done
      *> ---------------------------------------------------------------
       RETIRE-MERGED-ACCOUNT.
           OPEN INPUT ACCT-FILE
           OPEN OUTPUT ACCT-TMP
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-USER = WS-MRG-LOSE
                           MOVE "D" TO ACCT-STATUS
                       END-IF
                       MOVE ACCT-REC TO ACCT-TMP-REC
                       WRITE ACCT-TMP-REC
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           IF WS-ACCT-TMP-ST NOT = "00"
               CLOSE ACCT-TMP
               MOVE
             "WARNING: retiring the duplicate failed while writing Accou
      -    "nts.tmp."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           CLOSE ACCT-TMP
           CALL "SYSTEM" USING "mv Accounts.tmp Accounts.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: retiring the duplicate failed to finalize Account
      -    "s.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-LOSE TO WS-DEACTLOG-USER
           MOVE "MERGE" TO WS-DEACTLOG-SOURCE
           PERFORM RECORD-DEACTIVATION
           MOVE "Y" TO WS-MRG-RETIRED.
      *> ---------------------------------------------------------------
      *> START-MRG-FILE: clears the tally and seen-key table before
      *> the next file is rewritten
      *> ---------------------------------------------------------------
       START-MRG-FILE.
           MOVE 0 TO WS-MRG-MOVED
           MOVE 0 TO WS-MRG-DROPPED
           MOVE 0 TO WS-MRG-SEEN-TOTAL
           MOVE "N" TO WS-MRG-IN-PLACE
           MOVE "00" TO WS-MRG-TMP-ST.
      *> ---------------------------------------------------------------
      *> TALLY-MRG-ROW: counts the row just processed as collapsed
      *> (WS-MRG-DROP-ROW) or moved (WS-MRG-ROW-MOVED)
      *> ---------------------------------------------------------------
       TALLY-MRG-ROW.
           IF WS-MRG-DROP-ROW = "Y"
               ADD 1 TO WS-MRG-DROPPED
           ELSE
               IF WS-MRG-ROW-MOVED = "Y"
                   ADD 1 TO WS-MRG-MOVED
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> FIND-MRG-SEEN: WS-MRG-DUP = Y when WS-MRG-KEY has already
      *> been written for the kept account in this file
      *> ---------------------------------------------------------------
       FIND-MRG-SEEN.
           MOVE "N" TO WS-MRG-DUP
           PERFORM VARYING WS-MRG-I FROM 1 BY 1
                   UNTIL WS-MRG-I > WS-MRG-SEEN-TOTAL
               IF WS-MRG-SEEN(WS-MRG-I) = WS-MRG-KEY
                   MOVE "Y" TO WS-MRG-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> CHECK-MRG-SEEN: as FIND-MRG-SEEN, then remembers WS-MRG-KEY
      *> when it is new
      *> ---------------------------------------------------------------
       CHECK-MRG-SEEN.
           PERFORM FIND-MRG-SEEN
           IF WS-MRG-DUP = "N" AND WS-MRG-SEEN-TOTAL < 1000
               ADD 1 TO WS-MRG-SEEN-TOTAL
               MOVE WS-MRG-KEY TO WS-MRG-SEEN(WS-MRG-SEEN-TOTAL)
           END-IF.
      *> ---------------------------------------------------------------
      *> FINISH-MRG-FILE: puts the rewritten file in place when any
      *> row changed (discarding the copy otherwise; an indexed file
      *> updated in place has no copy), reports the file's tally, and
      *> audits it. A failure sets WS-MRG-FAILED so the duplicate is
      *> not retired with rows left behind.
      *> ---------------------------------------------------------------
       FINISH-MRG-FILE.
           IF WS-MRG-TMP-ST NOT = "00"
               MOVE "Y" TO WS-MRG-FAILED
               MOVE SPACES TO WS-TEXT
               IF WS-MRG-IN-PLACE = "Y"
                   STRING
                       "WARNING: merge failed while updating "
                           DELIMITED BY SIZE
                       WS-MRG-FILE-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-CMD
                   STRING
                       "rm -f " DELIMITED BY SIZE
                       WS-MRG-TMP-NAME DELIMITED BY SPACE
                       INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
                   STRING
                       "WARNING: merge failed while writing "
                           DELIMITED BY SIZE
                       WS-MRG-TMP-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               END-IF
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-MOVED = 0 AND WS-MRG-DROPPED = 0
               IF WS-MRG-IN-PLACE = "N"
                   MOVE SPACES TO WS-CMD
                   STRING
                       "rm -f " DELIMITED BY SIZE
                       WS-MRG-TMP-NAME DELIMITED BY SPACE
                       INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
               END-IF
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   WS-MRG-FILE-NAME DELIMITED BY SPACE
                   ": nothing to move." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MRG-IN-PLACE = "N"
               MOVE SPACES TO WS-CMD
               STRING
                   "mv " DELIMITED BY SIZE
                   WS-MRG-TMP-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MRG-FILE-NAME DELIMITED BY SPACE
                   INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO WS-MRG-FAILED
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "WARNING: merge failed to finalize "
                           DELIMITED BY SIZE
                       WS-MRG-FILE-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-MRG-MOVED TO WS-MRG-MOVED-ALL
           ADD WS-MRG-DROPPED TO WS-MRG-DROPPED-ALL
           MOVE WS-MRG-MOVED TO WS-MRG-MOVED-DISP
           MOVE WS-MRG-DROPPED TO WS-MRG-DROPPED-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "  " DELIMITED BY SIZE
               WS-MRG-FILE-NAME DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-MOVED-DISP) DELIMITED BY SIZE
               " moved, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-DROPPED-DISP) DELIMITED BY SIZE
               " collapsed" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE "ACCT_MERGE_FILE" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-SUBJECT
           STRING
               WS-MRG-PAIR DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-MRG-FILE-NAME DELIMITED BY SPACE
               " moved=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-MOVED-DISP) DELIMITED BY SIZE
               " collapsed=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MRG-DROPPED-DISP) DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           END-STRING
           PERFORM WRITE-STAFF-AUDIT.
      *> ---------------------------------------------------------------
      *> RESTORE-ACCOUNTS-BACKUP: staff point-in-time restore of
      *> Accounts.dat from one of the dated backup copies the online
      *> saves leave behind. Lists the backups on hand with their
      *> record counts, takes the Accounts.lck writer lock, snapshots
      *> the current file first, and reports the before/after record
      *> counts. The restore is audited like the other staff actions.
      *> ---------------------------------------------------------------
       RESTORE-ACCOUNTS-BACKUP.
           PERFORM LIST-BACKUPS-ON-HAND
           IF WS-BAK-LISTED = 0
               MOVE "No dated Accounts.dat backups are on hand."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE
       "Enter the backup date to restore (YYYY-MM-DD, blank to cancel):"
               TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               MOVE "Restore cancelled." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:10) TO WS-RESTORE-DATE
           MOVE SPACES TO WS-BAK-FILENAME
           STRING
               "Accounts.dat.bak." DELIMITED BY SIZE
               WS-RESTORE-DATE     DELIMITED BY SIZE
               INTO WS-BAK-FILENAME
           END-STRING
           PERFORM COUNT-BAK-RECORDS
           IF WS-BAK-ST = "35"
               MOVE "No backup with that date is on hand." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-CURRENT-ACCOUNTS
           MOVE WS-CUR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Accounts.dat currently holds " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " record(s)." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE WS-BAK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "The chosen backup holds " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " record(s)." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE "Restore this backup over Accounts.dat? (Y/N):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               MOVE "Restore cancelled." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-ACCT-LOCK
           IF WS-ACCT-LOCK-OK = "N"
               MOVE
             "Another session is updating accounts; please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
      *> Snapshot the current file first so even a restore can be
      *> rolled back. The snapshot goes to its own name: reusing the
      *> dated backup name would overwrite the very backup being
      *> restored whenever it carries today's date, and the retention
      *> prune must never run mid-restore or it could delete the
      *> chosen backup before the copy happens.
           CALL "SYSTEM" USING
               "cp Accounts.dat Accounts.dat.prerestore"
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "WARNING: could not snapshot Accounts.dat; restore aborted."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING
               "cp " DELIMITED BY SIZE
               WS-BAK-FILENAME DELIMITED BY "  "
               " Accounts.dat" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-ACCT-LOCK
           PERFORM COUNT-CURRENT-ACCOUNTS
           MOVE WS-CUR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Accounts.dat now holds " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               " record(s)." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE "ACCT_RESTORED" TO WS-AUDIT-EVENT
           MOVE WS-BAK-FILENAME TO WS-AUDIT-SUBJECT
           PERFORM WRITE-STAFF-AUDIT
           MOVE "Accounts.dat restored from backup." TO WS-TEXT
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> LIST-BACKUPS-ON-HAND: shows the dated Accounts.dat backups
      *> with their record counts, via a scratch shell listing
      *> ---------------------------------------------------------------
       LIST-BACKUPS-ON-HAND.
           MOVE 0 TO WS-BAK-LISTED
           CALL "SYSTEM" USING
               "ls -1 Accounts.dat.bak.* > BackupList.tmp 2>/dev/null"
           OPEN INPUT LIST-FILE
           IF WS-LIST-ST = "35"
               CLOSE LIST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Backups on hand:" TO WS-TEXT
           PERFORM PRT
           PERFORM UNTIL WS-LIST-ST NOT = "00"
               READ LIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIST-REC NOT = SPACES
                           ADD 1 TO WS-BAK-LISTED
                           MOVE LIST-REC(1:40) TO WS-BAK-FILENAME
                           PERFORM COUNT-BAK-RECORDS
                           MOVE WS-BAK-COUNT TO WS-COUNT-DISP
                           MOVE SPACES TO WS-TEXT
                           STRING
                               "  " DELIMITED BY SIZE
                               LIST-REC DELIMITED BY "  "
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-COUNT-DISP)
                                   DELIMITED BY SIZE
                               " record(s))" DELIMITED BY SIZE
                               INTO WS-TEXT
                           END-STRING
                           PERFORM PRT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           CALL "SYSTEM" USING "rm -f BackupList.tmp".
      *> ---------------------------------------------------------------
      *> COUNT-BAK-RECORDS: counts the records in WS-BAK-FILENAME;
      *> WS-BAK-ST stays "35" when no such backup exists
      *> ---------------------------------------------------------------
       COUNT-BAK-RECORDS.
           MOVE 0 TO WS-BAK-COUNT
           OPEN INPUT BAK-FILE
           IF WS-BAK-ST = "35"
               CLOSE BAK-FILE
               MOVE "35" TO WS-BAK-ST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BAK-ST NOT = "00"
               READ BAK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-BAK-COUNT
               END-READ
           END-PERFORM
           CLOSE BAK-FILE
           MOVE "00" TO WS-BAK-ST.
      *> ---------------------------------------------------------------
      *> COUNT-CURRENT-ACCOUNTS: counts the records in Accounts.dat
      *> ---------------------------------------------------------------
       COUNT-CURRENT-ACCOUNTS.
           MOVE 0 TO WS-CUR-COUNT
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
                       ADD 1 TO WS-CUR-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> COMPANY-RECORDS: the company master submenu. Employers type a
      *> company name on every posting, so the same firm turns up
      *> under several spellings; staff keep one Companies.dat row per
      *> organization here and link each employer account to it.
      *> ---------------------------------------------------------------
       COMPANY-RECORDS.
           MOVE "--- Company Records ---" TO WS-TEXT
           PERFORM PRT
           MOVE "1. List Companies" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Add a Company" TO WS-TEXT
           PERFORM PRT
           MOVE "3. Update a Company" TO WS-TEXT
           PERFORM PRT
           MOVE "4. Verify a Company" TO WS-TEXT
           PERFORM PRT
           MOVE "5. Link an Employer Account to a Company" TO WS-TEXT
           PERFORM PRT
           MOVE "6. Go Back" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' PERFORM LIST-COMPANIES
               WHEN '2' PERFORM ADD-COMPANY
               WHEN '3' PERFORM UPDATE-COMPANY
               WHEN '4' PERFORM VERIFY-COMPANY
               WHEN '5' PERFORM LINK-EMPLOYER-COMPANY
               WHEN '6' CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> LIST-COMPANIES: one line per company with its number, name
      *> and verification state
      *> ---------------------------------------------------------------
       LIST-COMPANIES.
           MOVE 0 TO WS-CMP-COUNT
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST NOT = "35"
               PERFORM UNTIL WS-COMPANY-ST NOT = "00"
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-CMP-COUNT
                           MOVE SPACES TO WS-TEXT
                           IF CMP-VERIFIED = "Y"
                               STRING
                                   "  " DELIMITED BY SIZE
                                   CMP-ID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   CMP-NAME DELIMITED BY "  "
                                   " (verified " DELIMITED BY SIZE
                                   CMP-VERIFIED-DATE DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                           ELSE
                               STRING
                                   "  " DELIMITED BY SIZE
                                   CMP-ID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   CMP-NAME DELIMITED BY "  "
                                   " (not verified)" DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                           END-IF
                           PERFORM PRT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE
           IF WS-CMP-COUNT = 0
               MOVE "No companies are on file." TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> SCAN-COMPANIES: one pass over Companies.dat setting WS-CMP-MAX
      *> to the highest company number, WS-CMP-FOUND (with the
      *> current name and state) when WS-CMP-ID is on file, and
      *> WS-CMP-DUP when another company already has WS-CMP-NAME,
      *> ignoring case, since a second spelling is what the master
      *> file is here to prevent
      *> ---------------------------------------------------------------
       SCAN-COMPANIES.
           MOVE 0 TO WS-CMP-MAX
           MOVE "N" TO WS-CMP-FOUND WS-CMP-DUP
           MOVE SPACES TO WS-CMP-CUR-NAME WS-CMP-CUR-VERIFIED
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST NOT = "35"
               PERFORM UNTIL WS-COMPANY-ST NOT = "00"
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CMP-ID IS NUMERIC
                               MOVE CMP-ID TO WS-CMP-ID-NUM
                               IF WS-CMP-ID-NUM > WS-CMP-MAX
                                   MOVE WS-CMP-ID-NUM TO WS-CMP-MAX
                               END-IF
                           END-IF
                           IF CMP-ID = WS-CMP-ID
                               MOVE "Y" TO WS-CMP-FOUND
                               MOVE CMP-NAME TO WS-CMP-CUR-NAME
                               MOVE CMP-VERIFIED
                                 TO WS-CMP-CUR-VERIFIED
                           ELSE
                               IF WS-CMP-NAME NOT = SPACES AND
                                  FUNCTION UPPER-CASE(CMP-NAME) =
                                  FUNCTION UPPER-CASE(WS-CMP-NAME)
                                   MOVE "Y" TO WS-CMP-DUP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE.
      *> ---------------------------------------------------------------
      *> PROMPT-COMPANY-ID: reads a company number into WS-CMP-ID
      *> (zero-filled the way CMP-ID is stored); WS-OK = "N" on a
      *> blank or non-numeric entry
      *> ---------------------------------------------------------------
       PROMPT-COMPANY-ID.
           MOVE "N" TO WS-OK
           MOVE SPACES TO WS-CMP-ID
           MOVE "Enter the company number:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES OR
              FUNCTION TEST-NUMVAL(IN-REC(1:20)) NOT = 0
               MOVE "Please enter a numeric company number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CMP-ID-NUM = FUNCTION NUMVAL(IN-REC(1:20))
           MOVE WS-CMP-ID-NUM TO WS-CMP-ID
           MOVE "Y" TO WS-OK.
      *> ---------------------------------------------------------------
      *> ADD-COMPANY: appends a new, not-yet-verified company under
      *> the next company number, refusing blank and duplicate names
      *> ---------------------------------------------------------------
       ADD-COMPANY.
           MOVE "Enter the company name:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               MOVE "Company name cannot be blank." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:40) TO WS-CMP-NAME
           MOVE SPACES TO WS-CMP-ID
           PERFORM SCAN-COMPANIES
           IF WS-CMP-DUP = "Y"
               MOVE "A company by that name is already on file."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the company description:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:200) TO WS-CMP-DESC
           ADD 1 TO WS-CMP-MAX GIVING WS-CMP-ID-NUM
           MOVE WS-CMP-ID-NUM TO WS-CMP-ID
           PERFORM GET-TODAY-DATE
           OPEN EXTEND COMPANY-FILE
           IF WS-COMPANY-ST = "35"
               CLOSE COMPANY-FILE
               OPEN OUTPUT COMPANY-FILE
           END-IF
           MOVE SPACES TO COMPANY-REC
           MOVE WS-CMP-ID   TO CMP-ID
           MOVE WS-CMP-NAME TO CMP-NAME
           MOVE WS-CMP-DESC TO CMP-DESC
           MOVE "N"         TO CMP-VERIFIED
           MOVE WS-TODAY    TO CMP-ADDED-DATE
           WRITE COMPANY-REC
           CLOSE COMPANY-FILE
           MOVE "COMPANY_ADDED" TO WS-AUDIT-EVENT
           MOVE WS-CMP-NAME TO WS-AUDIT-SUBJECT
           PERFORM WRITE-STAFF-AUDIT
           MOVE SPACES TO WS-TEXT
           STRING
               "Company added as number " DELIMITED BY SIZE
               WS-CMP-ID DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> UPDATE-COMPANY: corrects a company's name and/or description;
      *> a blank line keeps the existing value
      *> ---------------------------------------------------------------
       UPDATE-COMPANY.
           PERFORM PROMPT-COMPANY-ID
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMP-NAME
           PERFORM SCAN-COMPANIES
           IF WS-CMP-FOUND = "N"
               MOVE "No company has that number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the new name (blank to keep):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:40) TO WS-CMP-NAME
           IF WS-CMP-NAME NOT = SPACES
               PERFORM SCAN-COMPANIES
               IF WS-CMP-DUP = "Y"
                   MOVE "A company by that name is already on file."
                     TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Enter the new description (blank to keep):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:200) TO WS-CMP-DESC
           IF WS-CMP-NAME = SPACES AND WS-CMP-DESC = SPACES
               MOVE "Nothing to change." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CMP-VERIFY
           PERFORM REWRITE-COMPANY
           IF WS-OK = "Y"
               MOVE "COMPANY_UPDATED" TO WS-AUDIT-EVENT
               MOVE WS-CMP-CUR-NAME TO WS-AUDIT-SUBJECT
               PERFORM WRITE-STAFF-AUDIT
               MOVE "Company updated." TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> VERIFY-COMPANY: marks a company as checked by staff, with the
      *> date, so its page shows it as verified
      *> ---------------------------------------------------------------
       VERIFY-COMPANY.
           PERFORM PROMPT-COMPANY-ID
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMP-NAME
           PERFORM SCAN-COMPANIES
           IF WS-CMP-FOUND = "N"
               MOVE "No company has that number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-CUR-VERIFIED = "Y"
               MOVE "That company is already verified." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMP-DESC
           MOVE "Y" TO WS-CMP-VERIFY
           PERFORM GET-TODAY-DATE
           PERFORM REWRITE-COMPANY
           IF WS-OK = "Y"
               MOVE "COMPANY_VERIFIED" TO WS-AUDIT-EVENT
               MOVE WS-CMP-CUR-NAME TO WS-AUDIT-SUBJECT
               PERFORM WRITE-STAFF-AUDIT
               MOVE "Company verified." TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> REWRITE-COMPANY: rewrites the WS-CMP-ID row of Companies.dat
      *> via the temp-file/rename pattern, taking WS-CMP-NAME and
      *> WS-CMP-DESC where they are non-blank and, when WS-CMP-VERIFY
      *> is "Y", marking it verified as of WS-TODAY (WS-OK = "N" if the
      *> rename fails)
      *> ---------------------------------------------------------------
       REWRITE-COMPANY.
           MOVE "N" TO WS-OK
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST = "35"
               CLOSE COMPANY-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMPANY-TMP
           PERFORM UNTIL WS-COMPANY-ST NOT = "00"
               READ COMPANY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CMP-ID = WS-CMP-ID
                           IF WS-CMP-NAME NOT = SPACES
                               MOVE WS-CMP-NAME TO CMP-NAME
                           END-IF
                           IF WS-CMP-DESC NOT = SPACES
                               MOVE WS-CMP-DESC TO CMP-DESC
                           END-IF
                           IF WS-CMP-VERIFY = "Y"
                               MOVE "Y" TO CMP-VERIFIED
                               MOVE WS-TODAY TO CMP-VERIFIED-DATE
                           END-IF
                       END-IF
                       MOVE COMPANY-REC TO COMPANY-TMP-REC
                       WRITE COMPANY-TMP-REC
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE
           CLOSE COMPANY-TMP
           CALL "SYSTEM" USING "mv Companies.tmp Companies.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: change failed to finalize Companies.dat."
                 TO WS-TEXT
               PERFORM PRT
           ELSE
               MOVE "Y" TO WS-OK
           END-IF.
      *> ---------------------------------------------------------------
      *> LINK-EMPLOYER-COMPANY: links an employer account to one
      *> company (replacing any earlier link), or unlinks it when the
      *> company number is left blank. EmployerCompany.dat is
      *> rewritten via the temp-file/rename pattern.
      *> ---------------------------------------------------------------
       LINK-EMPLOYER-COMPANY.
           MOVE "Enter the employer's username:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:20) TO WS-TARGET-USER
           MOVE "N" TO WS-TARGET-FOUND
           MOVE SPACE TO WS-TARGET-ROLE
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST NOT = "35"
               PERFORM UNTIL WS-ACCT-ST NOT = "00"
                   READ ACCT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACCT-USER = WS-TARGET-USER
                               MOVE "Y" TO WS-TARGET-FOUND
                               MOVE ACCT-ROLE TO WS-TARGET-ROLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-FILE
           IF WS-TARGET-FOUND = "N" OR WS-TARGET-ROLE NOT = "E"
               MOVE "No employer account with that username was found."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the company number (blank to unlink):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE SPACES TO WS-CMP-ID WS-CMP-NAME WS-CMP-CUR-NAME
           IF IN-REC NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IN-REC(1:20)) NOT = 0
                   MOVE "Please enter a numeric company number."
                     TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CMP-ID-NUM = FUNCTION NUMVAL(IN-REC(1:20))
               MOVE WS-CMP-ID-NUM TO WS-CMP-ID
               PERFORM SCAN-COMPANIES
               IF WS-CMP-FOUND = "N"
                   MOVE "No company has that number." TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT EMPCO-TMP
           OPEN INPUT EMPCO-FILE
           IF WS-EMPCO-ST NOT = "35"
               PERFORM UNTIL WS-EMPCO-ST NOT = "00"
                   READ EMPCO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EMPCO-USER NOT = WS-TARGET-USER
                               MOVE EMPCO-REC TO EMPCO-TMP-REC
                               WRITE EMPCO-TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMPCO-FILE
           IF WS-CMP-ID NOT = SPACES
               MOVE SPACES TO EMPCO-TMP-REC
               MOVE WS-TARGET-USER TO EMPCO-TMP-REC(1:20)
               MOVE WS-CMP-ID      TO EMPCO-TMP-REC(21:5)
               WRITE EMPCO-TMP-REC
           END-IF
           CLOSE EMPCO-TMP
           CALL "SYSTEM" USING
               "mv EmployerCompany.tmp EmployerCompany.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: link failed to finalize EmployerCompany.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-SUBJECT
           IF WS-CMP-ID = SPACES
               MOVE "EMP_UNLINKED" TO WS-AUDIT-EVENT
               MOVE WS-TARGET-USER TO WS-AUDIT-SUBJECT
               PERFORM WRITE-STAFF-AUDIT
               MOVE "Employer account unlinked." TO WS-TEXT
               PERFORM PRT
           ELSE
               MOVE "EMP_LINKED" TO WS-AUDIT-EVENT
               STRING
                   WS-TARGET-USER DELIMITED BY "  "
                   " -> " DELIMITED BY SIZE
                   WS-CMP-CUR-NAME DELIMITED BY "  "
                   INTO WS-AUDIT-SUBJECT
               END-STRING
               PERFORM WRITE-STAFF-AUDIT
               MOVE SPACES TO WS-TEXT
               STRING
                   "Employer account linked to " DELIMITED BY SIZE
                   WS-CMP-CUR-NAME DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> GET-TODAY-DATE: formats today's date as YYYY-MM-DD
      *> (kept in lockstep with InCollege.cob)
           MOVE "N" TO WS-ACCT-LOCK-OK
           MOVE 0 TO WS-ACCT-LOCK-TRY
           CALL "SYSTEM" USING
               "find Accounts.lck -maxdepth 0 -mmin +1 -exec rmdir {} \;
      -    " 2>/dev/null"
           PERFORM UNTIL WS-ACCT-LOCK-OK = "Y"
                      OR WS-ACCT-LOCK-TRY > 5
               CALL "SYSTEM" USING "mkdir Accounts.lck 2>/dev/null"
      *> so a later event can never inherit it)
      *> ---------------------------------------------------------------
       WRITE-STAFF-AUDIT.
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
