      *> ===============================================================
      *> RETENTIONPURGE.CBL  (records-retention purge: a deactivated
      *> student or alumni account whose latest Deactivations.dat date
      *> is older than the retention period in RetentionPolicy.dat is
      *> purged from every data file and archive. The account row (and
      *> its copies in the dated Accounts.dat backups) becomes an
      *> anonymous *PURGED-nnnnn placeholder keeping only university,
      *> major, and class year; rows other people and reports count on
      *> - applications, application history, interview bookings,
      *> RSVPs, abuse reports, announcement deliveries - are re-keyed
      *> to that placeholder so employers' and events' counts stay
      *> right without naming the student; everything else the
      *> account owned (connections, messages, saved jobs, skills,
      *> experience, education, endorsements, mentoring, blocks,
      *> lockouts, quarantined rows) is removed. PurgeCertificate.txt
      *> lists what was removed or anonymized for each account. Run
      *> with the single command-line argument PURGE to make the
      *> changes; without it the run is a dry run that only lists who
      *> would be purged and what would go. Modeled on
      *> INTEGRITYCHECK's report/repair split.)
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTIONPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ST.
           SELECT ACCT-TMP  ASSIGN TO "Accounts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-TMP-ST.
           SELECT ACCTRAW-FILE ASSIGN TO "Accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRAW-ST.
           SELECT LIST-FILE ASSIGN TO "RetentionBackups.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-ST.
           SELECT BAK-FILE  ASSIGN TO DYNAMIC WS-BAK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-ST.
           SELECT BAK-TMP   ASSIGN TO "AccountsBackup.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-TMP-ST.
           SELECT POLICY-FILE ASSIGN TO "RetentionPolicy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-ST.
           SELECT DEACTLOG-FILE ASSIGN TO "Deactivations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-ST.
           SELECT DEACTLOG-TMP ASSIGN TO "Deactivations.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-TMP-ST.
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
           SELECT RSVP-FILE ASSIGN TO DYNAMIC WS-RSVP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-ST.
           SELECT RSVP-TMP  ASSIGN TO "EventRsvps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-TMP-ST.
           SELECT ABUSE-FILE ASSIGN TO "AbuseReports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-ST.
           SELECT ABUSE-TMP ASSIGN TO "AbuseReports.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-TMP-ST.
           SELECT AUD-FILE  ASSIGN TO "AnnounceAudience.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ST.
           SELECT AUD-TMP   ASSIGN TO "AnnounceAudience.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-TMP-ST.
           SELECT CONN-FILE ASSIGN TO "Connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-ST.
           SELECT CONN-TMP  ASSIGN TO "Connections.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-TMP-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
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
           SELECT ENDR-FILE ASSIGN TO "Endorsements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-ST.
           SELECT ENDR-TMP  ASSIGN TO "Endorsements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-TMP-ST.
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
           SELECT LOCK-FILE ASSIGN TO "Lockouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-ST.
           SELECT LOCK-TMP  ASSIGN TO "Lockouts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-TMP-ST.
           SELECT QUAR-FILE ASSIGN TO "Quarantine.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-ST.
           SELECT QUAR-TMP  ASSIGN TO "Quarantine.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-TMP-ST.
           SELECT AUDIT-FILE ASSIGN TO "Audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ST.
           SELECT RPT-FILE  ASSIGN TO "PurgeCertificate.txt"
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
       FD  ACCT-TMP.
       01  ACCT-TMP-REC          PIC X(1500).
      *> Second connector on Accounts.dat for the raw pre-rewrite
      *> scan: rows still in the retired wide layout (from before the
      *> one-time PROFMIGRATE run) must be detected by length, not
      *> read through the slim record layout
       FD  ACCTRAW-FILE.
       01  ACCTRAW-REC           PIC X(1500).
      *> RetentionBackups.tmp: scratch listing of the dated
      *> Accounts.dat backups on hand, one filename per line
       FD  LIST-FILE.
       01  LIST-REC              PIC X(60).
      *> One dated Accounts.dat backup, read raw so a row in either
      *> layout passes through untouched unless it is being purged
       FD  BAK-FILE.
       01  BAK-REC               PIC X(1500).
       FD  BAK-TMP.
       01  BAK-TMP-REC           PIC X(1500).
      *> RetentionPolicy.dat: optional one-line retention period in
      *> days, configured by staff the way LockoutPolicy.dat
      *> configures the lockout limit
       FD  POLICY-FILE.
       01  POLICY-REC            PIC X(80).
      *> Deactivations.dat: one row each time an account is
      *> deactivated (kept in lockstep with InCollege.cob's FD
      *> DEACTLOG-FILE)
       FD  DEACTLOG-FILE.
       01  DEACTLOG-REC.
           05 DL-USER            PIC X(20).
           05 DL-DATE            PIC X(10).
           05 DL-SOURCE          PIC X(10).
       FD  DEACTLOG-TMP.
       01  DEACTLOG-TMP-REC      PIC X(40).
      *> The per-user data files below are each kept in lockstep with
      *> the InCollege.cob FD of the same name (AnnounceAudience.dat
      *> with AnnounceDeliver.cob's, Quarantine.dat with
      *> IntegrityCheck.cob's)
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
      *> EventRsvps.dat, opened as the live file or as
      *> EventRsvpsArchive.dat (same layout) by name in
      *> WS-RSVP-FILENAME
       FD  RSVP-FILE.
       01  RSVP-REC.
           05 RSVP-USER          PIC X(20).
           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
       FD  RSVP-TMP.
       01  RSVP-TMP-REC          PIC X(72).
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
       FD  AUD-FILE.
       01  AUD-REC.
           05 AUD-ANN-ID         PIC 9(5).
           05 AUD-USER           PIC X(20).
           05 AUD-DATE           PIC X(10).
       FD  AUD-TMP.
       01  AUD-TMP-REC           PIC X(35).
       FD  CONN-FILE.
       01  CONN-REC.
           05 CONN-SENDER        PIC X(20).
           05 CONN-RECIP         PIC X(20).
           05 CONN-STATUS        PIC X.
       FD  CONN-TMP.
       01  CONN-TMP-REC          PIC X(41).
       FD  MSG-FILE.
       01  MSG-REC.
           05 MSG-ID             PIC 9(9).
           05 MSG-SENDER         PIC X(20).
           05 MSG-RECIP          PIC X(20).
           05 MSG-DATE           PIC X(10).
           05 MSG-READ           PIC X.
           05 MSG-TEXT           PIC X(200).
       FD  SAV-FILE.
       01  SAV-REC.
           05 SAV-USER           PIC X(20).
           05 SAV-JOB-ID         PIC X(5).
           05 SAV-COMPANY        PIC X(40).
           05 SAV-TITLE          PIC X(40).
           05 SAV-STATUS         PIC X.
       FD  SAV-TMP.
       01  SAV-TMP-REC           PIC X(106).
       FD  STUSK-FILE.
       01  STUSK-REC.
           05 STUSK-USER         PIC X(20).
           05 STUSK-SKILL        PIC X(40).
       FD  STUSK-TMP.
       01  STUSK-TMP-REC         PIC X(60).
       FD  EXP-FILE.
       01  EXP-REC.
           05 EXP-USER           PIC X(20).
           05 EXP-REST           PIC X(190).
       FD  EXP-TMP.
       01  EXP-TMP-REC           PIC X(210).
       FD  EDU-FILE.
       01  EDU-REC.
           05 EDU-USER           PIC X(20).
           05 EDU-REST           PIC X(85).
       FD  EDU-TMP.
       01  EDU-TMP-REC           PIC X(105).
       FD  ENDR-FILE.
       01  ENDR-REC.
           05 ENDR-ENDORSER      PIC X(20).
           05 ENDR-STUDENT       PIC X(20).
           05 ENDR-SKILL         PIC X(40).
           05 ENDR-DATE          PIC X(10).
       FD  ENDR-TMP.
       01  ENDR-TMP-REC          PIC X(90).
       FD  MENTOR-FILE.
       01  MENTOR-REC.
           05 MENTOR-USER        PIC X(20).
           05 MENTOR-REST        PIC X(131).
       FD  MENTOR-TMP.
       01  MENTOR-TMP-REC        PIC X(151).
       FD  MSHIP-FILE.
       01  MSHIP-REC.
           05 MS-MENTOR          PIC X(20).
           05 MS-STUDENT         PIC X(20).
           05 MS-REST            PIC X(101).
       FD  MSHIP-TMP.
       01  MSHIP-TMP-REC         PIC X(141).
       FD  BLOCK-FILE.
       01  BLOCK-REC.
           05 BLK-BLOCKER        PIC X(20).
           05 BLK-BLOCKED        PIC X(20).
           05 BLK-DATE           PIC X(10).
       FD  BLOCK-TMP.
       01  BLOCK-TMP-REC         PIC X(50).
       FD  LOCK-FILE.
       01  LOCK-REC.
           05 LOCK-USER          PIC X(20).
           05 LOCK-REST          PIC X(17).
       FD  LOCK-TMP.
       01  LOCK-TMP-REC          PIC X(37).
      *> Quarantine.dat: bad rows tagged with their source file
      *> ("CONN ", "APP  ", "ENDR "), the row itself from column 6
       FD  QUAR-FILE.
       01  QUAR-REC.
           05 QUAR-TAG           PIC X(5).
           05 QUAR-USER-1        PIC X(20).
           05 QUAR-USER-2        PIC X(20).
           05 QUAR-REST          PIC X(255).
       FD  QUAR-TMP.
       01  QUAR-TMP-REC          PIC X(300).
      *> Audit.log record layout: one timestamped security event per
      *> line, sealed with " seq=nnnnnnnn chain=nnnnnnnnnn" in its
      *> last 30 characters (see SEAL-AUDIT-REC)
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ACCT-ST           PIC XX VALUE "00".
       01  WS-ACCT-TMP-ST       PIC XX VALUE "00".
       01  WS-ACCTRAW-ST        PIC XX VALUE "00".
       01  WS-ACCTS-WIDE        PIC X VALUE "N".
       01  WS-LIST-ST           PIC XX VALUE "00".
       01  WS-BAK-ST            PIC XX VALUE "00".
       01  WS-BAK-TMP-ST        PIC XX VALUE "00".
       01  WS-BAK-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-POLICY-ST         PIC XX VALUE "00".
       01  WS-DEACTLOG-ST       PIC XX VALUE "00".
       01  WS-DEACTLOG-TMP-ST   PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-HIST-ST           PIC XX VALUE "00".
       01  WS-HIST-TMP-ST       PIC XX VALUE "00".
       01  WS-IV-ST             PIC XX VALUE "00".
       01  WS-IV-TMP-ST         PIC XX VALUE "00".
       01  WS-RSVP-ST           PIC XX VALUE "00".
       01  WS-RSVP-TMP-ST       PIC XX VALUE "00".
       01  WS-RSVP-FILENAME     PIC X(40) VALUE "EventRsvps.dat".
       01  WS-ABUSE-ST          PIC XX VALUE "00".
       01  WS-ABUSE-TMP-ST      PIC XX VALUE "00".
       01  WS-AUD-ST            PIC XX VALUE "00".
       01  WS-AUD-TMP-ST        PIC XX VALUE "00".
       01  WS-CONN-ST           PIC XX VALUE "00".
       01  WS-CONN-TMP-ST       PIC XX VALUE "00".
       01  WS-MSG-ST            PIC XX VALUE "00".
       01  WS-SAV-ST            PIC XX VALUE "00".
       01  WS-SAV-TMP-ST        PIC XX VALUE "00".
       01  WS-STUSK-ST          PIC XX VALUE "00".
       01  WS-STUSK-TMP-ST      PIC XX VALUE "00".
       01  WS-EXP-ST            PIC XX VALUE "00".
       01  WS-EXP-TMP-ST        PIC XX VALUE "00".
       01  WS-EDU-ST            PIC XX VALUE "00".
       01  WS-EDU-TMP-ST        PIC XX VALUE "00".
       01  WS-ENDR-ST           PIC XX VALUE "00".
       01  WS-ENDR-TMP-ST       PIC XX VALUE "00".
       01  WS-MENTOR-ST         PIC XX VALUE "00".
       01  WS-MENTOR-TMP-ST     PIC XX VALUE "00".
       01  WS-MSHIP-ST          PIC XX VALUE "00".
       01  WS-MSHIP-TMP-ST      PIC XX VALUE "00".
       01  WS-BLOCK-ST          PIC XX VALUE "00".
       01  WS-BLOCK-TMP-ST      PIC XX VALUE "00".
       01  WS-LOCK-ST           PIC XX VALUE "00".
       01  WS-LOCK-TMP-ST       PIC XX VALUE "00".
       01  WS-QUAR-ST           PIC XX VALUE "00".
       01  WS-QUAR-TMP-ST       PIC XX VALUE "00".
       01  WS-AUDIT-ST          PIC XX VALUE "00".
       01  WS-RPT-ST            PIC XX VALUE "00".
       01  WS-TEXT               PIC X(132) VALUE SPACES.
       01  WS-CMD                PIC X(120) VALUE SPACES.
       01  WS-MODE-ARG           PIC X(20) VALUE SPACES.
       01  WS-PURGE              PIC X VALUE "N".
       01  WS-TODAY              PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT          PIC 9(9) VALUE 0.

      *> Retention period in days: RetentionPolicy.dat's first line
      *> when it holds a number from 1 to 99999, else seven years
       01  WS-RETAIN-DAYS        PIC 9(5) VALUE 2555.
       01  WS-RETAIN-SOURCE      PIC X(20) VALUE "default".
       01  WS-POLICY-TXT         PIC X(20) VALUE SPACES.
       01  WS-POLICY-NUM         PIC 9(6) VALUE 0.

      *> Latest deactivation date on file for each account
       01  WS-DD-TOTAL           PIC 9(4) VALUE 0.
       01  WS-DD-TABLE.
           05 WS-DD-ENTRY OCCURS 5000 TIMES.
              10 WS-DD-USER      PIC X(20) VALUE SPACES.
              10 WS-DD-DATE      PIC X(10) VALUE SPACES.
       01  WS-DD-AT              PIC 9(4) VALUE 0.
       01  WS-DATE-9             PIC 9(8) VALUE 0.
       01  WS-DATE-INT           PIC 9(9) VALUE 0.
       01  WS-AGE-DAYS           PIC 9(6) VALUE 0.

      *> Deactivated accounts with no date on file: the purge run
      *> starts their retention period today
       01  WS-UD-TOTAL           PIC 9(4) VALUE 0.
       01  WS-UD-TABLE.
           05 WS-UD-USER OCCURS 2000 TIMES PIC X(20) VALUE SPACES.

      *> Accounts being purged this run: the username, its
      *> placeholder, the placeholder account row, and the number of
      *> rows removed or anonymized in each file of WS-PF-TABLE
       01  WS-PG-TOTAL           PIC 9(3) VALUE 0.
       01  WS-PG-OVERFLOW        PIC 9(4) VALUE 0.
       01  WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 500 TIMES.
              10 WS-PG-USER      PIC X(20) VALUE SPACES.
              10 WS-PG-TOMB      PIC X(20) VALUE SPACES.
              10 WS-PG-DEACT     PIC X(10) VALUE SPACES.
              10 WS-PG-AGE       PIC 9(6)  VALUE 0.
              10 WS-PG-TOMB-REC  PIC X(364) VALUE SPACES.
              10 WS-PG-CNT OCCURS 22 TIMES PIC 9(5) VALUE 0.
       01  WS-PG-AT              PIC 9(3) VALUE 0.
       01  WS-PG-I               PIC 9(3) VALUE 0.
       01  WS-PG-LOOKUP          PIC X(20) VALUE SPACES.
       01  WS-TOMB-SEQ           PIC 9(5) VALUE 0.
       01  WS-TOMB-NUM           PIC 9(5) VALUE 0.

      *> The files purged, in processing order; kind "A" rows are
      *> re-keyed to the placeholder, kind "R" rows are removed
       01  WS-PF-DEFS.
           05 FILLER PIC X(25) VALUE "RConnections.dat".
           05 FILLER PIC X(25) VALUE "RMessages.dat".
           05 FILLER PIC X(25) VALUE "RSavedJobs.dat".
           05 FILLER PIC X(25) VALUE "RStudentSkills.dat".
           05 FILLER PIC X(25) VALUE "RExperience.dat".
           05 FILLER PIC X(25) VALUE "REducation.dat".
           05 FILLER PIC X(25) VALUE "REndorsements.dat".
           05 FILLER PIC X(25) VALUE "RMentors.dat".
           05 FILLER PIC X(25) VALUE "RMentorships.dat".
           05 FILLER PIC X(25) VALUE "RBlocks.dat".
           05 FILLER PIC X(25) VALUE "RLockouts.dat".
           05 FILLER PIC X(25) VALUE "RQuarantine.dat".
           05 FILLER PIC X(25) VALUE "AApplications.dat".
           05 FILLER PIC X(25) VALUE "AAppHistory.dat".
           05 FILLER PIC X(25) VALUE "AInterviews.dat".
           05 FILLER PIC X(25) VALUE "AEventRsvps.dat".
           05 FILLER PIC X(25) VALUE "AEventRsvpsArchive.dat".
           05 FILLER PIC X(25) VALUE "AAbuseReports.dat".
           05 FILLER PIC X(25) VALUE "AAnnounceAudience.dat".
           05 FILLER PIC X(25) VALUE "ADeactivations.dat".
           05 FILLER PIC X(25) VALUE "AAccounts.dat backups".
           05 FILLER PIC X(25) VALUE "AAccounts.dat".
       01  WS-PF-TABLE REDEFINES WS-PF-DEFS.
           05 WS-PF-ENTRY OCCURS 22 TIMES.
              10 WS-PF-KIND      PIC X.
              10 WS-PF-NAME      PIC X(24).
       01  WS-PF                 PIC 99 VALUE 0.
       01  WS-PF-TMP-NAME        PIC X(24) VALUE SPACES.
      *> The indexed files are changed in place (no .tmp copy); an
      *> application's username is part of its record key, so it is
      *> re-keyed by writing it under the placeholder and deleting
      *> the original, a batch at a time
       01  WS-PF-IN-PLACE        PIC X VALUE "N".
       01  WS-PG-K               PIC 9(3) VALUE 0.
       01  WS-PG-A               PIC 9(3) VALUE 0.
       01  WS-PG-APP-TOTAL       PIC 9(5) VALUE 0.
       01  WS-PG-APP-TABLE.
           05 WS-PG-APP-ROW OCCURS 200 TIMES PIC X(116).
       01  WS-PF-TARGET          PIC X(40) VALUE SPACES.
       01  WS-PF-TMP-ST          PIC XX VALUE "00".
       01  WS-PF-CHANGED         PIC 9(6) VALUE 0.
       01  WS-PF-TOTAL           PIC 9(6) OCCURS 22 TIMES VALUE 0.
      *> Y once file WS-PF has had rows changed on disk by this run
       01  WS-PF-DONE            PIC X OCCURS 22 TIMES VALUE "N".
       01  WS-PF-LIST            PIC X(80) VALUE SPACES.
       01  WS-PF-PTR             PIC 9(3) VALUE 1.
       01  WS-PG-FAILED          PIC X VALUE "N".
       01  WS-DROP-ROW           PIC X VALUE "N".

       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-AGE-DISP           PIC ZZZZZ9.
       01  WS-ROWS-DISP          PIC ZZZZZ9.
       01  WS-ROW-WORD           PIC X(24) VALUE SPACES.
       01  WS-ANY-ROWS           PIC X VALUE "N".
       01  WS-AUDIT-EVENT        PIC X(30) VALUE SPACES.
       01  WS-AUDIT-SUBJECT      PIC X(110) VALUE SPACES.
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
       01  WS-ACCT-LOCK-TRY      PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-MODE-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-MODE-ARG) = "PURGE"
               MOVE "Y" TO WS-PURGE
           END-IF
           PERFORM GET-TODAY-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-TODAY(6:2)) * 100 +
               FUNCTION NUMVAL(WS-TODAY(9:2)))
           PERFORM LOAD-RETENTION-POLICY
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-RPT-HEADER
           IF WS-PURGE = "Y"
               PERFORM ACQUIRE-ACCT-LOCK
               IF WS-ACCT-LOCK-OK = "N"
                   MOVE "Accounts.dat is busy; nothing was purged."
                     TO WS-TEXT
                   PERFORM WRITE-RPT-LINE
                   CLOSE RPT-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM WAIT-FOR-ACCT-LOCK
           END-IF
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               MOVE
             "Accounts.dat still holds wide-layout rows; run PROFMIGRATE
      -    " first."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               PERFORM END-RUN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DEACTIVATION-DATES
           PERFORM SELECT-ACCOUNTS
           IF WS-PG-TOTAL > 0
               PERFORM PURGE-CONNECTIONS
               PERFORM PURGE-MESSAGES
               PERFORM PURGE-SAVED-JOBS
               PERFORM PURGE-STUDENT-SKILLS
               PERFORM PURGE-EXPERIENCE
               PERFORM PURGE-EDUCATION
               PERFORM PURGE-ENDORSEMENTS
               PERFORM PURGE-MENTORS
               PERFORM PURGE-MENTORSHIPS
               PERFORM PURGE-BLOCKS
               PERFORM PURGE-LOCKOUTS
               PERFORM PURGE-QUARANTINE
               PERFORM PURGE-APPLICATIONS
               PERFORM PURGE-APP-HISTORY
               PERFORM PURGE-INTERVIEWS
               MOVE 16 TO WS-PF
               MOVE "EventRsvps.dat" TO WS-RSVP-FILENAME
               PERFORM PURGE-RSVPS
               MOVE 17 TO WS-PF
               MOVE "EventRsvpsArchive.dat" TO WS-RSVP-FILENAME
               PERFORM PURGE-RSVPS
               PERFORM PURGE-ABUSE-REPORTS
               PERFORM PURGE-ANNOUNCE-AUDIENCE
               PERFORM PURGE-BACKUPS
      *>       The account rows go last, and only when every other
      *>       file was rewritten, so an interrupted purge is picked
      *>       up again by the next run. The deactivation dates follow
      *>       the account rows, so that run still finds each date.
               IF WS-PG-FAILED = "N"
                   PERFORM PURGE-ACCOUNTS
               END-IF
               IF WS-PG-FAILED = "N"
                   PERFORM PURGE-DEACTIVATIONS
               END-IF
           END-IF
           IF WS-PURGE = "Y" AND WS-UD-TOTAL > 0
               PERFORM RECORD-UNDATED
           END-IF
           PERFORM WRITE-CERTIFICATE
           IF WS-PURGE = "Y"
               IF WS-PG-FAILED = "N"
                   PERFORM AUDIT-PURGES
               ELSE
                   PERFORM AUDIT-INCOMPLETE-PURGES
               END-IF
           END-IF
           PERFORM END-RUN
           IF WS-PG-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      *> ---------------------------------------------------------------
      *> END-RUN: closes the certificate and gives the writer lock back
      *> ---------------------------------------------------------------
       END-RUN.
           CLOSE RPT-FILE
           IF WS-PURGE = "Y"
               PERFORM RELEASE-ACCT-LOCK
           END-IF.
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
      *> LOAD-RETENTION-POLICY: reads the optional RetentionPolicy.dat
      *> retention period in days (first line, numeric), mirroring
      *> InCollege.cob's LOAD-LOCKOUT-POLICY
      *> ---------------------------------------------------------------
       LOAD-RETENTION-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-ST = "35"
               CLOSE POLICY-FILE
               EXIT PARAGRAPH
           END-IF
           READ POLICY-FILE
               AT END
                   CLOSE POLICY-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE POLICY-REC(1:20) TO WS-POLICY-TXT
           CLOSE POLICY-FILE
           IF FUNCTION TEST-NUMVAL(WS-POLICY-TXT) = 0
               COMPUTE WS-POLICY-NUM = FUNCTION NUMVAL(WS-POLICY-TXT)
               IF WS-POLICY-NUM >= 1 AND WS-POLICY-NUM <= 99999
                   MOVE WS-POLICY-NUM TO WS-RETAIN-DAYS
                   MOVE "RetentionPolicy.dat" TO WS-RETAIN-SOURCE
               END-IF
           END-IF.
      *> ---------------------------------------------------------------
      *> LOAD-DEACTIVATION-DATES: the latest Deactivations.dat date
      *> for each account (a later row replaces an earlier one, since
      *> an account can be reactivated and deactivated again)
      *> ---------------------------------------------------------------
       LOAD-DEACTIVATION-DATES.
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
                       MOVE 0 TO WS-DD-AT
                       PERFORM VARYING WS-DD-AT FROM 1 BY 1
                               UNTIL WS-DD-AT > WS-DD-TOTAL
                           IF WS-DD-USER(WS-DD-AT) = DL-USER
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-DD-AT > WS-DD-TOTAL
                           IF WS-DD-TOTAL < 5000
                               ADD 1 TO WS-DD-TOTAL
                               MOVE WS-DD-TOTAL TO WS-DD-AT
                               MOVE DL-USER TO WS-DD-USER(WS-DD-AT)
                           ELSE
                               MOVE 0 TO WS-DD-AT
                           END-IF
                       END-IF
                       IF WS-DD-AT > 0
                           MOVE DL-DATE TO WS-DD-DATE(WS-DD-AT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> SELECT-ACCOUNTS: every deactivated student or alumni account
      *> whose deactivation is older than the retention period, each
      *> given the next *PURGED-nnnnn placeholder. Employer accounts
      *> are not subject to the student records policy; placeholders
      *> from earlier runs are skipped.
      *> ---------------------------------------------------------------
       SELECT-ACCOUNTS.
           MOVE 0 TO WS-TOMB-SEQ
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
                       IF ACCT-USER(1:8) = "*PURGED-" AND
                          ACCT-USER(9:5) IS NUMERIC
                           MOVE ACCT-USER(9:5) TO WS-TOMB-NUM
                           IF WS-TOMB-NUM > WS-TOMB-SEQ
                               MOVE WS-TOMB-NUM TO WS-TOMB-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           OPEN INPUT ACCT-FILE
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-STATUS = "D" AND ACCT-ROLE NOT = "E"
                          AND ACCT-USER(1:1) NOT = "*"
                           PERFORM CONSIDER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> CONSIDER-ACCOUNT: queues the deactivated ACCT-REC on hand for
      *> purging when its retention period has run out
      *> ---------------------------------------------------------------
       CONSIDER-ACCOUNT.
           MOVE 0 TO WS-DD-AT
           PERFORM VARYING WS-DD-AT FROM 1 BY 1
                   UNTIL WS-DD-AT > WS-DD-TOTAL
               IF WS-DD-USER(WS-DD-AT) = ACCT-USER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DD-AT > WS-DD-TOTAL
               IF WS-UD-TOTAL < 2000
                   ADD 1 TO WS-UD-TOTAL
                   MOVE ACCT-USER TO WS-UD-USER(WS-UD-TOTAL)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DD-DATE(WS-DD-AT)(1:4) IS NOT NUMERIC OR
              WS-DD-DATE(WS-DD-AT)(6:2) IS NOT NUMERIC OR
              WS-DD-DATE(WS-DD-AT)(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-9 =
               FUNCTION NUMVAL(WS-DD-DATE(WS-DD-AT)(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-DD-DATE(WS-DD-AT)(6:2)) * 100 +
               FUNCTION NUMVAL(WS-DD-DATE(WS-DD-AT)(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-9)
           IF WS-DATE-INT > WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
           IF WS-AGE-DAYS < WS-RETAIN-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-PG-TOTAL >= 500
               ADD 1 TO WS-PG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PG-TOTAL
           ADD 1 TO WS-TOMB-SEQ
           MOVE ACCT-USER TO WS-PG-USER(WS-PG-TOTAL)
           MOVE SPACES TO WS-PG-TOMB(WS-PG-TOTAL)
           STRING
               "*PURGED-" DELIMITED BY SIZE
               WS-TOMB-SEQ DELIMITED BY SIZE
               INTO WS-PG-TOMB(WS-PG-TOTAL)
           END-STRING
           MOVE WS-DD-DATE(WS-DD-AT) TO WS-PG-DEACT(WS-PG-TOTAL)
           MOVE WS-AGE-DAYS TO WS-PG-AGE(WS-PG-TOTAL)
      *>   The placeholder row: no name, password, or About text;
      *>   university, major, and class year stay for the cohort
      *>   reports
           MOVE WS-PG-TOMB(WS-PG-TOTAL) TO ACCT-USER
           MOVE SPACES TO ACCT-PASS
           MOVE SPACES TO ACCT-FNAME
           MOVE SPACES TO ACCT-LNAME
           MOVE SPACES TO ACCT-ABOUT
           MOVE "NNNNN" TO ACCT-SKILLS(1) ACCT-SKILLS(2)
               ACCT-SKILLS(3) ACCT-SKILLS(4) ACCT-SKILLS(5)
           MOVE SPACES TO ACCT-PW-DATE
           MOVE "N" TO ACCT-PW-FORCE
           MOVE ACCT-REC TO WS-PG-TOMB-REC(WS-PG-TOTAL).
      *> ---------------------------------------------------------------
      *> FIND-PURGE-USER: WS-PG-AT = the purge entry for WS-PG-LOOKUP,
      *> else 0; a hit is tallied against file WS-PF
      *> ---------------------------------------------------------------
       FIND-PURGE-USER.
           MOVE 0 TO WS-PG-AT
           IF WS-PG-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PG-I FROM 1 BY 1
                   UNTIL WS-PG-I > WS-PG-TOTAL
               IF WS-PG-USER(WS-PG-I) = WS-PG-LOOKUP
                   MOVE WS-PG-I TO WS-PG-AT
                   ADD 1 TO WS-PG-CNT(WS-PG-AT, WS-PF)
                   ADD 1 TO WS-PF-CHANGED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> START-PF-FILE: readies the tally for file WS-PF; the rewrite
      *> goes to the file's .tmp, named after it
      *> ---------------------------------------------------------------
       START-PF-FILE.
           MOVE 0 TO WS-PF-CHANGED
           MOVE "00" TO WS-PF-TMP-ST
           MOVE "N" TO WS-PF-IN-PLACE
           MOVE WS-PF-NAME(WS-PF) TO WS-PF-TARGET.
      *> ---------------------------------------------------------------
      *> FINISH-PF-FILE: in purge mode puts the rewritten copy
      *> (WS-PF-TMP-NAME) in place of WS-PF-TARGET when any row
      *> changed; a dry run, or a file with nothing to purge, just
      *> discards the copy. An indexed file changed in place has no
      *> copy to handle.
      *> ---------------------------------------------------------------
       FINISH-PF-FILE.
           ADD WS-PF-CHANGED TO WS-PF-TOTAL(WS-PF)
      *>   Rows changed in place before a failure stay changed
           IF WS-PURGE = "Y" AND WS-PF-IN-PLACE = "Y" AND
              WS-PF-CHANGED > 0
               MOVE "Y" TO WS-PF-DONE(WS-PF)
           END-IF
           IF WS-PF-TMP-ST NOT = "00"
               MOVE "Y" TO WS-PG-FAILED
               MOVE SPACES TO WS-TEXT
               IF WS-PF-IN-PLACE = "Y"
                   STRING
                       "WARNING: purge failed while updating "
                           DELIMITED BY SIZE
                       WS-PF-TARGET DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               ELSE
                   STRING
                       "WARNING: purge failed while writing "
                           DELIMITED BY SIZE
                       WS-PF-TMP-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-RPT-LINE
               MOVE 0 TO WS-PF-CHANGED
           END-IF
           IF WS-PF-IN-PLACE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           IF WS-PURGE = "Y" AND WS-PF-CHANGED > 0
               STRING
                   "mv " DELIMITED BY SIZE
                   WS-PF-TMP-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PF-TARGET DELIMITED BY SPACE
                   INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO WS-PG-FAILED
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "WARNING: purge failed to finalize "
                           DELIMITED BY SIZE
                       WS-PF-TARGET DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               ELSE
                   MOVE "Y" TO WS-PF-DONE(WS-PF)
               END-IF
           ELSE
               STRING
                   "rm -f " DELIMITED BY SIZE
                   WS-PF-TMP-NAME DELIMITED BY SPACE
                   INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
           END-IF.
      *> ---------------------------------------------------------------
      *> PURGE-CONNECTIONS: removes every connection and request the
      *> purged accounts were party to
      *> ---------------------------------------------------------------
       PURGE-CONNECTIONS.
           MOVE 1 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Connections.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST = "35"
               CLOSE CONN-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONN-TMP
           PERFORM UNTIL WS-CONN-ST NOT = "00"
               READ CONN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-DROP-ROW
                       MOVE CONN-SENDER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       MOVE CONN-RECIP TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF WS-DROP-ROW = "N"
                           MOVE CONN-REC TO CONN-TMP-REC
                           WRITE CONN-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONN-FILE
           MOVE WS-CONN-TMP-ST TO WS-PF-TMP-ST
           CLOSE CONN-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-MESSAGES: removes every message the purged accounts
      *> sent or received, deleting each from the indexed file in
      *> purge mode
      *> ---------------------------------------------------------------
       PURGE-MESSAGES.
           MOVE 2 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Y" TO WS-PF-IN-PLACE
           IF WS-PURGE = "Y"
               OPEN I-O MSG-FILE
           ELSE
               OPEN INPUT MSG-FILE
           END-IF
           IF WS-MSG-ST = "35"
               CLOSE MSG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MSG-ST NOT = "00"
               READ MSG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-DROP-ROW
                       MOVE MSG-SENDER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       MOVE MSG-RECIP TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF WS-DROP-ROW = "Y" AND WS-PURGE = "Y"
                           DELETE MSG-FILE RECORD
                           IF WS-MSG-ST NOT = "00"
                               MOVE WS-MSG-ST TO WS-PF-TMP-ST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-FILE
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-SAVED-JOBS: removes the purged accounts' saved postings
      *> ---------------------------------------------------------------
       PURGE-SAVED-JOBS.
           MOVE 3 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "SavedJobs.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT SAV-FILE
           IF WS-SAV-ST = "35"
               CLOSE SAV-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAV-TMP
           PERFORM UNTIL WS-SAV-ST NOT = "00"
               READ SAV-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SAV-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE SAV-REC TO SAV-TMP-REC
                           WRITE SAV-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAV-FILE
           MOVE WS-SAV-TMP-ST TO WS-PF-TMP-ST
           CLOSE SAV-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-STUDENT-SKILLS: removes the purged accounts' skills
      *> ---------------------------------------------------------------
       PURGE-STUDENT-SKILLS.
           MOVE 4 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "StudentSkills.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT STUSK-FILE
           IF WS-STUSK-ST = "35"
               CLOSE STUSK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STUSK-TMP
           PERFORM UNTIL WS-STUSK-ST NOT = "00"
               READ STUSK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE STUSK-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE STUSK-REC TO STUSK-TMP-REC
                           WRITE STUSK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUSK-FILE
           MOVE WS-STUSK-TMP-ST TO WS-PF-TMP-ST
           CLOSE STUSK-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-EXPERIENCE: removes the purged accounts' experience
      *> ---------------------------------------------------------------
       PURGE-EXPERIENCE.
           MOVE 5 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Experience.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT EXP-FILE
           IF WS-EXP-ST = "35"
               CLOSE EXP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXP-TMP
           PERFORM UNTIL WS-EXP-ST NOT = "00"
               READ EXP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE EXP-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE EXP-REC TO EXP-TMP-REC
                           WRITE EXP-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXP-FILE
           MOVE WS-EXP-TMP-ST TO WS-PF-TMP-ST
           CLOSE EXP-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-EDUCATION: removes the purged accounts' education
      *> ---------------------------------------------------------------
       PURGE-EDUCATION.
           MOVE 6 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Education.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT EDU-FILE
           IF WS-EDU-ST = "35"
               CLOSE EDU-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EDU-TMP
           PERFORM UNTIL WS-EDU-ST NOT = "00"
               READ EDU-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE EDU-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE EDU-REC TO EDU-TMP-REC
                           WRITE EDU-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDU-FILE
           MOVE WS-EDU-TMP-ST TO WS-PF-TMP-ST
           CLOSE EDU-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-ENDORSEMENTS: removes endorsements the purged accounts
      *> gave or received
      *> ---------------------------------------------------------------
       PURGE-ENDORSEMENTS.
           MOVE 7 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Endorsements.tmp" TO WS-PF-TMP-NAME
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
                       MOVE "N" TO WS-DROP-ROW
                       MOVE ENDR-ENDORSER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       MOVE ENDR-STUDENT TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF WS-DROP-ROW = "N"
                           MOVE ENDR-REC TO ENDR-TMP-REC
                           WRITE ENDR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDR-FILE
           MOVE WS-ENDR-TMP-ST TO WS-PF-TMP-ST
           CLOSE ENDR-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-MENTORS: removes the purged accounts' mentor opt-ins
      *> ---------------------------------------------------------------
       PURGE-MENTORS.
           MOVE 8 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Mentors.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MENTOR-TMP
           PERFORM UNTIL WS-MENTOR-ST NOT = "00"
               READ MENTOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE MENTOR-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE MENTOR-REC TO MENTOR-TMP-REC
                           WRITE MENTOR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTOR-FILE
           MOVE WS-MENTOR-TMP-ST TO WS-PF-TMP-ST
           CLOSE MENTOR-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-MENTORSHIPS: removes mentorships the purged accounts
      *> were in, as mentor or as student
      *> ---------------------------------------------------------------
       PURGE-MENTORSHIPS.
           MOVE 9 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Mentorships.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST = "35"
               CLOSE MSHIP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL WS-MSHIP-ST NOT = "00"
               READ MSHIP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-DROP-ROW
                       MOVE MS-MENTOR TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       MOVE MS-STUDENT TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF WS-DROP-ROW = "N"
                           MOVE MSHIP-REC TO MSHIP-TMP-REC
                           WRITE MSHIP-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSHIP-FILE
           MOVE WS-MSHIP-TMP-ST TO WS-PF-TMP-ST
           CLOSE MSHIP-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-BLOCKS: removes blocks made by or against the purged
      *> accounts
      *> ---------------------------------------------------------------
       PURGE-BLOCKS.
           MOVE 10 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Blocks.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-ST = "35"
               CLOSE BLOCK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BLOCK-TMP
           PERFORM UNTIL WS-BLOCK-ST NOT = "00"
               READ BLOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-DROP-ROW
                       MOVE BLK-BLOCKER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       MOVE BLK-BLOCKED TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF WS-DROP-ROW = "N"
                           MOVE BLOCK-REC TO BLOCK-TMP-REC
                           WRITE BLOCK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE
           MOVE WS-BLOCK-TMP-ST TO WS-PF-TMP-ST
           CLOSE BLOCK-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-LOCKOUTS: removes the purged accounts' lockout rows
      *> ---------------------------------------------------------------
       PURGE-LOCKOUTS.
           MOVE 11 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Lockouts.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-ST = "35"
               CLOSE LOCK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-TMP
           PERFORM UNTIL WS-LOCK-ST NOT = "00"
               READ LOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LOCK-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT = 0
                           MOVE LOCK-REC TO LOCK-TMP-REC
                           WRITE LOCK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE
           MOVE WS-LOCK-TMP-ST TO WS-PF-TMP-ST
           CLOSE LOCK-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-QUARANTINE: removes quarantined rows naming the purged
      *> accounts (both username columns of a connection or
      *> endorsement row, the applicant of an application row)
      *> ---------------------------------------------------------------
       PURGE-QUARANTINE.
           MOVE 12 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Quarantine.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT QUAR-FILE
           IF WS-QUAR-ST = "35"
               CLOSE QUAR-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUAR-TMP
           PERFORM UNTIL WS-QUAR-ST NOT = "00"
               READ QUAR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "N" TO WS-DROP-ROW
                       MOVE QUAR-USER-1 TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE "Y" TO WS-DROP-ROW
                       END-IF
                       IF QUAR-TAG = "CONN " OR QUAR-TAG = "ENDR "
                           MOVE QUAR-USER-2 TO WS-PG-LOOKUP
                           PERFORM FIND-PURGE-USER
                           IF WS-PG-AT > 0
                               MOVE "Y" TO WS-DROP-ROW
                           END-IF
                       END-IF
                       IF WS-DROP-ROW = "N"
                           MOVE QUAR-REC TO QUAR-TMP-REC
                           WRITE QUAR-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUAR-FILE
           MOVE WS-QUAR-TMP-ST TO WS-PF-TMP-ST
           CLOSE QUAR-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-APPLICATIONS: re-keys the purged accounts' applications
      *> to their placeholders, so each posting keeps its count. Each
      *> account's applications are found through the record key.
      *> ---------------------------------------------------------------
       PURGE-APPLICATIONS.
           MOVE 13 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Y" TO WS-PF-IN-PLACE
           IF WS-PURGE = "Y"
               OPEN I-O APP-FILE
           ELSE
               OPEN INPUT APP-FILE
           END-IF
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PG-K FROM 1 BY 1
                   UNTIL WS-PG-K > WS-PG-TOTAL
                      OR WS-PF-TMP-ST NOT = "00"
               IF WS-PURGE = "Y"
                   MOVE 1 TO WS-PG-APP-TOTAL
                   PERFORM UNTIL WS-PG-APP-TOTAL = 0
                              OR WS-PF-TMP-ST NOT = "00"
                       PERFORM LOAD-PG-APP-BATCH
                       PERFORM VARYING WS-PG-A FROM 1 BY 1
                               UNTIL WS-PG-A > WS-PG-APP-TOTAL
                                  OR WS-PF-TMP-ST NOT = "00"
                           PERFORM REKEY-PG-APP-ROW
                       END-PERFORM
                   END-PERFORM
               ELSE
                   PERFORM LOAD-PG-APP-BATCH
                   ADD WS-PG-APP-TOTAL TO WS-PG-CNT(WS-PG-K, WS-PF)
                   ADD WS-PG-APP-TOTAL TO WS-PF-CHANGED
               END-IF
           END-PERFORM
           CLOSE APP-FILE
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-PG-APP-BATCH: the next batch of purge entry WS-PG-K's
      *> applications still on file (a dry run counts them all, so
      *> it reads past the batch size without keeping the rows)
      *> ---------------------------------------------------------------
       LOAD-PG-APP-BATCH.
           MOVE 0 TO WS-PG-APP-TOTAL
           MOVE WS-PG-USER(WS-PG-K) TO APP-USER
           START APP-FILE KEY IS = APP-USER
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
                      OR (WS-PURGE = "Y" AND WS-PG-APP-TOTAL >= 200)
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-PG-USER(WS-PG-K)
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-PG-APP-TOTAL
                       IF WS-PURGE = "Y"
                           MOVE APP-REC
                             TO WS-PG-APP-ROW(WS-PG-APP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> REKEY-PG-APP-ROW: writes batch row WS-PG-A under its
      *> placeholder and deletes the original; a file error is left
      *> in WS-PF-TMP-ST
      *> ---------------------------------------------------------------
       REKEY-PG-APP-ROW.
           MOVE WS-PG-APP-ROW(WS-PG-A) TO APP-REC
           MOVE WS-PG-TOMB(WS-PG-K) TO APP-USER
           WRITE APP-REC
               INVALID KEY
                   MOVE WS-APP-ST TO WS-PF-TMP-ST
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-PG-APP-ROW(WS-PG-A) TO APP-REC
           DELETE APP-FILE RECORD
               INVALID KEY
                   MOVE WS-APP-ST TO WS-PF-TMP-ST
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-PG-CNT(WS-PG-K, WS-PF)
           ADD 1 TO WS-PF-CHANGED.
      *> ---------------------------------------------------------------
      *> PURGE-APP-HISTORY: re-keys the purged accounts' application
      *> status history to their placeholders
      *> ---------------------------------------------------------------
       PURGE-APP-HISTORY.
           MOVE 14 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "AppHistory.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST = "35"
               CLOSE HIST-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HIST-TMP
           PERFORM UNTIL WS-HIST-ST NOT = "00"
               READ HIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE HIST-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO HIST-USER
                       END-IF
                       MOVE HIST-CHANGED-BY TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO HIST-CHANGED-BY
                       END-IF
                       MOVE HIST-REC TO HIST-TMP-REC
                       WRITE HIST-TMP-REC
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE WS-HIST-TMP-ST TO WS-PF-TMP-ST
           CLOSE HIST-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-INTERVIEWS: re-keys interview slots the purged accounts
      *> booked to their placeholders
      *> ---------------------------------------------------------------
       PURGE-INTERVIEWS.
           MOVE 15 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Interviews.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT IV-FILE
           IF WS-IV-ST = "35"
               CLOSE IV-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT IV-TMP
           PERFORM UNTIL WS-IV-ST NOT = "00"
               READ IV-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE IV-APPLICANT TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO IV-APPLICANT
                       END-IF
                       MOVE IV-REC TO IV-TMP-REC
                       WRITE IV-TMP-REC
               END-READ
           END-PERFORM
           CLOSE IV-FILE
           MOVE WS-IV-TMP-ST TO WS-PF-TMP-ST
           CLOSE IV-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-RSVPS: re-keys the purged accounts' RSVPs in the file
      *> named by WS-RSVP-FILENAME (the live file or the archive, as
      *> set by the caller along with WS-PF) to their placeholders,
      *> so each event keeps its headcount and attendance
      *> ---------------------------------------------------------------
       PURGE-RSVPS.
           PERFORM START-PF-FILE
           MOVE "EventRsvps.tmp" TO WS-PF-TMP-NAME
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
                       MOVE RSVP-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO RSVP-USER
                       END-IF
                       MOVE RSVP-REC TO RSVP-TMP-REC
                       WRITE RSVP-TMP-REC
               END-READ
           END-PERFORM
           CLOSE RSVP-FILE
           MOVE WS-RSVP-TMP-ST TO WS-PF-TMP-ST
           CLOSE RSVP-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-ABUSE-REPORTS: re-keys reports filed by or against the
      *> purged accounts to their placeholders, keeping the
      *> moderation record
      *> ---------------------------------------------------------------
       PURGE-ABUSE-REPORTS.
           MOVE 18 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "AbuseReports.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT ABUSE-FILE
           IF WS-ABUSE-ST = "35"
               CLOSE ABUSE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ABUSE-TMP
           PERFORM UNTIL WS-ABUSE-ST NOT = "00"
               READ ABUSE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ABR-REPORTER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO ABR-REPORTER
                       END-IF
                       MOVE ABR-SUBJECT TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO ABR-SUBJECT
                       END-IF
                       MOVE ABUSE-REC TO ABUSE-TMP-REC
                       WRITE ABUSE-TMP-REC
               END-READ
           END-PERFORM
           CLOSE ABUSE-FILE
           MOVE WS-ABUSE-TMP-ST TO WS-PF-TMP-ST
           CLOSE ABUSE-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-ANNOUNCE-AUDIENCE: re-keys announcement deliveries to
      *> the purged accounts to their placeholders, so each
      *> announcement keeps its delivered count
      *> ---------------------------------------------------------------
       PURGE-ANNOUNCE-AUDIENCE.
           MOVE 19 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "AnnounceAudience.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT AUD-FILE
           IF WS-AUD-ST = "35"
               CLOSE AUD-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUD-TMP
           PERFORM UNTIL WS-AUD-ST NOT = "00"
               READ AUD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE AUD-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO AUD-USER
                       END-IF
                       MOVE AUD-REC TO AUD-TMP-REC
                       WRITE AUD-TMP-REC
               END-READ
           END-PERFORM
           CLOSE AUD-FILE
           MOVE WS-AUD-TMP-ST TO WS-PF-TMP-ST
           CLOSE AUD-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-DEACTIVATIONS: re-keys the purged accounts'
      *> deactivation rows to their placeholders
      *> ---------------------------------------------------------------
       PURGE-DEACTIVATIONS.
           MOVE 20 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Deactivations.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               CLOSE DEACTLOG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEACTLOG-TMP
           PERFORM UNTIL WS-DEACTLOG-ST NOT = "00"
               READ DEACTLOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE DL-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB(WS-PG-AT) TO DL-USER
                       END-IF
                       MOVE DEACTLOG-REC TO DEACTLOG-TMP-REC
                       WRITE DEACTLOG-TMP-REC
               END-READ
           END-PERFORM
           CLOSE DEACTLOG-FILE
           MOVE WS-DEACTLOG-TMP-ST TO WS-PF-TMP-ST
           CLOSE DEACTLOG-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-BACKUPS: replaces the purged accounts' rows in every
      *> dated Accounts.dat backup with their placeholder rows, so a
      *> point-in-time restore can never bring a purged account back
      *> ---------------------------------------------------------------
       PURGE-BACKUPS.
           MOVE 21 TO WS-PF
           CALL "SYSTEM" USING
               "ls -1 Accounts.dat.bak.* > RetentionBackups.tmp 2>/dev/n
      -    "ull"
           OPEN INPUT LIST-FILE
           IF WS-LIST-ST = "35"
               CLOSE LIST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIST-ST NOT = "00"
               READ LIST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIST-REC NOT = SPACES
                           MOVE LIST-REC(1:40) TO WS-BAK-FILENAME
                           PERFORM PURGE-ONE-BACKUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           CALL "SYSTEM" USING "rm -f RetentionBackups.tmp".
      *> ---------------------------------------------------------------
      *> PURGE-ONE-BACKUP: the backup named by WS-BAK-FILENAME
      *> ---------------------------------------------------------------
       PURGE-ONE-BACKUP.
           PERFORM START-PF-FILE
           MOVE WS-BAK-FILENAME TO WS-PF-TARGET
           MOVE "AccountsBackup.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT BAK-FILE
           IF WS-BAK-ST = "35"
               CLOSE BAK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BAK-TMP
           PERFORM UNTIL WS-BAK-ST NOT = "00"
               READ BAK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE BAK-REC(1:20) TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB-REC(WS-PG-AT) TO BAK-TMP-REC
                       ELSE
                           MOVE BAK-REC TO BAK-TMP-REC
                       END-IF
                       WRITE BAK-TMP-REC
               END-READ
           END-PERFORM
           CLOSE BAK-FILE
           MOVE WS-BAK-TMP-ST TO WS-PF-TMP-ST
           CLOSE BAK-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> PURGE-ACCOUNTS: replaces each purged account's row with its
      *> placeholder row
      *> ---------------------------------------------------------------
       PURGE-ACCOUNTS.
           MOVE 22 TO WS-PF
           PERFORM START-PF-FILE
           MOVE "Accounts.tmp" TO WS-PF-TMP-NAME
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST = "35"
               CLOSE ACCT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACCT-TMP
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ACCT-USER TO WS-PG-LOOKUP
                       PERFORM FIND-PURGE-USER
                       IF WS-PG-AT > 0
                           MOVE WS-PG-TOMB-REC(WS-PG-AT) TO ACCT-REC
                       END-IF
                       MOVE ACCT-REC TO ACCT-TMP-REC
                       WRITE ACCT-TMP-REC
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           MOVE WS-ACCT-TMP-ST TO WS-PF-TMP-ST
           CLOSE ACCT-TMP
           PERFORM FINISH-PF-FILE.
      *> ---------------------------------------------------------------
      *> RECORD-UNDATED: deactivated accounts with no Deactivations.dat
      *> row (deactivated before dates were recorded) get today's date,
      *> which starts their retention period
      *> ---------------------------------------------------------------
       RECORD-UNDATED.
           OPEN EXTEND DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               OPEN OUTPUT DEACTLOG-FILE
           END-IF
           PERFORM VARYING WS-DD-AT FROM 1 BY 1
                   UNTIL WS-DD-AT > WS-UD-TOTAL
               MOVE WS-UD-USER(WS-DD-AT) TO DL-USER
               MOVE WS-TODAY TO DL-DATE
               MOVE "RETENTION" TO DL-SOURCE
               WRITE DEACTLOG-REC
           END-PERFORM
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> AUDIT-PURGES: one audit line per purged account, naming the
      *> placeholder it became
      *> ---------------------------------------------------------------
       AUDIT-PURGES.
           PERFORM VARYING WS-PG-I FROM 1 BY 1
                   UNTIL WS-PG-I > WS-PG-TOTAL
               MOVE "RETENTION_PURGE" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-SUBJECT
               STRING
                   WS-PG-USER(WS-PG-I) DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
                   WS-PG-TOMB(WS-PG-I) DELIMITED BY SPACE
                   INTO WS-AUDIT-SUBJECT
               END-STRING
               PERFORM WRITE-PURGE-AUDIT
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> AUDIT-INCOMPLETE-PURGES: when a file could not be rewritten,
      *> one audit line per account still to be purged, naming the
      *> files this run did change
      *> ---------------------------------------------------------------
       AUDIT-INCOMPLETE-PURGES.
           MOVE SPACES TO WS-PF-LIST
           MOVE 1 TO WS-PF-PTR
           PERFORM VARYING WS-PF FROM 1 BY 1 UNTIL WS-PF > 22
               IF WS-PF-DONE(WS-PF) = "Y"
                   IF WS-PF-PTR + FUNCTION LENGTH(
                          FUNCTION TRIM(WS-PF-NAME(WS-PF))) > 77
                       STRING "..." DELIMITED BY SIZE
                           INTO WS-PF-LIST WITH POINTER WS-PF-PTR
                       END-STRING
                       EXIT PERFORM
                   END-IF
                   IF WS-PF-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-PF-LIST WITH POINTER WS-PF-PTR
                       END-STRING
                   END-IF
                   STRING
                       FUNCTION TRIM(WS-PF-NAME(WS-PF))
                           DELIMITED BY SIZE
                       INTO WS-PF-LIST WITH POINTER WS-PF-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-PF-LIST = SPACES
               MOVE "none" TO WS-PF-LIST
           END-IF
           PERFORM VARYING WS-PG-I FROM 1 BY 1
                   UNTIL WS-PG-I > WS-PG-TOTAL
               MOVE "RETENTION_PURGE_INCOMPLETE" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-SUBJECT
               STRING
                   WS-PG-USER(WS-PG-I) DELIMITED BY SPACE
                   " files=" DELIMITED BY SIZE
                   WS-PF-LIST DELIMITED BY "  "
                   INTO WS-AUDIT-SUBJECT
               END-STRING
               PERFORM WRITE-PURGE-AUDIT
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-HEADER: title, run date, mode, and period
      *> ---------------------------------------------------------------
       WRITE-RPT-HEADER.
           MOVE "=== InCollege Retention Purge Certificate ==="
             TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Run date: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-PURGE = "Y"
               MOVE "Mode: PURGE" TO WS-TEXT
           ELSE
               MOVE
             "Mode: DRY RUN (nothing was changed; run with PURGE to purg
      -    "e)"
                 TO WS-TEXT
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE WS-RETAIN-DAYS TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           STRING
               "Retention period: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               " days after deactivation (" DELIMITED BY SIZE
               WS-RETAIN-SOURCE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-CERTIFICATE: one section per purged account with the
      *> rows removed or anonymized in each file, then the totals
      *> ---------------------------------------------------------------
       WRITE-CERTIFICATE.
           IF WS-PURGE = "Y"
               MOVE "removed" TO WS-ROW-WORD
           ELSE
               MOVE "to remove" TO WS-ROW-WORD
           END-IF
           PERFORM VARYING WS-PG-I FROM 1 BY 1
                   UNTIL WS-PG-I > WS-PG-TOTAL
               MOVE WS-PG-AGE(WS-PG-I) TO WS-AGE-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "Account " DELIMITED BY SIZE
                   WS-PG-USER(WS-PG-I) DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   WS-PG-TOMB(WS-PG-I) DELIMITED BY SPACE
                   "  (deactivated " DELIMITED BY SIZE
                   WS-PG-DEACT(WS-PG-I) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                   " days ago)" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-PF FROM 1 BY 1 UNTIL WS-PF > 22
                   IF WS-PG-CNT(WS-PG-I, WS-PF) > 0
                       MOVE WS-PG-CNT(WS-PG-I, WS-PF) TO WS-ROWS-DISP
                       PERFORM WRITE-FILE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PG-TOTAL = 0
               MOVE "No deactivated accounts are past the retention peri
      -    "od."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               MOVE "--- Totals ---" TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-PF FROM 1 BY 1 UNTIL WS-PF > 22
                   IF WS-PF-TOTAL(WS-PF) > 0
                       MOVE WS-PF-TOTAL(WS-PF) TO WS-ROWS-DISP
                       PERFORM WRITE-FILE-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-TEXT
           PERFORM WRITE-RPT-LINE
           MOVE WS-PG-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WS-TEXT
           IF WS-PURGE = "Y"
               STRING
                   "Accounts purged: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           ELSE
               STRING
                   "Accounts that would be purged: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-PG-OVERFLOW > 0
               MOVE WS-PG-OVERFLOW TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "Accounts past the period left for the next run: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-UD-TOTAL > 0
               MOVE WS-UD-TOTAL TO WS-COUNT-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "Deactivated accounts with no deactivation date: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM WRITE-RPT-LINE
               IF WS-PURGE = "Y"
                   MOVE
             "  (their retention period starts today)"
                     TO WS-TEXT
               ELSE
                   MOVE
             "  (a PURGE run starts their retention period that day)"
                     TO WS-TEXT
               END-IF
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-PURGE = "Y" AND WS-PG-TOTAL > 0
               IF WS-PG-FAILED = "N"
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "Certified: the rows listed above were "
                           DELIMITED BY SIZE
                       "removed or anonymized on " DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               ELSE
                   MOVE
             "INCOMPLETE: a file could not be rewritten; the accounts st
      -    "ay for the next run."
                     TO WS-TEXT
               END-IF
               PERFORM WRITE-RPT-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> WRITE-FILE-LINE: "  <file>   n row(s) removed|anonymized" for
      *> file WS-PF with the count in WS-ROWS-DISP
      *> ---------------------------------------------------------------
       WRITE-FILE-LINE.
           MOVE SPACES TO WS-TEXT
           IF WS-PF-KIND(WS-PF) = "R"
               STRING
                   "    " DELIMITED BY SIZE
                   WS-PF-NAME(WS-PF) DELIMITED BY SIZE
                   WS-ROWS-DISP DELIMITED BY SIZE
                   " row(s) " DELIMITED BY SIZE
                   WS-ROW-WORD DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
           ELSE
               IF WS-PURGE = "Y"
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-PF-NAME(WS-PF) DELIMITED BY SIZE
                       WS-ROWS-DISP DELIMITED BY SIZE
                       " row(s) anonymized" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               ELSE
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-PF-NAME(WS-PF) DELIMITED BY SIZE
                       WS-ROWS-DISP DELIMITED BY SIZE
                       " row(s) to anonymize" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-RPT-LINE.
      *> ---------------------------------------------------------------
      *> WRITE-RPT-LINE: moves WS-TEXT to RPT-REC and writes it
      *> ---------------------------------------------------------------
       WRITE-RPT-LINE.
           MOVE WS-TEXT TO RPT-REC
           WRITE RPT-REC.
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
      *> WRITE-PURGE-AUDIT: appends one timestamped line to Audit.log
      *> (same subject= shape the staff console writes)
      *> ---------------------------------------------------------------
       WRITE-PURGE-AUDIT.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM LOAD-AUDIT-TAIL
           PERFORM GET-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-REC
           STRING
               WS-AUDIT-TS      DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               WS-AUDIT-EVENT   DELIMITED BY "  "
               " subject="      DELIMITED BY SIZE
               WS-AUDIT-SUBJECT DELIMITED BY "  "
               INTO AUDIT-REC
           END-STRING
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
      *> WAIT-FOR-ACCT-LOCK: a dry run only reads, so it waits up to
      *> ~5 seconds for an in-flight Accounts.dat save to release the
      *> Accounts.lck directory, then refuses the run rather than read
      *> a half-written file
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
               MOVE
            "Accounts.dat is being updated by another session; try again
      -    " shortly."
                 TO WS-TEXT
               PERFORM WRITE-RPT-LINE
               CLOSE RPT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> ---------------------------------------------------------------
      *> CHECK-ACCTS-MIGRATED: WS-ACCTS-WIDE = Y when Accounts.dat
      *> still holds rows in the retired wide layout (the embedded
      *> 3+3 history arrays, 1180 bytes); the run refuses until the
      *> one-time PROFMIGRATE run has converted the file (kept in
      *> lockstep with InCollege.cob)
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
