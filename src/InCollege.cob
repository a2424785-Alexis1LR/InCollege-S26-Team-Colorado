               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-TMP-ST.
           SELECT APP-FILE  ASSIGN TO "Applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-JOB-ID WITH DUPLICATES
               FILE STATUS IS WS-APP-ST.
           SELECT HIST-FILE ASSIGN TO "AppHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ST.
           SELECT EVT-FILE  ASSIGN TO "Events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-ST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-TMP-ST.
           SELECT MSG-FILE  ASSIGN TO "Messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-ID
               ALTERNATE RECORD KEY IS MSG-RECIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS WS-MSG-ST.
           SELECT MSGSEQ-FILE ASSIGN TO "MsgSeq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGSEQ-ST.
           SELECT AUDIT-FILE ASSIGN TO "Audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ST.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-ST.
           SELECT MENTOR-FILE ASSIGN TO "Mentors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-ST.
           SELECT MENTOR-TMP  ASSIGN TO "Mentors.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-TMP-ST.
           SELECT MSHIP-FILE  ASSIGN TO "Mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSHIP-ST.
           SELECT MSHIP-TMP   ASSIGN TO "Mentorships.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSHIP-TMP-ST.
           SELECT ENDR-FILE   ASSIGN TO "Endorsements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-ST.
           SELECT ENDR-TMP    ASSIGN TO "Endorsements.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDR-TMP-ST.
           SELECT BLOCK-FILE  ASSIGN TO "Blocks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-ST.
           SELECT BLOCK-TMP   ASSIGN TO "Blocks.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-TMP-ST.
           SELECT DEACTLOG-FILE ASSIGN TO "Deactivations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACTLOG-ST.
           SELECT ABUSE-FILE  ASSIGN TO "AbuseReports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABUSE-ST.
           SELECT COMPANY-FILE ASSIGN TO "Companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-ST.
           SELECT EMPCO-FILE  ASSIGN TO "EmployerCompany.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCO-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
      *> Temp file uses the exact same record layout for easy copy
       FD  JOBS-TMP.
       01  JOBS-TMP-REC          PIC X(255).
      *> Archive rows share the Jobs.dat layout (used to seed the
      *> posting-number sequence when JobSeq.dat is missing, and to
      *> find the employer behind an expired posting)
       FD  ARCH-FILE.
       01  ARCH-REC.
           05 ARCH-COMPANY       PIC X(40).
           05 ARCH-TITLE         PIC X(40).
           05 ARCH-FILLER        PIC X(140).
           05 ARCH-POSTED-BY     PIC X(20).
           05 ARCH-CLOSE-DATE    PIC X(10).
           05 ARCH-JOB-ID        PIC X(5).
      *> JobSeq.dat: one line holding the next posting number to assign
       FD  JOBSEQ-FILE.
      *> Applications.dat record layout: one row per submitted
      *> application. APP-STATUS is the employer's disposition:
      *> "R" received, "U" under review, "I" interview, "O" offer,
      *> "D" declined; a blank status on a legacy row reads as received.
      *> The student answers an offer with "A" (accepted) or "X"
      *> (declined). The file is indexed on applicant + posting
      *> (APP-KEY; a legacy row with no posting number is told apart
      *> by its company and title), with an alternate key on the
      *> posting number so a posting's applicants are found directly.
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
      *> AppHistory.dat: append-only, one row per application status
      *> change - the date, the posting (its ID, with company and title
      *> for legacy rows that predate posting IDs), the applicant, the
      *> status before and after, and the username that changed it
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
      *> Events.dat record layout: one row per campus event.
      *> EVT-CAPACITY caps the attending headcount (0 or blank on a
      *> legacy row = unlimited)
           05 EVT-CAPACITY       PIC 9(4).
      *> EventRsvps.dat record layout: one row per student RSVP.
      *> RSVP-STATUS is "A" attending or "W" waitlisted (blank on a
      *> legacy row reads as attending). RSVP-ATTEND is filled in from
      *> the check-in list after the event: "Y" attended, "N" no-show,
      *> blank not yet recorded
       FD  RSVP-FILE.
       01  RSVP-REC.
           05 RSVP-USER          PIC X(20).
           05 RSVP-EVENT         PIC X(40).
           05 RSVP-DATE          PIC X(10).
           05 RSVP-STATUS        PIC X.
           05 RSVP-ATTEND        PIC X.
      *> Temp file uses the exact same record layout for easy copy
       FD  RSVP-TMP.
       01  RSVP-TMP-REC          PIC X(72).
      *> Messages.dat record layout: one row per message between
      *> users, indexed on its message number (handed out from
      *> MsgSeq.dat, so key order is arrival order) with alternate
      *> keys on the recipient and the sender
       FD  MSG-FILE.
       01  MSG-REC.
           05 MSG-ID             PIC 9(9).
           05 MSG-SENDER         PIC X(20).
           05 MSG-RECIP          PIC X(20).
           05 MSG-DATE           PIC X(10).
           05 MSG-READ           PIC X.
           05 MSG-TEXT           PIC X(200).
      *> MsgSeq.dat: one line holding the next message number to
      *> assign
       FD  MSGSEQ-FILE.
       01  MSGSEQ-REC            PIC X(20).
      *> Audit.log record layout: one timestamped security event per
      *> line, sealed with " seq=nnnnnnnn chain=nnnnnnnnnn" in its
      *> last 30 characters (see SEAL-AUDIT-REC)
       FD  AUDIT-FILE.
       01  AUDIT-REC             PIC X(200).
      *> Session.chk: one line holding the count of input-script
      *> per-user "Export My Profile" output file (resume-style layout)
       FD  EXPORT-FILE.
       01  EXPORT-REC            PIC X(200).
      *> Mentors.dat record layout: one row per alumnus who has opted
      *> in as a mentor, with the majors and industries they will
      *> advise on (free text). MENTOR-ACTIVE "Y" lists the alumnus
      *> under Browse Mentors; "N" means they have stopped taking new
      *> mentees (their current pairings stand).
       FD  MENTOR-FILE.
       01  MENTOR-REC.
           05 MENTOR-USER        PIC X(20).
           05 MENTOR-MAJORS      PIC X(60).
           05 MENTOR-INDUSTRIES  PIC X(60).
           05 MENTOR-ACTIVE      PIC X.
           05 MENTOR-DATE        PIC X(10).
      *> Temp file uses the exact same record layout for easy copy
       FD  MENTOR-TMP.
       01  MENTOR-TMP-REC        PIC X(151).
      *> Mentorships.dat record layout: one row per mentorship
      *> request between an alumnus and a student. MS-STATUS is "P"
      *> requested and not yet answered, "A" accepted (an active
      *> pairing), or "D" declined; MS-RESP-DATE is when the alumnus
      *> answered.
       FD  MSHIP-FILE.
       01  MSHIP-REC.
           05 MS-MENTOR          PIC X(20).
           05 MS-STUDENT         PIC X(20).
           05 MS-STATUS          PIC X.
           05 MS-REQ-DATE        PIC X(10).
           05 MS-RESP-DATE       PIC X(10).
           05 MS-NOTE            PIC X(80).
      *> Temp file uses the exact same record layout for easy copy
       FD  MSHIP-TMP.
       01  MSHIP-TMP-REC         PIC X(141).
      *> Endorsements.dat record layout: one row per endorsement a
      *> connected user has given one of a student's recorded catalog
      *> skills (StudentSkills.dat). A given endorser, student, and
      *> skill appear together at most once.
       FD  ENDR-FILE.
       01  ENDR-REC.
           05 ENDR-ENDORSER      PIC X(20).
           05 ENDR-STUDENT       PIC X(20).
           05 ENDR-SKILL         PIC X(40).
           05 ENDR-DATE          PIC X(10).
      *> Temp file uses the exact same record layout for easy copy
       FD  ENDR-TMP.
       01  ENDR-TMP-REC          PIC X(90).
      *> Blocks.dat: one row per block, blocker first. The blocked
      *> account's messages and connection requests to the blocker
      *> are silently dropped and neither is suggested to the other.
       FD  BLOCK-FILE.
       01  BLOCK-REC.
           05 BLK-BLOCKER        PIC X(20).
           05 BLK-BLOCKED        PIC X(20).
           05 BLK-DATE           PIC X(10).
       FD  BLOCK-TMP.
       01  BLOCK-TMP-REC         PIC X(50).
      *> Deactivations.dat: append-only, one row each time an account
      *> is deactivated - the date and where it happened (SELF online,
      *> RECONCILE from the enrollment reconciliation, MODERATION or
      *> MERGE from the staff console). The
      *> latest row for a deactivated account starts its retention
      *> period (kept in lockstep with StaffConsole.cob, Reconcile.cob,
      *> and RetentionPurge.cob)
       FD  DEACTLOG-FILE.
       01  DEACTLOG-REC.
           05 DL-USER            PIC X(20).
           05 DL-DATE            PIC X(10).
           05 DL-SOURCE          PIC X(10).
      *> AbuseReports.dat: one row per report a user files against a
      *> message ("M", with a copy of the message) or an account
      *> ("A"). ABR-STATE is "O" open until staff close it from the
      *> moderation queue: "X" dismissed, "W" warned, "D" deactivated
      *> (kept in lockstep with StaffConsole.cob's FD ABUSE-FILE)
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
      *> Companies.dat: the company master staff keep from the staff
      *> console, one row per organization, with the description
      *> students see on its company page. CMP-VERIFIED is "Y" once
      *> staff have checked the organization is real (kept in
      *> lockstep with StaffConsole.cob's FD COMPANY-FILE)
       FD  COMPANY-FILE.
       01  COMPANY-REC.
           05 CMP-ID             PIC X(5).
           05 CMP-NAME           PIC X(40).
           05 CMP-DESC           PIC X(200).
           05 CMP-VERIFIED       PIC X.
           05 CMP-VERIFIED-DATE  PIC X(10).
           05 CMP-ADDED-DATE     PIC X(10).
      *> EmployerCompany.dat: one row per employer account staff have
      *> linked to a company. The recruiters linked to one company
      *> share its postings, applications and interview slots, and a
      *> posting belongs to the company of the account that posted it
      *> (kept in lockstep with StaffConsole.cob's FD EMPCO-FILE)
       FD  EMPCO-FILE.
       01  EMPCO-REC.
           05 EMPCO-USER         PIC X(20).
           05 EMPCO-CMP-ID       PIC X(5).
       WORKING-STORAGE SECTION.
       01  WS-IN-ST            PIC XX VALUE "00".
       01  WS-OUT-ST           PIC XX VALUE "00".
       01  WS-NOTICE-TO         PIC X(20) VALUE SPACES.
       01  WS-NOTICE-FROM       PIC X(20) VALUE SPACES.
       01  WS-NOTICE-BODY       PIC X(200) VALUE SPACES.
      *> The reserved inbox sender the nightly ANNOUNCEDELIVER run
      *> writes staff announcements under; usernames cannot contain
      *> "*", so no account can ever collide with it (kept in
      *> lockstep with AnnounceDeliver.cob's WS-CAREER-SENDER)
       01  WS-CAREER-SENDER     PIC X(20) VALUE "*CAREER-SERVICES".
       01  WS-INBOX-FROM        PIC X(20) VALUE SPACES.
       01  WS-YEAR-TXT          PIC X(20) VALUE SPACES.
       01  WS-YEAR-NUM          PIC 9(4)  VALUE 0.
       01  WS-VALID             PIC X VALUE "N".
       01  WS-RESPOND-USER      PIC X(20) VALUE SPACES.
       01  WS-RESPOND-FOUND     PIC X     VALUE "N".
       01  WS-CHOICE2           PIC XX    VALUE SPACES.
      *> Deactivation date log (RECORD-DEACTIVATION)
       01  WS-DEACTLOG-ST       PIC XX VALUE "00".
       01  WS-DEACTLOG-SOURCE   PIC X(10) VALUE SPACES.
      *> Security audit log variables
       01  WS-AUDIT-ST          PIC XX VALUE "00".
       01  WS-AUDIT-EVENT       PIC X(20) VALUE SPACES.
       01  WS-AUDIT-SUBJECT     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-PTR         PIC 9(3) VALUE 0.
       01  WS-AUDIT-TS          PIC X(19) VALUE SPACES.
      *> Audit.log chain: sequence number and chain value of the last
      *> sealed line, the running hash, and the Audit.lck interlock
      *> that keeps two writers from sealing the same number
       01  WS-AUDIT-SEQ         PIC 9(8) VALUE 0.
       01  WS-AUDIT-CHAIN       PIC 9(10) VALUE 0.
       01  WS-AUDIT-HASH        PIC 9(12) VALUE 0.
       01  WS-AUDIT-LEN         PIC 9(3) VALUE 0.
       01  WS-AUDIT-I           PIC 9(3) VALUE 0.
       01  WS-AUDIT-LAST        PIC X(200) VALUE SPACES.
       01  WS-AUDIT-LOCK-OK     PIC X VALUE "N".
       01  WS-AUDIT-LOCK-TRY    PIC 99 VALUE 0.
      *> University reference-file validation variables
       01  WS-UNIV-FL-ST        PIC XX VALUE "00".
       01  WS-UNIV-INPUT        PIC X(40) VALUE SPACES.
       01  WS-JOBS-ST           PIC XX VALUE "00".
       01  WS-JOBS-TMP-ST       PIC XX VALUE "00".
       01  WS-APP-ST            PIC XX VALUE "00".
       01  WS-HIST-ST           PIC XX VALUE "00".
       01  WS-ARCH-ST           PIC XX VALUE "00".
       01  WS-JOBSEQ-ST         PIC XX VALUE "00".
      *> Posting-number allocation (ALLOCATE-JOB-ID) and lookup fields
       01  WS-POLICY-NUM         PIC 9(4) VALUE 0.
      *> Messaging variables
       01  WS-MSG-ST             PIC XX VALUE "00".
       01  WS-MSGSEQ-ST          PIC XX VALUE "00".
      *> Message-number allocation (ALLOCATE-MSG-ID, STORE-MESSAGE)
       01  WS-NEXT-MSG-ID        PIC 9(9) VALUE 0.
       01  WS-MSG-ID-NUM         PIC 9(9) VALUE 0.
       01  WS-MSG-STORED         PIC X VALUE "N".
       01  WS-MSG-TRY            PIC 9 VALUE 0.
       01  WS-UNREAD-COUNT       PIC 9(4) VALUE 0.
       01  WS-UNREAD-DISP        PIC ZZZ9.
       01  WS-MSG-TO             PIC X(20) VALUE SPACES.
       01  WS-APP-STATUS-NAME    PIC X(20) VALUE SPACES.
       01  WS-APP-SET-USER       PIC X(20) VALUE SPACES.
       01  WS-APP-SET-FOUND      PIC X VALUE "N".
       01  WS-APP-UPD-ERR        PIC X VALUE "N".
      *> The matched application's status before the change, and its
      *> posting ID, for the AppHistory.dat row
       01  WS-APP-OLD-STATUS     PIC X VALUE SPACE.
       01  WS-HIST-JOB-ID        PIC X(5) VALUE SPACES.
       01  WS-MYAPP-COUNT        PIC 9(4) VALUE 0.
      *> Offer response variables: the caller's outstanding offers as
      *> listed under My Applications, the one being answered, and
      *> the employer who made it (found on the posting, live or
      *> archived)
       01  WS-OFFER-TOTAL        PIC 99 VALUE 0.
       01  WS-OFFER-TABLE.
           05 WS-OFFER-ENTRY OCCURS 20 TIMES.
              10 WS-OFFER-JOB-ID   PIC X(5)  VALUE SPACES.
              10 WS-OFFER-COMPANY  PIC X(40) VALUE SPACES.
              10 WS-OFFER-TITLE    PIC X(40) VALUE SPACES.
       01  WS-OFFER-PICK         PIC 99 VALUE 0.
       01  WS-OFFER-DISP         PIC Z9.
       01  WS-POSTING-OWNER      PIC X(20) VALUE SPACES.
      *> My Calendar variables: the caller's upcoming accepted
      *> interview slots ("I") and attending event RSVPs ("E") merged
      *> into one table sorted by date and time. Events carry no time
      *> of day, so they sort ahead of that day's interviews. The
      *> employer's weekly schedule reuses the table for its own
      *> open ("O") and accepted ("A") slots.
       01  WS-CAL-TOTAL          PIC 9(3) VALUE 0.
       01  WS-CAL-OVERFLOW       PIC X VALUE "N".
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 100 TIMES.
              10 WS-CAL-DATE     PIC X(10) VALUE SPACES.
              10 WS-CAL-TIME     PIC X(5)  VALUE SPACES.
              10 WS-CAL-KIND     PIC X     VALUE SPACE.
              10 WS-CAL-KEY      PIC X(40) VALUE SPACES.
              10 WS-CAL-WHERE    PIC X(40) VALUE SPACES.
              10 WS-CAL-WHAT     PIC X(40) VALUE SPACES.
              10 WS-CAL-WHO      PIC X(20) VALUE SPACES.
       01  WS-CAL-SWAP           PIC X(156) VALUE SPACES.
       01  WS-CAL-I              PIC 9(3) VALUE 0.
       01  WS-CAL-J              PIC 9(3) VALUE 0.
       01  WS-CAL-SWAPPED        PIC X VALUE "N".
       01  WS-CAL-LAST-DATE      PIC X(10) VALUE SPACES.
      *> Clash check: the day being committed to and how many of the
      *> caller's calendar entries already fall on it
       01  WS-CLASH-DATE         PIC X(10) VALUE SPACES.
       01  WS-CLASH-COUNT        PIC 9(3) VALUE 0.
       01  WS-RSVP-EVT-DATE      PIC X(10) VALUE SPACES.
      *> Employer weekly schedule: the seven days from WS-WEEK-START
       01  WS-WEEK-START         PIC X(10) VALUE SPACES.
       01  WS-WEEK-END           PIC X(10) VALUE SPACES.
       01  WS-WEEK-DATE-9        PIC 9(8) VALUE 0.
       01  WS-WEEK-INT           PIC 9(9) VALUE 0.
       01  WS-WEEK-ACCEPTED      PIC 9(3) VALUE 0.
       01  WS-CAL-DISP           PIC ZZ9.
       01  WS-CAL-DISP2          PIC ZZ9.
      *> Mentorship variables: the mentors listed by Browse Mentors
      *> (with the university and class year from their account),
      *> the filters the student typed, and the unanswered requests
      *> an alumnus is working through
       01  WS-MENTOR-ST          PIC XX VALUE "00".
       01  WS-MENTOR-TMP-ST      PIC XX VALUE "00".
       01  WS-MSHIP-ST           PIC XX VALUE "00".
       01  WS-MSHIP-TMP-ST       PIC XX VALUE "00".
       01  WS-MENTOR-TOTAL       PIC 9(3) VALUE 0.
       01  WS-MENTOR-TABLE.
           05 WS-MENTOR-ENTRY OCCURS 200 TIMES.
              10 WS-MT-USER      PIC X(20) VALUE SPACES.
              10 WS-MT-MAJORS    PIC X(60) VALUE SPACES.
              10 WS-MT-INDUSTRIES PIC X(60) VALUE SPACES.
              10 WS-MT-NAME      PIC X(41) VALUE SPACES.
              10 WS-MT-UNIV      PIC X(40) VALUE SPACES.
              10 WS-MT-YEAR      PIC 9(4)  VALUE 0.
              10 WS-MT-ALUMNI    PIC X     VALUE "N".
       01  WS-MT-I               PIC 9(3) VALUE 0.
       01  WS-MENTOR-MAJORS      PIC X(60) VALUE SPACES.
       01  WS-MENTOR-INDUSTRIES  PIC X(60) VALUE SPACES.
       01  WS-MENTOR-USER        PIC X(20) VALUE SPACES.
       01  WS-MENTOR-FOUND       PIC X VALUE "N".
       01  WS-MENTOR-FILTER-MAJOR PIC X(40) VALUE SPACES.
       01  WS-MENTOR-FILTER-UNIV PIC X(40) VALUE SPACES.
       01  WS-MENTOR-SHOWN       PIC 9(3) VALUE 0.
       01  WS-MENTOR-MATCH       PIC X VALUE "N".
       01  WS-MSHIP-EXISTING     PIC X VALUE SPACE.
       01  WS-MSHIP-NEW-STATUS   PIC X VALUE SPACE.
       01  WS-MSHIP-STUDENT      PIC X(20) VALUE SPACES.
       01  WS-MSHIP-COUNT        PIC 9(3) VALUE 0.
       01  WS-MREQ-TOTAL         PIC 99 VALUE 0.
       01  WS-MREQ-TABLE.
           05 WS-MREQ-ENTRY OCCURS 20 TIMES.
              10 WS-MREQ-STUDENT PIC X(20) VALUE SPACES.
              10 WS-MREQ-DATE    PIC X(10) VALUE SPACES.
              10 WS-MREQ-NOTE    PIC X(80) VALUE SPACES.
       01  WS-MREQ-PICK          PIC 99 VALUE 0.
       01  WS-MREQ-DISP          PIC Z9.
      *> Endorsement variables: the skill being endorsed, the
      *> per-skill count shown on profiles, and the sweep that drops
      *> endorsements when a student removes the skill
       01  WS-ENDR-ST            PIC XX VALUE "00".
       01  WS-ENDR-TMP-ST        PIC XX VALUE "00".
       01  WS-ENDR-EXISTS        PIC X VALUE "N".
       01  WS-ENDR-CONNECTED     PIC X VALUE "N".
       01  WS-ENDR-ON-PROFILE    PIC X VALUE "N".
       01  WS-ENDR-COUNT         PIC 9(4) VALUE 0.
       01  WS-ENDR-DISP          PIC ZZZ9.
       01  WS-ENDR-SKILL         PIC X(40) VALUE SPACES.
       01  WS-ENDR-DROPPED       PIC 9(4) VALUE 0.
      *> Blocking and abuse report variables: the account being
      *> blocked or checked, which way any block runs, and the report
      *> being filed
       01  WS-BLOCK-ST           PIC XX VALUE "00".
       01  WS-BLOCK-TMP-ST       PIC XX VALUE "00".
       01  WS-ABUSE-ST           PIC XX VALUE "00".
       01  WS-BLOCK-TARGET       PIC X(20) VALUE SPACES.
       01  WS-I-BLOCKED          PIC X VALUE "N".
       01  WS-BLOCKED-BY-THEM    PIC X VALUE "N".
       01  WS-BLOCK-COUNT        PIC 9(4) VALUE 0.
       01  WS-BLOCK-DROPPED      PIC 9(4) VALUE 0.
       01  WS-ABR-NEXT-ID        PIC 9(5) VALUE 0.
       01  WS-ABR-KIND           PIC X VALUE SPACE.
       01  WS-ABR-SUBJECT        PIC X(20) VALUE SPACES.
       01  WS-ABR-REASON         PIC X(100) VALUE SPACES.
       01  WS-ABR-MSG-DATE       PIC X(10) VALUE SPACES.
       01  WS-ABR-MSG-TEXT       PIC X(200) VALUE SPACES.
       01  WS-ABR-PICK           PIC 9(4) VALUE 0.
       01  WS-ABR-PICK-DISP      PIC ZZZ9.
      *> Company master variables: the logged-in employer's company
      *> (blank when staff have not linked the account to one) and
      *> the recruiters linked to it, whose postings and interview
      *> slots the employer flows treat as the caller's own. The link
      *> table resolves any posting's owner to its company for the
      *> job listings and the company page.
       01  WS-COMPANY-ST         PIC XX VALUE "00".
       01  WS-EMPCO-ST           PIC XX VALUE "00".
       01  WS-MY-CMP-ID          PIC X(5) VALUE SPACES.
       01  WS-MY-CMP-NAME        PIC X(40) VALUE SPACES.
       01  WS-TEAM-COUNT         PIC 99 VALUE 0.
       01  WS-TEAM-TABLE.
           05 WS-TEAM-USER OCCURS 50 TIMES PIC X(20) VALUE SPACES.
       01  WS-TEAM-CHECK         PIC X(20) VALUE SPACES.
       01  WS-TEAM-MEMBER        PIC X VALUE "N".
       01  WS-TEAM-I             PIC 99 VALUE 0.
       01  WS-TEAM-PTR           PIC 9(3) VALUE 0.
       01  WS-EC-TOTAL           PIC 9(4) VALUE 0.
       01  WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 2000 TIMES.
              10 WS-EC-USER      PIC X(20) VALUE SPACES.
              10 WS-EC-CMP-ID    PIC X(5)  VALUE SPACES.
       01  WS-EC-I               PIC 9(4) VALUE 0.
       01  WS-OWNER-USER         PIC X(20) VALUE SPACES.
       01  WS-OWNER-CMP-ID       PIC X(5) VALUE SPACES.
      *> The company being looked up for a company page
       01  WS-PAGE-CMP-ID        PIC X(5) VALUE SPACES.
       01  WS-PAGE-FOUND         PIC X VALUE "N".
       01  WS-PAGE-NAME          PIC X(40) VALUE SPACES.
       01  WS-PAGE-DESC          PIC X(200) VALUE SPACES.
       01  WS-PAGE-VERIFIED      PIC X VALUE SPACE.
       01  WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM STARTUP
           PERFORM CHECK-ACCTS-MIGRATED
           IF WS-ACCTS-WIDE = "Y"
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               CLOSE IN-FILE
               CALL "SYSTEM" USING "rm -f Accounts.tmp"
               IF WS-TMP-COUNT > 0
                   MOVE
       "Discarded an incomplete Accounts.tmp from an interrupted save."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
               PERFORM PRT
           END-IF
           CALL "SYSTEM" USING
             "ls -1t Accounts.dat.bak.* 2>/dev/null | tail -n +8 | xargs
      -    " -r rm -f".
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
                       MOVE "E" TO WS-ROLE
                       MOVE "Y" TO WS-OK
                   WHEN OTHER
                       MOVE "Invalid choice, please try again."
                         TO WS-TEXT
                       PERFORM PRT
               END-EVALUATE
           END-PERFORM
               MOVE IN-REC(1:12) TO WS-PIN
               PERFORM CHECK-PASS
               IF WS-OK = "N"
                   MOVE
             "Password does not meet requirements, please try again."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
               PERFORM PRT
               IF WS-ROLE = "E"
                   MOVE
             "Employer accounts are reviewed by staff before job posting
      -    " is enabled."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
                   MOVE "LOGIN_LOCKED" TO WS-AUDIT-EVENT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE
          "This account is temporarily locked. Please try again later."
                     TO WS-TEXT
                   PERFORM PRT
               ELSE
                       MOVE "LOGIN_SUCCESS" TO WS-AUDIT-EVENT
                       PERFORM WRITE-AUDIT-LOG
                       MOVE "Y" TO WS-LOG
                       MOVE "You have successfully logged in."
                         TO WS-TEXT
                       PERFORM PRT
                       PERFORM CHECK-PW-EXPIRED
                       IF WS-PW-MUST-CHANGE = "Y"
                           MOVE "LOCKOUT" TO WS-AUDIT-EVENT
                           PERFORM WRITE-AUDIT-LOG
                           MOVE
                "Too many failed attempts. This account is locked for 15
      -    " minutes."
                             TO WS-TEXT
                           PERFORM PRT
                       ELSE
               PERFORM PRT
               MOVE "17. Interview Slots" TO WS-TEXT
               PERFORM PRT
               MOVE "18. My Calendar" TO WS-TEXT
               PERFORM PRT
               MOVE "19. Mentorship" TO WS-TEXT
               PERFORM PRT
               MOVE "Enter your choice:" TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
                       PERFORM VIEW-MY-APPLICATIONS
                   WHEN "17"
                       PERFORM STUDENT-INTERVIEW-MENU
                   WHEN "18"
                       PERFORM CALENDAR-MENU
                   WHEN "19"
                       PERFORM MENTOR-MENU
                   WHEN OTHER
                       EVALUATE WS-CHOICE
                           WHEN '1' PERFORM PROFILE-CREATE-EDIT
                           WHEN '7' PERFORM RESPOND-TO-REQUEST
                           WHEN '8' PERFORM CHANGE-PASSWORD
                           WHEN '9'
                               MOVE "You have been logged out."
                                 TO WS-TEXT
                               PERFORM PRT
                               MOVE SPACES TO WS-UIN
                               EXIT PARAGRAPH
                   WHEN '7' PERFORM MANAGE-MY-SKILLS
                   WHEN '8' CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice, please try again."
                         TO WS-TEXT
                       PERFORM PRT
               END-EVALUATE
           END-IF.
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> REMOVE-MY-SKILL: drops a skill from the caller's profile via
      *> the temp-file/rename pattern, along with its endorsements
      *> ---------------------------------------------------------------
       REMOVE-MY-SKILL.
           MOVE "Enter the skill to remove (exactly as listed):"
               MOVE
             "WARNING: removal failed to finalize StudentSkills.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKILL-INPUT TO WS-ENDR-SKILL
           PERFORM DROP-SKILL-ENDORSEMENTS
           MOVE "Skill removed from your profile." TO WS-TEXT
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> SEED-SKILLS-IF-EMPTY: seeds Skills.dat with a starter catalog
                   MOVE "Keep your resume to one page as a student."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "List education first, then experience, newest first."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "Use action verbs and quantify results where you can."
                     TO WS-TEXT
                   PERFORM PRT
               WHEN 2
                   MOVE
             "Research the company and the role before you apply."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
          "Practice the STAR method: Situation, Task, Action, Result."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "Prepare two or three questions to ask the interviewer."
                     TO WS-TEXT
                   PERFORM PRT
               WHEN 3
                   MOVE
             "Reach out to classmates, alumni, and professors early."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
       "A short, specific message gets more replies than a generic one."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "Follow up and stay in touch, even after you get help."
                     TO WS-TEXT
                   PERFORM PRT
               WHEN 4
                   MOVE
             "Block out study and work time on a weekly calendar."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "Break large assignments into smaller daily tasks."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE "Protect time for sleep, meals, and breaks."
                     TO WS-TEXT
                   PERFORM PRT
               WHEN 5
                   MOVE
             "Keep your profile photo, headline, and About Me current."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
             "Highlight real projects and outcomes, not just duties."
                     TO WS-TEXT
                   PERFORM PRT
                   MOVE
          "Connect with people you actually know or have worked with."
                     TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE
      *> Required field: Graduation Year (YYYY numeric)
           PERFORM PROMPT-GRAD-YEAR
      *> Optional: About Me (blank allowed)
           MOVE
           "Enter About Me (optional, max 200 chars, enter blank line to
      -    " skip):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
                   PERFORM PRT
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-YEAR-TXT) = 0
                       COMPUTE WS-YEAR-NUM
                           = FUNCTION NUMVAL(WS-YEAR-TXT)
                       IF WS-YEAR-NUM >= 1000 AND WS-YEAR-NUM <= 9999
                           MOVE WS-YEAR-NUM TO WS-GRAD-YEAR
                           MOVE "Y" TO WS-VALID
                           PERFORM PRT
                       END-IF
                   ELSE
                       MOVE "Please enter a valid numeric year."
                         TO WS-TEXT
                       PERFORM PRT
                   END-IF
               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE
         "University not found in our records. Please check the spelling
      -    " and try again."
                             TO WS-TEXT
                           PERFORM PRT
                   END-EVALUATE
           PERFORM ACQUIRE-ACCT-LOCK
           IF WS-ACCT-LOCK-OK = "N"
               MOVE
            "Another session is updating accounts; your changes were not
      -    " saved."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           IF WS-ACCT-TMP-ST NOT = "00"
               CLOSE ACCT-TMP
               PERFORM RELEASE-ACCT-LOCK
               MOVE
             "WARNING: profile save failed while writing Accounts.tmp."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           CLOSE ACCT-TMP
           CALL "SYSTEM" USING "mv Accounts.tmp Accounts.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: profile save failed to finalize Accounts.dat."
                 TO WS-TEXT
               PERFORM PRT
           ELSE
               MOVE IN-REC(1:12) TO WS-PIN
               PERFORM CHECK-PASS
               IF WS-OK = "N"
                   MOVE
             "Password does not meet requirements, please try again."
                     TO WS-TEXT
                   PERFORM PRT
               END-IF
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
               CLOSE ACCT-TMP
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "WARNING: password change failed while writing Accounts.tmp."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           IF WS-ACCTS-WIDE = "Y"
               PERFORM RELEASE-ACCT-LOCK
               MOVE
          "Accounts.dat still holds rows in the retired wide layout; run
      -    " PROFMIGRATE first."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-ACCT-LOCK
           MOVE "SELF" TO WS-DEACTLOG-SOURCE
           PERFORM RECORD-DEACTIVATION
           MOVE "ACCT_DEACTIVATED" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-LOG
           MOVE "Your account has been deactivated. Goodbye." TO WS-TEXT
           PERFORM PRT
           MOVE SPACES TO WS-UIN.
      *> ---------------------------------------------------------------
      *> RECORD-DEACTIVATION: appends the current user's deactivation
      *> date and WS-DEACTLOG-SOURCE to Deactivations.dat
      *> ---------------------------------------------------------------
       RECORD-DEACTIVATION.
           PERFORM GET-TODAY-DATE
           MOVE WS-UIN TO DL-USER
           MOVE WS-TODAY TO DL-DATE
           MOVE WS-DEACTLOG-SOURCE TO DL-SOURCE
           OPEN EXTEND DEACTLOG-FILE
           IF WS-DEACTLOG-ST = "35"
               OPEN OUTPUT DEACTLOG-FILE
           END-IF
           WRITE DEACTLOG-REC
           CLOSE DEACTLOG-FILE.
      *> ---------------------------------------------------------------
      *> PROFILE-VIEW: displays the current user's profile
      *> ---------------------------------------------------------------
       PROFILE-VIEW.
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-ST NOT = "00"
               MOVE
          "Unable to export your profile right now, please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           PERFORM SHOW-EDUCATION-HISTORY
           MOVE "P" TO WS-PROF-OUT
           MOVE 0 TO WS-SKILL-COUNT
           PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
               UNTIL WS-SKILL-IDX > 5
               IF WS-SKILLS(WS-SKILL-IDX) = "Y"
                   IF WS-SKILL-COUNT = 0
                       MOVE "Completed Skills:" TO WS-TEXT
           CLOSE EXPORT-FILE
           IF WS-EXPORT-ERR = "Y" OR WS-EXPORT-ST NOT = "00"
               MOVE
          "Unable to export your profile right now, please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
      *> ---------------------------------------------------------------
       DISPLAY-COMPLETED-SKILLS.
           MOVE 0 TO WS-SKILL-COUNT
           PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
               UNTIL WS-SKILL-IDX > 5
               IF WS-SKILLS(WS-SKILL-IDX) = "Y"
                   IF WS-SKILL-COUNT = 0
                       MOVE "Completed Skills:" TO WS-TEXT
               WHEN 1 MOVE "Resume Writing Basics" TO WS-SKILL-NAME
               WHEN 2 MOVE "Interview Preparation" TO WS-SKILL-NAME
               WHEN 3 MOVE "Networking Fundamentals" TO WS-SKILL-NAME
               WHEN 4 MOVE "Time Management for Students"
                 TO WS-SKILL-NAME
               WHEN 5 MOVE "Personal Branding on InCollege"
                 TO WS-SKILL-NAME
               WHEN OTHER MOVE SPACES TO WS-SKILL-NAME
           END-EVALUATE.
      *> ---------------------------------------------------------------
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           MOVE
             "Enter the username of the person you would like to view:"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-FOUND-USER = "Y"
               PERFORM SEND-REQUEST-MENU
           ELSE
               MOVE "No account with that username was found."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
           END-IF.
      *> ---------------------------------------------------------------
      *> SHOW-CATALOG-SKILLS: streams WS-PROF-USER's recorded catalog
      *> skills from StudentSkills.dat, each with its endorsement
      *> count, routed per WS-PROF-OUT
      *> ---------------------------------------------------------------
       SHOW-CATALOG-SKILLS.
           MOVE 0 TO WS-HIST-COUNT
                               IF WS-HIST-COUNT < 99
                                   ADD 1 TO WS-HIST-COUNT
                               END-IF
                               MOVE STUSK-SKILL TO WS-ENDR-SKILL
                               PERFORM COUNT-SKILL-ENDORSEMENTS
                               MOVE WS-ENDR-COUNT TO WS-ENDR-DISP
                               MOVE SPACES TO WS-TEXT
                               STRING
                                   "  - " DELIMITED BY SIZE
                                   STUSK-SKILL DELIMITED BY "  "
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ENDR-DISP)
                                       DELIMITED BY SIZE
                                   " endorsement(s))" DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                               PERFORM OUTPUT-PROF-LINE
      *> ---------------------------------------------------------------
      *> WRITE-AUDIT-LOG: appends one timestamped line to Audit.log.
      *> Set WS-AUDIT-EVENT and WS-UIN, then PERFORM WRITE-AUDIT-LOG.
      *> An event about another account also sets WS-AUDIT-SUBJECT,
      *> written after the user as "subject=" and cleared here. The
      *> line is sealed onto the end of the log's chain while the
      *> Audit.lck interlock is held.
      *> ---------------------------------------------------------------
       WRITE-AUDIT-LOG.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM LOAD-AUDIT-TAIL
           PERFORM GET-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-REC
           STRING
               WS-UIN         DELIMITED BY "  "
               INTO AUDIT-REC
           END-STRING
           IF WS-AUDIT-SUBJECT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-REC TRAILING))
                 TO WS-AUDIT-PTR
               ADD 1 TO WS-AUDIT-PTR
               STRING
                   " subject="      DELIMITED BY SIZE
                   WS-AUDIT-SUBJECT DELIMITED BY "  "
                   INTO AUDIT-REC WITH POINTER WS-AUDIT-PTR
               END-STRING
               MOVE SPACES TO WS-AUDIT-SUBJECT
           END-IF
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
      *> line breaks the chain AUDITVERIFY walks
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
      *> ===============================================================
      *> JOB BOARD (Request #3: Search/browse jobs, submit applications)
      *> ===============================================================
               MOVE "Lonestar Financial"  TO JOB-COMPANY
               MOVE "Data Analyst Intern" TO JOB-TITLE
               MOVE "Austin, TX"          TO JOB-LOCATION
               MOVE
             "Assist the analytics team with reporting and dashboards."
                 TO JOB-DESC
               MOVE WS-TODAY              TO JOB-POSTED-DATE
               WRITE JOB-REC
           PERFORM PRT
           MOVE "6. Back to Main Menu" TO WS-TEXT
           PERFORM PRT
           MOVE "7. View a Company Page" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
               WHEN '4' PERFORM SAVE-A-JOB
               WHEN '5' PERFORM VIEW-SAVED-JOBS
               WHEN '6' CONTINUE
               WHEN '7' PERFORM VIEW-COMPANY-PAGE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
      *> ---------------------------------------------------------------
       LIST-JOBS.
           MOVE 0 TO WS-JOB-MATCH-COUNT
           PERFORM LOAD-COMPANY-LINKS
           MOVE SPACES TO WS-PAGE-CMP-ID
           PERFORM GET-TODAY-DATE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST = "35"
               CLOSE JOBS-FILE
               MOVE "No job postings are available right now."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> DISPLAY-JOB-REC: prints one job listing from JOB-REC. When the
      *> posting's owner is linked to a company the listing points at
      *> that company's page (unless it is the page being shown);
      *> the link table must already be loaded (LOAD-COMPANY-LINKS).
      *> ---------------------------------------------------------------
       DISPLAY-JOB-REC.
           MOVE SPACES TO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF
           MOVE JOB-POSTED-BY TO WS-OWNER-USER
           PERFORM COMPANY-FOR-OWNER
           IF WS-OWNER-CMP-ID NOT = SPACES AND
              WS-OWNER-CMP-ID NOT = WS-PAGE-CMP-ID
               MOVE SPACES TO WS-TEXT
               STRING
                   "  Company page: " DELIMITED BY SIZE
                   WS-OWNER-CMP-ID DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "  Location: " DELIMITED BY SIZE
               CLOSE JOBSKILL-FILE
           END-IF.
      *> ---------------------------------------------------------------
      *> LOAD-COMPANY-LINKS: reads EmployerCompany.dat into
      *> WS-EC-TABLE (no file simply means no account is linked)
      *> ---------------------------------------------------------------
       LOAD-COMPANY-LINKS.
           MOVE 0 TO WS-EC-TOTAL
           OPEN INPUT EMPCO-FILE
           IF WS-EMPCO-ST NOT = "35"
               PERFORM UNTIL WS-EMPCO-ST NOT = "00"
                   READ EMPCO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EMPCO-USER NOT = SPACES AND
                              EMPCO-CMP-ID NOT = SPACES AND
                              WS-EC-TOTAL < 2000
                               ADD 1 TO WS-EC-TOTAL
                               MOVE EMPCO-USER
                                 TO WS-EC-USER(WS-EC-TOTAL)
                               MOVE EMPCO-CMP-ID
                                 TO WS-EC-CMP-ID(WS-EC-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMPCO-FILE.
      *> ---------------------------------------------------------------
      *> COMPANY-FOR-OWNER: WS-OWNER-CMP-ID = the company WS-OWNER-USER
      *> is linked to, or spaces when the account is not linked
      *> ---------------------------------------------------------------
       COMPANY-FOR-OWNER.
           MOVE SPACES TO WS-OWNER-CMP-ID
           IF WS-OWNER-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EC-I FROM 1 BY 1
                   UNTIL WS-EC-I > WS-EC-TOTAL
               IF WS-EC-USER(WS-EC-I) = WS-OWNER-USER
                   MOVE WS-EC-CMP-ID(WS-EC-I) TO WS-OWNER-CMP-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> FIND-COMPANY-REC: looks WS-PAGE-CMP-ID up in Companies.dat and
      *> copies the record into the WS-PAGE- fields (WS-PAGE-FOUND)
      *> ---------------------------------------------------------------
       FIND-COMPANY-REC.
           MOVE "N" TO WS-PAGE-FOUND
           MOVE SPACES TO WS-PAGE-NAME WS-PAGE-DESC WS-PAGE-VERIFIED
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-ST NOT = "35"
               PERFORM UNTIL WS-COMPANY-ST NOT = "00"
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CMP-ID = WS-PAGE-CMP-ID
                               MOVE "Y" TO WS-PAGE-FOUND
                               MOVE CMP-NAME     TO WS-PAGE-NAME
                               MOVE CMP-DESC     TO WS-PAGE-DESC
                               MOVE CMP-VERIFIED TO WS-PAGE-VERIFIED
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-MY-TEAM: works out the logged-in employer's company and
      *> the recruiters linked to it. The caller is always member 1,
      *> so an unlinked account is a team of one and the employer
      *> flows behave exactly as they did before companies existed.
      *> ---------------------------------------------------------------
       LOAD-MY-TEAM.
           MOVE SPACES TO WS-TEAM-TABLE WS-MY-CMP-ID WS-MY-CMP-NAME
           MOVE 1 TO WS-TEAM-COUNT
           MOVE WS-UIN TO WS-TEAM-USER(1)
           PERFORM LOAD-COMPANY-LINKS
           MOVE WS-UIN TO WS-OWNER-USER
           PERFORM COMPANY-FOR-OWNER
           MOVE WS-OWNER-CMP-ID TO WS-MY-CMP-ID
           IF WS-MY-CMP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EC-I FROM 1 BY 1
                   UNTIL WS-EC-I > WS-EC-TOTAL
               IF WS-EC-CMP-ID(WS-EC-I) = WS-MY-CMP-ID AND
                  WS-EC-USER(WS-EC-I) NOT = WS-UIN AND
                  WS-TEAM-COUNT < 50
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE WS-EC-USER(WS-EC-I)
                     TO WS-TEAM-USER(WS-TEAM-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-MY-CMP-ID TO WS-PAGE-CMP-ID
           PERFORM FIND-COMPANY-REC
           IF WS-PAGE-FOUND = "Y"
               MOVE WS-PAGE-NAME TO WS-MY-CMP-NAME
           END-IF.
      *> ---------------------------------------------------------------
      *> CHECK-TEAM-MEMBER: WS-TEAM-MEMBER = "Y" when WS-TEAM-CHECK is
      *> the caller or a recruiter at the caller's company
      *> (LOAD-MY-TEAM must have run)
      *> ---------------------------------------------------------------
       CHECK-TEAM-MEMBER.
           MOVE "N" TO WS-TEAM-MEMBER
           PERFORM VARYING WS-TEAM-I FROM 1 BY 1
                   UNTIL WS-TEAM-I > WS-TEAM-COUNT
               IF WS-TEAM-USER(WS-TEAM-I) = WS-TEAM-CHECK
                   MOVE "Y" TO WS-TEAM-MEMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> VIEW-COMPANY-PAGE: shows one company's page by its number -
      *> name, whether staff have verified it, its description, and
      *> every open posting made by a recruiter linked to it
      *> ---------------------------------------------------------------
       VIEW-COMPANY-PAGE.
           MOVE "Enter the company number:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES OR
              FUNCTION TEST-NUMVAL(IN-REC(1:20)) NOT = 0
               MOVE "Please enter a numeric company number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOB-ID-NUM = FUNCTION NUMVAL(IN-REC(1:20))
           MOVE WS-JOB-ID-NUM TO WS-PAGE-CMP-ID
           PERFORM FIND-COMPANY-REC
           IF WS-PAGE-FOUND = "N"
               MOVE "No company has that number." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "=== " DELIMITED BY SIZE
               WS-PAGE-NAME DELIMITED BY "  "
               " ===" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           IF WS-PAGE-VERIFIED = "Y"
               MOVE "Verified by InCollege staff." TO WS-TEXT
           ELSE
               MOVE "Not yet verified by InCollege staff." TO WS-TEXT
           END-IF
           PERFORM PRT
           IF WS-PAGE-DESC NOT = SPACES
               MOVE WS-PAGE-DESC TO WS-TEXT
               PERFORM PRT
           END-IF
           MOVE "Open postings:" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM LOAD-COMPANY-LINKS
           PERFORM GET-TODAY-DATE
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE JOB-POSTED-BY TO WS-OWNER-USER
                           PERFORM COMPANY-FOR-OWNER
                           IF WS-OWNER-CMP-ID = WS-PAGE-CMP-ID
                               PERFORM CHECK-JOB-OPEN
                               IF WS-JOB-OPEN = "Y"
                                   ADD 1 TO WS-PAGE-COUNT
                                   PERFORM DISPLAY-JOB-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           IF WS-PAGE-COUNT = 0
               MOVE "(no open postings right now)" TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> APPLY-TO-JOB: records an application against the logged-in
      *> user, keyed by the posting number shown in the listings; the
      *> exact company-and-title path remains for postings that predate
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "Enter the exact company name of the job:"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
               IF WS-EOF = "Y"
           END-IF
           IF WS-JOB-FOUND-FLAG = "C"
               MOVE
                     "That posting has closed and is no longer accepting
      -    " applications."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-APP-UPDATE
      *> One application per student per posting: a numbered posting
      *> is matched on its number alone, whatever its title now says
           MOVE "N" TO WS-LOOKUP-FOUND
           IF WS-JOB-MATCHED-ID NOT = SPACES
               MOVE WS-UIN            TO APP-USER
               MOVE WS-JOB-MATCHED-ID TO APP-JOB-ID
               START APP-FILE KEY IS = APP-USER-JOB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOOKUP-FOUND
               END-START
           END-IF
           IF WS-LOOKUP-FOUND = "N"
               MOVE WS-UIN                TO APP-USER
               MOVE WS-JOB-APPLY-COMPANY  TO APP-COMPANY
               MOVE WS-JOB-APPLY-TITLE    TO APP-TITLE
               MOVE WS-TODAY              TO APP-DATE
               MOVE "R"                   TO APP-STATUS
               MOVE WS-JOB-MATCHED-ID     TO APP-JOB-ID
               WRITE APP-REC
                   INVALID KEY
                       MOVE "Y" TO WS-LOOKUP-FOUND
               END-WRITE
           END-IF
           CLOSE APP-FILE
           IF WS-LOOKUP-FOUND = "Y"
               MOVE "You have already applied to that posting."
                 TO WS-TEXT
           ELSE
               MOVE "Application submitted successfully." TO WS-TEXT
           END-IF
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> OPEN-APP-UPDATE: opens Applications.dat for update, creating
      *> an empty file the first time
      *> ---------------------------------------------------------------
       OPEN-APP-UPDATE.
           OPEN I-O APP-FILE
           IF WS-APP-ST = "35"
               OPEN OUTPUT APP-FILE
               CLOSE APP-FILE
               OPEN I-O APP-FILE
           END-IF.
      *> ===============================================================
      *> CAMPUS EVENTS: browse upcoming info sessions and career
      *> fairs, RSVP to attend. Staff post events from the staff
           END-IF.
      *> ---------------------------------------------------------------
      *> RSVP-TO-EVENT: records the caller's RSVP for an upcoming
      *> event, refusing unknown events and double RSVPs and warning
      *> first when the caller already has something on that day
      *> ---------------------------------------------------------------
       RSVP-TO-EVENT.
           MOVE "Enter the exact event name:" TO WS-TEXT
                           IF EVT-NAME = WS-RSVP-EVENT-NAME AND
                              EVT-DATE >= WS-TODAY
                               MOVE "Y" TO WS-EVT-FOUND
                               MOVE EVT-DATE TO WS-RSVP-EVT-DATE
                               IF EVT-CAPACITY IS NUMERIC
                                   MOVE EVT-CAPACITY TO WS-EVT-CAP
                               ELSE
           END-IF
           CLOSE EVT-FILE
           IF WS-EVT-FOUND = "N"
               MOVE "No upcoming event by that name was found."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSVP-EVT-DATE TO WS-CLASH-DATE
           PERFORM CHECK-CALENDAR-CLASH
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RSVP-FILE
           IF WS-RSVP-ST = "35"
               CLOSE RSVP-FILE
           MOVE WS-UIN             TO RSVP-USER
           MOVE WS-RSVP-EVENT-NAME TO RSVP-EVENT
           MOVE WS-TODAY           TO RSVP-DATE
           MOVE SPACE              TO RSVP-ATTEND
           IF WS-EVT-CAP > 0 AND WS-ATTEND-COUNT >= WS-EVT-CAP
               MOVE "W" TO RSVP-STATUS
           ELSE
       SUGGEST-CONNECTIONS.
           PERFORM PROFILE-LOAD-FOR-USER
           PERFORM LOAD-RELATION-TABLES
           PERFORM LOAD-BLOCK-EXCLUSIONS
           MOVE "--- People You May Know ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-SUG-COUNT
           CLOSE ACCT-FILE
           IF WS-SUG-COUNT = 0
               MOVE
        "No suggestions right now. Try again once your profile is filled
      -    " in."
                 TO WS-TEXT
               PERFORM PRT
           END-IF
               CLOSE MSG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO MSG-RECIP
           START MSG-FILE KEY IS = MSG-RECIP
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-RECIP NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       IF MSG-READ = "N"
                           ADD 1 TO WS-UNREAD-COUNT
                       END-IF
               END-READ
           PERFORM PRT
           MOVE "3. Back to Main Menu" TO WS-TEXT
           PERFORM PRT
           MOVE "4. Report a Message" TO WS-TEXT
           PERFORM PRT
           MOVE "5. Block or Unblock a User" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
               WHEN '1' PERFORM VIEW-INBOX
               WHEN '2' PERFORM SEND-MESSAGE
               WHEN '3' CONTINUE
               WHEN '4' PERFORM REPORT-MESSAGE
               WHEN '5' PERFORM MANAGE-BLOCKED-USERS
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
      *> ---------------------------------------------------------------
      *> VIEW-INBOX: lists every message addressed to the logged-in
      *> user (newest rows last, the order they arrived), then marks
      *> the displayed messages as read
      *> ---------------------------------------------------------------
       VIEW-INBOX.
           MOVE "--- Your Inbox ---" TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO MSG-RECIP
           START MSG-FILE KEY IS = MSG-RECIP
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-RECIP NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-INBOX-COUNT
                       IF MSG-SENDER = WS-CAREER-SENDER
                           MOVE "Career Services" TO WS-INBOX-FROM
                       ELSE
                           MOVE MSG-SENDER TO WS-INBOX-FROM
                       END-IF
                       MOVE SPACES TO WS-TEXT
                       IF MSG-READ = "N"
                           STRING
                               "  [NEW] From " DELIMITED BY SIZE
                               WS-INBOX-FROM DELIMITED BY "  "
                               " on " DELIMITED BY SIZE
                               MSG-DATE DELIMITED BY SIZE
                               ":" DELIMITED BY SIZE
                               INTO WS-TEXT
                           END-STRING
                       ELSE
                           STRING
                               "  From " DELIMITED BY SIZE
                               WS-INBOX-FROM DELIMITED BY "  "
                               " on " DELIMITED BY SIZE
                               MSG-DATE DELIMITED BY SIZE
                               ":" DELIMITED BY SIZE
                               INTO WS-TEXT
                           END-STRING
                       END-IF
                       PERFORM PRT
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "    " DELIMITED BY SIZE
                           MSG-TEXT DELIMITED BY "  "
                           INTO WS-TEXT
                       END-STRING
                       PERFORM PRT
               END-READ
           END-PERFORM
           CLOSE MSG-FILE
           END-IF
           PERFORM MARK-INBOX-READ.
      *> ---------------------------------------------------------------
      *> MARK-INBOX-READ: flags every unread message addressed to the
      *> logged-in user as read, rewriting each one in place
      *> ---------------------------------------------------------------
       MARK-INBOX-READ.
           OPEN I-O MSG-FILE
           IF WS-MSG-ST NOT = "00"
               CLOSE MSG-FILE
               MOVE
             "WARNING: inbox update could not open Messages.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO MSG-RECIP
           START MSG-FILE KEY IS = MSG-RECIP
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-RECIP NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       IF MSG-READ = "N"
                           MOVE "Y" TO MSG-READ
                           REWRITE MSG-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-FILE.
      *> ---------------------------------------------------------------
      *> SEND-MESSAGE: sends a short message to a user the caller is
      *> connected to (status "C" in Connections.dat, either direction)
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSG-TO TO WS-BLOCK-TARGET
           PERFORM CHECK-BLOCK-PAIR
           IF WS-I-BLOCKED = "Y"
               MOVE "You have blocked this user." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter your message (max 200 chars):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:200) TO WS-MSG-BODY
      *> A recipient who has blocked the sender never sees it, and
      *> the sender is not told
           IF WS-BLOCKED-BY-THEM = "Y"
               MOVE "Message sent." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN      TO WS-NOTICE-FROM
           MOVE WS-MSG-TO   TO WS-NOTICE-TO
           MOVE WS-MSG-BODY TO WS-NOTICE-BODY
           PERFORM STORE-MESSAGE
           IF WS-MSG-STORED = "Y"
               MOVE "Message sent." TO WS-TEXT
           ELSE
               MOVE "WARNING: your message could not be saved."
                 TO WS-TEXT
           END-IF
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> STORE-MESSAGE: adds one unread Messages.dat row from
      *> WS-NOTICE-FROM to WS-NOTICE-TO carrying WS-NOTICE-BODY under
      *> the next message number. If MsgSeq.dat has fallen behind the
      *> file (the number is already taken) it is rebuilt from the
      *> highest number on file and the write is tried again.
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
      *> WS-MSG-ID-NUM, advancing MsgSeq.dat. A missing or unreadable
      *> MsgSeq.dat is rebuilt from the highest number on file.
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
      *> ===============================================================
      *> EMPLOYER ACCOUNTS: post/edit job postings, review applications
      *> ===============================================================
           PERFORM PRT
           IF WS-CUR-STATUS = "P"
               MOVE
           "Your employer account is pending staff approval; job posting
      -    " is disabled."
                 TO WS-TEXT
               PERFORM PRT
           END-IF
           PERFORM LOAD-MY-TEAM
           IF WS-MY-CMP-NAME NOT = SPACES
               MOVE SPACES TO WS-TEXT
               STRING
                   "Company: " DELIMITED BY SIZE
                   WS-MY-CMP-NAME DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF
           PERFORM COUNT-UNREAD-MESSAGES
           IF WS-UNREAD-COUNT > 0
               MOVE WS-UNREAD-COUNT TO WS-UNREAD-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "You have " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UNREAD-DISP) DELIMITED BY SIZE
                   " unread message(s)." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF
           PERFORM UNTIL WS-RUN = "N"
               MOVE "1. Post a New Job" TO WS-TEXT
               PERFORM PRT
               PERFORM PRT
               MOVE "6. Log Out" TO WS-TEXT
               PERFORM PRT
               MOVE "7. View My Inbox" TO WS-TEXT
               PERFORM PRT
               MOVE "Enter your choice:" TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
                       PERFORM PRT
                       MOVE SPACES TO WS-UIN
                       EXIT PARAGRAPH
                   WHEN '7' PERFORM VIEW-INBOX
                   WHEN OTHER
                       MOVE "Invalid choice, please try again."
                         TO WS-TEXT
                       PERFORM PRT
               END-EVALUATE
           END-PERFORM.
       EMPLOYER-POST-JOB.
           IF WS-CUR-STATUS = "P"
               MOVE
           "Your employer account is pending staff approval; job posting
      -    " is disabled."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Post a New Job ---" TO WS-TEXT
           PERFORM PRT
      *> A recruiter linked to a company posts under its master name
           MOVE "N" TO WS-VALID
           IF WS-MY-CMP-NAME NOT = SPACES
               MOVE WS-MY-CMP-NAME TO WS-JOB-APPLY-COMPANY
               MOVE SPACES TO WS-TEXT
               STRING
                   "Company: " DELIMITED BY SIZE
                   WS-MY-CMP-NAME DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
               MOVE "Y" TO WS-VALID
           END-IF
           PERFORM UNTIL WS-VALID = "Y"
               MOVE "Enter Company Name:" TO WS-TEXT
               PERFORM PRT
           MOVE "N" TO WS-SKILLS-DONE
           PERFORM UNTIL WS-SKILLS-DONE = "Y" OR WS-JS-COUNT = 5
               MOVE
            "Enter a required skill (exactly as in the catalog, blank to
      -    " finish):"
                   TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> EMPLOYER-EDIT-JOB: rewrites one of the caller's own postings
      *> (or one posted by a recruiter at the same company), matched
      *> by exact company and title, with a new location and
      *> description, using the same temp-file/rename pattern as
      *> PROFILE-SAVE. A blank line keeps the existing value.
      *> ---------------------------------------------------------------
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE JOB-POSTED-BY TO WS-TEAM-CHECK
                           PERFORM CHECK-TEAM-MEMBER
                           IF ((WS-JOB-APPLY-ID NOT = SPACES AND
                                JOB-ID = WS-JOB-APPLY-ID)
                           OR  (WS-JOB-APPLY-ID = SPACES AND
                                JOB-COMPANY = WS-JOB-APPLY-COMPANY AND
                                JOB-TITLE   = WS-JOB-APPLY-TITLE))
                           AND WS-TEAM-MEMBER = "Y"
                               MOVE "Y" TO WS-JOB-EDIT-FOUND
                               MOVE JOB-COMPANY  TO WS-JOB-APPLY-COMPANY
                               MOVE JOB-TITLE    TO WS-JOB-APPLY-TITLE
           MOVE "N" TO WS-VALID
           PERFORM UNTIL WS-VALID = "Y"
               MOVE
       "Enter new Closing Date (YYYY-MM-DD, blank line keeps current):"
                 TO WS-TEXT
               PERFORM PRT
               PERFORM READIN
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOB-POSTED-BY TO WS-TEAM-CHECK
                       PERFORM CHECK-TEAM-MEMBER
                       IF ((WS-JOB-EDIT-ID NOT = SPACES AND
                            JOB-ID = WS-JOB-EDIT-ID)
                       OR  (WS-JOB-EDIT-ID = SPACES AND
                            JOB-COMPANY = WS-JOB-APPLY-COMPANY AND
                            JOB-TITLE   = WS-JOB-APPLY-TITLE))
                       AND WS-TEAM-MEMBER = "Y"
                           MOVE WS-JOB-EDIT-LOC  TO JOB-LOCATION
                           MOVE WS-JOB-EDIT-DESC TO JOB-DESC
                           MOVE WS-JOB-EDIT-CLOSE TO JOB-CLOSE-DATE
               MOVE 0 TO WS-APPL-COUNT
               OPEN INPUT APP-FILE
               IF WS-APP-ST NOT = "35"
                   MOVE WS-MYJOB-ID(M) TO APP-JOB-ID
                   START APP-FILE KEY IS = APP-JOB-ID
                       INVALID KEY
                           CONTINUE
                   END-START
                   PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
                       READ APP-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF APP-JOB-ID NOT = WS-MYJOB-ID(M)
                                   EXIT PERFORM
                               END-IF
                               IF WS-MYJOB-ID(M) NOT = SPACES
                               OR (APP-COMPANY = WS-MYJOB-COMPANY(M) AND
                                   APP-TITLE   = WS-MYJOB-TITLE(M))
                                   ADD 1 TO WS-APPL-COUNT
                                   MOVE APP-STATUS TO WS-APP-STATUS-IN
               PERFORM ECHOIN
               MOVE IN-REC(1:40) TO WS-JOB-APPLY-TITLE
           END-IF
      *> The posting must belong to the logged-in employer or to a
      *> recruiter at the same company
           MOVE "N" TO WS-JOB-FOUND-FLAG
           MOVE SPACES TO WS-JOB-EDIT-ID
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MYJOB-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "N" TO WS-APP-SET-FOUND
           MOVE "N" TO WS-APP-UPD-ERR
           OPEN I-O APP-FILE
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               MOVE "No applications are on file." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APP-SET-USER TO APP-USER
           MOVE WS-JOB-EDIT-ID  TO APP-JOB-ID
           START APP-FILE KEY IS = APP-USER-JOB
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-APP-SET-USER OR
                          APP-JOB-ID NOT = WS-JOB-EDIT-ID
                           EXIT PERFORM
                       END-IF
                       IF WS-JOB-EDIT-ID NOT = SPACES
                       OR (APP-COMPANY = WS-JOB-APPLY-COMPANY AND
                           APP-TITLE   = WS-JOB-APPLY-TITLE)
      *> An offer the student has already answered stays answered
                           IF APP-STATUS = "A" OR APP-STATUS = "X"
                               MOVE "L" TO WS-APP-SET-FOUND
                           ELSE
                               MOVE "Y" TO WS-APP-SET-FOUND
                               MOVE APP-STATUS TO WS-APP-OLD-STATUS
                               MOVE APP-JOB-ID TO WS-HIST-JOB-ID
                               MOVE WS-APP-STATUS-IN TO APP-STATUS
                               REWRITE APP-REC
                                   INVALID KEY
                                       MOVE "Y" TO WS-APP-UPD-ERR
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-FILE
           IF WS-APP-SET-FOUND = "L"
               MOVE
             "That applicant has already answered your offer."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-SET-FOUND = "N"
               MOVE
       "No application from that user against that posting was found."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-UPD-ERR = "Y"
               MOVE
             "WARNING: update failed to finalize Applications.dat."
                 TO WS-TEXT
           ELSE
               MOVE "Application status updated." TO WS-TEXT
               IF WS-APP-OLD-STATUS NOT = WS-APP-STATUS-IN
                   PERFORM WRITE-APP-HISTORY
               END-IF
           END-IF
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> WRITE-APP-HISTORY: appends one AppHistory.dat row for the
      *> status change just saved - applicant WS-APP-SET-USER on
      *> posting WS-HIST-JOB-ID (WS-JOB-APPLY-COMPANY/-TITLE), from
      *> WS-APP-OLD-STATUS to WS-APP-STATUS-IN, made by WS-UIN
      *> ---------------------------------------------------------------
       WRITE-APP-HISTORY.
           PERFORM GET-TODAY-DATE
           OPEN EXTEND HIST-FILE
           IF WS-HIST-ST = "35"
               CLOSE HIST-FILE
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE WS-TODAY             TO HIST-DATE
           MOVE WS-HIST-JOB-ID       TO HIST-JOB-ID
           MOVE WS-APP-SET-USER      TO HIST-USER
           MOVE WS-APP-OLD-STATUS    TO HIST-OLD-STATUS
           MOVE WS-APP-STATUS-IN     TO HIST-NEW-STATUS
           MOVE WS-UIN               TO HIST-CHANGED-BY
           MOVE WS-JOB-APPLY-COMPANY TO HIST-COMPANY
           MOVE WS-JOB-APPLY-TITLE   TO HIST-TITLE
           WRITE HIST-REC
           CLOSE HIST-FILE.
      *> ---------------------------------------------------------------
      *> APP-STATUS-NAME-FOR: sets WS-APP-STATUS-NAME for the
      *> disposition letter in WS-APP-STATUS-IN (a blank legacy value
      *> reads as received)
               WHEN "I"   MOVE "Interview"    TO WS-APP-STATUS-NAME
               WHEN "O"   MOVE "Offer"        TO WS-APP-STATUS-NAME
               WHEN "D"   MOVE "Declined"     TO WS-APP-STATUS-NAME
               WHEN "A"   MOVE "Offer Accepted" TO WS-APP-STATUS-NAME
               WHEN "X"   MOVE "Offer Declined" TO WS-APP-STATUS-NAME
               WHEN OTHER MOVE "Received"     TO WS-APP-STATUS-NAME
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> VIEW-MY-APPLICATIONS: lists every application the logged-in
      *> student has submitted, with its date and current status, and
      *> offers a reply to any offer still awaiting an answer
      *> ---------------------------------------------------------------
       VIEW-MY-APPLICATIONS.
           MOVE "--- My Applications ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-MYAPP-COUNT
           MOVE 0 TO WS-OFFER-TOTAL
           OPEN INPUT APP-FILE
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO APP-USER
           START APP-FILE KEY IS = APP-USER
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-MYAPP-COUNT
                       MOVE APP-STATUS TO WS-APP-STATUS-IN
                       PERFORM APP-STATUS-NAME-FOR
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "  " DELIMITED BY SIZE
                           APP-TITLE DELIMITED BY "  "
                           " @ " DELIMITED BY SIZE
                           APP-COMPANY DELIMITED BY "  "
                           " (applied " DELIMITED BY SIZE
                           APP-DATE DELIMITED BY SIZE
                           ") - " DELIMITED BY SIZE
                           WS-APP-STATUS-NAME DELIMITED BY "  "
                           INTO WS-TEXT
                       END-STRING
                       PERFORM PRT
                       IF APP-STATUS = "O" AND WS-OFFER-TOTAL < 20
                           ADD 1 TO WS-OFFER-TOTAL
                           MOVE APP-JOB-ID
                             TO WS-OFFER-JOB-ID(WS-OFFER-TOTAL)
                           MOVE APP-COMPANY
                             TO WS-OFFER-COMPANY(WS-OFFER-TOTAL)
                           MOVE APP-TITLE
                             TO WS-OFFER-TITLE(WS-OFFER-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
               PERFORM PRT
           END-IF
           MOVE "-----------------------" TO WS-TEXT
           PERFORM PRT
           IF WS-OFFER-TOTAL > 0
               PERFORM RESPOND-TO-OFFER
           END-IF.
      *> ---------------------------------------------------------------
      *> RESPOND-TO-OFFER: lets the student accept or decline one of
      *> the offers VIEW-MY-APPLICATIONS just listed, rewriting that
      *> Applications.dat row in place, and tells
      *> the employer through the Messages.dat inbox the same way the
      *> interview notices reach them
      *> ---------------------------------------------------------------
       RESPOND-TO-OFFER.
           MOVE "Offers awaiting your answer:" TO WS-TEXT
           PERFORM PRT
           PERFORM VARYING WS-OFFER-PICK FROM 1 BY 1
                   UNTIL WS-OFFER-PICK > WS-OFFER-TOTAL
               MOVE WS-OFFER-PICK TO WS-OFFER-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFFER-DISP) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-OFFER-TITLE(WS-OFFER-PICK) DELIMITED BY "  "
                   " @ " DELIMITED BY SIZE
                   WS-OFFER-COMPANY(WS-OFFER-PICK) DELIMITED BY "  "
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-PERFORM
           MOVE
           "Enter the number of the offer to answer (blank to go back):"
               TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(IN-REC(1:20)) NOT = 0
               MOVE "Invalid choice, please try again." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OFFER-PICK = FUNCTION NUMVAL(IN-REC(1:20))
           IF WS-OFFER-PICK < 1 OR WS-OFFER-PICK > WS-OFFER-TOTAL
               MOVE "Invalid choice, please try again." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFFER-JOB-ID(WS-OFFER-PICK)  TO WS-JOB-EDIT-ID
           MOVE WS-OFFER-COMPANY(WS-OFFER-PICK) TO WS-JOB-APPLY-COMPANY
           MOVE WS-OFFER-TITLE(WS-OFFER-PICK)   TO WS-JOB-APPLY-TITLE
           MOVE "1. Accept the Offer" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Decline the Offer" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' MOVE "A" TO WS-APP-STATUS-IN
               WHEN '2' MOVE "X" TO WS-APP-STATUS-IN
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "N" TO WS-APP-SET-FOUND
           MOVE "N" TO WS-APP-UPD-ERR
           OPEN I-O APP-FILE
           IF WS-APP-ST = "35"
               CLOSE APP-FILE
               MOVE "No applications are on file." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN         TO APP-USER
           MOVE WS-JOB-EDIT-ID TO APP-JOB-ID
           START APP-FILE KEY IS = APP-USER-JOB
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-UIN OR
                          APP-JOB-ID NOT = WS-JOB-EDIT-ID
                           EXIT PERFORM
                       END-IF
                       IF APP-STATUS = "O" AND
                          (WS-JOB-EDIT-ID NOT = SPACES
                          OR (APP-COMPANY = WS-JOB-APPLY-COMPANY AND
                              APP-TITLE   = WS-JOB-APPLY-TITLE))
                           MOVE "Y" TO WS-APP-SET-FOUND
                           MOVE APP-JOB-ID TO WS-HIST-JOB-ID
                           MOVE WS-APP-STATUS-IN TO APP-STATUS
                           REWRITE APP-REC
                               INVALID KEY
                                   MOVE "Y" TO WS-APP-UPD-ERR
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-FILE
      *> The employer may have changed the status since the list was
      *> shown; only a standing offer can be answered
           IF WS-APP-SET-FOUND = "N"
               MOVE "That offer is no longer open for an answer."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-APP-UPD-ERR = "Y"
               MOVE
             "WARNING: update failed to finalize Applications.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO WS-APP-SET-USER
           MOVE "O" TO WS-APP-OLD-STATUS
           PERFORM WRITE-APP-HISTORY
           IF WS-APP-STATUS-IN = "A"
               MOVE "Offer accepted. Congratulations!" TO WS-TEXT
           ELSE
               MOVE "Offer declined." TO WS-TEXT
           END-IF
           PERFORM PRT
           PERFORM FIND-POSTING-OWNER
           IF WS-POSTING-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POSTING-OWNER TO WS-NOTICE-TO
           MOVE WS-UIN TO WS-NOTICE-FROM
           MOVE SPACES TO WS-NOTICE-BODY
           IF WS-APP-STATUS-IN = "A"
               STRING
                   WS-UIN DELIMITED BY "  "
                   " has accepted your offer for " DELIMITED BY SIZE
                   WS-JOB-APPLY-TITLE DELIMITED BY "  "
                   " @ " DELIMITED BY SIZE
                   WS-JOB-APPLY-COMPANY DELIMITED BY "  "
                   INTO WS-NOTICE-BODY
               END-STRING
           ELSE
               STRING
                   WS-UIN DELIMITED BY "  "
                   " has declined your offer for " DELIMITED BY SIZE
                   WS-JOB-APPLY-TITLE DELIMITED BY "  "
                   " @ " DELIMITED BY SIZE
                   WS-JOB-APPLY-COMPANY DELIMITED BY "  "
                   INTO WS-NOTICE-BODY
               END-STRING
           END-IF
           IF WS-JOB-EDIT-ID NOT = SPACES
               MOVE SPACES TO WS-TEXT
               STRING
                   WS-NOTICE-BODY DELIMITED BY "  "
                   " (posting " DELIMITED BY SIZE
                   WS-JOB-EDIT-ID DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           ELSE
               MOVE SPACES TO WS-TEXT
               STRING
                   WS-NOTICE-BODY DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
           END-IF
           MOVE WS-TEXT TO WS-NOTICE-BODY
           PERFORM SEND-IV-NOTICE.
      *> ---------------------------------------------------------------
      *> FIND-POSTING-OWNER: sets WS-POSTING-OWNER to the employer who
      *> posted WS-JOB-EDIT-ID (or, for rows that predate posting
      *> numbers, WS-JOB-APPLY-COMPANY/WS-JOB-APPLY-TITLE), looking in
      *> Jobs.dat first and then JobsArchive.dat for a posting that
      *> has since expired; spaces when it is found in neither
      *> ---------------------------------------------------------------
       FIND-POSTING-OWNER.
           MOVE SPACES TO WS-POSTING-OWNER
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST NOT = "35"
               PERFORM UNTIL WS-JOBS-ST NOT = "00"
                   READ JOBS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (WS-JOB-EDIT-ID NOT = SPACES AND
                               JOB-ID = WS-JOB-EDIT-ID)
                           OR (WS-JOB-EDIT-ID = SPACES AND
                               JOB-COMPANY = WS-JOB-APPLY-COMPANY AND
                               JOB-TITLE   = WS-JOB-APPLY-TITLE)
                               MOVE JOB-POSTED-BY TO WS-POSTING-OWNER
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOBS-FILE
           IF WS-POSTING-OWNER NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-ST NOT = "35"
               PERFORM UNTIL WS-ARCH-ST NOT = "00"
                   READ ARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (WS-JOB-EDIT-ID NOT = SPACES AND
                               ARCH-JOB-ID = WS-JOB-EDIT-ID)
                           OR (WS-JOB-EDIT-ID = SPACES AND
                               ARCH-COMPANY = WS-JOB-APPLY-COMPANY AND
                               ARCH-TITLE   = WS-JOB-APPLY-TITLE)
                               MOVE ARCH-POSTED-BY TO WS-POSTING-OWNER
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-FILE.
      *> ---------------------------------------------------------------
      *> LOAD-MY-POSTINGS: loads the caller's Jobs.dat postings, and
      *> those of the other recruiters at the caller's company, into
      *> WS-MYJOB-TABLE (capped at 50 entries)
      *> ---------------------------------------------------------------
       LOAD-MY-POSTINGS.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOB-POSTED-BY TO WS-TEAM-CHECK
                       PERFORM CHECK-TEAM-MEMBER
                       IF WS-TEAM-MEMBER = "Y" AND
                          WS-MYJOB-COUNT < 50
                           ADD 1 TO WS-MYJOB-COUNT
                           MOVE JOB-COMPANY
           END-PERFORM
           CLOSE ACCT-FILE
           IF WS-FOUND-USER = "N"
               MOVE "No account with that username was found."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ===============================================================
           PERFORM PRT
           MOVE "4. Go Back" TO WS-TEXT
           PERFORM PRT
           MOVE "5. My Week's Schedule" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
               WHEN '2' PERFORM EMPLOYER-WITHDRAW-SLOT
               WHEN '3' PERFORM EMPLOYER-VIEW-SLOTS
               WHEN '4' CONTINUE
               WHEN '5' PERFORM EMPLOYER-WEEK-SCHEDULE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> EMPLOYER-OFFER-SLOT: adds an open slot against one of the
      *> caller's (or their company's) postings and lets every
      *> current applicant of that posting know through the inbox
      *> ---------------------------------------------------------------
       EMPLOYER-OFFER-SLOT.
           IF WS-CUR-STATUS = "P"
               MOVE
               "Your employer account is pending staff approval; this is
      -    " disabled."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE IV-EMPLOYER TO WS-TEAM-CHECK
                           PERFORM CHECK-TEAM-MEMBER
                           IF WS-TEAM-MEMBER = "Y" AND
                              IV-JOB-ID = WS-IV-JOB-ID AND
                              IV-DATE = WS-IV-DATE AND
                              IV-TIME = WS-IV-TIME
           END-IF
           CLOSE IV-FILE
           IF WS-IV-FOUND = "Y"
               MOVE "That slot has already been offered." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
               CLOSE APP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IV-JOB-ID TO APP-JOB-ID
           START APP-FILE KEY IS = APP-JOB-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-JOB-ID NOT = WS-IV-JOB-ID
                           EXIT PERFORM
                       END-IF
                       IF WS-IV-JOB-ID NOT = SPACES
                       OR (APP-COMPANY = WS-JOB-APPLY-COMPANY AND
                           APP-TITLE   = WS-JOB-APPLY-TITLE)
                           MOVE "N" TO WS-LOOKUP-FOUND
                           PERFORM VARYING WS-IV-I FROM 1 BY 1
      *> inbox every user already checks at login)
      *> ---------------------------------------------------------------
       SEND-IV-NOTICE.
           PERFORM STORE-MESSAGE.
      *> ---------------------------------------------------------------
      *> EMPLOYER-WITHDRAW-SLOT: removes one of the caller's own open
      *> slots, or one a recruiter at the same company offered;
      *> accepted slots must be cancelled by the student
      *> ---------------------------------------------------------------
       EMPLOYER-WITHDRAW-SLOT.
           PERFORM PROMPT-SLOT-KEY
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE IV-EMPLOYER TO WS-TEAM-CHECK
                       PERFORM CHECK-TEAM-MEMBER
                       IF WS-TEAM-MEMBER = "Y" AND
                          IV-JOB-ID = WS-IV-JOB-ID AND
                          IV-DATE = WS-IV-DATE AND
                          IV-TIME = WS-IV-TIME AND
           IF WS-IV-FOUND = "N"
               CALL "SYSTEM" USING "rm -f Interviews.tmp"
               MOVE
          "No open slot of yours matches that posting, date, and time."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> EMPLOYER-VIEW-SLOTS: lists the caller's slots, and those of
      *> the other recruiters at the caller's company, with their
      *> state
      *> ---------------------------------------------------------------
       EMPLOYER-VIEW-SLOTS.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE IV-EMPLOYER TO WS-TEAM-CHECK
                       PERFORM CHECK-TEAM-MEMBER
                       IF WS-TEAM-MEMBER = "Y"
                           ADD 1 TO WS-IV-COUNT
                           MOVE SPACES TO WS-TEXT
                           IF IV-STATUS = "A"
                                   INTO WS-TEXT
                               END-STRING
                           END-IF
                           IF IV-EMPLOYER NOT = WS-UIN
                               MOVE FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-TEXT TRAILING))
                                 TO WS-TEAM-PTR
                               ADD 1 TO WS-TEAM-PTR
                               STRING
                                   " (offered by " DELIMITED BY SIZE
                                   IV-EMPLOYER DELIMITED BY "  "
                                   ")" DELIMITED BY SIZE
                                   INTO WS-TEXT WITH POINTER WS-TEAM-PTR
                               END-STRING
                           END-IF
                           PERFORM PRT
                       END-IF
               END-READ
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> EMPLOYER-WEEK-SCHEDULE: the caller's open and accepted slots
      *> for the seven days from a chosen start date (today when left
      *> blank), day by day in time order
      *> ---------------------------------------------------------------
       EMPLOYER-WEEK-SCHEDULE.
           MOVE
           "Enter the week's first day (YYYY-MM-DD) or blank for today:"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           PERFORM GET-TODAY-DATE
           IF IN-REC(1:10) = SPACES
               MOVE WS-TODAY TO WS-WEEK-START
           ELSE
               MOVE IN-REC(1:10) TO WS-JOB-EDIT-CLOSE
               PERFORM CHECK-CLOSE-DATE-FORMAT
               IF WS-OK = "N"
                   MOVE "Please enter the date as YYYY-MM-DD."
                     TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-JOB-EDIT-CLOSE TO WS-WEEK-START
           END-IF
           COMPUTE WS-WEEK-DATE-9 =
               FUNCTION NUMVAL(WS-WEEK-START(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-WEEK-START(6:2)) * 100 +
               FUNCTION NUMVAL(WS-WEEK-START(9:2))
           COMPUTE WS-WEEK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE-9)
           IF WS-WEEK-INT = 0
               MOVE "That is not a valid calendar date." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           ADD 6 TO WS-WEEK-INT
           COMPUTE WS-WEEK-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
           MOVE SPACES TO WS-WEEK-END
           STRING
               WS-WEEK-DATE-9(1:4) DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               WS-WEEK-DATE-9(5:2) DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               WS-WEEK-DATE-9(7:2) DELIMITED BY SIZE
               INTO WS-WEEK-END
           END-STRING
           MOVE 0 TO WS-CAL-TOTAL
           MOVE "N" TO WS-CAL-OVERFLOW
           MOVE 0 TO WS-WEEK-ACCEPTED
           OPEN INPUT IV-FILE
           IF WS-IV-ST NOT = "35"
               PERFORM UNTIL WS-IV-ST NOT = "00"
                   READ IV-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF IV-EMPLOYER = WS-UIN AND
                              IV-DATE >= WS-WEEK-START AND
                              IV-DATE <= WS-WEEK-END AND
                              (IV-STATUS = "O" OR IV-STATUS = "A")
                               IF WS-CAL-TOTAL < 100
                                   ADD 1 TO WS-CAL-TOTAL
                                   MOVE SPACES
                                     TO WS-CAL-ENTRY(WS-CAL-TOTAL)
                                   MOVE IV-DATE
                                     TO WS-CAL-DATE(WS-CAL-TOTAL)
                                   MOVE IV-TIME
                                     TO WS-CAL-TIME(WS-CAL-TOTAL)
                                   MOVE IV-STATUS
                                     TO WS-CAL-KIND(WS-CAL-TOTAL)
                                   MOVE IV-JOB-ID
                                     TO WS-CAL-KEY(WS-CAL-TOTAL)
                                   MOVE IV-APPLICANT
                                     TO WS-CAL-WHO(WS-CAL-TOTAL)
                                   IF IV-STATUS = "A"
                                       ADD 1 TO WS-WEEK-ACCEPTED
                                   END-IF
                               ELSE
                                   MOVE "Y" TO WS-CAL-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IV-FILE
           PERFORM FILL-CAL-JOB-TITLES
           PERFORM SORT-CAL-TABLE
           MOVE SPACES TO WS-TEXT
           STRING
               "--- My Interview Schedule, " DELIMITED BY SIZE
               WS-WEEK-START               DELIMITED BY SIZE
               " to "                      DELIMITED BY SIZE
               WS-WEEK-END                 DELIMITED BY SIZE
               " ---"                      DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           IF WS-CAL-TOTAL = 0
               MOVE "You have no interview slots that week." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAL-LAST-DATE
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-TOTAL
               IF WS-CAL-DATE(WS-CAL-I) NOT = WS-CAL-LAST-DATE
                   MOVE WS-CAL-DATE(WS-CAL-I) TO WS-CAL-LAST-DATE
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-CAL-DATE(WS-CAL-I) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
                   PERFORM PRT
               END-IF
               MOVE SPACES TO WS-TEXT
               IF WS-CAL-KIND(WS-CAL-I) = "A"
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-CAL-TIME(WS-CAL-I) DELIMITED BY SIZE
                       "  Posting " DELIMITED BY SIZE
                       WS-CAL-KEY(WS-CAL-I) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CAL-WHAT(WS-CAL-I) DELIMITED BY "  "
                       " - accepted by " DELIMITED BY SIZE
                       WS-CAL-WHO(WS-CAL-I) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
               ELSE
                   STRING
                       "    " DELIMITED BY SIZE
                       WS-CAL-TIME(WS-CAL-I) DELIMITED BY SIZE
                       "  Posting " DELIMITED BY SIZE
                       WS-CAL-KEY(WS-CAL-I) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CAL-WHAT(WS-CAL-I) DELIMITED BY "  "
                       " - open" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               END-IF
               PERFORM PRT
           END-PERFORM
           MOVE WS-CAL-TOTAL TO WS-CAL-DISP
           MOVE WS-WEEK-ACCEPTED TO WS-CAL-DISP2
           MOVE SPACES TO WS-TEXT
           STRING
               FUNCTION TRIM(WS-CAL-DISP)  DELIMITED BY SIZE
               " slot(s) that week, "      DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-DISP2) DELIMITED BY SIZE
               " accepted."                DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> STUDENT-INTERVIEW-MENU
      *> ---------------------------------------------------------------
       STUDENT-INTERVIEW-MENU.
           MOVE "--- Interview Slots ---" TO WS-TEXT
           PERFORM PRT
           MOVE "1. View Offered Slots" TO WS-TEXT
           PERFORM PRT
               CLOSE APP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO APP-USER
           START APP-FILE KEY IS = APP-USER
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-APP-ST(1:1) NOT = "0"
               READ APP-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APP-USER NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       IF APP-JOB-ID NOT = SPACES AND
                          WS-MYAPP-ID-TOTAL < 50
                           ADD 1 TO WS-MYAPP-ID-TOTAL
                           MOVE APP-JOB-ID
           END-IF.
      *> ---------------------------------------------------------------
      *> ACCEPT-SLOT: claims an open slot for a posting the caller
      *> applied to, notifying both sides through the inbox; a slot on
      *> a day the caller already has booked is warned about first
      *> ---------------------------------------------------------------
       ACCEPT-SLOT.
           PERFORM PROMPT-SLOT-KEY
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IV-DATE TO WS-CLASH-DATE
           PERFORM CHECK-CALENDAR-CLASH
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IV-FOUND
           MOVE SPACES TO WS-IV-EMPLOYER
           OPEN INPUT IV-FILE
           IF WS-IV-FOUND = "N"
               CALL "SYSTEM" USING "rm -f Interviews.tmp"
               MOVE
       "No accepted slot of yours matches that posting, date, and time."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
               INTO WS-NOTICE-BODY
           END-STRING
           PERFORM SEND-IV-NOTICE.
      *> ---------------------------------------------------------------
      *> CALENDAR-MENU
      *> ---------------------------------------------------------------
       CALENDAR-MENU.
           MOVE "--- My Calendar ---" TO WS-TEXT
           PERFORM PRT
           MOVE "1. View My Calendar" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Export My Calendar" TO WS-TEXT
           PERFORM PRT
           MOVE "3. Go Back" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' PERFORM VIEW-MY-CALENDAR
               WHEN '2' PERFORM EXPORT-CALENDAR
               WHEN '3' CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> VIEW-MY-CALENDAR: the caller's upcoming interviews and events
      *> ---------------------------------------------------------------
       VIEW-MY-CALENDAR.
           PERFORM BUILD-MY-CALENDAR
           MOVE "--- Upcoming Interviews and Events ---" TO WS-TEXT
           PERFORM PRT
           MOVE "P" TO WS-PROF-OUT
           PERFORM SHOW-CAL-ENTRIES.
      *> ---------------------------------------------------------------
      *> EXPORT-CALENDAR: writes the caller's calendar to
      *> <username>_Calendar.txt for printing, the same way
      *> EXPORT-PROFILE writes <username>_Profile.txt
      *> ---------------------------------------------------------------
       EXPORT-CALENDAR.
           PERFORM BUILD-MY-CALENDAR
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING
               FUNCTION TRIM(WS-UIN) DELIMITED BY SIZE
               "_Calendar.txt"       DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-ST NOT = "00"
               MOVE
          "Unable to export your calendar right now, please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXPORT-ERR
           MOVE "--- InCollege Calendar Export ---" TO WS-TEXT
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "Calendar for: " DELIMITED BY SIZE
               WS-UIN           DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-TEXT
           STRING
               "As of: " DELIMITED BY SIZE
               WS-TODAY  DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE "E" TO WS-PROF-OUT
           PERFORM SHOW-CAL-ENTRIES
           MOVE "P" TO WS-PROF-OUT
           CLOSE EXPORT-FILE
           IF WS-EXPORT-ERR = "Y" OR WS-EXPORT-ST NOT = "00"
               MOVE
          "Unable to export your calendar right now, please try again."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "Your calendar has been exported to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> SHOW-CAL-ENTRIES: lists WS-CAL-TABLE routed per WS-PROF-OUT
      *> ("P" = PRT, "E" = export), flagging each day that holds more
      *> than one commitment before that day's entries
      *> ---------------------------------------------------------------
       SHOW-CAL-ENTRIES.
           IF WS-CAL-TOTAL = 0
               MOVE "You have no upcoming interviews or events."
                 TO WS-TEXT
               PERFORM OUTPUT-PROF-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAL-LAST-DATE
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-TOTAL
               IF WS-CAL-DATE(WS-CAL-I) NOT = WS-CAL-LAST-DATE AND
                  WS-CAL-I < WS-CAL-TOTAL
                   IF WS-CAL-DATE(WS-CAL-I + 1) = WS-CAL-DATE(WS-CAL-I)
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "  ! Clash: more than one commitment on "
                               DELIMITED BY SIZE
                           WS-CAL-DATE(WS-CAL-I) DELIMITED BY SIZE
                           INTO WS-TEXT
                       END-STRING
                       PERFORM OUTPUT-PROF-LINE
                   END-IF
               END-IF
               MOVE WS-CAL-DATE(WS-CAL-I) TO WS-CAL-LAST-DATE
               PERFORM FORMAT-CAL-ENTRY
               PERFORM OUTPUT-PROF-LINE
           END-PERFORM
           IF WS-CAL-OVERFLOW = "Y"
               MOVE "(Only the first 100 entries are shown.)" TO WS-TEXT
               PERFORM OUTPUT-PROF-LINE
           END-IF.
      *> ---------------------------------------------------------------
      *> FORMAT-CAL-ENTRY: builds the WS-TEXT line for entry WS-CAL-I
      *> ---------------------------------------------------------------
       FORMAT-CAL-ENTRY.
           MOVE SPACES TO WS-TEXT
           EVALUATE TRUE
               WHEN WS-CAL-KIND(WS-CAL-I) = "E"
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-CAL-DATE(WS-CAL-I) DELIMITED BY SIZE
                       "         Event: " DELIMITED BY SIZE
                       WS-CAL-KEY(WS-CAL-I) DELIMITED BY "  "
                       " - " DELIMITED BY SIZE
                       WS-CAL-WHERE(WS-CAL-I) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
               WHEN WS-CAL-WHAT(WS-CAL-I) = SPACES
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-CAL-DATE(WS-CAL-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CAL-TIME(WS-CAL-I) DELIMITED BY SIZE
                       "  Interview for posting " DELIMITED BY SIZE
                       WS-CAL-KEY(WS-CAL-I) DELIMITED BY SPACE
                       " with " DELIMITED BY SIZE
                       WS-CAL-WHO(WS-CAL-I) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
               WHEN OTHER
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-CAL-DATE(WS-CAL-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CAL-TIME(WS-CAL-I) DELIMITED BY SIZE
                       "  Interview: " DELIMITED BY SIZE
                       WS-CAL-WHAT(WS-CAL-I) DELIMITED BY "  "
                       " at " DELIMITED BY SIZE
                       WS-CAL-WHERE(WS-CAL-I) DELIMITED BY "  "
                       " (posting " DELIMITED BY SIZE
                       WS-CAL-KEY(WS-CAL-I) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> BUILD-MY-CALENDAR: loads the caller's upcoming accepted
      *> interview slots and attending (not waitlisted) event RSVPs
      *> into WS-CAL-TABLE in date and time order. An RSVP whose event
      *> is no longer in Events.dat has been held and archived, so it
      *> drops out with the other past entries.
      *> ---------------------------------------------------------------
       BUILD-MY-CALENDAR.
           MOVE 0 TO WS-CAL-TOTAL
           MOVE "N" TO WS-CAL-OVERFLOW
           PERFORM GET-TODAY-DATE
           OPEN INPUT IV-FILE
           IF WS-IV-ST NOT = "35"
               PERFORM UNTIL WS-IV-ST NOT = "00"
                   READ IV-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF IV-STATUS = "A" AND
                              IV-APPLICANT = WS-UIN AND
                              IV-DATE >= WS-TODAY
                               IF WS-CAL-TOTAL < 100
                                   ADD 1 TO WS-CAL-TOTAL
                                   MOVE SPACES
                                     TO WS-CAL-ENTRY(WS-CAL-TOTAL)
                                   MOVE IV-DATE
                                     TO WS-CAL-DATE(WS-CAL-TOTAL)
                                   MOVE IV-TIME
                                     TO WS-CAL-TIME(WS-CAL-TOTAL)
                                   MOVE "I" TO WS-CAL-KIND(WS-CAL-TOTAL)
                                   MOVE IV-JOB-ID
                                     TO WS-CAL-KEY(WS-CAL-TOTAL)
                                   MOVE IV-EMPLOYER
                                     TO WS-CAL-WHO(WS-CAL-TOTAL)
                               ELSE
                                   MOVE "Y" TO WS-CAL-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IV-FILE
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-ST NOT = "35"
               PERFORM UNTIL WS-RSVP-ST NOT = "00"
                   READ RSVP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF RSVP-USER = WS-UIN AND
                              RSVP-STATUS NOT = "W"
                               IF WS-CAL-TOTAL < 100
                                   ADD 1 TO WS-CAL-TOTAL
                                   MOVE SPACES
                                     TO WS-CAL-ENTRY(WS-CAL-TOTAL)
                                   MOVE "E" TO WS-CAL-KIND(WS-CAL-TOTAL)
                                   MOVE RSVP-EVENT
                                     TO WS-CAL-KEY(WS-CAL-TOTAL)
                               ELSE
                                   MOVE "Y" TO WS-CAL-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RSVP-FILE
           OPEN INPUT EVT-FILE
           IF WS-EVT-ST NOT = "35"
               PERFORM UNTIL WS-EVT-ST NOT = "00"
                   READ EVT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                                   UNTIL WS-CAL-I > WS-CAL-TOTAL
                               IF WS-CAL-KIND(WS-CAL-I) = "E" AND
                                  WS-CAL-KEY(WS-CAL-I) = EVT-NAME
                                   MOVE EVT-DATE
                                     TO WS-CAL-DATE(WS-CAL-I)
                                   MOVE EVT-LOCATION
                                     TO WS-CAL-WHERE(WS-CAL-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVT-FILE
      *> Drop events already held (or no longer listed)
           MOVE 0 TO WS-CAL-J
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-TOTAL
               IF WS-CAL-DATE(WS-CAL-I) NOT = SPACES AND
                  WS-CAL-DATE(WS-CAL-I) >= WS-TODAY
                   ADD 1 TO WS-CAL-J
                   IF WS-CAL-J NOT = WS-CAL-I
                       MOVE WS-CAL-ENTRY(WS-CAL-I)
                         TO WS-CAL-ENTRY(WS-CAL-J)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CAL-J TO WS-CAL-TOTAL
           PERFORM FILL-CAL-JOB-TITLES
           PERFORM SORT-CAL-TABLE.
      *> ---------------------------------------------------------------
      *> FILL-CAL-JOB-TITLES: the company and title of each interview
      *> entry's posting, from Jobs.dat
      *> ---------------------------------------------------------------
       FILL-CAL-JOB-TITLES.
           IF WS-CAL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-ST = "35"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-ST NOT = "00"
               READ JOBS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JOB-ID NOT = SPACES
                           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                                   UNTIL WS-CAL-I > WS-CAL-TOTAL
                               IF WS-CAL-KIND(WS-CAL-I) NOT = "E" AND
                                  WS-CAL-KEY(WS-CAL-I)(1:5) = JOB-ID
                                   MOVE JOB-COMPANY
                                     TO WS-CAL-WHERE(WS-CAL-I)
                                   MOVE JOB-TITLE
                                     TO WS-CAL-WHAT(WS-CAL-I)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.
      *> ---------------------------------------------------------------
      *> SORT-CAL-TABLE: bubble sort of WS-CAL-TABLE by date and time
      *> ---------------------------------------------------------------
       SORT-CAL-TABLE.
           IF WS-CAL-TOTAL < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CAL-SWAPPED
           PERFORM UNTIL WS-CAL-SWAPPED = "N"
               MOVE "N" TO WS-CAL-SWAPPED
               PERFORM VARYING WS-CAL-I FROM 1 BY 1
                       UNTIL WS-CAL-I >= WS-CAL-TOTAL
                   COMPUTE WS-CAL-J = WS-CAL-I + 1
                   IF WS-CAL-DATE(WS-CAL-I) > WS-CAL-DATE(WS-CAL-J) OR
                      (WS-CAL-DATE(WS-CAL-I) = WS-CAL-DATE(WS-CAL-J)
                       AND WS-CAL-TIME(WS-CAL-I) >
                           WS-CAL-TIME(WS-CAL-J))
                       MOVE WS-CAL-ENTRY(WS-CAL-I) TO WS-CAL-SWAP
                       MOVE WS-CAL-ENTRY(WS-CAL-J)
                         TO WS-CAL-ENTRY(WS-CAL-I)
                       MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-CAL-J)
                       MOVE "Y" TO WS-CAL-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> ---------------------------------------------------------------
      *> CHECK-CALENDAR-CLASH: before the caller commits to something
      *> on WS-CLASH-DATE, lists what is already on their calendar
      *> that day and asks whether to go ahead, answering in WS-OK
      *> ---------------------------------------------------------------
       CHECK-CALENDAR-CLASH.
           MOVE "Y" TO WS-OK
           PERFORM BUILD-MY-CALENDAR
           MOVE 0 TO WS-CLASH-COUNT
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-TOTAL
               IF WS-CAL-DATE(WS-CAL-I) = WS-CLASH-DATE
                   IF WS-CLASH-COUNT = 0
                       MOVE SPACES TO WS-TEXT
                       STRING
                           "Warning: you already have this on "
                               DELIMITED BY SIZE
                           WS-CLASH-DATE DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           INTO WS-TEXT
                       END-STRING
                       PERFORM PRT
                   END-IF
                   ADD 1 TO WS-CLASH-COUNT
                   PERFORM FORMAT-CAL-ENTRY
                   PERFORM PRT
               END-IF
           END-PERFORM
           IF WS-CLASH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Go ahead anyway? (Y/N):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               MOVE "N" TO WS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               MOVE "N" TO WS-OK
               MOVE "Nothing was changed." TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ===============================================================
      *> ALUMNI MENTORSHIP: alumni (ACCT-STATUS "G") opt in through
      *> Mentors.dat; students browse them and send requests, and each
      *> request and its answer is a Mentorships.dat row
      *> ===============================================================
      *> ---------------------------------------------------------------
      *> MENTOR-MENU: alumni manage their mentoring, everyone else
      *> looks for a mentor
      *> ---------------------------------------------------------------
       MENTOR-MENU.
           IF WS-CUR-STATUS = "G"
               PERFORM ALUMNI-MENTOR-MENU
           ELSE
               PERFORM STUDENT-MENTOR-MENU
           END-IF.
      *> ---------------------------------------------------------------
      *> ALUMNI-MENTOR-MENU
      *> ---------------------------------------------------------------
       ALUMNI-MENTOR-MENU.
           MOVE "--- Mentorship ---" TO WS-TEXT
           PERFORM PRT
           MOVE "1. Set Up My Mentor Profile" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Stop Taking New Mentees" TO WS-TEXT
           PERFORM PRT
           MOVE "3. Respond to Mentorship Requests" TO WS-TEXT
           PERFORM PRT
           MOVE "4. View My Mentees" TO WS-TEXT
           PERFORM PRT
           MOVE "5. Go Back" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' PERFORM MENTOR-OPT-IN
               WHEN '2' PERFORM MENTOR-OPT-OUT
               WHEN '3' PERFORM RESPOND-MENTOR-REQUESTS
               WHEN '4' PERFORM VIEW-MY-MENTEES
               WHEN '5' CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> STUDENT-MENTOR-MENU
      *> ---------------------------------------------------------------
       STUDENT-MENTOR-MENU.
           MOVE "--- Mentorship ---" TO WS-TEXT
           PERFORM PRT
           MOVE "1. Browse Mentors" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Request a Mentor" TO WS-TEXT
           PERFORM PRT
           MOVE "3. View My Mentorships" TO WS-TEXT
           PERFORM PRT
           MOVE "4. Go Back" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' PERFORM BROWSE-MENTORS
               WHEN '2' PERFORM REQUEST-MENTOR
               WHEN '3' PERFORM VIEW-MY-MENTORSHIPS
               WHEN '4' CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
           END-EVALUATE.
      *> ---------------------------------------------------------------
      *> MENTOR-OPT-IN: records (or updates) the caller's Mentors.dat
      *> row with the majors and industries they will advise on and
      *> lists them under Browse Mentors
      *> ---------------------------------------------------------------
       MENTOR-OPT-IN.
           MOVE "Enter the majors you will advise on (e.g. CS, Math):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:60) TO WS-MENTOR-MAJORS
           IF WS-MENTOR-MAJORS = SPACES
               MOVE "Please list at least one major." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the industries you will advise on:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:60) TO WS-MENTOR-INDUSTRIES
           IF WS-MENTOR-INDUSTRIES = SPACES
               MOVE "Please list at least one industry." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TODAY-DATE
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               OPEN OUTPUT MENTOR-FILE
               MOVE WS-UIN               TO MENTOR-USER
               MOVE WS-MENTOR-MAJORS     TO MENTOR-MAJORS
               MOVE WS-MENTOR-INDUSTRIES TO MENTOR-INDUSTRIES
               MOVE "Y"                  TO MENTOR-ACTIVE
               MOVE WS-TODAY             TO MENTOR-DATE
               WRITE MENTOR-REC
               CLOSE MENTOR-FILE
           ELSE
               OPEN OUTPUT MENTOR-TMP
               PERFORM UNTIL WS-MENTOR-ST NOT = "00"
                   READ MENTOR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MENTOR-USER NOT = WS-UIN
                               MOVE MENTOR-REC TO MENTOR-TMP-REC
                               WRITE MENTOR-TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENTOR-FILE
               MOVE WS-UIN               TO MENTOR-USER
               MOVE WS-MENTOR-MAJORS     TO MENTOR-MAJORS
               MOVE WS-MENTOR-INDUSTRIES TO MENTOR-INDUSTRIES
               MOVE "Y"                  TO MENTOR-ACTIVE
               MOVE WS-TODAY             TO MENTOR-DATE
               MOVE MENTOR-REC TO MENTOR-TMP-REC
               WRITE MENTOR-TMP-REC
               CLOSE MENTOR-TMP
               CALL "SYSTEM" USING "mv Mentors.tmp Mentors.dat"
               IF RETURN-CODE NOT = 0
                   MOVE
                 "WARNING: the save failed to finalize Mentors.dat."
                     TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE
             "Your mentor profile is saved; students can now find you."
             TO WS-TEXT
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> MENTOR-OPT-OUT: takes the caller off Browse Mentors; pairings
      *> already accepted are left as they are
      *> ---------------------------------------------------------------
       MENTOR-OPT-OUT.
           MOVE "N" TO WS-MENTOR-FOUND
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               MOVE "You are not signed up as a mentor." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MENTOR-TMP
           PERFORM UNTIL WS-MENTOR-ST NOT = "00"
               READ MENTOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MENTOR-USER = WS-UIN AND
                          MENTOR-ACTIVE = "Y"
                           MOVE "Y" TO WS-MENTOR-FOUND
                           MOVE "N" TO MENTOR-ACTIVE
                       END-IF
                       MOVE MENTOR-REC TO MENTOR-TMP-REC
                       WRITE MENTOR-TMP-REC
               END-READ
           END-PERFORM
           CLOSE MENTOR-FILE
           CLOSE MENTOR-TMP
           IF WS-MENTOR-FOUND = "N"
               CALL "SYSTEM" USING "rm -f Mentors.tmp"
               MOVE "You are not signed up as a mentor." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv Mentors.tmp Mentors.dat"
           IF RETURN-CODE NOT = 0
               MOVE "WARNING: the save failed to finalize Mentors.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE
             "You will no longer be listed; current mentees keep you."
             TO WS-TEXT
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> LOAD-MENTOR-TABLE: every mentor still taking mentees, with
      *> the university, class year, and name from their account;
      *> WS-MT-ALUMNI stays "N" for anyone no longer an alumnus
      *> ---------------------------------------------------------------
       LOAD-MENTOR-TABLE.
           MOVE 0 TO WS-MENTOR-TOTAL
           OPEN INPUT MENTOR-FILE
           IF WS-MENTOR-ST = "35"
               CLOSE MENTOR-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MENTOR-ST NOT = "00"
               READ MENTOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MENTOR-ACTIVE = "Y" AND
                          WS-MENTOR-TOTAL < 200
                           ADD 1 TO WS-MENTOR-TOTAL
                           MOVE SPACES
                             TO WS-MENTOR-ENTRY(WS-MENTOR-TOTAL)
                           MOVE 0 TO WS-MT-YEAR(WS-MENTOR-TOTAL)
                           MOVE "N" TO WS-MT-ALUMNI(WS-MENTOR-TOTAL)
                           MOVE MENTOR-USER
                             TO WS-MT-USER(WS-MENTOR-TOTAL)
                           MOVE MENTOR-MAJORS
                             TO WS-MT-MAJORS(WS-MENTOR-TOTAL)
                           MOVE MENTOR-INDUSTRIES
                             TO WS-MT-INDUSTRIES(WS-MENTOR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENTOR-FILE
           IF WS-MENTOR-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-FILE
           PERFORM UNTIL WS-ACCT-ST NOT = "00"
               READ ACCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-STATUS = "G"
                           PERFORM VARYING WS-MT-I FROM 1 BY 1
                                   UNTIL WS-MT-I > WS-MENTOR-TOTAL
                               IF WS-MT-USER(WS-MT-I) = ACCT-USER
                                   PERFORM BUILD-FULL-NAME
                                   MOVE WS-FULL-NAME
                                     TO WS-MT-NAME(WS-MT-I)
                                   MOVE ACCT-UNIV
                                     TO WS-MT-UNIV(WS-MT-I)
                                   MOVE ACCT-GRAD-YEAR
                                     TO WS-MT-YEAR(WS-MT-I)
                                   MOVE "Y" TO WS-MT-ALUMNI(WS-MT-I)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
      *> ---------------------------------------------------------------
      *> BROWSE-MENTORS: lists the mentors whose majors and university
      *> contain what the student typed (blank = any, either case),
      *> leaving out anyone on either side of a block with the student
      *> ---------------------------------------------------------------
       BROWSE-MENTORS.
           MOVE "Filter by major (blank for any):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE FUNCTION UPPER-CASE(IN-REC(1:40))
             TO WS-MENTOR-FILTER-MAJOR
           MOVE "Filter by university (blank for any):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE FUNCTION UPPER-CASE(IN-REC(1:40))
             TO WS-MENTOR-FILTER-UNIV
           PERFORM LOAD-MENTOR-TABLE
           MOVE "--- Available Mentors ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-MENTOR-SHOWN
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-MENTOR-TOTAL
               MOVE "N" TO WS-MENTOR-MATCH
               IF WS-MT-ALUMNI(WS-MT-I) = "Y" AND
                  WS-MT-USER(WS-MT-I) NOT = WS-UIN
                   MOVE FUNCTION UPPER-CASE(WS-MT-MAJORS(WS-MT-I))
                     TO WS-HAYSTACK
                   MOVE WS-MENTOR-FILTER-MAJOR TO WS-NEEDLE
                   PERFORM STR-CONTAINS
                   IF WS-CONTAINS-RESULT = "Y"
                       MOVE FUNCTION UPPER-CASE(WS-MT-UNIV(WS-MT-I))
                         TO WS-HAYSTACK
                       MOVE WS-MENTOR-FILTER-UNIV TO WS-NEEDLE
                       PERFORM STR-CONTAINS
                       MOVE WS-CONTAINS-RESULT TO WS-MENTOR-MATCH
                   END-IF
               END-IF
               IF WS-MENTOR-MATCH = "Y"
                   MOVE WS-MT-USER(WS-MT-I) TO WS-BLOCK-TARGET
                   PERFORM CHECK-BLOCK-PAIR
                   IF WS-I-BLOCKED = "Y" OR WS-BLOCKED-BY-THEM = "Y"
                       MOVE "N" TO WS-MENTOR-MATCH
                   END-IF
               END-IF
               IF WS-MENTOR-MATCH = "Y"
                   ADD 1 TO WS-MENTOR-SHOWN
                   PERFORM SHOW-MENTOR-ENTRY
               END-IF
           END-PERFORM
           IF WS-MENTOR-SHOWN = 0
               MOVE "No mentors match those filters." TO WS-TEXT
               PERFORM PRT
           ELSE
               MOVE
             "Use Request a Mentor with a username to ask one of them."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> SHOW-MENTOR-ENTRY: the lines for mentor WS-MT-I
      *> ---------------------------------------------------------------
       SHOW-MENTOR-ENTRY.
           MOVE SPACES TO WS-TEXT
           STRING
               "  " DELIMITED BY SIZE
               WS-MT-NAME(WS-MT-I) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-MT-USER(WS-MT-I) DELIMITED BY "  "
               ") - " DELIMITED BY SIZE
               WS-MT-UNIV(WS-MT-I) DELIMITED BY "  "
               ", Class of " DELIMITED BY SIZE
               WS-MT-YEAR(WS-MT-I) DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE SPACES TO WS-TEXT
           STRING
               "    Majors: " DELIMITED BY SIZE
               WS-MT-MAJORS(WS-MT-I) DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           MOVE SPACES TO WS-TEXT
           STRING
               "    Industries: " DELIMITED BY SIZE
               WS-MT-INDUSTRIES(WS-MT-I) DELIMITED BY "  "
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> REQUEST-MENTOR: sends a mentorship request to a listed mentor
      *> and lets them know through the inbox
      *> ---------------------------------------------------------------
       REQUEST-MENTOR.
           MOVE "Enter the mentor's username:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:20) TO WS-MENTOR-USER
           IF WS-MENTOR-USER = WS-UIN
               MOVE "You cannot be your own mentor." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MENTOR-TABLE
           MOVE "N" TO WS-MENTOR-FOUND
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-MENTOR-TOTAL
               IF WS-MT-USER(WS-MT-I) = WS-MENTOR-USER AND
                  WS-MT-ALUMNI(WS-MT-I) = "Y"
                   MOVE "Y" TO WS-MENTOR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MENTOR-FOUND = "N"
               MOVE "That user is not taking mentees right now."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MENTOR-USER TO WS-BLOCK-TARGET
           PERFORM CHECK-BLOCK-PAIR
           IF WS-I-BLOCKED = "Y"
               MOVE "You have blocked this user." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-MSHIP-EXISTING
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST NOT = "35"
               PERFORM UNTIL WS-MSHIP-ST NOT = "00"
                   READ MSHIP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MS-MENTOR = WS-MENTOR-USER AND
                              MS-STUDENT = WS-UIN AND
                              (MS-STATUS = "P" OR MS-STATUS = "A")
                               MOVE MS-STATUS TO WS-MSHIP-EXISTING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSHIP-FILE
           IF WS-MSHIP-EXISTING = "P"
               MOVE
                 "You already have a request waiting with that mentor."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           IF WS-MSHIP-EXISTING = "A"
               MOVE "That alumnus is already your mentor." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Add a short note for the mentor (optional):" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
      *> A mentor who has blocked the student never sees the request,
      *> and the student is not told
           IF WS-BLOCKED-BY-THEM = "Y"
               MOVE "Your mentorship request has been sent." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TODAY-DATE
           OPEN EXTEND MSHIP-FILE
           IF WS-MSHIP-ST = "35"
               CLOSE MSHIP-FILE
               OPEN OUTPUT MSHIP-FILE
           END-IF
           MOVE WS-MENTOR-USER TO MS-MENTOR
           MOVE WS-UIN         TO MS-STUDENT
           MOVE "P"            TO MS-STATUS
           MOVE WS-TODAY       TO MS-REQ-DATE
           MOVE SPACES         TO MS-RESP-DATE
           MOVE IN-REC(1:80)   TO MS-NOTE
           WRITE MSHIP-REC
           CLOSE MSHIP-FILE
           MOVE "Your mentorship request has been sent." TO WS-TEXT
           PERFORM PRT
           MOVE WS-MENTOR-USER TO WS-NOTICE-TO
           MOVE WS-UIN TO WS-NOTICE-FROM
           MOVE SPACES TO WS-NOTICE-BODY
           STRING
               WS-UIN DELIMITED BY "  "
               " has asked you to be their mentor; answer under"
                   DELIMITED BY SIZE
               " Mentorship." DELIMITED BY SIZE
               INTO WS-NOTICE-BODY
           END-STRING
           PERFORM SEND-IV-NOTICE.
      *> ---------------------------------------------------------------
      *> VIEW-MY-MENTORSHIPS: the student's requests and where each
      *> one stands
      *> ---------------------------------------------------------------
       VIEW-MY-MENTORSHIPS.
           MOVE "--- My Mentorships ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-MSHIP-COUNT
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST NOT = "35"
               PERFORM UNTIL WS-MSHIP-ST NOT = "00"
                   READ MSHIP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MS-STUDENT = WS-UIN
                               ADD 1 TO WS-MSHIP-COUNT
                               PERFORM SHOW-MSHIP-FOR-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSHIP-FILE
           IF WS-MSHIP-COUNT = 0
               MOVE "You have not requested a mentor yet." TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> SHOW-MSHIP-FOR-STUDENT: one line for the current MSHIP-REC
      *> ---------------------------------------------------------------
       SHOW-MSHIP-FOR-STUDENT.
           MOVE SPACES TO WS-TEXT
           EVALUATE MS-STATUS
               WHEN "A"
                   STRING
                       "  " DELIMITED BY SIZE
                       MS-MENTOR DELIMITED BY "  "
                       " - your mentor since " DELIMITED BY SIZE
                       MS-RESP-DATE DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               WHEN "D"
                   STRING
                       "  " DELIMITED BY SIZE
                       MS-MENTOR DELIMITED BY "  "
                       " - declined on " DELIMITED BY SIZE
                       MS-RESP-DATE DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
               WHEN OTHER
                   STRING
                       "  " DELIMITED BY SIZE
                       MS-MENTOR DELIMITED BY "  "
                       " - requested " DELIMITED BY SIZE
                       MS-REQ-DATE DELIMITED BY SIZE
                       ", awaiting an answer" DELIMITED BY SIZE
                       INTO WS-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> VIEW-MY-MENTEES: the alumnus's accepted pairings, and how
      *> many requests are still waiting on them
      *> ---------------------------------------------------------------
       VIEW-MY-MENTEES.
           MOVE "--- My Mentees ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-MSHIP-COUNT
           MOVE 0 TO WS-MREQ-TOTAL
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST NOT = "35"
               PERFORM UNTIL WS-MSHIP-ST NOT = "00"
                   READ MSHIP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MS-MENTOR = WS-UIN AND MS-STATUS = "A"
                               ADD 1 TO WS-MSHIP-COUNT
                               MOVE SPACES TO WS-TEXT
                               STRING
                                   "  " DELIMITED BY SIZE
                                   MS-STUDENT DELIMITED BY "  "
                                   " - since " DELIMITED BY SIZE
                                   MS-RESP-DATE DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                               PERFORM PRT
                           END-IF
                           IF MS-MENTOR = WS-UIN AND MS-STATUS = "P"
                              AND WS-MREQ-TOTAL < 99
                               ADD 1 TO WS-MREQ-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSHIP-FILE
           IF WS-MSHIP-COUNT = 0
               MOVE "You have no mentees yet." TO WS-TEXT
               PERFORM PRT
           END-IF
           IF WS-MREQ-TOTAL > 0
               MOVE WS-MREQ-TOTAL TO WS-MREQ-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   FUNCTION TRIM(WS-MREQ-DISP) DELIMITED BY SIZE
                   " request(s) are waiting for your answer."
                       DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> RESPOND-MENTOR-REQUESTS: lists the alumnus's unanswered
      *> requests, takes an accept or decline for one, and tells the
      *> student through the inbox
      *> ---------------------------------------------------------------
       RESPOND-MENTOR-REQUESTS.
           MOVE 0 TO WS-MREQ-TOTAL
           OPEN INPUT MSHIP-FILE
           IF WS-MSHIP-ST NOT = "35"
               PERFORM UNTIL WS-MSHIP-ST NOT = "00"
                   READ MSHIP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MS-MENTOR = WS-UIN AND
                              MS-STATUS = "P" AND
                              WS-MREQ-TOTAL < 20
                               ADD 1 TO WS-MREQ-TOTAL
                               MOVE MS-STUDENT
                                 TO WS-MREQ-STUDENT(WS-MREQ-TOTAL)
                               MOVE MS-REQ-DATE
                                 TO WS-MREQ-DATE(WS-MREQ-TOTAL)
                               MOVE MS-NOTE
                                 TO WS-MREQ-NOTE(WS-MREQ-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSHIP-FILE
           IF WS-MREQ-TOTAL = 0
               MOVE "You have no unanswered mentorship requests."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Requests awaiting your answer:" TO WS-TEXT
           PERFORM PRT
           PERFORM VARYING WS-MREQ-PICK FROM 1 BY 1
                   UNTIL WS-MREQ-PICK > WS-MREQ-TOTAL
               MOVE WS-MREQ-PICK TO WS-MREQ-DISP
               MOVE SPACES TO WS-TEXT
               STRING
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MREQ-DISP) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-MREQ-STUDENT(WS-MREQ-PICK) DELIMITED BY "  "
                   " (requested " DELIMITED BY SIZE
                   WS-MREQ-DATE(WS-MREQ-PICK) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-TEXT
               END-STRING
               PERFORM PRT
               IF WS-MREQ-NOTE(WS-MREQ-PICK) NOT = SPACES
                   MOVE SPACES TO WS-TEXT
                   STRING
                       "     Note: " DELIMITED BY SIZE
                       WS-MREQ-NOTE(WS-MREQ-PICK) DELIMITED BY "  "
                       INTO WS-TEXT
                   END-STRING
                   PERFORM PRT
               END-IF
           END-PERFORM
           MOVE
         "Enter the number of the request to answer (blank to go back):"
               TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(IN-REC(1:20)) NOT = 0
               MOVE "Invalid choice, please try again." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MREQ-PICK = FUNCTION NUMVAL(IN-REC(1:20))
           IF WS-MREQ-PICK < 1 OR WS-MREQ-PICK > WS-MREQ-TOTAL
               MOVE "Invalid choice, please try again." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MREQ-STUDENT(WS-MREQ-PICK) TO WS-MSHIP-STUDENT
           MOVE "1. Accept the Request" TO WS-TEXT
           PERFORM PRT
           MOVE "2. Decline the Request" TO WS-TEXT
           PERFORM PRT
           MOVE "Enter your choice:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y" EXIT PARAGRAPH END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' MOVE "A" TO WS-MSHIP-NEW-STATUS
               WHEN '2' MOVE "D" TO WS-MSHIP-NEW-STATUS
               WHEN OTHER
                   MOVE "Invalid choice, please try again." TO WS-TEXT
                   PERFORM PRT
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM GET-TODAY-DATE
           MOVE "N" TO WS-MENTOR-FOUND
           OPEN INPUT MSHIP-FILE
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL WS-MSHIP-ST NOT = "00"
               READ MSHIP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MS-MENTOR = WS-UIN AND
                          MS-STUDENT = WS-MSHIP-STUDENT AND
                          MS-STATUS = "P" AND
                          WS-MENTOR-FOUND = "N"
                           MOVE "Y" TO WS-MENTOR-FOUND
                           MOVE WS-MSHIP-NEW-STATUS TO MS-STATUS
                           MOVE WS-TODAY TO MS-RESP-DATE
                       END-IF
                       MOVE MSHIP-REC TO MSHIP-TMP-REC
                       WRITE MSHIP-TMP-REC
               END-READ
           END-PERFORM
           CLOSE MSHIP-FILE
           CLOSE MSHIP-TMP
           IF WS-MENTOR-FOUND = "N"
               CALL "SYSTEM" USING "rm -f Mentorships.tmp"
               MOVE "That request has already been answered." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv Mentorships.tmp Mentorships.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: the answer failed to finalize Mentorships.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSHIP-STUDENT TO WS-NOTICE-TO
           MOVE WS-UIN TO WS-NOTICE-FROM
           MOVE SPACES TO WS-NOTICE-BODY
           IF WS-MSHIP-NEW-STATUS = "A"
               MOVE "Request accepted; you are now their mentor."
                 TO WS-TEXT
               STRING
                   WS-UIN DELIMITED BY "  "
                   " accepted your mentorship request."
                       DELIMITED BY SIZE
                   INTO WS-NOTICE-BODY
               END-STRING
           ELSE
               MOVE "Request declined." TO WS-TEXT
               STRING
                   WS-UIN DELIMITED BY "  "
                   " is unable to take you on as a mentee right now."
                       DELIMITED BY SIZE
                   INTO WS-NOTICE-BODY
               END-STRING
           END-IF
           PERFORM PRT
           PERFORM SEND-IV-NOTICE.
      *> ===============================================================
      *> BLOCKING AND ABUSE REPORTS: a user can block another account
      *> (silently dropping that account's messages, connection
      *> requests, and suggestions) and report a message or account
      *> to the staff moderation queue in STAFFCONSOLE
      *> ===============================================================
      *> ---------------------------------------------------------------
      *> CHECK-BLOCK-PAIR: WS-I-BLOCKED = Y when the logged-in user has
      *> blocked WS-BLOCK-TARGET, WS-BLOCKED-BY-THEM = Y when
      *> WS-BLOCK-TARGET has blocked the logged-in user
      *> ---------------------------------------------------------------
       CHECK-BLOCK-PAIR.
           MOVE "N" TO WS-I-BLOCKED
           MOVE "N" TO WS-BLOCKED-BY-THEM
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-ST = "35"
               CLOSE BLOCK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BLOCK-ST NOT = "00"
               READ BLOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BLK-BLOCKER = WS-UIN AND
                          BLK-BLOCKED = WS-BLOCK-TARGET
                           MOVE "Y" TO WS-I-BLOCKED
                       END-IF
                       IF BLK-BLOCKER = WS-BLOCK-TARGET AND
                          BLK-BLOCKED = WS-UIN
                           MOVE "Y" TO WS-BLOCKED-BY-THEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.
      *> ---------------------------------------------------------------
      *> BLOCK-USER: the logged-in user blocks WS-BLOCK-TARGET. The
      *> blocked account is not told; any connection or pending
      *> request between the two is removed, along with the skill
      *> endorsements that rested on it.
      *> ---------------------------------------------------------------
       BLOCK-USER.
           IF WS-BLOCK-TARGET = WS-UIN
               MOVE "You cannot block yourself." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BLOCK-PAIR
           IF WS-I-BLOCKED = "Y"
               MOVE "You have already blocked this user." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING
               "Block " DELIMITED BY SIZE
               WS-BLOCK-TARGET DELIMITED BY "  "
               "? They will not be told. (Y/N):" DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:1) TO WS-CHOICE
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               MOVE "Block cancelled." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TODAY-DATE
           OPEN EXTEND BLOCK-FILE
           IF WS-BLOCK-ST = "35"
               CLOSE BLOCK-FILE
               OPEN OUTPUT BLOCK-FILE
           END-IF
           MOVE WS-UIN          TO BLK-BLOCKER
           MOVE WS-BLOCK-TARGET TO BLK-BLOCKED
           MOVE WS-TODAY        TO BLK-DATE
           WRITE BLOCK-REC
           CLOSE BLOCK-FILE
           PERFORM REMOVE-BLOCKED-LINKS
           MOVE "USER_BLOCKED" TO WS-AUDIT-EVENT
           MOVE WS-BLOCK-TARGET TO WS-AUDIT-SUBJECT
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-TEXT
           STRING
               "You have blocked " DELIMITED BY SIZE
               WS-BLOCK-TARGET DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> REMOVE-BLOCKED-LINKS: drops every Connections.dat row (either
      *> status, either direction) between the logged-in user and
      *> WS-BLOCK-TARGET, then the endorsements either gave the other
      *> ---------------------------------------------------------------
       REMOVE-BLOCKED-LINKS.
           MOVE 0 TO WS-BLOCK-DROPPED
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST NOT = "35"
               OPEN OUTPUT CONN-TMP
               PERFORM UNTIL WS-CONN-ST NOT = "00"
                   READ CONN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (CONN-SENDER = WS-UIN AND
                               CONN-RECIP = WS-BLOCK-TARGET)
                           OR (CONN-SENDER = WS-BLOCK-TARGET AND
                               CONN-RECIP = WS-UIN)
                               ADD 1 TO WS-BLOCK-DROPPED
                           ELSE
                               MOVE CONN-REC TO CONN-TMP-REC
                               WRITE CONN-TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONN-TMP
           END-IF
           CLOSE CONN-FILE
           IF WS-BLOCK-DROPPED = 0
               CALL "SYSTEM" USING "rm -f Connections.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mv Connections.tmp Connections.dat"
           IF RETURN-CODE NOT = 0
               MOVE
             "WARNING: block failed to finalize Connections.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
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
                       IF (ENDR-ENDORSER = WS-UIN AND
                           ENDR-STUDENT = WS-BLOCK-TARGET)
                       OR (ENDR-ENDORSER = WS-BLOCK-TARGET AND
                           ENDR-STUDENT = WS-UIN)
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
             "WARNING: block failed to finalize Endorsements.dat."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ---------------------------------------------------------------
      *> MANAGE-BLOCKED-USERS: lists the accounts the logged-in user
      *> has blocked, then blocks or unblocks one by username
      *> ---------------------------------------------------------------
       MANAGE-BLOCKED-USERS.
           MOVE "--- Blocked Users ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-BLOCK-COUNT
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-ST NOT = "35"
               PERFORM UNTIL WS-BLOCK-ST NOT = "00"
                   READ BLOCK-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF BLK-BLOCKER = WS-UIN
                               ADD 1 TO WS-BLOCK-COUNT
                               MOVE SPACES TO WS-TEXT
                               STRING
                                   "  " DELIMITED BY SIZE
                                   BLK-BLOCKED DELIMITED BY "  "
                                   " (blocked " DELIMITED BY SIZE
                                   BLK-DATE DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO WS-TEXT
                               END-STRING
                               PERFORM PRT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLOCK-FILE
           IF WS-BLOCK-COUNT = 0
               MOVE "You have not blocked anyone." TO WS-TEXT
               PERFORM PRT
           END-IF
           MOVE
             "Enter a username to block or unblock (blank to go back):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:20) TO WS-BLOCK-TARGET
           PERFORM CHECK-BLOCK-PAIR
           IF WS-I-BLOCKED = "Y"
               PERFORM UNBLOCK-USER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOOKUP-FOUND
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-ST NOT = "35"
               PERFORM UNTIL WS-ACCT-ST NOT = "00"
                   READ ACCT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACCT-USER = WS-BLOCK-TARGET
                               MOVE "Y" TO WS-LOOKUP-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACCT-FILE
           IF WS-LOOKUP-FOUND = "N"
               MOVE "No account has that username." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM BLOCK-USER.
      *> ---------------------------------------------------------------
      *> UNBLOCK-USER: removes the logged-in user's block on
      *> WS-BLOCK-TARGET. A connection removed by the block is not
      *> restored; either side can send a new request.
      *> ---------------------------------------------------------------
       UNBLOCK-USER.
           MOVE 0 TO WS-BLOCK-DROPPED
           OPEN INPUT BLOCK-FILE
           OPEN OUTPUT BLOCK-TMP
           PERFORM UNTIL WS-BLOCK-ST NOT = "00"
               READ BLOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BLK-BLOCKER = WS-UIN AND
                          BLK-BLOCKED = WS-BLOCK-TARGET
                           ADD 1 TO WS-BLOCK-DROPPED
                       ELSE
                           MOVE BLOCK-REC TO BLOCK-TMP-REC
                           WRITE BLOCK-TMP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE
           CLOSE BLOCK-TMP
           CALL "SYSTEM" USING "mv Blocks.tmp Blocks.dat"
           IF RETURN-CODE NOT = 0
               MOVE "WARNING: unblock failed to finalize Blocks.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "USER_UNBLOCKED" TO WS-AUDIT-EVENT
           MOVE WS-BLOCK-TARGET TO WS-AUDIT-SUBJECT
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-TEXT
           STRING
               "You have unblocked " DELIMITED BY SIZE
               WS-BLOCK-TARGET DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ---------------------------------------------------------------
      *> LOAD-BLOCK-EXCLUSIONS: adds everyone the logged-in user has
      *> blocked, and everyone who has blocked them, to the People
      *> You May Know exclusion table
      *> ---------------------------------------------------------------
       LOAD-BLOCK-EXCLUSIONS.
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-ST = "35"
               CLOSE BLOCK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BLOCK-ST NOT = "00"
               READ BLOCK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BLK-BLOCKER = WS-UIN AND WS-EXCL-COUNT < 200
                           ADD 1 TO WS-EXCL-COUNT
                           MOVE BLK-BLOCKED
                             TO WS-EXCL-USER(WS-EXCL-COUNT)
                       END-IF
                       IF BLK-BLOCKED = WS-UIN AND WS-EXCL-COUNT < 200
                           ADD 1 TO WS-EXCL-COUNT
                           MOVE BLK-BLOCKER
                             TO WS-EXCL-USER(WS-EXCL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.
      *> ---------------------------------------------------------------
      *> REPORT-ACCOUNT: reports WS-FOUND-ACCT-USER's account to the
      *> staff moderation queue
      *> ---------------------------------------------------------------
       REPORT-ACCOUNT.
           IF WS-FOUND-ACCT-USER = WS-UIN
               MOVE "You cannot report your own account." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "A"                TO WS-ABR-KIND
           MOVE WS-FOUND-ACCT-USER TO WS-ABR-SUBJECT
           MOVE SPACES             TO WS-ABR-MSG-DATE
           MOVE SPACES             TO WS-ABR-MSG-TEXT
           PERFORM FILE-ABUSE-REPORT.
      *> ---------------------------------------------------------------
      *> REPORT-MESSAGE: numbers the messages other users have sent
      *> the logged-in user and reports the one picked, with a copy of
      *> its text, to the staff moderation queue
      *> ---------------------------------------------------------------
       REPORT-MESSAGE.
           MOVE "--- Report a Message ---" TO WS-TEXT
           PERFORM PRT
           MOVE 0 TO WS-INBOX-COUNT
           OPEN INPUT MSG-FILE
           IF WS-MSG-ST NOT = "35"
               MOVE WS-UIN TO MSG-RECIP
               START MSG-FILE KEY IS = MSG-RECIP
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
                   READ MSG-FILE NEXT
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF MSG-RECIP NOT = WS-UIN
                               EXIT PERFORM
                           END-IF
                           IF MSG-SENDER NOT = WS-CAREER-SENDER
                               ADD 1 TO WS-INBOX-COUNT
                               MOVE WS-INBOX-COUNT TO WS-ABR-PICK-DISP
                               MOVE SPACES TO WS-TEXT
                               STRING
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ABR-PICK-DISP)
                                       DELIMITED BY SIZE
                                   ". From " DELIMITED BY SIZE
                                   MSG-SENDER DELIMITED BY "  "
                                   " on " DELIMITED BY SIZE
                                   MSG-DATE DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   MSG-TEXT DELIMITED BY "  "
                                   INTO WS-TEXT
                               END-STRING
                               PERFORM PRT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSG-FILE
           IF WS-INBOX-COUNT = 0
               MOVE "You have no messages to report." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the message to report:" TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE 0 TO WS-ABR-PICK
           IF FUNCTION TEST-NUMVAL(IN-REC(1:20)) = 0
               COMPUTE WS-ABR-PICK = FUNCTION NUMVAL(IN-REC(1:20))
           END-IF
           IF WS-ABR-PICK < 1 OR WS-ABR-PICK > WS-INBOX-COUNT
               MOVE "Invalid choice, please try again." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INBOX-COUNT
           MOVE SPACES TO WS-ABR-SUBJECT
           OPEN INPUT MSG-FILE
           IF WS-MSG-ST NOT = "00"
               CLOSE MSG-FILE
               MOVE "WARNING: the report could not open Messages.dat."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UIN TO MSG-RECIP
           START MSG-FILE KEY IS = MSG-RECIP
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-MSG-ST(1:1) NOT = "0"
               READ MSG-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MSG-RECIP NOT = WS-UIN
                           EXIT PERFORM
                       END-IF
                       IF MSG-SENDER NOT = WS-CAREER-SENDER
                           ADD 1 TO WS-INBOX-COUNT
                           IF WS-INBOX-COUNT = WS-ABR-PICK
                               MOVE MSG-SENDER TO WS-ABR-SUBJECT
                               MOVE MSG-DATE   TO WS-ABR-MSG-DATE
                               MOVE MSG-TEXT   TO WS-ABR-MSG-TEXT
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-FILE
           IF WS-ABR-SUBJECT = SPACES
               MOVE "That message is no longer in your inbox."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-ABR-KIND
           PERFORM FILE-ABUSE-REPORT.
      *> ---------------------------------------------------------------
      *> FILE-ABUSE-REPORT: asks for the reason and appends an open
      *> AbuseReports.dat row for WS-ABR-SUBJECT, numbered one past
      *> the highest on file
      *> ---------------------------------------------------------------
       FILE-ABUSE-REPORT.
           MOVE "Enter the reason for your report (max 100 chars):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           IF IN-REC = SPACES
               MOVE "A reason is required to file a report." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-REC(1:100) TO WS-ABR-REASON
           MOVE 0 TO WS-ABR-NEXT-ID
           OPEN INPUT ABUSE-FILE
           IF WS-ABUSE-ST NOT = "35"
               PERFORM UNTIL WS-ABUSE-ST NOT = "00"
                   READ ABUSE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ABR-ID IS NUMERIC AND
                              ABR-ID > WS-ABR-NEXT-ID
                               MOVE ABR-ID TO WS-ABR-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-FILE
           ADD 1 TO WS-ABR-NEXT-ID
           PERFORM GET-TODAY-DATE
           OPEN EXTEND ABUSE-FILE
           IF WS-ABUSE-ST = "35"
               CLOSE ABUSE-FILE
               OPEN OUTPUT ABUSE-FILE
           END-IF
           MOVE WS-ABR-NEXT-ID  TO ABR-ID
           MOVE WS-TODAY        TO ABR-FILED
           MOVE WS-UIN          TO ABR-REPORTER
           MOVE WS-ABR-SUBJECT  TO ABR-SUBJECT
           MOVE WS-ABR-KIND     TO ABR-KIND
           MOVE WS-ABR-REASON   TO ABR-REASON
           MOVE WS-ABR-MSG-DATE TO ABR-MSG-DATE
           MOVE WS-ABR-MSG-TEXT TO ABR-MSG-TEXT
           MOVE "O"             TO ABR-STATE
           MOVE SPACES          TO ABR-CLOSED
           WRITE ABUSE-REC
           CLOSE ABUSE-FILE
           MOVE "ABUSE_REPORTED" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-SUBJECT
           STRING
               WS-ABR-NEXT-ID DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-ABR-SUBJECT DELIMITED BY "  "
               INTO WS-AUDIT-SUBJECT
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-TEXT
           STRING
               "Thank you. Report " DELIMITED BY SIZE
               WS-ABR-NEXT-ID DELIMITED BY SIZE
               " has been sent to the staff for review."
                   DELIMITED BY SIZE
               INTO WS-TEXT
           END-STRING
           PERFORM PRT.
      *> ===============================================================
      *> SKILL ENDORSEMENTS: a connected user vouches for one of a
      *> student's recorded catalog skills; each endorsement is its
      *> own Endorsements.dat row and the counts show on profiles
      *> ===============================================================
      *> ---------------------------------------------------------------
      *> ENDORSE-SKILL: endorses one of WS-FOUND-ACCT-USER's recorded
      *> catalog skills, for accepted connections only, once per skill
      *> ---------------------------------------------------------------
       ENDORSE-SKILL.
           IF WS-FOUND-ACCT-USER = WS-UIN
               MOVE "You cannot endorse your own skills." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENDR-CONNECTED
           OPEN INPUT CONN-FILE
           IF WS-CONN-ST NOT = "35"
               PERFORM UNTIL WS-CONN-ST NOT = "00"
                   READ CONN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CONN-STATUS = "C" AND
                              ((CONN-SENDER = WS-UIN AND
                                CONN-RECIP = WS-FOUND-ACCT-USER)
                            OR (CONN-SENDER = WS-FOUND-ACCT-USER AND
                                CONN-RECIP = WS-UIN))
                               MOVE "Y" TO WS-ENDR-CONNECTED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONN-FILE
           IF WS-ENDR-CONNECTED = "N"
               MOVE
                 "You can only endorse the skills of your connections."
                 TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the skill to endorse (exactly as listed):"
             TO WS-TEXT
           PERFORM PRT
           PERFORM READIN
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ECHOIN
           MOVE IN-REC(1:40) TO WS-SKILL-INPUT
           MOVE "N" TO WS-ENDR-ON-PROFILE
           OPEN INPUT STUSK-FILE
           IF WS-STUSK-ST NOT = "35"
               PERFORM UNTIL WS-STUSK-ST NOT = "00"
                   READ STUSK-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF STUSK-USER = WS-FOUND-ACCT-USER AND
                              STUSK-SKILL = WS-SKILL-INPUT
                               MOVE "Y" TO WS-ENDR-ON-PROFILE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STUSK-FILE
           IF WS-ENDR-ON-PROFILE = "Y"
               PERFORM CHECK-SKILL-IN-CATALOG
               MOVE WS-SKILL-IN-CAT TO WS-ENDR-ON-PROFILE
           END-IF
           IF WS-ENDR-ON-PROFILE = "N"
               MOVE "That skill is not on their profile." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENDR-EXISTS
           OPEN INPUT ENDR-FILE
           IF WS-ENDR-ST NOT = "35"
               PERFORM UNTIL WS-ENDR-ST NOT = "00"
                   READ ENDR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ENDR-ENDORSER = WS-UIN AND
                              ENDR-STUDENT = WS-FOUND-ACCT-USER AND
                              ENDR-SKILL = WS-SKILL-INPUT
                               MOVE "Y" TO WS-ENDR-EXISTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENDR-FILE
           IF WS-ENDR-EXISTS = "Y"
               MOVE "You have already endorsed that skill." TO WS-TEXT
               PERFORM PRT
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TODAY-DATE
           OPEN EXTEND ENDR-FILE
           IF WS-ENDR-ST = "35"
               CLOSE ENDR-FILE
               OPEN OUTPUT ENDR-FILE
           END-IF
           MOVE WS-UIN             TO ENDR-ENDORSER
           MOVE WS-FOUND-ACCT-USER TO ENDR-STUDENT
           MOVE WS-SKILL-INPUT     TO ENDR-SKILL
           MOVE WS-TODAY           TO ENDR-DATE
           WRITE ENDR-REC
           CLOSE ENDR-FILE
           MOVE "Your endorsement has been recorded." TO WS-TEXT
           PERFORM PRT
           MOVE WS-FOUND-ACCT-USER TO WS-NOTICE-TO
           MOVE WS-UIN TO WS-NOTICE-FROM
           MOVE SPACES TO WS-NOTICE-BODY
           STRING
               WS-UIN DELIMITED BY "  "
               " endorsed your skill: " DELIMITED BY SIZE
               WS-SKILL-INPUT DELIMITED BY "  "
               INTO WS-NOTICE-BODY
           END-STRING
           PERFORM SEND-IV-NOTICE.
      *> ---------------------------------------------------------------
      *> COUNT-SKILL-ENDORSEMENTS: WS-ENDR-COUNT = endorsements on file
      *> for WS-PROF-USER's skill WS-ENDR-SKILL
      *> ---------------------------------------------------------------
       COUNT-SKILL-ENDORSEMENTS.
           MOVE 0 TO WS-ENDR-COUNT
           OPEN INPUT ENDR-FILE
           IF WS-ENDR-ST NOT = "35"
               PERFORM UNTIL WS-ENDR-ST NOT = "00"
                   READ ENDR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ENDR-STUDENT = WS-PROF-USER AND
                              ENDR-SKILL = WS-ENDR-SKILL
                               ADD 1 TO WS-ENDR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENDR-FILE.
      *> ---------------------------------------------------------------
      *> DROP-SKILL-ENDORSEMENTS: removes every endorsement of the
      *> caller's skill WS-ENDR-SKILL once it is off their profile
      *> ---------------------------------------------------------------
       DROP-SKILL-ENDORSEMENTS.
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
                       IF ENDR-STUDENT = WS-UIN AND
                          ENDR-SKILL = WS-ENDR-SKILL
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
             "WARNING: removal failed to finalize Endorsements.dat."
                 TO WS-TEXT
               PERFORM PRT
           END-IF.
      *> ===============================================================
      *> CONNECTION REQUEST SEND / VIEW PARAGRAPHS (shared copybooks)
      *> ===============================================================
