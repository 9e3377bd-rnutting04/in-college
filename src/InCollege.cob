               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Profiles-Status.

           *> Pending connection requests, keyed on the user pair;
           *> the alternate key finds the requests waiting on a user
           SELECT ConnectionsFile ASSIGN TO "InCollege-Connections.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-Key
               ALTERNATE RECORD KEY IS CR-To-Username WITH DUPLICATES
               FILE STATUS IS WS-Connections-Status.

           SELECT ActiveConnsFile ASSIGN TO "InCollege-ActiveConns.txt"
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Jobs-Status.

           *> Applications keyed on applicant + job ID, with job ID as
           *> the alternate key for an employer's applicant list
           SELECT ApplicationsFile ASSIGN TO "InCollege-Applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-Key
               ALTERNATE RECORD KEY IS AR-JobID WITH DUPLICATES
               FILE STATUS IS WS-Applications-Status.

           SELECT InterviewsFile ASSIGN TO "InCollege-Interviews.txt"
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Rsvps-Status.

           *> Messages keyed on recipient + sent stamp, so an inbox
           *> reads back in the order it arrived; the sender is the
           *> alternate key
           SELECT MessagesFile ASSIGN TO "InCollege-Messages.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MR-Key
               ALTERNATE RECORD KEY IS MR-From-Username WITH DUPLICATES
               FILE STATUS IS WS-Messages-Status.

           SELECT NotificationsFile ASSIGN TO "InCollege-Notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Notifications-Status.

           *> User reports of abusive content, and what the
           *> moderator did about each one
           SELECT ModerationFile ASSIGN TO "InCollege-Moderation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Moderation-Status.

           *> Alumni mentor listings and the mentor/student pairings
           *> made through them -- one file, each row told apart by
           *> its first byte
           SELECT MentorshipFile ASSIGN TO "InCollege-Mentorship.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Mentorship-Status.

           *> Each student's shortlist of postings, with the posting as
           *> it stood when they last looked at the list
           SELECT SavedJobsFile ASSIGN TO "InCollege-SavedJobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SavedJobs-Status.

           *> Community groups (G rows) and who belongs to each (M
           *> rows) -- one file, each row told apart by its first byte
           SELECT GroupsFile ASSIGN TO "InCollege-Groups.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Groups-Status.

           *> Short updates posted to the group boards
           SELECT GroupPostsFile ASSIGN TO "InCollege-GroupPosts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-GroupPosts-Status.

           SELECT ReportFile ASSIGN TO "InCollege-DailyReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Trend-Status.

           SELECT FunnelFile ASSIGN TO "InCollege-FunnelReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Funnel-Status.

           *> Record-count balancing report, rewritten at every shutdown
           SELECT BalanceFile ASSIGN TO "InCollege-BalanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.

           *> Pipe-delimited extract files for the career office
           *> loader -- one dynamic select reused for each extract
           SELECT ExportFile ASSIGN TO DYNAMIC WS-Export-Name
               RECORD KEY IS UN-Username
               FILE STATUS IS WS-UsersNew-Status.

           *> ...and for the other indexed data files, which carry the
           *> same alternate keys as their live copies
           SELECT ConnectionsNewFile
               ASSIGN TO "InCollege-Connections.txt.new"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CW-Key
               ALTERNATE RECORD KEY IS CW-To-Username WITH DUPLICATES
               FILE STATUS IS WS-ConnectionsNew-Status.

           SELECT ApplicationsNewFile
               ASSIGN TO "InCollege-Applications.txt.new"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AW-Key
               ALTERNATE RECORD KEY IS AW-JobID WITH DUPLICATES
               FILE STATUS IS WS-ApplicationsNew-Status.

           SELECT MessagesNewFile
               ASSIGN TO "InCollege-Messages.txt.new"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MW-Key
               ALTERNATE RECORD KEY IS MW-From-Username WITH DUPLICATES
               FILE STATUS IS WS-MessagesNew-Status.

           SELECT JournalFile ASSIGN TO "InCollege-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           *> Registrar roster import: the term's pipe-delimited roster
           *> of incoming students, the rows it could not load (with a
           *> reason code), and the one-time passwords issued for the
           *> registrar to hand out
           SELECT RosterFile ASSIGN TO "InCollege-Roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-Roster-Status.

           SELECT RosterRejectFile ASSIGN TO "InCollege-Roster-Rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RosterRej-Status.

           SELECT RosterCredFile ASSIGN TO "InCollege-Roster-Credentials.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RosterCred-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.

       FD  ConnectionsFile.
       01  ConnectionRecord.
           05 CR-Key.
              10 CR-From-Username      PIC X(20).
              10 CR-To-Username        PIC X(20).
           05 CR-Status                PIC X(10).
       FD  ActiveConnsFile.
       01  ActiveConnRecord.
           05 JR-Poster-User           PIC X(20).
           05 JR-Status                PIC X(8).
           05 JR-Posted                PIC X(14).
           *> Stamp of the last edit, close or reopen by the poster;
           *> rows written before it existed read back blank
           05 JR-Changed               PIC X(14).

       FD  ApplicationsFile.
       01  ApplicationRecord.
           05 AR-Key.
              10 AR-Username           PIC X(20).
              10 AR-JobID              PIC 9(3).
           05 AR-Status                PIC X(10).
           *> Date the employer recorded their decision, used to age
           *> decided rows out through housekeeping; rows written
           *> before the stamp existed are blank on file
           05 AR-Decided               PIC X(8).
           *> Date the student applied, for the employer funnel's
           *> time-to-decision figures; blank on rows filed before
           *> the stamp existed
           05 AR-Applied               PIC X(8).

       FD  InterviewsFile.
       01  InterviewRecord.
           05 ER-Company               PIC X(40).
           05 ER-Industry              PIC X(30).
           05 ER-Contact               PIC X(60).
           05 ER-Verify                PIC X.
           05 ER-Requested             PIC X(14).
           05 ER-Decided               PIC X(14).
           05 ER-Decided-By            PIC X(20).
           05 ER-Verify-Reason         PIC X(100).

       FD  SkillsFile.
       01  SkillRecord.
       FD  MessagesFile.
       01  MessageRecord.
           05 MR-From-Username          PIC X(20).
           05 MR-Key.
              10 MR-To-Username         PIC X(20).
              10 MR-Sent                PIC X(14).
              *> Numeric view of the stamp, so a second message to the
              *> same recipient within one second can be moved past
              *> the first
              10 MR-Sent-Num REDEFINES MR-Sent PIC 9(14).
           05 MR-Text                   PIC X(200).

       FD  NotificationsFile.
       01  NotificationRecord.
           05 NR-Recipient             PIC X(20).
           05 NR-Type                  PIC X(10).
           05 NR-Stamp                 PIC X(14).
           05 NR-Text                  PIC X(100).
           05 NR-Read                  PIC X.

       FD  ModerationFile.
       01  ModerationRecord.
           05 MQ-ID                    PIC 9(5).
           05 MQ-Reporter              PIC X(20).
           05 MQ-Target                PIC X(20).
           05 MQ-Type                  PIC X(10).
           05 MQ-Ref                   PIC X(40).
           05 MQ-Content               PIC X(200).
           05 MQ-Reason                PIC X(100).
           05 MQ-Stamp                 PIC X(14).
           05 MQ-Status                PIC X(10).
           05 MQ-Until                 PIC X(8).
           05 MQ-Decided               PIC X(14).

       FD  MentorshipFile.
       *> M row: an alumnus's mentor listing
       01  MentorRecord.
           05 MS-Kind                  PIC X.
           05 MS-Username              PIC X(20).
           05 MS-Focus                 PIC X(100).
           05 MS-Capacity              PIC 9(2).
           05 MS-Active                PIC X.
           05 MS-Since                 PIC X(8).
       *> P row: a mentorship request and, once accepted, the
       *> mentorship itself
       01  PairingRecord.
           05 MP-Kind                  PIC X.
           05 MP-Mentor                PIC X(20).
           05 MP-Student               PIC X(20).
           05 MP-Status                PIC X(10).
           05 MP-Requested             PIC X(14).
           05 MP-Start                 PIC X(8).
           05 MP-Review                PIC X(8).
           05 MP-End                   PIC X(8).
           05 MP-Note                  PIC X(100).

       FD  SavedJobsFile.
       01  SavedJobRecord.
           05 SV-Username              PIC X(20).
           05 SV-JobID                 PIC 9(3).
           05 SV-Saved                 PIC X(8).
           *> The posting's change stamp and status as last seen
           05 SV-Seen-Changed          PIC X(14).
           05 SV-Seen-Status           PIC X(8).

       FD  GroupsFile.
       *> G row: one group. U = everyone at a university, M = one
       *> major (program) at a university, T = a topic group a user
       *> started
       01  GroupRecord.
           05 GF-Kind                  PIC X.
           05 GF-ID                    PIC 9(4).
           05 GF-Type                  PIC X.
           05 GF-Name                  PIC X(60).
           05 GF-University            PIC X(40).
           05 GF-Major                 PIC X(30).
           05 GF-Desc                  PIC X(100).
           05 GF-Creator               PIC X(20).
           05 GF-Created               PIC X(8).
       *> M row: one user's membership of one group
       01  GroupMemberRecord.
           05 GM-Kind                  PIC X.
           05 GM-GroupID               PIC 9(4).
           05 GM-Username              PIC X(20).
           05 GM-Joined                PIC X(8).
           *> Y = enrolled from the user's profile, N = joined
           05 GM-Auto                  PIC X.

       FD  GroupPostsFile.
       01  GroupPostRecord.
           05 GP-GroupID               PIC 9(4).
           05 GP-Author                PIC X(20).
           05 GP-Stamp                 PIC X(14).
           05 GP-Text                  PIC X(200).

       FD  ReportFile.
       01  ReportRecord                PIC X(200).

           05 MT-Partial-Profiles      PIC 9(4).
           05 MT-Open-Postings         PIC 9(4).
           05 MT-Applications          PIC 9(4).
           *> Listed mentors taking requests, and mentorships running;
           *> rows written before these were kept read back blank
           05 MT-Mentors               PIC 9(4).
           05 MT-Mentorships           PIC 9(4).

       FD  TrendFile.
       01  TrendRecord                 PIC X(200).

       FD  FunnelFile.
       01  FunnelRecord                PIC X(200).

       FD  BalanceFile.
       01  BalanceRecord               PIC X(200).

       FD  ExportFile.
       01  ExportRecord                PIC X(300).

           05  UN-Last-Login           PIC X(14).
           05  UN-Role                 PIC X.

       FD  ConnectionsNewFile.
       01  ConnectionNewRecord.
           05 CW-Key.
              10 CW-From-Username      PIC X(20).
              10 CW-To-Username        PIC X(20).
           05 CW-Status                PIC X(10).

       FD  ApplicationsNewFile.
       01  ApplicationNewRecord.
           05 AW-Key.
              10 AW-Username           PIC X(20).
              10 AW-JobID              PIC 9(3).
           05 AW-Status                PIC X(10).
           05 AW-Decided               PIC X(8).
           05 AW-Applied               PIC X(8).

       FD  MessagesNewFile.
       01  MessageNewRecord.
           05 MW-From-Username         PIC X(20).
           05 MW-Key.
              10 MW-To-Username        PIC X(20).
              10 MW-Sent               PIC X(14).
           05 MW-Text                  PIC X(200).

       FD  JournalFile.
       01  JournalRecord               PIC X(260).

       FD  ArchiveFile.
       01  ArchiveRecord               PIC X(1200).

       *> username|first name|last name|university|major|grad year
       FD  RosterFile.
       01  RosterRecord                PIC X(200).

       *> reason code|the roster line as received
       FD  RosterRejectFile.
       01  RosterRejectRecord          PIC X(220).

       *> username|one-time password
       FD  RosterCredFile.
       01  RosterCredRecord            PIC X(80).

       WORKING-STORAGE SECTION.

       *> --- Capacity constants (used to size the in-memory tables
       78 MAX-RECS             VALUE 500.
       78 MAX-EVENTS           VALUE 50.
       78 MAX-RSVPS            VALUE 500.
       78 MAX-NOTIFICATIONS    VALUE 2000.
       78 MAX-REPORTS          VALUE 500.
       78 MAX-MENTORS          VALUE 500.
       78 MAX-PAIRINGS         VALUE 2000.
       78 MAX-SAVED-JOBS       VALUE 2000.
       78 MAX-GROUPS           VALUE 300.
       78 MAX-GROUP-MEMBERS    VALUE 4000.
       78 MAX-GROUP-POSTS      VALUE 2000.
       *> Most students one mentor may take on at a time, and how
       *> long a new mentorship runs before it is due for review
       78 MAX-MENTOR-CAPACITY  VALUE 10.
       78 MENTOR-REVIEW-DAYS   VALUE 90.
       *> Longest suspension the moderation queue will hand out
       78 MAX-SUSPEND-DAYS     VALUE 365.
       *> Records older than this many days are fair game for the
       *> housekeeping pass (closed postings, decided applications,
       *> stale messages)
       *> until it has grown past this many lines; an operator-invoked
       *> run always rotates it
       78 JOURNAL-ROTATE-LINES VALUE 500.
       *> Applications still awaiting a decision this many days after
       *> they were filed put their employer on the funnel report's
       *> exceptions list
       78 FUNNEL-STALE-DAYS   VALUE 14.
       *> One-way-scrambled operator passcode for the administrator
       *> console -- shared with the help desk, not tied to any user
       *> account so a locked or retired account can never lock the
              10 WS-Password           PIC X(12).
              10 WS-Failed-Count       PIC 9(2) VALUE 0.
              10 WS-Locked             PIC X VALUE "N".
                 *> Q = locked after failed sign-ins while the
                 *> roster one-time password is still to be replaced,
                 *> so an unlock puts the forced change back (P)
                 88 User-Locked        VALUE "Y" "Q".
                 *> Account loaded from a registrar roster with a
                 *> one-time password still to be replaced at sign-on
                 88 Password-Change-Due VALUE "P" "Q".
              10 WS-Last-Login         PIC X(14) VALUE SPACES.
              *> Account role chosen at sign-up: S = student,
              *> E = employer
               *> CURRENT-DATE stamp taken when the job was posted,
               *> compared against UR-Last-Login for login alerts
               10 JB-Posted        PIC X(14).
               *> CURRENT-DATE stamp of the poster's last edit, close
               *> or reopen, so saved-job lists can flag the change
               10 JB-Changed       PIC X(14).

       01 WS-Max-Job-ID              PIC 9(3) VALUE 0.

              10 EF-Company            PIC X(40).
              10 EF-Industry           PIC X(30).
              10 EF-Contact            PIC X(60).
              *> Career-office verification: P awaiting review,
              *> A approved, R rejected. Until approved, the
              *> employer's postings and events are held off the
              *> student-facing boards.
              10 EF-Verify             PIC X.
                 88 Employer-Pending   VALUE "P".
                 88 Employer-Approved  VALUE "A".
                 88 Employer-Rejected  VALUE "R".
              10 EF-Requested          PIC X(14).
              10 EF-Decided            PIC X(14).
              10 EF-Decided-By         PIC X(20).
              10 EF-Verify-Reason      PIC X(100).
       *> Set by CHECK-EMPLOYER-VERIFIED for WS-Vf-Username: the
       *> EF-Verify code, or N when there is no company profile
       01 WS-Vf-Username               PIC X(20).
       01 WS-Vf-Idx                    PIC 9(4) VALUE 0.
       01 WS-Vf-Row                    PIC 9(4) VALUE 0.
       01 WS-Vf-Status                 PIC X VALUE "N".
           88 Vf-Approved              VALUE "A".
           88 Vf-Pending               VALUE "P".
           88 Vf-Rejected              VALUE "R".
       01 WS-Vf-Count                  PIC 9(4) VALUE 0.
       01 WS-Vf-Pick                   PIC 9(4) VALUE 0.
       01 WS-Vf-Hit-Table.
           05 WS-Vf-Hit OCCURS MAX-ACCOUNTS TIMES PIC 9(4).
       01 WS-Vf-Days                   PIC 9(5) VALUE 0.
       01 WS-Vf-Oldest                 PIC 9(5) VALUE 0.
       01 WS-Vf-Edit                   PIC Z(4)9.
       01 WS-Vf-Old-Company            PIC X(40).

       *> Recorded skills, keyed by username, with the running
       *> endorsement count connected users have given each one
       *> Inbox listing/reply state for MESSAGES-MENU
       01 WS-Msg-Count                 PIC 9(4) VALUE 0.
       01 WS-Msg-Pick                  PIC 9(4) VALUE 0.
       01 WS-Msg-Row                   PIC 9(4) VALUE 0.
       01 WS-Msg-Hit-Table.
           05 WS-Msg-Hit-Index OCCURS MAX-MESSAGES TIMES PIC 9(4).
       01 WS-Idx-4dig                  PIC Z(4).

       *> In-app notifications: one row per thing that happened to a
       *> user somewhere they may not be looking -- a connection
       *> request, an application decision, an interview slot, an
       *> endorsement, a recommendation, an event RSVP -- listed
       *> newest first from the logged-in menu and flagged read once
       *> shown. Read rows age out through housekeeping.
       01 WS-Notifications-Status      PIC XX VALUE "00".
       01 WS-Number-Notifications      PIC 9(4) VALUE 0.
       01 WS-Notification-Table.
           05 WS-Notification OCCURS MAX-NOTIFICATIONS TIMES.
              10 NT-Recipient          PIC X(20).
              *> CONNECT, APPSTATUS, INTERVIEW, ENDORSE, REC, RSVP,
              *> VERIFY or MENTOR
              10 NT-Type               PIC X(10).
              10 NT-Stamp              PIC X(14).
              10 NT-Text               PIC X(100).
              10 NT-Read               PIC X.
                 88 Notification-Read  VALUE "Y".
       *> Filled in by the caller before PERFORM ADD-NOTIFICATION
       01 WS-Nt-Recipient              PIC X(20).
       01 WS-Nt-Type                   PIC X(10).
       01 WS-Nt-Text                   PIC X(100).
       01 WS-Nt-Idx                    PIC 9(4) VALUE 0.
       01 WS-Nt-Unread                 PIC 9(4) VALUE 0.
       01 WS-Nt-Shown                  PIC 9(4) VALUE 0.
       01 WS-Nt-Edit                   PIC Z(3)9.
       01 WS-Nt-When                   PIC X(16).

       *> Moderation queue: one row per "Report this" filed against a
       *> message, a profile or a recommendation. The content is
       *> copied onto the row so the moderator sees what was reported
       *> even after it is hidden. A SUSPENDED row also carries the
       *> date the target may sign on again.
       01 WS-Moderation-Status         PIC XX VALUE "00".
       01 WS-Number-Reports            PIC 9(4) VALUE 0.
       01 WS-Report-Table.
           05 WS-Report OCCURS MAX-REPORTS TIMES.
              10 MD-ID                 PIC 9(5).
              10 MD-Reporter           PIC X(20).
              10 MD-Target             PIC X(20).
              *> MESSAGE, PROFILE or REC
              10 MD-Type               PIC X(10).
              *> Locates the content: recipient + sent stamp for a
              *> message, the subject's username for a
              *> recommendation, the target's username for a profile
              10 MD-Ref                PIC X(40).
              10 MD-Content            PIC X(200).
              10 MD-Reason             PIC X(100).
              10 MD-Stamp              PIC X(14).
              *> OPEN, DISMISSED, HIDDEN or SUSPENDED
              10 MD-Status             PIC X(10).
                 88 Report-Open        VALUE "OPEN".
              10 MD-Until              PIC X(8).
              10 MD-Decided            PIC X(14).
       *> Filled in by the caller before PERFORM FILE-MODERATION-REPORT
       01 WS-Md-Target                 PIC X(20).
       01 WS-Md-Type                   PIC X(10).
       01 WS-Md-Ref                    PIC X(40).
       01 WS-Md-Content                PIC X(200).
       01 WS-Md-Idx                    PIC 9(4) VALUE 0.
       01 WS-Md-Row                    PIC 9(4) VALUE 0.
       01 WS-Md-Next-ID                PIC 9(5) VALUE 0.
       01 WS-Md-Count                  PIC 9(4) VALUE 0.
       01 WS-Md-Pick                   PIC 9(4) VALUE 0.
       01 WS-Md-Days                   PIC 9(4) VALUE 0.
       01 WS-Md-Until-Text             PIC X(20) VALUE SPACES.
       01 WS-Md-Today                  PIC 9(8) VALUE 0.
       01 WS-Md-Until-Num              PIC 9(8) VALUE 0.
       01 WS-Md-ID-Edit                PIC Z(4)9.
       01 WS-Md-Edit                   PIC Z(3)9.
       01 WS-Md-Found                  PIC X VALUE "N".
           88 Md-Found                 VALUE "Y".
       01 WS-Md-Hit-Table.
           05 WS-Md-Hit OCCURS MAX-REPORTS TIMES PIC 9(4).
       *> Set by CHECK-ACCOUNT-SUSPENDED for the account at
       *> WS-Found-Index
       01 WS-Suspended-Until           PIC X(8) VALUE SPACES.
       01 WS-Md-Open-Total             PIC 9(4) VALUE 0.
       01 WS-Md-Suspended-Total        PIC 9(4) VALUE 0.

       *> Alumni mentorship: graduates list themselves as mentors with
       *> their focus areas and the number of students they can take
       *> on; current students browse them ranked by how well major,
       *> university and skills line up, and send a request the
       *> mentor accepts or declines. An accepted request is the
       *> mentorship, with its start and review dates.
       01 WS-Mentorship-Status         PIC XX VALUE "00".
       01 WS-Number-Mentors            PIC 9(4) VALUE 0.
       01 WS-Mentor-Table.
           05 WS-Mentor OCCURS MAX-MENTORS TIMES.
              10 MN-Username           PIC X(20).
              10 MN-Focus              PIC X(100).
              *> Students the mentor can make time for each month --
              *> active mentorships beyond this are refused
              10 MN-Capacity           PIC 9(2).
              *> Y = listed and taking requests, N = paused
              10 MN-Active             PIC X.
                 88 Mentor-Active      VALUE "Y".
              10 MN-Since              PIC X(8).
       01 WS-Number-Pairings           PIC 9(4) VALUE 0.
       01 WS-Pairing-Table.
           05 WS-Pairing OCCURS MAX-PAIRINGS TIMES.
              10 PA-Mentor             PIC X(20).
              10 PA-Student            PIC X(20).
              *> REQUESTED, ACTIVE, DECLINED or ENDED
              10 PA-Status             PIC X(10).
                 88 Pairing-Requested  VALUE "REQUESTED".
                 88 Pairing-Active     VALUE "ACTIVE".
                 88 Pairing-Open       VALUE "REQUESTED" "ACTIVE".
              10 PA-Requested          PIC X(14).
              *> YYYYMMDD; start and review are set on acceptance,
              *> end when the request is declined or the mentorship
              *> ended
              10 PA-Start              PIC X(8).
              10 PA-Review             PIC X(8).
              10 PA-End                PIC X(8).
              10 PA-Note               PIC X(100).
       01 WS-Mn-Username               PIC X(20).
       01 WS-Mn-Idx                    PIC 9(4) VALUE 0.
       01 WS-Mn-Row                    PIC 9(4) VALUE 0.
       01 WS-Mn-Load                   PIC 9(4) VALUE 0.
       01 WS-Mn-Count                  PIC 9(4) VALUE 0.
       01 WS-Mn-Pick                   PIC 9(4) VALUE 0.
       01 WS-Mn-Capacity               PIC 9(2) VALUE 0.
       01 WS-Mn-Year                   PIC 9(4) VALUE 0.
       01 WS-Mn-Today                  PIC 9(8) VALUE 0.
       01 WS-Mn-Review-Num             PIC 9(8) VALUE 0.
       01 WS-Mn-Alumnus                PIC X VALUE "N".
           88 Mn-Alumnus               VALUE "Y".
       01 WS-Mn-Full                   PIC X VALUE "N".
           88 Mn-Full                  VALUE "Y".
       01 WS-Mn-Student-Row            PIC 9(3) VALUE 0.
       01 WS-Mn-Mentor-Row             PIC 9(3) VALUE 0.
       01 WS-Mn-Other                  PIC X(20).
       01 WS-Mn-Edit                   PIC Z(3)9.
       01 WS-Mn-Cap-Edit               PIC Z9.
       01 WS-Mn-Date-Raw               PIC X(8).
       01 WS-Mn-Tag                    PIC X(32).
       01 WS-Mn-Date-Text              PIC X(10).
       01 WS-Mn-Review-Text            PIC X(10).
       *> Ranked mentor list, same exchange-sort shape as the
       *> candidate search hit list
       01 WS-Mn-Hit-Count              PIC 9(4) VALUE 0.
       01 WS-Mn-Hit-Table.
           05 WS-Mn-Hit OCCURS MAX-MENTORS TIMES.
              10 WS-Mn-Hit-Row         PIC 9(4).
              10 WS-Mn-Hit-Profile     PIC 9(3).
              10 WS-Mn-Hit-Score       PIC 9(4).
       01 WS-Mn-Hit-Hold.
           05 WS-Mn-Hold-Row           PIC 9(4).
           05 WS-Mn-Hold-Profile       PIC 9(3).
           05 WS-Mn-Hold-Score         PIC 9(4).
       01 WS-Mn-I                      PIC 9(4) VALUE 0.
       01 WS-Mn-J                      PIC 9(4) VALUE 0.
       01 WS-Mn-K                      PIC 9(4) VALUE 0.
       01 WS-Mn-Score                  PIC 9(4) VALUE 0.
       01 WS-Mn-Score-Edit             PIC Z(3)9.
       01 WS-Mn-Skill-Hit              PIC X VALUE "N".
           88 Mn-Skill-Hit             VALUE "Y".
       01 WS-Mn-Upper-A                PIC X(100).
       01 WS-Mn-Upper-B                PIC X(40).
       01 WS-Mn-Pair-Hits.
           05 WS-Mn-Pair-Hit OCCURS MAX-PAIRINGS TIMES PIC 9(4).
       *> Metrics and daily-report totals
       01 WS-Mn-Active-Total           PIC 9(4) VALUE 0.
       01 WS-Mn-Pairing-Total          PIC 9(4) VALUE 0.
       01 WS-Mn-Full-Total             PIC 9(4) VALUE 0.

       *> Saved jobs watchlist: a student's shortlist of postings from
       *> the job detail screen. Each entry keeps the posting's change
       *> stamp and status as the student last saw them, so the list
       *> can flag postings edited, closed or reopened since.
       01 WS-SavedJobs-Status          PIC XX VALUE "00".
       01 WS-Number-Saved-Jobs         PIC 9(4) VALUE 0.
       01 WS-Saved-Job-Table.
           05 WS-Saved-Job OCCURS MAX-SAVED-JOBS TIMES.
              10 SJ-Username           PIC X(20).
              10 SJ-JobID              PIC 9(3).
              *> YYYYMMDD the job was saved
              10 SJ-Saved              PIC X(8).
              10 SJ-Seen-Changed       PIC X(14).
              10 SJ-Seen-Status        PIC X(8).
       01 WS-Sv-Idx                    PIC 9(4) VALUE 0.
       01 WS-Sv-Row                    PIC 9(4) VALUE 0.
       01 WS-Sv-Count                  PIC 9(4) VALUE 0.
       01 WS-Sv-Pick                   PIC 9(4) VALUE 0.
       01 WS-Sv-Hit-Table.
           05 WS-Sv-Hit OCCURS MAX-SAVED-JOBS TIMES PIC 9(4).
       01 WS-Sv-Flag                   PIC X(40).
       01 WS-Sv-Date-Text              PIC X(10).
       01 WS-Sv-Refreshed              PIC X VALUE "N".
           88 Sv-Refreshed             VALUE "Y".
       01 WS-Sv-Edit                   PIC Z(3)9.
       01 WS-Hk-Saved-Dropped          PIC 9(4) VALUE 0.

       *> Community groups: every student is enrolled in the group for
       *> their university and the group for their major there, kept in
       *> step with their profile; any user can start a topic group
       *> that others join. Members read and post to the group's board
       *> and can open one another's profiles from the member list.
       01 WS-Groups-Status             PIC XX VALUE "00".
       01 WS-Number-Groups             PIC 9(4) VALUE 0.
       01 WS-Group-Table.
           05 WS-Group OCCURS MAX-GROUPS TIMES.
              10 GR-ID                 PIC 9(4).
              10 GR-Type               PIC X.
                 88 Group-University   VALUE "U".
                 88 Group-Major        VALUE "M".
                 88 Group-Topic        VALUE "T".
              10 GR-Name               PIC X(60).
              *> University and major as first entered; matched
              *> without regard to case
              10 GR-University         PIC X(40).
              10 GR-Major              PIC X(30).
              10 GR-Desc               PIC X(100).
              *> Blank once the creator's account is retired
              10 GR-Creator            PIC X(20).
              10 GR-Created            PIC X(8).
       01 WS-Number-Members            PIC 9(4) VALUE 0.
       01 WS-Member-Table.
           05 WS-Member OCCURS MAX-GROUP-MEMBERS TIMES.
              10 MB-GroupID            PIC 9(4).
              10 MB-Username           PIC X(20).
              10 MB-Joined             PIC X(8).
              10 MB-Auto               PIC X.
                 88 Member-Auto        VALUE "Y".
       01 WS-GroupPosts-Status         PIC XX VALUE "00".
       01 WS-Number-Group-Posts        PIC 9(4) VALUE 0.
       01 WS-Group-Post-Table.
           05 WS-Group-Post OCCURS MAX-GROUP-POSTS TIMES.
              10 PT-GroupID            PIC 9(4).
              10 PT-Author             PIC X(20).
              10 PT-Stamp              PIC X(14).
              10 PT-Text               PIC X(200).
       01 WS-Gr-Max-ID                 PIC 9(4) VALUE 0.
       01 WS-Gr-ID                     PIC 9(4) VALUE 0.
       01 WS-Gr-Idx                    PIC 9(4) VALUE 0.
       01 WS-Gr-Row                    PIC 9(4) VALUE 0.
       01 WS-Gr-Mbr-Row                PIC 9(4) VALUE 0.
       01 WS-Gr-Count                  PIC 9(4) VALUE 0.
       01 WS-Gr-Pick                   PIC 9(4) VALUE 0.
       01 WS-Gr-Members                PIC 9(4) VALUE 0.
       01 WS-Gr-Posts                  PIC 9(4) VALUE 0.
       01 WS-Gr-Hit-Table.
           05 WS-Gr-Hit OCCURS MAX-GROUPS TIMES PIC 9(4).
       01 WS-Gr-Mbr-Hit-Table.
           05 WS-Gr-Mbr-Hit OCCURS MAX-GROUP-MEMBERS TIMES PIC 9(3).
       01 WS-Gr-Member                 PIC X VALUE "N".
           88 Gr-Member                VALUE "Y".
       01 WS-Gr-Changed                PIC X VALUE "N".
           88 Gr-Changed               VALUE "Y".
       01 WS-Gr-Fits                   PIC X VALUE "N".
           88 Gr-Fits                  VALUE "Y".
       01 WS-Gr-Tag                    PIC X(16) VALUE SPACES.
       01 WS-Gr-Want-Type              PIC X.
       01 WS-Gr-Want-Univ              PIC X(40).
       01 WS-Gr-Want-Major             PIC X(30).
       01 WS-Gr-Name-Upper             PIC X(60).
       01 WS-Gr-Kind-Text              PIC X(16).
       01 WS-Gr-When                   PIC X(16).
       01 WS-Gr-Edit                   PIC Z(3)9.
       01 WS-Gr-Edit-B                 PIC Z(3)9.
       01 WS-Hk-Posts-Moved            PIC 9(4) VALUE 0.

       *> Interview slots tied to applications an employer has marked
       *> INTERVIEW -- one row per job/student pair, proposed by the
       *> employer and confirmed or declined by the student, same
       *> executed without menu navigation; the worst condition seen
       *> is carried to STOP RUN as the return code so the overnight
       *> scheduler can test it (0 = clean, 4 = integrity exceptions
       *> found or roster rows rejected, 8 = unrecognized command,
       *> missing input file or unknown username, 12 = a data file
       *> out of balance and held from saving).
       01 WS-Batch-Mode                PIC X VALUE "N".
           88 Batch-Mode               VALUE "Y".
       01 WS-Batch-RC                  PIC 9(2) VALUE 0.
       01 WS-User-Idx                  PIC 9(3) VALUE 0.
       01 WS-Scrub-Idx                 PIC 9(5) VALUE 0.

       *> Registrar roster import: the columns of the row being
       *> loaded, its reject reason (DUPUSER = username already taken,
       *> BADYEAR = grad year not a 4-digit year, MAXACCT = account
       *> table full, MISSING = a required column is blank), and the
       *> run's control totals
       01 WS-Roster-Status             PIC XX VALUE "00".
       01 WS-RosterRej-Status          PIC XX VALUE "00".
       01 WS-RosterCred-Status         PIC XX VALUE "00".
       01 WS-Ro-Username               PIC X(20).
       01 WS-Ro-FirstName              PIC X(20).
       01 WS-Ro-LastName               PIC X(20).
       01 WS-Ro-University             PIC X(40).
       01 WS-Ro-Major                  PIC X(30).
       01 WS-Ro-Year                   PIC X(10).
       01 WS-Ro-Reason                 PIC X(8).
       01 WS-Ro-Password               PIC X(12).
       01 WS-Ro-Read                   PIC 9(5) VALUE 0.
       01 WS-Ro-Loaded                 PIC 9(5) VALUE 0.
       01 WS-Ro-Rejected               PIC 9(5) VALUE 0.
       01 WS-Ro-Edit                   PIC Z(4)9.

       *> Crash-safe save machinery: live/staging/backup names for the
       *> file being rewritten, plus the running change journal
       01 WS-Save-Live-Name            PIC X(40).
           88 Save-Error               VALUE "Y".
       01 WS-SaveWork-Status           PIC XX VALUE "00".
       01 WS-UsersNew-Status           PIC XX VALUE "00".
       01 WS-ConnectionsNew-Status     PIC XX VALUE "00".
       01 WS-ApplicationsNew-Status    PIC XX VALUE "00".
       01 WS-MessagesNew-Status        PIC XX VALUE "00".

       *> Keyed single-row changes to the indexed data files: the file
       *> being changed and its status, for the failure warning, and
       *> whether the change failed to reach the file (the caller then
       *> takes the change back out of its table)
       01 WS-Keyed-Name                PIC X(40).
       01 WS-Keyed-Status              PIC XX VALUE "00".
       01 WS-Keyed-Failed              PIC X VALUE "N".
           88 Keyed-Change-Failed      VALUE "Y".
       *> Values a keyed change replaced, put back if it fails
       01 WS-Keyed-Hold-Text           PIC X(200).
       01 WS-Keyed-Hold-Status         PIC X(10).
       01 WS-Keyed-Hold-Decided        PIC X(8).
       *> Rows found through an alternate key, as table subscripts
       01 WS-Alt-Hit-Count             PIC 9(4) VALUE 0.
       01 WS-Alt-Hit-Idx               PIC 9(4) VALUE 0.
       01 WS-Alt-Hit-Table.
           05 WS-Alt-Hit OCCURS MAX-CONN-SLOTS TIMES PIC 9(4).
       01 WS-Alt-Scan                  PIC 9(4) VALUE 0.
       01 WS-App-Row                   PIC 9(4) VALUE 0.
       *> One-time conversion of a line-sequential data file left from
       *> before the file was indexed; the original is kept as
       *> "<name>.seq"
       01 WS-Cv-Rows                   PIC 9(5) VALUE 0.
       01 WS-Cv-Dropped                PIC 9(5) VALUE 0.
       01 WS-Cv-Status                 PIC XX VALUE "00".
       01 WS-Cv-Edit-A                 PIC Z(4)9.
       01 WS-Cv-Edit-B                 PIC Z(4)9.
       01 WS-Journal-Status            PIC XX VALUE "00".
       01 WS-Journal-Text              PIC X(160).
       01 WS-Journal-Verb              PIC X(12).
       *> .bak rollback, and the CBL_CHECK_FILE_EXIST detail block
       *> used to show live/.bak timestamps. The outgoing live copy
       *> of a rolled-back file is kept as "<name>.undo".
       78 RESTORE-FILE-COUNT  VALUE 20.
       01 WS-Restore-Names-Const.
           05 FILLER PIC X(32) VALUE "InCollege-Users.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Profiles.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Connections.txt".
           05 FILLER PIC X(32) VALUE "InCollege-ActiveConns.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Jobs.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Applications.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Resume.txt".
           05 FILLER PIC X(32) VALUE "InCollege-EmpProfiles.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Skills.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Messages.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Interviews.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Recs.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Events.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Rsvps.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Notifications.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Moderation.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Mentorship.txt".
           05 FILLER PIC X(32) VALUE "InCollege-SavedJobs.txt".
           05 FILLER PIC X(32) VALUE "InCollege-Groups.txt".
           05 FILLER PIC X(32) VALUE "InCollege-GroupPosts.txt".
       01 WS-Restore-Names REDEFINES WS-Restore-Names-Const.
           05 WS-Restore-Name OCCURS RESTORE-FILE-COUNT TIMES
               PIC X(32).

       *> Record-count control totals, one entry per data file in the
       *> restore list order above (CTL-* is the entry number). Each
       *> LOAD-* sets the opening count; every add, change, delete and
       *> housekeeping archive move in the session is tallied against
       *> it, and every SAVE-* first proves opening + added - deleted
       *> - archived still equals the rows in the table. A file that
       *> does not balance, or whose load stopped at its MAX-* cap with
       *> rows still unread, is held: no save of it is made for the
       *> rest of the run, so the good copy on disk is never truncated.
       78 CTL-USERS           VALUE 1.
       78 CTL-PROFILES        VALUE 2.
       78 CTL-CONNECTIONS     VALUE 3.
       78 CTL-ACTIVE-CONNS    VALUE 4.
       78 CTL-JOBS            VALUE 5.
       78 CTL-APPLICATIONS    VALUE 6.
       78 CTL-RESUME          VALUE 7.
       78 CTL-EMP-PROFILES    VALUE 8.
       78 CTL-SKILLS          VALUE 9.
       78 CTL-MESSAGES        VALUE 10.
       78 CTL-INTERVIEWS      VALUE 11.
       78 CTL-RECS            VALUE 12.
       78 CTL-EVENTS          VALUE 13.
       78 CTL-RSVPS           VALUE 14.
       78 CTL-NOTIFICATIONS   VALUE 15.
       78 CTL-MODERATION      VALUE 16.
       78 CTL-MENTORSHIP      VALUE 17.
       78 CTL-SAVED-JOBS      VALUE 18.
       78 CTL-GROUPS          VALUE 19.
       78 CTL-GROUP-POSTS     VALUE 20.
       01 WS-Control-Table.
           05 WS-Control OCCURS RESTORE-FILE-COUNT TIMES.
              10 CT-Opening            PIC 9(6).
              10 CT-Added              PIC 9(6).
              10 CT-Changed            PIC 9(6).
              10 CT-Deleted            PIC 9(6).
              10 CT-Archived           PIC 9(6).
              *> Rows written by the last save of the run, and the
              *> table count that save was made from
              10 CT-Written            PIC 9(6).
              10 CT-Saved-Rows         PIC 9(6).
              10 CT-Saves              PIC 9(4).
              10 CT-Capped             PIC X.
                 88 Ctl-Capped         VALUE "Y".
              10 CT-Held               PIC X.
                 88 Ctl-Held           VALUE "Y".
       01 WS-Ct-File                   PIC 9(2) VALUE 0.
       01 WS-Ct-Rows                   PIC 9(6) VALUE 0.
       01 WS-Ct-Writes                 PIC 9(6) VALUE 0.
       01 WS-Ct-Expected               PIC S9(7) VALUE 0.
       01 WS-Ct-Unread                 PIC X VALUE "N".
       01 WS-Ct-Bad                    PIC X VALUE "N".
           88 Ct-Out-Of-Balance        VALUE "Y".
       01 WS-Ct-Bad-Count              PIC 9(2) VALUE 0.
       01 WS-Ct-Status                 PIC X(14).
       01 WS-Ct-Name                   PIC X(28).
       01 WS-Ct-Edit-A                 PIC Z(6)9.
       01 WS-Ct-Edit-B                 PIC Z(6)9.
       01 WS-Ct-Edit-C                 PIC Z(6)9.
       01 WS-Ct-Edit-D                 PIC Z(6)9.
       01 WS-Ct-Edit-E                 PIC Z(6)9.
       01 WS-Ct-Edit-F                 PIC Z(6)9.
       01 WS-Ct-Edit-G                 PIC Z(6)9.
       01 WS-Ct-Written-Text           PIC X(7).
       01 WS-Ct-Detail                 PIC X(100).
       01 WS-Ct-Expect-Edit            PIC -(6)9.
       01 WS-Balance-Status            PIC XX VALUE "00".
       01 WS-File-Details.
           05 WS-Fd-Size               PIC X(8) COMP-X.
           05 WS-Fd-Day                PIC X COMP-X.
       01 WS-Hk-Jobs-Moved             PIC 9(4) VALUE 0.
       01 WS-Hk-Apps-Moved             PIC 9(4) VALUE 0.
       01 WS-Hk-Msgs-Moved             PIC 9(4) VALUE 0.
       01 WS-Hk-Notes-Moved            PIC 9(4) VALUE 0.
       01 WS-Hk-Edit                   PIC Z(3)9.
       01 WS-Journal-Live-Name         PIC X(40)
           VALUE "InCollege-Journal.txt".
       01 WS-Tr-Last-Open              PIC 9(6) VALUE 0.
       01 WS-Tr-This-Apps              PIC 9(6) VALUE 0.
       01 WS-Tr-Last-Apps              PIC 9(6) VALUE 0.
       01 WS-Tr-This-Mentors           PIC 9(6) VALUE 0.
       01 WS-Tr-Last-Mentors           PIC 9(6) VALUE 0.
       01 WS-Tr-This-Pairs             PIC 9(6) VALUE 0.
       01 WS-Tr-Last-Pairs             PIC 9(6) VALUE 0.
       01 WS-Tr-Diff                   PIC S9(6) VALUE 0.
       01 WS-Tr-Edit-A                 PIC Z(5)9.
       01 WS-Tr-Edit-B                 PIC Z(5)9.
       01 WS-Tr-Edit-C                 PIC Z(5)9.
       01 WS-Tr-Diff-Edit              PIC +(5)9.

       *> Employer hiring-funnel report: tallies for the posting being
       *> printed (row 1) rolled up into the employer's totals (row 2),
       *> plus the undecided applications past FUNNEL-STALE-DAYS held
       *> back for the exceptions section at the end
       01 WS-Funnel-Status             PIC XX VALUE "00".
       01 WS-Fn-Tally-Table.
           05 WS-Fn-Tally OCCURS 2 TIMES.
              10 FN-Total              PIC 9(5).
              10 FN-Submitted          PIC 9(5).
              10 FN-Reviewed           PIC 9(5).
              10 FN-Interview          PIC 9(5).
              10 FN-Offer              PIC 9(5).
              10 FN-Rejected           PIC 9(5).
              10 FN-Iv-Proposed        PIC 9(5).
              10 FN-Iv-Confirmed       PIC 9(5).
              10 FN-Iv-Declined        PIC 9(5).
              *> OFFER/REJECTED rows with both dates on file
              10 FN-Decided            PIC 9(5).
              10 FN-Days-Total         PIC 9(7).
              10 FN-Days-Worst         PIC 9(5).
              *> Rows filed before applications were date-stamped
              10 FN-Undated            PIC 9(5).
       01 WS-Fn-Lvl                    PIC 9 VALUE 1.
       01 WS-Fn-Employer               PIC X(20).
       01 WS-Fn-Emp-Idx                PIC 9(4) VALUE 0.
       01 WS-Fn-Job-Idx                PIC 9(4) VALUE 0.
       01 WS-Fn-App-Idx                PIC 9(4) VALUE 0.
       01 WS-Fn-Seen                   PIC X VALUE "N".
           88 Fn-Employer-Seen         VALUE "Y".
       01 WS-Fn-Today-Int              PIC 9(9) COMP.
       01 WS-Fn-Days                   PIC 9(5) VALUE 0.
       01 WS-Fn-Num                    PIC 9(5) VALUE 0.
       01 WS-Fn-Den                    PIC 9(5) VALUE 0.
       01 WS-Fn-Pct                    PIC 9(3) VALUE 0.
       01 WS-Fn-Pct-Edit               PIC ZZ9.
       01 WS-Fn-Edit-A                 PIC Z(4)9.
       01 WS-Fn-Edit-B                 PIC Z(4)9.
       01 WS-Fn-Edit-C                 PIC Z(4)9.
       01 WS-Fn-Edit-D                 PIC Z(4)9.
       01 WS-Fn-Edit-E                 PIC Z(4)9.
       01 WS-Fn-Pct-A                  PIC ZZ9.
       01 WS-Fn-Pct-B                  PIC ZZ9.
       01 WS-Fn-Stale-Before           PIC 9(4) VALUE 0.
       01 WS-Fn-Flagged                PIC 9(4) VALUE 0.
       01 WS-Fn-Stale-Count            PIC 9(4) VALUE 0.
       01 WS-Fn-Stale-Table.
           05 WS-Fn-Stale OCCURS MAX-APPLICATIONS TIMES.
              10 FS-Employer           PIC X(20).
              10 FS-Username           PIC X(20).
              10 FS-JobID              PIC 9(3).
              10 FS-Status             PIC X(10).
              10 FS-Days               PIC 9(5).

       *> Career-office export feed state: each extract carries a
       *> header row and a "TRAILER|<count>" record so the receiving
       *> loader can validate the feed
       01 WS-Export-Line               PIC X(300).
       01 WS-Export-Year4              PIC 9(4).

       *> Personal records export: one sectioned report per records
       *> request, written through ExportFile as
       *> "InCollege-Records-<username>.txt"
       01 WS-Rx-Username               PIC X(20).
       01 WS-Rx-Idx                    PIC 9(5) VALUE 0.
       01 WS-Rx-Count                  PIC 9(5) VALUE 0.
       01 WS-Rx-Total                  PIC 9(6) VALUE 0.
       01 WS-Rx-Edit                   PIC Z(4)9.
       01 WS-Rx-Total-Edit             PIC Z(5)9.
       01 WS-Rx-Other                  PIC X(20).
       01 WS-Rx-Pattern                PIC X(22).
       01 WS-Rx-Pat-Len                PIC 9(2) VALUE 0.
       01 WS-Rx-Hits                   PIC 9(3) VALUE 0.

       01 WS-Number-Applications       PIC 9(4) VALUE 0.
       01 WS-Applications-Loaded       PIC X VALUE "N".
          88 Apps-Loaded               VALUE "Y".
               *> until acted on, then REVIEWED/INTERVIEW/OFFER/REJECTED
               10 AP-Status           PIC X(10).
               10 AP-Decided          PIC X(8).
               10 AP-Applied          PIC X(8).

       01 WS-Selected-Job-Index        PIC 9(3) VALUE 0.
       01 WS-Selected-Job-ID           PIC 9(3) VALUE 0.
           PERFORM LOAD-RECS
           PERFORM LOAD-EVENTS
           PERFORM LOAD-RSVPS
           PERFORM LOAD-NOTIFICATIONS
           PERFORM LOAD-MODERATION
           PERFORM LOAD-MENTORSHIP
           PERFORM LOAD-SAVED-JOBS
           PERFORM LOAD-GROUPS
           PERFORM LOAD-GROUP-POSTS

           *> A first input line reading BATCH switches to the
           *> unattended command mode used by the overnight scheduler;

           PERFORM SAVE-USERS
           PERFORM SAVE-PROFILES
           PERFORM SAVE-ACTIVE-CONNS
           PERFORM SAVE-JOBS
           PERFORM SAVE-RESUME-LINES
           PERFORM SAVE-EMP-PROFILES
           PERFORM SAVE-SKILLS
           PERFORM SAVE-INTERVIEWS
           PERFORM SAVE-RECS
           PERFORM SAVE-EVENTS
           PERFORM SAVE-RSVPS
           PERFORM SAVE-NOTIFICATIONS
           PERFORM SAVE-MODERATION
           PERFORM SAVE-MENTORSHIP
           PERFORM SAVE-SAVED-JOBS
           PERFORM SAVE-GROUPS
           PERFORM SAVE-GROUP-POSTS

           CLOSE InputFile
           CLOSE OutputFile
                           END-IF
                   END-READ
               END-PERFORM
               *> A loop stopped by its table cap may have left rows unread
               MOVE "N" TO WS-Ct-Unread
               IF NOT EOF
                   READ UsersFile NEXT
                       AT END CONTINUE
                       NOT AT END MOVE "Y" TO WS-Ct-Unread
                   END-READ
               END-IF
               CLOSE UsersFile
               MOVE CTL-USERS TO WS-Ct-File
               MOVE WS-Number-Users TO WS-Ct-Rows
               PERFORM NOTE-CONTROL-OPENING
               IF Users-Converted
                   PERFORM SAVE-USERS
                   MOVE "converted stored passwords to scrambled form"
               END-IF.

       SAVE-USERS.
               MOVE CTL-USERS TO WS-Ct-File
               MOVE WS-Number-Users TO WS-Ct-Rows
               PERFORM CHECK-CONTROL-BALANCE
               IF Ctl-Held(WS-Ct-File)
                   EXIT PARAGRAPH
               END-IF
               MOVE "InCollege-Users.txt" TO WS-Save-Live-Name
               PERFORM BUILD-SAVE-NAMES
               MOVE "N" TO WS-Save-Error
                   WRITE UserNewRecord
                   IF WS-UsersNew-Status NOT = "00"
                       MOVE "Y" TO WS-Save-Error
                   ELSE
                       ADD 1 TO WS-Ct-Writes
                   END-IF
               END-PERFORM
               CLOSE UsersNewFile
                   MOVE "Y" TO WS-Save-Error
               END-IF
               IF NOT Save-Error
                   PERFORM NOTE-CONTROL-WRITTEN
                   PERFORM ROTATE-SAVED-FILE
               ELSE
                   DISPLAY "WARNING: could not finish writing "
           WRITE SaveWorkRecord
           IF WS-SaveWork-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           ELSE
               ADD 1 TO WS-Ct-Writes
           END-IF.

       COMMIT-SAFE-SAVE.
               MOVE "Y" TO WS-Save-Error
           END-IF
           IF NOT Save-Error
               PERFORM NOTE-CONTROL-WRITTEN
               PERFORM ROTATE-SAVED-FILE
           ELSE
               *> A failed staging WRITE (disk full, say) must never be
           END-IF
           MOVE 0 TO RETURN-CODE.

       *> Finish a whole-file rewrite of one of the indexed data files
       *> staged in its "<name>.new" file, same as SAVE-USERS does
       COMMIT-INDEXED-SAVE.
           IF NOT Save-Error
               PERFORM NOTE-CONTROL-WRITTEN
               PERFORM ROTATE-SAVED-FILE
           ELSE
               DISPLAY "WARNING: could not finish writing "
                   FUNCTION TRIM(WS-Save-Work-Name TRAILING)
                   "; the live file was left untouched"
           END-IF.

       *> Warn and journal when a keyed single-row change to
       *> WS-Keyed-Name did not go through, and flag it so the caller
       *> takes the change back out of its table and tells the user
       CHECK-KEYED-CHANGE.
           IF WS-Keyed-Status(1:1) NOT = "0"
               MOVE "Y" TO WS-Keyed-Failed
               DISPLAY "WARNING: could not update "
                   FUNCTION TRIM(WS-Keyed-Name TRAILING)
                   " (status " WS-Keyed-Status ")"
               MOVE SPACES TO WS-Journal-Text
               STRING "keyed change not filed: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Keyed-Name TRAILING)
                         DELIMITED BY SIZE
                      " (status " DELIMITED BY SIZE
                      WS-Keyed-Status DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
               PERFORM WRITE-JOURNAL
           END-IF.

       *> ----- Record-count control totals -----
       *> Called at the end of each LOAD-* with the file's entry in
       *> WS-Ct-File, the rows loaded in WS-Ct-Rows and WS-Ct-Unread
       *> set when the loop stopped at its cap with rows left on file.
       *> A reload (operator restore) starts the file's totals afresh.
       NOTE-CONTROL-OPENING.
           MOVE WS-Ct-Rows   TO CT-Opening(WS-Ct-File)
           MOVE 0            TO CT-Added(WS-Ct-File)
           MOVE 0            TO CT-Changed(WS-Ct-File)
           MOVE 0            TO CT-Deleted(WS-Ct-File)
           MOVE 0            TO CT-Archived(WS-Ct-File)
           MOVE 0            TO CT-Written(WS-Ct-File)
           MOVE 0            TO CT-Saved-Rows(WS-Ct-File)
           MOVE 0            TO CT-Saves(WS-Ct-File)
           MOVE WS-Ct-Unread TO CT-Capped(WS-Ct-File)
           MOVE "N"          TO CT-Held(WS-Ct-File)
           IF Ctl-Capped(WS-Ct-File)
               MOVE WS-Ct-Rows TO WS-Ct-Edit-A
               DISPLAY "WARNING: "
                   FUNCTION TRIM(WS-Restore-Name(WS-Ct-File) TRAILING)
                   " holds more rows than the table can load ("
                   FUNCTION TRIM(WS-Ct-Edit-A)
                   " loaded); it will not be saved this run"
               MOVE SPACES TO WS-Journal-Text
               STRING "load stopped at table cap: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Restore-Name(WS-Ct-File) TRAILING)
                         DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Edit-A) DELIMITED BY SIZE
                      " rows loaded, more on file)" DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
               PERFORM WRITE-JOURNAL
           END-IF.

       *> Called at the top of every SAVE-* with WS-Ct-File and the
       *> table's row count in WS-Ct-Rows. Holds the file -- for the
       *> rest of the run -- when it was capped at load or the session
       *> totals no longer account for the rows about to be written.
       CHECK-CONTROL-BALANCE.
           MOVE 0 TO WS-Ct-Writes
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Ct-Expected = CT-Opening(WS-Ct-File)
                                  + CT-Added(WS-Ct-File)
                                  - CT-Deleted(WS-Ct-File)
                                  - CT-Archived(WS-Ct-File)
           IF NOT Ctl-Capped(WS-Ct-File)
              AND WS-Ct-Expected = WS-Ct-Rows
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO CT-Held(WS-Ct-File)
           MOVE WS-Ct-Expected TO WS-Ct-Expect-Edit
           MOVE WS-Ct-Rows TO WS-Ct-Edit-A
           DISPLAY "WARNING: "
               FUNCTION TRIM(WS-Restore-Name(WS-Ct-File) TRAILING)
               " is out of balance; it was not saved and the copy on"
               " disk was left untouched"
           MOVE SPACES TO WS-Journal-Text
           IF Ctl-Capped(WS-Ct-File)
               STRING "save held, load stopped at table cap: "
                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Restore-Name(WS-Ct-File) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
           ELSE
               STRING "save held, out of balance: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Restore-Name(WS-Ct-File) TRAILING)
                         DELIMITED BY SIZE
                      " (expected " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Expect-Edit) DELIMITED BY SIZE
                      ", table holds " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Edit-A) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
           END-IF
           PERFORM WRITE-JOURNAL
           IF Batch-Mode AND WS-Batch-RC < 12
               MOVE 12 TO WS-Batch-RC
           END-IF.

       *> A save staged every row cleanly: keep what it wrote
       NOTE-CONTROL-WRITTEN.
           MOVE WS-Ct-Writes TO CT-Written(WS-Ct-File)
           MOVE WS-Ct-Rows   TO CT-Saved-Rows(WS-Ct-File)
           ADD 1 TO CT-Saves(WS-Ct-File).

       *> Start the one-time conversion of the flat-text file named in
       *> WS-Save-Live-Name: move it aside to "<name>.seq" and open it
       *> there for reading. Sets Save-Error when there is nothing to
       *> convert.
       BEGIN-CONVERSION.
           MOVE "N" TO WS-Save-Error
           MOVE 0 TO WS-Cv-Rows
           MOVE 0 TO WS-Cv-Dropped
           MOVE SPACES TO WS-Archive-Name
           STRING FUNCTION TRIM(WS-Save-Live-Name TRAILING) DELIMITED BY SIZE
                  ".seq" DELIMITED BY SIZE
             INTO WS-Archive-Name
           END-STRING
           CALL "CBL_RENAME_FILE"
               USING WS-Save-Live-Name WS-Archive-Name
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-Save-Error
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-Archive-Status
           OPEN INPUT ArchiveFile
           IF WS-Archive-Status NOT = "00"
               *> Put the file back where it was rather than let the
               *> load start an empty one in its place
               CALL "CBL_RENAME_FILE"
                   USING WS-Archive-Name WS-Save-Live-Name
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE "Y" TO WS-Save-Error
           END-IF.

       END-CONVERSION.
           CLOSE ArchiveFile
           MOVE "N" TO WS-EOF-Flag
           MOVE WS-Cv-Rows TO WS-Cv-Edit-A
           MOVE WS-Cv-Dropped TO WS-Cv-Edit-B
           MOVE SPACES TO WS-Journal-Text
           STRING "converted " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Save-Live-Name TRAILING) DELIMITED BY SIZE
                  " to indexed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cv-Edit-A) DELIMITED BY SIZE
                  " rows, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cv-Edit-B) DELIMITED BY SIZE
                  " duplicate keys dropped; original kept as " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Archive-Name TRAILING) DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL
           DISPLAY FUNCTION TRIM(WS-Journal-Text TRAILING).

       *> A conversion that cannot build the new indexed file (status
       *> in WS-Cv-Status) puts the flat-text original back under the
       *> live name and stops, so nothing is lost and the next run
       *> tries again
       ABANDON-CONVERSION.
           CLOSE ArchiveFile
           CALL "CBL_RENAME_FILE"
               USING WS-Archive-Name WS-Save-Live-Name
           END-CALL
           MOVE 0 TO RETURN-CODE
           DISPLAY "FATAL: could not convert "
               FUNCTION TRIM(WS-Save-Live-Name TRAILING)
               " to indexed (status " WS-Cv-Status
               "); the original file was put back."
           STOP RUN.

       *> Append one line -- timestamp, then who changed which record
       *> -- to the running change journal, so a bad day can be
       *> reconstructed after the fact
                       END-IF
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ProfilesFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ProfilesFile
           MOVE CTL-PROFILES TO WS-Ct-File
           MOVE WS-Number-Profiles TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-PROFILES.
           MOVE CTL-PROFILES TO WS-Ct-File
           MOVE WS-Number-Profiles TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Profiles.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1 UNTIL WS-Save-Idx > WS-Number-Profiles
       LOAD-CONNECTIONS.
           MOVE "00" TO WS-Connections-Status
           OPEN INPUT ConnectionsFile
           *> Still the old flat-text file -- convert it once. Only a
           *> wrong-organization status means that; a locked or damaged
           *> file falls through to the FATAL stop below untouched.
           IF WS-Connections-Status = "39" OR WS-Connections-Status = "30"
               PERFORM CONVERT-CONNECTIONS-FILE
               MOVE "00" TO WS-Connections-Status
               OPEN INPUT ConnectionsFile
           END-IF
           IF WS-Connections-Status = "35"
               OPEN OUTPUT ConnectionsFile
               CLOSE ConnectionsFile
               OPEN INPUT ConnectionsFile
           END-IF
           IF WS-Connections-Status NOT = "00"
               DISPLAY "FATAL: cannot open InCollege-Connections.txt (status "
                   WS-Connections-Status ")."
               STOP RUN
           END-IF
           MOVE 0 TO WS-Number-Connections
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Connections = MAX-CONN-SLOTS OR EOF
               READ ConnectionsFile NEXT INTO ConnectionRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Connections
                       MOVE CR-Status        TO CN-Status(WS-Number-Connections)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ConnectionsFile NEXT
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ConnectionsFile
           MOVE CTL-CONNECTIONS TO WS-Ct-File
           MOVE WS-Number-Connections TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       *> Whole-file rewrite, for the bulk passes (housekeeping,
       *> retire, quarantine) -- single changes go through the keyed
       *> paragraphs below instead. Staged and rotated like SAVE-USERS.
       SAVE-CONNECTIONS.
           MOVE CTL-CONNECTIONS TO WS-Ct-File
           MOVE WS-Number-Connections TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Connections.txt" TO WS-Save-Live-Name
           PERFORM BUILD-SAVE-NAMES
           MOVE "N" TO WS-Save-Error
           OPEN OUTPUT ConnectionsNewFile
           IF WS-ConnectionsNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1 UNTIL WS-Save-Idx > WS-Number-Connections
               MOVE CN-From-Username(WS-Save-Idx) TO CW-From-Username
               MOVE CN-To-Username(WS-Save-Idx)   TO CW-To-Username
               MOVE CN-Status(WS-Save-Idx)        TO CW-Status
               WRITE ConnectionNewRecord
               *> "02" is a good write that shares an alternate key
               IF WS-ConnectionsNew-Status(1:1) NOT = "0"
                   MOVE "Y" TO WS-Save-Error
               ELSE
                   ADD 1 TO WS-Ct-Writes
               END-IF
           END-PERFORM
           CLOSE ConnectionsNewFile
           IF WS-ConnectionsNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           PERFORM COMMIT-INDEXED-SAVE.

       *> Keyed single-row changes: the caller stages the row in
       *> ConnectionRecord and the file is opened just for the change
       WRITE-CONNECTION-ROW.
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Connections.txt" TO WS-Keyed-Name
           OPEN I-O ConnectionsFile
           MOVE WS-Connections-Status TO WS-Keyed-Status
           IF WS-Connections-Status = "00"
               WRITE ConnectionRecord
               MOVE WS-Connections-Status TO WS-Keyed-Status
               CLOSE ConnectionsFile
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       DELETE-CONNECTION-ROW.
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Connections.txt" TO WS-Keyed-Name
           OPEN I-O ConnectionsFile
           MOVE WS-Connections-Status TO WS-Keyed-Status
           IF WS-Connections-Status = "00"
               DELETE ConnectionsFile RECORD
               MOVE WS-Connections-Status TO WS-Keyed-Status
               CLOSE ConnectionsFile
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       *> Fills WS-Alt-Hit with the table rows of the requests waiting
       *> on WS-Current-Username, read through the alternate key; if
       *> the file cannot be opened the session table is scanned instead
       FIND-REQUESTS-TO-USER.
           MOVE 0 TO WS-Alt-Hit-Count
           OPEN INPUT ConnectionsFile
           IF WS-Connections-Status NOT = "00"
               CLOSE ConnectionsFile
               MOVE 1 TO WS-Alt-Scan
               PERFORM UNTIL WS-Alt-Scan > WS-Number-Connections
                   IF CN-To-Username(WS-Alt-Scan) = WS-Current-Username
                       ADD 1 TO WS-Alt-Hit-Count
                       MOVE WS-Alt-Scan TO WS-Alt-Hit(WS-Alt-Hit-Count)
                   END-IF
                   ADD 1 TO WS-Alt-Scan
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Current-Username TO CR-To-Username
           START ConnectionsFile KEY IS = CR-To-Username
               INVALID KEY
                   CLOSE ConnectionsFile
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ ConnectionsFile NEXT
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF CR-To-Username NOT = WS-Current-Username
                           SET EOF TO TRUE
                       ELSE
                           MOVE 1 TO WS-Alt-Scan
                           PERFORM UNTIL WS-Alt-Scan > WS-Number-Connections
                               IF CN-From-Username(WS-Alt-Scan) = CR-From-Username
                                  AND CN-To-Username(WS-Alt-Scan) = CR-To-Username
                                   ADD 1 TO WS-Alt-Hit-Count
                                   MOVE WS-Alt-Scan TO WS-Alt-Hit(WS-Alt-Hit-Count)
                                   EXIT PERFORM
                               END-IF
                               ADD 1 TO WS-Alt-Scan
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionsFile
           MOVE "N" TO WS-EOF-Flag.

       *> One-time conversion of a flat-text connections file: the old
       *> file is renamed to "<name>.seq" and copied row for row into a
       *> new indexed file. A repeated user pair keeps its first row.
       CONVERT-CONNECTIONS-FILE.
           MOVE "InCollege-Connections.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-CONVERSION
           IF Save-Error
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ConnectionsFile
           IF WS-Connections-Status NOT = "00"
               MOVE WS-Connections-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ ArchiveFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE ArchiveRecord TO ConnectionRecord
                       WRITE ConnectionRecord
                       EVALUATE TRUE
                           WHEN WS-Connections-Status(1:1) = "0"
                               ADD 1 TO WS-Cv-Rows
                           WHEN WS-Connections-Status = "22"
                               ADD 1 TO WS-Cv-Dropped
                           WHEN OTHER
                               MOVE WS-Connections-Status TO WS-Cv-Status
                               CLOSE ConnectionsFile
                               PERFORM ABANDON-CONVERSION
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ConnectionsFile
           IF WS-Connections-Status NOT = "00"
               MOVE WS-Connections-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           PERFORM END-CONVERSION.


       LOAD-ACTIVE-CONNS.
                       MOVE ACR-User2 TO AC-User2(WS-Number-Active-Conns)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ActiveConnsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ActiveConnsFile
           MOVE CTL-ACTIVE-CONNS TO WS-Ct-File
           MOVE WS-Number-Active-Conns TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-ACTIVE-CONNS.
           MOVE CTL-ACTIVE-CONNS TO WS-Ct-File
           MOVE WS-Number-Active-Conns TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-ActiveConns.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                       *> Jobs written before posted stamps existed
                       *> stay blank and are never reported as new
                       MOVE JR-Posted TO JB-Posted(WS-Number-Jobs)
                       MOVE JR-Changed TO JB-Changed(WS-Number-Jobs)
                       *> Make sure each Id is unique
                       IF JR-ID > WS-Max-Job-ID
                       MOVE JR-ID TO WS-Max-Job-ID
                       END-IF
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ JobsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE JobsFile
           MOVE CTL-JOBS TO WS-Ct-File
           MOVE WS-Number-Jobs TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-JOBS.
           MOVE CTL-JOBS TO WS-Ct-File
           MOVE WS-Number-Jobs TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Jobs.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1 UNTIL WS-Save-Idx > WS-Number-Jobs
               MOVE JB-Poster-User(WS-Save-Idx) TO JR-Poster-User
               MOVE JB-Status(WS-Save-Idx)     TO JR-Status
               MOVE JB-Posted(WS-Save-Idx)     TO JR-Posted
               MOVE JB-Changed(WS-Save-Idx)    TO JR-Changed
               MOVE JobRecord              TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
                       MOVE ER-Company  TO EF-Company(WS-Number-Emp-Profiles)
                       MOVE ER-Industry TO EF-Industry(WS-Number-Emp-Profiles)
                       MOVE ER-Contact  TO EF-Contact(WS-Number-Emp-Profiles)
                       *> Company profiles saved before verification
                       *> existed belong to employers already trusted
                       *> on the boards, so they stand approved
                       IF ER-Verify = SPACE
                           MOVE "A" TO EF-Verify(WS-Number-Emp-Profiles)
                       ELSE
                           MOVE ER-Verify
                               TO EF-Verify(WS-Number-Emp-Profiles)
                       END-IF
                       MOVE ER-Requested
                           TO EF-Requested(WS-Number-Emp-Profiles)
                       MOVE ER-Decided
                           TO EF-Decided(WS-Number-Emp-Profiles)
                       MOVE ER-Decided-By
                           TO EF-Decided-By(WS-Number-Emp-Profiles)
                       MOVE ER-Verify-Reason
                           TO EF-Verify-Reason(WS-Number-Emp-Profiles)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ EmpProfilesFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE EmpProfilesFile
           MOVE CTL-EMP-PROFILES TO WS-Ct-File
           MOVE WS-Number-Emp-Profiles TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-EMP-PROFILES.
           MOVE CTL-EMP-PROFILES TO WS-Ct-File
           MOVE WS-Number-Emp-Profiles TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-EmpProfiles.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
               MOVE EF-Company(WS-Save-Idx)  TO ER-Company
               MOVE EF-Industry(WS-Save-Idx) TO ER-Industry
               MOVE EF-Contact(WS-Save-Idx)  TO ER-Contact
               MOVE EF-Verify(WS-Save-Idx)   TO ER-Verify
               MOVE EF-Requested(WS-Save-Idx) TO ER-Requested
               MOVE EF-Decided(WS-Save-Idx)  TO ER-Decided
               MOVE EF-Decided-By(WS-Save-Idx) TO ER-Decided-By
               MOVE EF-Verify-Reason(WS-Save-Idx) TO ER-Verify-Reason
               MOVE EmpProfileRecord     TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
                       MOVE SKR-Endorsements TO SL-Endorsements(WS-Number-Skills)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ SkillsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE SkillsFile
           MOVE CTL-SKILLS TO WS-Ct-File
           MOVE WS-Number-Skills TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-SKILLS.
           MOVE CTL-SKILLS TO WS-Ct-File
           MOVE WS-Number-Skills TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Skills.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1 UNTIL WS-Save-Idx > WS-Number-Skills
       LOAD-MESSAGES.
           MOVE "00" TO WS-Messages-Status
           OPEN INPUT MessagesFile
           *> Still the old flat-text file -- convert it once. Only a
           *> wrong-organization status means that; a locked or damaged
           *> file falls through to the FATAL stop below untouched.
           IF WS-Messages-Status = "39" OR WS-Messages-Status = "30"
               PERFORM CONVERT-MESSAGES-FILE
               MOVE "00" TO WS-Messages-Status
               OPEN INPUT MessagesFile
           END-IF
           IF WS-Messages-Status = "35"
               *> File missing — create it empty, then reopen for input
               OPEN OUTPUT MessagesFile
               CLOSE MessagesFile
               OPEN INPUT MessagesFile
           END-IF
           IF WS-Messages-Status NOT = "00"
               DISPLAY "FATAL: cannot open InCollege-Messages.txt (status "
                   WS-Messages-Status ")."
               STOP RUN
           END-IF

           MOVE 0 TO WS-Number-Messages
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Messages = MAX-MESSAGES OR EOF
               READ MessagesFile NEXT INTO MessageRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Messages
                       MOVE MR-Text          TO ME-Text(WS-Number-Messages)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ MessagesFile NEXT
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE MessagesFile
           MOVE CTL-MESSAGES TO WS-Ct-File
           MOVE WS-Number-Messages TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       *> Whole-file rewrite for the bulk passes, same as
       *> SAVE-CONNECTIONS
       SAVE-MESSAGES.
           MOVE CTL-MESSAGES TO WS-Ct-File
           MOVE WS-Number-Messages TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Messages.txt" TO WS-Save-Live-Name
           PERFORM BUILD-SAVE-NAMES
           MOVE "N" TO WS-Save-Error
           OPEN OUTPUT MessagesNewFile
           IF WS-MessagesNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1 UNTIL WS-Save-Idx > WS-Number-Messages
               MOVE ME-From-Username(WS-Save-Idx) TO MW-From-Username
               MOVE ME-To-Username(WS-Save-Idx)   TO MW-To-Username
               MOVE ME-Sent(WS-Save-Idx)          TO MW-Sent
               MOVE ME-Text(WS-Save-Idx)          TO MW-Text
               WRITE MessageNewRecord
               IF WS-MessagesNew-Status(1:1) NOT = "0"
                   MOVE "Y" TO WS-Save-Error
               ELSE
                   ADD 1 TO WS-Ct-Writes
               END-IF
           END-PERFORM
           CLOSE MessagesNewFile
           IF WS-MessagesNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           PERFORM COMMIT-INDEXED-SAVE.

       *> Keyed write of the message at ME-*(WS-Number-Messages). Two
       *> messages to one recipient inside the same second would share
       *> a key, so the later one is stamped a second on until it is
       *> unique, and the table row takes the stamp that was filed.
       WRITE-MESSAGE-ROW.
           MOVE ME-From-Username(WS-Number-Messages) TO MR-From-Username
           MOVE ME-To-Username(WS-Number-Messages)   TO MR-To-Username
           MOVE ME-Sent(WS-Number-Messages)          TO MR-Sent
           MOVE ME-Text(WS-Number-Messages)          TO MR-Text
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Messages.txt" TO WS-Keyed-Name
           OPEN I-O MessagesFile
           MOVE WS-Messages-Status TO WS-Keyed-Status
           IF WS-Messages-Status = "00"
               PERFORM WRITE-MESSAGE-UNIQUE
               MOVE WS-Messages-Status TO WS-Keyed-Status
               CLOSE MessagesFile
               MOVE MR-Sent TO ME-Sent(WS-Number-Messages)
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       *> Keyed rewrite of the message at ME-*(WS-Msg-Row) -- used when
       *> a moderator hides its text
       REWRITE-MESSAGE-ROW.
           MOVE ME-From-Username(WS-Msg-Row) TO MR-From-Username
           MOVE ME-To-Username(WS-Msg-Row)   TO MR-To-Username
           MOVE ME-Sent(WS-Msg-Row)          TO MR-Sent
           MOVE ME-Text(WS-Msg-Row)          TO MR-Text
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Messages.txt" TO WS-Keyed-Name
           OPEN I-O MessagesFile
           MOVE WS-Messages-Status TO WS-Keyed-Status
           IF WS-Messages-Status = "00"
               REWRITE MessageRecord
               MOVE WS-Messages-Status TO WS-Keyed-Status
               CLOSE MessagesFile
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       *> Helper for WRITE-MESSAGE-ROW and CONVERT-MESSAGES-FILE: write
       *> MessageRecord to the open MessagesFile, moving the stamp on
       *> past any message already filed for that recipient and second
       WRITE-MESSAGE-UNIQUE.
           WRITE MessageRecord
           PERFORM UNTIL WS-Messages-Status NOT = "22"
               ADD 1 TO MR-Sent-Num
               WRITE MessageRecord
           END-PERFORM.

       *> One-time conversion of a flat-text messages file, same as
       *> CONVERT-CONNECTIONS-FILE; messages are never dropped, a
       *> repeated recipient and stamp is moved on a second instead
       CONVERT-MESSAGES-FILE.
           MOVE "InCollege-Messages.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-CONVERSION
           IF Save-Error
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MessagesFile
           IF WS-Messages-Status NOT = "00"
               MOVE WS-Messages-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ ArchiveFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE ArchiveRecord TO MessageRecord
                       PERFORM WRITE-MESSAGE-UNIQUE
                       IF WS-Messages-Status(1:1) = "0"
                           ADD 1 TO WS-Cv-Rows
                       ELSE
                           MOVE WS-Messages-Status TO WS-Cv-Status
                           CLOSE MessagesFile
                           PERFORM ABANDON-CONVERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MessagesFile
           IF WS-Messages-Status NOT = "00"
               MOVE WS-Messages-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           PERFORM END-CONVERSION.

       LOAD-INTERVIEWS.
           MOVE "00" TO WS-Interviews-Status
           OPEN INPUT InterviewsFile
           IF WS-Interviews-Status = "35"
               *> File missing — create it empty, then reopen for input
               OPEN OUTPUT InterviewsFile
               CLOSE InterviewsFile
               OPEN INPUT InterviewsFile
           END-IF

           MOVE 0 TO WS-Number-Interviews
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Interviews = MAX-INTERVIEWS OR EOF
               READ InterviewsFile INTO InterviewRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE IR-Status   TO IV-Status(WS-Number-Interviews)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ InterviewsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE InterviewsFile
           MOVE CTL-INTERVIEWS TO WS-Ct-File
           MOVE WS-Number-Interviews TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-INTERVIEWS.
           MOVE CTL-INTERVIEWS TO WS-Ct-File
           MOVE WS-Number-Interviews TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Interviews.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                       MOVE RE-Text    TO RD-Text(WS-Number-Recs)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ RecsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE RecsFile
           MOVE CTL-RECS TO WS-Ct-File
           MOVE WS-Number-Recs TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-RECS.
           MOVE CTL-RECS TO WS-Ct-File
           MOVE WS-Number-Recs TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Recs.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                       END-IF
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ EventsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE EventsFile
           MOVE CTL-EVENTS TO WS-Ct-File
           MOVE WS-Number-Events TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-EVENTS.
           MOVE CTL-EVENTS TO WS-Ct-File
           MOVE WS-Number-Events TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Events.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                       MOVE RV-Username TO RS-Username(WS-Number-Rsvps)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ RsvpsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE RsvpsFile
           MOVE CTL-RSVPS TO WS-Ct-File
           MOVE WS-Number-Rsvps TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-RSVPS.
           MOVE CTL-RSVPS TO WS-Ct-File
           MOVE WS-Number-Rsvps TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Rsvps.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       LOAD-NOTIFICATIONS.
           MOVE "00" TO WS-Notifications-Status
           OPEN INPUT NotificationsFile
           IF WS-Notifications-Status = "35"
               OPEN OUTPUT NotificationsFile
               CLOSE NotificationsFile
               OPEN INPUT NotificationsFile
           END-IF

           MOVE 0 TO WS-Number-Notifications
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Notifications = MAX-NOTIFICATIONS
                   OR EOF
               READ NotificationsFile INTO NotificationRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Notifications
                       MOVE NR-Recipient
                           TO NT-Recipient(WS-Number-Notifications)
                       MOVE NR-Type  TO NT-Type(WS-Number-Notifications)
                       MOVE NR-Stamp TO NT-Stamp(WS-Number-Notifications)
                       MOVE NR-Text  TO NT-Text(WS-Number-Notifications)
                       MOVE NR-Read  TO NT-Read(WS-Number-Notifications)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ NotificationsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE NotificationsFile
           MOVE CTL-NOTIFICATIONS TO WS-Ct-File
           MOVE WS-Number-Notifications TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-NOTIFICATIONS.
           MOVE CTL-NOTIFICATIONS TO WS-Ct-File
           MOVE WS-Number-Notifications TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Notifications.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Notifications
               MOVE NT-Recipient(WS-Save-Idx) TO NR-Recipient
               MOVE NT-Type(WS-Save-Idx)      TO NR-Type
               MOVE NT-Stamp(WS-Save-Idx)     TO NR-Stamp
               MOVE NT-Text(WS-Save-Idx)      TO NR-Text
               MOVE NT-Read(WS-Save-Idx)      TO NR-Read
               MOVE NotificationRecord    TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       LOAD-MODERATION.
           MOVE "00" TO WS-Moderation-Status
           OPEN INPUT ModerationFile
           IF WS-Moderation-Status = "35"
               OPEN OUTPUT ModerationFile
               CLOSE ModerationFile
               OPEN INPUT ModerationFile
           END-IF

           MOVE 0 TO WS-Number-Reports
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Reports = MAX-REPORTS OR EOF
               READ ModerationFile INTO ModerationRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Reports
                       MOVE MQ-ID       TO MD-ID(WS-Number-Reports)
                       MOVE MQ-Reporter TO MD-Reporter(WS-Number-Reports)
                       MOVE MQ-Target   TO MD-Target(WS-Number-Reports)
                       MOVE MQ-Type     TO MD-Type(WS-Number-Reports)
                       MOVE MQ-Ref      TO MD-Ref(WS-Number-Reports)
                       MOVE MQ-Content  TO MD-Content(WS-Number-Reports)
                       MOVE MQ-Reason   TO MD-Reason(WS-Number-Reports)
                       MOVE MQ-Stamp    TO MD-Stamp(WS-Number-Reports)
                       MOVE MQ-Status   TO MD-Status(WS-Number-Reports)
                       MOVE MQ-Until    TO MD-Until(WS-Number-Reports)
                       MOVE MQ-Decided  TO MD-Decided(WS-Number-Reports)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ModerationFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ModerationFile
           MOVE CTL-MODERATION TO WS-Ct-File
           MOVE WS-Number-Reports TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-MODERATION.
           MOVE CTL-MODERATION TO WS-Ct-File
           MOVE WS-Number-Reports TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Moderation.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Reports
               MOVE MD-ID(WS-Save-Idx)       TO MQ-ID
               MOVE MD-Reporter(WS-Save-Idx) TO MQ-Reporter
               MOVE MD-Target(WS-Save-Idx)   TO MQ-Target
               MOVE MD-Type(WS-Save-Idx)     TO MQ-Type
               MOVE MD-Ref(WS-Save-Idx)      TO MQ-Ref
               MOVE MD-Content(WS-Save-Idx)  TO MQ-Content
               MOVE MD-Reason(WS-Save-Idx)   TO MQ-Reason
               MOVE MD-Stamp(WS-Save-Idx)    TO MQ-Stamp
               MOVE MD-Status(WS-Save-Idx)   TO MQ-Status
               MOVE MD-Until(WS-Save-Idx)    TO MQ-Until
               MOVE MD-Decided(WS-Save-Idx)  TO MQ-Decided
               MOVE ModerationRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       *> Mentor listings (M rows) and pairings (P rows) share the
       *> one file, so each row is read into the record area and
       *> routed on its first byte
       LOAD-MENTORSHIP.
           MOVE "00" TO WS-Mentorship-Status
           OPEN INPUT MentorshipFile
           IF WS-Mentorship-Status = "35"
               OPEN OUTPUT MentorshipFile
               CLOSE MentorshipFile
               OPEN INPUT MentorshipFile
           END-IF

           MOVE 0 TO WS-Number-Mentors
           MOVE 0 TO WS-Number-Pairings
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Mentors = MAX-MENTORS
                   OR WS-Number-Pairings = MAX-PAIRINGS
                   OR EOF
               READ MentorshipFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       EVALUATE MS-Kind
                           WHEN "M"
                               ADD 1 TO WS-Number-Mentors
                               MOVE MS-Username
                                   TO MN-Username(WS-Number-Mentors)
                               MOVE MS-Focus
                                   TO MN-Focus(WS-Number-Mentors)
                               MOVE MS-Capacity
                                   TO MN-Capacity(WS-Number-Mentors)
                               MOVE MS-Active
                                   TO MN-Active(WS-Number-Mentors)
                               MOVE MS-Since
                                   TO MN-Since(WS-Number-Mentors)
                           WHEN "P"
                               ADD 1 TO WS-Number-Pairings
                               MOVE MP-Mentor
                                   TO PA-Mentor(WS-Number-Pairings)
                               MOVE MP-Student
                                   TO PA-Student(WS-Number-Pairings)
                               MOVE MP-Status
                                   TO PA-Status(WS-Number-Pairings)
                               MOVE MP-Requested
                                   TO PA-Requested(WS-Number-Pairings)
                               MOVE MP-Start
                                   TO PA-Start(WS-Number-Pairings)
                               MOVE MP-Review
                                   TO PA-Review(WS-Number-Pairings)
                               MOVE MP-End
                                   TO PA-End(WS-Number-Pairings)
                               MOVE MP-Note
                                   TO PA-Note(WS-Number-Pairings)
                       END-EVALUATE
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ MentorshipFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE MentorshipFile
           MOVE CTL-MENTORSHIP TO WS-Ct-File
           COMPUTE WS-Ct-Rows = WS-Number-Mentors + WS-Number-Pairings
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-MENTORSHIP.
           MOVE CTL-MENTORSHIP TO WS-Ct-File
           COMPUTE WS-Ct-Rows = WS-Number-Mentors + WS-Number-Pairings
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Mentorship.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Mentors
               MOVE "M"                       TO MS-Kind
               MOVE MN-Username(WS-Save-Idx)  TO MS-Username
               MOVE MN-Focus(WS-Save-Idx)     TO MS-Focus
               MOVE MN-Capacity(WS-Save-Idx)  TO MS-Capacity
               MOVE MN-Active(WS-Save-Idx)    TO MS-Active
               MOVE MN-Since(WS-Save-Idx)     TO MS-Since
               MOVE MentorRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Pairings
               MOVE "P"                       TO MP-Kind
               MOVE PA-Mentor(WS-Save-Idx)    TO MP-Mentor
               MOVE PA-Student(WS-Save-Idx)   TO MP-Student
               MOVE PA-Status(WS-Save-Idx)    TO MP-Status
               MOVE PA-Requested(WS-Save-Idx) TO MP-Requested
               MOVE PA-Start(WS-Save-Idx)     TO MP-Start
               MOVE PA-Review(WS-Save-Idx)    TO MP-Review
               MOVE PA-End(WS-Save-Idx)       TO MP-End
               MOVE PA-Note(WS-Save-Idx)      TO MP-Note
               MOVE PairingRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       LOAD-SAVED-JOBS.
           MOVE "00" TO WS-SavedJobs-Status
           OPEN INPUT SavedJobsFile
           IF WS-SavedJobs-Status = "35"
               OPEN OUTPUT SavedJobsFile
               CLOSE SavedJobsFile
               OPEN INPUT SavedJobsFile
           END-IF

           MOVE 0 TO WS-Number-Saved-Jobs
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Saved-Jobs = MAX-SAVED-JOBS OR EOF
               READ SavedJobsFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Saved-Jobs
                       MOVE SV-Username
                           TO SJ-Username(WS-Number-Saved-Jobs)
                       MOVE SV-JobID
                           TO SJ-JobID(WS-Number-Saved-Jobs)
                       MOVE SV-Saved
                           TO SJ-Saved(WS-Number-Saved-Jobs)
                       MOVE SV-Seen-Changed
                           TO SJ-Seen-Changed(WS-Number-Saved-Jobs)
                       MOVE SV-Seen-Status
                           TO SJ-Seen-Status(WS-Number-Saved-Jobs)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ SavedJobsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE SavedJobsFile
           MOVE CTL-SAVED-JOBS TO WS-Ct-File
           MOVE WS-Number-Saved-Jobs TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-SAVED-JOBS.
           MOVE CTL-SAVED-JOBS TO WS-Ct-File
           MOVE WS-Number-Saved-Jobs TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-SavedJobs.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Saved-Jobs
               MOVE SJ-Username(WS-Save-Idx)     TO SV-Username
               MOVE SJ-JobID(WS-Save-Idx)        TO SV-JobID
               MOVE SJ-Saved(WS-Save-Idx)        TO SV-Saved
               MOVE SJ-Seen-Changed(WS-Save-Idx) TO SV-Seen-Changed
               MOVE SJ-Seen-Status(WS-Save-Idx)  TO SV-Seen-Status
               MOVE SavedJobRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       *> Groups (G rows) and memberships (M rows) share the one file,
       *> so each row is read into the record area and routed on its
       *> first byte, as LOAD-MENTORSHIP does
       LOAD-GROUPS.
           MOVE "00" TO WS-Groups-Status
           OPEN INPUT GroupsFile
           IF WS-Groups-Status = "35"
               OPEN OUTPUT GroupsFile
               CLOSE GroupsFile
               OPEN INPUT GroupsFile
           END-IF

           MOVE 0 TO WS-Number-Groups
           MOVE 0 TO WS-Number-Members
           MOVE 0 TO WS-Gr-Max-ID
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Groups = MAX-GROUPS
                   OR WS-Number-Members = MAX-GROUP-MEMBERS
                   OR EOF
               READ GroupsFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       EVALUATE GF-Kind
                           WHEN "G"
                               ADD 1 TO WS-Number-Groups
                               MOVE GF-ID
                                   TO GR-ID(WS-Number-Groups)
                               MOVE GF-Type
                                   TO GR-Type(WS-Number-Groups)
                               MOVE GF-Name
                                   TO GR-Name(WS-Number-Groups)
                               MOVE GF-University
                                   TO GR-University(WS-Number-Groups)
                               MOVE GF-Major
                                   TO GR-Major(WS-Number-Groups)
                               MOVE GF-Desc
                                   TO GR-Desc(WS-Number-Groups)
                               MOVE GF-Creator
                                   TO GR-Creator(WS-Number-Groups)
                               MOVE GF-Created
                                   TO GR-Created(WS-Number-Groups)
                               IF GF-ID > WS-Gr-Max-ID
                                   MOVE GF-ID TO WS-Gr-Max-ID
                               END-IF
                           WHEN "M"
                               ADD 1 TO WS-Number-Members
                               MOVE GM-GroupID
                                   TO MB-GroupID(WS-Number-Members)
                               MOVE GM-Username
                                   TO MB-Username(WS-Number-Members)
                               MOVE GM-Joined
                                   TO MB-Joined(WS-Number-Members)
                               MOVE GM-Auto
                                   TO MB-Auto(WS-Number-Members)
                       END-EVALUATE
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ GroupsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE GroupsFile
           MOVE CTL-GROUPS TO WS-Ct-File
           COMPUTE WS-Ct-Rows = WS-Number-Groups + WS-Number-Members
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-GROUPS.
           MOVE CTL-GROUPS TO WS-Ct-File
           COMPUTE WS-Ct-Rows = WS-Number-Groups + WS-Number-Members
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Groups.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Groups
               MOVE "G"                         TO GF-Kind
               MOVE GR-ID(WS-Save-Idx)          TO GF-ID
               MOVE GR-Type(WS-Save-Idx)        TO GF-Type
               MOVE GR-Name(WS-Save-Idx)        TO GF-Name
               MOVE GR-University(WS-Save-Idx)  TO GF-University
               MOVE GR-Major(WS-Save-Idx)       TO GF-Major
               MOVE GR-Desc(WS-Save-Idx)        TO GF-Desc
               MOVE GR-Creator(WS-Save-Idx)     TO GF-Creator
               MOVE GR-Created(WS-Save-Idx)     TO GF-Created
               MOVE GroupRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Members
               MOVE "M"                         TO GM-Kind
               MOVE MB-GroupID(WS-Save-Idx)     TO GM-GroupID
               MOVE MB-Username(WS-Save-Idx)    TO GM-Username
               MOVE MB-Joined(WS-Save-Idx)      TO GM-Joined
               MOVE MB-Auto(WS-Save-Idx)        TO GM-Auto
               MOVE GroupMemberRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.

       LOAD-GROUP-POSTS.
           MOVE "00" TO WS-GroupPosts-Status
           OPEN INPUT GroupPostsFile
           IF WS-GroupPosts-Status = "35"
               OPEN OUTPUT GroupPostsFile
               CLOSE GroupPostsFile
               OPEN INPUT GroupPostsFile
           END-IF

           MOVE 0 TO WS-Number-Group-Posts
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Group-Posts = MAX-GROUP-POSTS OR EOF
               READ GroupPostsFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Group-Posts
                       MOVE GP-GroupID
                           TO PT-GroupID(WS-Number-Group-Posts)
                       MOVE GP-Author
                           TO PT-Author(WS-Number-Group-Posts)
                       MOVE GP-Stamp
                           TO PT-Stamp(WS-Number-Group-Posts)
                       MOVE GP-Text
                           TO PT-Text(WS-Number-Group-Posts)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ GroupPostsFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE GroupPostsFile
           MOVE CTL-GROUP-POSTS TO WS-Ct-File
           MOVE WS-Number-Group-Posts TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag.

       SAVE-GROUP-POSTS.
           MOVE CTL-GROUP-POSTS TO WS-Ct-File
           MOVE WS-Number-Group-Posts TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-GroupPosts.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           PERFORM VARYING WS-Save-Idx FROM 1 BY 1
                   UNTIL WS-Save-Idx > WS-Number-Group-Posts
               MOVE PT-GroupID(WS-Save-Idx) TO GP-GroupID
               MOVE PT-Author(WS-Save-Idx)  TO GP-Author
               MOVE PT-Stamp(WS-Save-Idx)   TO GP-Stamp
               MOVE PT-Text(WS-Save-Idx)    TO GP-Text
               MOVE GroupPostRecord TO SaveWorkRecord
               PERFORM WRITE-SAVE-WORK-RECORD
           END-PERFORM
           PERFORM COMMIT-SAFE-SAVE.


       *> Unattended command mode: execute plain operator verbs, one
       *> per line, with no menu navigation. Recognized verbs name the
                   WHEN "RUN-TREND-REPORT"
                       PERFORM RUN-TREND-REPORT
                       PERFORM BATCH-NOTE-DONE
                   WHEN "RUN-FUNNEL-REPORT"
                       PERFORM RUN-FUNNEL-REPORT
                       PERFORM BATCH-NOTE-DONE
                   WHEN "EXPORT-CAREER-FEED"
                       PERFORM EXPORT-CAREER-FEED
                       PERFORM BATCH-NOTE-DONE
                   WHEN "IMPORT-ROSTER"
                       PERFORM IMPORT-ROSTER
                       PERFORM BATCH-NOTE-DONE
                   WHEN "EXPORT-USER-RECORDS"
                       PERFORM EXPORT-USER-RECORDS
                       PERFORM BATCH-NOTE-DONE
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                       IF WS-Batch-RC < 8
                           MOVE 8 TO WS-Batch-RC
                       END-IF
               END-EVALUATE
           END-PERFORM.

           PERFORM RUN-HOUSEKEEPING
           PERFORM SAVE-USERS
           PERFORM SAVE-PROFILES
           PERFORM SAVE-ACTIVE-CONNS
           PERFORM SAVE-JOBS
           PERFORM SAVE-RESUME-LINES
           PERFORM SAVE-EMP-PROFILES
           PERFORM SAVE-SKILLS
           PERFORM SAVE-INTERVIEWS
           PERFORM SAVE-RECS
           PERFORM SAVE-EVENTS
           PERFORM SAVE-RSVPS
           PERFORM SAVE-NOTIFICATIONS
           PERFORM SAVE-MODERATION
           PERFORM SAVE-MENTORSHIP
           PERFORM SAVE-SAVED-JOBS
           PERFORM SAVE-GROUPS
           PERFORM SAVE-GROUP-POSTS
           PERFORM WRITE-BALANCE-REPORT
           *> A batch run may already have produced today's report
           *> through the END-OF-DAY-REPORT verb; writing it again
           *> would append a duplicate metrics row and double-count
                       ADD 1 TO WS-Save-Idx
                   END-PERFORM

                   MOVE SPACES TO WS-Suspended-Until
                   IF WS-Found-Index > 0
                       PERFORM CHECK-ACCOUNT-SUSPENDED
                   END-IF

                   IF WS-Found-Index > 0 AND User-Locked(WS-Found-Index)
                       MOVE "This account is locked due to too many failed login attempts." TO WS-Line
                       PERFORM OUTPUT-LINE
                   ELSE
                       IF WS-Suspended-Until NOT = SPACES
                           *> A moderation suspension is its own refusal,
                           *> apart from the failed-login lock, and does
                           *> not count against the password attempts
                           MOVE SPACES TO WS-Line
                           STRING "This account is suspended by the moderators until "
                                     DELIMITED BY SIZE
                                  WS-Suspended-Until(1:4) DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-Suspended-Until(5:2) DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-Suspended-Until(7:2) DELIMITED BY SIZE
                                  "." DELIMITED BY SIZE
                             INTO WS-Line
                           END-STRING
                           PERFORM OUTPUT-LINE
                           MOVE SPACES TO WS-Journal-Text
                           STRING "sign-on refused for suspended account: "
                                     DELIMITED BY SIZE
                                  FUNCTION TRIM(Input-Username TRAILING)
                                     DELIMITED BY SIZE
                             INTO WS-Journal-Text
                           END-STRING
                           PERFORM WRITE-JOURNAL
                       ELSE
                           *> Compare scrambled values only; the clear
                           *> password typed at sign-on is never held
                           *> against the stored credential directly
                           MOVE SPACES TO WS-Scramble-In
                           MOVE Input-Password TO WS-Scramble-In
                           PERFORM SCRAMBLE-PASSWORD
                           IF WS-Found-Index > 0
                              AND WS-Scramble-Out = WS-Password(WS-Found-Index)
                               MOVE 0 TO WS-Failed-Count(WS-Found-Index)
                               *> Keep the previous visit's stamp so the
                               *> user can be told what was posted since
                               MOVE WS-Last-Login(WS-Found-Index) TO WS-Prev-Login
                               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Last-Login(WS-Found-Index)
                               ADD 1 TO CT-Changed(CTL-USERS)
                               PERFORM SAVE-USERS

                               MOVE "You have successfully logged in." TO WS-Line
                               PERFORM OUTPUT-LINE
                               IF Password-Change-Due(WS-Found-Index)
                                   PERFORM CHANGE-ONE-TIME-PASSWORD
                               END-IF
                               MOVE "Y" TO WS-Logged-In
                               MOVE Input-Username TO WS-Current-Username
                               MOVE WS-Role(WS-Found-Index) TO WS-Current-Role
                               PERFORM SHOW-NEW-JOB-ALERTS
                               PERFORM SHOW-UPCOMING-INTERVIEWS
                               PERFORM LOGGED-IN-MENU
                               *> A log-out clears the logged-in flag, so
                               *> leave explicitly rather than falling back
                               *> into the credential prompts -- control
                               *> returns to MAIN-MENU for the next person
                               EXIT PERFORM
                           ELSE
                               IF WS-Found-Index > 0
                                   ADD 1 TO WS-Failed-Count(WS-Found-Index)
                                   IF WS-Failed-Count(WS-Found-Index) >= MAX-LOGIN-ATTEMPTS
                                       IF Password-Change-Due(WS-Found-Index)
                                           MOVE "Q" TO WS-Locked(WS-Found-Index)
                                       ELSE
                                           MOVE "Y" TO WS-Locked(WS-Found-Index)
                                       END-IF
                                       MOVE SPACES TO WS-Journal-Text
                                       STRING "account locked after failed logins: "
                                                 DELIMITED BY SIZE
                                              FUNCTION TRIM(Input-Username TRAILING)
                                                 DELIMITED BY SIZE
                                         INTO WS-Journal-Text
                                       END-STRING
                                       PERFORM WRITE-JOURNAL
                                   END-IF
                                   ADD 1 TO CT-Changed(CTL-USERS)
                                   PERFORM SAVE-USERS
                               END-IF
                               MOVE "Incorrect username/password, please try again" TO WS-Line
                               PERFORM OUTPUT-LINE
                           END-IF
                       END-IF
                   END-IF
                END-PERFORM.

       *> A roster-loaded account signs on with the one-time password
       *> the registrar handed out and must pick its own before going
       *> any further -- same password rules as account creation
       CHANGE-ONE-TIME-PASSWORD.
           MOVE "Your password was issued by the registrar and must be changed now." TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "N" TO WS-Password-Valid
           MOVE SPACES TO Input-Password
           PERFORM UNTIL Password-Valid
               MOVE "Enter your new password" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Password must be 8-12 characters with at least one uppercase letter, one digit, and one special character." TO WS-Line
               PERFORM OUTPUT-LINE

               PERFORM READ-INPUT
               MOVE InputRecord TO Input-Password

               PERFORM VALIDATE-PASSWORD

               IF NOT Password-Valid
                   MOVE "Invalid password format. Please try again." TO WS-Line
                   PERFORM OUTPUT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-Scramble-In
           MOVE Input-Password TO WS-Scramble-In
           PERFORM SCRAMBLE-PASSWORD
           MOVE WS-Scramble-Out TO WS-Password(WS-Found-Index)
           MOVE "N" TO WS-Locked(WS-Found-Index)
           ADD 1 TO CT-Changed(CTL-USERS)
           PERFORM SAVE-USERS

           MOVE SPACES TO WS-Journal-Text
           STRING FUNCTION TRIM(Input-Username TRAILING)
                     DELIMITED BY SIZE
                  " replaced one-time password" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE "Password changed." TO WS-Line
           PERFORM OUTPUT-LINE.

           CREATE-ACCOUNT.
               MOVE "Enter new username" TO WS-Line
               PERFORM OUTPUT-LINE
                   *> Add the new user to the table; only the scrambled
                   *> form of the password is ever stored
                   ADD 1 TO WS-Number-Users
                   ADD 1 TO CT-Added(CTL-USERS)
                   MOVE Input-Username TO WS-Username(WS-Number-Users)
                   MOVE SPACES TO WS-Scramble-In
                   MOVE Input-Password TO WS-Scramble-In
               PERFORM OUTPUT-LINE
               MOVE "8. Export Career Feed" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "9. Import Roster" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "10. Run Funnel Report" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "11. Export a User's Records" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "12. Review Moderation Queue" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "13. Review Employer Verifications" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "14. Review Mentorships" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "15. Back to Main Menu" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE
                       PERFORM ADMIN-RESTORE-FILE
                   WHEN "Export Career Feed"
                       PERFORM EXPORT-CAREER-FEED
                   WHEN "Import Roster"
                       PERFORM IMPORT-ROSTER
                   WHEN "Run Funnel Report"
                       PERFORM RUN-FUNNEL-REPORT
                   WHEN "Export a User's Records"
                       PERFORM EXPORT-USER-RECORDS
                   WHEN "Review Moderation Queue"
                       PERFORM REVIEW-MODERATION-QUEUE
                   WHEN "Review Employer Verifications"
                       PERFORM REVIEW-EMPLOYER-VERIFICATIONS
                   WHEN "Review Mentorships"
                       PERFORM REVIEW-MENTORSHIPS
                   WHEN "Back to Main Menu"
                       EXIT PERFORM
                   WHEN OTHER
               EXIT PARAGRAPH
           END-IF

           *> A roster account locked before it replaced its one-time
           *> password still has to replace it at the next sign-on
           IF Password-Change-Due(WS-User-Idx)
               MOVE "P" TO WS-Locked(WS-User-Idx)
           ELSE
               MOVE "N" TO WS-Locked(WS-User-Idx)
           END-IF
           MOVE 0 TO WS-Failed-Count(WS-User-Idx)
           ADD 1 TO CT-Changed(CTL-USERS)
           PERFORM SAVE-USERS

           MOVE SPACES TO WS-Journal-Text
           *> can sign straight back in
           MOVE "N" TO WS-Locked(WS-User-Idx)
           MOVE 0 TO WS-Failed-Count(WS-User-Idx)
           ADD 1 TO CT-Changed(CTL-USERS)
           PERFORM SAVE-USERS

           MOVE SPACES TO WS-Journal-Text
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-USERS)
               = CT-Deleted(CTL-USERS)
                 + WS-Number-Users - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Users

           PERFORM RETIRE-CLOSE-POSTINGS
           PERFORM RETIRE-SCRUB-RECS
           PERFORM RETIRE-SCRUB-EVENTS
           PERFORM RETIRE-SCRUB-RSVPS
           PERFORM RETIRE-SCRUB-NOTIFICATIONS
           PERFORM RETIRE-SCRUB-MODERATION
           PERFORM RETIRE-SCRUB-MENTORSHIP
           PERFORM RETIRE-SCRUB-SAVED-JOBS
           PERFORM RETIRE-SCRUB-GROUPS
           PERFORM RETIRE-SCRUB-GROUP-POSTS

           PERFORM SAVE-USERS
           PERFORM SAVE-PROFILES
           PERFORM SAVE-RECS
           PERFORM SAVE-EVENTS
           PERFORM SAVE-RSVPS
           PERFORM SAVE-NOTIFICATIONS
           PERFORM SAVE-MODERATION
           PERFORM SAVE-MENTORSHIP
           PERFORM SAVE-SAVED-JOBS
           PERFORM SAVE-GROUPS
           PERFORM SAVE-GROUP-POSTS

           MOVE SPACES TO WS-Journal-Text
           STRING "operator retired user: " DELIMITED BY SIZE
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Jobs
               IF JB-Poster-User(COUNTER) = WS-Temp-Username
                  AND JB-Status(COUNTER) NOT = "CLOSED"
                   MOVE "CLOSED" TO JB-Status(COUNTER)
                   MOVE FUNCTION CURRENT-DATE(1:14) TO JB-Changed(COUNTER)
                   ADD 1 TO CT-Changed(CTL-JOBS)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-PROFILES)
               = CT-Deleted(CTL-PROFILES)
                 + WS-Number-Profiles - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Profiles.

       RETIRE-SCRUB-CONNECTIONS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-CONNECTIONS)
               = CT-Deleted(CTL-CONNECTIONS)
                 + WS-Number-Connections - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Connections.

       RETIRE-SCRUB-ACTIVE-CONNS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-ACTIVE-CONNS)
               = CT-Deleted(CTL-ACTIVE-CONNS)
                 + WS-Number-Active-Conns - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Active-Conns.

       RETIRE-SCRUB-APPLICATIONS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-APPLICATIONS)
               = CT-Deleted(CTL-APPLICATIONS)
                 + WS-Number-Applications - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Applications.

       RETIRE-SCRUB-RESUME-LINES.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RESUME)
               = CT-Deleted(CTL-RESUME)
                 + WS-Number-Resume-Lines - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Resume-Lines.

       RETIRE-SCRUB-EMP-PROFILES.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-EMP-PROFILES)
               = CT-Deleted(CTL-EMP-PROFILES)
                 + WS-Number-Emp-Profiles - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Emp-Profiles.

       RETIRE-SCRUB-SKILLS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-SKILLS)
               = CT-Deleted(CTL-SKILLS)
                 + WS-Number-Skills - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Skills.

       RETIRE-SCRUB-MESSAGES.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-MESSAGES)
               = CT-Deleted(CTL-MESSAGES)
                 + WS-Number-Messages - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Messages.

       RETIRE-SCRUB-INTERVIEWS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-INTERVIEWS)
               = CT-Deleted(CTL-INTERVIEWS)
                 + WS-Number-Interviews - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Interviews.

       RETIRE-SCRUB-RECS.
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RECS)
               = CT-Deleted(CTL-RECS)
                 + WS-Number-Recs - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Recs.

       *> A retired employer's events come off the board entirely --
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-EVENTS)
               = CT-Deleted(CTL-EVENTS)
                 + WS-Number-Events - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Events.

       *> Drops the retired user's own RSVPs; RSVPs left pointing at a
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RSVPS)
               = CT-Deleted(CTL-RSVPS)
                 + WS-Number-Rsvps - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Rsvps.

       RETIRE-SCRUB-NOTIFICATIONS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Notifications
               IF NT-Recipient(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Notification(COUNTER)
                       TO WS-Notification(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-NOTIFICATIONS)
               = CT-Deleted(CTL-NOTIFICATIONS)
                 + WS-Number-Notifications - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Notifications.

       *> Reports filed by or against the retired user go with them
       RETIRE-SCRUB-MODERATION.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Reports
               IF MD-Reporter(COUNTER) NOT = WS-Temp-Username
                  AND MD-Target(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Report(COUNTER) TO WS-Report(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-MODERATION)
               = CT-Deleted(CTL-MODERATION)
                 + WS-Number-Reports - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Reports.

       *> The retired user's mentor listing goes, and so does every
       *> pairing they were on either side of
       RETIRE-SCRUB-MENTORSHIP.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Mentors
               IF MN-Username(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Mentor(COUNTER) TO WS-Mentor(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-MENTORSHIP)
               = CT-Deleted(CTL-MENTORSHIP)
                 + WS-Number-Mentors - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Mentors

           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Pairings
               IF PA-Mentor(COUNTER) NOT = WS-Temp-Username
                  AND PA-Student(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Pairing(COUNTER) TO WS-Pairing(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-MENTORSHIP)
               = CT-Deleted(CTL-MENTORSHIP)
                 + WS-Number-Pairings - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Pairings.

       RETIRE-SCRUB-SAVED-JOBS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Saved-Jobs
               IF SJ-Username(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Saved-Job(COUNTER) TO WS-Saved-Job(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-SAVED-JOBS)
               = CT-Deleted(CTL-SAVED-JOBS)
                 + WS-Number-Saved-Jobs - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Saved-Jobs.

       *> The user's memberships go; a topic group they started stays
       *> for its other members, with the creator cleared
       RETIRE-SCRUB-GROUPS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Members
               IF MB-Username(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Member(COUNTER) TO WS-Member(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUPS)
               = CT-Deleted(CTL-GROUPS)
                 + WS-Number-Members - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Members
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Groups
               IF GR-Creator(COUNTER) = WS-Temp-Username
                   MOVE SPACES TO GR-Creator(COUNTER)
                   ADD 1 TO CT-Changed(CTL-GROUPS)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.

       RETIRE-SCRUB-GROUP-POSTS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Group-Posts
               IF PT-Author(COUNTER) NOT = WS-Temp-Username
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Group-Post(COUNTER)
                       TO WS-Group-Post(WS-Scrub-Idx)
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUP-POSTS)
               = CT-Deleted(CTL-GROUP-POSTS)
                 + WS-Number-Group-Posts - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Group-Posts.

       *> ----- Registrar roster import -----
       *> Bulk-create the term's incoming students from the registrar's
       *> pipe-delimited roster: one student account (role S, scrambled
       *> one-time password that must be replaced at first sign-on)
       *> and a starter profile per row. Rows that cannot be loaded go
       *> to the reject file with a reason code; the issued passwords
       *> go to the credentials file for the registrar to distribute.
       *> Both tables are checkpointed once, after the whole roster.
       IMPORT-ROSTER.
           MOVE "--- Registrar Roster Import ---" TO WS-Line
           PERFORM OUTPUT-LINE

           MOVE "00" TO WS-Roster-Status
           OPEN INPUT RosterFile
           IF WS-Roster-Status NOT = "00"
               MOVE "No roster file found (InCollege-Roster.txt). Nothing imported." TO WS-Line
               PERFORM OUTPUT-LINE
               IF Batch-Mode AND WS-Batch-RC < 8
                   MOVE 8 TO WS-Batch-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RosterRejectFile
           OPEN OUTPUT RosterCredFile

           MOVE 0 TO WS-Ro-Read
           MOVE 0 TO WS-Ro-Loaded
           MOVE 0 TO WS-Ro-Rejected
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ RosterFile INTO RosterRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       *> Blank separator lines are not roster rows
                       IF RosterRecord NOT = SPACES
                           ADD 1 TO WS-Ro-Read
                           PERFORM IMPORT-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RosterFile
           CLOSE RosterRejectFile
           CLOSE RosterCredFile
           MOVE "N" TO WS-EOF-Flag

           IF WS-Ro-Loaded > 0
               PERFORM SAVE-USERS
               PERFORM SAVE-PROFILES
           END-IF

           MOVE SPACES TO WS-Journal-Text
           STRING "roster import: read " DELIMITED BY SIZE
                  WS-Ro-Read DELIMITED BY SIZE
                  ", loaded " DELIMITED BY SIZE
                  WS-Ro-Loaded DELIMITED BY SIZE
                  ", rejected " DELIMITED BY SIZE
                  WS-Ro-Rejected DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE "--- Roster Import Control Totals ---" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE WS-Ro-Read TO WS-Ro-Edit
           MOVE SPACES TO WS-Line
           STRING "Roster rows read:   " DELIMITED BY SIZE
                  WS-Ro-Edit DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Ro-Loaded TO WS-Ro-Edit
           MOVE SPACES TO WS-Line
           STRING "Accounts loaded:    " DELIMITED BY SIZE
                  WS-Ro-Edit DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Ro-Rejected TO WS-Ro-Edit
           MOVE SPACES TO WS-Line
           STRING "Rows rejected:      " DELIMITED BY SIZE
                  WS-Ro-Edit DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE "------------------------------------" TO WS-Line
           PERFORM OUTPUT-LINE

           IF WS-Ro-Loaded > 0
               MOVE "One-time passwords written to InCollege-Roster-Credentials.txt." TO WS-Line
               PERFORM OUTPUT-LINE
           END-IF
           IF WS-Ro-Rejected > 0
               MOVE "Rejected rows written to InCollege-Roster-Rejects.txt." TO WS-Line
               PERFORM OUTPUT-LINE
               IF Batch-Mode AND WS-Batch-RC < 4
                   MOVE 4 TO WS-Batch-RC
               END-IF
           END-IF.

       *> Helper for IMPORT-ROSTER: validate the roster line in
       *> RosterRecord and either load it or write it to the reject
       *> file. Checks run in order, so each row carries the first
       *> reason that applies.
       IMPORT-ROSTER-ROW.
           MOVE SPACES TO WS-Ro-Username WS-Ro-FirstName WS-Ro-LastName
                          WS-Ro-University WS-Ro-Major WS-Ro-Year
           UNSTRING RosterRecord DELIMITED BY "|"
               INTO WS-Ro-Username WS-Ro-FirstName WS-Ro-LastName
                    WS-Ro-University WS-Ro-Major WS-Ro-Year
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-Ro-Username)   TO WS-Ro-Username
           MOVE FUNCTION TRIM(WS-Ro-FirstName)  TO WS-Ro-FirstName
           MOVE FUNCTION TRIM(WS-Ro-LastName)   TO WS-Ro-LastName
           MOVE FUNCTION TRIM(WS-Ro-University) TO WS-Ro-University
           MOVE FUNCTION TRIM(WS-Ro-Major)      TO WS-Ro-Major
           MOVE FUNCTION TRIM(WS-Ro-Year)       TO WS-Ro-Year

           MOVE SPACES TO WS-Ro-Reason
           *> Same required fields as the profile screen
           IF WS-Ro-Username = SPACES OR WS-Ro-FirstName = SPACES
              OR WS-Ro-LastName = SPACES OR WS-Ro-University = SPACES
              OR WS-Ro-Major = SPACES
               MOVE "MISSING" TO WS-Ro-Reason
           END-IF

           *> Same year rule as the profile screen: exactly four
           *> digits, 1900 through 2099
           IF WS-Ro-Reason = SPACES
               IF WS-Ro-Year(1:4) NUMERIC
                  AND WS-Ro-Year(5:1) = SPACE
                  AND FUNCTION NUMVAL(WS-Ro-Year(1:4)) >= 1900
                  AND FUNCTION NUMVAL(WS-Ro-Year(1:4)) <= 2099
                   CONTINUE
               ELSE
                   MOVE "BADYEAR" TO WS-Ro-Reason
               END-IF
           END-IF

           *> Catches existing accounts and repeats within the roster
           *> itself, since each loaded row joins the table at once
           IF WS-Ro-Reason = SPACES
               MOVE WS-Ro-Username TO WS-Temp-Username
               PERFORM FIND-USER-BY-NAME
               IF WS-User-Idx > 0
                   MOVE "DUPUSER" TO WS-Ro-Reason
               END-IF
           END-IF

           IF WS-Ro-Reason = SPACES
               IF WS-Number-Users >= MAX-ACCOUNTS
                  OR WS-Number-Profiles >= MAX-ACCOUNTS
                   MOVE "MAXACCT" TO WS-Ro-Reason
               END-IF
           END-IF

           IF WS-Ro-Reason NOT = SPACES
               ADD 1 TO WS-Ro-Rejected
               MOVE SPACES TO RosterRejectRecord
               STRING FUNCTION TRIM(WS-Ro-Reason TRAILING)
                         DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(RosterRecord TRAILING)
                         DELIMITED BY SIZE
                 INTO RosterRejectRecord
               END-STRING
               WRITE RosterRejectRecord
               EXIT PARAGRAPH
           END-IF

           *> One-time password: "Ic" + six digits drawn from a scramble
           *> of the clock and the username + "!", which always meets
           *> the password rules VALIDATE-PASSWORD enforces
           MOVE SPACES TO WS-Scramble-In
           STRING FUNCTION CURRENT-DATE(9:8) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ro-Username TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Scramble-In
           END-STRING
           PERFORM SCRAMBLE-PASSWORD
           MOVE SPACES TO WS-Ro-Password
           STRING "Ic" DELIMITED BY SIZE
                  WS-Scramble-Out(7:6) DELIMITED BY SIZE
                  "!" DELIMITED BY SIZE
             INTO WS-Ro-Password
           END-STRING

           ADD 1 TO WS-Number-Users
           ADD 1 TO CT-Added(CTL-USERS)
           MOVE WS-Ro-Username TO WS-Username(WS-Number-Users)
           MOVE SPACES TO WS-Scramble-In
           MOVE WS-Ro-Password TO WS-Scramble-In
           PERFORM SCRAMBLE-PASSWORD
           MOVE WS-Scramble-Out TO WS-Password(WS-Number-Users)
           MOVE 0      TO WS-Failed-Count(WS-Number-Users)
           MOVE "P"    TO WS-Locked(WS-Number-Users)
           MOVE SPACES TO WS-Last-Login(WS-Number-Users)
           MOVE "S"    TO WS-Role(WS-Number-Users)

           *> Starter profile from the roster columns; the student
           *> fills in the rest through Create/Edit My Profile
           ADD 1 TO WS-Number-Profiles
           ADD 1 TO CT-Added(CTL-PROFILES)
           MOVE SPACES TO WS-Profile(WS-Number-Profiles)
           MOVE WS-Ro-Username   TO PF-Username(WS-Number-Profiles)
           MOVE WS-Ro-FirstName  TO PF-FirstName(WS-Number-Profiles)
           MOVE WS-Ro-LastName   TO PF-LastName(WS-Number-Profiles)
           MOVE WS-Ro-University TO PF-University(WS-Number-Profiles)
           MOVE WS-Ro-Major      TO PF-Major(WS-Number-Profiles)
           MOVE WS-Ro-Year(1:4)  TO PF-GradYear(WS-Number-Profiles)
           MOVE 0 TO PF-Exp-Count(WS-Number-Profiles)
           MOVE 0 TO PF-Edu-Count(WS-Number-Profiles)
           MOVE "E" TO PF-Visibility(WS-Number-Profiles)

           MOVE SPACES TO RosterCredRecord
           STRING FUNCTION TRIM(WS-Ro-Username TRAILING)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ro-Password TRAILING)
                     DELIMITED BY SIZE
             INTO RosterCredRecord
           END-STRING
           WRITE RosterCredRecord

           MOVE SPACES TO WS-Journal-Text
           STRING "account created from roster: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ro-Username TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-Ro-Loaded.

       *> ----- Operator restore console -----
       *> Roll one data file back to the .bak generation kept by the
       *> crash-safe save machinery: list each file with its live and
       *> .bak timestamps, swap the chosen pair (keeping the outgoing
       *> live copy as "<name>.undo"), print the journal entries
       *> recorded since the .bak was cut so the operator sees exactly
       *> what the rollback discards, reload every table, and re-run
       *> the integrity sweep over the restored set.
       ADMIN-RESTORE-FILE.
           MOVE "--- Restore a Data File ---" TO WS-Line
           PERFORM OUTPUT-LINE

           MOVE 1 TO WS-Restore-Idx
           PERFORM UNTIL WS-Restore-Idx > RESTORE-FILE-COUNT
               MOVE WS-Restore-Name(WS-Restore-Idx)
                   TO WS-Save-Live-Name
               PERFORM BUILD-SAVE-NAMES

               MOVE WS-Save-Live-Name TO WS-Stamp-File-Name
           PERFORM LOAD-RECS
           PERFORM LOAD-EVENTS
           PERFORM LOAD-RSVPS
           PERFORM LOAD-NOTIFICATIONS
           PERFORM LOAD-MODERATION
           PERFORM LOAD-MENTORSHIP
           PERFORM LOAD-SAVED-JOBS
           PERFORM LOAD-GROUPS
           PERFORM LOAD-GROUP-POSTS
           PERFORM RUN-INTEGRITY-CHECK

           MOVE "Restore complete." TO WS-Line
           PERFORM INTEGRITY-SWEEP-RECS
           PERFORM INTEGRITY-SWEEP-EVENTS
           PERFORM INTEGRITY-SWEEP-RSVPS
           PERFORM INTEGRITY-SWEEP-GROUPS
           PERFORM INTEGRITY-SWEEP-GROUP-POSTS

           MOVE WS-Exception-Count TO WS-Exception-Edit
           MOVE SPACES TO WS-Line
               END-IF
           END-IF.

       INTEGRITY-SWEEP-GROUPS.
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Members
               PERFORM CHECK-GROUP-MEMBER-ROW
               IF NOT Intg-Row-OK
                   MOVE MB-GroupID(WS-Intg-Idx) TO WS-Gr-Edit
                   MOVE SPACES TO WS-Line
                   STRING "Group membership with missing user or group: "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(MB-Username(WS-Intg-Idx)
                              TRAILING) DELIMITED BY SIZE
                          " (group ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Gr-Edit) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM.

       *> Helper: the membership row at WS-Intg-Idx must name an
       *> account in the Users file and a group still on file
       CHECK-GROUP-MEMBER-ROW.
           MOVE "Y" TO WS-Intg-OK
           MOVE MB-Username(WS-Intg-Idx) TO WS-Temp-Username
           PERFORM FIND-USER-BY-NAME
           IF WS-User-Idx = 0
               MOVE "N" TO WS-Intg-OK
           ELSE
               MOVE MB-GroupID(WS-Intg-Idx) TO WS-Gr-ID
               PERFORM FIND-GROUP-ROW-BY-ID
               IF WS-Gr-Row = 0
                   MOVE "N" TO WS-Intg-OK
               END-IF
           END-IF.

       INTEGRITY-SWEEP-GROUP-POSTS.
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Group-Posts
               PERFORM CHECK-GROUP-POST-ROW
               IF NOT Intg-Row-OK
                   MOVE PT-GroupID(WS-Intg-Idx) TO WS-Gr-Edit
                   MOVE SPACES TO WS-Line
                   STRING "Group post with missing author or group: "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(PT-Author(WS-Intg-Idx)
                              TRAILING) DELIMITED BY SIZE
                          " (group ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Gr-Edit) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM.

       *> Helper: the group post at WS-Intg-Idx must name an account
       *> in the Users file and a group still on file
       CHECK-GROUP-POST-ROW.
           MOVE "Y" TO WS-Intg-OK
           MOVE PT-Author(WS-Intg-Idx) TO WS-Temp-Username
           PERFORM FIND-USER-BY-NAME
           IF WS-User-Idx = 0
               MOVE "N" TO WS-Intg-OK
           ELSE
               MOVE PT-GroupID(WS-Intg-Idx) TO WS-Gr-ID
               PERFORM FIND-GROUP-ROW-BY-ID
               IF WS-Gr-Row = 0
                   MOVE "N" TO WS-Intg-OK
               END-IF
           END-IF.

       *> Sets WS-Gr-Row to the groups-table row whose ID matches
       *> WS-Gr-ID, or 0
       FIND-GROUP-ROW-BY-ID.
           MOVE 0 TO WS-Gr-Row
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Groups
               IF GR-ID(COUNTER) = WS-Gr-ID
                   MOVE COUNTER TO WS-Gr-Row
                   EXIT PERFORM
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.

       *> Sets WS-Job-Row to the events-table row whose ID matches
       *> WS-Selected-Job-ID, or 0 -- the event twin of
       *> FIND-JOB-ROW-BY-ID, sharing its result fields
           PERFORM QUARANTINE-RECS
           PERFORM QUARANTINE-EVENTS
           PERFORM QUARANTINE-RSVPS
           PERFORM QUARANTINE-GROUPS
           PERFORM QUARANTINE-GROUP-POSTS

           PERFORM SAVE-PROFILES
           PERFORM SAVE-CONNECTIONS
           PERFORM SAVE-RECS
           PERFORM SAVE-EVENTS
           PERFORM SAVE-RSVPS
           PERFORM SAVE-GROUPS
           PERFORM SAVE-GROUP-POSTS

           MOVE WS-Exception-Count TO WS-Exception-Edit
           MOVE SPACES TO WS-Journal-Text
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-PROFILES)
               = CT-Deleted(CTL-PROFILES)
                 + WS-Number-Profiles - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Profiles.

       QUARANTINE-CONNECTIONS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-CONNECTIONS)
               = CT-Deleted(CTL-CONNECTIONS)
                 + WS-Number-Connections - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Connections.

       QUARANTINE-ACTIVE-CONNS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-ACTIVE-CONNS)
               = CT-Deleted(CTL-ACTIVE-CONNS)
                 + WS-Number-Active-Conns - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Active-Conns.

       QUARANTINE-APPLICATIONS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-APPLICATIONS)
               = CT-Deleted(CTL-APPLICATIONS)
                 + WS-Number-Applications - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Applications.

       QUARANTINE-RESUME-LINES.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RESUME)
               = CT-Deleted(CTL-RESUME)
                 + WS-Number-Resume-Lines - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Resume-Lines.

       QUARANTINE-EMP-PROFILES.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-EMP-PROFILES)
               = CT-Deleted(CTL-EMP-PROFILES)
                 + WS-Number-Emp-Profiles - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Emp-Profiles.

       QUARANTINE-SKILLS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-SKILLS)
               = CT-Deleted(CTL-SKILLS)
                 + WS-Number-Skills - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Skills.

       QUARANTINE-MESSAGES.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-MESSAGES)
               = CT-Deleted(CTL-MESSAGES)
                 + WS-Number-Messages - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Messages.

       QUARANTINE-INTERVIEWS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-INTERVIEWS)
               = CT-Deleted(CTL-INTERVIEWS)
                 + WS-Number-Interviews - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Interviews.

       QUARANTINE-RECS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RECS)
               = CT-Deleted(CTL-RECS)
                 + WS-Number-Recs - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Recs.

       QUARANTINE-EVENTS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-EVENTS)
               = CT-Deleted(CTL-EVENTS)
                 + WS-Number-Events - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Events.

       QUARANTINE-RSVPS.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RSVPS)
               = CT-Deleted(CTL-RSVPS)
                 + WS-Number-Rsvps - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Rsvps.

       QUARANTINE-GROUPS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Members
               PERFORM CHECK-GROUP-MEMBER-ROW
               IF Intg-Row-OK
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Member(WS-Intg-Idx) TO WS-Member(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUPS)
               = CT-Deleted(CTL-GROUPS)
                 + WS-Number-Members - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Members.

       QUARANTINE-GROUP-POSTS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Group-Posts
               PERFORM CHECK-GROUP-POST-ROW
               IF Intg-Row-OK
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Group-Post(WS-Intg-Idx)
                       TO WS-Group-Post(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUP-POSTS)
               = CT-Deleted(CTL-GROUP-POSTS)
                 + WS-Number-Group-Posts - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Group-Posts.

       *> ----- Nightly housekeeping -----
       *> Move aged dead records out of the live data files into dated
       *> archive files, compact the live files, and rotate the change
           MOVE 0 TO WS-Hk-Jobs-Moved
           MOVE 0 TO WS-Hk-Apps-Moved
           MOVE 0 TO WS-Hk-Msgs-Moved
           MOVE 0 TO WS-Hk-Notes-Moved
           MOVE 0 TO WS-Hk-Saved-Dropped
           MOVE 0 TO WS-Hk-Posts-Moved

           *> Applications first, while the rows of the jobs they point
           *> at are still on hand to decide "job is being archived"
           PERFORM HOUSEKEEP-APPLICATIONS
           PERFORM HOUSEKEEP-JOBS
           PERFORM HOUSEKEEP-SAVED-JOBS
           PERFORM HOUSEKEEP-MESSAGES
           PERFORM HOUSEKEEP-NOTIFICATIONS
           PERFORM HOUSEKEEP-GROUP-POSTS
           PERFORM ROTATE-JOURNAL

           PERFORM SAVE-JOBS
           PERFORM SAVE-SAVED-JOBS
           PERFORM SAVE-APPLICATIONS
           PERFORM SAVE-MESSAGES
           PERFORM SAVE-NOTIFICATIONS
           PERFORM SAVE-GROUP-POSTS

           MOVE SPACES TO WS-Journal-Text
           STRING "housekeeping run: archived " DELIMITED BY SIZE
                  WS-Hk-Apps-Moved DELIMITED BY SIZE
                  " applications, " DELIMITED BY SIZE
                  WS-Hk-Msgs-Moved DELIMITED BY SIZE
                  " messages, " DELIMITED BY SIZE
                  WS-Hk-Notes-Moved DELIMITED BY SIZE
                  " notifications, " DELIMITED BY SIZE
                  WS-Hk-Posts-Moved DELIMITED BY SIZE
                  " group posts; cleared " DELIMITED BY SIZE
                  WS-Hk-Saved-Dropped DELIMITED BY SIZE
                  " saved-job entries" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Hk-Notes-Moved TO WS-Hk-Edit
           MOVE SPACES TO WS-Line
           STRING "Read notifications archived: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hk-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Hk-Posts-Moved TO WS-Hk-Edit
           MOVE SPACES TO WS-Line
           STRING "Old group posts archived: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hk-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Hk-Saved-Dropped TO WS-Hk-Edit
           MOVE SPACES TO WS-Line
           STRING "Saved-job entries cleared: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hk-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           IF Journal-Rotated
               MOVE SPACES TO WS-Line
               STRING "Journal rotated to " DELIMITED BY SIZE
                   MOVE AP-JobID(WS-Intg-Idx)    TO AR-JobID
                   MOVE AP-Status(WS-Intg-Idx)   TO AR-Status
                   MOVE AP-Decided(WS-Intg-Idx)  TO AR-Decided
                   MOVE AP-Applied(WS-Intg-Idx)  TO AR-Applied
                   MOVE ApplicationRecord TO ArchiveRecord
                   WRITE ArchiveRecord
               ELSE
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-APPLICATIONS)
               = CT-Archived(CTL-APPLICATIONS)
                 + WS-Number-Applications - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Applications
           PERFORM CLOSE-ARCHIVE-FILE.

                   MOVE JB-Poster-User(WS-Intg-Idx) TO JR-Poster-User
                   MOVE JB-Status(WS-Intg-Idx)      TO JR-Status
                   MOVE JB-Posted(WS-Intg-Idx)      TO JR-Posted
                   MOVE JB-Changed(WS-Intg-Idx)     TO JR-Changed
                   MOVE JobRecord TO ArchiveRecord
                   WRITE ArchiveRecord
               ELSE
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-JOBS)
               = CT-Archived(CTL-JOBS)
                 + WS-Number-Jobs - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Jobs
           PERFORM CLOSE-ARCHIVE-FILE.

       *> Saved-job entries whose posting has just been archived (or is
       *> otherwise no longer on the board) are cleared from every
       *> student's list; run straight after HOUSEKEEP-JOBS
       HOUSEKEEP-SAVED-JOBS.
           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Saved-Jobs
               MOVE SJ-JobID(WS-Intg-Idx) TO WS-Selected-Job-ID
               PERFORM FIND-JOB-ROW-BY-ID
               IF WS-Job-Row = 0
                   ADD 1 TO WS-Hk-Saved-Dropped
               ELSE
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Saved-Job(WS-Intg-Idx)
                       TO WS-Saved-Job(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-SAVED-JOBS)
               = CT-Archived(CTL-SAVED-JOBS)
                 + WS-Number-Saved-Jobs - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Saved-Jobs.

       *> Archive every message sent before the cutoff, compacting the
       *> live table. Messages written before sent stamps existed carry
       *> a blank stamp and are treated as stale.
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-MESSAGES)
               = CT-Archived(CTL-MESSAGES)
                 + WS-Number-Messages - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Messages
           PERFORM CLOSE-ARCHIVE-FILE.

       *> Archive every notification the recipient has already read
       *> once it is older than the cutoff; unread ones stay put
       *> however old they are, so nothing ages out unseen
       HOUSEKEEP-NOTIFICATIONS.
           MOVE SPACES TO WS-Archive-Name
           STRING "InCollege-Notifications-Archive-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-Archive-Name
           END-STRING

           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Notifications
               IF Notification-Read(WS-Intg-Idx)
                  AND NT-Stamp(WS-Intg-Idx) < WS-Hk-Cutoff
                   IF NOT Archive-Open
                       PERFORM OPEN-ARCHIVE-FILE
                   END-IF
                   ADD 1 TO WS-Hk-Notes-Moved
                   MOVE NT-Recipient(WS-Intg-Idx) TO NR-Recipient
                   MOVE NT-Type(WS-Intg-Idx)      TO NR-Type
                   MOVE NT-Stamp(WS-Intg-Idx)     TO NR-Stamp
                   MOVE NT-Text(WS-Intg-Idx)      TO NR-Text
                   MOVE NT-Read(WS-Intg-Idx)      TO NR-Read
                   MOVE NotificationRecord TO ArchiveRecord
                   WRITE ArchiveRecord
               ELSE
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Notification(WS-Intg-Idx)
                       TO WS-Notification(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-NOTIFICATIONS)
               = CT-Archived(CTL-NOTIFICATIONS)
                 + WS-Number-Notifications - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Notifications
           PERFORM CLOSE-ARCHIVE-FILE.

       *> Group board posts older than the cutoff leave the boards for
       *> the dated archive
       HOUSEKEEP-GROUP-POSTS.
           MOVE SPACES TO WS-Archive-Name
           STRING "InCollege-GroupPosts-Archive-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-Archive-Name
           END-STRING

           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Group-Posts
               IF PT-Stamp(WS-Intg-Idx) < WS-Hk-Cutoff
                   IF NOT Archive-Open
                       PERFORM OPEN-ARCHIVE-FILE
                   END-IF
                   ADD 1 TO WS-Hk-Posts-Moved
                   MOVE PT-GroupID(WS-Intg-Idx) TO GP-GroupID
                   MOVE PT-Author(WS-Intg-Idx)  TO GP-Author
                   MOVE PT-Stamp(WS-Intg-Idx)   TO GP-Stamp
                   MOVE PT-Text(WS-Intg-Idx)    TO GP-Text
                   MOVE GroupPostRecord TO ArchiveRecord
                   WRITE ArchiveRecord
               ELSE
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Group-Post(WS-Intg-Idx)
                       TO WS-Group-Post(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           COMPUTE CT-Archived(CTL-GROUP-POSTS)
               = CT-Archived(CTL-GROUP-POSTS)
                 + WS-Number-Group-Posts - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Group-Posts
           PERFORM CLOSE-ARCHIVE-FILE.

       *> Move the running journal's lines into the dated archive and
       *> start the live file afresh. The archive is appended to --
       *> never renamed over -- so a second rotation on the same day
       *> keeps the entries rotated earlier. A shutdown-time run skips
       *> rotation until the journal passes JOURNAL-ROTATE-LINES, so
       *> the restore console's "entries since the .bak was cut" view
       *> keeps more than the current session; an operator-invoked
       *> housekeeping always rotates.
       ROTATE-JOURNAL.
           MOVE "N" TO WS-Journal-Rotated
           MOVE "00" TO WS-Journal-Status
           OPEN INPUT JournalFile
           IF WS-Journal-Status NOT = "00"
               *> No journal has been written yet -- nothing to rotate
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Jrn-Line-Count
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ JournalFile INTO JournalRecord
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO WS-Jrn-Line-Count
               END-READ
           END-PERFORM
           CLOSE JournalFile
           MOVE "N" TO WS-Alert-Hdr-Shown
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Jobs
               MOVE JB-Poster-User(COUNTER) TO WS-Vf-Username
               PERFORM CHECK-EMPLOYER-VERIFIED
               IF JB-Posted(COUNTER) > WS-Prev-Login
                  AND JB-Status(COUNTER) NOT = "CLOSED"
                  AND Vf-Approved
                   IF NOT Alert-Hdr-Shown
                       MOVE "--- New Job Postings Since Your Last Visit ---" TO WS-Line
                       PERFORM OUTPUT-LINE
            INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           PERFORM SHOW-NOTIFICATION-DIGEST
           IF Current-Is-Employer
               PERFORM SHOW-VERIFICATION-NOTICE
           ELSE
               PERFORM ENROLL-PROFILE-GROUPS
           END-IF

           PERFORM UNTIL EOF-Input
               MOVE "1. View My Profile" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "11. Career Events" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "12. My Notifications" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "13. Community Groups" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "14. Log Out" TO WS-Line
               ELSE
                   MOVE "10. Career Events" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "11. My Notifications" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "12. Mentorship" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "13. Community Groups" TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "14. Log Out" TO WS-Line
               END-IF
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
                       PERFORM SEARCH-CANDIDATES
                   WHEN "Career Events"
                       PERFORM EVENTS-MENU
                   WHEN "My Notifications"
                       PERFORM VIEW-MY-NOTIFICATIONS
                   WHEN "Mentorship"
                       PERFORM MENTORSHIP-MENU
                   WHEN "Community Groups"
                       PERFORM GROUPS-MENU
                   WHEN "Log Out"
                       *> Reset every per-user working field so the
                       *> next person at the kiosk starts clean
               END-EVALUATE
           END-PERFORM.

       *> Queue one notification for WS-Nt-Recipient of type
       *> WS-Nt-Type reading WS-Nt-Text, checkpointed at once like any
       *> other change. A full table drops the new notice: the item it
       *> points at is still on its own screen either way.
       ADD-NOTIFICATION.
           IF WS-Number-Notifications >= MAX-NOTIFICATIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Number-Notifications
           ADD 1 TO CT-Added(CTL-NOTIFICATIONS)
           MOVE WS-Nt-Recipient TO NT-Recipient(WS-Number-Notifications)
           MOVE WS-Nt-Type      TO NT-Type(WS-Number-Notifications)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO NT-Stamp(WS-Number-Notifications)
           MOVE WS-Nt-Text      TO NT-Text(WS-Number-Notifications)
           MOVE "N"             TO NT-Read(WS-Number-Notifications)
           PERFORM SAVE-NOTIFICATIONS.

       *> Login digest: how many notifications the caller has not
       *> seen yet
       SHOW-NOTIFICATION-DIGEST.
           MOVE 0 TO WS-Nt-Unread
           MOVE 1 TO WS-Nt-Idx
           PERFORM UNTIL WS-Nt-Idx > WS-Number-Notifications
               IF NT-Recipient(WS-Nt-Idx) = WS-Current-Username
                  AND NOT Notification-Read(WS-Nt-Idx)
                   ADD 1 TO WS-Nt-Unread
               END-IF
               ADD 1 TO WS-Nt-Idx
           END-PERFORM

           MOVE WS-Nt-Unread TO WS-Nt-Edit
           MOVE SPACES TO WS-Line
           EVALUATE WS-Nt-Unread
               WHEN 0
                   MOVE "You have no new notifications." TO WS-Line
               WHEN 1
                   MOVE "You have 1 new notification." TO WS-Line
               WHEN OTHER
                   STRING "You have " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Nt-Edit) DELIMITED BY SIZE
                          " new notifications." DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
           END-EVALUATE
           PERFORM OUTPUT-LINE.

       *> List the caller's notifications newest first, new ones
       *> flagged, and mark every one shown as read
       VIEW-MY-NOTIFICATIONS.
           MOVE "--- My Notifications ---" TO WS-Line
           PERFORM OUTPUT-LINE

           MOVE 0 TO WS-Nt-Shown
           MOVE 0 TO WS-Nt-Unread
           MOVE WS-Number-Notifications TO WS-Nt-Idx
           PERFORM UNTIL WS-Nt-Idx = 0
               IF NT-Recipient(WS-Nt-Idx) = WS-Current-Username
                   ADD 1 TO WS-Nt-Shown
                   MOVE SPACES TO WS-Nt-When
                   STRING NT-Stamp(WS-Nt-Idx)(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          NT-Stamp(WS-Nt-Idx)(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          NT-Stamp(WS-Nt-Idx)(7:2) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NT-Stamp(WS-Nt-Idx)(9:2) DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          NT-Stamp(WS-Nt-Idx)(11:2) DELIMITED BY SIZE
                     INTO WS-Nt-When
                   END-STRING
                   MOVE SPACES TO WS-Line
                   IF Notification-Read(WS-Nt-Idx)
                       STRING "        " DELIMITED BY SIZE
                              WS-Nt-When DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(NT-Text(WS-Nt-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                   ELSE
                       ADD 1 TO WS-Nt-Unread
                       MOVE "Y" TO NT-Read(WS-Nt-Idx)
                       ADD 1 TO CT-Changed(CTL-NOTIFICATIONS)
                       STRING "  [NEW] " DELIMITED BY SIZE
                              WS-Nt-When DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(NT-Text(WS-Nt-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                   END-IF
                   PERFORM OUTPUT-LINE
               END-IF
               SUBTRACT 1 FROM WS-Nt-Idx
           END-PERFORM

           IF WS-Nt-Shown = 0
               MOVE "You have no notifications." TO WS-Line
               PERFORM OUTPUT-LINE
           END-IF
           IF WS-Nt-Unread > 0
               PERFORM SAVE-NOTIFICATIONS
               MOVE WS-Nt-Unread TO WS-Nt-Edit
               MOVE SPACES TO WS-Line
               STRING FUNCTION TRIM(WS-Nt-Edit) DELIMITED BY SIZE
                      " marked as read." DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
           END-IF
           MOVE "------------------------" TO WS-Line
           PERFORM OUTPUT-LINE.

       MANAGE-PENDING-REQUESTS.
           MOVE "--- Pending Connection Requests ---" TO WS-Line
           PERFORM OUTPUT-LINE

           MOVE "N" TO WS-Has-Pending
           PERFORM FIND-REQUESTS-TO-USER
           MOVE 1 TO WS-Alt-Hit-Idx
           PERFORM UNTIL WS-Alt-Hit-Idx > WS-Alt-Hit-Count
               MOVE WS-Alt-Hit(WS-Alt-Hit-Idx) TO COUNTER
               IF CN-Status(COUNTER) = "PENDING"
                   SET Has-Pending TO TRUE
                   PERFORM PROCESS-SINGLE-REQUEST
               END-IF
               ADD 1 TO WS-Alt-Hit-Idx
           END-PERFORM

           IF NOT Has-Pending
               PERFORM OUTPUT-LINE
           ELSE
               PERFORM CLEANUP-HANDLED-REQUESTS
               PERFORM SAVE-ACTIVE-CONNS
           END-IF

               WHEN "Accept"
                   IF WS-Number-Active-Conns < MAX-CONN-SLOTS
                       ADD 1 TO WS-Number-Active-Conns
                       ADD 1 TO CT-Added(CTL-ACTIVE-CONNS)
                       MOVE CN-From-Username(COUNTER)
                           TO AC-User1(WS-Number-Active-Conns)
                       MOVE CN-To-Username(COUNTER)
                           TO AC-User2(WS-Number-Active-Conns)

                       MOVE "ACCEPTED" TO CN-Status(COUNTER)
                       ADD 1 TO CT-Changed(CTL-CONNECTIONS)
                       MOVE CN-From-Username(COUNTER) TO CR-From-Username
                       MOVE CN-To-Username(COUNTER) TO CR-To-Username
                       PERFORM DELETE-CONNECTION-ROW
                       IF Keyed-Change-Failed
                           SUBTRACT 1 FROM WS-Number-Active-Conns
                           SUBTRACT 1 FROM CT-Added(CTL-ACTIVE-CONNS)
                           MOVE "PENDING" TO CN-Status(COUNTER)
                           SUBTRACT 1 FROM CT-Changed(CTL-CONNECTIONS)
                           MOVE "The request could not be updated and is still pending. Please try again later." TO WS-Line
                           PERFORM OUTPUT-LINE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE SPACES TO WS-Line
                       STRING "Connection request from " DELIMITED BY SIZE
                              FUNCTION TRIM(CN-From-Username(COUNTER))
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                       PERFORM SAVE-ACTIVE-CONNS

                       MOVE SPACES TO WS-Journal-Text

               WHEN "Reject"
                   MOVE "REJECTED" TO CN-Status(COUNTER)
                   ADD 1 TO CT-Changed(CTL-CONNECTIONS)
                   MOVE CN-From-Username(COUNTER) TO CR-From-Username
                   MOVE CN-To-Username(COUNTER) TO CR-To-Username
                   PERFORM DELETE-CONNECTION-ROW
                   IF Keyed-Change-Failed
                       MOVE "PENDING" TO CN-Status(COUNTER)
                       SUBTRACT 1 FROM CT-Changed(CTL-CONNECTIONS)
                       MOVE "The request could not be updated and is still pending. Please try again later." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "Connection request from " DELIMITED BY SIZE
                          FUNCTION TRIM(CN-From-Username(COUNTER))
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE

                   MOVE SPACES TO WS-Journal-Text
                   STRING FUNCTION TRIM(WS-Current-Username TRAILING)
               ADD 1 TO COUNTER
           END-PERFORM

           COMPUTE CT-Deleted(CTL-CONNECTIONS)
               = CT-Deleted(CTL-CONNECTIONS)
                 + WS-Number-Connections - WS-Temp-Number-Connections
           MOVE WS-Temp-Number-Connections TO WS-Number-Connections
           MOVE WS-Temp-Connection-Table TO WS-Connection-Table.

           END-IF

           PERFORM FIND-PROFILE-INDEX
           IF WS-Found-Index > 0
               ADD 1 TO CT-Changed(CTL-PROFILES)
           END-IF
           IF WS-Found-Index = 0
               IF WS-Number-Profiles < MAX-ACCOUNTS
                   ADD 1 TO WS-Number-Profiles
                   ADD 1 TO CT-Added(CTL-PROFILES)
                   MOVE WS-Number-Profiles TO WS-Found-Index
                   *> Blank the whole row first: the unused experience/
                   *> education slots would otherwise still hold the
                       PERFORM OUTPUT-LINE
               END-EVALUATE
           END-PERFORM
           *> Editing a profile does not lift a moderator's hide
           IF PF-Visibility(WS-Found-Index) = "H"
               MOVE "Your profile remains hidden by the moderators; your changes are saved." TO WS-Line
               PERFORM OUTPUT-LINE
           ELSE
               MOVE WS-ANS TO PF-Visibility(WS-Found-Index)
           END-IF

           *> ================= EXPERIENCES with strict Y/N and required fields =================
           MOVE 0 TO PF-Exp-Count(WS-Found-Index)
           PERFORM WRITE-JOURNAL

           MOVE "Profile saved successfully!" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM ENROLL-PROFILE-GROUPS.

       VIEW-PROFILE-BY-INDEX.
           IF WS-Display-Index = 0 OR WS-Display-Index > WS-Number-Profiles
               EXIT PARAGRAPH
           END-IF

           *> A profile the moderators hid is shown to nobody but its
           *> owner
           IF PF-Visibility(WS-Display-Index) = "H"
              AND PF-Username(WS-Display-Index)
                  NOT = WS-Current-Username
               MOVE "This profile has been hidden by the moderators." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           *> A connections-only profile shows a stranger -- including
           *> an employer browsing candidates -- just the card the
           *> search and suggestion lists already reveal

       CREATE-OR-EDIT-COMPANY-PROFILE.
           PERFORM FIND-EMP-PROFILE-INDEX
           IF WS-Found-Index > 0
               ADD 1 TO CT-Changed(CTL-EMP-PROFILES)
           END-IF
           IF WS-Found-Index = 0
               IF WS-Number-Emp-Profiles < MAX-ACCOUNTS
                   ADD 1 TO WS-Number-Emp-Profiles
                   ADD 1 TO CT-Added(CTL-EMP-PROFILES)
                   MOVE WS-Number-Emp-Profiles TO WS-Found-Index
                   MOVE WS-Current-Username TO EF-Username(WS-Found-Index)
                   MOVE SPACES TO EF-Company(WS-Found-Index)
                   MOVE SPACE TO EF-Verify(WS-Found-Index)
               ELSE
                   MOVE "Profile storage limit reached. Cannot create new profile." TO WS-Line
                   PERFORM OUTPUT-LINE

           MOVE " --- Create/Edit Company Profile --- " TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE EF-Company(WS-Found-Index) TO WS-Vf-Old-Company

           *> -------- Company Name (X(40)) [REQUIRED] --------
           MOVE SPACES TO WS-INPUT-TRIM
           MOVE SPACES TO EF-Contact(WS-Found-Index)
           MOVE WS-INPUT-TRIM(1:60) TO EF-Contact(WS-Found-Index)

           *> A new profile, a rejected one being corrected, or an
           *> approved one now naming a different company all go
           *> (back) into the career office's verification queue
           IF EF-Verify(WS-Found-Index) = SPACE
              OR Employer-Rejected(WS-Found-Index)
              OR (Employer-Approved(WS-Found-Index)
                  AND EF-Company(WS-Found-Index) NOT = WS-Vf-Old-Company)
               MOVE "P" TO EF-Verify(WS-Found-Index)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO EF-Requested(WS-Found-Index)
               MOVE SPACES TO EF-Decided(WS-Found-Index)
               MOVE SPACES TO EF-Decided-By(WS-Found-Index)
               MOVE SPACES TO EF-Verify-Reason(WS-Found-Index)
               MOVE SPACES TO WS-Journal-Text
               STRING "employer verification requested: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Current-Username TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
               PERFORM WRITE-JOURNAL
           END-IF

           PERFORM SAVE-EMP-PROFILES

           MOVE SPACES TO WS-Journal-Text
           PERFORM WRITE-JOURNAL

           MOVE "Company profile saved successfully!" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM SHOW-VERIFICATION-NOTICE.

       VIEW-COMPANY-PROFILE.
           PERFORM FIND-EMP-PROFILE-INDEX
           END-STRING
           PERFORM OUTPUT-LINE

           EVALUATE TRUE
               WHEN Employer-Approved(WS-Found-Index)
                   MOVE "Verification: approved" TO WS-Line
               WHEN Employer-Rejected(WS-Found-Index)
                   MOVE "Verification: not approved" TO WS-Line
               WHEN OTHER
                   MOVE "Verification: awaiting review" TO WS-Line
           END-EVALUATE
           PERFORM OUTPUT-LINE

           MOVE "-----------------------" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM SHOW-VERIFICATION-NOTICE.

       FIND-SOMEONE-YOU-KNOW.
           *> Prompt for a name or partial name (required)
           PERFORM OUTPUT-LINE
           MOVE "3. Write a Recommendation" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "4. Report this Profile" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "5. Back to Main Menu" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
                   PERFORM ENDORSE-SKILL
               WHEN "Write a Recommendation"
                   PERFORM WRITE-RECOMMENDATION
               WHEN "Report this Profile"
                   PERFORM REPORT-PROFILE
               WHEN "Back to Main Menu"
                   CONTINUE
               WHEN OTHER
           IF Connection-Valid
               IF WS-Number-Connections < MAX-CONN-SLOTS
                   ADD 1 TO WS-Number-Connections
                   ADD 1 TO CT-Added(CTL-CONNECTIONS)
                   MOVE WS-Current-Username TO CN-From-Username(WS-Number-Connections)
                   MOVE PF-Username(WS-Display-Index) TO CN-To-Username(WS-Number-Connections)
                   MOVE "PENDING" TO CN-Status(WS-Number-Connections)
                   MOVE WS-Current-Username TO CR-From-Username
                   MOVE PF-Username(WS-Display-Index) TO CR-To-Username
                   MOVE "PENDING" TO CR-Status
                   PERFORM WRITE-CONNECTION-ROW
                   IF Keyed-Change-Failed
                       SUBTRACT 1 FROM WS-Number-Connections
                       SUBTRACT 1 FROM CT-Added(CTL-CONNECTIONS)
                       MOVE "Your connection request could not be saved. Please try again later." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "Connection request sent to " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-FirstName(WS-Display-Index) TRAILING) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE

                   MOVE SPACES TO WS-Journal-Text
                   STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     INTO WS-Journal-Text
                   END-STRING
                   PERFORM WRITE-JOURNAL

                   MOVE PF-Username(WS-Display-Index) TO WS-Nt-Recipient
                   MOVE "CONNECT" TO WS-Nt-Type
                   MOVE SPACES TO WS-Nt-Text
                   STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                             DELIMITED BY SIZE
                          " sent you a connection request" DELIMITED BY SIZE
                     INTO WS-Nt-Text
                   END-STRING
                   PERFORM ADD-NOTIFICATION
               ELSE
                   MOVE "Connection storage limit reached." TO WS-Line
                   PERFORM OUTPUT-LINE
               PERFORM VIEW-PROFILE-BY-INDEX
               MOVE "1. Message this candidate about a posting" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "2. Report this Profile" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "3. Back to Main Menu" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE
               EVALUATE InputRecord
                   WHEN "Message this candidate about a posting"
                       PERFORM MESSAGE-CANDIDATE-ABOUT-POSTING
                   WHEN "Report this Profile"
                       PERFORM REPORT-PROFILE
                   WHEN "Back to Main Menu"
                       CONTINUE
                   WHEN OTHER

           IF WS-Number-Messages < MAX-MESSAGES
               ADD 1 TO WS-Number-Messages
               ADD 1 TO CT-Added(CTL-MESSAGES)
               MOVE WS-Current-Username
                   TO ME-From-Username(WS-Number-Messages)
               MOVE PF-Username(WS-Display-Index)
                      InputRecord(1:150) DELIMITED BY SIZE
                 INTO ME-Text(WS-Number-Messages)
               END-STRING
               PERFORM WRITE-MESSAGE-ROW
               IF Keyed-Change-Failed
                   SUBTRACT 1 FROM WS-Number-Messages
                   SUBTRACT 1 FROM CT-Added(CTL-MESSAGES)
                   MOVE "Your message could not be saved and was not sent. Please try again later." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF

               MOVE JB-ID(WS-Selected-Job-Index) TO WS-JobID-3dig
               MOVE SPACES TO WS-Journal-Text
           END-PERFORM

           ADD 1 TO WS-Number-Events
           ADD 1 TO CT-Added(CTL-EVENTS)
           ADD 1 TO WS-Max-Event-ID
           MOVE WS-Max-Event-ID TO EB-ID(WS-Number-Events)
           MOVE SPACES TO EB-Title(WS-Number-Events)
           PERFORM WRITE-JOURNAL

           MOVE "Event posted. It is now on the events board." TO WS-Line
           MOVE WS-Current-Username TO WS-Vf-Username
           PERFORM CHECK-EMPLOYER-VERIFIED
           IF NOT Vf-Approved
               MOVE "Event saved." TO WS-Line
           END-IF
           PERFORM OUTPUT-LINE
           PERFORM SHOW-VERIFICATION-NOTICE.

       *> Sets WS-Ev-Rsvp-Count to the number of RSVPs filed for the
       *> event whose ID is in WS-Selected-Job-ID
           MOVE 0 TO WS-Ev-Count
           MOVE 1 TO WS-Ev-Idx
           PERFORM UNTIL WS-Ev-Idx > WS-Number-Events
               MOVE EB-Poster-User(WS-Ev-Idx) TO WS-Vf-Username
               PERFORM CHECK-EMPLOYER-VERIFIED
               IF EB-When(WS-Ev-Idx) >= WS-Iv-Now AND Vf-Approved
                   ADD 1 TO WS-Ev-Count
                   MOVE WS-Ev-Idx TO WS-Ev-Hit-Index(WS-Ev-Count)
                   MOVE WS-Ev-Idx TO WS-Job-Row

           IF WS-Number-Rsvps < MAX-RSVPS
               ADD 1 TO WS-Number-Rsvps
               ADD 1 TO CT-Added(CTL-RSVPS)
               MOVE EB-ID(WS-Job-Row) TO RS-EventID(WS-Number-Rsvps)
               MOVE WS-Current-Username
                   TO RS-Username(WS-Number-Rsvps)
               END-STRING
               PERFORM WRITE-JOURNAL

               MOVE EB-Poster-User(WS-Job-Row) TO WS-Nt-Recipient
               MOVE "RSVP" TO WS-Nt-Type
               MOVE SPACES TO WS-Nt-Text
               STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                         DELIMITED BY SIZE
                      " RSVPed to your event " DELIMITED BY SIZE
                      FUNCTION TRIM(EB-Title(WS-Job-Row) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
               PERFORM ADD-NOTIFICATION

               MOVE "RSVP recorded. See you there!" TO WS-Line
               PERFORM OUTPUT-LINE
           ELSE

           IF WS-Number-Skills < MAX-SKILLS
               ADD 1 TO WS-Number-Skills
               ADD 1 TO CT-Added(CTL-SKILLS)
               MOVE WS-Current-Username TO SL-Username(WS-Number-Skills)
               MOVE SPACES TO SL-Skill(WS-Number-Skills)
               MOVE WS-INPUT-TRIM(1:30) TO SL-Skill(WS-Number-Skills)
               IF SL-Endorsements(WS-Skill-Hit-Index(WS-Skill-Pick)) < 999
                   ADD 1 TO SL-Endorsements(WS-Skill-Hit-Index(WS-Skill-Pick))
               END-IF
               ADD 1 TO CT-Changed(CTL-SKILLS)
               PERFORM SAVE-SKILLS

               MOVE SPACES TO WS-Journal-Text
               END-STRING
               PERFORM WRITE-JOURNAL

               MOVE WS-Temp-Username TO WS-Nt-Recipient
               MOVE "ENDORSE" TO WS-Nt-Type
               MOVE SPACES TO WS-Nt-Text
               STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                         DELIMITED BY SIZE
                      " endorsed your skill " DELIMITED BY SIZE
                      FUNCTION TRIM(SL-Skill(WS-Skill-Hit-Index(WS-Skill-Pick)) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
               PERFORM ADD-NOTIFICATION

               MOVE SPACES TO WS-Line
               STRING "You endorsed " DELIMITED BY SIZE
                      FUNCTION TRIM(SL-Skill(WS-Skill-Hit-Index(WS-Skill-Pick)) TRAILING)
               ADD 1 TO WS-Rec-Idx
           END-PERFORM

           IF WS-Rec-Found > 0
               IF RD-Visible(WS-Rec-Found) = "M"
                   MOVE "Your earlier recommendation for this user was removed by the moderators and cannot be rewritten." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-Rec-Found = 0
               IF WS-Number-Recs < MAX-RECS
                   ADD 1 TO WS-Number-Recs
                   ADD 1 TO CT-Added(CTL-RECS)
                   MOVE WS-Number-Recs TO WS-Rec-Found
                   MOVE WS-Current-Username
                       TO RD-From-Username(WS-Rec-Found)
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE WS-Temp-Username TO WS-Nt-Recipient
           MOVE "REC" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " wrote you a recommendation" DELIMITED BY SIZE
             INTO WS-Nt-Text
           END-STRING
           PERFORM ADD-NOTIFICATION

           MOVE "Recommendation saved. The recipient chooses whether it is shown." TO WS-Line
           PERFORM OUTPUT-LINE.

                   MOVE WS-Rec-Idx
                       TO WS-Rec-Hit-Index(WS-Rec-Count)
                   MOVE WS-Rec-Count TO WS-Idx-4dig
                   EVALUATE RD-Visible(WS-Rec-Idx)
                       WHEN "Y"
                           MOVE SPACES TO WS-Rec-Flag
                       WHEN "M"
                           MOVE " [removed]" TO WS-Rec-Flag
                       WHEN OTHER
                           MOVE " [hidden]" TO WS-Rec-Flag
                   END-EVALUATE
                   MOVE SPACES TO WS-Line
                   STRING FUNCTION TRIM(WS-Idx-4dig) DELIMITED BY SIZE
                          ". From " DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a recommendation number to hide or show it, R to report one, or 0 to continue:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           IF InputRecord = "R" OR InputRecord = "r"
               PERFORM REPORT-RECOMMENDATION
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Rec-Pick
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Rec-Pick
           IF WS-Rec-Pick >= 1 AND WS-Rec-Pick <= WS-Rec-Count
               MOVE WS-Rec-Hit-Index(WS-Rec-Pick) TO WS-Rec-Idx
               *> One a moderator removed stays removed
               IF RD-Visible(WS-Rec-Idx) = "M"
                   MOVE "That recommendation was removed by the moderators and cannot be shown." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               IF RD-Visible(WS-Rec-Idx) = "Y"
                   MOVE "N" TO RD-Visible(WS-Rec-Idx)
                   MOVE "Recommendation hidden." TO WS-Line
                   MOVE "Recommendation shown." TO WS-Line
               END-IF
               PERFORM OUTPUT-LINE
               ADD 1 TO CT-Changed(CTL-RECS)
               PERFORM SAVE-RECS

               MOVE SPACES TO WS-Journal-Text
                       MOVE RR-Text     TO RL-Text(WS-Number-Resume-Lines)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ResumeFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ResumeFile
           MOVE CTL-RESUME TO WS-Ct-File
           MOVE WS-Number-Resume-Lines TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "N" TO WS-EOF-Flag
           MOVE "Y" TO WS-Resume-Lines-Loaded.

       *> Persist every saved resume line (all students) back to the file
       SAVE-RESUME-LINES.
           MOVE CTL-RESUME TO WS-Ct-File
           MOVE WS-Number-Resume-Lines TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Resume.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-SAFE-SAVE
           MOVE 1 TO WS-Save-Idx
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           COMPUTE CT-Deleted(CTL-RESUME)
               = CT-Deleted(CTL-RESUME)
                 + WS-Number-Resume-Lines - WS-Resume-Compact-Idx
           MOVE WS-Resume-Compact-Idx TO WS-Number-Resume-Lines.

       *> Build a formatted resume from the caller's saved profile (work
       WRITE-RESUME-LINE.
           IF WS-Number-Resume-Lines < MAX-RESUME-LINES
               ADD 1 TO WS-Number-Resume-Lines
               ADD 1 TO CT-Added(CTL-RESUME)
               MOVE WS-Current-Username TO RL-Username(WS-Number-Resume-Lines)
               MOVE WS-Line TO RL-Text(WS-Number-Resume-Lines)
           END-IF

           IF WS-Number-Messages < MAX-MESSAGES
               ADD 1 TO WS-Number-Messages
               ADD 1 TO CT-Added(CTL-MESSAGES)
               MOVE WS-Current-Username TO ME-From-Username(WS-Number-Messages)
               MOVE WS-Temp-Username    TO ME-To-Username(WS-Number-Messages)
               MOVE FUNCTION CURRENT-DATE(1:14) TO ME-Sent(WS-Number-Messages)
               MOVE InputRecord         TO ME-Text(WS-Number-Messages)
               PERFORM WRITE-MESSAGE-ROW
               IF Keyed-Change-Failed
                   SUBTRACT 1 FROM WS-Number-Messages
                   SUBTRACT 1 FROM CT-Added(CTL-MESSAGES)
                   MOVE "Your message could not be saved and was not sent. Please try again later." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-Journal-Text
               STRING FUNCTION TRIM(WS-Current-Username TRAILING)
               MOVE "You have no messages." TO WS-Line
               PERFORM OUTPUT-LINE
           ELSE
               MOVE "Enter the message number to reply, R to report a message, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               IF InputRecord = "R" OR InputRecord = "r"
                   PERFORM REPORT-MESSAGE
               ELSE
                   MOVE 0 TO WS-Msg-Pick
                   MOVE FUNCTION NUMVAL (InputRecord) TO WS-Msg-Pick
                   IF WS-Msg-Pick >= 1 AND WS-Msg-Pick <= WS-Msg-Count
                       MOVE ME-From-Username(WS-Msg-Hit-Index(WS-Msg-Pick))
                           TO WS-Temp-Username
                       PERFORM SEND-MESSAGE-PROMPT
                   END-IF
               END-IF
           END-IF

               PERFORM OUTPUT-LINE
               MOVE "5. Manage My Postings" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "6. My Saved Jobs" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "7. Back to Main Menu" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE
                       PERFORM VIEW-MY-APPLICANTS
                   WHEN "5. Manage My Postings"
                       PERFORM MANAGE-MY-POSTINGS
                   WHEN "6. My Saved Jobs"
                       PERFORM MY-SAVED-JOBS
                   WHEN "7. Back to Main Menu"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again." TO WS-Line
           *> Reserve the row only once a usable title is in hand, so a
           *> blank-then-retry answer cannot leave a phantom posting
           ADD 1 TO WS-Number-Jobs
           ADD 1 TO CT-Added(CTL-JOBS)
           MOVE WS-Number-Jobs TO WS-Found-Index
           ADD 1 TO WS-Max-Job-ID
           MOVE WS-Max-Job-ID TO JB-ID(WS-Found-Index)
           MOVE WS-Current-Username TO JB-Poster-User(WS-Number-Jobs)
           MOVE "OPEN" TO JB-Status(WS-Number-Jobs)
           MOVE FUNCTION CURRENT-DATE(1:14) TO JB-Posted(WS-Number-Jobs)
           MOVE JB-Posted(WS-Number-Jobs) TO JB-Changed(WS-Number-Jobs)
           PERFORM SAVE-JOBS

           MOVE JB-ID(WS-Number-Jobs) TO WS-JobID-3dig
           PERFORM WRITE-JOURNAL

           MOVE "Job posted successfully!" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM SHOW-VERIFICATION-NOTICE.


       *> Management screen for the poster's own listings: close a
       *> Closing never deletes the job row, so applications already
       *> filed against it keep resolving for history.
       MANAGE-MY-POSTINGS.
           PERFORM SHOW-VERIFICATION-NOTICE
           PERFORM UNTIL EOF-Input
               MOVE "--- Manage My Postings ---" TO WS-Line
               PERFORM OUTPUT-LINE
                       PERFORM OUTPUT-LINE
                   ELSE
                       MOVE "CLOSED" TO JB-Status(WS-Selected-Job-Index)
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO JB-Changed(WS-Selected-Job-Index)
                       ADD 1 TO CT-Changed(CTL-JOBS)
                       PERFORM SAVE-JOBS
                       MOVE "closed" TO WS-Journal-Verb
                       PERFORM JOURNAL-POSTING-EVENT
               WHEN "Reopen Posting"
                   IF JB-Status(WS-Selected-Job-Index) = "CLOSED"
                       MOVE "OPEN" TO JB-Status(WS-Selected-Job-Index)
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO JB-Changed(WS-Selected-Job-Index)
                       ADD 1 TO CT-Changed(CTL-JOBS)
                       PERFORM SAVE-JOBS
                       MOVE "reopened" TO WS-Journal-Verb
                       PERFORM JOURNAL-POSTING-EVENT
               MOVE WS-INPUT-TRIM(1:30) TO JB-Salary(WS-Selected-Job-Index)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14)
               TO JB-Changed(WS-Selected-Job-Index)
           ADD 1 TO CT-Changed(CTL-JOBS)
           PERFORM SAVE-JOBS
           MOVE "edited" TO WS-Journal-Verb
           PERFORM JOURNAL-POSTING-EVENT
           END-IF
           MOVE "00" TO WS-Applications-Status
           OPEN INPUT ApplicationsFile
           *> Still the old flat-text file -- convert it once. Only a
           *> wrong-organization status means that; a locked or damaged
           *> file falls through to the FATAL stop below untouched.
           IF WS-Applications-Status = "39" OR WS-Applications-Status = "30"
               PERFORM CONVERT-APPLICATIONS-FILE
               MOVE "00" TO WS-Applications-Status
               OPEN INPUT ApplicationsFile
           END-IF
           IF WS-Applications-Status = "35"
               *> File missing — create empty and reopen
               OPEN OUTPUT ApplicationsFile
               CLOSE ApplicationsFile
               OPEN INPUT ApplicationsFile
           END-IF
           IF WS-Applications-Status NOT = "00"
               DISPLAY "FATAL: cannot open InCollege-Applications.txt (status "
                   WS-Applications-Status ")."
               STOP RUN
           END-IF
           MOVE 0 TO WS-Number-Applications
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL WS-Number-Applications = MAX-APPLICATIONS OR EOF
               READ ApplicationsFile NEXT INTO ApplicationRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Number-Applications
                       *> Decisions recorded before the stamp existed
                       *> stay blank and are never aged out directly
                       MOVE AR-Decided TO AP-Decided(WS-Number-Applications)
                       *> Same for the application date -- undated rows
                       *> are left out of the funnel's day counts
                       MOVE AR-Applied TO AP-Applied(WS-Number-Applications)
               END-READ
           END-PERFORM
           *> A loop stopped by its table cap may have left rows unread
           MOVE "N" TO WS-Ct-Unread
           IF NOT EOF
               READ ApplicationsFile NEXT
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-Ct-Unread
               END-READ
           END-IF
           CLOSE ApplicationsFile
           MOVE CTL-APPLICATIONS TO WS-Ct-File
           MOVE WS-Number-Applications TO WS-Ct-Rows
           PERFORM NOTE-CONTROL-OPENING
           MOVE "Y" TO WS-Applications-Loaded
           .

       *> Persist all applications back to file -- the whole-file
       *> rewrite for the bulk passes, same as SAVE-CONNECTIONS
       SAVE-APPLICATIONS.
           MOVE CTL-APPLICATIONS TO WS-Ct-File
           MOVE WS-Number-Applications TO WS-Ct-Rows
           PERFORM CHECK-CONTROL-BALANCE
           IF Ctl-Held(WS-Ct-File)
               EXIT PARAGRAPH
           END-IF
           MOVE "InCollege-Applications.txt" TO WS-Save-Live-Name
           PERFORM BUILD-SAVE-NAMES
           MOVE "N" TO WS-Save-Error
           OPEN OUTPUT ApplicationsNewFile
           IF WS-ApplicationsNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           MOVE 1 TO WS-Save-Idx
           PERFORM UNTIL WS-Save-Idx > WS-Number-Applications
               MOVE AP-Username(WS-Save-Idx) TO AW-Username
               MOVE AP-JobID(WS-Save-Idx)    TO AW-JobID
               MOVE AP-Status(WS-Save-Idx)   TO AW-Status
               MOVE AP-Decided(WS-Save-Idx)  TO AW-Decided
               MOVE AP-Applied(WS-Save-Idx)  TO AW-Applied
               WRITE ApplicationNewRecord
               IF WS-ApplicationsNew-Status(1:1) NOT = "0"
                   MOVE "Y" TO WS-Save-Error
               ELSE
                   ADD 1 TO WS-Ct-Writes
               END-IF
               ADD 1 TO WS-Save-Idx
           END-PERFORM
           CLOSE ApplicationsNewFile
           IF WS-ApplicationsNew-Status NOT = "00"
               MOVE "Y" TO WS-Save-Error
           END-IF
           PERFORM COMMIT-INDEXED-SAVE
           .

       *> Keyed single-row changes for the application at
       *> AP-*(WS-App-Row): a new application is written, a decision
       *> rewrites the one row
       WRITE-APPLICATION-ROW.
           PERFORM STAGE-APPLICATION-ROW
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Applications.txt" TO WS-Keyed-Name
           OPEN I-O ApplicationsFile
           MOVE WS-Applications-Status TO WS-Keyed-Status
           IF WS-Applications-Status = "00"
               WRITE ApplicationRecord
               MOVE WS-Applications-Status TO WS-Keyed-Status
               CLOSE ApplicationsFile
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       REWRITE-APPLICATION-ROW.
           PERFORM STAGE-APPLICATION-ROW
           MOVE "N" TO WS-Keyed-Failed
           MOVE "InCollege-Applications.txt" TO WS-Keyed-Name
           OPEN I-O ApplicationsFile
           MOVE WS-Applications-Status TO WS-Keyed-Status
           IF WS-Applications-Status = "00"
               REWRITE ApplicationRecord
               MOVE WS-Applications-Status TO WS-Keyed-Status
               CLOSE ApplicationsFile
           END-IF
           PERFORM CHECK-KEYED-CHANGE.

       STAGE-APPLICATION-ROW.
           MOVE AP-Username(WS-App-Row) TO AR-Username
           MOVE AP-JobID(WS-App-Row)    TO AR-JobID
           MOVE AP-Status(WS-App-Row)   TO AR-Status
           MOVE AP-Decided(WS-App-Row)  TO AR-Decided
           MOVE AP-Applied(WS-App-Row)  TO AR-Applied.

       *> Fills WS-Alt-Hit with the table rows of the applications to
       *> job ID WS-Selected-Job-ID, read through the alternate key; if
       *> the file cannot be opened the session table is scanned instead
       FIND-APPLICATIONS-FOR-JOB.
           MOVE 0 TO WS-Alt-Hit-Count
           OPEN INPUT ApplicationsFile
           IF WS-Applications-Status NOT = "00"
               CLOSE ApplicationsFile
               MOVE 1 TO WS-Alt-Scan
               PERFORM UNTIL WS-Alt-Scan > WS-Number-Applications
                   IF AP-JobID(WS-Alt-Scan) = WS-Selected-Job-ID
                       ADD 1 TO WS-Alt-Hit-Count
                       MOVE WS-Alt-Scan TO WS-Alt-Hit(WS-Alt-Hit-Count)
                   END-IF
                   ADD 1 TO WS-Alt-Scan
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Selected-Job-ID TO AR-JobID
           START ApplicationsFile KEY IS = AR-JobID
               INVALID KEY
                   CLOSE ApplicationsFile
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ ApplicationsFile NEXT
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF AR-JobID NOT = WS-Selected-Job-ID
                           SET EOF TO TRUE
                       ELSE
                           MOVE 1 TO WS-Alt-Scan
                           PERFORM UNTIL WS-Alt-Scan > WS-Number-Applications
                               IF AP-Username(WS-Alt-Scan) = AR-Username
                                  AND AP-JobID(WS-Alt-Scan) = AR-JobID
                                   ADD 1 TO WS-Alt-Hit-Count
                                   MOVE WS-Alt-Scan TO WS-Alt-Hit(WS-Alt-Hit-Count)
                                   EXIT PERFORM
                               END-IF
                               ADD 1 TO WS-Alt-Scan
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationsFile
           MOVE "N" TO WS-EOF-Flag.

       *> One-time conversion of a flat-text applications file, same
       *> as CONVERT-CONNECTIONS-FILE; a repeated applicant and job
       *> keeps its first row
       CONVERT-APPLICATIONS-FILE.
           MOVE "InCollege-Applications.txt" TO WS-Save-Live-Name
           PERFORM BEGIN-CONVERSION
           IF Save-Error
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ApplicationsFile
           IF WS-Applications-Status NOT = "00"
               MOVE WS-Applications-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           MOVE "N" TO WS-EOF-Flag
           PERFORM UNTIL EOF
               READ ArchiveFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE ArchiveRecord TO ApplicationRecord
                       WRITE ApplicationRecord
                       EVALUATE TRUE
                           WHEN WS-Applications-Status(1:1) = "0"
                               ADD 1 TO WS-Cv-Rows
                           WHEN WS-Applications-Status = "22"
                               ADD 1 TO WS-Cv-Dropped
                           WHEN OTHER
                               MOVE WS-Applications-Status TO WS-Cv-Status
                               CLOSE ApplicationsFile
                               PERFORM ABANDON-CONVERSION
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ApplicationsFile
           IF WS-Applications-Status NOT = "00"
               MOVE WS-Applications-Status TO WS-Cv-Status
               PERFORM ABANDON-CONVERSION
           END-IF
           PERFORM END-CONVERSION.

       *> Utility: check if current user already applied to job id in WS-Selected-Job-ID
       ALREADY-APPLIED.
           MOVE "N" TO WS-App-Applied-Flag
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Applications
               IF AP-Username(COUNTER) = WS-Current-Username
                  AND AP-JobID(COUNTER) = WS-Selected-Job-ID
                   MOVE "Y" TO WS-App-Applied-Flag
                   EXIT PERFORM
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           .

       *> Browse all jobs and allow viewing details/applying
       BROWSE-JOBS.
           PERFORM LOAD-APPLICATIONS

       *> Build WS-Job-Filter-Table from WS-Job-Filter: every job whose
       *> title, description, location, or salary contains the filter
       *> text (case-insensitive). A blank filter matches every job, in
       *> load order, same as before filtering existed. Postings from
       *> employers not yet verified are held off the list.
       APPLY-JOB-FILTER.
           MOVE 0 TO WS-Job-Filter-Count
           IF WS-Job-Filter = SPACES
               MOVE 1 TO COUNTER
               PERFORM UNTIL COUNTER > WS-Number-Jobs
                   MOVE JB-Poster-User(COUNTER) TO WS-Vf-Username
                   PERFORM CHECK-EMPLOYER-VERIFIED
                   IF JB-Status(COUNTER) NOT = "CLOSED" AND Vf-Approved
                       ADD 1 TO WS-Job-Filter-Count
                       MOVE COUNTER TO WS-Job-Filter-Index(WS-Job-Filter-Count)
                   END-IF
                   MOVE 0 TO WS-Match-Count
                   INSPECT WS-Job-Haystack-Upper TALLYING WS-Match-Count
                       FOR ALL WS-Job-Filter-Upper(1:FUNCTION LENGTH(FUNCTION TRIM(WS-Job-Filter-Upper)))
                   MOVE JB-Poster-User(COUNTER) TO WS-Vf-Username
                   PERFORM CHECK-EMPLOYER-VERIFIED
                   IF WS-Match-Count > 0 AND JB-Status(COUNTER) NOT = "CLOSED"
                      AND Vf-Approved
                       ADD 1 TO WS-Job-Filter-Count
                       MOVE COUNTER TO WS-Job-Filter-Index(WS-Job-Filter-Count)
                   END-IF
           PERFORM OUTPUT-LINE
           MOVE "Apply for this Job" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Save this Job" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Back to Job List" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           EVALUATE TRUE
               WHEN InputRecord = "Apply for this Job"
                   PERFORM APPLY-TO-JOB
               WHEN InputRecord = "Save this Job"
                   PERFORM SAVE-JOB-TO-WATCHLIST
               WHEN InputRecord = "Back to Job List"
                   CONTINUE
               WHEN OTHER
           END-EVALUATE
           .

       *> Add the posting at JB-*(WS-Selected-Job-Index) to the caller's
       *> saved jobs, with a snapshot of its current status and last
       *> change so later edits, closes and reopens can be flagged
       SAVE-JOB-TO-WATCHLIST.
           IF NOT Current-Is-Student
               MOVE "Only student accounts can save jobs." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-Sv-Idx
           PERFORM UNTIL WS-Sv-Idx > WS-Number-Saved-Jobs
               IF SJ-Username(WS-Sv-Idx) = WS-Current-Username
                  AND SJ-JobID(WS-Sv-Idx) = JB-ID(WS-Selected-Job-Index)
                   MOVE "This job is already in your saved jobs." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Sv-Idx
           END-PERFORM

           IF WS-Number-Saved-Jobs >= MAX-SAVED-JOBS
               MOVE "Saved jobs storage is full. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Number-Saved-Jobs
           ADD 1 TO CT-Added(CTL-SAVED-JOBS)
           MOVE WS-Current-Username
               TO SJ-Username(WS-Number-Saved-Jobs)
           MOVE JB-ID(WS-Selected-Job-Index)
               TO SJ-JobID(WS-Number-Saved-Jobs)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO SJ-Saved(WS-Number-Saved-Jobs)
           MOVE JB-Changed(WS-Selected-Job-Index)
               TO SJ-Seen-Changed(WS-Number-Saved-Jobs)
           MOVE JB-Status(WS-Selected-Job-Index)
               TO SJ-Seen-Status(WS-Number-Saved-Jobs)
           PERFORM SAVE-SAVED-JOBS

           MOVE "saved" TO WS-Journal-Verb
           PERFORM JOURNAL-POSTING-EVENT

           MOVE SPACES TO WS-Line
           STRING FUNCTION TRIM(JB-Title(WS-Selected-Job-Index))
                     DELIMITED BY SIZE
                  " has been added to My Saved Jobs." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           .


       *> Add an application record for current user -> selected job
       APPLY-TO-JOB.
               EXIT PARAGRAPH
           END-IF

           IF WS-Number-Applications >= MAX-APPLICATIONS
               MOVE "Application storage limit reached. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Number-Applications
           ADD 1 TO CT-Added(CTL-APPLICATIONS)
           MOVE WS-Current-Username            TO AP-Username(WS-Number-Applications)
           MOVE JB-ID(WS-Selected-Job-Index)   TO AP-JobID(WS-Number-Applications)
           MOVE "SUBMITTED"                    TO AP-Status(WS-Number-Applications)
           MOVE SPACES                         TO AP-Decided(WS-Number-Applications)
           MOVE FUNCTION CURRENT-DATE(1:8)     TO AP-Applied(WS-Number-Applications)
           MOVE WS-Number-Applications TO WS-App-Row
           PERFORM WRITE-APPLICATION-ROW
           IF Keyed-Change-Failed
               SUBTRACT 1 FROM WS-Number-Applications
               SUBTRACT 1 FROM CT-Added(CTL-APPLICATIONS)
               MOVE "Your application could not be saved. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "applied to" TO WS-Journal-Verb
           PERFORM JOURNAL-POSTING-EVENT
           PERFORM OUTPUT-LINE
           .

       *> List the caller's saved jobs in the order saved, each with
       *> the posting's current status and a flag when it has been
       *> closed, reopened or edited since the list was last shown.
       *> Showing an entry takes a fresh snapshot of it, so each change
       *> is flagged once.
       MY-SAVED-JOBS.
           IF NOT Current-Is-Student
               MOVE "Only student accounts can save jobs." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF-Input
               MOVE "--- My Saved Jobs ---" TO WS-Line
               PERFORM OUTPUT-LINE

               MOVE 0 TO WS-Sv-Count
               MOVE "N" TO WS-Sv-Refreshed
               MOVE 1 TO WS-Sv-Idx
               PERFORM UNTIL WS-Sv-Idx > WS-Number-Saved-Jobs
                   IF SJ-Username(WS-Sv-Idx) = WS-Current-Username
                       ADD 1 TO WS-Sv-Count
                       MOVE WS-Sv-Idx TO WS-Sv-Hit(WS-Sv-Count)
                       PERFORM FORMAT-SAVED-JOB-LINE
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Sv-Idx
               END-PERFORM

               IF Sv-Refreshed
                   PERFORM SAVE-SAVED-JOBS
               END-IF

               IF WS-Sv-Count = 0
                   MOVE "You have no saved jobs. Use 'Save this Job' on a job's details to add one." TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "-----------------------------" TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "-----------------------------" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter saved job number to open, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Sv-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Sv-Pick

               IF WS-Sv-Pick = 0
                   EXIT PERFORM
               ELSE
                   IF WS-Sv-Pick >= 1 AND WS-Sv-Pick <= WS-Sv-Count
                       MOVE WS-Sv-Hit(WS-Sv-Pick) TO WS-Sv-Row
                       PERFORM MANAGE-SAVED-JOB
                   ELSE
                       MOVE "Invalid selection." TO WS-Line
                       PERFORM OUTPUT-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       *> One My Saved Jobs line for the entry at SJ-*(WS-Sv-Idx) into
       *> WS-Line, comparing the posting against the entry's snapshot
       *> and then bringing the snapshot up to date
       FORMAT-SAVED-JOB-LINE.
           MOVE SJ-JobID(WS-Sv-Idx) TO WS-Selected-Job-ID
           PERFORM FIND-JOB-ROW-BY-ID
           MOVE WS-Sv-Count TO WS-Idx-3dig
           MOVE SJ-JobID(WS-Sv-Idx) TO WS-JobID-3dig
           MOVE SPACES TO WS-Sv-Date-Text
           STRING SJ-Saved(WS-Sv-Idx)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SJ-Saved(WS-Sv-Idx)(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SJ-Saved(WS-Sv-Idx)(7:2) DELIMITED BY SIZE
             INTO WS-Sv-Date-Text
           END-STRING

           IF WS-Job-Row = 0
               MOVE SPACES TO WS-Line
               STRING FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                      ". Job ID " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                      " -- no longer on the board, saved " DELIMITED BY SIZE
                      WS-Sv-Date-Text DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Sv-Flag
           EVALUATE TRUE
               WHEN JB-Status(WS-Job-Row) NOT = SJ-Seen-Status(WS-Sv-Idx)
                   IF JB-Status(WS-Job-Row) = "CLOSED"
                       MOVE "** closed since you last looked" TO WS-Sv-Flag
                   ELSE
                       MOVE "** reopened since you last looked" TO WS-Sv-Flag
                   END-IF
               WHEN JB-Changed(WS-Job-Row) NOT = SJ-Seen-Changed(WS-Sv-Idx)
                   MOVE "** edited since you last looked" TO WS-Sv-Flag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Sv-Flag NOT = SPACES
               MOVE JB-Status(WS-Job-Row) TO SJ-Seen-Status(WS-Sv-Idx)
               MOVE JB-Changed(WS-Job-Row) TO SJ-Seen-Changed(WS-Sv-Idx)
               ADD 1 TO CT-Changed(CTL-SAVED-JOBS)
               MOVE "Y" TO WS-Sv-Refreshed
           END-IF

           MOVE SPACES TO WS-Line
           STRING FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Title(WS-Job-Row)) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Emp-Name(WS-Job-Row)) DELIMITED BY SIZE
                  " [ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                  "] -- " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Status(WS-Job-Row)) DELIMITED BY SIZE
                  ", saved " DELIMITED BY SIZE
                  WS-Sv-Date-Text DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Sv-Flag TRAILING) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING.

       *> Apply to or remove the saved entry at SJ-*(WS-Sv-Row)
       MANAGE-SAVED-JOB.
           MOVE SJ-JobID(WS-Sv-Row) TO WS-Selected-Job-ID
           PERFORM FIND-JOB-ROW-BY-ID

           MOVE "1. Apply for this Job" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Remove from Saved Jobs" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "3. Back to Saved Jobs" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE

           PERFORM READ-INPUT

           EVALUATE InputRecord
               WHEN "Apply for this Job"
                   IF WS-Job-Row = 0
                       MOVE "That posting is no longer on the board." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   IF JB-Status(WS-Job-Row) = "CLOSED"
                       MOVE "That posting is closed and is not taking applications." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE JB-Poster-User(WS-Job-Row) TO WS-Vf-Username
                   PERFORM CHECK-EMPLOYER-VERIFIED
                   IF NOT Vf-Approved
                       MOVE "That posting is on hold until its employer is verified." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-Job-Row TO WS-Selected-Job-Index
                   PERFORM APPLY-TO-JOB
               WHEN "Remove from Saved Jobs"
                   MOVE 0 TO WS-Scrub-Idx
                   MOVE 1 TO WS-Sv-Idx
                   PERFORM UNTIL WS-Sv-Idx > WS-Number-Saved-Jobs
                       IF WS-Sv-Idx NOT = WS-Sv-Row
                           ADD 1 TO WS-Scrub-Idx
                           MOVE WS-Saved-Job(WS-Sv-Idx)
                               TO WS-Saved-Job(WS-Scrub-Idx)
                       END-IF
                       ADD 1 TO WS-Sv-Idx
                   END-PERFORM
                   COMPUTE CT-Deleted(CTL-SAVED-JOBS)
                       = CT-Deleted(CTL-SAVED-JOBS)
                         + WS-Number-Saved-Jobs - WS-Scrub-Idx
                   MOVE WS-Scrub-Idx TO WS-Number-Saved-Jobs
                   PERFORM SAVE-SAVED-JOBS
                   MOVE "Removed from My Saved Jobs." TO WS-Line
                   PERFORM OUTPUT-LINE
               WHEN "Back to Saved Jobs"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
           END-EVALUATE
           .

       *> Report: list applications for the logged-in user
       VIEW-MY-APPLICATIONS.
           PERFORM LOAD-APPLICATIONS
           .

       *> Helper for VIEW-MY-APPLICANTS: print every applicant who
       *> applied to the job at JB-*(COUNTER), found through the job-ID
       *> key of the applications file; called with COUNTER holding
       *> the current job's index
       LIST-APPLICANTS-FOR-JOB.
           MOVE JB-ID(COUNTER) TO WS-Selected-Job-ID
           PERFORM FIND-APPLICATIONS-FOR-JOB
           MOVE 1 TO WS-Alt-Hit-Idx
           PERFORM UNTIL WS-Alt-Hit-Idx > WS-Alt-Hit-Count
               MOVE WS-Alt-Hit(WS-Alt-Hit-Idx) TO WS-Tmp-Num
               IF AP-JobID(WS-Tmp-Num) = JB-ID(COUNTER)
                   MOVE "Y" TO WS-Has-Pending

                   MOVE "---" TO WS-Line
                   PERFORM OUTPUT-LINE
               END-IF
               ADD 1 TO WS-Alt-Hit-Idx
           END-PERFORM
           .

       *> checkpoint it so the student sees the disposition next to
       *> the entry in their own application summary
       SET-APPLICATION-STATUS.
           MOVE AP-Status(WS-Tmp-Num)  TO WS-Keyed-Hold-Status
           MOVE AP-Decided(WS-Tmp-Num) TO WS-Keyed-Hold-Decided
           MOVE WS-App-New-Status TO AP-Status(WS-Tmp-Num)
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-Decided(WS-Tmp-Num)
           MOVE WS-Tmp-Num TO WS-App-Row
           ADD 1 TO CT-Changed(CTL-APPLICATIONS)
           PERFORM REWRITE-APPLICATION-ROW
           IF Keyed-Change-Failed
               MOVE WS-Keyed-Hold-Status  TO AP-Status(WS-Tmp-Num)
               MOVE WS-Keyed-Hold-Decided TO AP-Decided(WS-Tmp-Num)
               SUBTRACT 1 FROM CT-Changed(CTL-APPLICATIONS)
               MOVE "The status change could not be saved. Status left unchanged." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE AP-JobID(WS-Tmp-Num) TO WS-JobID-3dig
           MOVE SPACES TO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE AP-Username(WS-Tmp-Num) TO WS-Nt-Recipient
           MOVE "APPSTATUS" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           STRING "Your application for job ID " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                  " is now " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-App-New-Status) DELIMITED BY SIZE
             INTO WS-Nt-Text
           END-STRING
           PERFORM ADD-NOTIFICATION

           MOVE SPACES TO WS-Line
           STRING "Applicant " DELIMITED BY SIZE
                  FUNCTION TRIM(AP-Username(WS-Tmp-Num) TRAILING)
               ADD 1 TO WS-Iv-Idx
           END-PERFORM

           IF WS-Iv-Found > 0
               ADD 1 TO CT-Changed(CTL-INTERVIEWS)
           END-IF
           IF WS-Iv-Found = 0
               IF WS-Number-Interviews < MAX-INTERVIEWS
                   ADD 1 TO WS-Number-Interviews
                   ADD 1 TO CT-Added(CTL-INTERVIEWS)
                   MOVE WS-Number-Interviews TO WS-Iv-Found
                   MOVE AP-JobID(WS-Tmp-Num)
                       TO IV-JobID(WS-Iv-Found)
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE IV-Student(WS-Iv-Found) TO WS-Nt-Recipient
           MOVE "INTERVIEW" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " proposed an interview for job ID " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-Slot(WS-Iv-Found) TRAILING)
                     DELIMITED BY SIZE
                  " -- see View My Applications" DELIMITED BY SIZE
             INTO WS-Nt-Text
           END-STRING
           PERFORM ADD-NOTIFICATION

           MOVE "Interview slot proposed. The student will be asked to confirm." TO WS-Line
           PERFORM OUTPUT-LINE
           .
               EVALUATE WS-ANS
                   WHEN "Y"
                       MOVE "CONFIRMED" TO IV-Status(WS-Iv-Found)
                       ADD 1 TO CT-Changed(CTL-INTERVIEWS)
                       PERFORM SAVE-INTERVIEWS
                       MOVE SPACES TO WS-Journal-Text
                       STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                       PERFORM OUTPUT-LINE
                   WHEN "N"
                       MOVE "DECLINED" TO IV-Status(WS-Iv-Found)
                       ADD 1 TO CT-Changed(CTL-INTERVIEWS)
                       PERFORM SAVE-INTERVIEWS
                       MOVE SPACES TO WS-Journal-Text
                       STRING FUNCTION TRIM(WS-Current-Username TRAILING)
               ADD 1 TO COUNTER
           END-PERFORM

           *> Employer verification queue: how many are waiting and
           *> how long the oldest has waited
           MOVE 0 TO WS-Vf-Count
           MOVE 0 TO WS-Vf-Oldest
           MOVE 1 TO WS-Vf-Idx
           PERFORM UNTIL WS-Vf-Idx > WS-Number-Emp-Profiles
               IF Employer-Pending(WS-Vf-Idx)
                   ADD 1 TO WS-Vf-Count
                   PERFORM VERIFICATION-DAYS-WAITING
                   IF WS-Vf-Days > WS-Vf-Oldest
                       MOVE WS-Vf-Days TO WS-Vf-Oldest
                   END-IF
               END-IF
               ADD 1 TO WS-Vf-Idx
           END-PERFORM
           MOVE SPACES TO WS-Line
           STRING "Employer Verifications Pending: " WS-Vf-Count DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Line
           STRING "Longest Verification Wait (days): " WS-Vf-Oldest DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE

           *> Moderation: reports still waiting on a decision, and
           *> accounts serving a suspension today
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Md-Today
           MOVE 0 TO WS-Md-Open-Total
           MOVE 0 TO WS-Md-Suspended-Total
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Reports
               IF Report-Open(COUNTER)
                   ADD 1 TO WS-Md-Open-Total
               END-IF
               IF MD-Status(COUNTER) = "SUSPENDED"
                  AND MD-Until(COUNTER) > WS-Md-Today
                   ADD 1 TO WS-Md-Suspended-Total
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           MOVE SPACES TO WS-Line
           STRING "Open Moderation Reports: " WS-Md-Open-Total DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Line
           STRING "Suspensions in Force: " WS-Md-Suspended-Total DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE

           *> Mentorship: mentors taking requests, mentorships running,
           *> and mentors with no places left
           MOVE 0 TO WS-Mn-Active-Total
           MOVE 0 TO WS-Mn-Full-Total
           MOVE 1 TO WS-Mn-Row
           PERFORM UNTIL WS-Mn-Row > WS-Number-Mentors
               IF Mentor-Active(WS-Mn-Row)
                   ADD 1 TO WS-Mn-Active-Total
               END-IF
               PERFORM COUNT-MENTOR-LOAD
               IF Mn-Full
                   ADD 1 TO WS-Mn-Full-Total
               END-IF
               ADD 1 TO WS-Mn-Row
           END-PERFORM
           MOVE 0 TO WS-Mn-Pairing-Total
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Pairings
               IF Pairing-Active(COUNTER)
                   ADD 1 TO WS-Mn-Pairing-Total
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           MOVE SPACES TO WS-Line
           STRING "Mentors Taking Requests: " WS-Mn-Active-Total DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Line
           STRING "Active Mentorships: " WS-Mn-Pairing-Total DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-Line
           STRING "Mentors at Capacity: " WS-Mn-Full-Total DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-REPORT-LINE

           MOVE WS-Rpt-Partial-Profiles   TO MT-Partial-Profiles
           MOVE WS-Rpt-Open-Postings      TO MT-Open-Postings
           MOVE WS-Number-Applications    TO MT-Applications
           MOVE WS-Mn-Active-Total        TO MT-Mentors
           MOVE WS-Mn-Pairing-Total       TO MT-Mentorships
           WRITE MetricsRecord
           CLOSE MetricsFile.

           MOVE 0 TO WS-Tr-Last-Open
           MOVE 0 TO WS-Tr-This-Apps
           MOVE 0 TO WS-Tr-Last-Apps
           MOVE 0 TO WS-Tr-This-Mentors
           MOVE 0 TO WS-Tr-Last-Mentors
           MOVE 0 TO WS-Tr-This-Pairs
           MOVE 0 TO WS-Tr-Last-Pairs

           MOVE "00" TO WS-Metrics-Status
           OPEN INPUT MetricsFile
               READ MetricsFile INTO MetricsRecord
                   AT END SET EOF TO TRUE
                   NOT AT END
                       *> Rows from before mentorship was counted
                       *> carry no mentorship figures
                       IF MT-Mentors NOT NUMERIC
                           MOVE 0 TO MT-Mentors
                       END-IF
                       IF MT-Mentorships NOT NUMERIC
                           MOVE 0 TO MT-Mentorships
                       END-IF
                       ADD 1 TO WS-Tr-Days
                       ADD MT-New-Users TO WS-Tr-Total-New
                       IF MT-Date > WS-Tr-Date-Lo
                           MOVE MT-Partial-Profiles  TO WS-Tr-This-Part
                           MOVE MT-Open-Postings     TO WS-Tr-This-Open
                           MOVE MT-Applications      TO WS-Tr-This-Apps
                           MOVE MT-Mentors           TO WS-Tr-This-Mentors
                           MOVE MT-Mentorships       TO WS-Tr-This-Pairs
                       ELSE
                           IF MT-Date > WS-Tr-Date-Lo2
                               ADD MT-New-Users TO WS-Tr-Last-New
                                   TO WS-Tr-Last-Open
                               MOVE MT-Applications
                                   TO WS-Tr-Last-Apps
                               MOVE MT-Mentors
                                   TO WS-Tr-Last-Mentors
                               MOVE MT-Mentorships
                                   TO WS-Tr-Last-Pairs
                           END-IF
                       END-IF
               END-READ
           MOVE "Applications on File" TO WS-INPUT-TRIM
           PERFORM WRITE-TREND-GAUGE-LINE

           MOVE WS-Tr-This-Mentors TO WS-Tr-Edit-A
           MOVE WS-Tr-Last-Mentors TO WS-Tr-Edit-B
           COMPUTE WS-Tr-Diff = WS-Tr-This-Mentors - WS-Tr-Last-Mentors
           MOVE WS-Tr-Diff TO WS-Tr-Diff-Edit
           MOVE "Mentors Taking Requests" TO WS-INPUT-TRIM
           PERFORM WRITE-TREND-GAUGE-LINE

           MOVE WS-Tr-This-Pairs TO WS-Tr-Edit-A
           MOVE WS-Tr-Last-Pairs TO WS-Tr-Edit-B
           COMPUTE WS-Tr-Diff = WS-Tr-This-Pairs - WS-Tr-Last-Pairs
           MOVE WS-Tr-Diff TO WS-Tr-Diff-Edit
           MOVE "Active Mentorships" TO WS-INPUT-TRIM
           PERFORM WRITE-TREND-GAUGE-LINE

           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-TREND-LINE
           CLOSE TrendFile
           DISPLAY WS-Line
           WRITE TrendRecord.

       *> ----- Record-count balancing report -----
       *> Written at every shutdown, after the checkpoint saves: one
       *> line per data file proving opening + added - deleted -
       *> archived = closing from the run's control totals, with the
       *> rows the last save of the file wrote. Any file that does not
       *> balance, or whose load stopped at its table cap, is flagged
       *> out of balance and raises the batch return code.
       WRITE-BALANCE-REPORT.
           OPEN OUTPUT BalanceFile
           MOVE SPACES TO WS-Line
           STRING "InCollege Record-Count Balancing Report -- "
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-BALANCE-LINE
           MOVE SPACES TO WS-Line
           STRING "File                        " DELIMITED BY SIZE
                  "  Opening    Added  Changed  Deleted Archived"
                     DELIMITED BY SIZE
                  "  Closing  Written  Status" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-BALANCE-LINE

           MOVE 0 TO WS-Ct-Bad-Count
           PERFORM VARYING WS-Ct-File FROM 1 BY 1
                   UNTIL WS-Ct-File > RESTORE-FILE-COUNT
               PERFORM WRITE-BALANCE-FILE-LINE
           END-PERFORM

           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-BALANCE-LINE
           MOVE RESTORE-FILE-COUNT TO WS-Ct-Edit-A
           MOVE WS-Ct-Bad-Count TO WS-Ct-Edit-B
           MOVE SPACES TO WS-Line
           STRING "Files checked: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ct-Edit-A) DELIMITED BY SIZE
                  "   Out of balance: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ct-Edit-B) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           CLOSE BalanceFile

           IF WS-Ct-Bad-Count > 0
               MOVE SPACES TO WS-Journal-Text
               STRING "balancing report: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Edit-B) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Edit-A) DELIMITED BY SIZE
                      " data files out of balance" DELIMITED BY SIZE
                 INTO WS-Journal-Text
               END-STRING
               PERFORM WRITE-JOURNAL
               IF Batch-Mode AND WS-Batch-RC < 12
                   MOVE 12 TO WS-Batch-RC
               END-IF
           END-IF.

       *> Helper for WRITE-BALANCE-REPORT: the line (and, when it does
       *> not balance, the reason) for the file at WS-Ct-File
       WRITE-BALANCE-FILE-LINE.
           PERFORM GET-CONTROL-ROWS
           COMPUTE WS-Ct-Expected = CT-Opening(WS-Ct-File)
                                  + CT-Added(WS-Ct-File)
                                  - CT-Deleted(WS-Ct-File)
                                  - CT-Archived(WS-Ct-File)
           MOVE WS-Ct-Expected TO WS-Ct-Expect-Edit
           MOVE WS-Ct-Rows TO WS-Ct-Edit-A
           MOVE CT-Written(WS-Ct-File) TO WS-Ct-Edit-B
           MOVE CT-Saved-Rows(WS-Ct-File) TO WS-Ct-Edit-C
           MOVE "N" TO WS-Ct-Bad
           MOVE SPACES TO WS-Ct-Detail
           EVALUATE TRUE
               WHEN Ctl-Capped(WS-Ct-File)
                   MOVE "Y" TO WS-Ct-Bad
                   MOVE "load stopped at the table cap with rows still unread on file"
                       TO WS-Ct-Detail
               WHEN WS-Ct-Expected NOT = WS-Ct-Rows
                   MOVE "Y" TO WS-Ct-Bad
                   STRING "opening + added - deleted - archived = "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Ct-Expect-Edit) DELIMITED BY SIZE
                          ", but the table holds " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Ct-Edit-A) DELIMITED BY SIZE
                     INTO WS-Ct-Detail
                   END-STRING
               WHEN CT-Saves(WS-Ct-File) > 0
                AND CT-Written(WS-Ct-File) NOT = CT-Saved-Rows(WS-Ct-File)
                   MOVE "Y" TO WS-Ct-Bad
                   STRING "last save wrote " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Ct-Edit-B) DELIMITED BY SIZE
                          " of " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Ct-Edit-C) DELIMITED BY SIZE
                          " rows" DELIMITED BY SIZE
                     INTO WS-Ct-Detail
                   END-STRING
           END-EVALUATE
           IF Ct-Out-Of-Balance
               ADD 1 TO WS-Ct-Bad-Count
               MOVE "OUT OF BALANCE" TO WS-Ct-Status
           ELSE
               MOVE "balanced" TO WS-Ct-Status
           END-IF

           MOVE WS-Restore-Name(WS-Ct-File) TO WS-Ct-Name
           MOVE CT-Opening(WS-Ct-File)  TO WS-Ct-Edit-A
           MOVE CT-Added(WS-Ct-File)    TO WS-Ct-Edit-B
           MOVE CT-Changed(WS-Ct-File)  TO WS-Ct-Edit-C
           MOVE CT-Deleted(WS-Ct-File)  TO WS-Ct-Edit-D
           MOVE CT-Archived(WS-Ct-File) TO WS-Ct-Edit-E
           MOVE WS-Ct-Rows              TO WS-Ct-Edit-F
           *> A file with no whole-file save this run (the keyed files
           *> write each change as it happens) shows no written count
           IF CT-Saves(WS-Ct-File) = 0
               MOVE "      -" TO WS-Ct-Written-Text
           ELSE
               MOVE CT-Written(WS-Ct-File) TO WS-Ct-Edit-G
               MOVE WS-Ct-Edit-G TO WS-Ct-Written-Text
           END-IF
           MOVE SPACES TO WS-Line
           STRING WS-Ct-Name DELIMITED BY SIZE
                  "  " WS-Ct-Edit-A DELIMITED BY SIZE
                  "  " WS-Ct-Edit-B DELIMITED BY SIZE
                  "  " WS-Ct-Edit-C DELIMITED BY SIZE
                  "  " WS-Ct-Edit-D DELIMITED BY SIZE
                  "  " WS-Ct-Edit-E DELIMITED BY SIZE
                  "  " WS-Ct-Edit-F DELIMITED BY SIZE
                  "  " WS-Ct-Written-Text DELIMITED BY SIZE
                  "  " WS-Ct-Status DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           IF Ct-Out-Of-Balance
               MOVE SPACES TO WS-Line
               STRING "    " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Ct-Detail TRAILING) DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-BALANCE-LINE
           END-IF
           IF Ctl-Held(WS-Ct-File)
               MOVE "    save held this run; the copy on disk was left untouched"
                   TO WS-Line
               PERFORM WRITE-BALANCE-LINE
           END-IF.

       *> Rows now in the table for the file at WS-Ct-File
       GET-CONTROL-ROWS.
           EVALUATE WS-Ct-File
               WHEN CTL-USERS         MOVE WS-Number-Users TO WS-Ct-Rows
               WHEN CTL-PROFILES      MOVE WS-Number-Profiles TO WS-Ct-Rows
               WHEN CTL-CONNECTIONS   MOVE WS-Number-Connections TO WS-Ct-Rows
               WHEN CTL-ACTIVE-CONNS  MOVE WS-Number-Active-Conns TO WS-Ct-Rows
               WHEN CTL-JOBS          MOVE WS-Number-Jobs TO WS-Ct-Rows
               WHEN CTL-APPLICATIONS  MOVE WS-Number-Applications TO WS-Ct-Rows
               WHEN CTL-RESUME        MOVE WS-Number-Resume-Lines TO WS-Ct-Rows
               WHEN CTL-EMP-PROFILES  MOVE WS-Number-Emp-Profiles TO WS-Ct-Rows
               WHEN CTL-SKILLS        MOVE WS-Number-Skills TO WS-Ct-Rows
               WHEN CTL-MESSAGES      MOVE WS-Number-Messages TO WS-Ct-Rows
               WHEN CTL-INTERVIEWS    MOVE WS-Number-Interviews TO WS-Ct-Rows
               WHEN CTL-RECS          MOVE WS-Number-Recs TO WS-Ct-Rows
               WHEN CTL-EVENTS        MOVE WS-Number-Events TO WS-Ct-Rows
               WHEN CTL-RSVPS         MOVE WS-Number-Rsvps TO WS-Ct-Rows
               WHEN CTL-NOTIFICATIONS MOVE WS-Number-Notifications TO WS-Ct-Rows
               WHEN CTL-MODERATION    MOVE WS-Number-Reports TO WS-Ct-Rows
               WHEN CTL-MENTORSHIP
                   COMPUTE WS-Ct-Rows = WS-Number-Mentors + WS-Number-Pairings
               WHEN CTL-SAVED-JOBS    MOVE WS-Number-Saved-Jobs TO WS-Ct-Rows
               WHEN CTL-GROUPS
                   COMPUTE WS-Ct-Rows = WS-Number-Groups + WS-Number-Members
               WHEN CTL-GROUP-POSTS   MOVE WS-Number-Group-Posts TO WS-Ct-Rows
               WHEN OTHER             MOVE 0 TO WS-Ct-Rows
           END-EVALUATE.

       *> Write WS-Line to the balancing report and echo it, same
       *> pattern as WRITE-TREND-LINE
       WRITE-BALANCE-LINE.
           MOVE WS-Line TO BalanceRecord
           DISPLAY WS-Line
           WRITE BalanceRecord.

       *> ----- Employer hiring-funnel report -----
       *> For every employer with postings on the board, and for each
       *> of their postings, count applications by disposition, show
       *> how far applicants get (interview, offer), how interview
       *> slots are being answered, and how many days the employer
       *> takes to reach a decision. Employers sitting on applications
       *> longer than FUNNEL-STALE-DAYS are listed again at the end.
       *> Applications filed before the application date was stamped
       *> are counted in the funnel but left out of every day figure,
       *> since there is no start date to measure from. Written to
       *> InCollege-FunnelReport.txt.
       RUN-FUNNEL-REPORT.
           PERFORM LOAD-APPLICATIONS
           COMPUTE WS-Fn-Today-Int
               = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           MOVE 0 TO WS-Fn-Stale-Count
           MOVE 0 TO WS-Fn-Flagged

           OPEN OUTPUT FunnelFile
           MOVE SPACES TO WS-Line
           STRING "InCollege Employer Hiring-Funnel Report -- "
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE
           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-FUNNEL-LINE

           IF WS-Number-Jobs = 0
               MOVE "No postings on file." TO WS-Line
               PERFORM WRITE-FUNNEL-LINE
           END-IF

           *> Each employer is reported once, at their first posting
           MOVE 1 TO WS-Fn-Emp-Idx
           PERFORM UNTIL WS-Fn-Emp-Idx > WS-Number-Jobs
               MOVE JB-Poster-User(WS-Fn-Emp-Idx) TO WS-Fn-Employer
               MOVE "N" TO WS-Fn-Seen
               MOVE 1 TO WS-Fn-Job-Idx
               PERFORM UNTIL WS-Fn-Job-Idx >= WS-Fn-Emp-Idx
                   IF JB-Poster-User(WS-Fn-Job-Idx) = WS-Fn-Employer
                       MOVE "Y" TO WS-Fn-Seen
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-Fn-Job-Idx
               END-PERFORM
               IF NOT Fn-Employer-Seen
                   PERFORM FUNNEL-ONE-EMPLOYER
               END-IF
               ADD 1 TO WS-Fn-Emp-Idx
           END-PERFORM

           MOVE SPACES TO WS-Line
           PERFORM WRITE-FUNNEL-LINE
           MOVE FUNNEL-STALE-DAYS TO WS-Fn-Edit-A
           MOVE SPACES TO WS-Line
           STRING "--- Exceptions: applications undecided after "
                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
                  " days ---" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE
           IF WS-Fn-Stale-Count = 0
               MOVE "None." TO WS-Line
               PERFORM WRITE-FUNNEL-LINE
           END-IF
           MOVE 1 TO WS-Fn-App-Idx
           PERFORM UNTIL WS-Fn-App-Idx > WS-Fn-Stale-Count
               MOVE FS-JobID(WS-Fn-App-Idx) TO WS-JobID-3dig
               MOVE FS-Days(WS-Fn-App-Idx) TO WS-Fn-Edit-A
               MOVE SPACES TO WS-Line
               STRING FUNCTION TRIM(FS-Employer(WS-Fn-App-Idx))
                         DELIMITED BY SIZE
                      ": job ID " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                      ", applicant " DELIMITED BY SIZE
                      FUNCTION TRIM(FS-Username(WS-Fn-App-Idx))
                         DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(FS-Status(WS-Fn-App-Idx))
                         DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
                      " days" DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-FUNNEL-LINE
               ADD 1 TO WS-Fn-App-Idx
           END-PERFORM
           MOVE WS-Fn-Flagged TO WS-Fn-Edit-A
           MOVE SPACES TO WS-Line
           STRING "Employers flagged: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE
           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-FUNNEL-LINE
           CLOSE FunnelFile

           MOVE "Funnel report written to InCollege-FunnelReport.txt." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> Helper for RUN-FUNNEL-REPORT: one section for the employer
       *> in WS-Fn-Employer -- each of their postings, then the
       *> employer's totals across all of them
       FUNNEL-ONE-EMPLOYER.
           MOVE WS-Fn-Stale-Count TO WS-Fn-Stale-Before
           INITIALIZE WS-Fn-Tally(2)

           MOVE SPACES TO WS-Line
           PERFORM WRITE-FUNNEL-LINE
           MOVE SPACES TO WS-Line
           STRING "Employer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Employer) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Emp-Name(WS-Fn-Emp-Idx))
                     DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE

           MOVE WS-Fn-Emp-Idx TO WS-Fn-Job-Idx
           PERFORM UNTIL WS-Fn-Job-Idx > WS-Number-Jobs
               IF JB-Poster-User(WS-Fn-Job-Idx) = WS-Fn-Employer
                   PERFORM FUNNEL-ONE-POSTING
               END-IF
               ADD 1 TO WS-Fn-Job-Idx
           END-PERFORM

           MOVE "  All postings:" TO WS-Line
           PERFORM WRITE-FUNNEL-LINE
           MOVE 2 TO WS-Fn-Lvl
           PERFORM WRITE-FUNNEL-TALLY

           IF WS-Fn-Stale-Count > WS-Fn-Stale-Before
               ADD 1 TO WS-Fn-Flagged
           END-IF
           .

       *> Helper for FUNNEL-ONE-EMPLOYER: tally the applications and
       *> interview slots for the posting at WS-Fn-Job-Idx, print them,
       *> and add them into the employer's totals
       FUNNEL-ONE-POSTING.
           INITIALIZE WS-Fn-Tally(1)

           MOVE 1 TO WS-Fn-App-Idx
           PERFORM UNTIL WS-Fn-App-Idx > WS-Number-Applications
               IF AP-JobID(WS-Fn-App-Idx) = JB-ID(WS-Fn-Job-Idx)
                   PERFORM FUNNEL-TALLY-APPLICATION
               END-IF
               ADD 1 TO WS-Fn-App-Idx
           END-PERFORM

           MOVE 1 TO WS-Fn-App-Idx
           PERFORM UNTIL WS-Fn-App-Idx > WS-Number-Interviews
               IF IV-JobID(WS-Fn-App-Idx) = JB-ID(WS-Fn-Job-Idx)
                   EVALUATE IV-Status(WS-Fn-App-Idx)
                       WHEN "PROPOSED"
                           ADD 1 TO FN-Iv-Proposed(1)
                       WHEN "CONFIRMED"
                           ADD 1 TO FN-Iv-Confirmed(1)
                       WHEN "DECLINED"
                           ADD 1 TO FN-Iv-Declined(1)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-Fn-App-Idx
           END-PERFORM

           MOVE JB-ID(WS-Fn-Job-Idx) TO WS-JobID-3dig
           MOVE SPACES TO WS-Line
           STRING "  Job ID " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Title(WS-Fn-Job-Idx)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(JB-Status(WS-Fn-Job-Idx)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE
           MOVE 1 TO WS-Fn-Lvl
           PERFORM WRITE-FUNNEL-TALLY

           ADD FN-Total(1)        TO FN-Total(2)
           ADD FN-Submitted(1)    TO FN-Submitted(2)
           ADD FN-Reviewed(1)     TO FN-Reviewed(2)
           ADD FN-Interview(1)    TO FN-Interview(2)
           ADD FN-Offer(1)        TO FN-Offer(2)
           ADD FN-Rejected(1)     TO FN-Rejected(2)
           ADD FN-Iv-Proposed(1)  TO FN-Iv-Proposed(2)
           ADD FN-Iv-Confirmed(1) TO FN-Iv-Confirmed(2)
           ADD FN-Iv-Declined(1)  TO FN-Iv-Declined(2)
           ADD FN-Decided(1)      TO FN-Decided(2)
           ADD FN-Days-Total(1)   TO FN-Days-Total(2)
           ADD FN-Undated(1)      TO FN-Undated(2)
           IF FN-Days-Worst(1) > FN-Days-Worst(2)
               MOVE FN-Days-Worst(1) TO FN-Days-Worst(2)
           END-IF
           .

       *> Helper for FUNNEL-ONE-POSTING: count the application at
       *> WS-Fn-App-Idx. A decision is OFFER or REJECTED; anything else
       *> is still open and is measured against FUNNEL-STALE-DAYS.
       FUNNEL-TALLY-APPLICATION.
           ADD 1 TO FN-Total(1)
           EVALUATE AP-Status(WS-Fn-App-Idx)
               WHEN "REVIEWED"
                   ADD 1 TO FN-Reviewed(1)
               WHEN "INTERVIEW"
                   ADD 1 TO FN-Interview(1)
               WHEN "OFFER"
                   ADD 1 TO FN-Offer(1)
               WHEN "REJECTED"
                   ADD 1 TO FN-Rejected(1)
               WHEN OTHER
                   ADD 1 TO FN-Submitted(1)
           END-EVALUATE

           IF AP-Applied(WS-Fn-App-Idx) IS NOT NUMERIC
               ADD 1 TO FN-Undated(1)
               EXIT PARAGRAPH
           END-IF

           IF AP-Status(WS-Fn-App-Idx) = "OFFER"
              OR AP-Status(WS-Fn-App-Idx) = "REJECTED"
               IF AP-Decided(WS-Fn-App-Idx) IS NUMERIC
                   COMPUTE WS-Fn-Days
                       = FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(AP-Decided(WS-Fn-App-Idx)))
                       - FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(AP-Applied(WS-Fn-App-Idx)))
                   ADD 1 TO FN-Decided(1)
                   ADD WS-Fn-Days TO FN-Days-Total(1)
                   IF WS-Fn-Days > FN-Days-Worst(1)
                       MOVE WS-Fn-Days TO FN-Days-Worst(1)
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-Fn-Days
                   = WS-Fn-Today-Int
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(AP-Applied(WS-Fn-App-Idx)))
               IF WS-Fn-Days > FUNNEL-STALE-DAYS
                  AND WS-Fn-Stale-Count < MAX-APPLICATIONS
                   ADD 1 TO WS-Fn-Stale-Count
                   MOVE WS-Fn-Employer
                       TO FS-Employer(WS-Fn-Stale-Count)
                   MOVE AP-Username(WS-Fn-App-Idx)
                       TO FS-Username(WS-Fn-Stale-Count)
                   MOVE AP-JobID(WS-Fn-App-Idx)
                       TO FS-JobID(WS-Fn-Stale-Count)
                   MOVE AP-Status(WS-Fn-App-Idx)
                       TO FS-Status(WS-Fn-Stale-Count)
                   MOVE WS-Fn-Days TO FS-Days(WS-Fn-Stale-Count)
               END-IF
           END-IF
           .

       *> Helper for RUN-FUNNEL-REPORT: print the tally in row
       *> WS-Fn-Lvl -- counts by status, conversion percentages,
       *> interview answers and days to decision
       WRITE-FUNNEL-TALLY.
           MOVE FN-Total(WS-Fn-Lvl) TO WS-Fn-Edit-A
           MOVE SPACES TO WS-Line
           STRING "    Applications: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE
           IF FN-Total(WS-Fn-Lvl) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FN-Submitted(WS-Fn-Lvl) TO WS-Fn-Edit-A
           MOVE FN-Reviewed(WS-Fn-Lvl)  TO WS-Fn-Edit-B
           MOVE FN-Interview(WS-Fn-Lvl) TO WS-Fn-Edit-C
           MOVE FN-Offer(WS-Fn-Lvl)     TO WS-Fn-Edit-D
           MOVE FN-Rejected(WS-Fn-Lvl)  TO WS-Fn-Edit-E
           MOVE SPACES TO WS-Line
           STRING "    Submitted " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
                  ", Reviewed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-B) DELIMITED BY SIZE
                  ", Interview " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-C) DELIMITED BY SIZE
                  ", Offer " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-D) DELIMITED BY SIZE
                  ", Rejected " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-E) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE

           *> Reached interview counts offers too -- an offer is only
           *> made after the interview stage
           COMPUTE WS-Fn-Num = FN-Interview(WS-Fn-Lvl) + FN-Offer(WS-Fn-Lvl)
           MOVE FN-Total(WS-Fn-Lvl) TO WS-Fn-Den
           PERFORM FUNNEL-PERCENT
           MOVE WS-Fn-Pct-Edit TO WS-Fn-Pct-A
           MOVE FN-Offer(WS-Fn-Lvl) TO WS-Fn-Num
           PERFORM FUNNEL-PERCENT
           MOVE WS-Fn-Pct-Edit TO WS-Fn-Pct-B
           COMPUTE WS-Fn-Den = FN-Interview(WS-Fn-Lvl) + FN-Offer(WS-Fn-Lvl)
           PERFORM FUNNEL-PERCENT
           MOVE SPACES TO WS-Line
           STRING "    Conversion: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Pct-A) DELIMITED BY SIZE
                  "% reached interview, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Pct-B) DELIMITED BY SIZE
                  "% received an offer, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Pct-Edit) DELIMITED BY SIZE
                  "% of interviews became offers" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE

           MOVE FN-Iv-Proposed(WS-Fn-Lvl)  TO WS-Fn-Edit-A
           MOVE FN-Iv-Confirmed(WS-Fn-Lvl) TO WS-Fn-Edit-B
           MOVE FN-Iv-Declined(WS-Fn-Lvl)  TO WS-Fn-Edit-C
           MOVE FN-Iv-Confirmed(WS-Fn-Lvl) TO WS-Fn-Num
           COMPUTE WS-Fn-Den = FN-Iv-Proposed(WS-Fn-Lvl)
                             + FN-Iv-Confirmed(WS-Fn-Lvl)
                             + FN-Iv-Declined(WS-Fn-Lvl)
           PERFORM FUNNEL-PERCENT
           MOVE SPACES TO WS-Line
           STRING "    Interview slots: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
                  " proposed, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-B) DELIMITED BY SIZE
                  " confirmed, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Edit-C) DELIMITED BY SIZE
                  " declined -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fn-Pct-Edit) DELIMITED BY SIZE
                  "% confirmed" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-FUNNEL-LINE

           MOVE FN-Decided(WS-Fn-Lvl) TO WS-Fn-Edit-C
           MOVE FN-Undated(WS-Fn-Lvl) TO WS-Fn-Edit-D
           IF FN-Decided(WS-Fn-Lvl) = 0
               MOVE SPACES TO WS-Line
               STRING "    Days to decision: no dated decisions yet ("
                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-D) DELIMITED BY SIZE
                      " undated)" DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           ELSE
               COMPUTE WS-Fn-Days ROUNDED
                   = FN-Days-Total(WS-Fn-Lvl) / FN-Decided(WS-Fn-Lvl)
               MOVE WS-Fn-Days TO WS-Fn-Edit-A
               MOVE FN-Days-Worst(WS-Fn-Lvl) TO WS-Fn-Edit-B
               MOVE SPACES TO WS-Line
               STRING "    Days to decision: average " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-A) DELIMITED BY SIZE
                      ", worst " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-B) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-C) DELIMITED BY SIZE
                      " decided, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Fn-Edit-D) DELIMITED BY SIZE
                      " undated)" DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           END-IF
           PERFORM WRITE-FUNNEL-LINE
           .

       *> Helper for WRITE-FUNNEL-TALLY: WS-Fn-Num as a whole
       *> percentage of WS-Fn-Den into WS-Fn-Pct-Edit (0 when there is
       *> nothing to divide by)
       FUNNEL-PERCENT.
           IF WS-Fn-Den = 0
               MOVE 0 TO WS-Fn-Pct
           ELSE
               COMPUTE WS-Fn-Pct ROUNDED = WS-Fn-Num * 100 / WS-Fn-Den
           END-IF
           MOVE WS-Fn-Pct TO WS-Fn-Pct-Edit.

       *> Write WS-Line to the funnel report and echo it, same pattern
       *> as WRITE-REPORT-LINE
       WRITE-FUNNEL-LINE.
           MOVE WS-Line TO FunnelRecord
           DISPLAY WS-Line
           WRITE FunnelRecord.

       *> ----- Abuse reports and moderation -----
       *> "Report this" from the inbox, a profile view or the
       *> recommendations list files a row in the moderation queue; the
       *> operator dismisses it, hides the content, or suspends the
       *> account for a number of days. A suspension lives on the
       *> report row and is checked at LOGIN.

       *> Report a message from the caller's inbox -- the numbered
       *> list MESSAGES-MENU just printed
       REPORT-MESSAGE.
           MOVE "Enter the number of the message to report:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Msg-Pick
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Msg-Pick
           IF WS-Msg-Pick < 1 OR WS-Msg-Pick > WS-Msg-Count
               MOVE "No message selected." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Msg-Hit-Index(WS-Msg-Pick) TO WS-Msg-Row
           MOVE ME-From-Username(WS-Msg-Row) TO WS-Md-Target
           MOVE "MESSAGE" TO WS-Md-Type
           MOVE SPACES TO WS-Md-Ref
           MOVE ME-To-Username(WS-Msg-Row) TO WS-Md-Ref(1:20)
           MOVE ME-Sent(WS-Msg-Row)        TO WS-Md-Ref(21:14)
           MOVE ME-Text(WS-Msg-Row)        TO WS-Md-Content
           PERFORM FILE-MODERATION-REPORT.

       *> Report the profile at WS-Display-Index
       REPORT-PROFILE.
           IF WS-Display-Index = 0
               EXIT PARAGRAPH
           END-IF
           IF PF-Username(WS-Display-Index) = WS-Current-Username
               MOVE "You cannot report your own profile." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE PF-Username(WS-Display-Index) TO WS-Md-Target
           MOVE "PROFILE" TO WS-Md-Type
           MOVE PF-Username(WS-Display-Index) TO WS-Md-Ref
           MOVE SPACES TO WS-Md-Content
           STRING FUNCTION TRIM(PF-FirstName(WS-Display-Index) TRAILING)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-LastName(WS-Display-Index) TRAILING)
                     DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-University(WS-Display-Index) TRAILING)
                     DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-About(WS-Display-Index) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Md-Content
           END-STRING
           PERFORM FILE-MODERATION-REPORT.

       *> Report one of the recommendations MANAGE-MY-RECOMMENDATIONS
       *> just listed for the caller
       REPORT-RECOMMENDATION.
           MOVE "Enter the number of the recommendation to report:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Rec-Pick
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Rec-Pick
           IF WS-Rec-Pick < 1 OR WS-Rec-Pick > WS-Rec-Count
               MOVE "No recommendation selected." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rec-Hit-Index(WS-Rec-Pick) TO WS-Rec-Idx
           MOVE RD-From-Username(WS-Rec-Idx) TO WS-Md-Target
           MOVE "REC" TO WS-Md-Type
           MOVE RD-For-Username(WS-Rec-Idx) TO WS-Md-Ref
           MOVE RD-Text(WS-Rec-Idx) TO WS-Md-Content
           PERFORM FILE-MODERATION-REPORT.

       *> Ask the reporter why, and queue WS-Md-* as an OPEN report. A
       *> second report of the same item by the same user while the
       *> first is still open is not queued twice.
       FILE-MODERATION-REPORT.
           MOVE 1 TO WS-Md-Idx
           PERFORM UNTIL WS-Md-Idx > WS-Number-Reports
               IF Report-Open(WS-Md-Idx)
                  AND MD-Reporter(WS-Md-Idx) = WS-Current-Username
                  AND MD-Type(WS-Md-Idx) = WS-Md-Type
                  AND MD-Ref(WS-Md-Idx) = WS-Md-Ref
                  AND MD-Target(WS-Md-Idx) = WS-Md-Target
                   MOVE "You have already reported this; it is waiting for a moderator." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Md-Idx
           END-PERFORM
           IF WS-Number-Reports >= MAX-REPORTS
               MOVE "The report queue is full. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the reason for your report (max 100 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM UNTIL InputRecord NOT = SPACES
               MOVE "A reason is required. Please try again." TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
           END-PERFORM

           MOVE 0 TO WS-Md-Next-ID
           MOVE 1 TO WS-Md-Idx
           PERFORM UNTIL WS-Md-Idx > WS-Number-Reports
               IF MD-ID(WS-Md-Idx) > WS-Md-Next-ID
                   MOVE MD-ID(WS-Md-Idx) TO WS-Md-Next-ID
               END-IF
               ADD 1 TO WS-Md-Idx
           END-PERFORM
           ADD 1 TO WS-Md-Next-ID

           ADD 1 TO WS-Number-Reports
           ADD 1 TO CT-Added(CTL-MODERATION)
           MOVE WS-Md-Next-ID       TO MD-ID(WS-Number-Reports)
           MOVE WS-Current-Username TO MD-Reporter(WS-Number-Reports)
           MOVE WS-Md-Target        TO MD-Target(WS-Number-Reports)
           MOVE WS-Md-Type          TO MD-Type(WS-Number-Reports)
           MOVE WS-Md-Ref           TO MD-Ref(WS-Number-Reports)
           MOVE WS-Md-Content       TO MD-Content(WS-Number-Reports)
           MOVE InputRecord         TO MD-Reason(WS-Number-Reports)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO MD-Stamp(WS-Number-Reports)
           MOVE "OPEN"              TO MD-Status(WS-Number-Reports)
           MOVE SPACES              TO MD-Until(WS-Number-Reports)
           MOVE SPACES              TO MD-Decided(WS-Number-Reports)
           PERFORM SAVE-MODERATION

           MOVE WS-Md-Next-ID TO WS-Md-ID-Edit
           MOVE SPACES TO WS-Journal-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " reported " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Md-Type TRAILING) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Md-Target TRAILING) DELIMITED BY SIZE
                  " (report " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Md-ID-Edit) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE "Thank you. Your report has been sent to the moderators." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> Sets WS-Suspended-Until to the latest end date of any
       *> suspension still in force against WS-Username(WS-Found-Index),
       *> or leaves it blank. The account may sign on again from that
       *> date.
       CHECK-ACCOUNT-SUSPENDED.
           MOVE SPACES TO WS-Suspended-Until
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Md-Today
           MOVE 1 TO WS-Md-Idx
           PERFORM UNTIL WS-Md-Idx > WS-Number-Reports
               IF MD-Status(WS-Md-Idx) = "SUSPENDED"
                  AND MD-Target(WS-Md-Idx) = WS-Username(WS-Found-Index)
                  AND MD-Until(WS-Md-Idx) > WS-Md-Today
                  AND MD-Until(WS-Md-Idx) > WS-Suspended-Until
                   MOVE MD-Until(WS-Md-Idx) TO WS-Suspended-Until
               END-IF
               ADD 1 TO WS-Md-Idx
           END-PERFORM.

       *> Operator view of the open reports, oldest first, with the
       *> three actions on whichever one is picked
       REVIEW-MODERATION-QUEUE.
           PERFORM UNTIL EOF-Input
               MOVE "--- Moderation Queue ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE 0 TO WS-Md-Count
               MOVE 1 TO WS-Md-Idx
               PERFORM UNTIL WS-Md-Idx > WS-Number-Reports
                   IF Report-Open(WS-Md-Idx)
                       ADD 1 TO WS-Md-Count
                       MOVE WS-Md-Idx TO WS-Md-Hit(WS-Md-Count)
                       MOVE WS-Md-Count TO WS-Md-Edit
                       MOVE MD-ID(WS-Md-Idx) TO WS-Md-ID-Edit
                       MOVE SPACES TO WS-Line
                       STRING FUNCTION TRIM(WS-Md-Edit) DELIMITED BY SIZE
                              ". Report " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-Md-ID-Edit) DELIMITED BY SIZE
                              " -- " DELIMITED BY SIZE
                              FUNCTION TRIM(MD-Type(WS-Md-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              " by " DELIMITED BY SIZE
                              FUNCTION TRIM(MD-Target(WS-Md-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              ", reported by " DELIMITED BY SIZE
                              FUNCTION TRIM(MD-Reporter(WS-Md-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              " on " DELIMITED BY SIZE
                              MD-Stamp(WS-Md-Idx)(1:4) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              MD-Stamp(WS-Md-Idx)(5:2) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              MD-Stamp(WS-Md-Idx)(7:2) DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                       MOVE SPACES TO WS-Line
                       STRING "   Reason: " DELIMITED BY SIZE
                              FUNCTION TRIM(MD-Reason(WS-Md-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                       MOVE SPACES TO WS-Line
                       STRING "   Content: " DELIMITED BY SIZE
                              FUNCTION TRIM(MD-Content(WS-Md-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Md-Idx
               END-PERFORM

               IF WS-Md-Count = 0
                   MOVE "There are no open reports." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "Enter a report number to act on, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Md-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Md-Pick
               IF WS-Md-Pick < 1 OR WS-Md-Pick > WS-Md-Count
                   EXIT PERFORM
               END-IF
               MOVE WS-Md-Hit(WS-Md-Pick) TO WS-Md-Row
               PERFORM MODERATE-ONE-REPORT
           END-PERFORM.

       MODERATE-ONE-REPORT.
           MOVE "1. Dismiss Report" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Hide the Content" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "3. Suspend the Account" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "4. Back to Queue" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT

           EVALUATE InputRecord
               WHEN "Dismiss Report"
                   MOVE "DISMISSED" TO MD-Status(WS-Md-Row)
                   MOVE "dismissed" TO WS-Journal-Verb
                   MOVE "Report dismissed." TO WS-Line
               WHEN "Hide the Content"
                   PERFORM MODERATION-HIDE-CONTENT
                   IF Keyed-Change-Failed
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "HIDDEN" TO MD-Status(WS-Md-Row)
                   MOVE "hid content" TO WS-Journal-Verb
               WHEN "Suspend the Account"
                   PERFORM MODERATION-SUSPEND
                   IF MD-Status(WS-Md-Row) NOT = "SUSPENDED"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "suspended" TO WS-Journal-Verb
               WHEN "Back to Queue"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM OUTPUT-LINE

           MOVE FUNCTION CURRENT-DATE(1:14) TO MD-Decided(WS-Md-Row)
           ADD 1 TO CT-Changed(CTL-MODERATION)
           PERFORM SAVE-MODERATION

           MOVE MD-ID(WS-Md-Row) TO WS-Md-ID-Edit
           MOVE SPACES TO WS-Md-Until-Text
           IF MD-Status(WS-Md-Row) = "SUSPENDED"
               STRING " until " DELIMITED BY SIZE
                      MD-Until(WS-Md-Row) DELIMITED BY SIZE
                 INTO WS-Md-Until-Text
               END-STRING
           END-IF
           MOVE SPACES TO WS-Journal-Text
           STRING "operator " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  " on report " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Md-ID-Edit) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(MD-Type(WS-Md-Row) TRAILING) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(MD-Target(WS-Md-Row) TRAILING) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  WS-Md-Until-Text DELIMITED BY "  "
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL.

       *> Take the reported content out of view: a message keeps its
       *> row but loses its text, a profile is shown to no one but its
       *> owner, and a recommendation is removed from the subject's
       *> profile for good. The report keeps its copy of the content.
       MODERATION-HIDE-CONTENT.
           MOVE "N" TO WS-Md-Found
           MOVE "N" TO WS-Keyed-Failed
           EVALUATE MD-Type(WS-Md-Row)
               WHEN "MESSAGE"
                   MOVE 1 TO WS-Msg-Row
                   PERFORM UNTIL WS-Msg-Row > WS-Number-Messages
                       IF ME-To-Username(WS-Msg-Row) = MD-Ref(WS-Md-Row)(1:20)
                          AND ME-Sent(WS-Msg-Row) = MD-Ref(WS-Md-Row)(21:14)
                           MOVE ME-Text(WS-Msg-Row) TO WS-Keyed-Hold-Text
                           MOVE "[This message was removed by the moderators.]"
                               TO ME-Text(WS-Msg-Row)
                           ADD 1 TO CT-Changed(CTL-MESSAGES)
                           PERFORM REWRITE-MESSAGE-ROW
                           IF Keyed-Change-Failed
                               MOVE WS-Keyed-Hold-Text TO ME-Text(WS-Msg-Row)
                               SUBTRACT 1 FROM CT-Changed(CTL-MESSAGES)
                           ELSE
                               MOVE "Y" TO WS-Md-Found
                           END-IF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-Msg-Row
                   END-PERFORM
               WHEN "PROFILE"
                   MOVE MD-Target(WS-Md-Row) TO WS-Temp-Username
                   PERFORM FIND-PROFILE-BY-USERNAME
                   IF WS-Display-Index > 0
                       MOVE "H" TO PF-Visibility(WS-Display-Index)
                       ADD 1 TO CT-Changed(CTL-PROFILES)
                       PERFORM SAVE-PROFILES
                       MOVE "Y" TO WS-Md-Found
                   END-IF
               WHEN "REC"
                   MOVE 1 TO WS-Rec-Idx
                   PERFORM UNTIL WS-Rec-Idx > WS-Number-Recs
                       IF RD-From-Username(WS-Rec-Idx) = MD-Target(WS-Md-Row)
                          AND RD-For-Username(WS-Rec-Idx) = MD-Ref(WS-Md-Row)(1:20)
                           MOVE "M" TO RD-Visible(WS-Rec-Idx)
                           ADD 1 TO CT-Changed(CTL-RECS)
                           PERFORM SAVE-RECS
                           MOVE "Y" TO WS-Md-Found
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-Rec-Idx
                   END-PERFORM
           END-EVALUATE
           EVALUATE TRUE
               WHEN Keyed-Change-Failed
                   MOVE "The message could not be updated on file; the report is left open." TO WS-Line
               WHEN Md-Found
                   MOVE "Content hidden." TO WS-Line
               WHEN OTHER
                   MOVE "The content is no longer on file; the report is closed as hidden." TO WS-Line
           END-EVALUATE.

       *> Suspend the reported account for the number of days the
       *> operator enters, counted from today
       MODERATION-SUSPEND.
           MOVE "Enter the number of days to suspend the account for:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Md-Days
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Md-Days
           IF WS-Md-Days < 1 OR WS-Md-Days > MAX-SUSPEND-DAYS
               MOVE "Enter a whole number of days from 1 to 365. No action taken." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Md-Today
           COMPUTE WS-Md-Until-Num = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-Md-Today) + WS-Md-Days)
           MOVE WS-Md-Until-Num TO MD-Until(WS-Md-Row)
           MOVE "SUSPENDED" TO MD-Status(WS-Md-Row)
           MOVE SPACES TO WS-Line
           STRING "Account " DELIMITED BY SIZE
                  FUNCTION TRIM(MD-Target(WS-Md-Row) TRAILING)
                     DELIMITED BY SIZE
                  " suspended; it may sign on again from " DELIMITED BY SIZE
                  MD-Until(WS-Md-Row)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MD-Until(WS-Md-Row)(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MD-Until(WS-Md-Row)(7:2) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING.

       *> ----- Employer verification -----
       *> A new or changed company profile waits for the career office
       *> to approve it; until then the employer's postings and events
       *> are kept off the job board, the events board, new-job alerts
       *> and the career export feed.

       *> Sets WS-Vf-Status (and WS-Vf-Row) for the employer named in
       *> WS-Vf-Username: the EF-Verify code of their company profile,
       *> or N when they have none
       CHECK-EMPLOYER-VERIFIED.
           MOVE "N" TO WS-Vf-Status
           MOVE 0 TO WS-Vf-Row
           MOVE 1 TO WS-Vf-Idx
           PERFORM UNTIL WS-Vf-Idx > WS-Number-Emp-Profiles
               IF EF-Username(WS-Vf-Idx) = WS-Vf-Username
                   MOVE WS-Vf-Idx TO WS-Vf-Row
                   MOVE EF-Verify(WS-Vf-Idx) TO WS-Vf-Status
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Vf-Idx
           END-PERFORM.

       *> Tell the signed-in employer why their postings and events are
       *> not on the boards; says nothing once they are approved
       SHOW-VERIFICATION-NOTICE.
           MOVE WS-Current-Username TO WS-Vf-Username
           PERFORM CHECK-EMPLOYER-VERIFIED
           EVALUATE TRUE
               WHEN Vf-Approved
                   EXIT PARAGRAPH
               WHEN Vf-Pending
                   MOVE "Your company profile is awaiting verification by the career office." TO WS-Line
                   PERFORM OUTPUT-LINE
               WHEN Vf-Rejected
                   MOVE SPACES TO WS-Line
                   STRING "Your company profile was not approved: " DELIMITED BY SIZE
                          FUNCTION TRIM(EF-Verify-Reason(WS-Vf-Row) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE
                   MOVE "Correct your company profile ('Create/Edit My Profile') to submit it again." TO WS-Line
                   PERFORM OUTPUT-LINE
               WHEN OTHER
                   MOVE "Create your company profile ('Create/Edit My Profile') so the career office can verify your account." TO WS-Line
                   PERFORM OUTPUT-LINE
           END-EVALUATE
           MOVE "Until it is approved, your postings and events are not shown to students." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> Whole days the company profile at WS-Vf-Idx has been waiting
       VERIFICATION-DAYS-WAITING.
           MOVE 0 TO WS-Vf-Days
           IF EF-Requested(WS-Vf-Idx)(1:8) NUMERIC
               COMPUTE WS-Vf-Days =
                   FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                 - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(EF-Requested(WS-Vf-Idx)(1:8)))
           END-IF.

       *> Operator queue of company profiles awaiting verification, in
       *> the order they were filed. Each decision records a reason
       *> and who made it, and the employer is notified.
       REVIEW-EMPLOYER-VERIFICATIONS.
           PERFORM UNTIL EOF-Input
               MOVE "--- Employer Verification Queue ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE 0 TO WS-Vf-Count
               MOVE 1 TO WS-Vf-Idx
               PERFORM UNTIL WS-Vf-Idx > WS-Number-Emp-Profiles
                   IF Employer-Pending(WS-Vf-Idx)
                       ADD 1 TO WS-Vf-Count
                       MOVE WS-Vf-Idx TO WS-Vf-Hit(WS-Vf-Count)
                       PERFORM VERIFICATION-DAYS-WAITING
                       MOVE WS-Vf-Count TO WS-Idx-4dig
                       MOVE WS-Vf-Days TO WS-Vf-Edit
                       MOVE SPACES TO WS-Line
                       STRING FUNCTION TRIM(WS-Idx-4dig) DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              FUNCTION TRIM(EF-Company(WS-Vf-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(EF-Industry(WS-Vf-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              ") -- account " DELIMITED BY SIZE
                              FUNCTION TRIM(EF-Username(WS-Vf-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              ", contact " DELIMITED BY SIZE
                              FUNCTION TRIM(EF-Contact(WS-Vf-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              ", waiting " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-Vf-Edit) DELIMITED BY SIZE
                              " days" DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Vf-Idx
               END-PERFORM

               IF WS-Vf-Count = 0
                   MOVE "No company profiles are awaiting verification." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "Enter a request number to decide, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Vf-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Vf-Pick
               IF WS-Vf-Pick < 1 OR WS-Vf-Pick > WS-Vf-Count
                   EXIT PERFORM
               END-IF
               MOVE WS-Vf-Hit(WS-Vf-Pick) TO WS-Vf-Row
               PERFORM DECIDE-EMPLOYER-VERIFICATION
           END-PERFORM.

       DECIDE-EMPLOYER-VERIFICATION.
           MOVE "1. Approve Employer" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Reject Employer" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "3. Back to Queue" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           EVALUATE InputRecord
               WHEN "Approve Employer"
                   MOVE "A" TO WS-ANS
               WHEN "Reject Employer"
                   MOVE "R" TO WS-ANS
               WHEN "Back to Queue"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "Enter the reason for this decision (max 100 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM UNTIL InputRecord NOT = SPACES
               MOVE "A reason is required. Please try again." TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
           END-PERFORM
           MOVE InputRecord TO EF-Verify-Reason(WS-Vf-Row)

           MOVE "Enter your name or initials for the record:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM UNTIL InputRecord NOT = SPACES
               MOVE "A name or initials are required. Please try again." TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
           END-PERFORM
           MOVE InputRecord TO EF-Decided-By(WS-Vf-Row)

           MOVE WS-ANS TO EF-Verify(WS-Vf-Row)
           MOVE FUNCTION CURRENT-DATE(1:14) TO EF-Decided(WS-Vf-Row)
           ADD 1 TO CT-Changed(CTL-EMP-PROFILES)
           PERFORM SAVE-EMP-PROFILES

           IF Employer-Approved(WS-Vf-Row)
               MOVE "approved" TO WS-Journal-Verb
           ELSE
               MOVE "rejected" TO WS-Journal-Verb
           END-IF
           MOVE SPACES TO WS-Journal-Text
           STRING "employer " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(EF-Username(WS-Vf-Row) TRAILING)
                     DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(EF-Decided-By(WS-Vf-Row) TRAILING)
                     DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(EF-Verify-Reason(WS-Vf-Row) TRAILING)
                     DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE EF-Username(WS-Vf-Row) TO WS-Nt-Recipient
           MOVE "VERIFY" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           IF Employer-Approved(WS-Vf-Row)
               MOVE "Your company profile was verified; your postings and events are now live"
                   TO WS-Nt-Text
           ELSE
               STRING "Your company profile was not approved: " DELIMITED BY SIZE
                      FUNCTION TRIM(EF-Verify-Reason(WS-Vf-Row) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
           END-IF
           PERFORM ADD-NOTIFICATION

           MOVE SPACES TO WS-Line
           STRING "Employer " DELIMITED BY SIZE
                  FUNCTION TRIM(EF-Username(WS-Vf-Row) TRAILING)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> ----- Alumni mentorship -----
       *> Graduates (a profile graduation year before this year) list
       *> themselves as mentors with their focus areas and how many
       *> students they can take on. Current students browse the
       *> listed mentors ranked by how well they match -- same major
       *> 3 points, same university 2, and 1 for each of the
       *> student's skills the mentor also lists or names in their
       *> focus -- and send a request. The mentor accepts or declines;
       *> an accepted request runs as an active mentorship with a
       *> start date and a review date MENTOR-REVIEW-DAYS out, until
       *> either side ends it.
       MENTORSHIP-MENU.
           IF NOT Current-Is-Student
               MOVE "Mentorship is open to student and alumni accounts." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF-Input
               MOVE "--- Mentorship ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "1. Find a Mentor" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "2. My Mentorships" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "3. Mentorship Requests" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "4. My Mentor Listing" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "5. Back to Main Menu" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE

               PERFORM READ-INPUT

               EVALUATE InputRecord
                   WHEN "Find a Mentor"
                       PERFORM FIND-A-MENTOR
                   WHEN "My Mentorships"
                       PERFORM MY-MENTORSHIPS
                   WHEN "Mentorship Requests"
                       PERFORM MENTORSHIP-REQUESTS
                   WHEN "My Mentor Listing"
                       PERFORM MY-MENTOR-LISTING
                   WHEN "Back to Main Menu"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again." TO WS-Line
                       PERFORM OUTPUT-LINE
               END-EVALUATE
           END-PERFORM.

       *> Sets Mn-Alumnus when the signed-in user's profile (row left
       *> in WS-Found-Index) gives a graduation year already past
       CHECK-ALUMNUS.
           MOVE "N" TO WS-Mn-Alumnus
           PERFORM FIND-PROFILE-INDEX
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Mn-Year
           IF WS-Found-Index > 0
               IF PF-GradYear(WS-Found-Index) > 0
                  AND PF-GradYear(WS-Found-Index) < WS-Mn-Year
                   MOVE "Y" TO WS-Mn-Alumnus
               END-IF
           END-IF.

       *> Sets WS-Mn-Row to the mentor listing for WS-Mn-Username, or
       *> 0 when they have none
       FIND-MENTOR-ROW.
           MOVE 0 TO WS-Mn-Row
           MOVE 1 TO WS-Mn-K
           PERFORM UNTIL WS-Mn-K > WS-Number-Mentors
               IF MN-Username(WS-Mn-K) = WS-Mn-Username
                   MOVE WS-Mn-K TO WS-Mn-Row
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Mn-K
           END-PERFORM.

       *> Active mentorships held by the mentor at WS-Mn-Row, in
       *> WS-Mn-Load; Mn-Full once that reaches their capacity
       COUNT-MENTOR-LOAD.
           MOVE 0 TO WS-Mn-Load
           MOVE 1 TO WS-Mn-K
           PERFORM UNTIL WS-Mn-K > WS-Number-Pairings
               IF PA-Mentor(WS-Mn-K) = MN-Username(WS-Mn-Row)
                  AND Pairing-Active(WS-Mn-K)
                   ADD 1 TO WS-Mn-Load
               END-IF
               ADD 1 TO WS-Mn-K
           END-PERFORM
           IF WS-Mn-Load >= MN-Capacity(WS-Mn-Row)
               MOVE "Y" TO WS-Mn-Full
           ELSE
               MOVE "N" TO WS-Mn-Full
           END-IF.

       *> YYYYMMDD in WS-Mn-Date-Raw to YYYY-MM-DD in WS-Mn-Date-Text
       FORMAT-MENTOR-DATE.
           MOVE SPACES TO WS-Mn-Date-Text
           IF WS-Mn-Date-Raw NOT = SPACES
               STRING WS-Mn-Date-Raw(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Mn-Date-Raw(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Mn-Date-Raw(7:2) DELIMITED BY SIZE
                 INTO WS-Mn-Date-Text
               END-STRING
           END-IF.

       *> Student side: rank every listed mentor against the caller's
       *> profile and skills, then view one and ask for mentorship
       FIND-A-MENTOR.
           PERFORM CHECK-ALUMNUS
           IF WS-Found-Index = 0
               MOVE "Create your profile first so mentors can be matched to your major, university and skills." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           IF Mn-Alumnus
               MOVE "Finding a mentor is for current students; as a graduate you can list yourself under 'My Mentor Listing'." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Found-Index TO WS-Mn-Student-Row

           MOVE 0 TO WS-Mn-Hit-Count
           MOVE 1 TO WS-Mn-I
           PERFORM UNTIL WS-Mn-I > WS-Number-Mentors
               IF Mentor-Active(WS-Mn-I)
                  AND MN-Username(WS-Mn-I) NOT = WS-Current-Username
                   MOVE MN-Username(WS-Mn-I) TO WS-Temp-Username
                   PERFORM FIND-PROFILE-BY-USERNAME
                   IF WS-Display-Index > 0
                       IF PF-Visibility(WS-Display-Index) NOT = "H"
                           PERFORM SCORE-MENTOR-MATCH
                           ADD 1 TO WS-Mn-Hit-Count
                           MOVE WS-Mn-I
                               TO WS-Mn-Hit-Row(WS-Mn-Hit-Count)
                           MOVE WS-Display-Index
                               TO WS-Mn-Hit-Profile(WS-Mn-Hit-Count)
                           MOVE WS-Mn-Score
                               TO WS-Mn-Hit-Score(WS-Mn-Hit-Count)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-Mn-I
           END-PERFORM

           IF WS-Mn-Hit-Count = 0
               MOVE "No mentors are listed right now. Please check back later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-MENTOR-HITS
           PERFORM LIST-MENTOR-HITS

           MOVE "Enter the number of a mentor to view, or 0 to go back:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Mn-Pick
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Mn-Pick
           IF WS-Mn-Pick < 1 OR WS-Mn-Pick > WS-Mn-Hit-Count
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Mn-Hit-Row(WS-Mn-Pick) TO WS-Mn-Row
           MOVE WS-Mn-Hit-Profile(WS-Mn-Pick) TO WS-Display-Index
           PERFORM VIEW-PROFILE-BY-INDEX
           MOVE SPACES TO WS-Line
           STRING "Mentoring focus: " DELIMITED BY SIZE
                  FUNCTION TRIM(MN-Focus(WS-Mn-Row) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE

           MOVE "1. Request Mentorship" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Back to Mentorship Menu" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           EVALUATE InputRecord
               WHEN "Request Mentorship"
                   PERFORM REQUEST-MENTORSHIP
               WHEN "Back to Mentorship Menu"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
           END-EVALUATE.

       *> Helper for FIND-A-MENTOR: score the mentor listing at
       *> WS-Mn-I (profile at WS-Display-Index) against the student's
       *> profile at WS-Mn-Student-Row into WS-Mn-Score
       SCORE-MENTOR-MATCH.
           MOVE 0 TO WS-Mn-Score
           IF PF-Major(WS-Mn-Student-Row) NOT = SPACES
              AND FUNCTION UPPER-CASE(PF-Major(WS-Display-Index))
                = FUNCTION UPPER-CASE(PF-Major(WS-Mn-Student-Row))
               ADD 3 TO WS-Mn-Score
           END-IF
           IF PF-University(WS-Mn-Student-Row) NOT = SPACES
              AND FUNCTION UPPER-CASE(PF-University(WS-Display-Index))
                = FUNCTION UPPER-CASE(PF-University(WS-Mn-Student-Row))
               ADD 2 TO WS-Mn-Score
           END-IF

           MOVE FUNCTION UPPER-CASE(MN-Focus(WS-Mn-I)) TO WS-Mn-Upper-A
           MOVE 1 TO WS-Mn-J
           PERFORM UNTIL WS-Mn-J > WS-Number-Skills
               IF SL-Username(WS-Mn-J) = WS-Current-Username
                  AND SL-Skill(WS-Mn-J) NOT = SPACES
                   MOVE "N" TO WS-Mn-Skill-Hit
                   MOVE FUNCTION UPPER-CASE(SL-Skill(WS-Mn-J))
                       TO WS-Mn-Upper-B
                   MOVE 1 TO WS-Mn-K
                   PERFORM UNTIL WS-Mn-K > WS-Number-Skills
                       IF SL-Username(WS-Mn-K) = MN-Username(WS-Mn-I)
                          AND FUNCTION UPPER-CASE(SL-Skill(WS-Mn-K))
                            = WS-Mn-Upper-B
                           MOVE "Y" TO WS-Mn-Skill-Hit
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-Mn-K
                   END-PERFORM
                   IF NOT Mn-Skill-Hit
                       MOVE 0 TO WS-Match-Count
                       INSPECT WS-Mn-Upper-A TALLYING WS-Match-Count
                           FOR ALL WS-Mn-Upper-B(1:FUNCTION LENGTH(FUNCTION TRIM(WS-Mn-Upper-B)))
                       IF WS-Match-Count > 0
                           MOVE "Y" TO WS-Mn-Skill-Hit
                       END-IF
                   END-IF
                   IF Mn-Skill-Hit
                       ADD 1 TO WS-Mn-Score
                   END-IF
               END-IF
               ADD 1 TO WS-Mn-J
           END-PERFORM.

       *> Order the mentor list by match score, best first -- the same
       *> exchange sort as SORT-CANDIDATE-HITS
       SORT-MENTOR-HITS.
           MOVE 1 TO WS-Mn-I
           PERFORM UNTIL WS-Mn-I >= WS-Mn-Hit-Count
               COMPUTE WS-Mn-J = WS-Mn-I + 1
               PERFORM UNTIL WS-Mn-J > WS-Mn-Hit-Count
                   IF WS-Mn-Hit-Score(WS-Mn-J) > WS-Mn-Hit-Score(WS-Mn-I)
                       MOVE WS-Mn-Hit(WS-Mn-I) TO WS-Mn-Hit-Hold
                       MOVE WS-Mn-Hit(WS-Mn-J) TO WS-Mn-Hit(WS-Mn-I)
                       MOVE WS-Mn-Hit-Hold     TO WS-Mn-Hit(WS-Mn-J)
                   END-IF
                   ADD 1 TO WS-Mn-J
               END-PERFORM
               ADD 1 TO WS-Mn-I
           END-PERFORM.

       LIST-MENTOR-HITS.
           MOVE "Mentors (best match first):" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE 1 TO WS-Mn-I
           PERFORM UNTIL WS-Mn-I > WS-Mn-Hit-Count
               MOVE WS-Mn-Hit-Row(WS-Mn-I) TO WS-Mn-Row
               MOVE WS-Mn-Hit-Profile(WS-Mn-I) TO WS-Display-Index
               PERFORM COUNT-MENTOR-LOAD
               MOVE WS-Mn-I TO WS-Idx-3dig
               MOVE WS-Mn-Hit-Score(WS-Mn-I) TO WS-Mn-Score-Edit
               MOVE SPACES TO WS-Mn-Tag
               IF Mn-Full
                   MOVE " [full]" TO WS-Mn-Tag
               END-IF
               MOVE SPACES TO WS-Line
               STRING
                   FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(PF-FirstName(WS-Display-Index) TRAILING)
                      DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PF-LastName(WS-Display-Index) TRAILING)
                      DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(PF-University(WS-Display-Index) TRAILING)
                      DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(PF-Major(WS-Display-Index) TRAILING)
                      DELIMITED BY SIZE
                   ", class of " DELIMITED BY SIZE
                   PF-GradYear(WS-Display-Index) DELIMITED BY SIZE
                   ") -- match " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Mn-Score-Edit) DELIMITED BY SIZE
                   WS-Mn-Tag DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
               MOVE SPACES TO WS-Line
               STRING "     Focus: " DELIMITED BY SIZE
                      FUNCTION TRIM(MN-Focus(WS-Mn-Row) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
               ADD 1 TO WS-Mn-I
           END-PERFORM.

       *> Ask the mentor at WS-Mn-Row to take the caller on. A mentor
       *> already at capacity, or one the caller already has an open
       *> request or mentorship with, is refused here.
       REQUEST-MENTORSHIP.
           PERFORM COUNT-MENTOR-LOAD
           IF Mn-Full
               MOVE "This mentor is not taking new students right now." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-Mn-K
           PERFORM UNTIL WS-Mn-K > WS-Number-Pairings
               IF PA-Mentor(WS-Mn-K) = MN-Username(WS-Mn-Row)
                  AND PA-Student(WS-Mn-K) = WS-Current-Username
                  AND Pairing-Open(WS-Mn-K)
                   MOVE "You already have an open request or mentorship with this mentor." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Mn-K
           END-PERFORM
           IF WS-Number-Pairings >= MAX-PAIRINGS
               MOVE "No more mentorship requests can be taken right now." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Tell the mentor what you would like help with (max 100 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM UNTIL InputRecord NOT = SPACES
               MOVE "A note is required. Please try again." TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
           END-PERFORM

           ADD 1 TO WS-Number-Pairings
           ADD 1 TO CT-Added(CTL-MENTORSHIP)
           MOVE MN-Username(WS-Mn-Row) TO PA-Mentor(WS-Number-Pairings)
           MOVE WS-Current-Username TO PA-Student(WS-Number-Pairings)
           MOVE "REQUESTED" TO PA-Status(WS-Number-Pairings)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PA-Requested(WS-Number-Pairings)
           MOVE SPACES TO PA-Start(WS-Number-Pairings)
           MOVE SPACES TO PA-Review(WS-Number-Pairings)
           MOVE SPACES TO PA-End(WS-Number-Pairings)
           MOVE InputRecord TO PA-Note(WS-Number-Pairings)
           PERFORM SAVE-MENTORSHIP

           MOVE SPACES TO WS-Journal-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " requested mentorship from " DELIMITED BY SIZE
                  FUNCTION TRIM(MN-Username(WS-Mn-Row) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE MN-Username(WS-Mn-Row) TO WS-Nt-Recipient
           MOVE "MENTOR" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " has asked you to be their mentor" DELIMITED BY SIZE
             INTO WS-Nt-Text
           END-STRING
           PERFORM ADD-NOTIFICATION

           MOVE "Mentorship request sent." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> Mentor side: requests waiting on the caller, answered one
       *> at a time
       MENTORSHIP-REQUESTS.
           MOVE WS-Current-Username TO WS-Mn-Username
           PERFORM FIND-MENTOR-ROW
           IF WS-Mn-Row = 0
               MOVE "You are not listed as a mentor. Graduates can sign up under 'My Mentor Listing'." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF-Input
               MOVE "--- Mentorship Requests ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE 0 TO WS-Mn-Count
               MOVE 1 TO WS-Mn-I
               PERFORM UNTIL WS-Mn-I > WS-Number-Pairings
                   IF PA-Mentor(WS-Mn-I) = WS-Current-Username
                      AND Pairing-Requested(WS-Mn-I)
                       ADD 1 TO WS-Mn-Count
                       MOVE WS-Mn-I TO WS-Mn-Pair-Hit(WS-Mn-Count)
                       MOVE WS-Mn-Count TO WS-Idx-4dig
                       MOVE PA-Requested(WS-Mn-I)(1:8) TO WS-Mn-Date-Raw
                       PERFORM FORMAT-MENTOR-DATE
                       MOVE SPACES TO WS-Line
                       STRING FUNCTION TRIM(WS-Idx-4dig) DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              FUNCTION TRIM(PA-Student(WS-Mn-I) TRAILING)
                                 DELIMITED BY SIZE
                              " (asked " DELIMITED BY SIZE
                              WS-Mn-Date-Text DELIMITED BY SIZE
                              "): " DELIMITED BY SIZE
                              FUNCTION TRIM(PA-Note(WS-Mn-I) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Mn-I
               END-PERFORM

               IF WS-Mn-Count = 0
                   MOVE "You have no mentorship requests waiting." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               PERFORM COUNT-MENTOR-LOAD
               MOVE WS-Mn-Load TO WS-Mn-Edit
               MOVE MN-Capacity(WS-Mn-Row) TO WS-Mn-Cap-Edit
               MOVE SPACES TO WS-Line
               STRING "Students you are mentoring: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE

               MOVE "Enter a request number to answer, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Mn-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Mn-Pick
               IF WS-Mn-Pick < 1 OR WS-Mn-Pick > WS-Mn-Count
                   EXIT PERFORM
               END-IF
               MOVE WS-Mn-Pair-Hit(WS-Mn-Pick) TO WS-Mn-Idx
               PERFORM ANSWER-MENTORSHIP-REQUEST
           END-PERFORM.

       *> Accept or decline the request at WS-Mn-Idx for the mentor at
       *> WS-Mn-Row. Accepting starts the mentorship today with its
       *> review date MENTOR-REVIEW-DAYS out.
       ANSWER-MENTORSHIP-REQUEST.
           MOVE "1. Accept Request" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Decline Request" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "3. Back to Requests" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Mn-Today
           EVALUATE InputRecord
               WHEN "Accept Request"
                   PERFORM COUNT-MENTOR-LOAD
                   IF Mn-Full
                       MOVE "You are at your capacity. End a mentorship or raise your capacity under 'My Mentor Listing' first." TO WS-Line
                       PERFORM OUTPUT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-Mn-Review-Num = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-Mn-Today)
                         + MENTOR-REVIEW-DAYS)
                   MOVE "ACTIVE" TO PA-Status(WS-Mn-Idx)
                   MOVE WS-Mn-Today TO PA-Start(WS-Mn-Idx)
                   MOVE WS-Mn-Review-Num TO PA-Review(WS-Mn-Idx)
                   MOVE "accepted" TO WS-Journal-Verb
               WHEN "Decline Request"
                   MOVE "DECLINED" TO PA-Status(WS-Mn-Idx)
                   MOVE WS-Mn-Today TO PA-End(WS-Mn-Idx)
                   MOVE "declined" TO WS-Journal-Verb
               WHEN "Back to Requests"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO CT-Changed(CTL-MENTORSHIP)
           PERFORM SAVE-MENTORSHIP

           MOVE SPACES TO WS-Journal-Text
           STRING "mentorship " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(PA-Mentor(WS-Mn-Idx) TRAILING)
                     DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(PA-Student(WS-Mn-Idx) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE PA-Student(WS-Mn-Idx) TO WS-Nt-Recipient
           MOVE "MENTOR" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           IF Pairing-Active(WS-Mn-Idx)
               MOVE PA-Review(WS-Mn-Idx) TO WS-Mn-Date-Raw
               PERFORM FORMAT-MENTOR-DATE
               STRING FUNCTION TRIM(PA-Mentor(WS-Mn-Idx) TRAILING)
                         DELIMITED BY SIZE
                      " accepted your mentorship request; review due "
                         DELIMITED BY SIZE
                      WS-Mn-Date-Text DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
               MOVE "Request accepted. The mentorship has started." TO WS-Line
           ELSE
               STRING FUNCTION TRIM(PA-Mentor(WS-Mn-Idx) TRAILING)
                         DELIMITED BY SIZE
                      " declined your mentorship request" DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
               MOVE "Request declined." TO WS-Line
           END-IF
           PERFORM ADD-NOTIFICATION
           PERFORM OUTPUT-LINE.

       *> Both sides: the caller's open requests and mentorships, as
       *> mentor or as student; either side may end one
       MY-MENTORSHIPS.
           PERFORM UNTIL EOF-Input
               MOVE "--- My Mentorships ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Mn-Today
               MOVE 0 TO WS-Mn-Count
               MOVE 1 TO WS-Mn-I
               PERFORM UNTIL WS-Mn-I > WS-Number-Pairings
                   IF Pairing-Open(WS-Mn-I)
                      AND (PA-Mentor(WS-Mn-I) = WS-Current-Username
                        OR PA-Student(WS-Mn-I) = WS-Current-Username)
                       ADD 1 TO WS-Mn-Count
                       MOVE WS-Mn-I TO WS-Mn-Pair-Hit(WS-Mn-Count)
                       MOVE WS-Mn-I TO WS-Mn-Idx
                       PERFORM BUILD-MENTORSHIP-LINE
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Mn-I
               END-PERFORM

               IF WS-Mn-Count = 0
                   MOVE "You have no open mentorships or requests." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "Enter a number to end that mentorship or withdraw that request, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Mn-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Mn-Pick
               IF WS-Mn-Pick < 1 OR WS-Mn-Pick > WS-Mn-Count
                   EXIT PERFORM
               END-IF
               MOVE WS-Mn-Pair-Hit(WS-Mn-Pick) TO WS-Mn-Idx
               PERFORM END-MENTORSHIP
           END-PERFORM.

       *> One numbered My Mentorships line for the pairing at
       *> WS-Mn-Idx, numbered WS-Mn-Count, seen from the caller's side
       BUILD-MENTORSHIP-LINE.
           MOVE WS-Mn-Count TO WS-Idx-4dig
           MOVE SPACES TO WS-Mn-Tag
           IF PA-Mentor(WS-Mn-Idx) = WS-Current-Username
               STRING "Mentoring " DELIMITED BY SIZE
                      FUNCTION TRIM(PA-Student(WS-Mn-Idx) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Mn-Tag
               END-STRING
           ELSE
               STRING "Mentor " DELIMITED BY SIZE
                      FUNCTION TRIM(PA-Mentor(WS-Mn-Idx) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Mn-Tag
               END-STRING
           END-IF
           MOVE SPACES TO WS-Line
           IF Pairing-Active(WS-Mn-Idx)
               MOVE PA-Review(WS-Mn-Idx) TO WS-Mn-Date-Raw
               PERFORM FORMAT-MENTOR-DATE
               MOVE WS-Mn-Date-Text TO WS-Mn-Review-Text
               MOVE PA-Start(WS-Mn-Idx) TO WS-Mn-Date-Raw
               PERFORM FORMAT-MENTOR-DATE
               STRING FUNCTION TRIM(WS-Idx-4dig) DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Tag TRAILING) DELIMITED BY SIZE
                      " -- active since " DELIMITED BY SIZE
                      WS-Mn-Date-Text DELIMITED BY SIZE
                      ", review " DELIMITED BY SIZE
                      WS-Mn-Review-Text DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               IF PA-Review(WS-Mn-Idx) <= WS-Mn-Today
                   MOVE WS-Line TO WS-INPUT-TRIM
                   MOVE SPACES TO WS-Line
                   STRING FUNCTION TRIM(WS-INPUT-TRIM TRAILING)
                             DELIMITED BY SIZE
                          " [review due]" DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
               END-IF
           ELSE
               MOVE PA-Requested(WS-Mn-Idx)(1:8) TO WS-Mn-Date-Raw
               PERFORM FORMAT-MENTOR-DATE
               STRING FUNCTION TRIM(WS-Idx-4dig) DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Tag TRAILING) DELIMITED BY SIZE
                      " -- requested " DELIMITED BY SIZE
                      WS-Mn-Date-Text DELIMITED BY SIZE
                      ", awaiting the mentor's answer" DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           END-IF.

       *> End the mentorship (or withdraw the request) at WS-Mn-Idx and
       *> let the other side know
       END-MENTORSHIP.
           MOVE "1. End Mentorship" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Back to My Mentorships" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           EVALUATE InputRecord
               WHEN "End Mentorship"
                   CONTINUE
               WHEN "Back to My Mentorships"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF PA-Mentor(WS-Mn-Idx) = WS-Current-Username
               MOVE PA-Student(WS-Mn-Idx) TO WS-Mn-Other
           ELSE
               MOVE PA-Mentor(WS-Mn-Idx) TO WS-Mn-Other
           END-IF
           MOVE "MENTOR" TO WS-Nt-Type
           MOVE SPACES TO WS-Nt-Text
           IF Pairing-Active(WS-Mn-Idx)
               MOVE "ended" TO WS-Journal-Verb
               STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                         DELIMITED BY SIZE
                      " has ended your mentorship" DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
           ELSE
               MOVE "withdrawn" TO WS-Journal-Verb
               STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                         DELIMITED BY SIZE
                      " has withdrawn their mentorship request"
                         DELIMITED BY SIZE
                 INTO WS-Nt-Text
               END-STRING
           END-IF
           MOVE "ENDED" TO PA-Status(WS-Mn-Idx)
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-End(WS-Mn-Idx)
           ADD 1 TO CT-Changed(CTL-MENTORSHIP)
           PERFORM SAVE-MENTORSHIP

           MOVE SPACES TO WS-Journal-Text
           STRING "mentorship " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(PA-Mentor(WS-Mn-Idx) TRAILING)
                     DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(PA-Student(WS-Mn-Idx) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE WS-Mn-Other TO WS-Nt-Recipient
           PERFORM ADD-NOTIFICATION

           MOVE "Mentorship ended." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> Graduates sign up as mentors here, and afterwards change
       *> their focus and capacity or pause and resume taking requests
       MY-MENTOR-LISTING.
           PERFORM CHECK-ALUMNUS
           IF NOT Mn-Alumnus
               MOVE "Mentor listings are open to graduates -- the graduation year on your profile must be in the past." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Current-Username TO WS-Mn-Username
           PERFORM FIND-MENTOR-ROW

           IF WS-Mn-Row = 0
               IF WS-Number-Mentors >= MAX-MENTORS
                   MOVE "No more mentors can be listed right now." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "You are not listed as a mentor yet." TO WS-Line
               PERFORM OUTPUT-LINE
               ADD 1 TO WS-Number-Mentors
               ADD 1 TO CT-Added(CTL-MENTORSHIP)
               MOVE WS-Number-Mentors TO WS-Mn-Row
               MOVE WS-Current-Username TO MN-Username(WS-Mn-Row)
               PERFORM READ-MENTOR-TERMS
               MOVE "Y" TO MN-Active(WS-Mn-Row)
               MOVE FUNCTION CURRENT-DATE(1:8) TO MN-Since(WS-Mn-Row)
               PERFORM SAVE-MENTORSHIP
               MOVE "listed" TO WS-Journal-Verb
               PERFORM JOURNAL-MENTOR-LISTING
               MOVE "You are now listed as a mentor." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-MENTOR-LOAD
           MOVE "--- My Mentor Listing ---" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE SPACES TO WS-Line
           STRING "Focus: " DELIMITED BY SIZE
                  FUNCTION TRIM(MN-Focus(WS-Mn-Row) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Mn-Load TO WS-Mn-Edit
           MOVE MN-Capacity(WS-Mn-Row) TO WS-Mn-Cap-Edit
           MOVE SPACES TO WS-Line
           STRING "Students mentored: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           IF Mentor-Active(WS-Mn-Row)
               MOVE "Status: taking requests" TO WS-Line
           ELSE
               MOVE "Status: paused" TO WS-Line
           END-IF
           PERFORM OUTPUT-LINE

           MOVE "1. Change Focus and Capacity" TO WS-Line
           PERFORM OUTPUT-LINE
           IF Mentor-Active(WS-Mn-Row)
               MOVE "2. Pause Mentoring" TO WS-Line
           ELSE
               MOVE "2. Resume Mentoring" TO WS-Line
           END-IF
           PERFORM OUTPUT-LINE
           MOVE "3. Back to Mentorship Menu" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           EVALUATE InputRecord
               WHEN "Change Focus and Capacity"
                   PERFORM READ-MENTOR-TERMS
                   MOVE "updated" TO WS-Journal-Verb
                   MOVE "Mentor listing updated." TO WS-Line
               WHEN "Pause Mentoring"
                   MOVE "N" TO MN-Active(WS-Mn-Row)
                   MOVE "paused" TO WS-Journal-Verb
                   MOVE "Mentoring paused. You will not receive new requests." TO WS-Line
               WHEN "Resume Mentoring"
                   MOVE "Y" TO MN-Active(WS-Mn-Row)
                   MOVE "resumed" TO WS-Journal-Verb
                   MOVE "Mentoring resumed." TO WS-Line
               WHEN "Back to Mentorship Menu"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM OUTPUT-LINE
           ADD 1 TO CT-Changed(CTL-MENTORSHIP)
           PERFORM SAVE-MENTORSHIP
           PERFORM JOURNAL-MENTOR-LISTING.

       *> Prompt for the focus areas and capacity of the mentor
       *> listing at WS-Mn-Row
       READ-MENTOR-TERMS.
           MOVE "Enter your mentoring focus areas (max 100 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM UNTIL InputRecord NOT = SPACES
               MOVE "Focus areas are required. Please try again." TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
           END-PERFORM
           MOVE InputRecord TO MN-Focus(WS-Mn-Row)

           MOVE MAX-MENTOR-CAPACITY TO WS-Mn-Cap-Edit
           MOVE SPACES TO WS-Line
           STRING "How many students can you mentor a month? (1-"
                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Mn-Capacity
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Mn-Capacity
           PERFORM UNTIL (WS-Mn-Capacity >= 1
                          AND WS-Mn-Capacity <= MAX-MENTOR-CAPACITY)
                   OR EOF-Input
               MOVE SPACES TO WS-Line
               STRING "Please enter a number from 1 to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Mn-Capacity
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Mn-Capacity
           END-PERFORM
           IF WS-Mn-Capacity < 1
               MOVE 1 TO WS-Mn-Capacity
           END-IF
           MOVE WS-Mn-Capacity TO MN-Capacity(WS-Mn-Row).

       *> Journal a change to the mentor listing at WS-Mn-Row; the
       *> change is named in WS-Journal-Verb
       JOURNAL-MENTOR-LISTING.
           MOVE MN-Capacity(WS-Mn-Row) TO WS-Mn-Cap-Edit
           MOVE SPACES TO WS-Journal-Text
           STRING "mentor listing " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(MN-Username(WS-Mn-Row) TRAILING)
                     DELIMITED BY SIZE
                  " (capacity " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL.

       *> Operator view of the programme: every active mentorship with
       *> its review date, the mentors with no places left, and the
       *> requests still waiting on an answer
       REVIEW-MENTORSHIPS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Mn-Today
           MOVE "--- Mentorship Review ---" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Active mentorships:" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE 0 TO WS-Mn-Pairing-Total
           MOVE 0 TO WS-Mn-Count
           MOVE 1 TO WS-Mn-I
           PERFORM UNTIL WS-Mn-I > WS-Number-Pairings
               IF Pairing-Active(WS-Mn-I)
                   ADD 1 TO WS-Mn-Pairing-Total
                   MOVE PA-Review(WS-Mn-I) TO WS-Mn-Date-Raw
                   PERFORM FORMAT-MENTOR-DATE
                   MOVE WS-Mn-Date-Text TO WS-Mn-Review-Text
                   MOVE PA-Start(WS-Mn-I) TO WS-Mn-Date-Raw
                   PERFORM FORMAT-MENTOR-DATE
                   MOVE SPACES TO WS-Mn-Tag
                   IF PA-Review(WS-Mn-I) <= WS-Mn-Today
                       MOVE " [review due]" TO WS-Mn-Tag
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Mentor(WS-Mn-I) TRAILING)
                             DELIMITED BY SIZE
                          " mentoring " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Student(WS-Mn-I) TRAILING)
                             DELIMITED BY SIZE
                          " since " DELIMITED BY SIZE
                          WS-Mn-Date-Text DELIMITED BY SIZE
                          ", review " DELIMITED BY SIZE
                          WS-Mn-Review-Text DELIMITED BY SIZE
                          WS-Mn-Tag DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE
               END-IF
               IF Pairing-Requested(WS-Mn-I)
                   ADD 1 TO WS-Mn-Count
               END-IF
               ADD 1 TO WS-Mn-I
           END-PERFORM
           IF WS-Mn-Pairing-Total = 0
               MOVE "  (none)" TO WS-Line
               PERFORM OUTPUT-LINE
           END-IF

           MOVE "Mentors at capacity:" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE 0 TO WS-Mn-Full-Total
           MOVE 1 TO WS-Mn-Row
           PERFORM UNTIL WS-Mn-Row > WS-Number-Mentors
               PERFORM COUNT-MENTOR-LOAD
               IF Mn-Full
                   ADD 1 TO WS-Mn-Full-Total
                   MOVE WS-Mn-Load TO WS-Mn-Edit
                   MOVE MN-Capacity(WS-Mn-Row) TO WS-Mn-Cap-Edit
                   MOVE SPACES TO WS-Mn-Tag
                   IF NOT Mentor-Active(WS-Mn-Row)
                       MOVE " (paused)" TO WS-Mn-Tag
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(MN-Username(WS-Mn-Row) TRAILING)
                             DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
                          " of " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                          " places taken" DELIMITED BY SIZE
                          WS-Mn-Tag DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE
               END-IF
               ADD 1 TO WS-Mn-Row
           END-PERFORM
           IF WS-Mn-Full-Total = 0
               MOVE "  (none)" TO WS-Line
               PERFORM OUTPUT-LINE
           END-IF

           MOVE WS-Number-Mentors TO WS-Mn-Edit
           MOVE SPACES TO WS-Line
           STRING "Mentors listed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Mn-Pairing-Total TO WS-Mn-Edit
           MOVE SPACES TO WS-Line
           STRING "Active mentorships: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           MOVE WS-Mn-Count TO WS-Mn-Edit
           MOVE SPACES TO WS-Line
           STRING "Requests awaiting an answer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Mn-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> ----- Community groups -----
       *> Keep the signed-in student's university and program groups
       *> in step with their profile: automatic memberships of groups
       *> the profile no longer names are dropped, then the group for
       *> their university and the group for their major there are
       *> found (or started) and the student enrolled in each
       ENROLL-PROFILE-GROUPS.
           IF NOT Current-Is-Student
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROFILE-INDEX
           IF WS-Found-Index = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Gr-Changed

           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Gr-Idx
           PERFORM UNTIL WS-Gr-Idx > WS-Number-Members
               MOVE "Y" TO WS-Gr-Fits
               IF MB-Username(WS-Gr-Idx) = WS-Current-Username
                  AND Member-Auto(WS-Gr-Idx)
                   MOVE MB-GroupID(WS-Gr-Idx) TO WS-Gr-ID
                   PERFORM FIND-GROUP-ROW-BY-ID
                   IF WS-Gr-Row > 0
                       PERFORM CHECK-GROUP-FITS-PROFILE
                   END-IF
               END-IF
               IF Gr-Fits
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Member(WS-Gr-Idx) TO WS-Member(WS-Scrub-Idx)
               ELSE
                   MOVE "Y" TO WS-Gr-Changed
                   MOVE "left" TO WS-Journal-Verb
                   PERFORM JOURNAL-GROUP-EVENT
                   MOVE SPACES TO WS-Line
                   STRING "Your profile no longer matches the group "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                             DELIMITED BY SIZE
                          ", so you have been taken off it."
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE
               END-IF
               ADD 1 TO WS-Gr-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUPS)
               = CT-Deleted(CTL-GROUPS)
                 + WS-Number-Members - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Members

           IF PF-University(WS-Found-Index) NOT = SPACES
               MOVE "U" TO WS-Gr-Want-Type
               MOVE PF-University(WS-Found-Index) TO WS-Gr-Want-Univ
               MOVE SPACES TO WS-Gr-Want-Major
               PERFORM ENROLL-IN-PROFILE-GROUP
           END-IF
           IF PF-Major(WS-Found-Index) NOT = SPACES
               MOVE "M" TO WS-Gr-Want-Type
               MOVE PF-University(WS-Found-Index) TO WS-Gr-Want-Univ
               MOVE PF-Major(WS-Found-Index) TO WS-Gr-Want-Major
               PERFORM ENROLL-IN-PROFILE-GROUP
           END-IF

           IF Gr-Changed
               PERFORM SAVE-GROUPS
           END-IF.

       *> Sets Gr-Fits when the university/program group at
       *> GR-*(WS-Gr-Row) still matches the profile at WS-Found-Index;
       *> topic groups always fit
       CHECK-GROUP-FITS-PROFILE.
           MOVE "Y" TO WS-Gr-Fits
           EVALUATE TRUE
               WHEN Group-University(WS-Gr-Row)
                   IF PF-University(WS-Found-Index) = SPACES
                      OR FUNCTION UPPER-CASE(GR-University(WS-Gr-Row))
                         NOT = FUNCTION UPPER-CASE(PF-University(WS-Found-Index))
                       MOVE "N" TO WS-Gr-Fits
                   END-IF
               WHEN Group-Major(WS-Gr-Row)
                   IF PF-Major(WS-Found-Index) = SPACES
                      OR FUNCTION UPPER-CASE(GR-University(WS-Gr-Row))
                         NOT = FUNCTION UPPER-CASE(PF-University(WS-Found-Index))
                      OR FUNCTION UPPER-CASE(GR-Major(WS-Gr-Row))
                         NOT = FUNCTION UPPER-CASE(PF-Major(WS-Found-Index))
                       MOVE "N" TO WS-Gr-Fits
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> Find the group of type WS-Gr-Want-Type for WS-Gr-Want-Univ
       *> and WS-Gr-Want-Major, starting it if no one has needed it
       *> yet, and enroll the signed-in student in it
       ENROLL-IN-PROFILE-GROUP.
           MOVE 0 TO WS-Gr-Row
           MOVE 1 TO WS-Gr-Idx
           PERFORM UNTIL WS-Gr-Idx > WS-Number-Groups
               IF GR-Type(WS-Gr-Idx) = WS-Gr-Want-Type
                  AND FUNCTION UPPER-CASE(GR-University(WS-Gr-Idx))
                      = FUNCTION UPPER-CASE(WS-Gr-Want-Univ)
                  AND FUNCTION UPPER-CASE(GR-Major(WS-Gr-Idx))
                      = FUNCTION UPPER-CASE(WS-Gr-Want-Major)
                   MOVE WS-Gr-Idx TO WS-Gr-Row
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Gr-Idx
           END-PERFORM

           IF WS-Gr-Row = 0
               IF WS-Number-Groups >= MAX-GROUPS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Number-Groups
               ADD 1 TO CT-Added(CTL-GROUPS)
               MOVE WS-Number-Groups TO WS-Gr-Row
               ADD 1 TO WS-Gr-Max-ID
               MOVE WS-Gr-Max-ID      TO GR-ID(WS-Gr-Row)
               MOVE WS-Gr-Want-Type   TO GR-Type(WS-Gr-Row)
               MOVE WS-Gr-Want-Univ   TO GR-University(WS-Gr-Row)
               MOVE WS-Gr-Want-Major  TO GR-Major(WS-Gr-Row)
               MOVE SPACES            TO GR-Name(WS-Gr-Row)
               MOVE SPACES            TO GR-Desc(WS-Gr-Row)
               IF Group-University(WS-Gr-Row)
                   MOVE WS-Gr-Want-Univ TO GR-Name(WS-Gr-Row)
                   STRING "Everyone at " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Gr-Want-Univ TRAILING)
                             DELIMITED BY SIZE
                     INTO GR-Desc(WS-Gr-Row)
                   END-STRING
               ELSE
                   IF WS-Gr-Want-Univ = SPACES
                       MOVE WS-Gr-Want-Major TO GR-Name(WS-Gr-Row)
                   ELSE
                       STRING FUNCTION TRIM(WS-Gr-Want-Major TRAILING)
                                 DELIMITED BY SIZE
                              " -- " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-Gr-Want-Univ TRAILING)
                                 DELIMITED BY SIZE
                         INTO GR-Name(WS-Gr-Row)
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-Gr-Want-Major TRAILING)
                             DELIMITED BY SIZE
                          " students" DELIMITED BY SIZE
                     INTO GR-Desc(WS-Gr-Row)
                   END-STRING
               END-IF
               MOVE SPACES TO GR-Creator(WS-Gr-Row)
               MOVE FUNCTION CURRENT-DATE(1:8) TO GR-Created(WS-Gr-Row)
               MOVE "Y" TO WS-Gr-Changed
           END-IF

           PERFORM CHECK-GROUP-MEMBER
           IF Gr-Member
               EXIT PARAGRAPH
           END-IF
           IF WS-Number-Members >= MAX-GROUP-MEMBERS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Gr-Changed
           MOVE "Y" TO WS-Gr-Fits
           PERFORM ADD-GROUP-MEMBER
           MOVE "was added to" TO WS-Journal-Verb
           PERFORM JOURNAL-GROUP-EVENT
           MOVE SPACES TO WS-Line
           STRING "You have been added to the group " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> Append the signed-in user to the group at GR-*(WS-Gr-Row);
       *> WS-Gr-Fits set means the membership came from the profile
       ADD-GROUP-MEMBER.
           ADD 1 TO WS-Number-Members
           ADD 1 TO CT-Added(CTL-GROUPS)
           MOVE GR-ID(WS-Gr-Row)    TO MB-GroupID(WS-Number-Members)
           MOVE WS-Current-Username TO MB-Username(WS-Number-Members)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO MB-Joined(WS-Number-Members)
           IF Gr-Fits
               MOVE "Y" TO MB-Auto(WS-Number-Members)
           ELSE
               MOVE "N" TO MB-Auto(WS-Number-Members)
           END-IF
           MOVE "Y" TO WS-Gr-Member
           MOVE WS-Number-Members TO WS-Gr-Mbr-Row.

       *> Sets Gr-Member (and WS-Gr-Mbr-Row) when the signed-in user
       *> belongs to the group at GR-*(WS-Gr-Row)
       CHECK-GROUP-MEMBER.
           MOVE "N" TO WS-Gr-Member
           MOVE 0 TO WS-Gr-Mbr-Row
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Members
               IF MB-GroupID(COUNTER) = GR-ID(WS-Gr-Row)
                  AND MB-Username(COUNTER) = WS-Current-Username
                   MOVE "Y" TO WS-Gr-Member
                   MOVE COUNTER TO WS-Gr-Mbr-Row
                   EXIT PERFORM
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.

       *> Member and post counts for the group at GR-*(WS-Gr-Row)
       COUNT-GROUP-ACTIVITY.
           MOVE 0 TO WS-Gr-Members
           MOVE 0 TO WS-Gr-Posts
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Members
               IF MB-GroupID(COUNTER) = GR-ID(WS-Gr-Row)
                   ADD 1 TO WS-Gr-Members
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Group-Posts
               IF PT-GroupID(COUNTER) = GR-ID(WS-Gr-Row)
                   ADD 1 TO WS-Gr-Posts
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.

       FORMAT-GROUP-KIND.
           EVALUATE TRUE
               WHEN Group-University(WS-Gr-Row)
                   MOVE "university group" TO WS-Gr-Kind-Text
               WHEN Group-Major(WS-Gr-Row)
                   MOVE "program group" TO WS-Gr-Kind-Text
               WHEN OTHER
                   MOVE "topic group" TO WS-Gr-Kind-Text
           END-EVALUATE.

       *> One numbered list line (number in WS-Gr-Count) for the group
       *> at GR-*(WS-Gr-Row) into WS-Line, ending with WS-Gr-Tag when
       *> the caller has set one
       FORMAT-GROUP-LINE.
           PERFORM COUNT-GROUP-ACTIVITY
           PERFORM FORMAT-GROUP-KIND
           MOVE WS-Gr-Count TO WS-Idx-3dig
           MOVE WS-Gr-Members TO WS-Gr-Edit
           MOVE WS-Gr-Posts TO WS-Gr-Edit-B
           MOVE SPACES TO WS-Line
           STRING FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Gr-Kind-Text TRAILING)
                     DELIMITED BY SIZE
                  ") -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Gr-Edit) DELIMITED BY SIZE
                  " members, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Gr-Edit-B) DELIMITED BY SIZE
                  " posts" DELIMITED BY SIZE
                  WS-Gr-Tag DELIMITED BY "  "
             INTO WS-Line
           END-STRING
           MOVE SPACES TO WS-Gr-Tag.

       *> Helper: journal the group action named in WS-Journal-Verb
       *> against the group at GR-*(WS-Gr-Row)
       JOURNAL-GROUP-EVENT.
           MOVE GR-ID(WS-Gr-Row) TO WS-Gr-Edit
           MOVE SPACES TO WS-Journal-Text
           STRING FUNCTION TRIM(WS-Current-Username TRAILING)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Journal-Verb TRAILING) DELIMITED BY SIZE
                  " group ID " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Gr-Edit) DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL.

       GROUPS-MENU.
           PERFORM UNTIL EOF-Input
               MOVE "--- Community Groups ---" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "1. My Groups" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "2. Browse Topic Groups" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "3. Start a Topic Group" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "4. Back to Main Menu" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE

               PERFORM READ-INPUT

               EVALUATE InputRecord
                   WHEN "My Groups"
                       PERFORM MY-GROUPS
                   WHEN "Browse Topic Groups"
                       PERFORM BROWSE-TOPIC-GROUPS
                   WHEN "Start a Topic Group"
                       PERFORM START-TOPIC-GROUP
                   WHEN "Back to Main Menu"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again." TO WS-Line
                       PERFORM OUTPUT-LINE
               END-EVALUATE
           END-PERFORM.

       *> Every group the caller belongs to; pick one to open its board
       MY-GROUPS.
           PERFORM UNTIL EOF-Input
               MOVE "--- My Groups ---" TO WS-Line
               PERFORM OUTPUT-LINE

               MOVE 0 TO WS-Gr-Count
               MOVE 1 TO WS-Gr-Idx
               PERFORM UNTIL WS-Gr-Idx > WS-Number-Groups
                   MOVE WS-Gr-Idx TO WS-Gr-Row
                   PERFORM CHECK-GROUP-MEMBER
                   IF Gr-Member
                       ADD 1 TO WS-Gr-Count
                       MOVE WS-Gr-Idx TO WS-Gr-Hit(WS-Gr-Count)
                       PERFORM FORMAT-GROUP-LINE
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Gr-Idx
               END-PERFORM

               IF WS-Gr-Count = 0
                   MOVE "You are not in any groups yet. Add your university and major to your profile, or join a topic group." TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "-----------------------------" TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "-----------------------------" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter group number to open its board, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Gr-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Gr-Pick

               IF WS-Gr-Pick = 0
                   EXIT PERFORM
               ELSE
                   IF WS-Gr-Pick >= 1 AND WS-Gr-Pick <= WS-Gr-Count
                       MOVE WS-Gr-Hit(WS-Gr-Pick) TO WS-Gr-Row
                       PERFORM GROUP-BOARD
                   ELSE
                       MOVE "Invalid selection." TO WS-Line
                       PERFORM OUTPUT-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       *> Every topic group on file, the caller's own marked; pick one
       *> to see what it is about and join it
       BROWSE-TOPIC-GROUPS.
           PERFORM UNTIL EOF-Input
               MOVE "--- Topic Groups ---" TO WS-Line
               PERFORM OUTPUT-LINE

               MOVE 0 TO WS-Gr-Count
               MOVE 1 TO WS-Gr-Idx
               PERFORM UNTIL WS-Gr-Idx > WS-Number-Groups
                   IF Group-Topic(WS-Gr-Idx)
                       MOVE WS-Gr-Idx TO WS-Gr-Row
                       ADD 1 TO WS-Gr-Count
                       MOVE WS-Gr-Idx TO WS-Gr-Hit(WS-Gr-Count)
                       PERFORM CHECK-GROUP-MEMBER
                       IF Gr-Member
                           MOVE " [member]" TO WS-Gr-Tag
                       END-IF
                       PERFORM FORMAT-GROUP-LINE
                       PERFORM OUTPUT-LINE
                   END-IF
                   ADD 1 TO WS-Gr-Idx
               END-PERFORM

               IF WS-Gr-Count = 0
                   MOVE "No topic groups have been started yet." TO WS-Line
                   PERFORM OUTPUT-LINE
                   MOVE "-----------------------------" TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PERFORM
               END-IF

               MOVE "-----------------------------" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter group number to view, or 0 to go back:" TO WS-Line
               PERFORM OUTPUT-LINE
               PERFORM READ-INPUT
               MOVE 0 TO WS-Gr-Pick
               MOVE FUNCTION NUMVAL (InputRecord) TO WS-Gr-Pick

               IF WS-Gr-Pick = 0
                   EXIT PERFORM
               ELSE
                   IF WS-Gr-Pick >= 1 AND WS-Gr-Pick <= WS-Gr-Count
                       MOVE WS-Gr-Hit(WS-Gr-Pick) TO WS-Gr-Row
                       PERFORM VIEW-TOPIC-GROUP
                   ELSE
                       MOVE "Invalid selection." TO WS-Line
                       PERFORM OUTPUT-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       *> A topic group picked from the browse list: what it is about,
       *> who started it, and the way in
       VIEW-TOPIC-GROUP.
           PERFORM COUNT-GROUP-ACTIVITY
           MOVE SPACES TO WS-Line
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE
           IF GR-Desc(WS-Gr-Row) NOT = SPACES
               MOVE SPACES TO WS-Line
               STRING "About: " DELIMITED BY SIZE
                      FUNCTION TRIM(GR-Desc(WS-Gr-Row) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
           END-IF
           MOVE GR-Created(WS-Gr-Row) TO WS-Mn-Date-Raw
           PERFORM FORMAT-MENTOR-DATE
           MOVE SPACES TO WS-Line
           IF GR-Creator(WS-Gr-Row) = SPACES
               STRING "Started " DELIMITED BY SIZE
                      WS-Mn-Date-Text DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           ELSE
               STRING "Started by " DELIMITED BY SIZE
                      FUNCTION TRIM(GR-Creator(WS-Gr-Row) TRAILING)
                         DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-Mn-Date-Text DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           END-IF
           PERFORM OUTPUT-LINE
           MOVE WS-Gr-Members TO WS-Gr-Edit
           MOVE WS-Gr-Posts TO WS-Gr-Edit-B
           MOVE SPACES TO WS-Line
           STRING FUNCTION TRIM(WS-Gr-Edit) DELIMITED BY SIZE
                  " members, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Gr-Edit-B) DELIMITED BY SIZE
                  " posts" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE

           MOVE "1. Join Group" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "2. Open Group Board" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "3. Back to Topic Groups" TO WS-Line
           PERFORM OUTPUT-LINE
           MOVE "Enter your choice:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           PERFORM CHECK-GROUP-MEMBER
           EVALUATE InputRecord
               WHEN "Join Group"
                   IF Gr-Member
                       MOVE "You are already a member of this group." TO WS-Line
                       PERFORM OUTPUT-LINE
                   ELSE
                       PERFORM JOIN-TOPIC-GROUP
                   END-IF
               WHEN "Open Group Board"
                   IF Gr-Member
                       PERFORM GROUP-BOARD
                   ELSE
                       MOVE "Join the group to read and post on its board." TO WS-Line
                       PERFORM OUTPUT-LINE
                   END-IF
               WHEN "Back to Topic Groups"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-Line
                   PERFORM OUTPUT-LINE
           END-EVALUATE.

       JOIN-TOPIC-GROUP.
           IF WS-Number-Members >= MAX-GROUP-MEMBERS
               MOVE "Group membership storage is full. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Gr-Fits
           PERFORM ADD-GROUP-MEMBER
           PERFORM SAVE-GROUPS
           MOVE "joined" TO WS-Journal-Verb
           PERFORM JOURNAL-GROUP-EVENT
           MOVE SPACES TO WS-Line
           STRING "You have joined " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> Any user may start a topic group; its creator is its first
       *> member
       START-TOPIC-GROUP.
           MOVE "--- Start a Topic Group ---" TO WS-Line
           PERFORM OUTPUT-LINE
           IF WS-Number-Groups >= MAX-GROUPS
               MOVE "Group storage limit reached. Cannot start a new group." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the group name:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE InputRecord TO WS-INPUT-TRIM
           MOVE FUNCTION TRIM(WS-INPUT-TRIM) TO WS-INPUT-TRIM
           IF WS-INPUT-TRIM = SPACES
               MOVE "A group name is required. No group was started." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-INPUT-TRIM(1:60)) TO WS-Gr-Name-Upper
           MOVE 1 TO WS-Gr-Idx
           PERFORM UNTIL WS-Gr-Idx > WS-Number-Groups
               IF Group-Topic(WS-Gr-Idx)
                  AND FUNCTION UPPER-CASE(GR-Name(WS-Gr-Idx))
                      = WS-Gr-Name-Upper
                   MOVE "A topic group with that name already exists. Join it from Browse Topic Groups." TO WS-Line
                   PERFORM OUTPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Gr-Idx
           END-PERFORM

           ADD 1 TO WS-Number-Groups
           ADD 1 TO CT-Added(CTL-GROUPS)
           MOVE WS-Number-Groups TO WS-Gr-Row
           ADD 1 TO WS-Gr-Max-ID
           MOVE WS-Gr-Max-ID         TO GR-ID(WS-Gr-Row)
           MOVE "T"                  TO GR-Type(WS-Gr-Row)
           MOVE WS-INPUT-TRIM(1:60)  TO GR-Name(WS-Gr-Row)
           MOVE SPACES               TO GR-University(WS-Gr-Row)
           MOVE SPACES               TO GR-Major(WS-Gr-Row)
           MOVE WS-Current-Username  TO GR-Creator(WS-Gr-Row)
           MOVE FUNCTION CURRENT-DATE(1:8) TO GR-Created(WS-Gr-Row)

           MOVE "What is the group about? (optional, max 100 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE InputRecord TO WS-INPUT-TRIM
           MOVE FUNCTION TRIM(WS-INPUT-TRIM) TO WS-INPUT-TRIM
           MOVE WS-INPUT-TRIM TO GR-Desc(WS-Gr-Row)

           IF WS-Number-Members < MAX-GROUP-MEMBERS
               MOVE "N" TO WS-Gr-Fits
               PERFORM ADD-GROUP-MEMBER
           END-IF
           PERFORM SAVE-GROUPS
           MOVE "started" TO WS-Journal-Verb
           PERFORM JOURNAL-GROUP-EVENT
           MOVE SPACES TO WS-Line
           STRING "Group " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  " started. You are its first member." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> The board of the group at GR-*(WS-Gr-Row), newest post first,
       *> for one of its members
       GROUP-BOARD.
           PERFORM UNTIL EOF-Input
               MOVE SPACES TO WS-Line
               STRING "--- " DELIMITED BY SIZE
                      FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                         DELIMITED BY SIZE
                      " ---" DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM OUTPUT-LINE
               IF GR-Desc(WS-Gr-Row) NOT = SPACES
                   MOVE SPACES TO WS-Line
                   STRING "About: " DELIMITED BY SIZE
                          FUNCTION TRIM(GR-Desc(WS-Gr-Row) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM OUTPUT-LINE
               END-IF

               MOVE 0 TO WS-Gr-Count
               MOVE WS-Number-Group-Posts TO WS-Gr-Idx
               PERFORM UNTIL WS-Gr-Idx = 0
                   IF PT-GroupID(WS-Gr-Idx) = GR-ID(WS-Gr-Row)
                       ADD 1 TO WS-Gr-Count
                       MOVE SPACES TO WS-Gr-When
                       STRING PT-Stamp(WS-Gr-Idx)(1:4) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              PT-Stamp(WS-Gr-Idx)(5:2) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              PT-Stamp(WS-Gr-Idx)(7:2) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PT-Stamp(WS-Gr-Idx)(9:2) DELIMITED BY SIZE
                              ":" DELIMITED BY SIZE
                              PT-Stamp(WS-Gr-Idx)(11:2) DELIMITED BY SIZE
                         INTO WS-Gr-When
                       END-STRING
                       MOVE SPACES TO WS-Line
                       STRING "  " DELIMITED BY SIZE
                              WS-Gr-When DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              FUNCTION TRIM(PT-Author(WS-Gr-Idx) TRAILING)
                                 DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(PT-Text(WS-Gr-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM OUTPUT-LINE
                   END-IF
                   SUBTRACT 1 FROM WS-Gr-Idx
               END-PERFORM
               IF WS-Gr-Count = 0
                   MOVE "No posts yet. Be the first to post an update." TO WS-Line
                   PERFORM OUTPUT-LINE
               END-IF

               MOVE "-----------------------------" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "1. Post an Update" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "2. View Members" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "3. Leave Group" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "4. Back to Groups" TO WS-Line
               PERFORM OUTPUT-LINE
               MOVE "Enter your choice:" TO WS-Line
               PERFORM OUTPUT-LINE

               PERFORM READ-INPUT

               EVALUATE InputRecord
                   WHEN "Post an Update"
                       PERFORM POST-GROUP-UPDATE
                   WHEN "View Members"
                       PERFORM VIEW-GROUP-MEMBERS
                   WHEN "Leave Group"
                       PERFORM LEAVE-GROUP
                       PERFORM CHECK-GROUP-MEMBER
                       IF NOT Gr-Member
                           EXIT PERFORM
                       END-IF
                   WHEN "Back to Groups"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again." TO WS-Line
                       PERFORM OUTPUT-LINE
               END-EVALUATE
           END-PERFORM
           .

       POST-GROUP-UPDATE.
           IF WS-Number-Group-Posts >= MAX-GROUP-POSTS
               MOVE "The group boards are full. Please try again later." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter your update (max 200 chars):" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           IF InputRecord = SPACES
               MOVE "Nothing was posted." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Number-Group-Posts
           ADD 1 TO CT-Added(CTL-GROUP-POSTS)
           MOVE GR-ID(WS-Gr-Row)
               TO PT-GroupID(WS-Number-Group-Posts)
           MOVE WS-Current-Username
               TO PT-Author(WS-Number-Group-Posts)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PT-Stamp(WS-Number-Group-Posts)
           MOVE FUNCTION TRIM(InputRecord)
               TO PT-Text(WS-Number-Group-Posts)
           PERFORM SAVE-GROUP-POSTS
           MOVE "posted to" TO WS-Journal-Verb
           PERFORM JOURNAL-GROUP-EVENT
           MOVE "Your update has been posted." TO WS-Line
           PERFORM OUTPUT-LINE.

       *> The group's members by name; a profile the moderators hid is
       *> left off for everyone but its owner, and a connections-only
       *> profile opens as the limited card VIEW-PROFILE-BY-INDEX gives
       *> a stranger
       VIEW-GROUP-MEMBERS.
           MOVE SPACES TO WS-Line
           STRING "--- Members of " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE

           MOVE 0 TO WS-Gr-Count
           MOVE 1 TO WS-Gr-Idx
           PERFORM UNTIL WS-Gr-Idx > WS-Number-Members
               IF MB-GroupID(WS-Gr-Idx) = GR-ID(WS-Gr-Row)
                   MOVE MB-Username(WS-Gr-Idx) TO WS-Temp-Username
                   PERFORM FIND-PROFILE-BY-USERNAME
                   MOVE "Y" TO WS-Gr-Fits
                   IF WS-Display-Index > 0
                       IF PF-Visibility(WS-Display-Index) = "H"
                          AND WS-Temp-Username NOT = WS-Current-Username
                           MOVE "N" TO WS-Gr-Fits
                       END-IF
                   END-IF
                   IF Gr-Fits
                       ADD 1 TO WS-Gr-Count
                       MOVE WS-Display-Index TO WS-Gr-Mbr-Hit(WS-Gr-Count)
                       MOVE WS-Gr-Count TO WS-Idx-3dig
                       MOVE SPACES TO WS-Line
                       IF WS-Display-Index > 0
                           STRING FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                                  ". " DELIMITED BY SIZE
                                  FUNCTION TRIM(PF-FirstName(WS-Display-Index) TRAILING)
                                     DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(PF-LastName(WS-Display-Index) TRAILING)
                                     DELIMITED BY SIZE
                                  " (" DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-Temp-Username TRAILING)
                                     DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                             INTO WS-Line
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(WS-Idx-3dig) DELIMITED BY SIZE
                                  ". " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-Temp-Username TRAILING)
                                     DELIMITED BY SIZE
                                  " (no profile)" DELIMITED BY SIZE
                             INTO WS-Line
                           END-STRING
                       END-IF
                       PERFORM OUTPUT-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-Gr-Idx
           END-PERFORM

           IF WS-Gr-Count = 0
               MOVE "No members to show." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a member number to view their profile, or 0 to go back:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE 0 TO WS-Gr-Pick
           MOVE FUNCTION NUMVAL (InputRecord) TO WS-Gr-Pick
           IF WS-Gr-Pick < 1 OR WS-Gr-Pick > WS-Gr-Count
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Gr-Mbr-Hit(WS-Gr-Pick) TO WS-Display-Index
           PERFORM VIEW-PROFILE-BY-INDEX
           IF WS-Display-Index > 0
               IF PF-Username(WS-Display-Index) NOT = WS-Current-Username
                   PERFORM SHOW-CONNECTION-OPTIONS
               END-IF
           END-IF.

       *> Topic groups can be left at will; university and program
       *> groups follow the profile
       LEAVE-GROUP.
           IF NOT Group-Topic(WS-Gr-Row)
               MOVE "University and program groups follow your profile. Update your university or major to change them." TO WS-Line
               PERFORM OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GROUP-MEMBER
           IF NOT Gr-Member
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Scrub-Idx
           MOVE 1 TO WS-Gr-Idx
           PERFORM UNTIL WS-Gr-Idx > WS-Number-Members
               IF WS-Gr-Idx NOT = WS-Gr-Mbr-Row
                   ADD 1 TO WS-Scrub-Idx
                   MOVE WS-Member(WS-Gr-Idx) TO WS-Member(WS-Scrub-Idx)
               END-IF
               ADD 1 TO WS-Gr-Idx
           END-PERFORM
           COMPUTE CT-Deleted(CTL-GROUPS)
               = CT-Deleted(CTL-GROUPS)
                 + WS-Number-Members - WS-Scrub-Idx
           MOVE WS-Scrub-Idx TO WS-Number-Members
           PERFORM SAVE-GROUPS
           MOVE "left" TO WS-Journal-Verb
           PERFORM JOURNAL-GROUP-EVENT
           MOVE SPACES TO WS-Line
           STRING "You have left " DELIMITED BY SIZE
                  FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                     DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> ----- Personal records export -----
       *> Everything held on one user, for a records request under the
       *> university privacy policy: the account (never the password),
       *> profile, network, applications, saved jobs and interviews,
       *> resume, skills, recommendations, messages, RSVPs, mentorship,
       *> groups and group posts, notifications, moderation reports
       *> and the journal lines that name them. Each section closes with
       *> its record count so the report can be handed over as is.
       *> The username is read from the next input line, as in
       *> ADMIN-RETIRE-USER.
       EXPORT-USER-RECORDS.
           MOVE "Enter the username to export:" TO WS-Line
           PERFORM OUTPUT-LINE
           PERFORM READ-INPUT
           MOVE InputRecord TO WS-Temp-Username
           PERFORM FIND-USER-BY-NAME
           IF WS-User-Idx = 0
               MOVE "No account exists with that username." TO WS-Line
               PERFORM OUTPUT-LINE
               IF Batch-Mode AND WS-Batch-RC < 8
                   MOVE 8 TO WS-Batch-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Temp-Username TO WS-Rx-Username
           PERFORM LOAD-APPLICATIONS
           PERFORM LOAD-RESUME-LINES
           MOVE 0 TO WS-Rx-Total

           MOVE SPACES TO WS-Export-Name
           STRING "InCollege-Records-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Username TRAILING) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-Export-Name
           END-STRING
           OPEN OUTPUT ExportFile

           MOVE SPACES TO WS-Line
           STRING "InCollege Personal Records Export -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Username TRAILING) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO WS-Line
           STRING "Prepared " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-RECORDS-LINE

           PERFORM RECORDS-ACCOUNT
           PERFORM RECORDS-PROFILE
           PERFORM RECORDS-CONNECTIONS
           PERFORM RECORDS-PENDING
           PERFORM RECORDS-APPLICATIONS
           PERFORM RECORDS-SAVED-JOBS
           PERFORM RECORDS-INTERVIEWS
           PERFORM RECORDS-RESUME
           PERFORM RECORDS-SKILLS
           PERFORM RECORDS-RECS-GIVEN
           PERFORM RECORDS-RECS-RECEIVED
           PERFORM RECORDS-MESSAGES-SENT
           PERFORM RECORDS-MESSAGES-RECEIVED
           PERFORM RECORDS-RSVPS
           PERFORM RECORDS-MENTORSHIP
           PERFORM RECORDS-GROUPS
           PERFORM RECORDS-GROUP-POSTS
           PERFORM RECORDS-NOTIFICATIONS
           PERFORM RECORDS-MODERATION
           PERFORM RECORDS-JOURNAL

           MOVE SPACES TO WS-Line
           PERFORM WRITE-RECORDS-LINE
           MOVE "==============================================" TO WS-Line
           PERFORM WRITE-RECORDS-LINE
           MOVE WS-Rx-Total TO WS-Rx-Total-Edit
           MOVE SPACES TO WS-Line
           STRING "Total records exported: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Total-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           CLOSE ExportFile

           MOVE SPACES TO WS-Journal-Text
           STRING "operator exported personal records for: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Username TRAILING) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Total-Edit) DELIMITED BY SIZE
                  " records)" DELIMITED BY SIZE
             INTO WS-Journal-Text
           END-STRING
           PERFORM WRITE-JOURNAL

           MOVE SPACES TO WS-Line
           STRING "Records export written to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Export-Name TRAILING) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM OUTPUT-LINE.

       *> Section heading for the records export; the title is in
       *> WS-Line on entry
       BEGIN-RECORDS-SECTION.
           MOVE WS-Line TO WS-INPUT-TRIM
           MOVE SPACES TO WS-Line
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO WS-Line
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-TRIM TRAILING) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE 0 TO WS-Rx-Count.

       END-RECORDS-SECTION.
           IF WS-Rx-Count = 0
               MOVE "  (none on file)" TO WS-Line
               PERFORM WRITE-RECORDS-LINE
           END-IF
           MOVE WS-Rx-Count TO WS-Rx-Edit
           MOVE SPACES TO WS-Line
           STRING "Records in this section: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           ADD WS-Rx-Count TO WS-Rx-Total.

       WRITE-RECORDS-LINE.
           MOVE WS-Line TO ExportRecord
           WRITE ExportRecord.

       RECORDS-ACCOUNT.
           MOVE "Account" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE SPACES TO WS-Line
           STRING "  Username: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Username(WS-User-Idx) TRAILING)
                     DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           IF Employer-Account(WS-User-Idx)
               MOVE "  Account type: Employer" TO WS-Line
           ELSE
               MOVE "  Account type: Student" TO WS-Line
           END-IF
           PERFORM WRITE-RECORDS-LINE
           EVALUATE TRUE
               WHEN User-Locked(WS-User-Idx)
                AND Password-Change-Due(WS-User-Idx)
                   MOVE "  Sign-in status: locked after failed sign-in attempts; one-time password not yet replaced" TO WS-Line
               WHEN User-Locked(WS-User-Idx)
                   MOVE "  Sign-in status: locked after failed sign-in attempts" TO WS-Line
               WHEN Password-Change-Due(WS-User-Idx)
                   MOVE "  Sign-in status: one-time password not yet replaced" TO WS-Line
               WHEN OTHER
                   MOVE "  Sign-in status: active" TO WS-Line
           END-EVALUATE
           PERFORM WRITE-RECORDS-LINE
           MOVE SPACES TO WS-Line
           IF WS-Last-Login(WS-User-Idx) = SPACES
               MOVE "  Last sign-in: never" TO WS-Line
           ELSE
               STRING "  Last sign-in: " DELIMITED BY SIZE
                      WS-Last-Login(WS-User-Idx)(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Last-Login(WS-User-Idx)(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Last-Login(WS-User-Idx)(7:2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Last-Login(WS-User-Idx)(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-Last-Login(WS-User-Idx)(11:2) DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           END-IF
           PERFORM WRITE-RECORDS-LINE
           MOVE WS-Failed-Count(WS-User-Idx) TO WS-Num-Edit
           MOVE SPACES TO WS-Line
           STRING "  Failed sign-in attempts on record: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE "  Password: held only in scrambled form and not included" TO WS-Line
           PERFORM WRITE-RECORDS-LINE
           MOVE WS-User-Idx TO WS-Found-Index
           PERFORM CHECK-ACCOUNT-SUSPENDED
           MOVE SPACES TO WS-Line
           IF WS-Suspended-Until = SPACES
               MOVE "  Suspension: none in force" TO WS-Line
           ELSE
               STRING "  Suspension: in force; may sign in again from "
                         DELIMITED BY SIZE
                      WS-Suspended-Until(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Suspended-Until(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-Suspended-Until(7:2) DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
           END-IF
           PERFORM WRITE-RECORDS-LINE
           MOVE 1 TO WS-Rx-Count
           PERFORM END-RECORDS-SECTION.

       *> The personal profile, or for an employer the company profile
       RECORDS-PROFILE.
           MOVE "Profile" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE WS-Rx-Username TO WS-Temp-Username
           PERFORM FIND-PROFILE-BY-USERNAME
           IF WS-Display-Index > 0
               ADD 1 TO WS-Rx-Count
               MOVE SPACES TO WS-Line
               STRING "  Name: " DELIMITED BY SIZE
                      FUNCTION TRIM(PF-FirstName(WS-Display-Index) TRAILING)
                         DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(PF-LastName(WS-Display-Index) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               MOVE SPACES TO WS-Line
               STRING "  University: " DELIMITED BY SIZE
                      FUNCTION TRIM(PF-University(WS-Display-Index) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               MOVE SPACES TO WS-Line
               STRING "  Major: " DELIMITED BY SIZE
                      FUNCTION TRIM(PF-Major(WS-Display-Index) TRAILING)
                         DELIMITED BY SIZE
                      "   Graduation year: " DELIMITED BY SIZE
                      PF-GradYear(WS-Display-Index) DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               MOVE SPACES TO WS-Line
               STRING "  About: " DELIMITED BY SIZE
                      FUNCTION TRIM(PF-About(WS-Display-Index) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-RECORDS-LINE
               EVALUATE PF-Visibility(WS-Display-Index)
                   WHEN "C"
                       MOVE "  Profile visible to: connections only" TO WS-Line
                   WHEN "H"
                       MOVE "  Profile visible to: no one (hidden by the moderators)" TO WS-Line
                   WHEN OTHER
                       MOVE "  Profile visible to: everyone" TO WS-Line
               END-EVALUATE
               PERFORM WRITE-RECORDS-LINE
               MOVE 1 TO WS-Rx-Idx
               PERFORM UNTIL WS-Rx-Idx > PF-Exp-Count(WS-Display-Index)
                   MOVE SPACES TO WS-Line
                   STRING "  Experience: " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Exp-Title(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Exp-Company(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Exp-Dates(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   IF PF-Exp-Desc(WS-Display-Index, WS-Rx-Idx) NOT = SPACES
                       MOVE SPACES TO WS-Line
                       STRING "    " DELIMITED BY SIZE
                              FUNCTION TRIM(PF-Exp-Desc(WS-Display-Index, WS-Rx-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM WRITE-RECORDS-LINE
                   END-IF
                   ADD 1 TO WS-Rx-Idx
               END-PERFORM
               MOVE 1 TO WS-Rx-Idx
               PERFORM UNTIL WS-Rx-Idx > PF-Edu-Count(WS-Display-Index)
                   MOVE SPACES TO WS-Line
                   STRING "  Education: " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Edu-Degree(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Edu-University(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-Edu-Years(WS-Display-Index, WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   ADD 1 TO WS-Rx-Idx
               END-PERFORM
           END-IF
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Emp-Profiles
               IF EF-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  Company: " DELIMITED BY SIZE
                          FUNCTION TRIM(EF-Company(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          "   Industry: " DELIMITED BY SIZE
                          FUNCTION TRIM(EF-Industry(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   STRING "  Company contact: " DELIMITED BY SIZE
                          FUNCTION TRIM(EF-Contact(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   EVALUATE TRUE
                       WHEN Employer-Approved(WS-Rx-Idx)
                           MOVE "  Verification: approved" TO WS-Line
                       WHEN Employer-Rejected(WS-Rx-Idx)
                           STRING "  Verification: not approved -- " DELIMITED BY SIZE
                                  FUNCTION TRIM(EF-Verify-Reason(WS-Rx-Idx) TRAILING)
                                     DELIMITED BY SIZE
                             INTO WS-Line
                           END-STRING
                       WHEN OTHER
                           MOVE "  Verification: awaiting review" TO WS-Line
                   END-EVALUATE
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-CONNECTIONS.
           MOVE "Connections" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Active-Conns
               MOVE SPACES TO WS-Rx-Other
               IF AC-User1(WS-Rx-Idx) = WS-Rx-Username
                   MOVE AC-User2(WS-Rx-Idx) TO WS-Rx-Other
               END-IF
               IF AC-User2(WS-Rx-Idx) = WS-Rx-Username
                   MOVE AC-User1(WS-Rx-Idx) TO WS-Rx-Other
               END-IF
               IF WS-Rx-Other NOT = SPACES
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  Connected with " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Rx-Other TRAILING) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-PENDING.
           MOVE "Pending Connection Requests" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Connections
               IF CN-Status(WS-Rx-Idx) = "PENDING"
                   IF CN-From-Username(WS-Rx-Idx) = WS-Rx-Username
                       ADD 1 TO WS-Rx-Count
                       MOVE SPACES TO WS-Line
                       STRING "  Sent to " DELIMITED BY SIZE
                              FUNCTION TRIM(CN-To-Username(WS-Rx-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM WRITE-RECORDS-LINE
                   END-IF
                   IF CN-To-Username(WS-Rx-Idx) = WS-Rx-Username
                       ADD 1 TO WS-Rx-Count
                       MOVE SPACES TO WS-Line
                       STRING "  Received from " DELIMITED BY SIZE
                              FUNCTION TRIM(CN-From-Username(WS-Rx-Idx) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                       PERFORM WRITE-RECORDS-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-APPLICATIONS.
           MOVE "Job Applications" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Applications
               IF AP-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE AP-JobID(WS-Rx-Idx) TO WS-Selected-Job-ID
                   PERFORM FIND-JOB-ROW-BY-ID
                   MOVE AP-JobID(WS-Rx-Idx) TO WS-JobID-3dig
                   MOVE SPACES TO WS-INPUT-TRIM
                   IF WS-Job-Row > 0
                       STRING FUNCTION TRIM(JB-Title(WS-Job-Row) TRAILING)
                                 DELIMITED BY SIZE
                              " at " DELIMITED BY SIZE
                              FUNCTION TRIM(JB-Emp-Name(WS-Job-Row) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-INPUT-TRIM
                       END-STRING
                   ELSE
                       MOVE "(posting since archived)" TO WS-INPUT-TRIM
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  Job ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INPUT-TRIM TRAILING) DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          FUNCTION TRIM(AP-Status(WS-Rx-Idx)) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   STRING "    Applied: " DELIMITED BY SIZE
                          AP-Applied(WS-Rx-Idx) DELIMITED BY SIZE
                          "   Decided: " DELIMITED BY SIZE
                          AP-Decided(WS-Rx-Idx) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-SAVED-JOBS.
           MOVE "Saved Jobs" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Saved-Jobs
               IF SJ-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SJ-JobID(WS-Rx-Idx) TO WS-Selected-Job-ID
                   PERFORM FIND-JOB-ROW-BY-ID
                   MOVE SJ-JobID(WS-Rx-Idx) TO WS-JobID-3dig
                   MOVE SPACES TO WS-INPUT-TRIM
                   IF WS-Job-Row > 0
                       STRING FUNCTION TRIM(JB-Title(WS-Job-Row) TRAILING)
                                 DELIMITED BY SIZE
                              " at " DELIMITED BY SIZE
                              FUNCTION TRIM(JB-Emp-Name(WS-Job-Row) TRAILING)
                                 DELIMITED BY SIZE
                         INTO WS-INPUT-TRIM
                       END-STRING
                   ELSE
                       MOVE "(posting since archived)" TO WS-INPUT-TRIM
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  Job ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INPUT-TRIM TRAILING) DELIMITED BY SIZE
                          " -- saved " DELIMITED BY SIZE
                          SJ-Saved(WS-Rx-Idx) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-INTERVIEWS.
           MOVE "Interviews" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Interviews
               IF IV-Student(WS-Rx-Idx) = WS-Rx-Username
                  OR IV-Employer(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE IV-JobID(WS-Rx-Idx) TO WS-JobID-3dig
                   MOVE SPACES TO WS-Line
                   STRING "  Job ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                          ": student " DELIMITED BY SIZE
                          FUNCTION TRIM(IV-Student(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", employer " DELIMITED BY SIZE
                          FUNCTION TRIM(IV-Employer(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", slot " DELIMITED BY SIZE
                          IV-Slot(WS-Rx-Idx) DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          FUNCTION TRIM(IV-Status(WS-Rx-Idx)) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-RESUME.
           MOVE "Resume" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Resume-Lines
               IF RL-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          RL-Text(WS-Rx-Idx) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-SKILLS.
           MOVE "Skills and Endorsements" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Skills
               IF SL-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SL-Endorsements(WS-Rx-Idx) TO WS-Num-Edit
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(SL-Skill(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
                          " endorsements" DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-RECS-GIVEN.
           MOVE "Recommendations Written" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Recs
               IF RD-From-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  For " DELIMITED BY SIZE
                          FUNCTION TRIM(RD-For-Username(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(RD-Text(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-RECS-RECEIVED.
           MOVE "Recommendations Received" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Recs
               IF RD-For-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   EVALUATE RD-Visible(WS-Rx-Idx)
                       WHEN "Y"
                           MOVE "shown" TO WS-Rec-Flag
                       WHEN "M"
                           MOVE "removed" TO WS-Rec-Flag
                       WHEN OTHER
                           MOVE "hidden" TO WS-Rec-Flag
                   END-EVALUATE
                   MOVE SPACES TO WS-Line
                   STRING "  From " DELIMITED BY SIZE
                          FUNCTION TRIM(RD-From-Username(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Rec-Flag) DELIMITED BY SIZE
                          "): " DELIMITED BY SIZE
                          FUNCTION TRIM(RD-Text(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       *> Messages are read straight from the file -- by the sender
       *> key here, by the recipient key below -- so nothing past the
       *> session table's limit is missed
       RECORDS-MESSAGES-SENT.
           MOVE "Messages Sent" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           OPEN INPUT MessagesFile
           IF WS-Messages-Status NOT = "00"
               CLOSE MessagesFile
               PERFORM RECORDS-MESSAGES-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rx-Username TO MR-From-Username
           MOVE "N" TO WS-EOF-Flag
           START MessagesFile KEY IS = MR-From-Username
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ MessagesFile NEXT
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF MR-From-Username NOT = WS-Rx-Username
                           SET EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-Rx-Count
                           MOVE MR-To-Username TO WS-Rx-Other
                           PERFORM WRITE-RECORDS-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MessagesFile
           MOVE "N" TO WS-EOF-Flag
           PERFORM END-RECORDS-SECTION.

       RECORDS-MESSAGES-RECEIVED.
           MOVE "Messages Received" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           OPEN INPUT MessagesFile
           IF WS-Messages-Status NOT = "00"
               CLOSE MessagesFile
               PERFORM RECORDS-MESSAGES-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rx-Username TO MR-To-Username
           MOVE "N" TO WS-EOF-Flag
           START MessagesFile KEY IS = MR-To-Username
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ MessagesFile NEXT
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF MR-To-Username NOT = WS-Rx-Username
                           SET EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-Rx-Count
                           MOVE MR-From-Username TO WS-Rx-Other
                           PERFORM WRITE-RECORDS-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MessagesFile
           MOVE "N" TO WS-EOF-Flag
           PERFORM END-RECORDS-SECTION.

       *> Helper for the message sections when the messages file will
       *> not open: say so in the export rather than report none
       RECORDS-MESSAGES-UNAVAILABLE.
           MOVE SPACES TO WS-Line
           STRING "  Messages unavailable: InCollege-Messages.txt could not be opened (status "
                     DELIMITED BY SIZE
                  WS-Messages-Status DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE
           MOVE WS-Rx-Count TO WS-Rx-Edit
           MOVE SPACES TO WS-Line
           STRING "Records in this section: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Edit) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       *> Helper for the message sections: the message in
       *> MessageRecord, with the other party in WS-Rx-Other
       WRITE-RECORDS-MESSAGE.
           MOVE SPACES TO WS-Line
           STRING "  " DELIMITED BY SIZE
                  MR-Sent(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MR-Sent(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MR-Sent(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MR-Sent(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  MR-Sent(11:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Other TRAILING) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(MR-Text TRAILING) DELIMITED BY SIZE
             INTO WS-Line
           END-STRING
           PERFORM WRITE-RECORDS-LINE.

       RECORDS-RSVPS.
           MOVE "Career Event RSVPs" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Rsvps
               IF RS-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE RS-EventID(WS-Rx-Idx) TO WS-Selected-Job-ID
                   PERFORM FIND-EVENT-ROW-BY-ID
                   MOVE RS-EventID(WS-Rx-Idx) TO WS-EventID-3dig
                   MOVE SPACES TO WS-Line
                   IF WS-Job-Row > 0
                       STRING "  Event ID " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EventID-3dig) DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(EB-Title(WS-Job-Row) TRAILING)
                                 DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              EB-When(WS-Job-Row) DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                   ELSE
                       STRING "  Event ID " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EventID-3dig) DELIMITED BY SIZE
                              ": (event no longer listed)" DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                   END-IF
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       *> The mentor listing, if any, and every mentorship request or
       *> mentorship on either side
       RECORDS-MENTORSHIP.
           MOVE "Mentorship" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE WS-Rx-Username TO WS-Mn-Username
           PERFORM FIND-MENTOR-ROW
           IF WS-Mn-Row > 0
               ADD 1 TO WS-Rx-Count
               MOVE MN-Capacity(WS-Mn-Row) TO WS-Mn-Cap-Edit
               MOVE SPACES TO WS-Mn-Tag
               IF NOT Mentor-Active(WS-Mn-Row)
                   MOVE ", paused" TO WS-Mn-Tag
               END-IF
               MOVE SPACES TO WS-Line
               STRING "  Mentor listing since " DELIMITED BY SIZE
                      MN-Since(WS-Mn-Row) DELIMITED BY SIZE
                      ", capacity " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Cap-Edit) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Mn-Tag TRAILING) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(MN-Focus(WS-Mn-Row) TRAILING)
                         DELIMITED BY SIZE
                 INTO WS-Line
               END-STRING
               PERFORM WRITE-RECORDS-LINE
           END-IF
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Pairings
               IF PA-Mentor(WS-Rx-Idx) = WS-Rx-Username
                  OR PA-Student(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  Mentor " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Mentor(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", student " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Student(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Status(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ", requested " DELIMITED BY SIZE
                          PA-Requested(WS-Rx-Idx)(1:8) DELIMITED BY SIZE
                          ", started " DELIMITED BY SIZE
                          PA-Start(WS-Rx-Idx) DELIMITED BY SIZE
                          ", review " DELIMITED BY SIZE
                          PA-Review(WS-Rx-Idx) DELIMITED BY SIZE
                          ", ended " DELIMITED BY SIZE
                          PA-End(WS-Rx-Idx) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   STRING "    Note: " DELIMITED BY SIZE
                          FUNCTION TRIM(PA-Note(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-GROUPS.
           MOVE "Community Groups" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Members
               IF MB-Username(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE MB-GroupID(WS-Rx-Idx) TO WS-Gr-ID
                   PERFORM FIND-GROUP-ROW-BY-ID
                   MOVE SPACES TO WS-INPUT-TRIM
                   IF WS-Gr-Row > 0
                       PERFORM FORMAT-GROUP-KIND
                       STRING FUNCTION TRIM(GR-Name(WS-Gr-Row) TRAILING)
                                 DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-Gr-Kind-Text TRAILING)
                                 DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                         INTO WS-INPUT-TRIM
                       END-STRING
                   ELSE
                       MOVE "(group no longer on file)" TO WS-INPUT-TRIM
                   END-IF
                   MOVE SPACES TO WS-Gr-Kind-Text
                   IF Member-Auto(WS-Rx-Idx)
                       MOVE ", from profile" TO WS-Gr-Kind-Text
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INPUT-TRIM TRAILING)
                             DELIMITED BY SIZE
                          " -- joined " DELIMITED BY SIZE
                          MB-Joined(WS-Rx-Idx) DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Gr-Kind-Text TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Groups
               IF GR-Creator(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  Started topic group " DELIMITED BY SIZE
                          FUNCTION TRIM(GR-Name(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          " on " DELIMITED BY SIZE
                          GR-Created(WS-Rx-Idx) DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-GROUP-POSTS.
           MOVE "Group Posts" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Group-Posts
               IF PT-Author(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE PT-GroupID(WS-Rx-Idx) TO WS-Gr-ID
                   PERFORM FIND-GROUP-ROW-BY-ID
                   MOVE SPACES TO WS-INPUT-TRIM
                   IF WS-Gr-Row > 0
                       MOVE GR-Name(WS-Gr-Row) TO WS-INPUT-TRIM
                   ELSE
                       MOVE "(group no longer on file)" TO WS-INPUT-TRIM
                   END-IF
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          PT-Stamp(WS-Rx-Idx) DELIMITED BY SIZE
                          " in " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INPUT-TRIM TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(PT-Text(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       RECORDS-NOTIFICATIONS.
           MOVE "Notifications" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Notifications
               IF NT-Recipient(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   MOVE SPACES TO WS-Line
                   STRING "  " DELIMITED BY SIZE
                          NT-Stamp(WS-Rx-Idx)(1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(NT-Type(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(NT-Text(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       *> Moderation reports the user filed or that were filed against
       *> them. The reporter of a report against the user is not named.
       RECORDS-MODERATION.
           MOVE "Moderation Reports" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE 1 TO WS-Rx-Idx
           PERFORM UNTIL WS-Rx-Idx > WS-Number-Reports
               IF MD-Reporter(WS-Rx-Idx) = WS-Rx-Username
                  OR MD-Target(WS-Rx-Idx) = WS-Rx-Username
                   ADD 1 TO WS-Rx-Count
                   IF MD-Reporter(WS-Rx-Idx) = WS-Rx-Username
                       MOVE "filed by you" TO WS-INPUT-TRIM
                   ELSE
                       MOVE "filed against you" TO WS-INPUT-TRIM
                   END-IF
                   MOVE MD-ID(WS-Rx-Idx) TO WS-Md-ID-Edit
                   MOVE SPACES TO WS-Line
                   STRING "  Report " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Md-ID-Edit) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-INPUT-TRIM TRAILING)
                             DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(MD-Type(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          MD-Stamp(WS-Rx-Idx)(1:8) DELIMITED BY SIZE
                          " -- status " DELIMITED BY SIZE
                          FUNCTION TRIM(MD-Status(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   IF MD-Until(WS-Rx-Idx) NOT = SPACES
                       MOVE WS-Line TO WS-INPUT-TRIM
                       MOVE SPACES TO WS-Line
                       STRING FUNCTION TRIM(WS-INPUT-TRIM TRAILING)
                                 DELIMITED BY SIZE
                              " until " DELIMITED BY SIZE
                              MD-Until(WS-Rx-Idx) DELIMITED BY SIZE
                         INTO WS-Line
                       END-STRING
                   END-IF
                   PERFORM WRITE-RECORDS-LINE
                   MOVE SPACES TO WS-Line
                   STRING "    Reason: " DELIMITED BY SIZE
                          FUNCTION TRIM(MD-Reason(WS-Rx-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Line
                   END-STRING
                   PERFORM WRITE-RECORDS-LINE
               END-IF
               ADD 1 TO WS-Rx-Idx
           END-PERFORM
           PERFORM END-RECORDS-SECTION.

       *> Journal lines that name the user as a whole word. Only the
       *> live journal is searched; lines rotated out by housekeeping
       *> are in the dated journal archives.
       RECORDS-JOURNAL.
           MOVE "Activity Journal" TO WS-Line
           PERFORM BEGIN-RECORDS-SECTION
           MOVE SPACES TO WS-Rx-Pattern
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rx-Username TRAILING) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO WS-Rx-Pattern
           END-STRING
           COMPUTE WS-Rx-Pat-Len
               = FUNCTION LENGTH(FUNCTION TRIM(WS-Rx-Username TRAILING)) + 2
           MOVE "00" TO WS-Journal-Status
           OPEN INPUT JournalFile
           IF WS-Journal-Status = "00"
               MOVE "N" TO WS-EOF-Flag
               PERFORM UNTIL EOF
                   READ JournalFile
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE 0 TO WS-Rx-Hits
                           MOVE " " TO WS-Rx-Pattern(WS-Rx-Pat-Len:1)
                           INSPECT JournalRecord TALLYING WS-Rx-Hits
                               FOR ALL WS-Rx-Pattern(1:WS-Rx-Pat-Len)
                           MOVE "," TO WS-Rx-Pattern(WS-Rx-Pat-Len:1)
                           INSPECT JournalRecord TALLYING WS-Rx-Hits
                               FOR ALL WS-Rx-Pattern(1:WS-Rx-Pat-Len)
                           MOVE ")" TO WS-Rx-Pattern(WS-Rx-Pat-Len:1)
                           INSPECT JournalRecord TALLYING WS-Rx-Hits
                               FOR ALL WS-Rx-Pattern(1:WS-Rx-Pat-Len)
                           IF WS-Rx-Hits > 0
                               ADD 1 TO WS-Rx-Count
                               MOVE SPACES TO WS-Line
                               STRING "  " DELIMITED BY SIZE
                                      JournalRecord DELIMITED BY SIZE
                                 INTO WS-Line
                               END-STRING
                               PERFORM WRITE-RECORDS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile
               MOVE "N" TO WS-EOF-Flag
           END-IF
           PERFORM END-RECORDS-SECTION.

       *> ----- Career-office export feed -----
       *> Write the standing data-share for the university career
       *> office as pipe-delimited extract files: postings with their
       *> posted stamps, applications with their dispositions, and
       *> OFFER outcomes joined to the student's major and graduation
       *> year. Each extract has a header row and a TRAILER record
       *> carrying the data row count for the receiving loader.
       EXPORT-CAREER-FEED.
           PERFORM EXPORT-JOBS-FEED
           PERFORM EXPORT-APPLICATIONS-FEED
           PERFORM EXPORT-OFFERS-FEED

           MOVE "career feed extracts written" TO WS-Journal-Text
           PERFORM WRITE-JOURNAL

           MOVE "Career feed written: InCollege-Export-Jobs.txt, InCollege-Export-Applications.txt, InCollege-Export-Offers.txt." TO WS-Line
           PERFORM OUTPUT-LINE.

       EXPORT-JOBS-FEED.
           MOVE "InCollege-Export-Jobs.txt" TO WS-Export-Name
           OPEN OUTPUT ExportFile
           MOVE "JOB_ID|TITLE|EMPLOYER|LOCATION|STATUS|POSTED"
               TO ExportRecord
           WRITE ExportRecord
           MOVE 0 TO WS-Export-Count
           MOVE 1 TO COUNTER
           PERFORM UNTIL COUNTER > WS-Number-Jobs
               *> Postings held for employer verification stay out of
               *> the feed
               MOVE JB-Poster-User(COUNTER) TO WS-Vf-Username
               PERFORM CHECK-EMPLOYER-VERIFIED
               IF Vf-Approved
                   MOVE JB-ID(COUNTER) TO WS-JobID-3dig
                   MOVE SPACES TO WS-Export-Line
                   STRING FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(JB-Title(COUNTER) TRAILING)
                             DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(JB-Emp-Name(COUNTER) TRAILING)
                             DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(JB-Location(COUNTER) TRAILING)
                             DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(JB-Status(COUNTER) TRAILING)
                             DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          JB-Posted(COUNTER)(1:8) DELIMITED BY SIZE
                     INTO WS-Export-Line
                   END-STRING
                   MOVE WS-Export-Line TO ExportRecord
                   WRITE ExportRecord
                   ADD 1 TO WS-Export-Count
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM
           PERFORM WRITE-EXPORT-TRAILER
           MOVE "USERNAME|JOB_ID|STATUS" TO ExportRecord
           WRITE ExportRecord
           MOVE 0 TO WS-Export-Count
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Applications
               *> Applications to postings held for employer
               *> verification stay out, as the postings do
               PERFORM CHECK-FEED-POSTING-HELD
               IF Vf-Approved
                   MOVE AP-JobID(WS-Intg-Idx) TO WS-JobID-3dig
                   MOVE SPACES TO WS-Export-Line
                   STRING FUNCTION TRIM(AP-Username(WS-Intg-Idx) TRAILING)
                             DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JobID-3dig) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(AP-Status(WS-Intg-Idx) TRAILING)
                             DELIMITED BY SIZE
                     INTO WS-Export-Line
                   END-STRING
                   MOVE WS-Export-Line TO ExportRecord
                   WRITE ExportRecord
                   ADD 1 TO WS-Export-Count
               END-IF
               ADD 1 TO WS-Intg-Idx
           END-PERFORM
           PERFORM WRITE-EXPORT-TRAILER
           CLOSE ExportFile.

       *> Sets WS-Vf-Status for the employer of the posting that the
       *> application at AP-*(WS-Intg-Idx) was made to. A posting no
       *> longer on the board counts as approved, as it did before
       *> verification existed.
       CHECK-FEED-POSTING-HELD.
           MOVE "A" TO WS-Vf-Status
           MOVE AP-JobID(WS-Intg-Idx) TO WS-Selected-Job-ID
           PERFORM FIND-JOB-ROW-BY-ID
           IF WS-Job-Row > 0
               MOVE JB-Poster-User(WS-Job-Row) TO WS-Vf-Username
               PERFORM CHECK-EMPLOYER-VERIFIED
           END-IF.

       *> OFFER outcomes joined to the student's profile; a student
       *> without a profile still exports, with the major left blank
       *> and the year zero, so the placement itself is never dropped
           MOVE 0 TO WS-Export-Count
           MOVE 1 TO WS-Intg-Idx
           PERFORM UNTIL WS-Intg-Idx > WS-Number-Applications
               MOVE "N" TO WS-Vf-Status
               IF AP-Status(WS-Intg-Idx) = "OFFER"
                   PERFORM CHECK-FEED-POSTING-HELD
               END-IF
               IF Vf-Approved
                   MOVE AP-Username(WS-Intg-Idx) TO WS-Temp-Username
                   PERFORM FIND-PROFILE-BY-USERNAME
                   MOVE SPACES TO WS-INPUT-TRIM
