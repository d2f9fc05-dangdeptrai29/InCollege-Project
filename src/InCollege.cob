               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKILL-REC-KEY
               FILE STATUS IS WS-SKILLS-FILE-STATUS.
           *> New: job offers, keyed by job id + applicant -- one
           *> offer per application, with the date the student must
           *> answer by.
           SELECT OFFERS-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFER-REC-KEY
               FILE STATUS IS WS-OFFER-STATUS.
           *> New: abuse reports against a message, profile or job
           *> posting, keyed by an assigned sequence number like
           *> MESSAGES-FILE, and the append-only log of every
           *> administrator decision taken on them.
           SELECT REPORTS-FILE ASSIGN TO "data/reports.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPT-REC-ID
               FILE STATUS IS WS-RPT-STATUS.
           SELECT MODERATION-LOG-FILE ASSIGN TO "data/moderation.log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
           *> New: outbound e-mail notifications waiting for the
           *> nightly mail feed, keyed by an assigned sequence number
           *> like MESSAGES-FILE.
           SELECT NOTIFY-FILE ASSIGN TO "data/notify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-REC-ID
               FILE STATUS IS WS-NTF-STATUS.
           *> New: student organizations, keyed by organization id
           *> like EVENTS-FILE; their membership rosters, keyed by
           *> organization id + username like RSVPS-FILE; and the
           *> updates officers post to the group page, keyed by an
           *> assigned sequence number like MESSAGES-FILE.
           SELECT ORGS-FILE ASSIGN TO "data/orgs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REC-ID
               FILE STATUS IS WS-ORG-STATUS.
           SELECT ORG-MEMBERS-FILE ASSIGN TO "data/orgmembers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGMEM-REC-KEY
               FILE STATUS IS WS-ORGMEM-STATUS.
           SELECT ORG-POSTS-FILE ASSIGN TO "data/orgposts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGPOST-REC-ID
               FILE STATUS IS WS-ORGPOST-STATUS.
           *> Employer job-posting credits: one balance record per
           *> company contact username, and the transaction history
           *> keyed by that username plus the ledger's own sequence.
           SELECT LEDGER-FILE ASSIGN TO "data/ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-REC-USER
               FILE STATUS IS WS-LDG-STATUS.
           SELECT LEDGER-TXN-FILE ASSIGN TO "data/ledgertxn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTX-REC-KEY
               FILE STATUS IS WS-LTX-STATUS.
           *> New: per-user block list (blocker|blocked, one row per
           *> pair) and the directory-visibility settings (username of
           *> each user hidden from directory search), both loaded
           SELECT PRIVACY-FILE ASSIGN TO "data/privacy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIV-STATUS.
           *> New: e-mail notification opt-outs (username of each
           *> user who wants no mail), kept the same way as
           *> PRIVACY-FILE.
           SELECT NOTIFY-OPTOUT-FILE ASSIGN TO "data/notify.optout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           *> New: administrator broadcast announcements and the
           *> per-user seen markers that keep each one to a single showing
           SELECT ANNOUNCEMENTS-FILE ASSIGN TO "data/announcements.txt"
           SELECT BATCH-LOCK-FILE ASSIGN TO "data/batch.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
           *> New: dry-run exceptions report, one line per input line
           *> the live run would have refused.
           SELECT EXCEPTIONS-FILE
               ASSIGN TO "io/InCollege-DryRun-Exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           *> New: dated intra-day change journal. Every write, rewrite
           *> and delete against the keyed stores is also appended
           *> here, so INCOLLEGE-RECOVER can replay the day on top of
           05  SKILL-REC-ENDORSE-CNT      PIC 9(04).
           05  SKILL-REC-ENDORSERS       PIC X(400).

       *> New FD for job offers. Status is Extended until the student
       *> answers (Accepted/Declined) or the respond-by date passes
       *> and the nightly run marks it Expired.
       FD  OFFERS-FILE.
       01  OFFER-REC.
           05  OFFER-REC-KEY.
               10  OFFER-REC-JOB-ID       PIC 9(06).
               10  OFFER-REC-USER         PIC X(128).
           05  OFFER-REC-START-DATE       PIC X(08).
           05  OFFER-REC-PAY              PIC X(64).
           05  OFFER-REC-RESPOND-BY       PIC X(08).
           05  OFFER-REC-STATUS           PIC X(10).
           05  OFFER-REC-EXTENDED         PIC X(14).
           05  OFFER-REC-STAMP            PIC X(14).

       *> New FD for abuse reports. Type says what the target is: a
       *> message id, a profile's username, or a job id; target-user
       *> is the account behind it (sender, owner or poster). Status
       *> is Open until an administrator dismisses the report or acts
       *> on it (Removed/Locked).
       FD  REPORTS-FILE.
       01  RPT-REC.
           05  RPT-REC-ID                 PIC 9(08).
           05  RPT-REC-REPORTER           PIC X(128).
           05  RPT-REC-TYPE               PIC X(01).
               88  RPT-REC-IS-MESSAGE        VALUE "M".
               88  RPT-REC-IS-PROFILE        VALUE "P".
               88  RPT-REC-IS-JOB            VALUE "J".
           05  RPT-REC-TARGET             PIC X(128).
           05  RPT-REC-TARGET-USER        PIC X(128).
           05  RPT-REC-REASON             PIC X(02).
           05  RPT-REC-NOTE               PIC X(200).
           05  RPT-REC-STAMP              PIC X(14).
           05  RPT-REC-STATUS             PIC X(10).
           05  RPT-REC-RESOLVED-BY        PIC X(128).
           05  RPT-REC-RESOLVED-STAMP     PIC X(14).

       *> New FD for the moderation decision log
       FD  MODERATION-LOG-FILE.
       01  MODERATION-LOG-REC            PIC X(512).

       *> New FD for outbound notifications. Kind says what happened
       *> (MESSAGE, APPSTATUS, INTERVIEW, CONNREQ); text is the line
       *> that goes into the e-mail. Status is Queued until the
       *> nightly mail feed marks it Sent, or OptedOut when the
       *> recipient has turned e-mail off.
       FD  NOTIFY-FILE.
       01  NTF-REC.
           05  NTF-REC-ID                 PIC 9(08).
           05  NTF-REC-USER               PIC X(128).
           05  NTF-REC-KIND               PIC X(10).
           05  NTF-REC-TEXT               PIC X(200).
           05  NTF-REC-STAMP              PIC X(14).
           05  NTF-REC-STATUS             PIC X(10).
           05  NTF-REC-SENT-STAMP         PIC X(14).

       *> New FDs for student organizations. A member's role is O
       *> (officer) or M (member); status is Pending until an officer
       *> approves the join request, then Active.
       FD  ORGS-FILE.
       01  ORG-REC.
           05  ORG-REC-ID                 PIC 9(06).
           05  ORG-REC-NAME               PIC X(128).
           05  ORG-REC-DESC               PIC X(256).
           05  ORG-REC-CREATOR            PIC X(128).
           05  ORG-REC-CREATED            PIC X(14).

       FD  ORG-MEMBERS-FILE.
       01  ORGMEM-REC.
           05  ORGMEM-REC-KEY.
               10  ORGMEM-REC-ORG-ID      PIC 9(06).
               10  ORGMEM-REC-USER        PIC X(128).
           05  ORGMEM-REC-ROLE            PIC X(01).
           05  ORGMEM-REC-STATUS          PIC X(10).
           05  ORGMEM-REC-STAMP           PIC X(14).

       FD  ORG-POSTS-FILE.
       01  ORGPOST-REC.
           05  ORGPOST-REC-ID             PIC 9(08).
           05  ORGPOST-REC-ORG-ID         PIC 9(06).
           05  ORGPOST-REC-AUTHOR         PIC X(128).
           05  ORGPOST-REC-TEXT           PIC X(200).
           05  ORGPOST-REC-STAMP          PIC X(14).

       *> Posting-credit balance per employer. LAST-SEQ numbers the
       *> employer's transactions in LEDGER-TXN-FILE.
       FD  LEDGER-FILE.
       01  LDG-REC.
           05  LDG-REC-USER               PIC X(128).
           05  LDG-REC-BALANCE            PIC 9(06).
           05  LDG-REC-PURCHASED          PIC 9(06).
           05  LDG-REC-CHARGED            PIC 9(06).
           05  LDG-REC-LAST-SEQ           PIC 9(06).
           05  LDG-REC-STAMP              PIC X(14).

       *> One credit transaction. TYPE is P (purchase), A (manual
       *> adjustment) or J (job posting charged); CREDITS is signed,
       *> AMOUNT is what a purchase was billed at, BALANCE is the
       *> balance after the transaction.
       FD  LEDGER-TXN-FILE.
       01  LTX-REC.
           05  LTX-REC-KEY.
               10  LTX-REC-USER           PIC X(128).
               10  LTX-REC-SEQ            PIC 9(06).
           05  LTX-REC-TYPE               PIC X(01).
           05  LTX-REC-CREDITS            PIC S9(06) SIGN LEADING SEPARATE.
           05  LTX-REC-AMOUNT             PIC 9(07)V99.
           05  LTX-REC-JOB-ID             PIC 9(06).
           05  LTX-REC-BALANCE            PIC 9(06).
           05  LTX-REC-NOTE               PIC X(80).
           05  LTX-REC-BY                 PIC X(128).
           05  LTX-REC-STAMP              PIC X(14).

       *> New FDs for the block list and directory-visibility settings
       FD  BLOCKS-FILE.
       01  BLOCKS-REC                    PIC X(258).
       FD  PRIVACY-FILE.
       01  PRIVACY-REC                   PIC X(150).

       FD  NOTIFY-OPTOUT-FILE.
       01  NOTIFY-OPTOUT-REC             PIC X(150).

       *> New FDs for announcements and their seen markers
       FD  ANNOUNCEMENTS-FILE.
       01  ANNOUNCEMENT-REC              PIC X(256).
       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-REC                PIC X(80).

       *> New FD for the dry-run exceptions report
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-REC                PIC X(200).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-IN-STATUS                  PIC XX VALUE "00".
       01  WS-IVW-FILE-STATUS            PIC XX VALUE "00".
       01  WS-EVT-STATUS                 PIC XX VALUE "00".
       01  WS-RSVP-STATUS                PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-MODLOG-STATUS              PIC XX VALUE "00".
       01  WS-BLOCKS-STATUS              PIC XX VALUE "00".
       01  WS-PRIV-STATUS                PIC XX VALUE "00".
       01  WS-NTF-STATUS                 PIC XX VALUE "00".
       01  WS-ORG-STATUS                 PIC XX VALUE "00".
       01  WS-ORGMEM-STATUS              PIC XX VALUE "00".
       01  WS-ORGPOST-STATUS             PIC XX VALUE "00".
       01  WS-LDG-STATUS                 PIC XX VALUE "00".
       01  WS-LTX-STATUS                 PIC XX VALUE "00".
       01  WS-OPTOUT-STATUS              PIC XX VALUE "00".
       01  WS-SKILLS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CKPT-STATUS                PIC XX VALUE "00".
       01  WS-ANN-STATUS                 PIC XX VALUE "00".
       01  WS-EOF-RSVP                   PIC X VALUE 'N'.
           88  EOF-RSVP                      VALUE 'Y'.
           88  NOT-EOF-RSVP                  VALUE 'N'.
       01  WS-EOF-ORG                    PIC X VALUE 'N'.
           88  EOF-ORG                       VALUE 'Y'.
           88  NOT-EOF-ORG                   VALUE 'N'.
       01  WS-EOF-ORGMEM                 PIC X VALUE 'N'.
           88  EOF-ORGMEM                    VALUE 'Y'.
           88  NOT-EOF-ORGMEM                VALUE 'N'.
       01  WS-EOF-ORGPOST                PIC X VALUE 'N'.
           88  EOF-ORGPOST                   VALUE 'Y'.
           88  NOT-EOF-ORGPOST               VALUE 'N'.
       01  WS-EOF-OFFER                  PIC X VALUE 'N'.
           88  EOF-OFFER                     VALUE 'Y'.
           88  NOT-EOF-OFFER                 VALUE 'N'.
       01  WS-EOF-RPT                    PIC X VALUE 'N'.
           88  EOF-RPT                       VALUE 'Y'.
           88  NOT-EOF-RPT                   VALUE 'N'.
       01  WS-EOF-BLK                    PIC X VALUE 'N'.
           88  EOF-BLK                       VALUE 'Y'.
           88  NOT-EOF-BLK                   VALUE 'N'.
       01  WS-EOF-PRIV                   PIC X VALUE 'N'.
           88  EOF-PRIV                      VALUE 'Y'.
           88  NOT-EOF-PRIV                  VALUE 'N'.
       01  WS-EOF-NTF                    PIC X VALUE 'N'.
           88  EOF-NTF                       VALUE 'Y'.
           88  NOT-EOF-NTF                   VALUE 'N'.

       *> Generic Input buffer
       01  WS-LINE                       PIC X(256) VALUE SPACES.
           "1. Unlock a Locked Account".
       01  MSG-ADMIN-OPT-ROLE            PIC X(32) VALUE
           "2. Assign Account Role".
       01  MSG-ADMIN-OPT-BACK            PIC X(32) VALUE "6. Back to Main Menu".
       01  MSG-ROLE-PROMPT               PIC X(32) VALUE "Select account type:".
       01  MSG-ROLE-OPT-STUDENT          PIC X(16) VALUE "1. Student".
       01  MSG-ROLE-OPT-EMPLOYER         PIC X(16) VALUE "2. Employer".
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ID OCCURS 200 TIMES PIC 9(6).

       *> Abuse reports and the administrator moderation queue
       01  MSG-ADMIN-OPT-REPORTS         PIC X(32) VALUE
           "4. Review Reported Content".
       01  MSG-RPT-REASON-PROMPT         PIC X(40) VALUE
           "Select a reason for the report:".
       01  MSG-RPT-REASON-1              PIC X(32) VALUE "1. Harassment".
       01  MSG-RPT-REASON-2              PIC X(32) VALUE "2. Spam or Scam".
       01  MSG-RPT-REASON-3              PIC X(32) VALUE "3. Fake Profile".
       01  MSG-RPT-REASON-4              PIC X(32) VALUE
           "4. Inappropriate Content".
       01  MSG-RPT-REASON-5              PIC X(32) VALUE "5. Other".
       01  MSG-RPT-ENTER-NOTE            PIC X(64) VALUE
           "Add a note for the moderators (optional, blank to skip):".
       01  MSG-RPT-FILED                 PIC X(64) VALUE
           "Thank you. Your report has been sent to the moderators.".
       01  MSG-RPT-DUPLICATE             PIC X(64) VALUE
           "You have already reported this; it is awaiting review.".
       01  MSG-RPT-OWN-CONTENT           PIC X(48) VALUE
           "You cannot report your own content.".
       01  MSG-RPT-ENTER-MSG-ID          PIC X(64) VALUE
           "Enter the message number to report, or 0 to go back:".
       01  MSG-RPT-MSG-NOT-FOUND         PIC X(56) VALUE
           "No message with that number was sent to you.".
       01  MSG-MOD-HEADER                PIC X(32) VALUE
           "--- Reported Content ---".
       01  MSG-MOD-NONE                  PIC X(40) VALUE
           "There are no open reports.".
       01  MSG-MOD-SELECT-PROMPT         PIC X(64) VALUE
           "Enter a report number to review, or 0 to go back:".
       01  MSG-MOD-OPT-DISMISS           PIC X(32) VALUE "1. Dismiss Report".
       01  MSG-MOD-OPT-REMOVE            PIC X(32) VALUE
           "2. Remove the Content".
       01  MSG-MOD-OPT-LOCK              PIC X(32) VALUE
           "3. Lock the Account".
       01  MSG-MOD-OPT-BACK              PIC X(32) VALUE "4. Back".
       01  MSG-MOD-DISMISSED             PIC X(40) VALUE
           "Report dismissed.".
       01  MSG-MOD-REMOVED               PIC X(48) VALUE
           "Content removed and report closed.".
       01  MSG-MOD-LOCKED                PIC X(48) VALUE
           "Account locked and report closed.".
       01  MSG-MOD-NO-REMOVE-PROFILE     PIC X(72) VALUE
           "Profiles are not removed here; lock the account instead.".
       01  MSG-MOD-GONE                  PIC X(48) VALUE
           "The reported content is no longer on file.".
       01  MSG-MOD-SELF-LOCK             PIC X(48) VALUE
           "You cannot lock your own account.".
       77  WS-RPT-TYPE-IN                PIC X(1)   VALUE SPACES.
       77  WS-RPT-TARGET-IN              PIC X(128) VALUE SPACES.
       77  WS-RPT-TARGET-USER-IN         PIC X(128) VALUE SPACES.
       77  WS-RPT-REASON-IN              PIC X(2)   VALUE SPACES.
       77  WS-RPT-NOTE-IN                PIC X(200) VALUE SPACES.
       77  WS-RPT-REASON-TEXT            PIC X(24)  VALUE SPACES.
       77  WS-RPT-HIGHEST-ID             PIC 9(8)   VALUE 0.
       77  WS-RPT-SEL-ID                 PIC 9(8)   VALUE 0.
       77  WS-RPT-MSG-ID-IN              PIC 9(8)   VALUE 0.
       77  WS-RPT-ID-DISPLAY             PIC Z(7)9  VALUE ZERO.
       77  WS-RPT-ACTION                 PIC X(10)  VALUE SPACES.
       77  WS-RPT-FOUND-FLAG             PIC X      VALUE 'N'.
           88  RPT-FOUND                     VALUE 'Y'.
           88  RPT-NOT-FOUND                 VALUE 'N'.
       77  WS-RPT-CONTENT-FLAG           PIC X      VALUE 'N'.
           88  RPT-CONTENT-GONE              VALUE 'Y'.
           88  RPT-CONTENT-ON-FILE           VALUE 'N'.
       01  WS-RPT-PAGE-MAX               PIC 9(4) VALUE 200.
       01  WS-RPT-PAGE-COUNT             PIC 9(4) VALUE 0.
       01  WS-RPT-PAGE-TABLE.
           05  WS-RPT-PAGE-ID OCCURS 200 TIMES PIC 9(8).

       *> Message buffer and constants
       01  WS-MSG                        PIC X(256) VALUE SPACES.
       01  MSG-SUCCESS                   PIC X(64)  VALUE "You have successfully logged in.".
           "3. View Blocked Users".
       01  MSG-PRIV-OPT-TOGGLE           PIC X(36) VALUE
           "4. Toggle Directory Visibility".
       01  MSG-PRIV-OPT-MAIL             PIC X(36) VALUE
           "5. Toggle E-mail Notifications".
       01  MSG-PRIV-OPT-BACK             PIC X(24) VALUE
           "6. Back to Main Menu".
       01  MSG-PRIV-ENTER-BLOCK          PIC X(40) VALUE
           "Enter the username to block:".
       01  MSG-PRIV-ENTER-UNBLOCK        PIC X(40) VALUE
           "Current setting: hidden from directory search.".
       01  MSG-PRIV-STATE-VISIBLE        PIC X(56) VALUE
           "Current setting: visible in directory search.".

       *> E-mail notifications: the opt-out list kept next to the
       *> visibility settings, and the fields callers fill in before
       *> QUEUE-NOTIFICATION writes one row for the nightly mail feed.
       01  WS-OPTOUT-MAX                 PIC 9(4) VALUE 500.
       01  WS-OPTOUT-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPTOUT-TABLE.
           05  WS-OPTOUT-USER OCCURS 500 TIMES PIC X(128).
       77  WS-OPTOUT-FLAG                PIC X      VALUE 'N'.
           88  USER-OPTED-OUT                VALUE 'Y'.
           88  USER-OPTED-IN                 VALUE 'N'.
       77  WS-OPTOUT-CHK-USER            PIC X(128) VALUE SPACES.
       77  WS-NTF-HIGHEST-ID             PIC 9(8)   VALUE 0.
       77  WS-NTF-USER-IN                PIC X(128) VALUE SPACES.
       77  WS-NTF-KIND-IN                PIC X(10)  VALUE SPACES.
       77  WS-NTF-TEXT-IN                PIC X(200) VALUE SPACES.
       77  WS-NTF-OLD-STATUS             PIC X(20)  VALUE SPACES.
       01  MSG-PRIV-MAIL-OFF             PIC X(56) VALUE
           "E-mail notifications are now off.".
       01  MSG-PRIV-MAIL-ON              PIC X(56) VALUE
           "E-mail notifications are now on.".
       01  MSG-PRIV-STATE-MAIL-OFF       PIC X(56) VALUE
           "E-mail notifications: off.".
       01  MSG-PRIV-STATE-MAIL-ON        PIC X(56) VALUE
           "E-mail notifications: on.".
       77  WS-DIR-KEEP-COUNT             PIC 9(4) VALUE 0.
       77  WS-DIR-SLOT                   PIC 9(4) VALUE 0.
       77  WS-DIR-KEEP-FLAG              PIC X    VALUE 'Y'.
       01  MSG-EVT-ROLE-ONLY             PIC X(64) VALUE
           "Only employer or administrator accounts can post events.".

       *> Student organizations: rosters with officers, join requests
       *> approved by an officer, and the group page of posted updates.
       01  MSG-MENU-ORGS                 PIC X(32) VALUE
           "13. Student Organizations".
       01  WS-ORGS-CHOICE                PIC X(8)   VALUE SPACES.
       01  WS-ORG-PAGE-CHOICE            PIC X(8)   VALUE SPACES.
       77  WS-ORGS-HIGHEST-ID            PIC 9(6)   VALUE 0.
       77  WS-ORGPOSTS-HIGHEST-ID        PIC 9(8)   VALUE 0.
       77  WS-NEW-ORG-NAME               PIC X(128) VALUE SPACES.
       77  WS-NEW-ORG-DESC               PIC X(256) VALUE SPACES.
       77  WS-SEL-ORG-ID                 PIC 9(6)   VALUE 0.
       77  WS-SEL-ORG-FOUND              PIC X      VALUE 'N'.
           88  SEL-ORG-FOUND                 VALUE 'Y'.
           88  SEL-ORG-NOT-FOUND             VALUE 'N'.
       77  WS-SEL-ORG-NAME               PIC X(128) VALUE SPACES.
       77  WS-SEL-ORG-DESC               PIC X(256) VALUE SPACES.
       77  WS-SEL-ORG-CREATOR            PIC X(128) VALUE SPACES.
      *> The logged-in user's own roster entry in the selected
      *> organization, if any.
       77  WS-ORG-MY-ROLE                PIC X      VALUE SPACE.
           88  ORG-MY-ROLE-OFFICER           VALUE 'O'.
           88  ORG-MY-ROLE-MEMBER            VALUE 'M'.
       77  WS-ORG-MY-STATUS              PIC X(10)  VALUE SPACES.
           88  ORG-MY-STATUS-ACTIVE          VALUE "Active".
           88  ORG-MY-STATUS-PENDING         VALUE "Pending".
           88  ORG-MY-STATUS-NONE            VALUE SPACES.
       77  WS-ORG-MEMBER-COUNT           PIC 9(4)   VALUE 0.
       77  WS-ORG-OFFICER-COUNT          PIC 9(4)   VALUE 0.
       77  WS-ORG-SENT-COUNT             PIC 9(4)   VALUE 0.
       77  WS-ORG-IDX                    PIC 9(4)   VALUE 0.
       77  WS-ORG-POST-TEXT              PIC X(256) VALUE SPACES.
       77  WS-ORGS-VIEW-USER             PIC X(128) VALUE SPACES.
       77  WS-ORG-MEM-USER               PIC X(128) VALUE SPACES.
       77  WS-ORG-DECISION               PIC X      VALUE SPACE.
       77  WS-ORG-LINE-TAG               PIC X(16)  VALUE SPACES.
       77  WS-ORG-PTR                    PIC 9(4)   VALUE 0.
      *> What COLLECT-ORG-USERS gathers from the selected roster.
       77  WS-ORG-COLLECT-MODE           PIC X      VALUE SPACE.
           88  ORG-COLLECT-OFFICERS          VALUE 'O'.
           88  ORG-COLLECT-MEMBERS           VALUE 'M'.
           88  ORG-COLLECT-PENDING           VALUE 'P'.
           88  ORG-COLLECT-ALL-ACTIVE        VALUE 'A'.
       01  WS-ORG-PAGE-MAX               PIC 9(4) VALUE 200.
       01  WS-ORG-PAGE-COUNT             PIC 9(4) VALUE 0.
       01  WS-ORG-PAGE-TABLE.
           05  WS-ORG-PAGE-ID OCCURS 200 TIMES PIC 9(6).
       01  WS-ORG-USER-MAX               PIC 9(4) VALUE 200.
       01  WS-ORG-USER-COUNT             PIC 9(4) VALUE 0.
       01  WS-ORG-USER-TABLE.
           05  WS-ORG-USER OCCURS 200 TIMES PIC X(128).
      *> Organizations the account being deactivated was an officer
      *> of; any left with no officer afterwards are disbanded.
       01  WS-ORG-PURGE-COUNT            PIC 9(4) VALUE 0.
       01  WS-ORG-PURGE-TABLE.
           05  WS-ORG-PURGE-ENTRY OCCURS 200 TIMES.
               10  WS-ORG-PURGE-ID       PIC 9(6).
               10  WS-ORG-PURGE-KEEP     PIC X.
                   88  ORG-PURGE-KEEP        VALUE 'Y'.
                   88  ORG-PURGE-DROP        VALUE 'N'.
       01  MSG-ORGS-HEADER               PIC X(40) VALUE
           "--- Student Organizations ---".
       01  MSG-ORGS-OPT-CREATE           PIC X(32) VALUE
           "1. Create an Organization".
       01  MSG-ORGS-OPT-BROWSE           PIC X(32) VALUE
           "2. Browse Organizations".
       01  MSG-ORGS-OPT-MINE             PIC X(32) VALUE
           "3. My Organizations".
       01  MSG-ORGS-OPT-BACK             PIC X(24) VALUE
           "4. Back to Main Menu".
       01  MSG-ORG-ENTER-NAME            PIC X(32) VALUE
           "Enter Organization Name:".
       01  MSG-ORG-ENTER-DESC            PIC X(48) VALUE
           "Enter description (optional, blank to skip):".
       01  MSG-ORG-NAME-TAKEN            PIC X(56) VALUE
           "An organization with that name already exists.".
       01  MSG-ORG-CREATED               PIC X(56) VALUE
           "Organization created. You are its first officer.".
       01  MSG-ORG-STUDENT-ONLY          PIC X(64) VALUE
           "Only student accounts can create or join organizations.".
       01  MSG-ORG-NONE                  PIC X(40) VALUE
           "No organizations on file yet.".
       01  MSG-ORG-MY-NONE               PIC X(48) VALUE
           "You do not belong to any organizations.".
       01  MSG-ORG-LIST-HEADER           PIC X(32) VALUE
           "--- Organizations ---".
       01  MSG-ORG-MY-LIST-HEADER        PIC X(32) VALUE
           "--- My Organizations ---".
       01  MSG-ORG-SELECT                PIC X(64) VALUE
           "Enter organization number to open it, or 0 to go back:".
       01  MSG-ORG-OPT-JOIN              PIC X(32) VALUE
           "1. Request to Join".
       01  MSG-ORG-OPT-JOIN-BACK         PIC X(16) VALUE "2. Back".
       01  MSG-ORG-JOIN-SENT             PIC X(48) VALUE
           "Your request to join has been sent.".
       01  MSG-ORG-JOIN-DUP              PIC X(64) VALUE
           "You have already asked to join this organization.".
       01  MSG-ORG-ALREADY-MEMBER        PIC X(56) VALUE
           "You are already a member of this organization.".
       01  MSG-ORG-JOIN-PENDING          PIC X(56) VALUE
           "Your request to join is waiting for an officer.".
       01  MSG-ORG-POSTS-HEADER          PIC X(24) VALUE
           "Updates:".
       01  MSG-ORG-POSTS-NONE            PIC X(32) VALUE
           "No updates posted yet.".
       01  MSG-ORG-OPT-POST              PIC X(32) VALUE
           "1. Post an Update".
       01  MSG-ORG-OPT-MESSAGE           PIC X(32) VALUE
           "2. Message All Members".
       01  MSG-ORG-OPT-REQUESTS          PIC X(32) VALUE
           "3. Review Join Requests".
       01  MSG-ORG-OPT-OFFICER           PIC X(32) VALUE
           "4. Make a Member an Officer".
       01  MSG-ORG-OPT-LEAVE             PIC X(32) VALUE
           "5. Leave Organization".
       01  MSG-ORG-OPT-BACK              PIC X(16) VALUE "6. Back".
       01  MSG-ORG-OFFICER-ONLY          PIC X(56) VALUE
           "Only officers of this organization can do that.".
       01  MSG-ORG-ENTER-POST            PIC X(48) VALUE
           "Enter your update (max 200 chars):".
       01  MSG-ORG-POST-EMPTY            PIC X(48) VALUE
           "Update cannot be empty. Please try again.".
       01  MSG-ORG-POST-LONG             PIC X(56) VALUE
           "Update exceeds 200 characters. Please try again.".
       01  MSG-ORG-POSTED                PIC X(24) VALUE "Update posted.".
       01  MSG-ORG-ENTER-MESSAGE         PIC X(56) VALUE
           "Enter your message to all members (max 200 chars):".
       01  MSG-ORG-NO-OTHER-MEMBERS      PIC X(56) VALUE
           "This organization has no other members yet.".
       01  MSG-ORG-NO-REQUESTS           PIC X(40) VALUE
           "No join requests waiting.".
       01  MSG-ORG-REQ-SELECT            PIC X(64) VALUE
           "Enter request number to review, or 0 to go back:".
       01  MSG-ORG-REQ-OPT-APPROVE       PIC X(16) VALUE "1. Approve".
       01  MSG-ORG-REQ-OPT-REJECT        PIC X(16) VALUE "2. Reject".
       01  MSG-ORG-REQ-APPROVED          PIC X(32) VALUE
           "Join request approved.".
       01  MSG-ORG-REQ-REJECTED          PIC X(32) VALUE
           "Join request rejected.".
       01  MSG-ORG-NO-MEMBERS            PIC X(56) VALUE
           "There are no members who are not already officers.".
       01  MSG-ORG-MEM-SELECT            PIC X(64) VALUE
           "Enter member number to make officer, or 0 to go back:".
       01  MSG-ORG-NOW-OFFICER           PIC X(40) VALUE
           "Member is now an officer.".
       01  MSG-ORG-LAST-OFFICER          PIC X(80) VALUE
           "You cannot leave as the only officer; make another member an officer first.".
       01  MSG-ORG-LEFT                  PIC X(40) VALUE
           "You have left the organization.".
       01  MSG-ORG-DISBANDED             PIC X(56) VALUE
           "You were the last member; the organization is closed.".
       01  MSG-ORG-PROFILE-HEADER        PIC X(32) VALUE
           "--- Organizations ---".
       01  MSG-ORG-PROFILE-NONE          PIC X(48) VALUE
           "Not a member of any organizations.".
       01  MSG-ORG-REQ-LIST-HEADER       PIC X(32) VALUE
           "--- Join Requests ---".
       01  MSG-ORG-MEM-LIST-HEADER       PIC X(32) VALUE
           "--- Members ---".

       *> Employer job-posting credits: the balance check and charge in
       *> POST-NEW-JOB and the administrator's purchase/adjustment entry.
       01  MSG-ADMIN-OPT-CREDITS         PIC X(32) VALUE
           "5. Posting Credits".
       01  WS-CRD-CHOICE                 PIC X(8)   VALUE SPACES.
       77  WS-LDG-USER                   PIC X(128) VALUE SPACES.
       77  WS-LDG-BALANCE                PIC S9(6)  VALUE 0.
       77  WS-LTX-TYPE                   PIC X(01)  VALUE SPACE.
       77  WS-LTX-CREDITS                PIC S9(6)  VALUE 0.
       77  WS-LTX-AMOUNT                 PIC 9(7)V99 VALUE 0.
       77  WS-LTX-JOB-ID                 PIC 9(6)   VALUE 0.
       77  WS-LTX-NOTE                   PIC X(80)  VALUE SPACES.
       77  WS-CRD-NUM                    PIC S9(9)V99 VALUE 0.
       77  WS-CRD-BAL-DISP               PIC -(5)9.
       77  WS-CRD-QTY-DISP               PIC -(5)9.
       01  WS-LDG-FOUND-FLAG             PIC X VALUE 'N'.
           88  LDG-FOUND                     VALUE 'Y'.
           88  LDG-NOT-FOUND                 VALUE 'N'.
       *> Set by POST-LEDGER-TXN only once both the balance and the
       *> transaction row are on file.
       01  WS-LDG-POSTED-FLAG            PIC X VALUE 'N'.
           88  LDG-POSTED                    VALUE 'Y'.
           88  LDG-NOT-POSTED                VALUE 'N'.
       01  MSG-CRD-NONE-LEFT             PIC X(80) VALUE
           "You have no job-posting credits left. Contact Career Services to buy more.".
       01  MSG-CRD-REMAINING-PFX         PIC X(28) VALUE
           "Posting credits remaining: ".
       01  MSG-CRD-HEADER                PIC X(32) VALUE
           "--- Posting Credits ---".
       01  MSG-CRD-USER-PROMPT           PIC X(40) VALUE
           "Enter the employer's username:".
       01  MSG-CRD-NO-COMPANY            PIC X(56) VALUE
           "No company page is on file for that username.".
       01  MSG-CRD-BALANCE-PFX           PIC X(28) VALUE
           "Posting credits available: ".
       01  MSG-CRD-OPT-PURCHASE          PIC X(32) VALUE
           "1. Record a Credit Purchase".
       01  MSG-CRD-OPT-ADJUST            PIC X(32) VALUE
           "2. Record a Manual Adjustment".
       01  MSG-CRD-OPT-BACK              PIC X(32) VALUE
           "3. Back to Administration".
       01  MSG-CRD-QTY-PROMPT            PIC X(56) VALUE
           "Enter the number of credits purchased (1-9999):".
       01  MSG-CRD-QTY-INVALID           PIC X(56) VALUE
           "Credits must be a whole number from 1 to 9999.".
       01  MSG-CRD-AMOUNT-PROMPT         PIC X(48) VALUE
           "Enter the amount billed (e.g. 450.00):".
       01  MSG-CRD-AMOUNT-INVALID        PIC X(56) VALUE
           "Amount must be a number from 0.00 to 9999999.99.".
       01  MSG-CRD-REF-PROMPT            PIC X(56) VALUE
           "Enter a receipt or PO reference (optional):".
       01  MSG-CRD-ADJ-PROMPT            PIC X(56) VALUE
           "Enter the adjustment in credits (e.g. 2 or -1):".
       01  MSG-CRD-ADJ-INVALID           PIC X(72) VALUE
           "Adjustment must be a non-zero whole number from -9999 to 9999.".
       01  MSG-CRD-REASON-PROMPT         PIC X(48) VALUE
           "Enter the reason for the adjustment:".
       01  MSG-CRD-ADJ-NEGATIVE          PIC X(56) VALUE
           "Adjustment would take the balance below zero.".
       01  MSG-CRD-RECORDED              PIC X(40) VALUE
           "Credit transaction recorded.".

       *> Resume export built from profile, experience, education and
       *> skills -- one text document per student under io/.
       01  WS-RES-STATUS                 PIC XX     VALUE "00".
       01  MSG-BATCH-LOCKED              PIC X(96) VALUE
           "The nightly maintenance window is open (data/batch.lock exists); try again after it completes.".

       *> Dry-run validation mode (RUN_MODE=DRYRUN in data/config.txt,
       *> or DRYRUN on the command line): the input script is played
       *> through every menu and validation, but no data file, journal,
       *> audit trail, checkpoint or session lock is written. Each
       *> message that refuses a choice or an entry is listed in the
       *> exceptions report with its input line and menu.
       01  WS-RUN-MODE                   PIC X(8)  VALUE "LIVE".
           88  DRY-RUN                       VALUE "DRYRUN".
           88  LIVE-RUN                      VALUE "LIVE".
       77  WS-RUN-ARG                    PIC X(80)  VALUE SPACES.
       77  WS-CURRENT-MENU               PIC X(24)  VALUE SPACES.
       01  WS-EXC-STATUS                 PIC XX VALUE "00".
       77  WS-EXC-COUNT                  PIC 9(6)   VALUE 0.
       77  WS-EXC-COUNT-DISP             PIC Z(5)9.
       77  WS-EXC-LINES-DISP             PIC Z(7)9.
       77  WS-EXC-IDX                    PIC 9(3)   VALUE 0.
       77  WS-EXC-PFX-LEN                PIC 9(3)   VALUE 0.
       01  WS-EXC-OPEN-FLAG              PIC X VALUE 'N'.
           88  EXC-REPORT-OPEN               VALUE 'Y'.
           88  EXC-REPORT-CLOSED             VALUE 'N'.
       01  WS-EXC-MATCH-FLAG             PIC X VALUE 'N'.
           88  EXC-MATCHED                   VALUE 'Y'.
           88  EXC-NOT-MATCHED               VALUE 'N'.
       01  WS-EXC-DETAIL.
           05  WS-EXC-D-LINE             PIC Z(7)9.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  WS-EXC-D-MENU             PIC X(24).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  WS-EXC-D-TEXT             PIC X(160).
       01  MSG-EXC-TITLE                 PIC X(48) VALUE
           "InCollege dry-run exceptions report".
       01  MSG-EXC-COLUMNS               PIC X(64) VALUE
           "    Line  Menu                      Would fail with".
       01  MSG-EXC-NONE                  PIC X(48) VALUE
           "No exceptions: the script ran clean.".
       01  MSG-DRY-RUN-BANNER            PIC X(96) VALUE
           "DRY RUN: nothing will be saved. Exceptions are listed in io/InCollege-DryRun-Exceptions.txt.".
       01  MSG-DRY-RUN-NO-TESTS          PIC X(48) VALUE
           "Unit tests are not run in a dry run.".
      *> Leading text of every message that refuses a menu choice or an
      *> entry, or reports a failed store operation.
       01  WS-EXC-PREFIX-LIST.
           05  FILLER PIC X(40) VALUE "Invalid".
           05  FILLER PIC X(40) VALUE "Error".
           05  FILLER PIC X(40) VALUE "Internal error".
           05  FILLER PIC X(40) VALUE "Incorrect username/password".
           05  FILLER PIC X(40) VALUE "This account is locked".
           05  FILLER PIC X(40) VALUE "No such account".
           05  FILLER PIC X(40) VALUE "Username already exists".
           05  FILLER PIC X(40) VALUE "All permitted accounts".
           05  FILLER PIC X(40) VALUE "Password must".
           05  FILLER PIC X(40) VALUE "This field is required".
           05  FILLER PIC X(40) VALUE "Graduation year must".
           05  FILLER PIC X(40) VALUE "Date must".
           05  FILLER PIC X(40) VALUE "Expiry date must".
           05  FILLER PIC X(40) VALUE "Capacity must".
           05  FILLER PIC X(40) VALUE "Message cannot be empty".
           05  FILLER PIC X(40) VALUE "Message exceeds".
           05  FILLER PIC X(40) VALUE "You have already".
           05  FILLER PIC X(40) VALUE "You already have".
           05  FILLER PIC X(40) VALUE "You are already".
           05  FILLER PIC X(40) VALUE "This user has already".
           05  FILLER PIC X(40) VALUE "You cannot".
           05  FILLER PIC X(40) VALUE "You have not blocked that".
           05  FILLER PIC X(40) VALUE "You have no RSVP".
           05  FILLER PIC X(40) VALUE "Only student accounts".
           05  FILLER PIC X(40) VALUE "Only employer".
           05  FILLER PIC X(40) VALUE "This option requires".
           05  FILLER PIC X(40) VALUE "You need a company page".
           05  FILLER PIC X(40) VALUE "No profile found".
           05  FILLER PIC X(40) VALUE "User not found".
           05  FILLER PIC X(40) VALUE "Respond-by date cannot".
           05  FILLER PIC X(40) VALUE "The respond-by date".
           05  FILLER PIC X(40) VALUE "This applicant already".
           05  FILLER PIC X(40) VALUE "Offers cannot".
           05  FILLER PIC X(40) VALUE "That offer is no longer".
           05  FILLER PIC X(40) VALUE "That slot has already".
           05  FILLER PIC X(40) VALUE "No free interview slots".
           05  FILLER PIC X(40) VALUE "This application is already".
           05  FILLER PIC X(40) VALUE "This event is full".
           05  FILLER PIC X(40) VALUE "This event has already".
           05  FILLER PIC X(40) VALUE "No message with that number".
           05  FILLER PIC X(40) VALUE "Profiles are not removed".
           05  FILLER PIC X(40) VALUE "The reported content is no".
           05  FILLER PIC X(40) VALUE "Already on the".
           05  FILLER PIC X(40) VALUE "An organization with".
           05  FILLER PIC X(40) VALUE "Only officers".
           05  FILLER PIC X(40) VALUE "Update cannot".
           05  FILLER PIC X(40) VALUE "Update exceeds".
           05  FILLER PIC X(40) VALUE "You have no job-posting".
           05  FILLER PIC X(40) VALUE "No company page is on".
           05  FILLER PIC X(40) VALUE "Credits must be".
           05  FILLER PIC X(40) VALUE "Amount must be".
           05  FILLER PIC X(40) VALUE "Adjustment must be".
           05  FILLER PIC X(40) VALUE "Adjustment would".
       01  WS-EXC-PREFIX-LIST-R REDEFINES WS-EXC-PREFIX-LIST.
           05  WS-EXC-PREFIX OCCURS 53 TIMES PIC X(40).
       77  WS-EXC-PREFIX-MAX             PIC 9(3) VALUE 53.
      *> Account changes made earlier in a dry run are held here, since
      *> USERS-FILE is never written: new accounts (so later logins in
      *> the same script succeed), role changes, unlocks,
      *> deactivations and the net change to posting credits.
       01  WS-DRY-ACCT-MAX               PIC 9(4) VALUE 200.
       01  WS-DRY-ACCT-COUNT             PIC 9(4) VALUE 0.
       01  WS-DRY-ACCT-TABLE.
           05  WS-DRY-ACCT OCCURS 200 TIMES.
               10  WS-DRY-ACCT-USER      PIC X(128).
               10  WS-DRY-ACCT-PASSWORD  PIC X(128).
               10  WS-DRY-ACCT-ROLE      PIC X(1).
               10  WS-DRY-ACCT-NEW-FLAG  PIC X(1).
                   88  DRY-ACCT-NEW          VALUE "Y".
               10  WS-DRY-ACCT-UNLOCK-FLAG PIC X(1).
                   88  DRY-ACCT-UNLOCKED     VALUE "Y".
               10  WS-DRY-ACCT-GONE-FLAG PIC X(1).
                   88  DRY-ACCT-GONE         VALUE "Y".
               10  WS-DRY-ACCT-CREDITS   PIC S9(6).
       77  WS-DRY-USER                   PIC X(128) VALUE SPACES.
       77  WS-DRY-IDX                    PIC 9(4)   VALUE 0.
       77  WS-DRY-J                      PIC 9(4)   VALUE 0.

       *> Account deactivation / close-account
       01  MSG-DEACTIVATE-CONFIRM        PIC X(80) VALUE
           "Deactivate your account? Your data is removed and cannot be recovered.".
       01  MSG-DIR-OPT-MAJOR             PIC X(32) VALUE "3. Search by Major".
       01  MSG-DIR-OPT-YEAR              PIC X(40)
           VALUE "4. Search by Graduation Year Range".
       01  MSG-DIR-OPT-SUGGEST           PIC X(32) VALUE "5. People You May Know".
       01  MSG-DIR-OPT-BACK              PIC X(32) VALUE "6. Back to Main Menu".
       01  MSG-DIR-ENTER-NAME            PIC X(48)
           VALUE "Enter all or part of the person's name:".
       01  MSG-DIR-ENTER-UNIV            PIC X(48)
       01  WS-DIR-MATCH-COUNT           PIC 9(4) VALUE 0.
       01  WS-DIR-MATCH-TABLE.
           05  WS-DIR-MATCH-IDX OCCURS 200 TIMES PIC 9(4).

       *> "People You May Know": score weights, the user's accepted
       *> connections, a score per WS-PROFILES-TABLE slot, and the
       *> ranked slots shown
       01  MSG-SUGG-HEADER               PIC X(32) VALUE
           "--- People You May Know ---".
       01  MSG-SUGG-NONE                 PIC X(64) VALUE
           "No suggestions right now. Check back as your network grows.".
       01  MSG-SUGG-SELECT               PIC X(64) VALUE
           "Enter a number to view and connect, or 0 to go back:".
       77  WS-SUGG-W-MUTUAL              PIC 9(2)  VALUE 5.
       77  WS-SUGG-W-UNIV                PIC 9(2)  VALUE 3.
       77  WS-SUGG-W-MAJOR               PIC 9(2)  VALUE 2.
       77  WS-SUGG-W-YEAR                PIC 9(2)  VALUE 1.
       77  WS-SUGG-SHOW-MAX              PIC 9(4)  VALUE 10.
       77  WS-SUGG-ME-SLOT               PIC 9(4)  VALUE 0.
       77  WS-SUGG-C                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-P                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-F                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-R                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-S                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-X                     PIC 9(4)  VALUE 0.
       77  WS-SUGG-BEST                  PIC 9(4)  VALUE 0.
       77  WS-SUGG-OTHER                 PIC X(128) VALUE SPACES.
       77  WS-SUGG-MUTUAL-DISP           PIC Z(3)9 VALUE ZERO.
       77  WS-SUGG-FRIEND-FLAG           PIC X     VALUE 'N'.
           88  SUGG-IS-FRIEND                VALUE 'Y'.
           88  SUGG-NOT-FRIEND               VALUE 'N'.
       01  WS-SUGG-FRIEND-MAX            PIC 9(4) VALUE 500.
       01  WS-SUGG-FRIEND-COUNT          PIC 9(4) VALUE 0.
       01  WS-SUGG-FRIEND-TABLE.
           05  WS-SUGG-FRIEND OCCURS 500 TIMES PIC X(128).
       01  WS-SUGG-SLOT-TABLE.
           05  WS-SUGG-SLOT OCCURS 200 TIMES.
               10  WS-SUGG-MUTUAL        PIC 9(4).
               10  WS-SUGG-SCORE         PIC 9(5).
               10  WS-SUGG-EXCLUDE       PIC X.
       01  WS-SUGG-RANK-COUNT            PIC 9(4) VALUE 0.
       01  WS-SUGG-RANK-TABLE.
           05  WS-SUGG-RANK-IDX OCCURS 200 TIMES PIC 9(4).
       01  MSG-USER-PROFILE-HEADER       PIC X(32)
           VALUE "--- Found User Profile ---".

           88  CONN-PENDING-BY-THEM          VALUE "P2".
       01  MSG-SEND-REQUEST              PIC X(32)  VALUE "1. Send Connection Request".
       01  MSG-BACK-TO-MENU              PIC X(32)  VALUE "2. Back to Main Menu".
       01  MSG-REPORT-PROFILE-OPT        PIC X(32)  VALUE "3. Report this Profile".
       01  MSG-ALREADY-CONNECTED         PIC X(64)  VALUE
           "You are already connected with this user.".
       01  MSG-PENDING-REQUEST-EXISTS    PIC X(80)  VALUE
       01  MSG-JOB-DETAILS-DIVIDER       PIC X(40) VALUE "-------------------".
       01  MSG-APPLY-OPT                 PIC X(24) VALUE "Apply for this Job".
       01  MSG-BACK-OPT                  PIC X(24) VALUE "Back to Job List".
       01  MSG-REPORT-JOB-OPT            PIC X(24) VALUE "Report this Job".
       01  MSG-APPLY-SUCCESS             PIC X(64) VALUE "Your application for ".
       01  MSG-APPLY-DUPLICATE           PIC X(64) VALUE "You have already applied for this job.".
       01  MSG-APPLY-COVER-NOTE          PIC X(64) VALUE
           "3. Message Applicant".
       01  MSG-APPL-ACTION-4             PIC X(32) VALUE
           "4. Export Applicant Resume".
       01  MSG-APPL-ACTION-5             PIC X(24) VALUE
           "5. Extend Job Offer".
       01  MSG-APPL-ACTION-6             PIC X(16) VALUE "6. Back".
       01  MSG-IVW-ENTER-DATE            PIC X(40) VALUE
           "Enter interview date (YYYYMMDD):".
       01  MSG-IVW-DATE-INVALID          PIC X(48) VALUE
           88  IVW-PROPOSED-SEEN             VALUE 'Y'.
           88  IVW-NONE-PROPOSED             VALUE 'N'.

       *> Job offers: extended by the poster off the applicant
       *> action menu, answered by the student from the Jobs menu
       01  MSG-JOBS-VIEW-OFFERS          PIC X(32) VALUE "View My Job Offers".
       01  MSG-OFFER-ENTER-START         PIC X(48) VALUE
           "Enter proposed start date (YYYYMMDD):".
       01  MSG-OFFER-ENTER-PAY           PIC X(48) VALUE
           "Enter pay (e.g. $25/hr or $60,000/yr):".
       01  MSG-OFFER-ENTER-RESPOND-BY    PIC X(48) VALUE
           "Enter respond-by date (YYYYMMDD):".
       01  MSG-OFFER-RESPOND-BY-PAST     PIC X(56) VALUE
           "Respond-by date cannot be earlier than today.".
       01  MSG-OFFER-EXTENDED            PIC X(32) VALUE
           "Job offer extended.".
       01  MSG-OFFER-ALREADY-OPEN        PIC X(64) VALUE
           "This applicant already has an open or accepted offer.".
       01  MSG-OFFER-APP-CLOSED          PIC X(64) VALUE
           "Offers cannot be made on a withdrawn or rejected application.".
       01  MSG-OFFERS-HEADER             PIC X(32) VALUE
           "--- Your Job Offers ---".
       01  MSG-NO-OFFERS                 PIC X(40) VALUE
           "You have no job offers.".
       01  MSG-OFFER-RESPOND-PROMPT      PIC X(64) VALUE
           "Enter offer number to respond, or 0 to go back:".
       01  MSG-OFFER-ACCEPT-OPT          PIC X(24) VALUE "1. Accept Offer".
       01  MSG-OFFER-DECLINE-OPT         PIC X(24) VALUE "2. Decline Offer".
       01  MSG-OFFER-ACCEPTED            PIC X(72) VALUE
           "Offer accepted. Your other open applications have been withdrawn.".
       01  MSG-OFFER-DECLINED            PIC X(32) VALUE
           "Offer declined.".
       01  MSG-OFFER-NOT-OPEN            PIC X(48) VALUE
           "That offer is no longer open.".
       01  MSG-OFFER-LAPSED              PIC X(56) VALUE
           "The respond-by date for that offer has passed.".
       77  WS-OFFER-START-IN             PIC X(8)   VALUE SPACES.
       77  WS-OFFER-PAY-IN               PIC X(64)  VALUE SPACES.
       77  WS-OFFER-RESPOND-IN           PIC X(8)   VALUE SPACES.
       77  WS-OFFER-TODAY                PIC X(8)   VALUE SPACES.
       77  WS-OFFER-ACCEPT-JOB-ID        PIC 9(6)   VALUE 0.
       *> Status of the application behind the offer being answered
       77  WS-OFFER-APP-STATUS           PIC X(16)  VALUE SPACES.
       01  WS-OFFER-PAGE-MAX             PIC 9(4) VALUE 200.
       01  WS-OFFER-PAGE-COUNT           PIC 9(4) VALUE 0.
       01  WS-OFFER-PAGE-TABLE.
           05  WS-OFFER-PAGE-JOB-ID OCCURS 200 TIMES PIC 9(6).

       01  WS-BROWSE-CHOICE              PIC X(8)  VALUE SPACES.
       77  WS-SEL-NUM                    PIC 9(6)  VALUE 0.
       77  WS-IDX-DISPLAY                PIC Z(3)9 VALUE ZERO.
       01  MSG-MESSAGES-VIEW             PIC X(21) VALUE "2. View My Messages".
       01  MSG-MESSAGES-SENT             PIC X(24) VALUE "3. View Sent Messages".
       01  MSG-MESSAGES-THREAD           PIC X(34) VALUE "4. View Conversation with a User".
       01  MSG-MESSAGES-REPORT           PIC X(22) VALUE "5. Report a Message".
       01  MSG-MESSAGES-BACK             PIC X(22) VALUE "6. Back to Main Menu".

       01  MSG-SENT-HEADER               PIC X(22) VALUE "--- Sent Messages ---".
       01  MSG-VIEW-TO                   PIC X(8)  VALUE "To: ".
                OUTPUT OUTPUT-FILE
           .

           *> Load site configuration (e.g. account limit, run mode)
           *> before anything that depends on it.
           PERFORM INIT-LOAD-CONFIG
           PERFORM INIT-RUN-MODE

           *> New: batch-window interlock. Refuse to start while the
           *> nightly programs hold the data files, and otherwise mark
           *> this session in progress so they refuse in turn. A stale
           IF BATCH-WINDOW-OPEN
               EXIT PARAGRAPH
           END-IF

           *> A dry run changes nothing, so it neither takes the session
           *> lock nor resumes from a checkpoint: the whole script is
           *> checked from its first line.
           IF DRY-RUN
               PERFORM OPEN-EXCEPTIONS-REPORT
           ELSE
               PERFORM WRITE-SESSION-LOCK

               *> New: Resume a previously-interrupted run, if a
               *> checkpoint from an earlier, incomplete execution is
               *> sitting on disk.
               PERFORM LOAD-CHECKPOINT
               PERFORM SKIP-CHECKPOINTED-LINES
           END-IF

           *> New: One-time upgrade of any plaintext passwords left on
           *> disk, before the account store is read for anything else.
           PERFORM INIT-APPLICATIONS-STORE
           *> Epic 8: Prepare the keyed message store
           PERFORM INIT-MESSAGES-STORE
           *> New: Find the outbound notification high-water mark
           PERFORM INIT-NOTIFY-STORE
           *> New: Prepare the keyed skills store
           PERFORM INIT-SKILLS-STORE
           *> New: Prepare the keyed events store
           PERFORM INIT-EVENTS-STORE
           *> New: Find the organization and group-post high-water marks
           PERFORM INIT-ORGS-STORE

           EXIT.

       CLOSE-FILES.
           IF DRY-RUN AND BATCH-WINDOW-CLOSED
               PERFORM CLOSE-EXCEPTIONS-REPORT
           END-IF
           CLOSE INPUT-FILE OUTPUT-FILE
      *> A clean end releases the session lock; after a crash it
      *> stays behind on purpose, so the batch programs keep refusing
      *> until the operator clears it deliberately. A dry run never
      *> took it.
           IF BATCH-WINDOW-CLOSED AND LIVE-RUN
               CALL "CBL_DELETE_FILE" USING WS-SESS-LOCK-NAME
                   RETURNING WS-SESS-LOCK-RC
           END-IF
           EXIT.

       SAVE-CHECKPOINT.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               MOVE SPACES TO CHECKPOINT-REC
               *> not need an existing admin to appoint them.
               MOVE WS-CFG-VALUE TO WS-ADMIN-USERNAME
           END-IF
           IF WS-CFG-KEY = "RUN_MODE"
               IF FUNCTION UPPER-CASE(WS-CFG-VALUE) = "DRYRUN"
                   SET DRY-RUN TO TRUE
               ELSE
                   SET LIVE-RUN TO TRUE
               END-IF
           END-IF
           EXIT.

      *> A DRYRUN argument on the command line asks for a dry run
      *> whatever data/config.txt says.
       INIT-RUN-MODE.
           MOVE SPACES TO WS-RUN-ARG
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-ARG)) = "DRYRUN"
               SET DRY-RUN TO TRUE
           END-IF
           EXIT.

       DRY-RUN-SECTION.
       OPEN-EXCEPTIONS-REPORT.
           MOVE 0 TO WS-EXC-COUNT
           OPEN OUTPUT EXCEPTIONS-FILE
           IF WS-EXC-STATUS = "00"
               SET EXC-REPORT-OPEN TO TRUE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP-14 TO WS-TS-RAW
               PERFORM FORMAT-TIMESTAMP
               MOVE SPACES TO EXCEPTIONS-REC
               STRING
                   FUNCTION TRIM(MSG-EXC-TITLE)    DELIMITED BY SIZE
                   " - "                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATTED-TS)  DELIMITED BY SIZE
                   INTO EXCEPTIONS-REC
               END-STRING
               WRITE EXCEPTIONS-REC
               MOVE "Script: io/InCollege-Input.txt" TO EXCEPTIONS-REC
               WRITE EXCEPTIONS-REC
               MOVE SPACES TO EXCEPTIONS-REC
               WRITE EXCEPTIONS-REC
               MOVE MSG-EXC-COLUMNS TO EXCEPTIONS-REC
               WRITE EXCEPTIONS-REC
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot create the exceptions report (status "
                   WS-EXC-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           MOVE MSG-DRY-RUN-BANNER TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Called for every line shown in a dry run: a message that
      *> starts like one of the refusals in WS-EXC-PREFIX-LIST is
      *> listed against the input line just read.
       NOTE-DRY-RUN-EXCEPTION.
           IF EXC-REPORT-CLOSED
               EXIT PARAGRAPH
           END-IF
           SET EXC-NOT-MATCHED TO TRUE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-PREFIX-MAX OR EXC-MATCHED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EXC-PREFIX(WS-EXC-IDX)))
                   TO WS-EXC-PFX-LEN
               IF WS-MSG(1:WS-EXC-PFX-LEN)
                  = WS-EXC-PREFIX(WS-EXC-IDX)(1:WS-EXC-PFX-LEN)
                   SET EXC-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF EXC-NOT-MATCHED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-CKPT-LINE-NUM TO WS-EXC-D-LINE
           MOVE WS-CURRENT-MENU  TO WS-EXC-D-MENU
           MOVE WS-MSG           TO WS-EXC-D-TEXT
           MOVE WS-EXC-DETAIL    TO EXCEPTIONS-REC
           WRITE EXCEPTIONS-REC
           EXIT.

       CLOSE-EXCEPTIONS-REPORT.
           IF EXC-REPORT-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXC-COUNT     TO WS-EXC-COUNT-DISP
           MOVE WS-CKPT-LINE-NUM TO WS-EXC-LINES-DISP
           MOVE SPACES TO EXCEPTIONS-REC
           WRITE EXCEPTIONS-REC
           IF WS-EXC-COUNT = 0
               MOVE MSG-EXC-NONE TO EXCEPTIONS-REC
               WRITE EXCEPTIONS-REC
           END-IF
           MOVE SPACES TO WS-MSG
           STRING
               "Dry run complete: "                DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-COUNT-DISP)    DELIMITED BY SIZE
               " exception(s) in "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-LINES-DISP)    DELIMITED BY SIZE
               " input line(s); nothing was saved." DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           MOVE WS-MSG TO EXCEPTIONS-REC
           WRITE EXCEPTIONS-REC
           CLOSE EXCEPTIONS-FILE
           SET EXC-REPORT-CLOSED TO TRUE
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Finds WS-DRY-USER among the accounts a dry run has touched;
      *> WS-DRY-IDX is zero when it has not touched that one.
       FIND-DRY-ACCOUNT.
           MOVE 0 TO WS-DRY-IDX
           PERFORM VARYING WS-DRY-J FROM 1 BY 1
                   UNTIL WS-DRY-J > WS-DRY-ACCT-COUNT OR WS-DRY-IDX > 0
               IF WS-DRY-ACCT-USER(WS-DRY-J) = FUNCTION TRIM(WS-DRY-USER)
                   MOVE WS-DRY-J TO WS-DRY-IDX
               END-IF
           END-PERFORM
           EXIT.

      *> As FIND-DRY-ACCOUNT, adding an entry when there is none (and
      *> room for one); WS-DRY-IDX stays zero only when the table is
      *> full.
       NOTE-DRY-ACCOUNT.
           PERFORM FIND-DRY-ACCOUNT
           IF WS-DRY-IDX = 0 AND WS-DRY-ACCT-COUNT < WS-DRY-ACCT-MAX
               ADD 1 TO WS-DRY-ACCT-COUNT
               MOVE WS-DRY-ACCT-COUNT TO WS-DRY-IDX
               MOVE FUNCTION TRIM(WS-DRY-USER)
                   TO WS-DRY-ACCT-USER(WS-DRY-IDX)
               MOVE SPACES TO WS-DRY-ACCT-PASSWORD(WS-DRY-IDX)
                              WS-DRY-ACCT-ROLE(WS-DRY-IDX)
               MOVE "N" TO WS-DRY-ACCT-NEW-FLAG(WS-DRY-IDX)
                           WS-DRY-ACCT-UNLOCK-FLAG(WS-DRY-IDX)
                           WS-DRY-ACCT-GONE-FLAG(WS-DRY-IDX)
               MOVE 0 TO WS-DRY-ACCT-CREDITS(WS-DRY-IDX)
           END-IF
           EXIT.

      *> CHECK-CREDENTIALS for a dry run: the same checks against
      *> USERS-FILE as amended by the account changes made earlier in
      *> the run, with nothing rewritten (so failed attempts are not
      *> counted towards a lockout).
       CHECK-DRY-RUN-CREDENTIALS.
           MOVE WS-USERNAME TO WS-DRY-USER
           PERFORM FIND-DRY-ACCOUNT
           IF WS-DRY-IDX > 0
               IF DRY-ACCT-GONE(WS-DRY-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF DRY-ACCT-NEW(WS-DRY-IDX)
                   MOVE SPACES TO USER-REC
                   MOVE WS-DRY-ACCT-PASSWORD(WS-DRY-IDX) TO USER-REC-PASSWORD
                   PERFORM COMPARE-PASSWORD-TO-RECORD
                   IF MATCH-FOUND
                       MOVE SPACES TO WS-LAST-LOGIN-TS
                       MOVE WS-DRY-ACCT-ROLE(WS-DRY-IDX) TO WS-CURRENT-ROLE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE FUNCTION TRIM(WS-USERNAME) TO USER-REC-KEY
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ USERS-FILE
               KEY IS USER-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-REC-IS-LOCKED
                       SET ACCOUNT-LOCKED TO TRUE
                       IF WS-DRY-IDX > 0
                           IF DRY-ACCT-UNLOCKED(WS-DRY-IDX)
                               SET ACCOUNT-UNLOCKED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF ACCOUNT-UNLOCKED
                       PERFORM COMPARE-PASSWORD-TO-RECORD
                   END-IF
                   IF MATCH-FOUND
                       MOVE USER-REC-LAST-LOGIN TO WS-LAST-LOGIN-TS
                       IF USER-REC-ROLE = SPACE
                           MOVE "S" TO WS-CURRENT-ROLE
                       ELSE
                           MOVE USER-REC-ROLE TO WS-CURRENT-ROLE
                       END-IF
                       IF WS-DRY-IDX > 0
                           IF WS-DRY-ACCT-ROLE(WS-DRY-IDX) NOT = SPACE
                               MOVE WS-DRY-ACCT-ROLE(WS-DRY-IDX)
                                   TO WS-CURRENT-ROLE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           CLOSE USERS-FILE
           EXIT.

      *> ASSIGN-ACCOUNT-ROLE for a dry run: the new role (WS-NEW-ROLE)
      *> for the account named in WS-T1 is held for the rest of the run.
       ASSIGN-DRY-RUN-ROLE.
           MOVE WS-T1 TO WS-DRY-USER
           PERFORM FIND-DRY-ACCOUNT
           IF WS-DRY-IDX > 0
               IF DRY-ACCT-NEW(WS-DRY-IDX)
                  AND NOT DRY-ACCT-GONE(WS-DRY-IDX)
                   MOVE WS-NEW-ROLE TO WS-DRY-ACCT-ROLE(WS-DRY-IDX)
                   MOVE MSG-ROLE-ASSIGNED TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE FUNCTION TRIM(WS-T1) TO USER-REC-KEY
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS = "00"
               READ USERS-FILE
                   KEY IS USER-REC-KEY
                   INVALID KEY
                       MOVE MSG-ADMIN-UNLOCK-NOTFOUND TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   NOT INVALID KEY
                       PERFORM NOTE-DRY-ACCOUNT
                       IF WS-DRY-IDX > 0
                           MOVE WS-NEW-ROLE TO WS-DRY-ACCT-ROLE(WS-DRY-IDX)
                       END-IF
                       MOVE MSG-ROLE-ASSIGNED TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-READ
               CLOSE USERS-FILE
           END-IF
           EXIT.

       MENU-SECTION.
       RUN-APP.
           MOVE "Main Menu" TO WS-CURRENT-MENU
           MOVE MSG-WELCOME       TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-LOGIN         TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-CREATE        TO WS-MSG PERFORM DISPLAY-AND-LOG
              WHEN '2'
               PERFORM CREATE-ACCOUNT
              WHEN 'TEST-JOBS'
               IF DRY-RUN
                   MOVE MSG-DRY-RUN-NO-TESTS TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               ELSE
                   PERFORM UNIT-TESTS-JOBS
               END-IF
              WHEN OTHER
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-EVALUATE

       LOGIN-SECTION.
       LOGIN.
           MOVE "Login" TO WS-CURRENT-MENU
           PERFORM RESET-LOGIN-STATE
           PERFORM UNTIL MATCH-FOUND OR EOF-IN
             MOVE MSG-ENTER-USER TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT.

       MARK-ANNOUNCEMENT-SEEN.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ANN-SEEN-FILE
           IF WS-ANN-SEEN-STATUS = "05" OR WS-ANN-SEEN-STATUS = "35"
               OPEN OUTPUT ANN-SEEN-FILE
           ADD 1 TO WS-ANN-HIGHEST-ID
           MOVE WS-ANN-HIGHEST-ID TO WS-ANN-ID

           IF DRY-RUN
               MOVE MSG-ANN-POSTED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ANNOUNCEMENTS-FILE
           IF WS-ANN-STATUS = "05" OR WS-ANN-STATUS = "35"
               OPEN OUTPUT ANNOUNCEMENTS-FILE
       CHECK-CREDENTIALS.
           SET MATCH-NOT-FOUND TO TRUE
           SET ACCOUNT-UNLOCKED TO TRUE
           IF DRY-RUN
               PERFORM CHECK-DRY-RUN-CREDENTIALS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE FUNCTION TRIM(WS-USERNAME) TO USER-REC-KEY
           OPEN I-O USERS-FILE
      *> converted store passes through untouched.
       CONVERT-PLAINTEXT-PASSWORDS.
           MOVE 0 TO WS-HASH-CONVERT-COUNT
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O USERS-FILE
           IF WS-USR-STATUS = "00"
               SET NOT-EOF-USR TO TRUE
               END-READ
               CLOSE USERS-FILE
           END-IF
      *> A dry run also sees the accounts it has created or
      *> deactivated so far.
           IF DRY-RUN
               MOVE WS-NEW-USERNAME TO WS-DRY-USER
               PERFORM FIND-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   IF DRY-ACCT-GONE(WS-DRY-IDX)
                       SET MATCH-NOT-FOUND TO TRUE
                   ELSE
                       IF DRY-ACCT-NEW(WS-DRY-IDX)
                           SET MATCH-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Administrator-only unlock, reached through the Administration
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN
               MOVE WS-LINE TO WS-DRY-USER
               PERFORM FIND-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   IF DRY-ACCT-NEW(WS-DRY-IDX)
                      AND NOT DRY-ACCT-GONE(WS-DRY-IDX)
                       MOVE MSG-ADMIN-UNLOCK-DONE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE FUNCTION TRIM(WS-LINE) TO USER-REC-KEY
           OPEN I-O USERS-FILE
                       MOVE MSG-ADMIN-UNLOCK-NOTFOUND TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   NOT INVALID KEY
                       IF DRY-RUN
                           MOVE USER-REC-KEY TO WS-DRY-USER
                           PERFORM NOTE-DRY-ACCOUNT
                           IF WS-DRY-IDX > 0
                               SET DRY-ACCT-UNLOCKED(WS-DRY-IDX) TO TRUE
                           END-IF
                       ELSE
                           MOVE 0 TO USER-REC-FAILED-COUNT
                           SET USER-REC-IS-UNLOCKED TO TRUE
                           REWRITE USER-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-USER-REC
                       END-IF
                       MOVE MSG-ADMIN-UNLOCK-DONE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-READ
      *> Administrator-only maintenance menu, reachable from the
      *> logged-in menu when the account's role is administrator.
       ADMIN-MENU.
           PERFORM UNTIL WS-ADMIN-CHOICE = '6' OR EOF-IN
               MOVE "Administration" TO WS-CURRENT-MENU
               MOVE MSG-ADMIN-HEADER       TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-UNLOCK   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-ROLE     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-ANNOUNCE TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-REPORTS  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-CREDITS  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ADMIN-OPT-BACK     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE       TO WS-MSG PERFORM DISPLAY-AND-LOG

                   WHEN '3'
                       PERFORM POST-ANNOUNCEMENT
                   WHEN '4'
                       PERFORM REVIEW-REPORTED-CONTENT
                   WHEN '5'
                       PERFORM ADMIN-POSTING-CREDITS
                   WHEN '6'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE

           IF DRY-RUN
               PERFORM ASSIGN-DRY-RUN-ROLE
           ELSE
               MOVE SPACES TO USER-REC-KEY
               MOVE FUNCTION TRIM(WS-T1) TO USER-REC-KEY
               OPEN I-O USERS-FILE
               IF WS-USR-STATUS = "00"
                   READ USERS-FILE
                       KEY IS USER-REC-KEY
                       INVALID KEY
                           MOVE MSG-ADMIN-UNLOCK-NOTFOUND TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       NOT INVALID KEY
                           MOVE WS-NEW-ROLE TO USER-REC-ROLE
                           REWRITE USER-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-USER-REC
                           MOVE MSG-ROLE-ASSIGNED TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                   END-READ
                   CLOSE USERS-FILE
               END-IF
           END-IF
      *> If the admin changed their own role, the session sees it at
      *> once rather than at the next login.
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT USER-ROLE-ADMIN
                           IF DRY-RUN
                               MOVE USER-REC-KEY TO WS-DRY-USER
                               PERFORM NOTE-DRY-ACCOUNT
                               IF WS-DRY-IDX > 0
                                   MOVE "A" TO WS-DRY-ACCT-ROLE(WS-DRY-IDX)
                               END-IF
                           ELSE
                               SET USER-ROLE-ADMIN TO TRUE
                               REWRITE USER-REC
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               PERFORM JOURNAL-USER-REC
                           END-IF
                       END-IF
               END-READ
               CLOSE USERS-FILE
      *> Appends one line to the login security audit log.
      *> Caller sets WS-LOGIN-AUDIT-RESULT first (SUCCESS/FAILURE/LOCKED).
       LOG-LOGIN-ATTEMPT.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           OPEN EXTEND LOGIN-AUDIT-FILE
           IF WS-LOGIN-AUDIT-STATUS = "05" OR WS-LOGIN-AUDIT-STATUS = "35"
           EXIT.

       CREATE-ACCOUNT.
           MOVE "Create Account" TO WS-CURRENT-MENU
           *> Username prompt (with uniqueness)
           PERFORM UNTIL (WS-NEW-USERNAME NOT = SPACES AND MATCH-NOT-FOUND) OR EOF-IN
               MOVE MSG-ENTER-NEW-USER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-NEW-USERNAME    TO WS-TBL-USERNAME(WS-USERS-COUNT)
           MOVE WS-HASHED-PASSWORD TO WS-TBL-PASSWORD(WS-USERS-COUNT)

           IF DRY-RUN
               MOVE WS-NEW-USERNAME TO WS-DRY-USER
               PERFORM NOTE-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   MOVE WS-HASHED-PASSWORD
                       TO WS-DRY-ACCT-PASSWORD(WS-DRY-IDX)
                   MOVE WS-NEW-ROLE TO WS-DRY-ACCT-ROLE(WS-DRY-IDX)
                   SET DRY-ACCT-NEW(WS-DRY-IDX) TO TRUE
                   MOVE "N" TO WS-DRY-ACCT-GONE-FLAG(WS-DRY-IDX)
               END-IF
               MOVE MSG-ACCOUNT-SUCCESS TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USERS-FILE
           IF WS-USR-STATUS = "35"
               *> First account ever written: the indexed file doesn't
           EXIT.

       ADD-TO-WAITLIST.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           *> The waitlist is a holding pen for real credentials, so it
           *> gets the same salted hash treatment as USERS-FILE.
           MOVE WS-NEW-PASSWORD TO WS-HASH-PLAIN
       LOGGED-IN-SECTION.
       LOGGED-IN-MENU.
           PERFORM UNTIL EOF-IN
               MOVE "Logged-In Menu" TO WS-CURRENT-MENU

               MOVE MSG-MENU-VIEW-PROFILE TO WS-MSG PERFORM DISPLAY-AND-LOG
       *>        MOVE MSG-MENU-JOBS         TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-MENU-EXPORT-RESUME TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-MENU-EVENTS       TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-MENU-PRIVACY      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-MENU-ORGS         TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE      TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
                       PERFORM EXPORT-RESUME-FOR-USER
                   WHEN '11'  PERFORM EVENTS-MENU
                   WHEN '12'  PERFORM PRIVACY-MENU
                   WHEN '13'  PERFORM ORGS-MENU
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-EVALUATE

       SKILL-MENU.
           PERFORM UNTIL WS-SKILL-CHOICE = '4' OR EOF-IN
               MOVE "Skills" TO WS-CURRENT-MENU
               MOVE MSG-SKILLS-HEADER      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-SKILLS-OPT-VIEW    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-SKILLS-OPT-ADD     TO WS-MSG PERFORM DISPLAY-AND-LOG
      *> profile fields, with a numbered result list to pick from
      *> before the usual profile/connection-request flow.
       USER-SEARCH-MENU.
           PERFORM UNTIL WS-DIR-CHOICE = '6' OR EOF-IN
               MOVE "Directory Search" TO WS-CURRENT-MENU
               MOVE MSG-DIR-HEADER    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-NAME  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-UNIV  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-MAJOR TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-YEAR  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-SUGGEST TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-DIR-OPT-BACK  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE  TO WS-MSG PERFORM DISPLAY-AND-LOG

                   WHEN '4'
                       PERFORM SEARCH-PROFILES-BY-YEAR-RANGE
                   WHEN '5'
                       PERFORM PEOPLE-YOU-MAY-KNOW
                   WHEN '6'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
           PERFORM DISPLAY-EDUCATION
           MOVE WS-PROF-USERNAME(WS-I) TO WS-SKILLS-VIEW-USER
           PERFORM DISPLAY-SKILLS-FOR-USER
           MOVE WS-PROF-USERNAME(WS-I) TO WS-ORGS-VIEW-USER
           PERFORM DISPLAY-ORGS-FOR-USER

           MOVE MSG-LINE-LONG TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT PARAGRAPH.
           EXIT.

       SAVE-PROFILES.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILES-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILES-COUNT
               MOVE SPACES TO PROFILE-REC
       *> ===============================================================
       CONNECTION-HANDLING-SECTION.
       PROMPT-FOR-CONNECTION.
           MOVE "Profile View" TO WS-CURRENT-MENU
           MOVE MSG-SEND-REQUEST TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-BACK-TO-MENU TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-REPORT-PROFILE-OPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG

           PERFORM READ-NEXT-LINE
           EVALUATE WS-CONN-CHOICE
               WHEN '1'  PERFORM PROCESS-CONNECTION-REQUEST
               WHEN '2'  CONTINUE
               WHEN '3'
                   MOVE "P" TO WS-RPT-TYPE-IN
                   MOVE WS-FOUND-USER-USERNAME TO WS-RPT-TARGET-IN
                   MOVE WS-FOUND-USER-USERNAME TO WS-RPT-TARGET-USER-IN
                   PERFORM FILE-ABUSE-REPORT
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-EVALUATE
                   MOVE WS-FOUND-USER-USERNAME TO WS-CONN-HIST-RECEIVER
                   MOVE "REQUESTED"            TO WS-CONN-HIST-ACTION
                   PERFORM LOG-CONNECTION-HISTORY
                   MOVE WS-FOUND-USER-USERNAME TO WS-NTF-USER-IN
                   MOVE "CONNREQ"              TO WS-NTF-KIND-IN
                   MOVE SPACES TO WS-NTF-TEXT-IN
                   STRING
                       FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                       " sent you a connection request."  DELIMITED BY SIZE
                       INTO WS-NTF-TEXT-IN
                   END-STRING
                   PERFORM QUEUE-NOTIFICATION
                   MOVE WS-SEARCH-RESULT-IDX TO WS-I
                   MOVE SPACES TO WS-MSG
                   STRING
           END-IF
           EXIT.

      *> "People You May Know" (Directory Search option 5). Ranks
      *> every visible profile the user is not already tied to by
      *> mutual accepted connections, with extra weight for sharing
      *> the user's university, major or graduation year, and lists
      *> the best few. Picking one opens the profile with the usual
      *> connect prompt; the list is rebuilt after each pick, so a
      *> person just sent a request drops off it.
       PEOPLE-YOU-MAY-KNOW.
           PERFORM UNTIL EOF-IN
               PERFORM BUILD-PEOPLE-SUGGESTIONS
               MOVE MSG-SUGG-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
               IF WS-SUGG-RANK-COUNT = 0
                   MOVE MSG-SUGG-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PERFORM
               END-IF
               PERFORM VARYING WS-SUGG-R FROM 1 BY 1
                       UNTIL WS-SUGG-R > WS-SUGG-RANK-COUNT
                   PERFORM DISPLAY-ONE-SUGGESTION
               END-PERFORM
               MOVE MSG-LINE TO WS-MSG PERFORM DISPLAY-AND-LOG

               MOVE MSG-SUGG-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
               IF WS-SEL-NUM = 0
                   EXIT PERFORM
               END-IF
               IF WS-SEL-NUM > WS-SUGG-RANK-COUNT
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               ELSE
                   MOVE WS-SUGG-RANK-IDX(WS-SEL-NUM) TO WS-SEARCH-RESULT-IDX
                   PERFORM DISPLAY-FOUND-USER
               END-IF
           END-PERFORM
           EXIT.

      *> Scores every profile slot into WS-SUGG-SLOT-TABLE and leaves
      *> the ranked slot numbers in WS-SUGG-RANK-TABLE. Left out: the
      *> user, anyone with a connection row either way (accepted or
      *> pending), anyone with a PENDING row in REQUEST-FILE either
      *> way, anyone hidden from the directory, and anyone on either
      *> side's block list.
       BUILD-PEOPLE-SUGGESTIONS.
           PERFORM VARYING WS-SUGG-P FROM 1 BY 1
                   UNTIL WS-SUGG-P > WS-PROFILES-COUNT
               MOVE 0   TO WS-SUGG-MUTUAL(WS-SUGG-P)
               MOVE 0   TO WS-SUGG-SCORE(WS-SUGG-P)
               MOVE 'N' TO WS-SUGG-EXCLUDE(WS-SUGG-P)
           END-PERFORM
           MOVE WS-CURRENT-USERNAME TO WS-SUGG-OTHER
           PERFORM FIND-SUGGESTION-SLOT
           MOVE WS-SUGG-S TO WS-SUGG-ME-SLOT

      *> The user's own connections: all are excluded, and the
      *> accepted ones become the friend list mutuals are counted on.
           MOVE 0 TO WS-SUGG-FRIEND-COUNT
           PERFORM VARYING WS-SUGG-C FROM 1 BY 1
                   UNTIL WS-SUGG-C > WS-CONNECTIONS-COUNT
               MOVE SPACES TO WS-SUGG-OTHER
               IF WS-CONN-SENDER(WS-SUGG-C) = WS-CURRENT-USERNAME
                   MOVE WS-CONN-RECEIVER(WS-SUGG-C) TO WS-SUGG-OTHER
               END-IF
               IF WS-CONN-RECEIVER(WS-SUGG-C) = WS-CURRENT-USERNAME
                   MOVE WS-CONN-SENDER(WS-SUGG-C) TO WS-SUGG-OTHER
               END-IF
               IF WS-SUGG-OTHER NOT = SPACES
                   PERFORM EXCLUDE-SUGGESTION-USER
                   IF WS-CONN-STATUS(WS-SUGG-C) = 'A'
                      AND WS-SUGG-FRIEND-COUNT < WS-SUGG-FRIEND-MAX
                       ADD 1 TO WS-SUGG-FRIEND-COUNT
                       MOVE WS-SUGG-OTHER
                           TO WS-SUGG-FRIEND(WS-SUGG-FRIEND-COUNT)
                   END-IF
               END-IF
           END-PERFORM

      *> Every other accepted pair with a friend on one end is one
      *> mutual connection for the person on the other end.
           PERFORM VARYING WS-SUGG-C FROM 1 BY 1
                   UNTIL WS-SUGG-C > WS-CONNECTIONS-COUNT
               IF WS-CONN-STATUS(WS-SUGG-C) = 'A'
                  AND WS-CONN-SENDER(WS-SUGG-C) NOT = WS-CURRENT-USERNAME
                  AND WS-CONN-RECEIVER(WS-SUGG-C) NOT = WS-CURRENT-USERNAME
                   MOVE WS-CONN-SENDER(WS-SUGG-C) TO WS-SUGG-OTHER
                   PERFORM CHECK-SUGGESTION-FRIEND
                   IF SUGG-IS-FRIEND
                       MOVE WS-CONN-RECEIVER(WS-SUGG-C) TO WS-SUGG-OTHER
                       PERFORM FIND-SUGGESTION-SLOT
                       IF WS-SUGG-S > 0
                           ADD 1 TO WS-SUGG-MUTUAL(WS-SUGG-S)
                       END-IF
                   END-IF
                   MOVE WS-CONN-RECEIVER(WS-SUGG-C) TO WS-SUGG-OTHER
                   PERFORM CHECK-SUGGESTION-FRIEND
                   IF SUGG-IS-FRIEND
                       MOVE WS-CONN-SENDER(WS-SUGG-C) TO WS-SUGG-OTHER
                       PERFORM FIND-SUGGESTION-SLOT
                       IF WS-SUGG-S > 0
                           ADD 1 TO WS-SUGG-MUTUAL(WS-SUGG-S)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS = "00"
               SET NOT-EOF-REQ TO TRUE
               PERFORM UNTIL EOF-REQ
                   READ REQUEST-FILE
                       AT END SET EOF-REQ TO TRUE
                       NOT AT END PERFORM EXCLUDE-PENDING-REQUEST-USER
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
               SET NOT-EOF-REQ TO TRUE
           END-IF

           MOVE 0 TO WS-SUGG-RANK-COUNT
           PERFORM VARYING WS-SUGG-P FROM 1 BY 1
                   UNTIL WS-SUGG-P > WS-PROFILES-COUNT
               IF WS-SUGG-P NOT = WS-SUGG-ME-SLOT
                  AND WS-SUGG-EXCLUDE(WS-SUGG-P) = 'N'
                   PERFORM SCORE-ONE-SUGGESTION
               END-IF
           END-PERFORM
           PERFORM RANK-PEOPLE-SUGGESTIONS
           EXIT.

       EXCLUDE-PENDING-REQUEST-USER.
           MOVE SPACES TO WS-REQ-SENDER WS-REQ-RECEIVER WS-REQ-STATUS-VALUE
           UNSTRING REQUEST-REC DELIMITED BY '|'
               INTO WS-REQ-SENDER
                    WS-REQ-RECEIVER
                    WS-REQ-STATUS-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(WS-REQ-STATUS-VALUE) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUGG-OTHER
           IF FUNCTION TRIM(WS-REQ-SENDER) = FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE WS-REQ-RECEIVER TO WS-SUGG-OTHER
           END-IF
           IF FUNCTION TRIM(WS-REQ-RECEIVER) = FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE WS-REQ-SENDER TO WS-SUGG-OTHER
           END-IF
           IF WS-SUGG-OTHER NOT = SPACES
               PERFORM EXCLUDE-SUGGESTION-USER
           END-IF
           EXIT.

      *> Privacy filters first, then the weighted score; only someone
      *> with something in common (score above zero) is kept.
       SCORE-ONE-SUGGESTION.
           MOVE WS-PROF-USERNAME(WS-SUGG-P) TO WS-HIDDEN-CHK-USER
           PERFORM CHECK-USER-HIDDEN
           IF USER-IS-HIDDEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-USERNAME(WS-SUGG-P) TO WS-BLK-OWNER
           MOVE WS-CURRENT-USERNAME         TO WS-BLK-TARGET
           PERFORM CHECK-BLOCK-ON-FILE
           IF BLOCK-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-USERNAME         TO WS-BLK-OWNER
           MOVE WS-PROF-USERNAME(WS-SUGG-P) TO WS-BLK-TARGET
           PERFORM CHECK-BLOCK-ON-FILE
           IF BLOCK-ON-FILE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SUGG-SCORE(WS-SUGG-P)
               = WS-SUGG-MUTUAL(WS-SUGG-P) * WS-SUGG-W-MUTUAL
           END-COMPUTE
           IF WS-SUGG-ME-SLOT > 0
               IF WS-PROF-UNIV(WS-SUGG-ME-SLOT) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-UNIV(WS-SUGG-P)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-UNIV(WS-SUGG-ME-SLOT)))
                   ADD WS-SUGG-W-UNIV TO WS-SUGG-SCORE(WS-SUGG-P)
               END-IF
               IF WS-PROF-MAJOR(WS-SUGG-ME-SLOT) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-MAJOR(WS-SUGG-P)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-MAJOR(WS-SUGG-ME-SLOT)))
                   ADD WS-SUGG-W-MAJOR TO WS-SUGG-SCORE(WS-SUGG-P)
               END-IF
               IF WS-PROF-GYEAR(WS-SUGG-ME-SLOT) NOT = SPACES
                  AND WS-PROF-GYEAR(WS-SUGG-P) = WS-PROF-GYEAR(WS-SUGG-ME-SLOT)
                   ADD WS-SUGG-W-YEAR TO WS-SUGG-SCORE(WS-SUGG-P)
               END-IF
           END-IF
           IF WS-SUGG-SCORE(WS-SUGG-P) > 0
               ADD 1 TO WS-SUGG-RANK-COUNT
               MOVE WS-SUGG-P TO WS-SUGG-RANK-IDX(WS-SUGG-RANK-COUNT)
           END-IF
           EXIT.

      *> Selection sort of the candidates: highest score first, more
      *> mutual connections breaking a tie. Only the top
      *> WS-SUGG-SHOW-MAX are kept for display.
       RANK-PEOPLE-SUGGESTIONS.
           PERFORM VARYING WS-SUGG-R FROM 1 BY 1
                   UNTIL WS-SUGG-R >= WS-SUGG-RANK-COUNT
               MOVE WS-SUGG-R TO WS-SUGG-BEST
               PERFORM VARYING WS-SUGG-F FROM WS-SUGG-R BY 1
                       UNTIL WS-SUGG-F > WS-SUGG-RANK-COUNT
                   MOVE WS-SUGG-RANK-IDX(WS-SUGG-F)    TO WS-SUGG-S
                   MOVE WS-SUGG-RANK-IDX(WS-SUGG-BEST) TO WS-SUGG-P
                   IF WS-SUGG-SCORE(WS-SUGG-S) > WS-SUGG-SCORE(WS-SUGG-P)
                      OR (WS-SUGG-SCORE(WS-SUGG-S) = WS-SUGG-SCORE(WS-SUGG-P)
                          AND WS-SUGG-MUTUAL(WS-SUGG-S)
                              > WS-SUGG-MUTUAL(WS-SUGG-P))
                       MOVE WS-SUGG-F TO WS-SUGG-BEST
                   END-IF
               END-PERFORM
               IF WS-SUGG-BEST NOT = WS-SUGG-R
                   MOVE WS-SUGG-RANK-IDX(WS-SUGG-R)    TO WS-SUGG-S
                   MOVE WS-SUGG-RANK-IDX(WS-SUGG-BEST)
                       TO WS-SUGG-RANK-IDX(WS-SUGG-R)
                   MOVE WS-SUGG-S TO WS-SUGG-RANK-IDX(WS-SUGG-BEST)
               END-IF
           END-PERFORM
           IF WS-SUGG-RANK-COUNT > WS-SUGG-SHOW-MAX
               MOVE WS-SUGG-SHOW-MAX TO WS-SUGG-RANK-COUNT
           END-IF
           EXIT.

       DISPLAY-ONE-SUGGESTION.
           MOVE WS-SUGG-RANK-IDX(WS-SUGG-R) TO WS-SUGG-P
           MOVE WS-SUGG-R TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               FUNCTION TRIM(WS-IDX-DISPLAY)           DELIMITED BY SIZE
               ". "                                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-FIRST(WS-SUGG-P)) DELIMITED BY SIZE
               " "                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-LAST(WS-SUGG-P))  DELIMITED BY SIZE
               " ("                                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-UNIV(WS-SUGG-P))  DELIMITED BY SIZE
               ", "                                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-MAJOR(WS-SUGG-P)) DELIMITED BY SIZE
               ", "                                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-GYEAR(WS-SUGG-P)) DELIMITED BY SIZE
               ")"                                     DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE WS-SUGG-MUTUAL(WS-SUGG-P) TO WS-SUGG-MUTUAL-DISP
           MOVE SPACES TO WS-MSG
           IF WS-SUGG-MUTUAL(WS-SUGG-P) = 1
               MOVE "   1 mutual connection" TO WS-MSG
           ELSE
               STRING "   " FUNCTION TRIM(WS-SUGG-MUTUAL-DISP)
                      " mutual connections"
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> WS-SUGG-S comes back as the profile slot of WS-SUGG-OTHER, or
      *> zero when that user has no profile.
       FIND-SUGGESTION-SLOT.
           MOVE 0 TO WS-SUGG-S
           PERFORM VARYING WS-SUGG-X FROM 1 BY 1
                   UNTIL WS-SUGG-X > WS-PROFILES-COUNT OR WS-SUGG-S > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-SUGG-X))
                  = FUNCTION TRIM(WS-SUGG-OTHER)
                   MOVE WS-SUGG-X TO WS-SUGG-S
               END-IF
           END-PERFORM
           EXIT.

       EXCLUDE-SUGGESTION-USER.
           PERFORM FIND-SUGGESTION-SLOT
           IF WS-SUGG-S > 0
               MOVE 'Y' TO WS-SUGG-EXCLUDE(WS-SUGG-S)
           END-IF
           EXIT.

       CHECK-SUGGESTION-FRIEND.
           SET SUGG-NOT-FRIEND TO TRUE
           PERFORM VARYING WS-SUGG-X FROM 1 BY 1
                   UNTIL WS-SUGG-X > WS-SUGG-FRIEND-COUNT OR SUGG-IS-FRIEND
               IF WS-SUGG-FRIEND(WS-SUGG-X) = WS-SUGG-OTHER
                   SET SUGG-IS-FRIEND TO TRUE
               END-IF
           END-PERFORM
           EXIT.

       GET-FULL-NAME.
           SET PROFILE-NOT-FOUND TO TRUE
           INITIALIZE WS-DISPLAY-NAME
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PROFILES-COUNT
               IF WS-PROF-USERNAME(WS-J) = WS-TARGET-USERNAME
                   SET PROFILE-FOUND TO TRUE
                   STRING
                       FUNCTION TRIM(WS-PROF-FIRST(WS-J)) DELIMITED BY SIZE
                       " "                                DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PROF-LAST(WS-J))  DELIMITED BY SIZE
                       INTO WS-DISPLAY-NAME
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PROFILE-NOT-FOUND
               MOVE WS-TARGET-USERNAME TO WS-DISPLAY-NAME
           END-IF
           EXIT.

       ACCEPT-CONNECTION.
           IF WS-CONN-STATUS(WS-I) NOT = 'P'
               MOVE "Error: This request has already been processed." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-CONN-RECEIVER(WS-I) NOT = WS-CURRENT-USERNAME
               MOVE "Error: You cannot accept this request." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           EXIT.

       SAVE-CONNECTIONS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONNECTIONS-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CONNECTIONS-COUNT
               MOVE SPACES TO CONNECTION-REC
      *> Appends one line to the connection-request audit trail.
      *> Caller sets WS-CONN-HIST-SENDER/-RECEIVER/-ACTION first.
       LOG-CONNECTION-HISTORY.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           OPEN EXTEND CONNECTIONS-HISTORY-FILE
           IF WS-CONN-HIST-STATUS = "05" OR WS-CONN-HIST-STATUS = "35"
               *> would wipe everything written since migration.
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPS-LEGACY-FILE
           IF WS-APPS-LEGACY-STATUS NOT = "00"
               EXIT PARAGRAPH
      *> very first application the way CREATE-ACCOUNT creates
      *> USERS-FILE.
       SAVE-APPLICATION-REC.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O APPLICATIONS-FILE
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE

       PROFILE-SECTION.
       CREATE-OR-EDIT-PROFILE.
           MOVE "Profile" TO WS-CURRENT-MENU
           IF FUNCTION TRIM(WS-CURRENT-USERNAME) = SPACES
             MOVE "Internal error: no logged-in user." TO WS-MSG
             PERFORM DISPLAY-AND-LOG
           MOVE 0 TO WS-EXP-COUNT
           MOVE SPACES TO WS-EXP-CHOICE
           PERFORM UNTIL WS-EXP-COUNT >= 3 OR WS-EXP-CHOICE = "DONE" OR EOF-IN
               MOVE "Profile: Experience" TO WS-CURRENT-MENU
               MOVE MSG-ADD-EXP TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-EXP-CHOICE
           MOVE 0 TO WS-EDU-COUNT
           MOVE SPACES TO WS-EDU-CHOICE
           PERFORM UNTIL WS-EDU-COUNT >= 3 OR WS-EDU-CHOICE = "DONE" OR EOF-IN
               MOVE "Profile: Education" TO WS-CURRENT-MENU
               MOVE MSG-ADD-EDUCATION TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-EDU-CHOICE
           PERFORM DISPLAY-EDUCATION
           MOVE WS-CURRENT-USERNAME TO WS-SKILLS-VIEW-USER
           PERFORM DISPLAY-SKILLS-FOR-USER
           MOVE WS-CURRENT-USERNAME TO WS-ORGS-VIEW-USER
           PERFORM DISPLAY-ORGS-FOR-USER
           MOVE MSG-LINE TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT.

           EXIT.

       REQUEST-MENU.
           MOVE "Connection Requests" TO WS-CURRENT-MENU
           MOVE MSG-REQUEST-MENU-1 TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-REQUEST-MENU-2 TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE   TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT.

       SAVE-REQUEST.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-USERNAME(WS-SEARCH-RESULT-IDX) TO WS-REQ-RECEIVER
           MOVE WS-CURRENT-USERNAME                      TO WS-REQ-SENDER
           MOVE "PENDING"                                TO WS-REQ-STATUS-VALUE

       JOBS-SECTION.
       JOBS-MENU.
           PERFORM UNTIL WS-JOB-CHOICE = '9' OR EOF-IN
               MOVE "Jobs" TO WS-CURRENT-MENU
               MOVE MSG-JOBS-HEADER   TO WS-MSG PERFORM DISPLAY-AND-LOG
               *>MOVE MSG-JOBS-POST     TO WS-MSG PERFORM DISPLAY-AND-LOG
               *>MOVE MSG-JOBS-BROWSE   TO WS-MSG PERFORM DISPLAY-AND-LOG
                   PERFORM DISPLAY-AND-LOG
               END-IF

               IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ADMIN
                   MOVE SPACES TO WS-MSG
                   STRING "   " FUNCTION TRIM(MSG-JOBS-VIEW-OFFERS) INTO WS-MSG END-STRING
                   PERFORM DISPLAY-AND-LOG
               END-IF

               MOVE SPACES TO WS-MSG
               STRING "   " FUNCTION TRIM(MSG-JOBS-BACK) INTO WS-MSG END-STRING
               PERFORM DISPLAY-AND-LOG
                           MOVE MSG-ROLE-EMPLOYER-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '8'
                       IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ADMIN
                           PERFORM VIEW-MY-JOB-OFFERS
                       ELSE
                           MOVE MSG-ROLE-STUDENT-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '9'  EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
       *> ===============================================================
       JOB-SEARCH-MENU.
           PERFORM UNTIL WS-JOB-SEARCH-CHOICE = '5' OR EOF-IN
               MOVE "Job Search" TO WS-CURRENT-MENU
               MOVE MSG-JOB-SEARCH-HEADER    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-JOB-SEARCH-KEYWORD   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-JOB-SEARCH-LOCATION  TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE SPACES TO WS-MSG
               STRING "   " FUNCTION TRIM(MSG-COMPANY-VIEW-OPT) INTO WS-MSG END-STRING
               PERFORM DISPLAY-AND-LOG
           MOVE SPACES TO WS-MSG
               STRING "   " FUNCTION TRIM(MSG-REPORT-JOB-OPT) INTO WS-MSG END-STRING
               PERFORM DISPLAY-AND-LOG

           MOVE MSG-ENTER-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG

                       MOVE MSG-COMPANY-NO-PAGE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   END-IF
               WHEN "4"
                   MOVE "J" TO WS-RPT-TYPE-IN
                   MOVE WS-SEL-JOB-ID TO WS-JOB-ID-DISPLAY
                   MOVE FUNCTION TRIM(WS-JOB-ID-DISPLAY) TO WS-RPT-TARGET-IN
                   MOVE WS-SEL-JOB-POSTER TO WS-RPT-TARGET-USER-IN
                   PERFORM FILE-ABUSE-REPORT
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-EVALUATE
               MOVE MSG-COMPANY-NEEDED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           *> Every posting is paid for with one credit off the
           *> employer's ledger; with none left nothing is published.
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-LDG-USER
           PERFORM LOAD-LEDGER-BALANCE
           IF WS-LDG-BALANCE < 1
               MOVE MSG-CRD-NONE-LEFT TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-POST-JOB-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG

           MOVE WS-JOBS-HIGHEST-ID  TO WS-NEW-JOB-ID

           SET JOBS-IO-OK TO TRUE
           IF DRY-RUN
               ADD 1 TO WS-JOBS-COUNT
           ELSE
               OPEN I-O JOBS-FILE
               IF WS-JOBS-FILE-STATUS = "35"
                   *> First posting ever written: the keyed store does not
                   *> exist yet, so create it before opening it for update.
                   OPEN OUTPUT JOBS-FILE
                   CLOSE JOBS-FILE
                   OPEN I-O JOBS-FILE
               END-IF
               IF WS-JOBS-FILE-STATUS = "00"
                   MOVE SPACES TO JOB-REC
                   MOVE WS-NEW-JOB-ID       TO JOB-REC-ID
                   MOVE WS-CURRENT-USERNAME TO JOB-REC-POSTER
                   MOVE WS-NEW-JOB-TITLE    TO JOB-REC-TITLE
                   MOVE WS-NEW-JOB-DESC     TO JOB-REC-DESC
                   MOVE WS-NEW-JOB-EMPLOYER TO JOB-REC-EMPLOYER
                   MOVE WS-NEW-JOB-LOCATION TO JOB-REC-LOCATION
                   MOVE WS-NEW-JOB-SALARY   TO JOB-REC-SALARY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO JOB-REC-POSTED-DATE
                   WRITE JOB-REC
                       INVALID KEY
                           SET JOBS-IO-ERROR TO TRUE
                           MOVE "writing new job posting" TO WS-JOBS-ERR-CONTEXT
                           PERFORM REPORT-JOBS-FILE-ERROR
                   END-WRITE
                   IF JOBS-IO-OK
                       MOVE "WRITE" TO WS-JNL-ACTION
                       PERFORM JOURNAL-JOB-REC
                   END-IF
                   CLOSE JOBS-FILE
                   IF JOBS-IO-OK
                       ADD 1 TO WS-JOBS-COUNT
                   END-IF
               ELSE
                   SET JOBS-IO-ERROR TO TRUE
                   MOVE "opening jobs store for post" TO WS-JOBS-ERR-CONTEXT
                   PERFORM REPORT-JOBS-FILE-ERROR
               END-IF
           END-IF
           IF JOBS-IO-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-LDG-USER
           MOVE "J"           TO WS-LTX-TYPE
           MOVE -1            TO WS-LTX-CREDITS
           MOVE 0             TO WS-LTX-AMOUNT
           MOVE WS-NEW-JOB-ID TO WS-LTX-JOB-ID
           MOVE SPACES        TO WS-LTX-NOTE
           PERFORM POST-LEDGER-TXN

           MOVE WS-NEW-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE SPACES TO WS-JOB-ID-TEXT
           MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           IF LDG-POSTED
               MOVE WS-LDG-BALANCE TO WS-CRD-BAL-DISP
               MOVE SPACES TO WS-MSG
               STRING MSG-CRD-REMAINING-PFX        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRD-BAL-DISP) DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           MOVE MSG-SEPARATOR-LINE TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
      *> company per employer account, keyed by the account username.
       COMPANY-PAGE-MENU.
           PERFORM UNTIL WS-COMPANY-CHOICE = '2' OR EOF-IN
               MOVE "Company Page" TO WS-CURRENT-MENU
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-SEL-COMP-USER
               PERFORM LOAD-COMPANY-BY-USER
               IF SEL-COMP-FOUND
           END-IF
           MOVE WS-LINE TO WS-COMP-DESC-IN

           IF DRY-RUN
               MOVE MSG-COMPANY-SAVED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COMPANIES-FILE
           IF WS-COMP-STATUS = "35"
               OPEN OUTPUT COMPANIES-FILE
               *> than truncating it with a re-migration.
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBS-LEGACY-FILE
           IF WS-JOBS-LEGACY-STATUS NOT = "00"
               EXIT PARAGRAPH
           EXIT.

      *> Appends the selected job (WS-SEL-JOB-*) to the archive file.
      *> Caller sets WS-JOB-ARCHIVE-REASON ("CLOSED", "EXPIRED" or
      *> "REMOVED") first.
       ARCHIVE-JOB-REC.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-SEL-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE SPACES           TO WS-JOB-ID-TEXT
      *> older than WS-JOB-EXPIRY-DAYS, so expired postings never show
      *> up in BROWSE-JOBS.
       EXPIRE-OLD-JOBS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               TO WS-JOB-TODAY-INT
           OPEN I-O JOBS-FILE
           EXIT.

       DELETE-SELECTED-JOB.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O JOBS-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH

      *> Lets the applicant take an application back: the chosen row
      *> is marked Withdrawn, which drops it out of the employer's
      *> active applicant list, and an offer still open on it is
      *> declined.
       PROMPT-WITHDRAW-APPLICATION.
           MOVE MSG-APPS-WITHDRAW-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           MOVE "Withdrawn" TO APP-REC-STATUS
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP-14 TO APP-REC-STATUS-STAMP
           IF LIVE-RUN
               REWRITE APP-REC
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-APP-REC
           END-IF
           CLOSE APPLICATIONS-FILE
           IF LIVE-RUN
               MOVE WS-MYAPP-PAGE-JOB-ID(WS-SEL-NUM)
                   TO WS-OFFER-ACCEPT-JOB-ID
               PERFORM DECLINE-WITHDRAWN-OFFER
           END-IF
           MOVE MSG-APP-WITHDRAWN TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

       VIEW-APPLICANTS-FOR-MY-JOBS.
           MOVE "Applicants" TO WS-CURRENT-MENU
           MOVE MSG-APPLICANTS-MY-JOBS-HDR TO WS-MSG PERFORM DISPLAY-AND-LOG
           *> Collect the poster's own postings into the match page so
           *> the numbered list maps back to job ids.
      *> offered, plus interview slot proposals against the selected
      *> application.
       APPLICANT-ACTION-MENU.
           PERFORM UNTIL WS-APPL-ACTION-CHOICE = '6' OR EOF-IN
               MOVE "Applicant Actions" TO WS-CURRENT-MENU
               MOVE MSG-APPL-ACTION-1 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-APPL-ACTION-2 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-APPL-ACTION-3 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-APPL-ACTION-4 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-APPL-ACTION-5 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-APPL-ACTION-6 TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE  TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
                           TO WS-RESUME-USER
                       PERFORM EXPORT-RESUME-FOR-USER
                   WHEN '5'
                       PERFORM EXTEND-JOB-OFFER
                   WHEN '6'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE APP-REC-STATUS TO WS-NTF-OLD-STATUS
                   MOVE FUNCTION TRIM(WS-T1) TO APP-REC-STATUS
      *> Stamp the change so the applicant's next login digest
      *> can report it.
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE WS-TIMESTAMP-14 TO APP-REC-STATUS-STAMP
                   IF LIVE-RUN
                       REWRITE APP-REC
                       MOVE "REWRITE" TO WS-JNL-ACTION
                       PERFORM JOURNAL-APP-REC
                   END-IF
               END-READ
           CLOSE APPLICATIONS-FILE

      *> Only a real change is worth an e-mail; re-saving the same
      *> status is not.
           IF WS-APP-STATUS = "00"
              AND FUNCTION TRIM(WS-NTF-OLD-STATUS)
                  NOT = FUNCTION TRIM(WS-T1)
               MOVE WS-SELECTED-JOB-ID TO WS-JOB-ID-DISPLAY
               MOVE WS-SELECTED-APPLICANT TO WS-NTF-USER-IN
               MOVE "APPSTATUS" TO WS-NTF-KIND-IN
               MOVE SPACES TO WS-NTF-TEXT-IN
               STRING
                   "Your application for job #"      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-ID-DISPLAY)  DELIMITED BY SIZE
                   " is now "                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T1)              DELIMITED BY SIZE
                   "."                               DELIMITED BY SIZE
                   INTO WS-NTF-TEXT-IN
               END-STRING
               PERFORM QUEUE-NOTIFICATION
           END-IF
           EXIT.

      *> Sends a message straight to the applicant picked off the
               END-IF
           END-PERFORM

           IF DRY-RUN
               MOVE MSG-IVW-PROPOSED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INTERVIEWS-FILE
           IF WS-IVW-FILE-STATUS = "35"
               OPEN OUTPUT INTERVIEWS-FILE
           PERFORM JOURNAL-IVW-REC
           CLOSE INTERVIEWS-FILE

           MOVE WS-SELECTED-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE WS-SELECTED-APPLICANT TO WS-NTF-USER-IN
           MOVE "INTERVIEW" TO WS-NTF-KIND-IN
           MOVE SPACES TO WS-NTF-TEXT-IN
           STRING
               "Interview proposed for job #"    DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-ID-DISPLAY)  DELIMITED BY SIZE
               " on "                            DELIMITED BY SIZE
               WS-IVW-DATE-IN                    DELIMITED BY SIZE
               " at "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVW-TIME-IN)     DELIMITED BY SIZE
               " ("                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-IVW-PLACE-IN)    DELIMITED BY SIZE
               ")."                              DELIMITED BY SIZE
               INTO WS-NTF-TEXT-IN
           END-STRING
           PERFORM QUEUE-NOTIFICATION

           MOVE MSG-IVW-PROPOSED TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           MOVE FUNCTION TRIM(WS-T1) TO IVW-REC-STATUS
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP-14 TO IVW-REC-STAMP
           IF LIVE-RUN
               REWRITE IVW-REC
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-IVW-REC
           END-IF
           CLOSE INTERVIEWS-FILE

           IF WS-T1 = "Accepted"
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Extends a job offer on the selected application: proposed
      *> start date, pay, and the date the student must answer by.
      *> One offer per application -- a Declined or Expired one may be
      *> re-extended, an Extended or Accepted one may not.
       EXTEND-JOB-OFFER.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECTED-JOB-ID TO APP-REC-JOB-ID
           MOVE WS-SELECTED-APPLICANT TO APP-REC-USER
           READ APPLICATIONS-FILE
               KEY IS APP-REC-KEY
               INVALID KEY
                   MOVE SPACES TO APP-REC-STATUS
           END-READ
           CLOSE APPLICATIONS-FILE
           IF APP-REC-STATUS = "Withdrawn" OR APP-REC-STATUS = "Rejected"
              OR APP-REC-STATUS = SPACES
               MOVE MSG-OFFER-APP-CLOSED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OFFER-START-IN
           PERFORM UNTIL WS-OFFER-START-IN NOT = SPACES OR EOF-IN
               MOVE MSG-OFFER-ENTER-START TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 8
                  AND FUNCTION TRIM(WS-LINE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-OFFER-START-IN
               ELSE
                   MOVE MSG-IVW-DATE-INVALID TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OFFER-PAY-IN
           PERFORM UNTIL FUNCTION TRIM(WS-OFFER-PAY-IN) NOT = SPACES
               MOVE MSG-OFFER-ENTER-PAY TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE TO WS-OFFER-PAY-IN
               IF FUNCTION TRIM(WS-OFFER-PAY-IN) = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OFFER-TODAY
           MOVE SPACES TO WS-OFFER-RESPOND-IN
           PERFORM UNTIL WS-OFFER-RESPOND-IN NOT = SPACES OR EOF-IN
               MOVE MSG-OFFER-ENTER-RESPOND-BY TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 8
                  AND FUNCTION TRIM(WS-LINE) IS NUMERIC
                   IF FUNCTION TRIM(WS-LINE) < WS-OFFER-TODAY
                       MOVE MSG-OFFER-RESPOND-BY-PAST TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   ELSE
                       MOVE FUNCTION TRIM(WS-LINE) TO WS-OFFER-RESPOND-IN
                   END-IF
               ELSE
                   MOVE MSG-IVW-DATE-INVALID TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           OPEN I-O OFFERS-FILE
      *> With no offers store yet there is nothing for a dry run to
      *> check the offer against.
           IF WS-OFFER-STATUS = "35" AND DRY-RUN
               MOVE MSG-OFFER-EXTENDED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-OFFER-STATUS = "35"
               OPEN OUTPUT OFFERS-FILE
               CLOSE OFFERS-FILE
               OPEN I-O OFFERS-FILE
           END-IF
           IF WS-OFFER-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open offers file (status "
                   WS-OFFER-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OFFER-REC-KEY
           MOVE WS-SELECTED-JOB-ID    TO OFFER-REC-JOB-ID
           MOVE WS-SELECTED-APPLICANT TO OFFER-REC-USER
           READ OFFERS-FILE
               KEY IS OFFER-REC-KEY
               INVALID KEY
                   MOVE "WRITE" TO WS-JNL-ACTION
               NOT INVALID KEY
                   MOVE "REWRITE" TO WS-JNL-ACTION
           END-READ
           IF WS-JNL-ACTION = "REWRITE"
              AND (OFFER-REC-STATUS = "Extended"
                   OR OFFER-REC-STATUS = "Accepted")
               CLOSE OFFERS-FILE
               MOVE MSG-OFFER-ALREADY-OPEN TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO OFFER-REC
           MOVE WS-SELECTED-JOB-ID    TO OFFER-REC-JOB-ID
           MOVE WS-SELECTED-APPLICANT TO OFFER-REC-USER
           MOVE WS-OFFER-START-IN     TO OFFER-REC-START-DATE
           MOVE FUNCTION TRIM(WS-OFFER-PAY-IN) TO OFFER-REC-PAY
           MOVE WS-OFFER-RESPOND-IN   TO OFFER-REC-RESPOND-BY
           MOVE "Extended"            TO OFFER-REC-STATUS
           MOVE WS-TIMESTAMP-14       TO OFFER-REC-EXTENDED
           MOVE WS-TIMESTAMP-14       TO OFFER-REC-STAMP
           IF LIVE-RUN
               IF WS-JNL-ACTION = "WRITE"
                   WRITE OFFER-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE OFFER-REC
               END-IF
               PERFORM JOURNAL-OFFER-REC
           END-IF
           CLOSE OFFERS-FILE

           MOVE MSG-OFFER-EXTENDED TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> The student's side: every offer made to them, numbered so an
      *> Extended one can be accepted or declined. Accepting marks the
      *> application Hired and withdraws everything else still open.
       VIEW-MY-JOB-OFFERS.
           MOVE MSG-OFFERS-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE 0 TO WS-OFFER-PAGE-COUNT
           OPEN INPUT OFFERS-FILE
           IF WS-OFFER-STATUS = "00"
               SET NOT-EOF-OFFER TO TRUE
               PERFORM UNTIL EOF-OFFER
                   READ OFFERS-FILE NEXT RECORD
                       AT END SET EOF-OFFER TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(OFFER-REC-USER)
                              = FUNCTION TRIM(WS-CURRENT-USERNAME)
                              AND WS-OFFER-PAGE-COUNT < WS-OFFER-PAGE-MAX
                               PERFORM DISPLAY-ONE-JOB-OFFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFERS-FILE
               SET NOT-EOF-OFFER TO TRUE
           END-IF

           IF WS-OFFER-PAGE-COUNT = 0
               MOVE MSG-NO-OFFERS TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-APPS-SEP-FOOTER TO WS-MSG PERFORM DISPLAY-AND-LOG

           MOVE MSG-OFFER-RESPOND-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
           IF WS-SEL-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-OFFER-PAGE-COUNT
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFFER-PAGE-JOB-ID(WS-SEL-NUM) TO WS-OFFER-ACCEPT-JOB-ID

           MOVE MSG-OFFER-ACCEPT-OPT  TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-OFFER-DECLINE-OPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE      TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE
               WHEN '1'  MOVE "Accepted" TO WS-T1
               WHEN '2'  MOVE "Declined" TO WS-T1
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OFFER-REC-KEY
           MOVE WS-OFFER-ACCEPT-JOB-ID TO OFFER-REC-JOB-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO OFFER-REC-USER
           READ OFFERS-FILE
               KEY IS OFFER-REC-KEY
               INVALID KEY
                   CLOSE OFFERS-FILE
                   MOVE MSG-INVALID-CHOICE TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-READ
           IF OFFER-REC-STATUS NOT = "Extended"
               CLOSE OFFERS-FILE
               MOVE MSG-OFFER-NOT-OPEN TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
      *> The nightly expiry run may not have caught up yet; a lapsed
      *> deadline is refused here all the same.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OFFER-TODAY
           IF OFFER-REC-RESPOND-BY < WS-OFFER-TODAY
               CLOSE OFFERS-FILE
               MOVE MSG-OFFER-LAPSED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
      *> An offer is only good while its application stands; one
      *> withdrawn or rejected (or gone) can no longer be answered.
           PERFORM LOAD-OFFER-APP-STATUS
           IF WS-OFFER-APP-STATUS = SPACES
              OR WS-OFFER-APP-STATUS = "Withdrawn"
              OR WS-OFFER-APP-STATUS = "Rejected"
               CLOSE OFFERS-FILE
               MOVE MSG-OFFER-NOT-OPEN TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-T1) TO OFFER-REC-STATUS
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP-14 TO OFFER-REC-STAMP
           IF LIVE-RUN
               REWRITE OFFER-REC
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-OFFER-REC
           END-IF
           CLOSE OFFERS-FILE

           IF WS-T1 = "Accepted"
               MOVE WS-OFFER-ACCEPT-JOB-ID TO WS-SELECTED-JOB-ID
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                   TO WS-SELECTED-APPLICANT
               MOVE "Hired" TO WS-T1
               PERFORM REWRITE-APPLICANT-STATUS
               PERFORM WITHDRAW-OTHER-APPLICATIONS
               PERFORM DECLINE-OTHER-OFFERS
               MOVE MSG-OFFER-ACCEPTED TO WS-MSG
           ELSE
               MOVE MSG-OFFER-DECLINED TO WS-MSG
           END-IF
           PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> One offer row of VIEW-MY-JOB-OFFERS, numbered through the
      *> offer page table. The posting may already be closed out of
      *> the store, in which case only its id is shown.
       DISPLAY-ONE-JOB-OFFER.
           ADD 1 TO WS-OFFER-PAGE-COUNT
           MOVE OFFER-REC-JOB-ID
               TO WS-OFFER-PAGE-JOB-ID(WS-OFFER-PAGE-COUNT)
           MOVE WS-OFFER-PAGE-COUNT TO WS-IDX-DISPLAY
           MOVE OFFER-REC-JOB-ID TO WS-SEL-JOB-ID
           PERFORM LOAD-JOB-BY-ID
           MOVE SPACES TO WS-MSG
           IF SEL-JOB-FOUND
               STRING FUNCTION TRIM(WS-IDX-DISPLAY) ". "
                      FUNCTION TRIM(WS-SEL-JOB-TITLE) " ("
                      FUNCTION TRIM(WS-SEL-JOB-EMPLOYER) ")"
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               MOVE OFFER-REC-JOB-ID TO WS-JOB-ID-DISPLAY
               MOVE SPACES TO WS-JOB-ID-TEXT
               MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
               STRING FUNCTION TRIM(WS-IDX-DISPLAY) ". Job ID: "
                      FUNCTION TRIM(WS-JOB-ID-TEXT)
                      " (job no longer available)"
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF
           PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "   Start Date: " OFFER-REC-START-DATE
                  "  Pay: " FUNCTION TRIM(OFFER-REC-PAY)
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "   Respond By: " OFFER-REC-RESPOND-BY
                  "  Status: " FUNCTION TRIM(OFFER-REC-STATUS)
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> An accepted offer settles the search: every other application
      *> the student still has in play is marked Withdrawn, the same
      *> status a manual withdrawal leaves.
       WITHDRAW-OTHER-APPLICATIONS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-APPS TO TRUE
           PERFORM UNTIL EOF-APPS
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END SET EOF-APPS TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(APP-REC-USER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                          AND APP-REC-JOB-ID NOT = WS-OFFER-ACCEPT-JOB-ID
                          AND APP-REC-STATUS NOT = "Withdrawn"
                          AND APP-REC-STATUS NOT = "Rejected"
                          AND APP-REC-STATUS NOT = "Hired"
                           MOVE "Withdrawn" TO APP-REC-STATUS
                           PERFORM GET-CURRENT-TIMESTAMP
                           MOVE WS-TIMESTAMP-14 TO APP-REC-STATUS-STAMP
                           REWRITE APP-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-APP-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           SET NOT-EOF-APPS TO TRUE
           EXIT.

      *> WS-OFFER-APP-STATUS is left at the status of the student's
      *> application for WS-OFFER-ACCEPT-JOB-ID, or spaces when there
      *> is none on file.
       LOAD-OFFER-APP-STATUS.
           MOVE SPACES TO WS-OFFER-APP-STATUS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFFER-ACCEPT-JOB-ID TO APP-REC-JOB-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO APP-REC-USER
           READ APPLICATIONS-FILE
               KEY IS APP-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE APP-REC-STATUS TO WS-OFFER-APP-STATUS
           END-READ
           CLOSE APPLICATIONS-FILE
           EXIT.

      *> An offer still open on an application the student has just
      *> withdrawn is declined with it, so it cannot be accepted later.
       DECLINE-WITHDRAWN-OFFER.
           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OFFER-REC-KEY
           MOVE WS-OFFER-ACCEPT-JOB-ID TO OFFER-REC-JOB-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO OFFER-REC-USER
           READ OFFERS-FILE
               KEY IS OFFER-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OFFER-REC-STATUS = "Extended"
                       MOVE "Declined" TO OFFER-REC-STATUS
                       PERFORM GET-CURRENT-TIMESTAMP
                       MOVE WS-TIMESTAMP-14 TO OFFER-REC-STAMP
                       REWRITE OFFER-REC
                       MOVE "REWRITE" TO WS-JNL-ACTION
                       PERFORM JOURNAL-OFFER-REC
                   END-IF
           END-READ
           CLOSE OFFERS-FILE
           EXIT.

      *> Any other offer still waiting on the student is declined on
      *> their behalf, so no employer is left holding an open offer.
       DECLINE-OTHER-OFFERS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-OFFER TO TRUE
           PERFORM UNTIL EOF-OFFER
               READ OFFERS-FILE NEXT RECORD
                   AT END SET EOF-OFFER TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(OFFER-REC-USER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                          AND OFFER-REC-JOB-ID NOT = WS-OFFER-ACCEPT-JOB-ID
                          AND OFFER-REC-STATUS = "Extended"
                           MOVE "Declined" TO OFFER-REC-STATUS
                           PERFORM GET-CURRENT-TIMESTAMP
                           MOVE WS-TIMESTAMP-14 TO OFFER-REC-STAMP
                           REWRITE OFFER-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-OFFER-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           SET NOT-EOF-OFFER TO TRUE
           EXIT.

       *> ===============================================================
       *> UNIT TESTS: enter "TEST-JOBS" at main menu
       *> ===============================================================
       UNIT-TESTS-JOBS.
           MOVE "=== RUN UNIT TESTS: JOBS ===" TO WS-MSG PERFORM DISPLAY-AND-LOG
           SET TEST-MODE-ON TO TRUE

           MOVE WS-JOBS-COUNT TO SAVE-JOBS-COUNT
           MOVE 0 TO WS-JOBS-COUNT
           PERFORM BROWSE-JOBS
           MOVE "TEST 1 (empty browse): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE SAVE-JOBS-COUNT TO WS-JOBS-COUNT

           MOVE 999999       TO WS-SEL-JOB-ID
           MOVE "testrunner" TO WS-SEL-JOB-POSTER
           MOVE "Test Title" TO WS-SEL-JOB-TITLE
           MOVE "Test Desc"  TO WS-SEL-JOB-DESC
           MOVE "TestCo"     TO WS-SEL-JOB-EMPLOYER
           MOVE "Tampa, FL"  TO WS-SEL-JOB-LOCATION
           MOVE "NONE"       TO WS-SEL-JOB-SALARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEL-JOB-POSTED
           PERFORM DISPLAY-JOB-DETAILS
           MOVE "TEST 2 (details view): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG

      *> Apply twice as a scratch user against the scratch job id; the
      *> keyed store must end up holding exactly one application, which
      *> is then cleaned back out.
           MOVE WS-CURRENT-USERNAME TO WS-T2
           MOVE "unit-test-user" TO WS-CURRENT-USERNAME
           PERFORM APPLY-FOR-JOB
           PERFORM COUNT-TEST-USER-APPS
           IF SAVE-APPS-COUNT = 1
               MOVE "TEST 3a (first apply): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE "TEST 3a (first apply): FAIL" TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF

           PERFORM APPLY-FOR-JOB
           PERFORM COUNT-TEST-USER-APPS
           IF SAVE-APPS-COUNT = 1
               MOVE "TEST 3b (duplicate apply blocked): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE "TEST 3b (duplicate apply blocked): FAIL" TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF

      *> Accepting an offer on some other job must withdraw the
      *> scratch application still sitting at Applied.
           MOVE 0 TO WS-OFFER-ACCEPT-JOB-ID
           PERFORM WITHDRAW-OTHER-APPLICATIONS
           PERFORM READ-TEST-USER-APP-STATUS
           IF WS-T3 = "Withdrawn"
               MOVE "TEST 4 (offer accept withdraws others): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE "TEST 4 (offer accept withdraws others): FAIL" TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF

      *> Report the scratch job twice; only one Open report may be
      *> queued. The scratch report is then deleted again.
           MOVE "J"        TO WS-RPT-TYPE-IN
           MOVE "999999"   TO WS-RPT-TARGET-IN
           MOVE "testrunner" TO WS-RPT-TARGET-USER-IN
           PERFORM FILE-ABUSE-REPORT
           PERFORM FILE-ABUSE-REPORT
           PERFORM COUNT-TEST-USER-REPORTS
           IF SAVE-APPS-COUNT = 1
               MOVE "TEST 5 (duplicate report blocked): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE "TEST 5 (duplicate report blocked): FAIL" TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           PERFORM DELETE-TEST-USER-REPORTS

      *> A notification to someone else is queued; one addressed to
      *> the acting user is not.
           MOVE "testrunner" TO WS-NTF-USER-IN
           MOVE "MESSAGE"    TO WS-NTF-KIND-IN
           MOVE "Unit test notification." TO WS-NTF-TEXT-IN
           PERFORM QUEUE-NOTIFICATION
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-NTF-USER-IN
           PERFORM QUEUE-NOTIFICATION
           PERFORM COUNT-TEST-NOTIFICATIONS
           IF SAVE-APPS-COUNT = 1
               MOVE "TEST 6 (notification queued once): PASS" TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE "TEST 6 (notification queued once): FAIL" TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           PERFORM DELETE-TEST-NOTIFICATIONS

           PERFORM DELETE-TEST-USER-APP
           MOVE WS-T2 TO WS-CURRENT-USERNAME

           SET TEST-MODE-OFF TO TRUE
           MOVE "=== UNIT TESTS DONE ===" TO WS-MSG PERFORM DISPLAY-AND-LOG
           EXIT.

       COUNT-TEST-USER-APPS.
           MOVE 0 TO SAVE-APPS-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-APPS TO TRUE
           PERFORM UNTIL EOF-APPS
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END SET EOF-APPS TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(APP-REC-USER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                           ADD 1 TO SAVE-APPS-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           SET NOT-EOF-APPS TO TRUE
           EXIT.

       READ-TEST-USER-APP-STATUS.
           MOVE SPACES TO WS-T3
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-JOB-ID TO APP-REC-JOB-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO APP-REC-USER
           READ APPLICATIONS-FILE
               KEY IS APP-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE APP-REC-STATUS TO WS-T3
           END-READ
           CLOSE APPLICATIONS-FILE
           EXIT.

       COUNT-TEST-USER-REPORTS.
           MOVE 0 TO SAVE-APPS-COUNT
           OPEN INPUT REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(RPT-REC-REPORTER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                          AND RPT-REC-STATUS = "Open"
                           ADD 1 TO SAVE-APPS-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTS-FILE
           SET NOT-EOF-RPT TO TRUE
           EXIT.

       COUNT-TEST-NOTIFICATIONS.
           MOVE 0 TO SAVE-APPS-COUNT
           OPEN INPUT NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-NTF TO TRUE
           PERFORM UNTIL EOF-NTF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET EOF-NTF TO TRUE
                   NOT AT END
                       IF NTF-REC-TEXT = "Unit test notification."
                           ADD 1 TO SAVE-APPS-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           SET NOT-EOF-NTF TO TRUE
           EXIT.

       DELETE-TEST-USER-APP.
           OPEN I-O APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-JOB-ID TO APP-REC-JOB-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO APP-REC-USER
           READ APPLICATIONS-FILE
               KEY IS APP-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DELETE" TO WS-JNL-ACTION
                   PERFORM JOURNAL-APP-REC
                   DELETE APPLICATIONS-FILE RECORD
           END-READ
           CLOSE APPLICATIONS-FILE
           EXIT.

      *> Only the scratch report TEST 5 files (the scratch user
      *> reporting scratch job 999999) is removed; anything else the
      *> same user has on file is left alone.
       DELETE-TEST-USER-REPORTS.
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(RPT-REC-REPORTER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                          AND RPT-REC-IS-JOB
                          AND FUNCTION TRIM(RPT-REC-TARGET) = "999999"
                          AND FUNCTION TRIM(RPT-REC-TARGET-USER)
                              = "testrunner"
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-RPT-REC
                           DELETE REPORTS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTS-FILE
           SET NOT-EOF-RPT TO TRUE
           EXIT.

      *> Only the scratch notification TEST 6 queues is removed, by
      *> its addressee and fixed text, as COUNT-TEST-NOTIFICATIONS
      *> finds it.
       DELETE-TEST-NOTIFICATIONS.
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-NTF TO TRUE
           PERFORM UNTIL EOF-NTF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET EOF-NTF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(NTF-REC-USER) = "testrunner"
                          AND NTF-REC-TEXT = "Unit test notification."
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-NTF-REC
                           DELETE NOTIFY-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           SET NOT-EOF-NTF TO TRUE
           EXIT.

       MESSAGES-SECTION.
       MESSAGE-MENU.
           MOVE MSG-MESSAGES-HEADER TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           PERFORM UNTIL WS-MESSAGE-CHOICE = '6' OR EOF-IN
               MOVE "Messages" TO WS-CURRENT-MENU
               MOVE MSG-MESSAGES-SEND TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-VIEW TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-SENT TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-THREAD TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-REPORT TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-BACK TO WS-MSG
               PERFORM DISPLAY-AND-LOG

               MOVE MSG-ENTER-CHOICE TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-MESSAGE-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-MESSAGE-CHOICE
                   WHEN '1'
                       PERFORM SEND-MESSAGE
                   WHEN '2'
                       PERFORM VIEW-MESSAGES
                   WHEN '3'
                       PERFORM VIEW-SENT-MESSAGES
                   WHEN '4'
                       PERFORM VIEW-CONVERSATION
                   WHEN '5'
                       PERFORM REPORT-A-MESSAGE
                   WHEN '6'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-MESSAGE-CHOICE
           EXIT.

       SEND-MESSAGE.
           MOVE MSG-ENTER-RECEIVER TO WS-MSG
           PERFORM DISPLAY-AND-LOG

           PERFORM READ-NEXT-LINE
           MOVE WS-LINE TO WS-RECEIVER
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-ENTER-CONTENT TO WS-MSG
           PERFORM DISPLAY-AND-LOG

           PERFORM READ-NEXT-LINE
           MOVE WS-LINE TO WS-CONTENT
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF

           *> Validate receiver exists and is a connection
           PERFORM VALIDATE-RECEIVER

           IF MATCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           *> Validate message content (empty check)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONTENT))
               TO WS-CONTENT-LENGTH

           IF WS-CONTENT-LENGTH = 0
               MOVE "Message cannot be empty. Please try again." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Validate message length (200 char max)
           IF WS-CONTENT-LENGTH > 200
               MOVE "Message exceeds 200 characters. Please try again." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Silent refusal: a message to someone who has blocked the
           *> sender reports success but is never stored or delivered.
           MOVE FUNCTION TRIM(WS-RECEIVER)         TO WS-BLK-OWNER
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-BLK-TARGET
           PERFORM CHECK-BLOCK-ON-FILE
           IF BLOCK-ON-FILE
               MOVE SPACES TO WS-MSG
               STRING
                   MSG-SEND-SUCCESS-1         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RECEIVER)   DELIMITED BY SIZE
                   MSG-SEND-SUCCESS-2         DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-MESSAGES-FOOTER TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Write straight into the keyed store under the next
           *> sequence number; key order is send order.
           PERFORM GET-CURRENT-TIMESTAMP
           PERFORM SAVE-MESSAGE-REC

           *> Display success message
           MOVE SPACES TO WS-MSG
           STRING
               MSG-SEND-SUCCESS-1         DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECEIVER)   DELIMITED BY SIZE
               MSG-SEND-SUCCESS-2         DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE MSG-MESSAGES-FOOTER TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

       VALIDATE-RECEIVER.
           SET MATCH-NOT-FOUND TO TRUE

           *> Step 1: Check if recipient exists in users table
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-USERS-COUNT OR MATCH-FOUND
               IF FUNCTION TRIM(WS-TBL-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-RECEIVER)
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF MATCH-NOT-FOUND
               MOVE MSG-NOT-CONNECTED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Step 2: Check if they are connected (status = 'A')
           SET MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CONNECTIONS-COUNT OR MATCH-FOUND
               IF WS-CONN-STATUS(WS-I) = 'A'
                   IF (WS-CONN-SENDER(WS-I) = WS-CURRENT-USERNAME AND
                       WS-CONN-RECEIVER(WS-I) = WS-RECEIVER)
                   OR (WS-CONN-SENDER(WS-I) = WS-RECEIVER AND
                       WS-CONN-RECEIVER(WS-I) = WS-CURRENT-USERNAME)
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           *> Step 3: not connected is still fine when the two sides
           *> meet through a job -- the poster of a posting may message
           *> any of its applicants, and an applicant the poster.
           IF MATCH-NOT-FOUND
               PERFORM CHECK-JOB-RELATIONSHIP
           END-IF

           IF MATCH-NOT-FOUND
               MOVE MSG-NOT-CONNECTED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           END-IF

           EXIT.

      *> Sets MATCH-FOUND when the current user posted a job that
      *> WS-RECEIVER applied to, or WS-RECEIVER posted a job the
      *> current user applied to. One pass over the job store collects
      *> either side's postings, then one pass over the applications.
       CHECK-JOB-RELATIONSHIP.
           MOVE 0 TO WS-MSGJOB-COUNT
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               SET NOT-EOF-JOBS TO TRUE
               PERFORM UNTIL EOF-JOBS
                   READ JOBS-FILE NEXT RECORD
                       AT END SET EOF-JOBS TO TRUE
                       NOT AT END
                           IF WS-MSGJOB-COUNT < WS-MSGJOB-MAX
                               IF FUNCTION TRIM(JOB-REC-POSTER)
                                  = FUNCTION TRIM(WS-CURRENT-USERNAME)
                                   ADD 1 TO WS-MSGJOB-COUNT
                                   MOVE JOB-REC-ID
                                       TO WS-MSGJOB-ID(WS-MSGJOB-COUNT)
                                   MOVE "M"
                                       TO WS-MSGJOB-OWNER(WS-MSGJOB-COUNT)
                               ELSE
                                   IF FUNCTION TRIM(JOB-REC-POSTER)
                                      = FUNCTION TRIM(WS-RECEIVER)
                                       ADD 1 TO WS-MSGJOB-COUNT
                                       MOVE JOB-REC-ID
                                           TO WS-MSGJOB-ID(WS-MSGJOB-COUNT)
                                       MOVE "R"
                                           TO WS-MSGJOB-OWNER(WS-MSGJOB-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
               SET NOT-EOF-JOBS TO TRUE
           END-IF
           IF WS-MSGJOB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-APPS TO TRUE
           PERFORM UNTIL EOF-APPS OR MATCH-FOUND
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END SET EOF-APPS TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-MSGJOB-COUNT OR MATCH-FOUND
                           IF APP-REC-JOB-ID = WS-MSGJOB-ID(WS-I)
                               IF WS-MSGJOB-OWNER(WS-I) = "M"
                                  AND FUNCTION TRIM(APP-REC-USER)
                                      = FUNCTION TRIM(WS-RECEIVER)
                                   SET MATCH-FOUND TO TRUE
                               END-IF
                               IF WS-MSGJOB-OWNER(WS-I) = "R"
                                  AND FUNCTION TRIM(APP-REC-USER)
                                      = FUNCTION TRIM(WS-CURRENT-USERNAME)
                                   SET MATCH-FOUND TO TRUE
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           SET NOT-EOF-APPS TO TRUE
           EXIT.
    
       VIEW-MESSAGES.
      *> Displays all messages received by the currently logged-in
      *> user, straight off the keyed store. Two passes: the first
      *> counts (for the early "no messages" exit), the second
      *> displays. Key order is send order, so no sorting is needed.
        MOVE "--- Your Messages ---" TO WS-MSG
        PERFORM DISPLAY-AND-LOG

        MOVE 0 TO WS-TMP-COUNT
        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END
                        IF FUNCTION TRIM(MSG-REC-RECEIVER) =
                           FUNCTION TRIM(WS-CURRENT-USERNAME)
                            ADD 1 TO WS-TMP-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        IF WS-TMP-COUNT = 0
            MOVE "You have no messages at this time." TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            MOVE MSG-MESSAGES-FOOTER TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            EXIT PARAGRAPH
        END-IF

        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END
                        IF FUNCTION TRIM(MSG-REC-RECEIVER) =
                           FUNCTION TRIM(WS-CURRENT-USERNAME)
                            MOVE MSG-REC-ID TO WS-RPT-ID-DISPLAY
                            MOVE SPACES TO WS-MSG
                            STRING "Message #" DELIMITED BY SIZE
                                FUNCTION TRIM(WS-RPT-ID-DISPLAY)
                                DELIMITED BY SIZE
                                INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE SPACES TO WS-MSG
                            STRING "From: " DELIMITED BY SIZE
                                FUNCTION TRIM(MSG-REC-SENDER)
                                DELIMITED BY SIZE
                                INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE SPACES TO WS-MSG
                            STRING "Message: " DELIMITED BY SIZE
                                FUNCTION TRIM(MSG-REC-CONTENT)
                                DELIMITED BY SIZE
                                INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE MSG-REC-STAMP TO WS-TS-RAW
                            PERFORM FORMAT-TIMESTAMP
                            MOVE SPACES TO WS-MSG
                            STRING "Sent: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-FORMATTED-TS)
                               INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE "---" TO WS-MSG
                            PERFORM DISPLAY-AND-LOG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        MOVE MSG-MESSAGES-FOOTER TO WS-MSG
        PERFORM DISPLAY-AND-LOG
        EXIT.

      *> Mirror of VIEW-MESSAGES for messages the current user sent,
      *> so a user can confirm what they said without the recipient's
      *> copy of the conversation.
       VIEW-SENT-MESSAGES.
        MOVE MSG-SENT-HEADER TO WS-MSG
        PERFORM DISPLAY-AND-LOG

        MOVE 0 TO WS-TMP-COUNT
        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END
                        IF FUNCTION TRIM(MSG-REC-SENDER) =
                           FUNCTION TRIM(WS-CURRENT-USERNAME)
                            ADD 1 TO WS-TMP-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        IF WS-TMP-COUNT = 0
            MOVE "You have not sent any messages yet." TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            MOVE MSG-MESSAGES-FOOTER TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            EXIT PARAGRAPH
        END-IF

        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END
                        IF FUNCTION TRIM(MSG-REC-SENDER) =
                           FUNCTION TRIM(WS-CURRENT-USERNAME)
                            MOVE SPACES TO WS-MSG
                            STRING MSG-VIEW-TO DELIMITED BY SIZE
                                FUNCTION TRIM(MSG-REC-RECEIVER)
                                DELIMITED BY SIZE
                                INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE SPACES TO WS-MSG
                            STRING "Message: " DELIMITED BY SIZE
                                FUNCTION TRIM(MSG-REC-CONTENT)
                                DELIMITED BY SIZE
                                INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE MSG-REC-STAMP TO WS-TS-RAW
                            PERFORM FORMAT-TIMESTAMP
                            MOVE SPACES TO WS-MSG
                            STRING "Sent: " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-FORMATTED-TS)
                               INTO WS-MSG
                            END-STRING
                            PERFORM DISPLAY-AND-LOG

                            MOVE "---" TO WS-MSG
                            PERFORM DISPLAY-AND-LOG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        MOVE MSG-MESSAGES-FOOTER TO WS-MSG
        PERFORM DISPLAY-AND-LOG
        EXIT.

      *> Threads the full back-and-forth with one correspondent
      *> together (both directions), sorted chronologically, instead
      *> of the inbox/sent views which only show one side at a time.
       VIEW-CONVERSATION.
        MOVE MSG-ENTER-CORRESPONDENT TO WS-MSG
        PERFORM DISPLAY-AND-LOG

        PERFORM READ-NEXT-LINE
        MOVE WS-LINE TO WS-CORRESPONDENT
        IF EOF-IN
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO WS-MSG
        STRING MSG-THREAD-HEADER-1 DELIMITED BY SIZE
            FUNCTION TRIM(WS-CORRESPONDENT) DELIMITED BY SIZE
            " ---" DELIMITED BY SIZE
            INTO WS-MSG
        END-STRING
        PERFORM DISPLAY-AND-LOG

        MOVE 0 TO WS-TMP-COUNT
        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END
                        IF (FUNCTION TRIM(MSG-REC-SENDER) =
                            FUNCTION TRIM(WS-CURRENT-USERNAME) AND
                            FUNCTION TRIM(MSG-REC-RECEIVER) =
                            FUNCTION TRIM(WS-CORRESPONDENT))
                        OR (FUNCTION TRIM(MSG-REC-SENDER) =
                            FUNCTION TRIM(WS-CORRESPONDENT) AND
                            FUNCTION TRIM(MSG-REC-RECEIVER) =
                            FUNCTION TRIM(WS-CURRENT-USERNAME))
                            ADD 1 TO WS-TMP-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        IF WS-TMP-COUNT = 0
            MOVE MSG-NO-THREAD-MSGS TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            MOVE MSG-MESSAGES-FOOTER TO WS-MSG
            PERFORM DISPLAY-AND-LOG
            EXIT PARAGRAPH
        END-IF

        OPEN INPUT MESSAGES-FILE
        IF WS-MSG-FILE-STATUS = "00"
            SET NOT-EOF-MSG TO TRUE
            PERFORM UNTIL EOF-MSG
                READ MESSAGES-FILE NEXT RECORD
                    AT END SET EOF-MSG TO TRUE
                    NOT AT END PERFORM DISPLAY-THREAD-MESSAGE
                END-READ
            END-PERFORM
            CLOSE MESSAGES-FILE
            SET NOT-EOF-MSG TO TRUE
        END-IF

        MOVE MSG-MESSAGES-FOOTER TO WS-MSG
        PERFORM DISPLAY-AND-LOG
        EXIT.

      *> One record of the conversation view, shown only when it is
      *> between the current user and the chosen correspondent.
       DISPLAY-THREAD-MESSAGE.
           IF NOT ((FUNCTION TRIM(MSG-REC-SENDER) =
                    FUNCTION TRIM(WS-CURRENT-USERNAME) AND
                    FUNCTION TRIM(MSG-REC-RECEIVER) =
                    FUNCTION TRIM(WS-CORRESPONDENT))
               OR  (FUNCTION TRIM(MSG-REC-SENDER) =
                    FUNCTION TRIM(WS-CORRESPONDENT) AND
                    FUNCTION TRIM(MSG-REC-RECEIVER) =
                    FUNCTION TRIM(WS-CURRENT-USERNAME)))
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MSG
           IF FUNCTION TRIM(MSG-REC-SENDER) =
              FUNCTION TRIM(WS-CURRENT-USERNAME)
               STRING MSG-VIEW-TO DELIMITED BY SIZE
                   FUNCTION TRIM(MSG-REC-RECEIVER)
                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           ELSE
               STRING MSG-VIEW-FROM DELIMITED BY SIZE
                   FUNCTION TRIM(MSG-REC-SENDER)
                   DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           END-IF
           PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "Message: " DELIMITED BY SIZE
               FUNCTION TRIM(MSG-REC-CONTENT)
               DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE MSG-REC-STAMP TO WS-TS-RAW
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO WS-MSG
           STRING "Sent: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-FORMATTED-TS)
              INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE "---" TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Writes one new message under the next sequence number,
      *> creating the store on the very first send.
       SAVE-MESSAGE-REC.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-FILE-STATUS = "35"
               OPEN OUTPUT MESSAGES-FILE
               CLOSE MESSAGES-FILE
               OPEN I-O MESSAGES-FILE
           END-IF
           IF WS-MSG-FILE-STATUS = "00"
               MOVE SPACES TO MSG-REC
               ADD 1 TO WS-MSG-HIGHEST-ID
               MOVE WS-MSG-HIGHEST-ID   TO MSG-REC-ID
               MOVE WS-CURRENT-USERNAME TO MSG-REC-SENDER
               MOVE FUNCTION TRIM(WS-RECEIVER) TO MSG-REC-RECEIVER
               MOVE FUNCTION TRIM(WS-CONTENT)  TO MSG-REC-CONTENT
               MOVE WS-TIMESTAMP-14     TO MSG-REC-STAMP
               WRITE MSG-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-MSG-REC
               CLOSE MESSAGES-FILE
               MOVE FUNCTION TRIM(WS-RECEIVER) TO WS-NTF-USER-IN
               MOVE "MESSAGE" TO WS-NTF-KIND-IN
               MOVE SPACES TO WS-NTF-TEXT-IN
               STRING
                   "New message from "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-USERNAME)   DELIMITED BY SIZE
                   "."                                  DELIMITED BY SIZE
                   INTO WS-NTF-TEXT-IN
               END-STRING
               PERFORM QUEUE-NOTIFICATION
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open messages file (status "
                   WS-MSG-FILE-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

      *> Prepares the keyed message store: migrates a leftover
      *> messages.txt on the first run, then finds the id high-water
      *> mark for SEND-MESSAGE.
       INIT-MESSAGES-STORE.
           OPEN INPUT MESSAGES-FILE
           EVALUATE WS-MSG-FILE-STATUS
               WHEN "00"
                   CLOSE MESSAGES-FILE
               WHEN "35"
               WHEN "05"
                   PERFORM MIGRATE-LEGACY-MESSAGES
               WHEN OTHER
                   *> Store present but unopenable: leave it alone
                   *> rather than truncating it with a re-migration.
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WS-MSG-HIGHEST-ID
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-FILE-STATUS = "00"
               SET NOT-EOF-MSG TO TRUE
               PERFORM UNTIL EOF-MSG
                   READ MESSAGES-FILE NEXT RECORD
                       AT END SET EOF-MSG TO TRUE
                       NOT AT END
                           IF MSG-REC-ID > WS-MSG-HIGHEST-ID
                               MOVE MSG-REC-ID TO WS-MSG-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
               SET NOT-EOF-MSG TO TRUE
           END-IF
           EXIT.

       MIGRATE-LEGACY-MESSAGES.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MSGS-LEGACY-FILE
           IF WS-MSGS-LEGACY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MESSAGES-FILE
           IF WS-MSG-FILE-STATUS NOT = "00"
               CLOSE MSGS-LEGACY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MSG-HIGHEST-ID
           SET NOT-EOF-MSG TO TRUE
           PERFORM UNTIL EOF-MSG
               READ MSGS-LEGACY-FILE
                   AT END SET EOF-MSG TO TRUE
                   NOT AT END PERFORM MIGRATE-MESSAGE-REC
               END-READ
           END-PERFORM
           CLOSE MSGS-LEGACY-FILE
           CLOSE MESSAGES-FILE
           SET NOT-EOF-MSG TO TRUE
           IF WS-MSG-FILE-STATUS = "00"
               MOVE "data/messages.txt" TO WS-LEGACY-LIVE-NAME
               PERFORM RETIRE-LEGACY-FILE
           END-IF
           EXIT.

      *> Legacy format: sender|receiver|content|timestamp; ids are
      *> assigned in file order, which was send order.
       MIGRATE-MESSAGE-REC.
           INITIALIZE WS-T1 WS-T2 WS-T3-WIDE WS-T4
           UNSTRING MSGS-LEGACY-REC DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3-WIDE WS-T4
           END-UNSTRING
           IF WS-T1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSG-REC
           ADD 1 TO WS-MSG-HIGHEST-ID
           MOVE WS-MSG-HIGHEST-ID    TO MSG-REC-ID
           MOVE FUNCTION TRIM(WS-T1) TO MSG-REC-SENDER
           MOVE FUNCTION TRIM(WS-T2) TO MSG-REC-RECEIVER
           MOVE FUNCTION TRIM(WS-T3-WIDE) TO MSG-REC-CONTENT
           MOVE FUNCTION TRIM(WS-T4) TO MSG-REC-STAMP
           WRITE MSG-REC
               INVALID KEY CONTINUE
           END-WRITE
           EXIT.

      *> Queues one e-mail notification for WS-NTF-USER-IN (kind and
      *> text in WS-NTF-KIND-IN / WS-NTF-TEXT-IN) under the next
      *> sequence number, creating the store on first use. Nobody is
      *> mailed about their own action. Opt-outs are honoured by the
      *> nightly feed, so a user who turns mail back on before it runs
      *> still gets the day's news.
       QUEUE-NOTIFICATION.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NTF-USER-IN) = SPACES
              OR FUNCTION TRIM(WS-NTF-USER-IN)
                 = FUNCTION TRIM(WS-CURRENT-USERNAME)
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS = "35"
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN I-O NOTIFY-FILE
           END-IF
           IF WS-NTF-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open notification queue (status "
                   WS-NTF-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO NTF-REC
           ADD 1 TO WS-NTF-HIGHEST-ID
           MOVE WS-NTF-HIGHEST-ID TO NTF-REC-ID
           MOVE FUNCTION TRIM(WS-NTF-USER-IN) TO NTF-REC-USER
           MOVE WS-NTF-KIND-IN    TO NTF-REC-KIND
           MOVE FUNCTION TRIM(WS-NTF-TEXT-IN) TO NTF-REC-TEXT
           MOVE WS-TIMESTAMP-14   TO NTF-REC-STAMP
           MOVE "Queued"          TO NTF-REC-STATUS
           WRITE NTF-REC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "WRITE" TO WS-JNL-ACTION
           PERFORM JOURNAL-NTF-REC
           CLOSE NOTIFY-FILE
           EXIT.

      *> Finds the notification id high-water mark for
      *> QUEUE-NOTIFICATION, the way INIT-MESSAGES-STORE does for
      *> messages. The nightly feed only ever deletes rows, so the
      *> mark never needs to move back.
       INIT-NOTIFY-STORE.
           MOVE 0 TO WS-NTF-HIGHEST-ID
           OPEN INPUT NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-NTF TO TRUE
           PERFORM UNTIL EOF-NTF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET EOF-NTF TO TRUE
                   NOT AT END
                       IF NTF-REC-ID > WS-NTF-HIGHEST-ID
                           MOVE NTF-REC-ID TO WS-NTF-HIGHEST-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           SET NOT-EOF-NTF TO TRUE
           EXIT.

       FORMAT-TIMESTAMP.
           *> Input: WS-TS-RAW = YYYYMMDDHHmmSS
           *> Output: WS-FORMATTED-TS = YYYY-MM-DD HH:MM

           MOVE SPACES TO WS-FORMATTED-TS

           IF WS-TS-RAW = SPACES OR
              WS-TS-RAW = LOW-VALUES
               MOVE "N/A" TO WS-FORMATTED-TS
               EXIT PARAGRAPH
           END-IF

           *> Extract components from YYYYMMDDHHmmSS (14 chars)
           MOVE WS-TS-RAW(1:4)  TO WS-TS-YEAR
           MOVE WS-TS-RAW(5:2)  TO WS-TS-MONTH
           MOVE WS-TS-RAW(7:2)  TO WS-TS-DAY
           MOVE WS-TS-RAW(9:2)  TO WS-TS-HOUR
           MOVE WS-TS-RAW(11:2) TO WS-TS-MINUTE
           
           *> Build formatted string: YYYY-MM-DD HH:MM
           STRING
               WS-TS-YEAR      DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-TS-MONTH     DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-TS-DAY       DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               WS-TS-HOUR      DELIMITED BY SIZE
               ":"             DELIMITED BY SIZE
               WS-TS-MINUTE    DELIMITED BY SIZE
               INTO WS-FORMATTED-TS
           END-STRING

           EXIT.

       SKILLS-SECTION.
      *> New: skills and peer endorsements, gated on accepted connections
      *> Shared by VIEW-MY-PROFILE/DISPLAY-PROFILE-BY-ID: lists every
      *> skill owned by WS-SKILLS-VIEW-USER with its endorsement count,
      *> the same line format VIEW-MY-SKILLS uses for the current user.
       DISPLAY-SKILLS-FOR-USER.
           MOVE 0 TO WS-TMP-COUNT
           MOVE MSG-SKILLS-HEADER TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-SKILLS TO TRUE
               PERFORM UNTIL EOF-SKILLS
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-SKILLS TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(SKILL-REC-OWNER) =
                              FUNCTION TRIM(WS-SKILLS-VIEW-USER)
                               ADD 1 TO WS-TMP-COUNT
                               MOVE SPACES TO WS-MSG
                               STRING
                                   FUNCTION TRIM(SKILL-REC-NAME)
                                                         DELIMITED BY SIZE
                                   " (endorsements: "    DELIMITED BY SIZE
                                   SKILL-REC-ENDORSE-CNT DELIMITED BY SIZE
                                   ")"                   DELIMITED BY SIZE
                                   INTO WS-MSG
                               END-STRING
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
               SET NOT-EOF-SKILLS TO TRUE
           END-IF
           IF WS-TMP-COUNT = 0
               MOVE MSG-SKILLS-NONE TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       VIEW-MY-SKILLS.
           MOVE WS-CURRENT-USERNAME TO WS-SKILLS-VIEW-USER
           PERFORM DISPLAY-SKILLS-FOR-USER
           EXIT.

       ADD-SKILL.
           MOVE MSG-SKILLS-ENTER-NAME TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE TO WS-SKILL-NAME-IN

      *> The owner + skill name pair IS the record key, so the
      *> duplicate check is a keyed read and the add is one WRITE
      *> (creating the store on the very first skill).
           OPEN I-O SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "35" AND DRY-RUN
               MOVE MSG-SKILLS-ADDED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-SKILLS-FILE-STATUS = "35"
               OPEN OUTPUT SKILLS-FILE
               CLOSE SKILLS-FILE
               OPEN I-O SKILLS-FILE
           END-IF
           IF WS-SKILLS-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open skills file (status "
                   WS-SKILLS-FILE-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SKILL-REC-KEY
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO SKILL-REC-OWNER
           MOVE FUNCTION TRIM(WS-SKILL-NAME-IN)    TO SKILL-REC-NAME
           SET MATCH-NOT-FOUND TO TRUE
           READ SKILLS-FILE
               KEY IS SKILL-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MATCH-FOUND TO TRUE
           END-READ

           IF MATCH-FOUND
               CLOSE SKILLS-FILE
               MOVE MSG-SKILLS-EXISTS TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           ELSE
               MOVE SPACES TO SKILL-REC
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO SKILL-REC-OWNER
               MOVE FUNCTION TRIM(WS-SKILL-NAME-IN)    TO SKILL-REC-NAME
               MOVE 0 TO SKILL-REC-ENDORSE-CNT
               IF LIVE-RUN
                   WRITE SKILL-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE "WRITE" TO WS-JNL-ACTION
                   PERFORM JOURNAL-SKILL-REC
               END-IF
               CLOSE SKILLS-FILE
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
               MOVE MSG-SKILLS-ADDED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       ENDORSE-SKILL.
           MOVE MSG-SKILLS-ENTER-TARGET TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE TO WS-ENDORSE-TARGET

           IF FUNCTION TRIM(WS-ENDORSE-TARGET) =
              FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE MSG-SKILLS-SELF-ENDORSE TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-ENDORSE-TARGET
           IF MATCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           *> List the target's skills so the user can pick one; the
           *> page table maps the number back to the skill name (the
           *> second half of the record key).
           MOVE 0 TO WS-SKILL-PAGE-COUNT
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-SKILLS TO TRUE
               PERFORM UNTIL EOF-SKILLS
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-SKILLS TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(SKILL-REC-OWNER) =
                              FUNCTION TRIM(WS-ENDORSE-TARGET)
                              AND WS-SKILL-PAGE-COUNT < WS-SKILL-PAGE-MAX
                               ADD 1 TO WS-SKILL-PAGE-COUNT
                               MOVE SKILL-REC-NAME TO WS-SKILL-PAGE-NAME(
                                   WS-SKILL-PAGE-COUNT)
                               MOVE SPACES TO WS-MSG
                               STRING
                                   WS-SKILL-PAGE-COUNT DELIMITED BY SIZE
                                   ". "                DELIMITED BY SIZE
                                   FUNCTION TRIM(SKILL-REC-NAME)
                                                       DELIMITED BY SIZE
                                   INTO WS-MSG
                               END-STRING
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
               SET NOT-EOF-SKILLS TO TRUE
           END-IF

           IF WS-SKILL-PAGE-COUNT = 0
               MOVE MSG-SKILLS-TARGET-NO-SKILLS TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-SKILL-PAGE-COUNT >= WS-SKILL-PAGE-MAX
               MOVE MSG-LIST-TRUNCATED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           END-IF

           MOVE MSG-SKILLS-ENTER-NUM TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-SKILL-PAGE-COUNT
               MOVE MSG-SKILLS-INVALID-NUM TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Fetch the chosen skill by key and update it in place.
           OPEN I-O SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKILL-REC-KEY
           MOVE FUNCTION TRIM(WS-ENDORSE-TARGET) TO SKILL-REC-OWNER
           MOVE WS-SKILL-PAGE-NAME(WS-SEL-NUM)   TO SKILL-REC-NAME
           READ SKILLS-FILE
               KEY IS SKILL-REC-KEY
               INVALID KEY
                   CLOSE SKILLS-FILE
                   MOVE MSG-SKILLS-INVALID-NUM TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-READ

           *> Check this user has not already endorsed that skill
           SET MATCH-NOT-FOUND TO TRUE
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > FUNCTION LENGTH(FUNCTION TRIM(
                   SKILL-REC-ENDORSERS)) OR MATCH-FOUND
               UNSTRING SKILL-REC-ENDORSERS DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-J
               END-UNSTRING
               IF FUNCTION TRIM(WS-ENTRY) =
                  FUNCTION TRIM(WS-CURRENT-USERNAME)
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF MATCH-FOUND
               CLOSE SKILLS-FILE
               MOVE MSG-SKILLS-ALREADY-ENDORSED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           *> Append this user's name to the endorsers list and bump the count
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               SKILL-REC-ENDORSERS)) TO WS-J
           ADD 1 TO WS-J
           IF FUNCTION TRIM(SKILL-REC-ENDORSERS) = SPACES
               MOVE 1 TO WS-J
           ELSE
               STRING "^" INTO SKILL-REC-ENDORSERS
                   WITH POINTER WS-J
           END-IF
           STRING FUNCTION TRIM(WS-CURRENT-USERNAME)
               INTO SKILL-REC-ENDORSERS
               WITH POINTER WS-J
           END-STRING
           ADD 1 TO SKILL-REC-ENDORSE-CNT
           IF LIVE-RUN
               REWRITE SKILL-REC
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-SKILL-REC
           END-IF
           CLOSE SKILLS-FILE

           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           MOVE MSG-SKILLS-ENDORSED TO WS-MSG
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Mirrors VALIDATE-RECEIVER: target must exist and be an
      *> accepted connection of the current user.
       VALIDATE-ENDORSE-TARGET.
           SET MATCH-NOT-FOUND TO TRUE

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-USERS-COUNT OR MATCH-FOUND
               IF FUNCTION TRIM(WS-TBL-USERNAME(WS-I)) =
                  FUNCTION TRIM(WS-ENDORSE-TARGET)
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF MATCH-NOT-FOUND
               MOVE MSG-NOT-CONNECTED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           SET MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CONNECTIONS-COUNT OR MATCH-FOUND
               IF WS-CONN-STATUS(WS-I) = 'A'
                   IF (WS-CONN-SENDER(WS-I) = WS-CURRENT-USERNAME AND
                       WS-CONN-RECEIVER(WS-I) = WS-ENDORSE-TARGET)
                   OR (WS-CONN-SENDER(WS-I) = WS-ENDORSE-TARGET AND
                       WS-CONN-RECEIVER(WS-I) = WS-CURRENT-USERNAME)
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF MATCH-NOT-FOUND
               MOVE MSG-NOT-CONNECTED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
           END-IF

           EXIT.

      *> First run against an old data directory: pull the retired
      *> skills.txt lines into the keyed store. Once the .dat exists
      *> this does nothing.
       INIT-SKILLS-STORE.
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               CLOSE SKILLS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SKILLS-FILE-STATUS NOT = "35"
              AND WS-SKILLS-FILE-STATUS NOT = "05"
               *> Store present but unopenable: leave it alone rather
               *> than truncating it with a re-migration.
               EXIT PARAGRAPH
           END-IF
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SKILLS-LEGACY-FILE
           IF WS-SKILLS-LEGACY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS NOT = "00"
               CLOSE SKILLS-LEGACY-FILE
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-SKILLS TO TRUE
           PERFORM UNTIL EOF-SKILLS
               READ SKILLS-LEGACY-FILE
                   AT END SET EOF-SKILLS TO TRUE
                   NOT AT END PERFORM MIGRATE-SKILL-REC
               END-READ
           END-PERFORM
           CLOSE SKILLS-LEGACY-FILE
           CLOSE SKILLS-FILE
           SET NOT-EOF-SKILLS TO TRUE
           IF WS-SKILLS-FILE-STATUS = "00"
               MOVE "data/skills.txt" TO WS-LEGACY-LIVE-NAME
               PERFORM RETIRE-LEGACY-FILE
           END-IF
           EXIT.

      *> Legacy format: owner|skill name|endorse count|^-delimited
      *> endorsers.
       MIGRATE-SKILL-REC.
           INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4-WIDE
           UNSTRING SKILLS-LEGACY-REC DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3 WS-T4-WIDE
           END-UNSTRING
           IF WS-T1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKILL-REC
           MOVE FUNCTION TRIM(WS-T1)      TO SKILL-REC-OWNER
           MOVE FUNCTION TRIM(WS-T2)      TO SKILL-REC-NAME
           MOVE FUNCTION NUMVAL(WS-T3)    TO SKILL-REC-ENDORSE-CNT
           MOVE FUNCTION TRIM(WS-T4-WIDE) TO SKILL-REC-ENDORSERS
           WRITE SKILL-REC
               INVALID KEY CONTINUE
           END-WRITE
           EXIT.

       *> ===============================================================
       *> PRIVACY CONTROLS: BLOCK LIST AND DIRECTORY VISIBILITY
       *> ===============================================================
       PRIVACY-SECTION.
       INIT-LOAD-PRIVACY.
           MOVE 0 TO WS-BLOCKS-COUNT
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS = "00"
               SET NOT-EOF-BLK TO TRUE
               PERFORM UNTIL EOF-BLK
                   READ BLOCKS-FILE
                       AT END SET EOF-BLK TO TRUE
                       NOT AT END PERFORM PARSE-BLOCK-REC
                   END-READ
               END-PERFORM
               CLOSE BLOCKS-FILE
               SET NOT-EOF-BLK TO TRUE
           END-IF

           MOVE 0 TO WS-HIDDEN-COUNT
           OPEN INPUT PRIVACY-FILE
           IF WS-PRIV-STATUS = "00"
               SET NOT-EOF-PRIV TO TRUE
               PERFORM UNTIL EOF-PRIV
                   READ PRIVACY-FILE
                       AT END SET EOF-PRIV TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(PRIVACY-REC) NOT = SPACES
                              AND WS-HIDDEN-COUNT < WS-HIDDEN-MAX
                               ADD 1 TO WS-HIDDEN-COUNT
                               MOVE FUNCTION TRIM(PRIVACY-REC)
                                   TO WS-HIDDEN-USER(WS-HIDDEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIVACY-FILE
               SET NOT-EOF-PRIV TO TRUE
           END-IF

           MOVE 0 TO WS-OPTOUT-COUNT
           OPEN INPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS = "00"
               SET NOT-EOF-PRIV TO TRUE
               PERFORM UNTIL EOF-PRIV
                   READ NOTIFY-OPTOUT-FILE
                       AT END SET EOF-PRIV TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(NOTIFY-OPTOUT-REC) NOT = SPACES
                              AND WS-OPTOUT-COUNT < WS-OPTOUT-MAX
                               ADD 1 TO WS-OPTOUT-COUNT
                               MOVE FUNCTION TRIM(NOTIFY-OPTOUT-REC)
                                   TO WS-OPTOUT-USER(WS-OPTOUT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-OPTOUT-FILE
               SET NOT-EOF-PRIV TO TRUE
           END-IF
           EXIT.

       PARSE-BLOCK-REC.
           INITIALIZE WS-T1 WS-T2
           UNSTRING BLOCKS-REC DELIMITED BY '|'
               INTO WS-T1 WS-T2
           END-UNSTRING
           IF WS-T1 NOT = SPACES AND WS-T2 NOT = SPACES
              AND WS-BLOCKS-COUNT < WS-BLOCKS-MAX
               ADD 1 TO WS-BLOCKS-COUNT
               MOVE FUNCTION TRIM(WS-T1) TO WS-BLOCK-OWNER(WS-BLOCKS-COUNT)
               MOVE FUNCTION TRIM(WS-T2) TO WS-BLOCK-TARGET(WS-BLOCKS-COUNT)
           END-IF
           EXIT.

       SAVE-BLOCKS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BLOCKS-COUNT
               MOVE SPACES TO BLOCKS-REC
               STRING
                   FUNCTION TRIM(WS-BLOCK-OWNER(WS-I))  DELIMITED BY SIZE
                   "|"                                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BLOCK-TARGET(WS-I)) DELIMITED BY SIZE
                   INTO BLOCKS-REC
               END-STRING
               WRITE BLOCKS-REC
           END-PERFORM
           CLOSE BLOCKS-FILE
           EXIT.

       SAVE-PRIVACY.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIVACY-FILE
           IF WS-PRIV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIDDEN-COUNT
               MOVE SPACES TO PRIVACY-REC
               MOVE FUNCTION TRIM(WS-HIDDEN-USER(WS-I)) TO PRIVACY-REC
               WRITE PRIVACY-REC
           END-PERFORM
           CLOSE PRIVACY-FILE
           EXIT.

       SAVE-NOTIFY-OPTOUT.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPTOUT-COUNT
               MOVE SPACES TO NOTIFY-OPTOUT-REC
               MOVE FUNCTION TRIM(WS-OPTOUT-USER(WS-I)) TO NOTIFY-OPTOUT-REC
               WRITE NOTIFY-OPTOUT-REC
           END-PERFORM
           CLOSE NOTIFY-OPTOUT-FILE
           EXIT.

      *> Sets BLOCK-ON-FILE when WS-BLK-OWNER has blocked
      *> WS-BLK-TARGET.
       CHECK-BLOCK-ON-FILE.
           SET NO-BLOCK-ON-FILE TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BLOCKS-COUNT OR BLOCK-ON-FILE
               IF FUNCTION TRIM(WS-BLOCK-OWNER(WS-I))
                  = FUNCTION TRIM(WS-BLK-OWNER)
                  AND FUNCTION TRIM(WS-BLOCK-TARGET(WS-I))
                      = FUNCTION TRIM(WS-BLK-TARGET)
                   SET BLOCK-ON-FILE TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      *> Sets USER-IS-HIDDEN when WS-HIDDEN-CHK-USER asked to stay out
      *> of directory search.
       CHECK-USER-HIDDEN.
           SET USER-IS-VISIBLE TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HIDDEN-COUNT OR USER-IS-HIDDEN
               IF FUNCTION TRIM(WS-HIDDEN-USER(WS-I))
                  = FUNCTION TRIM(WS-HIDDEN-CHK-USER)
                   SET USER-IS-HIDDEN TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      *> Sets USER-OPTED-OUT when WS-OPTOUT-CHK-USER turned e-mail
      *> notifications off.
       CHECK-USER-OPTED-OUT.
           SET USER-OPTED-IN TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPTOUT-COUNT OR USER-OPTED-OUT
               IF FUNCTION TRIM(WS-OPTOUT-USER(WS-I))
                  = FUNCTION TRIM(WS-OPTOUT-CHK-USER)
                   SET USER-OPTED-OUT TO TRUE
               END-IF
           END-PERFORM
           EXIT.

       PRIVACY-MENU.
           PERFORM UNTIL WS-PRIVACY-CHOICE = '6' OR EOF-IN
               MOVE "Privacy Settings" TO WS-CURRENT-MENU
               MOVE MSG-PRIV-HEADER      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                   TO WS-HIDDEN-CHK-USER
               PERFORM CHECK-USER-HIDDEN
               IF USER-IS-HIDDEN
                   MOVE MSG-PRIV-STATE-HIDDEN TO WS-MSG
               ELSE
                   MOVE MSG-PRIV-STATE-VISIBLE TO WS-MSG
               END-IF
               PERFORM DISPLAY-AND-LOG
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                   TO WS-OPTOUT-CHK-USER
               PERFORM CHECK-USER-OPTED-OUT
               IF USER-OPTED-OUT
                   MOVE MSG-PRIV-STATE-MAIL-OFF TO WS-MSG
               ELSE
                   MOVE MSG-PRIV-STATE-MAIL-ON TO WS-MSG
               END-IF
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-BLOCK   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-UNBLOCK TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-VIEW    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-TOGGLE  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-MAIL    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-PRIV-OPT-BACK    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE     TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-PRIVACY-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-PRIVACY-CHOICE
                   WHEN '1'  PERFORM BLOCK-A-USER
                   WHEN '2'  PERFORM UNBLOCK-A-USER
                   WHEN '3'  PERFORM VIEW-BLOCKED-USERS
                   WHEN '4'  PERFORM TOGGLE-DIRECTORY-VISIBILITY
                   WHEN '5'  PERFORM TOGGLE-EMAIL-NOTIFICATIONS
                   WHEN '6'  EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-PRIVACY-CHOICE
           EXIT.

       BLOCK-A-USER.
           MOVE MSG-PRIV-ENTER-BLOCK TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BLK-TARGET
           IF FUNCTION TRIM(WS-BLK-TARGET)
              = FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE MSG-PRIV-SELF-BLOCK TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BLK-TARGET TO WS-NEW-USERNAME
           PERFORM CHECK-USERNAME-EXISTS
           IF MATCH-NOT-FOUND
               MOVE MSG-PRIV-NO-SUCH-USER TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-BLK-OWNER
           PERFORM CHECK-BLOCK-ON-FILE
           IF BLOCK-ON-FILE
               MOVE MSG-PRIV-ALREADY-BLOCKED TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-BLOCKS-COUNT >= WS-BLOCKS-MAX
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLOCKS-COUNT
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
               TO WS-BLOCK-OWNER(WS-BLOCKS-COUNT)
           MOVE FUNCTION TRIM(WS-BLK-TARGET)
               TO WS-BLOCK-TARGET(WS-BLOCKS-COUNT)
           PERFORM SAVE-BLOCKS
           MOVE MSG-PRIV-BLOCKED TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

       UNBLOCK-A-USER.
           MOVE MSG-PRIV-ENTER-UNBLOCK TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-BLK-TARGET
           SET NO-BLOCK-ON-FILE TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BLOCKS-COUNT OR BLOCK-ON-FILE
               IF FUNCTION TRIM(WS-BLOCK-OWNER(WS-I))
                  = FUNCTION TRIM(WS-CURRENT-USERNAME)
                  AND FUNCTION TRIM(WS-BLOCK-TARGET(WS-I))
                      = FUNCTION TRIM(WS-BLK-TARGET)
                   SET BLOCK-ON-FILE TO TRUE
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J >= WS-BLOCKS-COUNT
                       MOVE WS-BLOCK-OWNER(WS-J + 1)
                           TO WS-BLOCK-OWNER(WS-J)
                       MOVE WS-BLOCK-TARGET(WS-J + 1)
                           TO WS-BLOCK-TARGET(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BLOCKS-COUNT
               END-IF
           END-PERFORM
           IF BLOCK-ON-FILE
               PERFORM SAVE-BLOCKS
               MOVE MSG-PRIV-UNBLOCKED TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
           ELSE
               MOVE MSG-PRIV-NOT-BLOCKED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       VIEW-BLOCKED-USERS.
           MOVE 0 TO WS-TMP-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BLOCKS-COUNT
               IF FUNCTION TRIM(WS-BLOCK-OWNER(WS-I))
                  = FUNCTION TRIM(WS-CURRENT-USERNAME)
                   ADD 1 TO WS-TMP-COUNT
                   MOVE SPACES TO WS-MSG
                   STRING
                       "   "                                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BLOCK-TARGET(WS-I))  DELIMITED BY SIZE
                       INTO WS-MSG
                   END-STRING
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM
           IF WS-TMP-COUNT = 0
               MOVE MSG-PRIV-NONE-BLOCKED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

      *> Flips the hide-from-directory switch for the current user.
      *> Hiding only affects directory search results; existing
      *> connections (and everything built on them) stay intact.
       TOGGLE-DIRECTORY-VISIBILITY.
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-HIDDEN-CHK-USER
           PERFORM CHECK-USER-HIDDEN
           IF USER-IS-HIDDEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-HIDDEN-COUNT
                   IF FUNCTION TRIM(WS-HIDDEN-USER(WS-I))
                      = FUNCTION TRIM(WS-CURRENT-USERNAME)
                       PERFORM VARYING WS-J FROM WS-I BY 1
                               UNTIL WS-J >= WS-HIDDEN-COUNT
                           MOVE WS-HIDDEN-USER(WS-J + 1)
                               TO WS-HIDDEN-USER(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-HIDDEN-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM SAVE-PRIVACY
               MOVE MSG-PRIV-NOW-VISIBLE TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               IF WS-HIDDEN-COUNT < WS-HIDDEN-MAX
                   ADD 1 TO WS-HIDDEN-COUNT
                   MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                       TO WS-HIDDEN-USER(WS-HIDDEN-COUNT)
                   PERFORM SAVE-PRIVACY
                   MOVE MSG-PRIV-NOW-HIDDEN TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Flips the e-mail notification opt-out for the current user.
      *> Notifications keep queueing either way; the nightly mail
      *> feed skips anyone on the list.
       TOGGLE-EMAIL-NOTIFICATIONS.
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-OPTOUT-CHK-USER
           PERFORM CHECK-USER-OPTED-OUT
           IF USER-OPTED-OUT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-OPTOUT-COUNT
                   IF FUNCTION TRIM(WS-OPTOUT-USER(WS-I))
                      = FUNCTION TRIM(WS-CURRENT-USERNAME)
                       PERFORM VARYING WS-J FROM WS-I BY 1
                               UNTIL WS-J >= WS-OPTOUT-COUNT
                           MOVE WS-OPTOUT-USER(WS-J + 1)
                               TO WS-OPTOUT-USER(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-OPTOUT-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM SAVE-NOTIFY-OPTOUT
               MOVE MSG-PRIV-MAIL-ON TO WS-MSG PERFORM DISPLAY-AND-LOG
           ELSE
               IF WS-OPTOUT-COUNT < WS-OPTOUT-MAX
                   ADD 1 TO WS-OPTOUT-COUNT
                   MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                       TO WS-OPTOUT-USER(WS-OPTOUT-COUNT)
                   PERFORM SAVE-NOTIFY-OPTOUT
                   MOVE MSG-PRIV-MAIL-OFF TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Deactivation: every block row mentioning the user, their
      *> visibility setting and their e-mail opt-out go away with the
      *> account.
       PURGE-USER-PRIVACY.
           MOVE 0 TO WS-PURGE-HITS
           PERFORM VARYING WS-I FROM WS-BLOCKS-COUNT BY -1 UNTIL WS-I < 1
               IF FUNCTION TRIM(WS-BLOCK-OWNER(WS-I)) = WS-PURGE-USER
                  OR FUNCTION TRIM(WS-BLOCK-TARGET(WS-I)) = WS-PURGE-USER
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J >= WS-BLOCKS-COUNT
                       MOVE WS-BLOCK-OWNER(WS-J + 1)
                           TO WS-BLOCK-OWNER(WS-J)
                       MOVE WS-BLOCK-TARGET(WS-J + 1)
                           TO WS-BLOCK-TARGET(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BLOCKS-COUNT
                   ADD 1 TO WS-PURGE-HITS
               END-IF
           END-PERFORM
           IF WS-PURGE-HITS > 0
               PERFORM SAVE-BLOCKS
           END-IF

           MOVE 0 TO WS-PURGE-HITS
           PERFORM VARYING WS-I FROM WS-HIDDEN-COUNT BY -1 UNTIL WS-I < 1
               IF FUNCTION TRIM(WS-HIDDEN-USER(WS-I)) = WS-PURGE-USER
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J >= WS-HIDDEN-COUNT
                       MOVE WS-HIDDEN-USER(WS-J + 1)
                           TO WS-HIDDEN-USER(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HIDDEN-COUNT
                   ADD 1 TO WS-PURGE-HITS
               END-IF
           END-PERFORM
           IF WS-PURGE-HITS > 0
               PERFORM SAVE-PRIVACY
           END-IF

           MOVE 0 TO WS-PURGE-HITS
           PERFORM VARYING WS-I FROM WS-OPTOUT-COUNT BY -1 UNTIL WS-I < 1
               IF FUNCTION TRIM(WS-OPTOUT-USER(WS-I)) = WS-PURGE-USER
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J >= WS-OPTOUT-COUNT
                       MOVE WS-OPTOUT-USER(WS-J + 1)
                           TO WS-OPTOUT-USER(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-OPTOUT-COUNT
                   ADD 1 TO WS-PURGE-HITS
               END-IF
           END-PERFORM
           IF WS-PURGE-HITS > 0
               PERFORM SAVE-NOTIFY-OPTOUT
           END-IF
           EXIT.

       *> ===============================================================
       *> CAMPUS EVENTS AND CAREER FAIRS
       *> ===============================================================
       EVENTS-SECTION.
       EVENTS-MENU.
           PERFORM UNTIL WS-EVENTS-CHOICE = '4' OR EOF-IN
               MOVE "Events" TO WS-CURRENT-MENU
               MOVE MSG-EVENTS-HEADER        TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-EVENTS-OPT-POST      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-EVENTS-OPT-BROWSE    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-EVENTS-OPT-ATTENDEES TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-EVENTS-OPT-BACK      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE         TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-EVENTS-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-EVENTS-CHOICE
                   WHEN '1'
                       IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
                           PERFORM POST-NEW-EVENT
                       ELSE
                           MOVE MSG-EVT-ROLE-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '2'
                       PERFORM BROWSE-EVENTS
                   WHEN '3'
                       IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
                           PERFORM EVENT-ATTENDEE-EXTRACT
                       ELSE
                           MOVE MSG-EVT-ROLE-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '4'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-EVENTS-CHOICE
           EXIT.

      *> Finds the id high-water mark so POST-NEW-EVENT can assign the
      *> next one, the way INIT-MESSAGES-STORE does for messages.
       INIT-EVENTS-STORE.
           MOVE 0 TO WS-EVENTS-HIGHEST-ID
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               SET NOT-EOF-EVT TO TRUE
               PERFORM UNTIL EOF-EVT
                   READ EVENTS-FILE NEXT RECORD
                       AT END SET EOF-EVT TO TRUE
                       NOT AT END
                           IF EVT-REC-ID > WS-EVENTS-HIGHEST-ID
                               MOVE EVT-REC-ID TO WS-EVENTS-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               SET NOT-EOF-EVT TO TRUE
           END-IF
           EXIT.

       POST-NEW-EVENT.
           MOVE SPACES TO WS-NEW-EVT-TITLE
           PERFORM UNTIL FUNCTION TRIM(WS-NEW-EVT-TITLE) NOT = SPACES
               MOVE MSG-EVT-ENTER-TITLE TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-NEW-EVT-TITLE
               IF EOF-IN EXIT PARAGRAPH END-IF
               IF FUNCTION TRIM(WS-NEW-EVT-TITLE) = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NEW-EVT-DATE
           PERFORM UNTIL WS-NEW-EVT-DATE NOT = SPACES OR EOF-IN
               MOVE MSG-EVT-ENTER-DATE TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN EXIT PARAGRAPH END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 8
                  AND FUNCTION TRIM(WS-LINE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-EVT-DATE
               ELSE
                   MOVE MSG-EVT-DATE-INVALID TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NEW-EVT-TIME
           PERFORM UNTIL FUNCTION TRIM(WS-NEW-EVT-TIME) NOT = SPACES
               MOVE MSG-EVT-ENTER-TIME TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN EXIT PARAGRAPH END-IF
               MOVE WS-LINE TO WS-NEW-EVT-TIME
               IF FUNCTION TRIM(WS-NEW-EVT-TIME) = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NEW-EVT-LOCATION
           PERFORM UNTIL FUNCTION TRIM(WS-NEW-EVT-LOCATION) NOT = SPACES
               MOVE MSG-EVT-ENTER-LOCATION TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN EXIT PARAGRAPH END-IF
               MOVE WS-LINE TO WS-NEW-EVT-LOCATION
               IF FUNCTION TRIM(WS-NEW-EVT-LOCATION) = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE MSG-EVT-ENTER-DESC TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN EXIT PARAGRAPH END-IF
           MOVE WS-LINE TO WS-NEW-EVT-DESC

           MOVE 0 TO WS-NEW-EVT-CAPACITY
           SET EVT-CAP-NOT-SET TO TRUE
           PERFORM UNTIL EVT-CAP-SET OR EOF-IN
               MOVE MSG-EVT-ENTER-CAPACITY TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN EXIT PARAGRAPH END-IF
               IF FUNCTION TRIM(WS-LINE) = SPACES
                   SET EVT-CAP-SET TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LINE)) = 0
                       MOVE FUNCTION NUMVAL(WS-LINE)
                           TO WS-NEW-EVT-CAPACITY
                       SET EVT-CAP-SET TO TRUE
                   ELSE
                       MOVE MSG-EVT-CAPACITY-INVALID TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO WS-EVENTS-HIGHEST-ID
           IF DRY-RUN
               MOVE MSG-EVT-POSTED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EVENTS-FILE
           IF WS-EVT-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
               CLOSE EVENTS-FILE
               OPEN I-O EVENTS-FILE
           END-IF
           IF WS-EVT-STATUS = "00"
               MOVE SPACES TO EVT-REC
               MOVE WS-EVENTS-HIGHEST-ID TO EVT-REC-ID
               MOVE WS-CURRENT-USERNAME  TO EVT-REC-ORGANIZER
               MOVE FUNCTION TRIM(WS-NEW-EVT-TITLE)    TO EVT-REC-TITLE
               MOVE WS-NEW-EVT-DATE      TO EVT-REC-DATE
               MOVE WS-NEW-EVT-TIME      TO EVT-REC-TIME
               MOVE FUNCTION TRIM(WS-NEW-EVT-LOCATION) TO EVT-REC-LOCATION
               MOVE FUNCTION TRIM(WS-NEW-EVT-DESC)     TO EVT-REC-DESC
               MOVE WS-NEW-EVT-CAPACITY  TO EVT-REC-CAPACITY
               WRITE EVT-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-EVT-REC
               CLOSE EVENTS-FILE
               MOVE MSG-EVT-POSTED TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open events file (status "
                   WS-EVT-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

      *> Numbered list of events whose date has not passed, picked
      *> from by number the way BROWSE-JOBS picks postings.
       BROWSE-EVENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EVT-TODAY
           PERFORM UNTIL EOF-IN
               MOVE MSG-EVT-LIST-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE 0 TO WS-EVT-PAGE-COUNT
               OPEN INPUT EVENTS-FILE
               IF WS-EVT-STATUS = "00"
                   SET NOT-EOF-EVT TO TRUE
                   PERFORM UNTIL EOF-EVT
                       READ EVENTS-FILE NEXT RECORD
                           AT END SET EOF-EVT TO TRUE
                           NOT AT END
                               IF EVT-REC-DATE >= WS-EVT-TODAY
                                  AND WS-EVT-PAGE-COUNT < WS-EVT-PAGE-MAX
                                   ADD 1 TO WS-EVT-PAGE-COUNT
                                   MOVE EVT-REC-ID TO WS-EVT-PAGE-ID(
                                       WS-EVT-PAGE-COUNT)
                                   PERFORM DISPLAY-ONE-EVENT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EVENTS-FILE
                   SET NOT-EOF-EVT TO TRUE
               END-IF

               IF WS-EVT-PAGE-COUNT = 0
                   MOVE MSG-EVT-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PERFORM
               END-IF
               IF WS-EVT-PAGE-COUNT >= WS-EVT-PAGE-MAX
                   MOVE MSG-LIST-TRUNCATED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF

               MOVE MSG-EVT-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
               IF WS-SEL-NUM = 0
                   EXIT PERFORM
               ELSE
                   IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-EVT-PAGE-COUNT
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   ELSE
                       MOVE WS-EVT-PAGE-ID(WS-SEL-NUM) TO WS-SEL-EVT-ID
                       PERFORM LOAD-EVENT-BY-ID
                       IF SEL-EVT-FOUND
                           PERFORM DISPLAY-EVENT-DETAILS
                       ELSE
                           MOVE MSG-INVALID-CHOICE TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> One line of the numbered upcoming-events list, built from the
      *> EVT-REC just read.
       DISPLAY-ONE-EVENT-LINE.
           MOVE WS-EVT-PAGE-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               FUNCTION TRIM(WS-IDX-DISPLAY)       DELIMITED BY SIZE
               ". "                                DELIMITED BY SIZE
               FUNCTION TRIM(EVT-REC-TITLE)        DELIMITED BY SIZE
               " - "                               DELIMITED BY SIZE
               EVT-REC-DATE                        DELIMITED BY SIZE
               " "                                 DELIMITED BY SIZE
               EVT-REC-TIME                        DELIMITED BY SIZE
               " at "                              DELIMITED BY SIZE
               FUNCTION TRIM(EVT-REC-LOCATION)     DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Keyed fetch of one event into the selected-event fields.
       LOAD-EVENT-BY-ID.
           SET SEL-EVT-NOT-FOUND TO TRUE
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-EVT-ID TO EVT-REC-ID
           READ EVENTS-FILE
               KEY IS EVT-REC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EVT-REC-ORGANIZER TO WS-SEL-EVT-ORGANIZER
                   MOVE EVT-REC-TITLE     TO WS-SEL-EVT-TITLE
                   MOVE EVT-REC-DATE      TO WS-SEL-EVT-DATE
                   MOVE EVT-REC-TIME      TO WS-SEL-EVT-TIME
                   MOVE EVT-REC-LOCATION  TO WS-SEL-EVT-LOCATION
                   MOVE EVT-REC-DESC      TO WS-SEL-EVT-DESC
                   MOVE EVT-REC-CAPACITY  TO WS-SEL-EVT-CAPACITY
                   SET SEL-EVT-FOUND TO TRUE
           END-READ
           CLOSE EVENTS-FILE
           EXIT.

       DISPLAY-EVENT-DETAILS.
           MOVE MSG-EVT-DETAILS-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "Title: " FUNCTION TRIM(WS-SEL-EVT-TITLE)
               INTO WS-MSG END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "When: " WS-SEL-EVT-DATE " " WS-SEL-EVT-TIME
               INTO WS-MSG END-STRING
           PERFORM DISPLAY-AND-LOG

           MOVE SPACES TO WS-MSG
           STRING "Where: " FUNCTION TRIM(WS-SEL-EVT-LOCATION)
               INTO WS-MSG END-STRING
           PERFORM DISPLAY-AND-LOG

           IF FUNCTION TRIM(WS-SEL-EVT-DESC) NOT = SPACES
               MOVE SPACES TO WS-MSG
               STRING "About: " FUNCTION TRIM(WS-SEL-EVT-DESC)
                   INTO WS-MSG END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF

           MOVE SPACES TO WS-MSG
           STRING "Organizer: " FUNCTION TRIM(WS-SEL-EVT-ORGANIZER)
               INTO WS-MSG END-STRING
           PERFORM DISPLAY-AND-LOG

           PERFORM COUNT-EVENT-RSVPS
           MOVE WS-EVT-RSVP-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           IF WS-SEL-EVT-CAPACITY > 0
               MOVE WS-SEL-EVT-CAPACITY TO WS-EVT-ID-DISPLAY
               STRING
                   "Attendees: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IDX-DISPLAY)    DELIMITED BY SIZE
                   " of "                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVT-ID-DISPLAY) DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           ELSE
               STRING
                   "Attendees: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IDX-DISPLAY)    DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           END-IF
           PERFORM DISPLAY-AND-LOG

           MOVE MSG-EVT-OPT-RSVP   TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-EVT-OPT-CANCEL TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-EVT-OPT-BACK   TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE   TO WS-MSG PERFORM DISPLAY-AND-LOG

           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE
               WHEN '1'  PERFORM RSVP-TO-EVENT
               WHEN '2'  PERFORM CANCEL-EVENT-RSVP
               WHEN '3'  CONTINUE
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-EVALUATE
           EXIT.

       COUNT-EVENT-RSVPS.
           MOVE 0 TO WS-EVT-RSVP-COUNT
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-RSVP TO TRUE
           PERFORM UNTIL EOF-RSVP
               READ RSVPS-FILE NEXT RECORD
                   AT END SET EOF-RSVP TO TRUE
                   NOT AT END
                       IF RSVP-REC-EVT-ID = WS-SEL-EVT-ID
                           ADD 1 TO WS-EVT-RSVP-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSVPS-FILE
           SET NOT-EOF-RSVP TO TRUE
           EXIT.

      *> One RSVP per user per event, refused once the event is full
      *> or its date has passed.
       RSVP-TO-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EVT-TODAY
           IF WS-SEL-EVT-DATE < WS-EVT-TODAY
               MOVE MSG-EVT-RSVP-PAST TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-EVENT-RSVPS
           IF WS-SEL-EVT-CAPACITY > 0
              AND WS-EVT-RSVP-COUNT >= WS-SEL-EVT-CAPACITY
               MOVE MSG-EVT-RSVP-FULL TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RSVPS-FILE
           IF WS-RSVP-STATUS = "35" AND DRY-RUN
               MOVE MSG-EVT-RSVP-OK TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-RSVP-STATUS = "35"
               OPEN OUTPUT RSVPS-FILE
               CLOSE RSVPS-FILE
               OPEN I-O RSVPS-FILE
           END-IF
           IF WS-RSVP-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open RSVP file (status "
                   WS-RSVP-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RSVP-REC-KEY
           MOVE WS-SEL-EVT-ID TO RSVP-REC-EVT-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO RSVP-REC-USER
           SET MATCH-NOT-FOUND TO TRUE
           READ RSVPS-FILE
               KEY IS RSVP-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MATCH-FOUND TO TRUE
           END-READ
           IF MATCH-FOUND
               CLOSE RSVPS-FILE
               MOVE MSG-EVT-RSVP-DUP TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO RSVP-REC
           MOVE WS-SEL-EVT-ID TO RSVP-REC-EVT-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO RSVP-REC-USER
           MOVE WS-TIMESTAMP-14 TO RSVP-REC-STAMP
           IF LIVE-RUN
               WRITE RSVP-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-RSVP-REC
           END-IF
           CLOSE RSVPS-FILE
           MOVE MSG-EVT-RSVP-OK TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

       CANCEL-EVENT-RSVP.
           OPEN I-O RSVPS-FILE
           IF WS-RSVP-STATUS NOT = "00"
               MOVE MSG-EVT-NO-RSVP TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RSVP-REC-KEY
           MOVE WS-SEL-EVT-ID TO RSVP-REC-EVT-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO RSVP-REC-USER
           READ RSVPS-FILE
               KEY IS RSVP-REC-KEY
               INVALID KEY
                   CLOSE RSVPS-FILE
                   MOVE MSG-EVT-NO-RSVP TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-READ
           IF LIVE-RUN
               MOVE "DELETE" TO WS-JNL-ACTION
               PERFORM JOURNAL-RSVP-REC
               DELETE RSVPS-FILE RECORD
           END-IF
           CLOSE RSVPS-FILE
           MOVE MSG-EVT-CANCELLED TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Lists the organizer's own events, then writes the chosen
      *> event's attendee list under io/, named for the event id.
       EVENT-ATTENDEE-EXTRACT.
           MOVE 0 TO WS-EVT-PAGE-COUNT
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               SET NOT-EOF-EVT TO TRUE
               PERFORM UNTIL EOF-EVT
                   READ EVENTS-FILE NEXT RECORD
                       AT END SET EOF-EVT TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(EVT-REC-ORGANIZER)
                              = FUNCTION TRIM(WS-CURRENT-USERNAME)
                              AND WS-EVT-PAGE-COUNT < WS-EVT-PAGE-MAX
                               ADD 1 TO WS-EVT-PAGE-COUNT
                               MOVE EVT-REC-ID TO WS-EVT-PAGE-ID(
                                   WS-EVT-PAGE-COUNT)
                               PERFORM DISPLAY-ONE-EVENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               SET NOT-EOF-EVT TO TRUE
           END-IF
           IF WS-EVT-PAGE-COUNT = 0
               MOVE MSG-EVT-MY-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-PAGE-COUNT >= WS-EVT-PAGE-MAX
               MOVE MSG-LIST-TRUNCATED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF

           MOVE MSG-EVT-ATT-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
           IF WS-SEL-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-EVT-PAGE-COUNT
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-PAGE-ID(WS-SEL-NUM) TO WS-SEL-EVT-ID
           PERFORM LOAD-EVENT-BY-ID
           IF SEL-EVT-NOT-FOUND
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEL-EVT-ID TO WS-EVT-ID-DISPLAY
           MOVE SPACES TO WS-ATT-NAME
           STRING
               "io/InCollege-EventAttendees."       DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVT-ID-DISPLAY)     DELIMITED BY SIZE
               ".txt"                               DELIMITED BY SIZE
               INTO WS-ATT-NAME
           END-STRING
           OPEN OUTPUT ATTENDEES-FILE
           IF WS-ATT-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot create attendee list (status "
                   WS-ATT-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ATTENDEES-REC
           STRING
               FUNCTION TRIM(WS-SEL-EVT-TITLE)  DELIMITED BY SIZE
               " - "                            DELIMITED BY SIZE
               WS-SEL-EVT-DATE                  DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               WS-SEL-EVT-TIME                  DELIMITED BY SIZE
               INTO ATTENDEES-REC
           END-STRING
           WRITE ATTENDEES-REC

           MOVE 0 TO WS-EVT-RSVP-COUNT
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STATUS = "00"
               SET NOT-EOF-RSVP TO TRUE
               PERFORM UNTIL EOF-RSVP
                   READ RSVPS-FILE NEXT RECORD
                       AT END SET EOF-RSVP TO TRUE
                       NOT AT END
                           IF RSVP-REC-EVT-ID = WS-SEL-EVT-ID
                               ADD 1 TO WS-EVT-RSVP-COUNT
                               MOVE SPACES TO ATTENDEES-REC
                               STRING
                                   FUNCTION TRIM(RSVP-REC-USER)
                                                       DELIMITED BY SIZE
                                   "|"                 DELIMITED BY SIZE
                                   RSVP-REC-STAMP      DELIMITED BY SIZE
                                   INTO ATTENDEES-REC
                               END-STRING
                               WRITE ATTENDEES-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSVPS-FILE
               SET NOT-EOF-RSVP TO TRUE
           END-IF
           CLOSE ATTENDEES-FILE

           MOVE WS-EVT-RSVP-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               MSG-EVT-ATT-WRITTEN-PFX          DELIMITED BY "  "
               " "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ATT-NAME)       DELIMITED BY SIZE
               " ("                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-IDX-DISPLAY)    DELIMITED BY SIZE
               " attendee(s))"                  DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

       *> ===============================================================
       *> EMPLOYER POSTING CREDITS
       *> ===============================================================
       CREDITS-SECTION.
      *> Current credit balance of the employer in WS-LDG-USER, into
      *> WS-LDG-BALANCE (zero when the employer has no ledger yet). A
      *> dry run adds the credits it has pretended to buy or spend.
       LOAD-LEDGER-BALANCE.
           MOVE 0 TO WS-LDG-BALANCE
           SET LDG-NOT-FOUND TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STATUS = "00"
               MOVE SPACES TO LDG-REC-USER
               MOVE FUNCTION TRIM(WS-LDG-USER) TO LDG-REC-USER
               READ LEDGER-FILE
                   KEY IS LDG-REC-USER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LDG-FOUND TO TRUE
                       MOVE LDG-REC-BALANCE TO WS-LDG-BALANCE
               END-READ
               CLOSE LEDGER-FILE
           END-IF
           IF DRY-RUN
               MOVE WS-LDG-USER TO WS-DRY-USER
               PERFORM FIND-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   ADD WS-DRY-ACCT-CREDITS(WS-DRY-IDX) TO WS-LDG-BALANCE
               END-IF
           END-IF
           EXIT.

      *> Records one credit transaction for WS-LDG-USER: WS-LTX-TYPE,
      *> the signed WS-LTX-CREDITS, WS-LTX-AMOUNT billed, WS-LTX-JOB-ID
      *> charged and WS-LTX-NOTE. The balance record is created on the
      *> employer's first transaction; both stores are created on the
      *> very first one. WS-LDG-BALANCE is left at the new balance.
       POST-LEDGER-TXN.
           SET LDG-NOT-POSTED TO TRUE
           IF DRY-RUN
               MOVE WS-LDG-USER TO WS-DRY-USER
               PERFORM NOTE-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   ADD WS-LTX-CREDITS TO WS-DRY-ACCT-CREDITS(WS-DRY-IDX)
               END-IF
               PERFORM LOAD-LEDGER-BALANCE
               SET LDG-POSTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           *> Both stores are opened before either is touched, so the
           *> balance never moves without its statement row.
           OPEN I-O LEDGER-TXN-FILE
           IF WS-LTX-STATUS = "35"
               OPEN OUTPUT LEDGER-TXN-FILE
               CLOSE LEDGER-TXN-FILE
               OPEN I-O LEDGER-TXN-FILE
           END-IF
           IF WS-LTX-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open ledger transaction file (status "
                   WS-LTX-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LDG-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open ledger file (status "
                   WS-LDG-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               CLOSE LEDGER-TXN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LDG-REC-USER
           MOVE FUNCTION TRIM(WS-LDG-USER) TO LDG-REC-USER
           READ LEDGER-FILE
               KEY IS LDG-REC-USER
               INVALID KEY
                   SET LDG-NOT-FOUND TO TRUE
                   MOVE SPACES TO LDG-REC
                   MOVE FUNCTION TRIM(WS-LDG-USER) TO LDG-REC-USER
                   MOVE 0 TO LDG-REC-BALANCE LDG-REC-PURCHASED
                             LDG-REC-CHARGED LDG-REC-LAST-SEQ
               NOT INVALID KEY
                   SET LDG-FOUND TO TRUE
           END-READ
           COMPUTE WS-LDG-BALANCE = LDG-REC-BALANCE + WS-LTX-CREDITS
           IF WS-LDG-BALANCE < 0
               MOVE 0 TO WS-LDG-BALANCE
           END-IF
           MOVE WS-LDG-BALANCE TO LDG-REC-BALANCE
           EVALUATE WS-LTX-TYPE
               WHEN "P"
                   ADD WS-LTX-CREDITS TO LDG-REC-PURCHASED
               WHEN "J"
                   SUBTRACT WS-LTX-CREDITS FROM LDG-REC-CHARGED
           END-EVALUATE
           ADD 1 TO LDG-REC-LAST-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO LDG-REC-STAMP

           *> The transaction row goes first: if the balance record then
           *> cannot be written the row is taken back out, leaving the
           *> ledger exactly as it was.
           MOVE SPACES TO LTX-REC
           MOVE LDG-REC-USER                TO LTX-REC-USER
           MOVE LDG-REC-LAST-SEQ            TO LTX-REC-SEQ
           MOVE WS-LTX-TYPE                 TO LTX-REC-TYPE
           MOVE WS-LTX-CREDITS              TO LTX-REC-CREDITS
           MOVE WS-LTX-AMOUNT               TO LTX-REC-AMOUNT
           MOVE WS-LTX-JOB-ID               TO LTX-REC-JOB-ID
           MOVE LDG-REC-BALANCE             TO LTX-REC-BALANCE
           MOVE WS-LTX-NOTE                 TO LTX-REC-NOTE
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO LTX-REC-BY
           MOVE LDG-REC-STAMP               TO LTX-REC-STAMP
           WRITE LTX-REC
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING
                       "Error: cannot write ledger transaction (status "
                       WS-LTX-STATUS ")."
                       INTO WS-MSG
                   END-STRING
                   PERFORM DISPLAY-AND-LOG
                   CLOSE LEDGER-FILE
                   CLOSE LEDGER-TXN-FILE
                   EXIT PARAGRAPH
           END-WRITE

           SET LDG-POSTED TO TRUE
           IF LDG-FOUND
               REWRITE LDG-REC
                   INVALID KEY
                       SET LDG-NOT-POSTED TO TRUE
               END-REWRITE
               MOVE "REWRITE" TO WS-JNL-ACTION
           ELSE
               WRITE LDG-REC
                   INVALID KEY
                       SET LDG-NOT-POSTED TO TRUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
           END-IF
           IF LDG-NOT-POSTED
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot update ledger balance (status "
                   WS-LDG-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               DELETE LEDGER-TXN-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE LEDGER-FILE
               CLOSE LEDGER-TXN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-LDG-REC
           MOVE "WRITE" TO WS-JNL-ACTION
           PERFORM JOURNAL-LTX-REC
           CLOSE LEDGER-TXN-FILE
           CLOSE LEDGER-FILE
           EXIT.

      *> Administrator entry of credit purchases (with the amount
      *> billed, for the month-end statements) and manual adjustments
      *> against one employer's ledger. The employer is named by the
      *> company contact username, the key of COMPANIES-FILE.
       ADMIN-POSTING-CREDITS.
           MOVE MSG-CRD-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-CRD-USER-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-SEL-COMP-USER
           PERFORM LOAD-COMPANY-BY-USER
           IF SEL-COMP-NOT-FOUND
               MOVE MSG-CRD-NO-COMPANY TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SEL-COMP-USER) TO WS-LDG-USER

           PERFORM UNTIL WS-CRD-CHOICE = '3' OR EOF-IN
               MOVE "Posting Credits" TO WS-CURRENT-MENU
               PERFORM LOAD-LEDGER-BALANCE
               MOVE WS-LDG-BALANCE TO WS-CRD-BAL-DISP
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-SEL-COMP-NAME) DELIMITED BY SIZE
                      " -- "                          DELIMITED BY SIZE
                      MSG-CRD-BALANCE-PFX             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRD-BAL-DISP)  DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               MOVE MSG-CRD-OPT-PURCHASE TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-CRD-OPT-ADJUST   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-CRD-OPT-BACK     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE     TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-CRD-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-CRD-CHOICE
                   WHEN '1'
                       PERFORM RECORD-CREDIT-PURCHASE
                   WHEN '2'
                       PERFORM RECORD-CREDIT-ADJUSTMENT
                   WHEN '3'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-CRD-CHOICE
           EXIT.

       RECORD-CREDIT-PURCHASE.
           MOVE MSG-CRD-QTY-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LINE)) NOT = 0
               MOVE MSG-CRD-QTY-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LINE)) TO WS-CRD-NUM
           IF WS-CRD-NUM < 1 OR WS-CRD-NUM > 9999
              OR WS-CRD-NUM NOT = FUNCTION INTEGER-PART(WS-CRD-NUM)
               MOVE MSG-CRD-QTY-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRD-NUM TO WS-LTX-CREDITS

           MOVE MSG-CRD-AMOUNT-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LINE)) NOT = 0
               MOVE MSG-CRD-AMOUNT-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CRD-NUM ROUNDED
               = FUNCTION NUMVAL(FUNCTION TRIM(WS-LINE))
           END-COMPUTE
           IF WS-CRD-NUM < 0 OR WS-CRD-NUM > 9999999.99
               MOVE MSG-CRD-AMOUNT-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRD-NUM TO WS-LTX-AMOUNT

           MOVE MSG-CRD-REF-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-LTX-NOTE

           MOVE "P" TO WS-LTX-TYPE
           MOVE 0   TO WS-LTX-JOB-ID
           PERFORM POST-LEDGER-TXN
           IF LDG-POSTED
               MOVE MSG-CRD-RECORDED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

      *> A correction either way (a refund for a withdrawn posting, a
      *> goodwill credit, a purchase keyed twice). The reason is
      *> required and shows on the statement; the balance may not go
      *> below zero.
       RECORD-CREDIT-ADJUSTMENT.
           MOVE MSG-CRD-ADJ-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LINE)) NOT = 0
               MOVE MSG-CRD-ADJ-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LINE)) TO WS-CRD-NUM
           IF WS-CRD-NUM = 0 OR WS-CRD-NUM < -9999 OR WS-CRD-NUM > 9999
              OR WS-CRD-NUM NOT = FUNCTION INTEGER-PART(WS-CRD-NUM)
               MOVE MSG-CRD-ADJ-INVALID TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRD-NUM TO WS-LTX-CREDITS
           PERFORM LOAD-LEDGER-BALANCE
           IF WS-LDG-BALANCE + WS-LTX-CREDITS < 0
               MOVE MSG-CRD-ADJ-NEGATIVE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LTX-NOTE
           PERFORM UNTIL WS-LTX-NOTE NOT = SPACES
               MOVE MSG-CRD-REASON-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-LINE) TO WS-LTX-NOTE
               IF WS-LTX-NOTE = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           MOVE "A" TO WS-LTX-TYPE
           MOVE 0   TO WS-LTX-AMOUNT WS-LTX-JOB-ID
           PERFORM POST-LEDGER-TXN
           IF LDG-POSTED
               MOVE MSG-CRD-RECORDED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       *> ===============================================================
       *> STUDENT ORGANIZATIONS
       *> ===============================================================
       ORGS-SECTION.
       ORGS-MENU.
           PERFORM UNTIL WS-ORGS-CHOICE = '4' OR EOF-IN
               MOVE "Organizations" TO WS-CURRENT-MENU
               MOVE MSG-ORGS-HEADER     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORGS-OPT-CREATE TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORGS-OPT-BROWSE TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORGS-OPT-MINE   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORGS-OPT-BACK   TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE    TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-ORGS-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-ORGS-CHOICE
                   WHEN '1'
                       IF CURRENT-ROLE-STUDENT
                           PERFORM CREATE-ORGANIZATION
                       ELSE
                           MOVE MSG-ORG-STUDENT-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '2'
                       PERFORM BROWSE-ORGS
                   WHEN '3'
                       PERFORM VIEW-MY-ORGS
                   WHEN '4'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-ORGS-CHOICE
           EXIT.

      *> Finds the organization and group-post id high-water marks,
      *> the way INIT-EVENTS-STORE does for events.
       INIT-ORGS-STORE.
           MOVE 0 TO WS-ORGS-HIGHEST-ID
           OPEN INPUT ORGS-FILE
           IF WS-ORG-STATUS = "00"
               SET NOT-EOF-ORG TO TRUE
               PERFORM UNTIL EOF-ORG
                   READ ORGS-FILE NEXT RECORD
                       AT END SET EOF-ORG TO TRUE
                       NOT AT END
                           IF ORG-REC-ID > WS-ORGS-HIGHEST-ID
                               MOVE ORG-REC-ID TO WS-ORGS-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGS-FILE
               SET NOT-EOF-ORG TO TRUE
           END-IF

           MOVE 0 TO WS-ORGPOSTS-HIGHEST-ID
           OPEN INPUT ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "00"
               SET NOT-EOF-ORGPOST TO TRUE
               PERFORM UNTIL EOF-ORGPOST
                   READ ORG-POSTS-FILE NEXT RECORD
                       AT END SET EOF-ORGPOST TO TRUE
                       NOT AT END
                           IF ORGPOST-REC-ID > WS-ORGPOSTS-HIGHEST-ID
                               MOVE ORGPOST-REC-ID
                                   TO WS-ORGPOSTS-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-POSTS-FILE
               SET NOT-EOF-ORGPOST TO TRUE
           END-IF
           EXIT.

      *> A new organization and its creator's roster entry, written
      *> as an Active officer so the group page is usable at once.
       CREATE-ORGANIZATION.
           MOVE SPACES TO WS-NEW-ORG-NAME
           PERFORM UNTIL FUNCTION TRIM(WS-NEW-ORG-NAME) NOT = SPACES
               MOVE MSG-ORG-ENTER-NAME TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-NEW-ORG-NAME
               IF EOF-IN EXIT PARAGRAPH END-IF
               IF FUNCTION TRIM(WS-NEW-ORG-NAME) = SPACES
                   MOVE MSG-REQUIRED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM

           PERFORM CHECK-ORG-NAME-TAKEN
           IF MATCH-FOUND
               MOVE MSG-ORG-NAME-TAKEN TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-ORG-ENTER-DESC TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN EXIT PARAGRAPH END-IF
           MOVE WS-LINE TO WS-NEW-ORG-DESC

           ADD 1 TO WS-ORGS-HIGHEST-ID
           IF DRY-RUN
               MOVE MSG-ORG-CREATED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           OPEN I-O ORGS-FILE
           IF WS-ORG-STATUS = "35"
               OPEN OUTPUT ORGS-FILE
               CLOSE ORGS-FILE
               OPEN I-O ORGS-FILE
           END-IF
           IF WS-ORG-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open organizations file (status "
                   WS-ORG-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORG-REC
           MOVE WS-ORGS-HIGHEST-ID TO ORG-REC-ID
           MOVE FUNCTION TRIM(WS-NEW-ORG-NAME) TO ORG-REC-NAME
           MOVE FUNCTION TRIM(WS-NEW-ORG-DESC) TO ORG-REC-DESC
           MOVE WS-CURRENT-USERNAME TO ORG-REC-CREATOR
           MOVE WS-TIMESTAMP-14     TO ORG-REC-CREATED
           WRITE ORG-REC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "WRITE" TO WS-JNL-ACTION
           PERFORM JOURNAL-ORG-REC
           CLOSE ORGS-FILE

           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "35"
               OPEN OUTPUT ORG-MEMBERS-FILE
               CLOSE ORG-MEMBERS-FILE
               OPEN I-O ORG-MEMBERS-FILE
           END-IF
           IF WS-ORGMEM-STATUS = "00"
               MOVE SPACES TO ORGMEM-REC
               MOVE WS-ORGS-HIGHEST-ID TO ORGMEM-REC-ORG-ID
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO ORGMEM-REC-USER
               MOVE "O"             TO ORGMEM-REC-ROLE
               MOVE "Active"        TO ORGMEM-REC-STATUS
               MOVE WS-TIMESTAMP-14 TO ORGMEM-REC-STAMP
               WRITE ORGMEM-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-ORGMEM-REC
               CLOSE ORG-MEMBERS-FILE
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open membership file (status "
                   WS-ORGMEM-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-ORG-CREATED TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Organization names are unique regardless of case, so two
      *> rosters never show up under what looks like the same name.
       CHECK-ORG-NAME-TAKEN.
           SET MATCH-NOT-FOUND TO TRUE
           OPEN INPUT ORGS-FILE
           IF WS-ORG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ORG TO TRUE
           PERFORM UNTIL EOF-ORG OR MATCH-FOUND
               READ ORGS-FILE NEXT RECORD
                   AT END SET EOF-ORG TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(ORG-REC-NAME))
                          = FUNCTION UPPER-CASE(
                                FUNCTION TRIM(WS-NEW-ORG-NAME))
                           SET MATCH-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORGS-FILE
           SET NOT-EOF-ORG TO TRUE
           EXIT.

      *> Numbered list of every organization on file, picked from by
      *> number the way BROWSE-EVENTS picks events.
       BROWSE-ORGS.
           PERFORM UNTIL EOF-IN
               MOVE MSG-ORG-LIST-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE 0 TO WS-ORG-PAGE-COUNT
               MOVE SPACES TO WS-ORG-LINE-TAG
               OPEN INPUT ORGS-FILE
               IF WS-ORG-STATUS = "00"
                   SET NOT-EOF-ORG TO TRUE
                   PERFORM UNTIL EOF-ORG
                       READ ORGS-FILE NEXT RECORD
                           AT END SET EOF-ORG TO TRUE
                           NOT AT END
                               IF WS-ORG-PAGE-COUNT < WS-ORG-PAGE-MAX
                                   ADD 1 TO WS-ORG-PAGE-COUNT
                                   MOVE ORG-REC-ID TO WS-ORG-PAGE-ID(
                                       WS-ORG-PAGE-COUNT)
                                   PERFORM DISPLAY-ONE-ORG-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORGS-FILE
                   SET NOT-EOF-ORG TO TRUE
               END-IF

               IF WS-ORG-PAGE-COUNT = 0
                   MOVE MSG-ORG-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PERFORM
               END-IF
               IF WS-ORG-PAGE-COUNT >= WS-ORG-PAGE-MAX
                   MOVE MSG-LIST-TRUNCATED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF

               MOVE MSG-ORG-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
               IF WS-SEL-NUM = 0
                   EXIT PERFORM
               ELSE
                   IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-ORG-PAGE-COUNT
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   ELSE
                       MOVE WS-ORG-PAGE-ID(WS-SEL-NUM) TO WS-SEL-ORG-ID
                       PERFORM OPEN-ORG-PAGE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> The organizations the user belongs to or has asked to join,
      *> marked (Officer) or (Pending) where that applies.
       VIEW-MY-ORGS.
           PERFORM UNTIL EOF-IN
               MOVE MSG-ORG-MY-LIST-HEADER TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               MOVE 0 TO WS-ORG-PAGE-COUNT
               OPEN INPUT ORG-MEMBERS-FILE
               IF WS-ORGMEM-STATUS = "00"
                   OPEN INPUT ORGS-FILE
                   IF WS-ORG-STATUS = "00"
                       SET NOT-EOF-ORGMEM TO TRUE
                       PERFORM UNTIL EOF-ORGMEM
                           READ ORG-MEMBERS-FILE NEXT RECORD
                               AT END SET EOF-ORGMEM TO TRUE
                               NOT AT END
                                   IF FUNCTION TRIM(ORGMEM-REC-USER)
                                      = FUNCTION TRIM(WS-CURRENT-USERNAME)
                                      AND WS-ORG-PAGE-COUNT
                                          < WS-ORG-PAGE-MAX
                                       PERFORM LIST-ONE-MY-ORG
                                   END-IF
                           END-READ
                       END-PERFORM
                       SET NOT-EOF-ORGMEM TO TRUE
                       CLOSE ORGS-FILE
                   END-IF
                   CLOSE ORG-MEMBERS-FILE
               END-IF

               IF WS-ORG-PAGE-COUNT = 0
                   MOVE MSG-ORG-MY-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PERFORM
               END-IF
               IF WS-ORG-PAGE-COUNT >= WS-ORG-PAGE-MAX
                   MOVE MSG-LIST-TRUNCATED TO WS-MSG PERFORM DISPLAY-AND-LOG
               END-IF

               MOVE MSG-ORG-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
               IF WS-SEL-NUM = 0
                   EXIT PERFORM
               ELSE
                   IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-ORG-PAGE-COUNT
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   ELSE
                       MOVE WS-ORG-PAGE-ID(WS-SEL-NUM) TO WS-SEL-ORG-ID
                       PERFORM OPEN-ORG-PAGE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> One roster row of the user's, just read: looks up the
      *> organization's name and lists it with the user's standing.
       LIST-ONE-MY-ORG.
           MOVE ORGMEM-REC-ORG-ID TO ORG-REC-ID
           READ ORGS-FILE
               KEY IS ORG-REC-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-ORG-PAGE-COUNT
           MOVE ORG-REC-ID TO WS-ORG-PAGE-ID(WS-ORG-PAGE-COUNT)
           EVALUATE TRUE
               WHEN ORGMEM-REC-STATUS = "Pending"
                   MOVE "(Pending)" TO WS-ORG-LINE-TAG
               WHEN ORGMEM-REC-ROLE = "O"
                   MOVE "(Officer)" TO WS-ORG-LINE-TAG
               WHEN OTHER
                   MOVE SPACES TO WS-ORG-LINE-TAG
           END-EVALUATE
           PERFORM DISPLAY-ONE-ORG-LINE
           EXIT.

      *> One line of a numbered organization list, built from the
      *> ORG-REC just read and the tag in WS-ORG-LINE-TAG.
       DISPLAY-ONE-ORG-LINE.
           MOVE WS-ORG-PAGE-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               FUNCTION TRIM(WS-IDX-DISPLAY)       DELIMITED BY SIZE
               ". "                                DELIMITED BY SIZE
               FUNCTION TRIM(ORG-REC-NAME)         DELIMITED BY SIZE
               " "                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORG-LINE-TAG)      DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Keyed fetch of one organization into the selected fields.
       LOAD-ORG-BY-ID.
           SET SEL-ORG-NOT-FOUND TO TRUE
           OPEN INPUT ORGS-FILE
           IF WS-ORG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-ORG-ID TO ORG-REC-ID
           READ ORGS-FILE
               KEY IS ORG-REC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ORG-REC-NAME    TO WS-SEL-ORG-NAME
                   MOVE ORG-REC-DESC    TO WS-SEL-ORG-DESC
                   MOVE ORG-REC-CREATOR TO WS-SEL-ORG-CREATOR
                   SET SEL-ORG-FOUND TO TRUE
           END-READ
           CLOSE ORGS-FILE
           EXIT.

      *> The logged-in user's roster entry in the selected
      *> organization; role and status are left blank when there is
      *> none.
       LOAD-MY-ORG-MEMBERSHIP.
           MOVE SPACE  TO WS-ORG-MY-ROLE
           MOVE SPACES TO WS-ORG-MY-STATUS
           OPEN INPUT ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORGMEM-REC-KEY
           MOVE WS-SEL-ORG-ID TO ORGMEM-REC-ORG-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO ORGMEM-REC-USER
           READ ORG-MEMBERS-FILE
               KEY IS ORGMEM-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ORGMEM-REC-ROLE   TO WS-ORG-MY-ROLE
                   MOVE ORGMEM-REC-STATUS TO WS-ORG-MY-STATUS
           END-READ
           CLOSE ORG-MEMBERS-FILE
           EXIT.

      *> Active members get the group page; everyone else sees the
      *> organization's summary and may ask to join.
       OPEN-ORG-PAGE.
           PERFORM LOAD-ORG-BY-ID
           IF SEL-ORG-NOT-FOUND
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MY-ORG-MEMBERSHIP
           IF ORG-MY-STATUS-ACTIVE
               PERFORM ORG-GROUP-PAGE
           ELSE
               PERFORM ORG-JOIN-PAGE
           END-IF
           EXIT.

      *> Name, description, officers and the active member count of
      *> the selected organization.
       DISPLAY-ORG-SUMMARY.
           MOVE SPACES TO WS-MSG
           STRING
               "--- "                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEL-ORG-NAME)   DELIMITED BY SIZE
               " ---"                           DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG

           IF FUNCTION TRIM(WS-SEL-ORG-DESC) NOT = SPACES
               MOVE SPACES TO WS-MSG
               STRING "About: " FUNCTION TRIM(WS-SEL-ORG-DESC)
                   INTO WS-MSG END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF

           SET ORG-COLLECT-OFFICERS TO TRUE
           PERFORM COLLECT-ORG-USERS
           MOVE SPACES TO WS-MSG
           MOVE 1 TO WS-ORG-PTR
           STRING "Officers: " DELIMITED BY SIZE
               INTO WS-MSG WITH POINTER WS-ORG-PTR
           END-STRING
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USER-COUNT
               IF WS-ORG-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-MSG WITH POINTER WS-ORG-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-ORG-USER(WS-ORG-IDX))
                   DELIMITED BY SIZE
                   INTO WS-MSG WITH POINTER WS-ORG-PTR
               END-STRING
           END-PERFORM
           PERFORM DISPLAY-AND-LOG

           PERFORM COUNT-ORG-MEMBERS
           MOVE WS-ORG-MEMBER-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               "Members: "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-IDX-DISPLAY)    DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Active members and, of those, officers in the selected
      *> organization.
       COUNT-ORG-MEMBERS.
           MOVE 0 TO WS-ORG-MEMBER-COUNT
           MOVE 0 TO WS-ORG-OFFICER-COUNT
           OPEN INPUT ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ORGMEM TO TRUE
           PERFORM UNTIL EOF-ORGMEM
               READ ORG-MEMBERS-FILE NEXT RECORD
                   AT END SET EOF-ORGMEM TO TRUE
                   NOT AT END
                       IF ORGMEM-REC-ORG-ID = WS-SEL-ORG-ID
                          AND ORGMEM-REC-STATUS = "Active"
                           ADD 1 TO WS-ORG-MEMBER-COUNT
                           IF ORGMEM-REC-ROLE = "O"
                               ADD 1 TO WS-ORG-OFFICER-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MEMBERS-FILE
           SET NOT-EOF-ORGMEM TO TRUE
           EXIT.

      *> Gathers usernames from the selected organization's roster
      *> into WS-ORG-USER, by WS-ORG-COLLECT-MODE: active officers,
      *> active members who are not officers, pending requests (less
      *> any from users the logged-in officer has blocked), or every
      *> active member but the logged-in user.
       COLLECT-ORG-USERS.
           MOVE 0 TO WS-ORG-USER-COUNT
           OPEN INPUT ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ORGMEM TO TRUE
           PERFORM UNTIL EOF-ORGMEM
               READ ORG-MEMBERS-FILE NEXT RECORD
                   AT END SET EOF-ORGMEM TO TRUE
                   NOT AT END
                       IF ORGMEM-REC-ORG-ID = WS-SEL-ORG-ID
                          AND WS-ORG-USER-COUNT < WS-ORG-USER-MAX
                           PERFORM COLLECT-ONE-ORG-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MEMBERS-FILE
           SET NOT-EOF-ORGMEM TO TRUE
           EXIT.

       COLLECT-ONE-ORG-USER.
           SET MATCH-NOT-FOUND TO TRUE
           EVALUATE TRUE
               WHEN ORG-COLLECT-OFFICERS
                   IF ORGMEM-REC-STATUS = "Active"
                      AND ORGMEM-REC-ROLE = "O"
                       SET MATCH-FOUND TO TRUE
                   END-IF
               WHEN ORG-COLLECT-MEMBERS
                   IF ORGMEM-REC-STATUS = "Active"
                      AND ORGMEM-REC-ROLE = "M"
                       SET MATCH-FOUND TO TRUE
                   END-IF
               WHEN ORG-COLLECT-PENDING
                   IF ORGMEM-REC-STATUS = "Pending"
                       MOVE WS-CURRENT-USERNAME TO WS-BLK-OWNER
                       MOVE ORGMEM-REC-USER     TO WS-BLK-TARGET
                       PERFORM CHECK-BLOCK-ON-FILE
                       IF NO-BLOCK-ON-FILE
                           SET MATCH-FOUND TO TRUE
                       END-IF
                   END-IF
               WHEN ORG-COLLECT-ALL-ACTIVE
                   IF ORGMEM-REC-STATUS = "Active"
                      AND FUNCTION TRIM(ORGMEM-REC-USER)
                          NOT = FUNCTION TRIM(WS-CURRENT-USERNAME)
                       SET MATCH-FOUND TO TRUE
                   END-IF
           END-EVALUATE
           IF MATCH-FOUND
               ADD 1 TO WS-ORG-USER-COUNT
               MOVE ORGMEM-REC-USER TO WS-ORG-USER(WS-ORG-USER-COUNT)
           END-IF
           EXIT.

      *> Numbered list of the usernames COLLECT-ORG-USERS gathered.
       DISPLAY-ORG-USER-LIST.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USER-COUNT
               MOVE WS-ORG-IDX TO WS-IDX-DISPLAY
               MOVE SPACES TO WS-MSG
               STRING
                   FUNCTION TRIM(WS-IDX-DISPLAY)          DELIMITED BY SIZE
                   ". "                                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORG-USER(WS-ORG-IDX)) DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-PERFORM
           EXIT.

       ORG-JOIN-PAGE.
           MOVE "Organization" TO WS-CURRENT-MENU
           PERFORM DISPLAY-ORG-SUMMARY
           IF ORG-MY-STATUS-PENDING
               MOVE MSG-ORG-JOIN-PENDING TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-ORG-OPT-JOIN      TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ORG-OPT-JOIN-BACK TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE      TO WS-MSG PERFORM DISPLAY-AND-LOG

           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE
               WHEN '1'
                   IF CURRENT-ROLE-STUDENT
                       PERFORM REQUEST-TO-JOIN-ORG
                   ELSE
                       MOVE MSG-ORG-STUDENT-ONLY TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   END-IF
               WHEN '2'  CONTINUE
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-EVALUATE
           EXIT.

      *> A Pending roster entry for the logged-in user, announced to
      *> every officer. Silent refusal, as for connection requests:
      *> if any officer has blocked the requester, or the requester
      *> has blocked an officer, the request looks sent but nothing is
      *> recorded and no officer ever sees it.
       REQUEST-TO-JOIN-ORG.
           IF ORG-MY-STATUS-ACTIVE
               MOVE MSG-ORG-ALREADY-MEMBER TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF ORG-MY-STATUS-PENDING
               MOVE MSG-ORG-JOIN-DUP TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           SET ORG-COLLECT-OFFICERS TO TRUE
           PERFORM COLLECT-ORG-USERS
           SET NO-BLOCK-ON-FILE TO TRUE
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USER-COUNT OR BLOCK-ON-FILE
               MOVE WS-ORG-USER(WS-ORG-IDX) TO WS-BLK-OWNER
               MOVE WS-CURRENT-USERNAME     TO WS-BLK-TARGET
               PERFORM CHECK-BLOCK-ON-FILE
               IF NO-BLOCK-ON-FILE
                   MOVE WS-CURRENT-USERNAME     TO WS-BLK-OWNER
                   MOVE WS-ORG-USER(WS-ORG-IDX) TO WS-BLK-TARGET
                   PERFORM CHECK-BLOCK-ON-FILE
               END-IF
           END-PERFORM
           IF BLOCK-ON-FILE
               MOVE MSG-ORG-JOIN-SENT TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "35" AND DRY-RUN
               MOVE MSG-ORG-JOIN-SENT TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-ORGMEM-STATUS = "35"
               OPEN OUTPUT ORG-MEMBERS-FILE
               CLOSE ORG-MEMBERS-FILE
               OPEN I-O ORG-MEMBERS-FILE
           END-IF
           IF WS-ORGMEM-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open membership file (status "
                   WS-ORGMEM-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO ORGMEM-REC
           MOVE WS-SEL-ORG-ID TO ORGMEM-REC-ORG-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO ORGMEM-REC-USER
           MOVE "M"             TO ORGMEM-REC-ROLE
           MOVE "Pending"       TO ORGMEM-REC-STATUS
           MOVE WS-TIMESTAMP-14 TO ORGMEM-REC-STAMP
           IF LIVE-RUN
               WRITE ORGMEM-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-ORGMEM-REC
           END-IF
           CLOSE ORG-MEMBERS-FILE

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USER-COUNT
               MOVE WS-ORG-USER(WS-ORG-IDX) TO WS-NTF-USER-IN
               MOVE "ORGREQ" TO WS-NTF-KIND-IN
               MOVE SPACES TO WS-NTF-TEXT-IN
               STRING
                   FUNCTION TRIM(WS-CURRENT-USERNAME) DELIMITED BY SIZE
                   " asked to join "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEL-ORG-NAME)     DELIMITED BY SIZE
                   "."                                DELIMITED BY SIZE
                   INTO WS-NTF-TEXT-IN
               END-STRING
               PERFORM QUEUE-NOTIFICATION
           END-PERFORM

           MOVE "Pending" TO WS-ORG-MY-STATUS
           MOVE MSG-ORG-JOIN-SENT TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> The members' view: summary, posted updates, and the actions
      *> (officer actions are refused to plain members). Leaving ends
      *> the page, since the user is no longer a member.
       ORG-GROUP-PAGE.
           MOVE SPACES TO WS-ORG-PAGE-CHOICE
           PERFORM UNTIL WS-ORG-PAGE-CHOICE = '6' OR EOF-IN
                   OR NOT ORG-MY-STATUS-ACTIVE
               MOVE "Organization" TO WS-CURRENT-MENU
               PERFORM DISPLAY-ORG-SUMMARY
               PERFORM DISPLAY-ORG-POSTS
               MOVE MSG-ORG-OPT-POST     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORG-OPT-MESSAGE  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORG-OPT-REQUESTS TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORG-OPT-OFFICER  TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORG-OPT-LEAVE    TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ORG-OPT-BACK     TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE     TO WS-MSG PERFORM DISPLAY-AND-LOG

               PERFORM READ-NEXT-LINE
               MOVE WS-LINE TO WS-ORG-PAGE-CHOICE
               IF EOF-IN
                   EXIT PERFORM
               END-IF

               EVALUATE WS-ORG-PAGE-CHOICE
                   WHEN '1'
                       IF ORG-MY-ROLE-OFFICER
                           PERFORM POST-ORG-UPDATE
                       ELSE
                           MOVE MSG-ORG-OFFICER-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '2'
                       IF ORG-MY-ROLE-OFFICER
                           PERFORM MESSAGE-ALL-ORG-MEMBERS
                       ELSE
                           MOVE MSG-ORG-OFFICER-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '3'
                       IF ORG-MY-ROLE-OFFICER
                           PERFORM REVIEW-ORG-JOIN-REQUESTS
                       ELSE
                           MOVE MSG-ORG-OFFICER-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '4'
                       IF ORG-MY-ROLE-OFFICER
                           PERFORM MAKE-ORG-OFFICER
                       ELSE
                           MOVE MSG-ORG-OFFICER-ONLY TO WS-MSG
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   WHEN '5'
                       PERFORM LEAVE-ORGANIZATION
                   WHEN '6'
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-ORG-PAGE-CHOICE
           EXIT.

      *> Every update posted to the selected organization, oldest
      *> first (key order is posting order).
       DISPLAY-ORG-POSTS.
           MOVE MSG-ORG-POSTS-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE 0 TO WS-TMP-COUNT
           OPEN INPUT ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "00"
               SET NOT-EOF-ORGPOST TO TRUE
               PERFORM UNTIL EOF-ORGPOST
                   READ ORG-POSTS-FILE NEXT RECORD
                       AT END SET EOF-ORGPOST TO TRUE
                       NOT AT END
                           IF ORGPOST-REC-ORG-ID = WS-SEL-ORG-ID
                               ADD 1 TO WS-TMP-COUNT
                               MOVE ORGPOST-REC-STAMP TO WS-TS-RAW
                               PERFORM FORMAT-TIMESTAMP
                               MOVE SPACES TO WS-MSG
                               STRING
                                   "["                      DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-FORMATTED-TS)
                                                            DELIMITED BY SIZE
                                   "] "                     DELIMITED BY SIZE
                                   FUNCTION TRIM(ORGPOST-REC-AUTHOR)
                                                            DELIMITED BY SIZE
                                   ": "                     DELIMITED BY SIZE
                                   FUNCTION TRIM(ORGPOST-REC-TEXT)
                                                            DELIMITED BY SIZE
                                   INTO WS-MSG
                               END-STRING
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-POSTS-FILE
               SET NOT-EOF-ORGPOST TO TRUE
           END-IF
           IF WS-TMP-COUNT = 0
               MOVE MSG-ORG-POSTS-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       POST-ORG-UPDATE.
           MOVE MSG-ORG-ENTER-POST TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN EXIT PARAGRAPH END-IF
           MOVE WS-LINE TO WS-ORG-POST-TEXT
           IF FUNCTION TRIM(WS-ORG-POST-TEXT) = SPACES
               MOVE MSG-ORG-POST-EMPTY TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ORG-POST-TEXT))
               TO WS-CONTENT-LENGTH
           IF WS-CONTENT-LENGTH > 200
               MOVE MSG-ORG-POST-LONG TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ORGPOSTS-HIGHEST-ID
           IF DRY-RUN
               MOVE MSG-ORG-POSTED TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "35"
               OPEN OUTPUT ORG-POSTS-FILE
               CLOSE ORG-POSTS-FILE
               OPEN I-O ORG-POSTS-FILE
           END-IF
           IF WS-ORGPOST-STATUS = "00"
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE SPACES TO ORGPOST-REC
               MOVE WS-ORGPOSTS-HIGHEST-ID TO ORGPOST-REC-ID
               MOVE WS-SEL-ORG-ID          TO ORGPOST-REC-ORG-ID
               MOVE WS-CURRENT-USERNAME    TO ORGPOST-REC-AUTHOR
               MOVE FUNCTION TRIM(WS-ORG-POST-TEXT) TO ORGPOST-REC-TEXT
               MOVE WS-TIMESTAMP-14        TO ORGPOST-REC-STAMP
               WRITE ORGPOST-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "WRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-ORGPOST-REC
               CLOSE ORG-POSTS-FILE
               MOVE MSG-ORG-POSTED TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open group posts file (status "
                   WS-ORGPOST-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

      *> One ordinary message to each other active member, through
      *> the same SAVE-MESSAGE-REC path SEND-MESSAGE uses (members
      *> need not be connections). A member who has blocked the
      *> officer is skipped silently and still counted, as
      *> SEND-MESSAGE does for a single receiver.
       MESSAGE-ALL-ORG-MEMBERS.
           SET ORG-COLLECT-ALL-ACTIVE TO TRUE
           PERFORM COLLECT-ORG-USERS
           IF WS-ORG-USER-COUNT = 0
               MOVE MSG-ORG-NO-OTHER-MEMBERS TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-ORG-ENTER-MESSAGE TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN EXIT PARAGRAPH END-IF
           MOVE WS-LINE TO WS-CONTENT
           IF FUNCTION TRIM(WS-CONTENT) = SPACES
               MOVE "Message cannot be empty. Please try again." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONTENT))
               TO WS-CONTENT-LENGTH
           IF WS-CONTENT-LENGTH > 200
               MOVE "Message exceeds 200 characters. Please try again." TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ORG-SENT-COUNT
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USER-COUNT
               MOVE WS-ORG-USER(WS-ORG-IDX) TO WS-BLK-OWNER
               MOVE WS-CURRENT-USERNAME     TO WS-BLK-TARGET
               PERFORM CHECK-BLOCK-ON-FILE
               IF NO-BLOCK-ON-FILE
                   MOVE WS-ORG-USER(WS-ORG-IDX) TO WS-RECEIVER
                   PERFORM GET-CURRENT-TIMESTAMP
                   PERFORM SAVE-MESSAGE-REC
               END-IF
               ADD 1 TO WS-ORG-SENT-COUNT
           END-PERFORM

           MOVE WS-ORG-SENT-COUNT TO WS-IDX-DISPLAY
           MOVE SPACES TO WS-MSG
           STRING
               "Message sent to "               DELIMITED BY SIZE
               FUNCTION TRIM(WS-IDX-DISPLAY)    DELIMITED BY SIZE
               " member(s)."                    DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Pending requests, picked by number and approved or rejected
      *> one at a time until the officer goes back.
       REVIEW-ORG-JOIN-REQUESTS.
           PERFORM UNTIL EOF-IN
               SET ORG-COLLECT-PENDING TO TRUE
               PERFORM COLLECT-ORG-USERS
               IF WS-ORG-USER-COUNT = 0
                   MOVE MSG-ORG-NO-REQUESTS TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PERFORM
               END-IF
               MOVE MSG-ORG-REQ-LIST-HEADER TO WS-MSG
               PERFORM DISPLAY-AND-LOG
               PERFORM DISPLAY-ORG-USER-LIST

               MOVE MSG-ORG-REQ-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PERFORM
               IF WS-SEL-NUM = 0
                   EXIT PERFORM
               ELSE
                   IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-ORG-USER-COUNT
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                   ELSE
                       MOVE WS-ORG-USER(WS-SEL-NUM) TO WS-ORG-MEM-USER
                       PERFORM DECIDE-ORG-JOIN-REQUEST
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> Approving makes the roster entry Active and tells the
      *> requester; rejecting simply removes it.
       DECIDE-ORG-JOIN-REQUEST.
           MOVE MSG-ORG-REQ-OPT-APPROVE TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ORG-REQ-OPT-REJECT  TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE        TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE
               WHEN '1'  MOVE '1' TO WS-ORG-DECISION
               WHEN '2'  MOVE '2' TO WS-ORG-DECISION
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open membership file (status "
                   WS-ORGMEM-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORGMEM-REC-KEY
           MOVE WS-SEL-ORG-ID TO ORGMEM-REC-ORG-ID
           MOVE FUNCTION TRIM(WS-ORG-MEM-USER) TO ORGMEM-REC-USER
           READ ORG-MEMBERS-FILE
               KEY IS ORGMEM-REC-KEY
               INVALID KEY
                   CLOSE ORG-MEMBERS-FILE
                   MOVE MSG-INVALID-CHOICE TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-READ

           IF WS-ORG-DECISION = '1'
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE "Active"        TO ORGMEM-REC-STATUS
               MOVE WS-TIMESTAMP-14 TO ORGMEM-REC-STAMP
               IF LIVE-RUN
                   REWRITE ORGMEM-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "REWRITE" TO WS-JNL-ACTION
                   PERFORM JOURNAL-ORGMEM-REC
               END-IF
               CLOSE ORG-MEMBERS-FILE
               MOVE MSG-ORG-REQ-APPROVED TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE WS-ORG-MEM-USER TO WS-NTF-USER-IN
               MOVE "ORGREQ"        TO WS-NTF-KIND-IN
               MOVE SPACES TO WS-NTF-TEXT-IN
               STRING
                   "You are now a member of "      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEL-ORG-NAME)  DELIMITED BY SIZE
                   "."                             DELIMITED BY SIZE
                   INTO WS-NTF-TEXT-IN
               END-STRING
               PERFORM QUEUE-NOTIFICATION
           ELSE
               IF LIVE-RUN
                   MOVE "DELETE" TO WS-JNL-ACTION
                   PERFORM JOURNAL-ORGMEM-REC
                   DELETE ORG-MEMBERS-FILE RECORD
               END-IF
               CLOSE ORG-MEMBERS-FILE
               MOVE MSG-ORG-REQ-REJECTED TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

       MAKE-ORG-OFFICER.
           SET ORG-COLLECT-MEMBERS TO TRUE
           PERFORM COLLECT-ORG-USERS
           IF WS-ORG-USER-COUNT = 0
               MOVE MSG-ORG-NO-MEMBERS TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-ORG-MEM-LIST-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM DISPLAY-ORG-USER-LIST

           MOVE MSG-ORG-MEM-SELECT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SEL-NUM
           IF WS-SEL-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-ORG-USER-COUNT
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORG-USER(WS-SEL-NUM) TO WS-ORG-MEM-USER

           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open membership file (status "
                   WS-ORGMEM-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORGMEM-REC-KEY
           MOVE WS-SEL-ORG-ID TO ORGMEM-REC-ORG-ID
           MOVE FUNCTION TRIM(WS-ORG-MEM-USER) TO ORGMEM-REC-USER
           READ ORG-MEMBERS-FILE
               KEY IS ORGMEM-REC-KEY
               INVALID KEY
                   CLOSE ORG-MEMBERS-FILE
                   MOVE MSG-INVALID-CHOICE TO WS-MSG
                   PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-READ
           MOVE "O" TO ORGMEM-REC-ROLE
           IF LIVE-RUN
               REWRITE ORGMEM-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-ORGMEM-REC
           END-IF
           CLOSE ORG-MEMBERS-FILE
           MOVE MSG-ORG-NOW-OFFICER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> The last active member leaving closes the organization; the
      *> last officer may not leave while anyone else remains.
       LEAVE-ORGANIZATION.
           PERFORM COUNT-ORG-MEMBERS
           IF WS-ORG-MEMBER-COUNT <= 1
               PERFORM DISBAND-SELECTED-ORG
               MOVE SPACES TO WS-ORG-MY-STATUS
               MOVE MSG-ORG-DISBANDED TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF ORG-MY-ROLE-OFFICER AND WS-ORG-OFFICER-COUNT <= 1
               MOVE MSG-ORG-LAST-OFFICER TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "00"
               MOVE SPACES TO ORGMEM-REC-KEY
               MOVE WS-SEL-ORG-ID TO ORGMEM-REC-ORG-ID
               MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO ORGMEM-REC-USER
               READ ORG-MEMBERS-FILE
                   KEY IS ORGMEM-REC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIVE-RUN
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-ORGMEM-REC
                           DELETE ORG-MEMBERS-FILE RECORD
                       END-IF
               END-READ
               CLOSE ORG-MEMBERS-FILE
           END-IF
           MOVE SPACES TO WS-ORG-MY-STATUS
           MOVE MSG-ORG-LEFT TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> Removes the organization in WS-SEL-ORG-ID with its whole
      *> roster (pending requests included) and every update posted
      *> to it.
       DISBAND-SELECTED-ORG.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "00"
               SET NOT-EOF-ORGMEM TO TRUE
               PERFORM UNTIL EOF-ORGMEM
                   READ ORG-MEMBERS-FILE NEXT RECORD
                       AT END SET EOF-ORGMEM TO TRUE
                       NOT AT END
                           IF ORGMEM-REC-ORG-ID = WS-SEL-ORG-ID
                               MOVE "DELETE" TO WS-JNL-ACTION
                               PERFORM JOURNAL-ORGMEM-REC
                               DELETE ORG-MEMBERS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-MEMBERS-FILE
               SET NOT-EOF-ORGMEM TO TRUE
           END-IF

           OPEN I-O ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "00"
               SET NOT-EOF-ORGPOST TO TRUE
               PERFORM UNTIL EOF-ORGPOST
                   READ ORG-POSTS-FILE NEXT RECORD
                       AT END SET EOF-ORGPOST TO TRUE
                       NOT AT END
                           IF ORGPOST-REC-ORG-ID = WS-SEL-ORG-ID
                               MOVE "DELETE" TO WS-JNL-ACTION
                               PERFORM JOURNAL-ORGPOST-REC
                               DELETE ORG-POSTS-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-POSTS-FILE
               SET NOT-EOF-ORGPOST TO TRUE
           END-IF

           OPEN I-O ORGS-FILE
           IF WS-ORG-STATUS = "00"
               MOVE WS-SEL-ORG-ID TO ORG-REC-ID
               READ ORGS-FILE
                   KEY IS ORG-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DELETE" TO WS-JNL-ACTION
                       PERFORM JOURNAL-ORG-REC
                       DELETE ORGS-FILE RECORD
               END-READ
               CLOSE ORGS-FILE
           END-IF
           EXIT.

      *> The organizations WS-ORGS-VIEW-USER is an active member of,
      *> for the profile views.
       DISPLAY-ORGS-FOR-USER.
           MOVE 0 TO WS-TMP-COUNT
           MOVE MSG-ORG-PROFILE-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           OPEN INPUT ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "00"
               OPEN INPUT ORGS-FILE
               IF WS-ORG-STATUS = "00"
                   SET NOT-EOF-ORGMEM TO TRUE
                   PERFORM UNTIL EOF-ORGMEM
                       READ ORG-MEMBERS-FILE NEXT RECORD
                           AT END SET EOF-ORGMEM TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(ORGMEM-REC-USER)
                                  = FUNCTION TRIM(WS-ORGS-VIEW-USER)
                                  AND ORGMEM-REC-STATUS = "Active"
                                   PERFORM DISPLAY-ONE-PROFILE-ORG
                               END-IF
                       END-READ
                   END-PERFORM
                   SET NOT-EOF-ORGMEM TO TRUE
                   CLOSE ORGS-FILE
               END-IF
               CLOSE ORG-MEMBERS-FILE
           END-IF
           IF WS-TMP-COUNT = 0
               MOVE MSG-ORG-PROFILE-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

       DISPLAY-ONE-PROFILE-ORG.
           MOVE ORGMEM-REC-ORG-ID TO ORG-REC-ID
           READ ORGS-FILE
               KEY IS ORG-REC-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-TMP-COUNT
           MOVE SPACES TO WS-MSG
           IF ORGMEM-REC-ROLE = "O"
               STRING
                   FUNCTION TRIM(ORG-REC-NAME)  DELIMITED BY SIZE
                   " (Officer)"                 DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(ORG-REC-NAME) TO WS-MSG
           END-IF
           PERFORM DISPLAY-AND-LOG
           EXIT.

       *> ===============================================================
       *> RESUME EXPORT
       *> ===============================================================
       RESUME-SECTION.
      *> Assembles one cleanly formatted text resume for the user in
      *> WS-RESUME-USER out of the pieces already on file: the profile
      *> (name, university, major, graduation year, about), the
      *> serialized experience and education lists, and the skills
      *> store with its endorsement counts. Written under io/, named
      *> for its owner; the same document serves the student's own
      *> export and the employer-side pull for an applicant.
       EXPORT-RESUME-FOR-USER.
           MOVE 0 TO WS-RESUME-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PROFILES-COUNT OR WS-RESUME-IDX NOT = 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-I))
                  = FUNCTION TRIM(WS-RESUME-USER)
                   MOVE WS-I TO WS-RESUME-IDX
               END-IF
           END-PERFORM
           IF WS-RESUME-IDX = 0
               MOVE MSG-RESUME-NO-PROFILE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RESUME-NAME
           STRING
               "io/InCollege-Resume."               DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESUME-USER)        DELIMITED BY SIZE
               ".txt"                               DELIMITED BY SIZE
               INTO WS-RESUME-NAME
           END-STRING
           OPEN OUTPUT RESUME-FILE
           IF WS-RES-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot create resume file (status "
                   WS-RES-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESUME-IDX TO WS-I
           MOVE MSG-RESUME-RULE TO WS-MSG
           PERFORM WRITE-RESUME-LINE

           MOVE SPACES TO WS-MSG
           STRING
               FUNCTION TRIM(WS-PROF-FIRST(WS-I)) DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-LAST(WS-I))  DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM WRITE-RESUME-LINE

           MOVE SPACES TO WS-MSG
           STRING
               FUNCTION TRIM(WS-PROF-UNIV(WS-I))  DELIMITED BY SIZE
               " - "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-MAJOR(WS-I)) DELIMITED BY SIZE
               ", Class of "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-GYEAR(WS-I)) DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM WRITE-RESUME-LINE
           MOVE MSG-RESUME-RULE TO WS-MSG
           PERFORM WRITE-RESUME-LINE

           IF FUNCTION TRIM(WS-PROF-ABOUT(WS-I)) NOT = SPACES
               MOVE SPACES TO WS-MSG
               PERFORM WRITE-RESUME-LINE
               MOVE FUNCTION TRIM(WS-PROF-ABOUT(WS-I)) TO WS-MSG
               PERFORM WRITE-RESUME-LINE
           END-IF

           MOVE FUNCTION TRIM(WS-PROF-EXPERIENCES(WS-I)) TO WS-EXPS-STR
           MOVE FUNCTION TRIM(WS-PROF-EDUCATIONS(WS-I))  TO WS-EDUS-STR
           PERFORM WRITE-RESUME-EXPERIENCES
           PERFORM WRITE-RESUME-EDUCATION
           PERFORM WRITE-RESUME-SKILLS

           CLOSE RESUME-FILE

           MOVE SPACES TO WS-MSG
           STRING
               MSG-RESUME-WRITTEN-PFX             DELIMITED BY "  "
               " "                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESUME-NAME)      DELIMITED BY SIZE
               INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> One line of the resume document, taken from WS-MSG the way
      *> DISPLAY-AND-LOG takes its screen lines.
       WRITE-RESUME-LINE.
           MOVE SPACES TO RESUME-REC
           MOVE FUNCTION TRIM(WS-MSG TRAILING) TO RESUME-REC
           WRITE RESUME-REC
           EXIT.

       WRITE-RESUME-EXPERIENCES.
           MOVE SPACES TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           MOVE "EXPERIENCE" TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           IF WS-EXPS-STR = SPACES
               MOVE "  (none listed)" TO WS-MSG
               PERFORM WRITE-RESUME-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > FUNCTION LENGTH(FUNCTION TRIM(WS-EXPS-STR))
               INITIALIZE WS-ENTRY
               UNSTRING WS-EXPS-STR DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-J
               END-UNSTRING
               INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4
               UNSTRING WS-ENTRY DELIMITED BY "~"
                   INTO WS-T1 WS-T2 WS-T3 WS-T4
               END-UNSTRING
               MOVE SPACES TO WS-MSG
               STRING
                   "  "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T1)      DELIMITED BY SIZE
                   ", "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T2)      DELIMITED BY SIZE
                   " ("                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T3)      DELIMITED BY SIZE
                   ")"                       DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM WRITE-RESUME-LINE
               IF FUNCTION TRIM(WS-T4) NOT = SPACES
                   MOVE SPACES TO WS-MSG
                   STRING "    " FUNCTION TRIM(WS-T4) INTO WS-MSG
                   END-STRING
                   PERFORM WRITE-RESUME-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-RESUME-EDUCATION.
           MOVE SPACES TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           MOVE "EDUCATION" TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           IF WS-EDUS-STR = SPACES
               MOVE "  (none listed)" TO WS-MSG
               PERFORM WRITE-RESUME-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > FUNCTION LENGTH(FUNCTION TRIM(WS-EDUS-STR))
               INITIALIZE WS-ENTRY
               UNSTRING WS-EDUS-STR DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-J
               END-UNSTRING
               INITIALIZE WS-T1 WS-T2 WS-T3
               UNSTRING WS-ENTRY DELIMITED BY "~"
                   INTO WS-T1 WS-T2 WS-T3
               END-UNSTRING
               MOVE SPACES TO WS-MSG
               STRING
                   "  "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T1)      DELIMITED BY SIZE
                   ", "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T2)      DELIMITED BY SIZE
                   " ("                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-T3)      DELIMITED BY SIZE
                   ")"                       DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM WRITE-RESUME-LINE
           END-PERFORM
           EXIT.

       WRITE-RESUME-SKILLS.
           MOVE SPACES TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           MOVE "SKILLS" TO WS-MSG
           PERFORM WRITE-RESUME-LINE
           MOVE 0 TO WS-TMP-COUNT
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-SKILLS TO TRUE
               PERFORM UNTIL EOF-SKILLS
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-SKILLS TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(SKILL-REC-OWNER)
                              = FUNCTION TRIM(WS-RESUME-USER)
                               ADD 1 TO WS-TMP-COUNT
                               MOVE SPACES TO WS-MSG
                               STRING
                                   "  "                          DELIMITED BY SIZE
                                   FUNCTION TRIM(SKILL-REC-NAME) DELIMITED BY SIZE
                                   " (endorsements: "            DELIMITED BY SIZE
                                   SKILL-REC-ENDORSE-CNT         DELIMITED BY SIZE
                                   ")"                           DELIMITED BY SIZE
                                   INTO WS-MSG
                               END-STRING
                               PERFORM WRITE-RESUME-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
               SET NOT-EOF-SKILLS TO TRUE
           END-IF
           IF WS-TMP-COUNT = 0
               MOVE "  (none listed)" TO WS-MSG
               PERFORM WRITE-RESUME-LINE
           END-IF
           EXIT.

       *> ===============================================================
       *> ABUSE REPORTS AND MODERATION QUEUE
       *> ===============================================================
       MODERATION-SECTION.
      *> Files one abuse report from the current user. Callers set
      *> WS-RPT-TYPE-IN (M/P/J), WS-RPT-TARGET-IN (message id, username
      *> or job id) and WS-RPT-TARGET-USER-IN (the account behind it).
      *> A user cannot report their own content, and a second report
      *> on a target they already have waiting in the queue is refused
      *> rather than queued twice.
       FILE-ABUSE-REPORT.
           IF FUNCTION TRIM(WS-RPT-TARGET-USER-IN)
              = FUNCTION TRIM(WS-CURRENT-USERNAME)
               MOVE MSG-RPT-OWN-CONTENT TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REPORT-ALREADY-OPEN
           IF RPT-FOUND
               MOVE MSG-RPT-DUPLICATE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "OT"   TO WS-RPT-REASON-IN
           MOVE SPACES TO WS-RPT-NOTE-IN
           IF TEST-MODE-OFF
               MOVE MSG-RPT-REASON-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-RPT-REASON-1      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-RPT-REASON-2      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-RPT-REASON-3      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-RPT-REASON-4      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-RPT-REASON-5      TO WS-MSG PERFORM DISPLAY-AND-LOG
               MOVE MSG-ENTER-CHOICE      TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               EVALUATE WS-LINE
                   WHEN '1'  MOVE "HA" TO WS-RPT-REASON-IN
                   WHEN '2'  MOVE "SC" TO WS-RPT-REASON-IN
                   WHEN '3'  MOVE "FK" TO WS-RPT-REASON-IN
                   WHEN '4'  MOVE "IC" TO WS-RPT-REASON-IN
                   WHEN '5'  MOVE "OT" TO WS-RPT-REASON-IN
                   WHEN OTHER
                       MOVE MSG-INVALID-CHOICE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                       EXIT PARAGRAPH
               END-EVALUATE

               MOVE MSG-RPT-ENTER-NOTE TO WS-MSG PERFORM DISPLAY-AND-LOG
               PERFORM READ-NEXT-LINE
               IF EOF-IN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE TO WS-RPT-NOTE-IN
           END-IF

           PERFORM SAVE-REPORT-REC
           MOVE MSG-RPT-FILED TO WS-MSG PERFORM DISPLAY-AND-LOG
           IF TEST-MODE-OFF
               MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
               PERFORM SAVE-CHECKPOINT
           END-IF
           EXIT.

       CHECK-REPORT-ALREADY-OPEN.
           SET RPT-NOT-FOUND TO TRUE
           OPEN INPUT REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(RPT-REC-REPORTER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                          AND RPT-REC-TYPE = WS-RPT-TYPE-IN
                          AND FUNCTION TRIM(RPT-REC-TARGET)
                              = FUNCTION TRIM(WS-RPT-TARGET-IN)
                          AND RPT-REC-STATUS = "Open"
                           SET RPT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTS-FILE
           SET NOT-EOF-RPT TO TRUE
           EXIT.

      *> Writes one new Open report under the next sequence number,
      *> creating the store on the very first report. Reports are rare
      *> and the store is small, so the high-water mark is found by a
      *> pass over the store at filing time.
       SAVE-REPORT-REC.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS = "35"
               OPEN OUTPUT REPORTS-FILE
               CLOSE REPORTS-FILE
               OPEN I-O REPORTS-FILE
           END-IF
           IF WS-RPT-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open reports file (status "
                   WS-RPT-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RPT-HIGHEST-ID
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF RPT-REC-ID > WS-RPT-HIGHEST-ID
                           MOVE RPT-REC-ID TO WS-RPT-HIGHEST-ID
                       END-IF
               END-READ
           END-PERFORM
           SET NOT-EOF-RPT TO TRUE

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO RPT-REC
           ADD 1 TO WS-RPT-HIGHEST-ID
           MOVE WS-RPT-HIGHEST-ID                   TO RPT-REC-ID
           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)  TO RPT-REC-REPORTER
           MOVE WS-RPT-TYPE-IN                      TO RPT-REC-TYPE
           MOVE FUNCTION TRIM(WS-RPT-TARGET-IN)     TO RPT-REC-TARGET
           MOVE FUNCTION TRIM(WS-RPT-TARGET-USER-IN)
                                                    TO RPT-REC-TARGET-USER
           MOVE WS-RPT-REASON-IN                    TO RPT-REC-REASON
           MOVE WS-RPT-NOTE-IN                      TO RPT-REC-NOTE
           MOVE WS-TIMESTAMP-14                     TO RPT-REC-STAMP
           MOVE "Open"                              TO RPT-REC-STATUS
           WRITE RPT-REC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "WRITE" TO WS-JNL-ACTION
           PERFORM JOURNAL-RPT-REC
           CLOSE REPORTS-FILE
           EXIT.

      *> "Report a Message" on the Messages menu. The number asked for
      *> is the "Message #" VIEW-MESSAGES shows on each message; only a
      *> message actually sent to the current user can be reported.
       REPORT-A-MESSAGE.
           MOVE MSG-RPT-ENTER-MSG-ID TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-RPT-MSG-ID-IN
           IF WS-RPT-MSG-ID-IN = 0
               EXIT PARAGRAPH
           END-IF

           SET RPT-CONTENT-GONE TO TRUE
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-FILE-STATUS = "00"
               MOVE WS-RPT-MSG-ID-IN TO MSG-REC-ID
               READ MESSAGES-FILE
                   KEY IS MSG-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(MSG-REC-RECEIVER)
                          = FUNCTION TRIM(WS-CURRENT-USERNAME)
                           SET RPT-CONTENT-ON-FILE TO TRUE
                           MOVE MSG-REC-SENDER TO WS-RPT-TARGET-USER-IN
                       END-IF
               END-READ
               CLOSE MESSAGES-FILE
           END-IF
           IF RPT-CONTENT-GONE
               MOVE MSG-RPT-MSG-NOT-FOUND TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-RPT-TYPE-IN
           MOVE WS-RPT-MSG-ID-IN TO WS-RPT-ID-DISPLAY
           MOVE FUNCTION TRIM(WS-RPT-ID-DISPLAY) TO WS-RPT-TARGET-IN
           PERFORM FILE-ABUSE-REPORT
           EXIT.

      *> Administration option 4. Lists every Open report, oldest
      *> first, and lets the administrator take one decision on the
      *> chosen report: dismiss it, remove the message or job posting,
      *> or lock the account behind it. Each decision is journaled on
      *> the store it touches and written to the moderation log.
       REVIEW-REPORTED-CONTENT.
           MOVE MSG-MOD-HEADER TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE 0 TO WS-RPT-PAGE-COUNT
           OPEN INPUT REPORTS-FILE
           IF WS-RPT-STATUS = "00"
               SET NOT-EOF-RPT TO TRUE
               PERFORM UNTIL EOF-RPT
                   READ REPORTS-FILE NEXT RECORD
                       AT END SET EOF-RPT TO TRUE
                       NOT AT END
                           IF RPT-REC-STATUS = "Open"
                              AND WS-RPT-PAGE-COUNT < WS-RPT-PAGE-MAX
                               PERFORM DISPLAY-ONE-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTS-FILE
               SET NOT-EOF-RPT TO TRUE
           END-IF

           IF WS-RPT-PAGE-COUNT = 0
               MOVE MSG-MOD-NONE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-APPS-SEP-FOOTER TO WS-MSG PERFORM DISPLAY-AND-LOG

           MOVE MSG-MOD-SELECT-PROMPT TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           IF WS-SEL-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-RPT-PAGE-COUNT
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-PAGE-ID(WS-SEL-NUM) TO WS-RPT-SEL-ID

           PERFORM DISPLAY-REPORT-DETAIL
           IF RPT-NOT-FOUND
               MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-MOD-OPT-DISMISS TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-MOD-OPT-REMOVE  TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-MOD-OPT-LOCK    TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-MOD-OPT-BACK    TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE MSG-ENTER-CHOICE    TO WS-MSG PERFORM DISPLAY-AND-LOG
           PERFORM READ-NEXT-LINE
           IF EOF-IN
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE
               WHEN '1'
                   MOVE "Dismissed" TO WS-RPT-ACTION
                   MOVE MSG-MOD-DISMISSED TO WS-T3
               WHEN '2'
                   IF WS-RPT-TYPE-IN = "P"
                       MOVE MSG-MOD-NO-REMOVE-PROFILE TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM REMOVE-REPORTED-CONTENT
                   IF RPT-CONTENT-GONE
                       MOVE MSG-MOD-GONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   END-IF
                   MOVE "Removed" TO WS-RPT-ACTION
                   MOVE MSG-MOD-REMOVED TO WS-T3
               WHEN '3'
                   IF FUNCTION TRIM(WS-RPT-TARGET-USER-IN)
                      = FUNCTION TRIM(WS-CURRENT-USERNAME)
                       MOVE MSG-MOD-SELF-LOCK TO WS-MSG
                       PERFORM DISPLAY-AND-LOG
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM LOCK-REPORTED-ACCOUNT
                   IF RPT-CONTENT-GONE
                       MOVE MSG-MOD-GONE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   END-IF
                   MOVE "Locked" TO WS-RPT-ACTION
                   MOVE MSG-MOD-LOCKED TO WS-T3
               WHEN '4'
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE MSG-INVALID-CHOICE TO WS-MSG PERFORM DISPLAY-AND-LOG
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM RESOLVE-REPORT-RECS
           MOVE WS-T3 TO WS-MSG PERFORM DISPLAY-AND-LOG
           MOVE WS-CURRENT-USERNAME TO WS-CKPT-USERNAME
           PERFORM SAVE-CHECKPOINT
           EXIT.

      *> One queue row of REVIEW-REPORTED-CONTENT, numbered through the
      *> page table so the selection maps back to the report id.
       DISPLAY-ONE-REPORT.
           ADD 1 TO WS-RPT-PAGE-COUNT
           MOVE RPT-REC-ID TO WS-RPT-PAGE-ID(WS-RPT-PAGE-COUNT)
           MOVE WS-RPT-PAGE-COUNT TO WS-IDX-DISPLAY
           PERFORM SET-REPORT-REASON-TEXT
           MOVE SPACES TO WS-MSG
           EVALUATE TRUE
               WHEN RPT-REC-IS-MESSAGE
                   STRING FUNCTION TRIM(WS-IDX-DISPLAY) ". Message #"
                          FUNCTION TRIM(RPT-REC-TARGET) " from "
                          FUNCTION TRIM(RPT-REC-TARGET-USER) " -- "
                          FUNCTION TRIM(WS-RPT-REASON-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
               WHEN RPT-REC-IS-JOB
                   STRING FUNCTION TRIM(WS-IDX-DISPLAY) ". Job ID "
                          FUNCTION TRIM(RPT-REC-TARGET) " posted by "
                          FUNCTION TRIM(RPT-REC-TARGET-USER) " -- "
                          FUNCTION TRIM(WS-RPT-REASON-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-IDX-DISPLAY) ". Profile of "
                          FUNCTION TRIM(RPT-REC-TARGET-USER) " -- "
                          FUNCTION TRIM(WS-RPT-REASON-TEXT)
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
           END-EVALUATE
           PERFORM DISPLAY-AND-LOG

           MOVE RPT-REC-STAMP TO WS-TS-RAW
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO WS-MSG
           STRING "   Reported by " FUNCTION TRIM(RPT-REC-REPORTER)
                  " on " FUNCTION TRIM(WS-FORMATTED-TS)
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING
           PERFORM DISPLAY-AND-LOG
           EXIT.

      *> Re-reads the chosen report by id, keeps its target in the
      *> WS-RPT-*-IN fields for the decision that follows, and shows
      *> the reporter's note and the reported content itself.
       DISPLAY-REPORT-DETAIL.
           SET RPT-NOT-FOUND TO TRUE
           OPEN INPUT REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-SEL-ID TO RPT-REC-ID
           READ REPORTS-FILE
               KEY IS RPT-REC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RPT-FOUND TO TRUE
                   MOVE RPT-REC-TYPE        TO WS-RPT-TYPE-IN
                   MOVE RPT-REC-TARGET      TO WS-RPT-TARGET-IN
                   MOVE RPT-REC-TARGET-USER TO WS-RPT-TARGET-USER-IN
                   MOVE RPT-REC-REASON      TO WS-RPT-REASON-IN
                   MOVE RPT-REC-NOTE        TO WS-RPT-NOTE-IN
           END-READ
           CLOSE REPORTS-FILE
           IF RPT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-RPT-NOTE-IN NOT = SPACES
               MOVE SPACES TO WS-MSG
               STRING "Reporter's note: " FUNCTION TRIM(WS-RPT-NOTE-IN)
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF

           EVALUATE WS-RPT-TYPE-IN
               WHEN "M"
                   MOVE SPACES TO WS-MSG
                   OPEN INPUT MESSAGES-FILE
                   IF WS-MSG-FILE-STATUS = "00"
                       MOVE FUNCTION NUMVAL(WS-RPT-TARGET-IN) TO MSG-REC-ID
                       READ MESSAGES-FILE
                           KEY IS MSG-REC-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               STRING "Message: "
                                      FUNCTION TRIM(MSG-REC-CONTENT)
                                   DELIMITED BY SIZE INTO WS-MSG
                               END-STRING
                       END-READ
                       CLOSE MESSAGES-FILE
                   END-IF
                   IF WS-MSG = SPACES
                       MOVE MSG-MOD-GONE TO WS-MSG
                   END-IF
                   PERFORM DISPLAY-AND-LOG
               WHEN "J"
                   MOVE FUNCTION NUMVAL(WS-RPT-TARGET-IN) TO WS-SEL-JOB-ID
                   PERFORM LOAD-JOB-BY-ID
                   MOVE SPACES TO WS-MSG
                   IF SEL-JOB-FOUND
                       STRING "Posting: " FUNCTION TRIM(WS-SEL-JOB-TITLE)
                              " (" FUNCTION TRIM(WS-SEL-JOB-EMPLOYER) ")"
                           DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                   ELSE
                       MOVE MSG-MOD-GONE TO WS-MSG
                   END-IF
                   PERFORM DISPLAY-AND-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       SET-REPORT-REASON-TEXT.
           EVALUATE RPT-REC-REASON
               WHEN "HA"  MOVE "Harassment"            TO WS-RPT-REASON-TEXT
               WHEN "SC"  MOVE "Spam or Scam"          TO WS-RPT-REASON-TEXT
               WHEN "FK"  MOVE "Fake Profile"          TO WS-RPT-REASON-TEXT
               WHEN "IC"  MOVE "Inappropriate Content" TO WS-RPT-REASON-TEXT
               WHEN OTHER MOVE "Other"                 TO WS-RPT-REASON-TEXT
           END-EVALUATE
           EXIT.

      *> Takes the reported message or job posting off the keyed
      *> store. A removed posting leaves through the archive like a
      *> closed one, marked REMOVED, so the placement figures still
      *> see it. RPT-CONTENT-GONE comes back set when there was
      *> nothing left to remove.
       REMOVE-REPORTED-CONTENT.
           SET RPT-CONTENT-GONE TO TRUE
           IF WS-RPT-TYPE-IN = "M"
               OPEN I-O MESSAGES-FILE
               IF WS-MSG-FILE-STATUS = "00"
                   MOVE FUNCTION NUMVAL(WS-RPT-TARGET-IN) TO MSG-REC-ID
                   READ MESSAGES-FILE
                       KEY IS MSG-REC-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RPT-CONTENT-ON-FILE TO TRUE
                           IF LIVE-RUN
                               MOVE "DELETE" TO WS-JNL-ACTION
                               PERFORM JOURNAL-MSG-REC
                               DELETE MESSAGES-FILE RECORD
                           END-IF
                   END-READ
                   CLOSE MESSAGES-FILE
               END-IF
           END-IF
           IF WS-RPT-TYPE-IN = "J"
               OPEN I-O JOBS-FILE
               IF WS-JOBS-FILE-STATUS = "00"
                   MOVE FUNCTION NUMVAL(WS-RPT-TARGET-IN) TO JOB-REC-ID
                   READ JOBS-FILE
                       KEY IS JOB-REC-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RPT-CONTENT-ON-FILE TO TRUE
                           PERFORM COPY-JOB-REC-TO-SELECTED
                           IF LIVE-RUN
                               MOVE "REMOVED" TO WS-JOB-ARCHIVE-REASON
                               PERFORM ARCHIVE-JOB-REC
                               MOVE "DELETE" TO WS-JNL-ACTION
                               PERFORM JOURNAL-JOB-REC
                               DELETE JOBS-FILE RECORD
                               SUBTRACT 1 FROM WS-JOBS-COUNT
                           END-IF
                   END-READ
                   CLOSE JOBS-FILE
               END-IF
           END-IF
           EXIT.

      *> Same lock flag the failed-login counter sets, so the account
      *> stays out until an administrator unlocks it from option 1.
       LOCK-REPORTED-ACCOUNT.
           SET RPT-CONTENT-GONE TO TRUE
           MOVE SPACES TO USER-REC-KEY
           MOVE FUNCTION TRIM(WS-RPT-TARGET-USER-IN) TO USER-REC-KEY
           OPEN I-O USERS-FILE
           IF WS-USR-STATUS = "00"
               READ USERS-FILE
                   KEY IS USER-REC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RPT-CONTENT-ON-FILE TO TRUE
                       IF LIVE-RUN
                           SET USER-REC-IS-LOCKED TO TRUE
                           REWRITE USER-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-USER-REC
                       END-IF
               END-READ
               CLOSE USERS-FILE
           END-IF
           EXIT.

      *> Closes the chosen report with WS-RPT-ACTION as its status. A
      *> removal or lock also settles every other Open report on the
      *> same target, since there is nothing left for those to ask
      *> for; a dismissal closes only the one report reviewed. Each
      *> report closed gets its own moderation log line.
       RESOLVE-REPORT-RECS.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF RPT-REC-STATUS = "Open"
                          AND (RPT-REC-ID = WS-RPT-SEL-ID
                               OR (WS-RPT-ACTION NOT = "Dismissed"
                                   AND RPT-REC-TYPE = WS-RPT-TYPE-IN
                                   AND FUNCTION TRIM(RPT-REC-TARGET)
                                       = FUNCTION TRIM(WS-RPT-TARGET-IN)))
                           MOVE WS-RPT-ACTION TO RPT-REC-STATUS
                           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME)
                               TO RPT-REC-RESOLVED-BY
                           MOVE WS-TIMESTAMP-14 TO RPT-REC-RESOLVED-STAMP
                           REWRITE RPT-REC
                           MOVE "REWRITE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-RPT-REC
                           PERFORM LOG-MODERATION-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTS-FILE
           SET NOT-EOF-RPT TO TRUE
           EXIT.

      *> Appends one line per closed report to the moderation log:
      *> when|administrator|reportId|decision|type|target|targetUser|reason
       LOG-MODERATION-DECISION.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE RPT-REC-ID TO WS-RPT-ID-DISPLAY
           OPEN EXTEND MODERATION-LOG-FILE
           IF WS-MODLOG-STATUS = "05" OR WS-MODLOG-STATUS = "35"
               OPEN OUTPUT MODERATION-LOG-FILE
           END-IF
           IF WS-MODLOG-STATUS = "00"
               MOVE SPACES TO MODERATION-LOG-REC
               STRING
                   RPT-REC-RESOLVED-STAMP                DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REC-RESOLVED-BY)    DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RPT-ID-DISPLAY)      DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REC-STATUS)         DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   RPT-REC-TYPE                          DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REC-TARGET)         DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REC-TARGET-USER)    DELIMITED BY SIZE
                   "|"                                   DELIMITED BY SIZE
                   RPT-REC-REASON                        DELIMITED BY SIZE
                   INTO MODERATION-LOG-REC
               END-STRING
               WRITE MODERATION-LOG-REC
               CLOSE MODERATION-LOG-FILE
           ELSE
               MOVE SPACES TO WS-MSG
               STRING
                   "Error: cannot open moderation log (status "
                   WS-MODLOG-STATUS ")."
                   INTO WS-MSG
               END-STRING
               PERFORM DISPLAY-AND-LOG
           END-IF
           EXIT.

           END-IF

           MOVE FUNCTION TRIM(WS-CURRENT-USERNAME) TO WS-PURGE-USER
      *> A dry run only notes the account as gone for the rest of the
      *> run; everything it owns stays where it is.
           IF DRY-RUN
               MOVE WS-PURGE-USER TO WS-DRY-USER
               PERFORM NOTE-DRY-ACCOUNT
               IF WS-DRY-IDX > 0
                   SET DRY-ACCT-GONE(WS-DRY-IDX) TO TRUE
               END-IF
               SET ACCOUNT-DEACTIVATED TO TRUE
               MOVE MSG-DEACTIVATE-DONE TO WS-MSG PERFORM DISPLAY-AND-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM PURGE-USER-JOBS
           PERFORM PURGE-USER-APPLICATIONS
           PERFORM PURGE-USER-INTERVIEWS
           PERFORM PURGE-USER-OFFERS
           PERFORM PURGE-USER-REPORTS
           PERFORM PURGE-USER-NOTIFY
           PERFORM PURGE-USER-MESSAGES
           PERFORM PURGE-USER-SKILLS
           PERFORM PURGE-USER-COMPANY
           PERFORM PURGE-USER-EVENTS
           PERFORM PURGE-USER-ORGS
           PERFORM PURGE-USER-PRIVACY
           PERFORM PURGE-USER-CONNECTIONS
           PERFORM PURGE-USER-REQUESTS
           SET NOT-EOF-IVW TO TRUE
           EXIT.

      *> Offers made to the purged user go the same way.
       PURGE-USER-OFFERS.
           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-OFFER TO TRUE
           PERFORM UNTIL EOF-OFFER
               READ OFFERS-FILE NEXT RECORD
                   AT END SET EOF-OFFER TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(OFFER-REC-USER) = WS-PURGE-USER
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-OFFER-REC
                           DELETE OFFERS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           SET NOT-EOF-OFFER TO TRUE
           EXIT.

      *> Reports the user filed, and reports still naming them as the
      *> account behind the content, leave with the account; decisions
      *> already taken stay on record in the moderation log.
       PURGE-USER-REPORTS.
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-RPT TO TRUE
           PERFORM UNTIL EOF-RPT
               READ REPORTS-FILE NEXT RECORD
                   AT END SET EOF-RPT TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(RPT-REC-REPORTER) = WS-PURGE-USER
                          OR FUNCTION TRIM(RPT-REC-TARGET-USER)
                             = WS-PURGE-USER
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-RPT-REC
                           DELETE REPORTS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORTS-FILE
           SET NOT-EOF-RPT TO TRUE
           EXIT.

       PURGE-USER-NOTIFY.
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-NTF TO TRUE
           PERFORM UNTIL EOF-NTF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET EOF-NTF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(NTF-REC-USER) = WS-PURGE-USER
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-NTF-REC
                           DELETE NOTIFY-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           SET NOT-EOF-NTF TO TRUE
           EXIT.

       PURGE-USER-MESSAGES.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-FILE-STATUS NOT = "00"
           SET NOT-EOF-RSVP TO TRUE
           EXIT.

      *> The user's roster entries go, pending requests included, and
      *> so do the updates they posted. An organization the user was
      *> the last officer of is disbanded outright: the officer ids
      *> are noted on the first pass, a second pass keeps any that
      *> still have an active officer, and the rest go through
      *> DISBAND-SELECTED-ORG.
       PURGE-USER-ORGS.
           MOVE 0 TO WS-ORG-PURGE-COUNT
           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ORGMEM TO TRUE
           PERFORM UNTIL EOF-ORGMEM
               READ ORG-MEMBERS-FILE NEXT RECORD
                   AT END SET EOF-ORGMEM TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(ORGMEM-REC-USER) = WS-PURGE-USER
                           IF ORGMEM-REC-ROLE = "O"
                              AND ORGMEM-REC-STATUS = "Active"
                              AND WS-ORG-PURGE-COUNT < WS-ORG-PAGE-MAX
                               ADD 1 TO WS-ORG-PURGE-COUNT
                               MOVE ORGMEM-REC-ORG-ID
                                   TO WS-ORG-PURGE-ID(WS-ORG-PURGE-COUNT)
                               SET ORG-PURGE-DROP(WS-ORG-PURGE-COUNT)
                                   TO TRUE
                           END-IF
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-ORGMEM-REC
                           DELETE ORG-MEMBERS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MEMBERS-FILE
           SET NOT-EOF-ORGMEM TO TRUE

           IF WS-ORG-PURGE-COUNT > 0
               OPEN INPUT ORG-MEMBERS-FILE
               IF WS-ORGMEM-STATUS = "00"
                   SET NOT-EOF-ORGMEM TO TRUE
                   PERFORM UNTIL EOF-ORGMEM
                       READ ORG-MEMBERS-FILE NEXT RECORD
                           AT END SET EOF-ORGMEM TO TRUE
                           NOT AT END
                               IF ORGMEM-REC-ROLE = "O"
                                  AND ORGMEM-REC-STATUS = "Active"
                                   PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                                           UNTIL WS-ORG-IDX
                                                 > WS-ORG-PURGE-COUNT
                                       IF WS-ORG-PURGE-ID(WS-ORG-IDX)
                                          = ORGMEM-REC-ORG-ID
                                           SET ORG-PURGE-KEEP(WS-ORG-IDX)
                                               TO TRUE
                                       END-IF
                                   END-PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORG-MEMBERS-FILE
                   SET NOT-EOF-ORGMEM TO TRUE
               END-IF
           END-IF
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-PURGE-COUNT
               IF ORG-PURGE-DROP(WS-ORG-IDX)
                   MOVE WS-ORG-PURGE-ID(WS-ORG-IDX) TO WS-SEL-ORG-ID
                   PERFORM DISBAND-SELECTED-ORG
               END-IF
           END-PERFORM

           OPEN I-O ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ORGPOST TO TRUE
           PERFORM UNTIL EOF-ORGPOST
               READ ORG-POSTS-FILE NEXT RECORD
                   AT END SET EOF-ORGPOST TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(ORGPOST-REC-AUTHOR) = WS-PURGE-USER
                           MOVE "DELETE" TO WS-JNL-ACTION
                           PERFORM JOURNAL-ORGPOST-REC
                           DELETE ORG-POSTS-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-POSTS-FILE
           SET NOT-EOF-ORGPOST TO TRUE
           EXIT.

       PURGE-USER-CONNECTIONS.
           MOVE 0 TO WS-TMP-COUNT
           PERFORM VARYING WS-I FROM WS-CONNECTIONS-COUNT BY -1 UNTIL WS-I < 1
      *> nightly backup set: INCOLLEGE-RECOVER restores the set and
      *> replays these lines to reach the moment of failure.
       LOG-JOURNAL-REC.
           IF DRY-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-JNL-NAME
           STRING
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-OFFER-REC.
           MOVE "OFFERS"  TO WS-JNL-STORE
           MOVE OFFER-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-RPT-REC.
           MOVE "RPTS"    TO WS-JNL-STORE
           MOVE RPT-REC   TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-NTF-REC.
           MOVE "NTFY"    TO WS-JNL-STORE
           MOVE NTF-REC   TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-ORG-REC.
           MOVE "ORGS"    TO WS-JNL-STORE
           MOVE ORG-REC   TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-ORGMEM-REC.
           MOVE "ORGMEMS"  TO WS-JNL-STORE
           MOVE ORGMEM-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-ORGPOST-REC.
           MOVE "ORGPOSTS"  TO WS-JNL-STORE
           MOVE ORGPOST-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-LDG-REC.
           MOVE "LEDGER"  TO WS-JNL-STORE
           MOVE LDG-REC   TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       JOURNAL-LTX-REC.
           MOVE "LEDGERTX" TO WS-JNL-STORE
           MOVE LTX-REC    TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

       HELPER-SECTION.
      *> Shared pager arithmetic: from WS-PAGE-TOTAL-ITEMS and
      *> WS-PAGE-NUM, fixes the page count and the first/last ordinal
           MOVE FUNCTION TRIM(WS-MSG TRAILING) TO OUTPUT-REC
           WRITE OUTPUT-REC
           DISPLAY FUNCTION TRIM(WS-MSG TRAILING)
           IF DRY-RUN
               PERFORM NOTE-DRY-RUN-EXCEPTION
           END-IF
           EXIT.

      *> Checkpointing itself happens at the end of each completed
