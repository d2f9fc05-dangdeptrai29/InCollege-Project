        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ACCOUNT-MERGE.
       AUTHOR. Wisconsin Team.

      *> Stand-alone batch utility for duplicate student accounts --
      *> typically a roster-intake account (username = campus e-mail
      *> local part) next to one the student had already made.
      *>   1. Detection. Every student account is compared with every
      *>      other, and likely duplicates are listed in
      *>      io/InCollege-DuplicateCandidates.txt. A pair qualifies on
      *>      the same first name, last name and university in
      *>      PROFILES-FILE, or on a similar username: the same letters
      *>      once case, digits and punctuation are dropped ("Jane.Doe"
      *>      / "janedoe2"), or one username spelling the other
      *>      account's name (jdoe / janedoe for Jane Doe). The older
      *>      account is suggested as the survivor.
      *>   2. Merge. When the operator has approved pairs in
      *>      io/InCollege-MergeControl.txt (survivor|loser per line --
      *>      candidate rows can be copied in as they are, anything
      *>      after the second field is ignored), the losing account's
      *>      connections, requests, applications (with their
      *>      interviews and offers), messages, skills and
      *>      endorsements, RSVPs, events, organization memberships and
      *>      group posts, blocks, reports and queued notifications are
      *>      moved onto the survivor. Rows the survivor already has
      *>      (the same job applied to, the same event, the same skill,
      *>      the same connection, the same organization) are kept
      *>      once; a skill on both accounts keeps the combined
      *>      endorsers, and an organization on both keeps the better
      *>      standing of the two (active over pending, officer over
      *>      member). The survivor keeps the older created date and
      *>      takes the loser's profile if it has none. Only then is
      *>      the loser deactivated: the rest of its rows are removed
      *>      as the deactivation cascade in INCOLLEGE would. What was
      *>      done per pair goes to io/InCollege-MergeLog.txt.
      *> Every keyed-store change is journaled for INCOLLEGE-RECOVER;
      *> the line-sequential stores (connections, requests, blocks)
      *> are journaled as well, under their own store names, as the
      *> record of what the merge changed. Runs inside the batch
      *> window: it honors the session lock and holds the batch lock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Batch-window interlock, same protocol as
           *> INCOLLEGE-EOD-MAINT: refuse under a live session, hold
           *> the batch lock while writing.
           SELECT SESSION-LOCK-FILE ASSIGN TO "data/session.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-LOCK-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "data/batch.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOCK-STATUS.
           SELECT CANDIDATES-FILE
               ASSIGN TO "io/InCollege-DuplicateCandidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "io/InCollege-MergeControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "io/InCollege-MergeLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT USERS-FILE ASSIGN TO "data/users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-REC-KEY
               FILE STATUS IS WS-USR-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFILE-REC-KEY
               FILE STATUS IS WS-PROF-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-REC-KEY
               FILE STATUS IS WS-APP-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVW-REC-KEY
               FILE STATUS IS WS-IVW-FILE-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFER-REC-KEY
               FILE STATUS IS WS-OFFER-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-REC-ID
               FILE STATUS IS WS-MSG-FILE-STATUS.
           SELECT SKILLS-FILE ASSIGN TO "data/skills.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKILL-REC-KEY
               FILE STATUS IS WS-SKILLS-FILE-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-REC-ID
               FILE STATUS IS WS-EVT-STATUS.
           SELECT RSVPS-FILE ASSIGN TO "data/rsvps.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVP-REC-KEY
               FILE STATUS IS WS-RSVP-STATUS.
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
           SELECT REPORTS-FILE ASSIGN TO "data/reports.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPT-REC-ID
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "data/notify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-REC-ID
               FILE STATUS IS WS-NTF-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "data/requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT BLOCKS-FILE ASSIGN TO "data/blocks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.
           SELECT PRIVACY-FILE ASSIGN TO "data/privacy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIV-STATUS.
           SELECT NOTIFY-OPTOUT-FILE ASSIGN TO "data/notify.optout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT ANN-SEEN-FILE ASSIGN TO "data/announcements.seen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-SEEN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-REC                PIC X(80).

       FD  CANDIDATES-FILE.
       01  CANDIDATES-REC                PIC X(600).

       FD  CONTROL-FILE.
       01  CONTROL-REC                   PIC X(600).

       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-REC                 PIC X(300).

      *> Layout must mirror USER-REC in InCollege.cob
       FD  USERS-FILE.
       01  USER-REC.
           05  USER-REC-KEY               PIC X(128).
           05  USER-REC-PASSWORD          PIC X(128).
           05  USER-REC-FAILED-COUNT      PIC 9(02).
           05  USER-REC-LOCKED            PIC X(01).
           05  USER-REC-CREATED-DATE      PIC X(08).
           05  USER-REC-LAST-LOGIN        PIC X(14).
           05  USER-REC-ROLE              PIC X(01).

      *> Layout must mirror PROFILE-REC in InCollege.cob
       FD  PROFILES-FILE.
       01  PROFILE-REC.
           05  PROFILE-REC-KEY            PIC X(128).
           05  PROFILE-REC-BODY           PIC X(1920).

      *> Layout must mirror APP-REC in InCollege.cob
       FD  APPLICATIONS-FILE.
       01  APP-REC.
           05  APP-REC-KEY.
               10  APP-REC-JOB-ID         PIC 9(06).
               10  APP-REC-USER           PIC X(128).
           05  APP-REC-STATUS             PIC X(16).
           05  APP-REC-DATE               PIC X(08).
           05  APP-REC-STATUS-STAMP       PIC X(14).
           05  APP-REC-COVER-NOTE         PIC X(200).

      *> Layout must mirror IVW-REC in InCollege.cob
       FD  INTERVIEWS-FILE.
       01  IVW-REC.
           05  IVW-REC-KEY.
               10  IVW-REC-JOB-ID         PIC 9(06).
               10  IVW-REC-USER           PIC X(128).
               10  IVW-REC-SLOT           PIC 9(02).
           05  IVW-REC-DATE               PIC X(08).
           05  IVW-REC-TIME               PIC X(05).
           05  IVW-REC-PLACE              PIC X(128).
           05  IVW-REC-STATUS             PIC X(10).
           05  IVW-REC-STAMP              PIC X(14).

      *> Layout must mirror OFFER-REC in InCollege.cob
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

      *> Layout must mirror MSG-REC in InCollege.cob
       FD  MESSAGES-FILE.
       01  MSG-REC.
           05  MSG-REC-ID                 PIC 9(08).
           05  MSG-REC-SENDER             PIC X(128).
           05  MSG-REC-RECEIVER           PIC X(128).
           05  MSG-REC-CONTENT            PIC X(200).
           05  MSG-REC-STAMP              PIC X(14).

      *> Layout must mirror SKILL-REC in InCollege.cob
       FD  SKILLS-FILE.
       01  SKILL-REC.
           05  SKILL-REC-KEY.
               10  SKILL-REC-OWNER        PIC X(128).
               10  SKILL-REC-NAME         PIC X(64).
           05  SKILL-REC-ENDORSE-CNT      PIC 9(04).
           05  SKILL-REC-ENDORSERS       PIC X(400).

      *> Layout must mirror EVT-REC in InCollege.cob
       FD  EVENTS-FILE.
       01  EVT-REC.
           05  EVT-REC-ID                 PIC 9(06).
           05  EVT-REC-ORGANIZER          PIC X(128).
           05  EVT-REC-TITLE              PIC X(128).
           05  EVT-REC-DATE               PIC X(08).
           05  EVT-REC-TIME               PIC X(05).
           05  EVT-REC-LOCATION           PIC X(128).
           05  EVT-REC-DESC               PIC X(256).
           05  EVT-REC-CAPACITY           PIC 9(04).

      *> Layout must mirror RSVP-REC in InCollege.cob
       FD  RSVPS-FILE.
       01  RSVP-REC.
           05  RSVP-REC-KEY.
               10  RSVP-REC-EVT-ID        PIC 9(06).
               10  RSVP-REC-USER          PIC X(128).
           05  RSVP-REC-STAMP             PIC X(14).

      *> Layout must mirror ORG-REC in InCollege.cob
       FD  ORGS-FILE.
       01  ORG-REC.
           05  ORG-REC-ID                 PIC 9(06).
           05  ORG-REC-NAME               PIC X(128).
           05  ORG-REC-DESC               PIC X(256).
           05  ORG-REC-CREATOR            PIC X(128).
           05  ORG-REC-CREATED            PIC X(14).

      *> Layout must mirror ORGMEM-REC in InCollege.cob
       FD  ORG-MEMBERS-FILE.
       01  ORGMEM-REC.
           05  ORGMEM-REC-KEY.
               10  ORGMEM-REC-ORG-ID      PIC 9(06).
               10  ORGMEM-REC-USER        PIC X(128).
           05  ORGMEM-REC-ROLE            PIC X(01).
           05  ORGMEM-REC-STATUS          PIC X(10).
           05  ORGMEM-REC-STAMP           PIC X(14).

      *> Layout must mirror ORGPOST-REC in InCollege.cob
       FD  ORG-POSTS-FILE.
       01  ORGPOST-REC.
           05  ORGPOST-REC-ID             PIC 9(08).
           05  ORGPOST-REC-ORG-ID         PIC 9(06).
           05  ORGPOST-REC-AUTHOR         PIC X(128).
           05  ORGPOST-REC-TEXT           PIC X(200).
           05  ORGPOST-REC-STAMP          PIC X(14).

      *> Layout must mirror RPT-REC in InCollege.cob
       FD  REPORTS-FILE.
       01  RPT-REC.
           05  RPT-REC-ID                 PIC 9(08).
           05  RPT-REC-REPORTER           PIC X(128).
           05  RPT-REC-TYPE               PIC X(01).
               88  RPT-REC-IS-PROFILE        VALUE "P".
           05  RPT-REC-TARGET             PIC X(128).
           05  RPT-REC-TARGET-USER        PIC X(128).
           05  RPT-REC-REASON             PIC X(02).
           05  RPT-REC-NOTE               PIC X(200).
           05  RPT-REC-STAMP              PIC X(14).
           05  RPT-REC-STATUS             PIC X(10).
           05  RPT-REC-RESOLVED-BY        PIC X(128).
           05  RPT-REC-RESOLVED-STAMP     PIC X(14).

      *> Layout must mirror NTF-REC in InCollege.cob
       FD  NOTIFY-FILE.
       01  NTF-REC.
           05  NTF-REC-ID                 PIC 9(08).
           05  NTF-REC-USER               PIC X(128).
           05  NTF-REC-KIND               PIC X(10).
           05  NTF-REC-TEXT               PIC X(200).
           05  NTF-REC-STAMP              PIC X(14).
           05  NTF-REC-STATUS             PIC X(10).
           05  NTF-REC-SENT-STAMP         PIC X(14).

       FD  CONNECTIONS-FILE.
       01  CONNECTION-REC                PIC X(258).

       FD  REQUEST-FILE.
       01  REQUEST-REC                   PIC X(256).

       FD  BLOCKS-FILE.
       01  BLOCKS-REC                    PIC X(258).

       FD  PRIVACY-FILE.
       01  PRIVACY-REC                   PIC X(150).

       FD  NOTIFY-OPTOUT-FILE.
       01  NOTIFY-OPTOUT-REC             PIC X(150).

       FD  ANN-SEEN-FILE.
       01  ANN-SEEN-REC                  PIC X(150).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC                   PIC X(2082).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-BATCH-LOCK-STATUS          PIC XX VALUE "00".
       01  WS-CAND-STATUS                PIC XX VALUE "00".
       01  WS-CTL-STATUS                 PIC XX VALUE "00".
       01  WS-MLOG-STATUS                PIC XX VALUE "00".
       01  WS-USR-STATUS                 PIC XX VALUE "00".
       01  WS-PROF-STATUS                PIC XX VALUE "00".
       01  WS-APP-STATUS                 PIC XX VALUE "00".
       01  WS-IVW-FILE-STATUS            PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-MSG-FILE-STATUS            PIC XX VALUE "00".
       01  WS-SKILLS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EVT-STATUS                 PIC XX VALUE "00".
       01  WS-RSVP-STATUS                PIC XX VALUE "00".
       01  WS-ORG-STATUS                 PIC XX VALUE "00".
       01  WS-ORGMEM-STATUS              PIC XX VALUE "00".
       01  WS-ORGPOST-STATUS             PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-NTF-STATUS                 PIC XX VALUE "00".
       01  WS-CONN-FILE-STATUS           PIC XX VALUE "00".
       01  WS-REQ-STATUS                 PIC XX VALUE "00".
       01  WS-BLOCKS-STATUS              PIC XX VALUE "00".
       01  WS-PRIV-STATUS                PIC XX VALUE "00".
       01  WS-OPTOUT-STATUS              PIC XX VALUE "00".
       01  WS-ANN-SEEN-STATUS            PIC XX VALUE "00".
       01  WS-JNL-STATUS                 PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       77  WS-BATCH-LOCK-NAME            PIC X(32) VALUE "data/batch.lock".
       77  WS-LOCK-RC                    PIC 9(9) COMP-5 VALUE 0.

       *> End-of-file flags with condition names
       01  WS-EOF-USR                    PIC X VALUE 'N'.
           88  EOF-USR                        VALUE 'Y'.
           88  NOT-EOF-USR                    VALUE 'N'.
       01  WS-EOF-PROF                   PIC X VALUE 'N'.
           88  EOF-PROF                       VALUE 'Y'.
           88  NOT-EOF-PROF                   VALUE 'N'.
       01  WS-EOF-CTL                    PIC X VALUE 'N'.
           88  EOF-CTL                        VALUE 'Y'.
           88  NOT-EOF-CTL                    VALUE 'N'.
       01  WS-EOF-STORE                  PIC X VALUE 'N'.
           88  EOF-STORE                      VALUE 'Y'.
           88  NOT-EOF-STORE                  VALUE 'N'.

       *> Generic pipe-delimited field tokens
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       01  WS-T2                         PIC X(128)  VALUE SPACES.
       01  WS-T3                         PIC X(128)  VALUE SPACES.

      *> Every student account, with what the duplicate checks compare:
      *> the upper-cased first|last|university key from the profile, the
      *> username reduced to its letters, and the same reduction of the
      *> name spelled three ways (firstlast, flast, lastfirst).
       01  WS-ACC-MAX                    PIC 9(4) VALUE 2000.
       01  WS-ACC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 2000 TIMES.
               10  WS-ACC-USER           PIC X(128).
               10  WS-ACC-CREATED        PIC X(08).
               10  WS-ACC-FIRST          PIC X(64).
               10  WS-ACC-LAST           PIC X(64).
               10  WS-ACC-UNIV           PIC X(128).
               10  WS-ACC-NAME-KEY       PIC X(260).
               10  WS-ACC-NORM           PIC X(64).
               10  WS-ACC-FORM1          PIC X(64).
               10  WS-ACC-FORM2          PIC X(64).
               10  WS-ACC-FORM3          PIC X(64).
       77  WS-SLOT                       PIC 9(4)   VALUE 0.
       77  WS-NORM-IN                    PIC X(256) VALUE SPACES.
       77  WS-NORM-OUT                   PIC X(64)  VALUE SPACES.
       77  WS-NORM-LEN                   PIC 9(4)   VALUE 0.
       77  WS-NORM-PTR                   PIC 9(4)   VALUE 0.
       77  WS-CHAR                       PIC X      VALUE SPACE.
       77  WS-MIN-NORM-LEN               PIC 9(4)   VALUE 3.
       77  WS-REASON                     PIC X(64)  VALUE SPACES.
       77  WS-REASON-PTR                 PIC 9(4)   VALUE 1.
       77  WS-REASON-ITEM                PIC X(24)  VALUE SPACES.
       77  WS-KEEP-IDX                   PIC 9(4)   VALUE 0.
       77  WS-DROP-IDX                   PIC 9(4)   VALUE 0.
       77  WS-NAME-DISP-1                PIC X(130) VALUE SPACES.
       77  WS-NAME-DISP-2                PIC X(130) VALUE SPACES.
       77  WS-CREATED-1                  PIC X(08)  VALUE SPACES.
       77  WS-CREATED-2                  PIC X(08)  VALUE SPACES.

       *> The pair being merged
       77  WS-SURVIVOR                   PIC X(128) VALUE SPACES.
       77  WS-LOSER                      PIC X(128) VALUE SPACES.
       77  WS-REJECT-REASON              PIC X(64)  VALUE SPACES.
       77  WS-SURV-CREATED               PIC X(08)  VALUE SPACES.
       77  WS-LOSER-CREATED              PIC X(08)  VALUE SPACES.
       77  WS-CTL-LINE-NO                PIC 9(6)   VALUE 0.

      *> Keyed rows of the loser collected before they are re-keyed,
      *> so the moves never disturb the sequential pass that finds
      *> them; a loser with more rows than the table is swept again.
       01  WS-MV-MAX                     PIC 9(4) VALUE 500.
       01  WS-MV-COUNT                   PIC 9(4) VALUE 0.
       01  WS-MV-TABLE.
           05  WS-MV-IMAGE OCCURS 500 TIMES PIC X(700).
       77  WS-MV                         PIC 9(4)   VALUE 0.
       77  WS-MV-DONE-BEFORE             PIC 9(6)   VALUE 0.
       77  WS-OM-LOSER-ROLE              PIC X      VALUE SPACE.
       77  WS-OM-LOSER-STATUS            PIC X(10)  VALUE SPACES.
       77  WS-SLOT-TRY                   PIC 9(4)   VALUE 0.
       01  WS-WRITE-OK-FLAG              PIC X VALUE 'N'.
           88  WRITE-OK                      VALUE 'Y'.
           88  WRITE-NOT-OK                  VALUE 'N'.

      *> Per-store outcome for the merge log
       77  WS-STORE-LABEL                PIC X(24)  VALUE SPACES.
       77  WS-MOVED                      PIC 9(6)   VALUE 0.
       77  WS-DROPPED                    PIC 9(6)   VALUE 0.
       77  WS-MOVED-DISP                 PIC ZZZ,ZZ9.
       77  WS-DROPPED-DISP               PIC ZZZ,ZZ9.

      *> Endorser list rebuild: "^"-separated usernames, the loser
      *> renamed to the survivor, the owner and repeats dropped.
       77  WS-ENDR-IN                    PIC X(900) VALUE SPACES.
       77  WS-ENDR-OUT                   PIC X(400) VALUE SPACES.
       77  WS-ENDR-OWNER                 PIC X(128) VALUE SPACES.
       77  WS-ENDR-KEPT                  PIC 9(4)   VALUE 0.
       77  WS-ENDR-DROPPED               PIC 9(4)   VALUE 0.
       77  WS-ENDR-RENAMED               PIC 9(4)   VALUE 0.
       77  WS-ENDR-PTR                   PIC 9(4)   VALUE 0.
       77  WS-ENDR-OUT-PTR               PIC 9(4)   VALUE 0.
       77  WS-ENDR-LEN                   PIC 9(4)   VALUE 0.
       77  WS-ENTRY                      PIC X(128) VALUE SPACES.
       77  WS-HELD-ENDORSERS             PIC X(400) VALUE SPACES.
       77  WS-HELD-SKILL-NAME            PIC X(64)  VALUE SPACES.
       01  WS-ENDR-NAME-MAX              PIC 9(4) VALUE 100.
       01  WS-ENDR-NAME-COUNT            PIC 9(4) VALUE 0.
       01  WS-ENDR-NAME-TABLE.
           05  WS-ENDR-NAME OCCURS 100 TIMES PIC X(128).
       01  WS-ENDR-DUP-FLAG              PIC X VALUE 'N'.
           88  ENDR-IS-DUP                   VALUE 'Y'.
           88  ENDR-NOT-DUP                  VALUE 'N'.

      *> Line-sequential pair stores (connections, requests, blocks)
      *> are loaded whole, renamed in place and rewritten whole, as
      *> INCOLLEGE keeps them. A file larger than the table is left
      *> alone rather than truncated.
       01  WS-LS-MAX                     PIC 9(4) VALUE 1000.
       01  WS-LS-COUNT                   PIC 9(4) VALUE 0.
       01  WS-LS-TABLE.
           05  WS-LS OCCURS 1000 TIMES.
               10  WS-LS-F1              PIC X(128).
               10  WS-LS-F2              PIC X(128).
               10  WS-LS-F3              PIC X(16).
               10  WS-LS-KEEP            PIC X(01).
       01  WS-LS-OVERFLOW-FLAG           PIC X VALUE 'N'.
           88  LS-OVERFLOW                   VALUE 'Y'.
           88  LS-FITS                       VALUE 'N'.
       01  WS-LS-UNORDERED-FLAG          PIC X VALUE 'N'.
           88  LS-UNORDERED                  VALUE 'Y'.
           88  LS-ORDERED                    VALUE 'N'.
       77  WS-LS-TAG                     PIC X(12)  VALUE SPACES.
       77  WS-LS-CHANGED                 PIC 9(6)   VALUE 0.
       77  WS-LS-LINE                    PIC X(300) VALUE SPACES.
       77  WS-LS-DUP                     PIC 9(4)   VALUE 0.
       77  WS-LS-ROW                     PIC 9(4)   VALUE 0.

      *> Single-column and id|user stores filtered of the loser's rows
       01  WS-KEEP-MAX                   PIC 9(4) VALUE 1000.
       01  WS-KEEP-COUNT                 PIC 9(4) VALUE 0.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-LINE OCCURS 1000 TIMES PIC X(150).
       77  WS-PURGE-HITS                 PIC 9(6)   VALUE 0.

      *> The journal line layout, mirrored from InCollege.cob, so the
      *> merges roll forward with everything else.
       01  WS-JNL-LINE.
           05  WS-JNL-STORE              PIC X(12).
           05  WS-JNL-ACTION             PIC X(08).
           05  WS-JNL-STAMP              PIC X(14).
           05  WS-JNL-IMAGE              PIC X(2048).
       77  WS-JNL-NAME                   PIC X(64)  VALUE SPACES.
       77  WS-TIMESTAMP-14               PIC X(14)  VALUE SPACES.

       *> Run counters and subscripts
       77  WS-CAND-COUNT                 PIC 9(6)   VALUE 0.
       77  WS-MERGED-COUNT               PIC 9(6)   VALUE 0.
       77  WS-REJECTED-COUNT             PIC 9(6)   VALUE 0.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
       77  WS-I                          PIC 9(4)   VALUE 0.
       77  WS-J                          PIC 9(4)   VALUE 0.
       01  WS-CONTROL-FLAG               PIC X VALUE 'N'.
           88  CONTROL-PRESENT               VALUE 'Y'.
           88  CONTROL-ABSENT                VALUE 'N'.
       01  WS-FOUND-FLAG                 PIC X VALUE 'N'.
           88  REC-FOUND                     VALUE 'Y'.
           88  REC-NOT-FOUND                 VALUE 'N'.

       01  MSG-CAND-HEADER               PIC X(96) VALUE
           "survivor|loser|reason|survivorCreated|loserCreated|survivorName|loserName".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           PERFORM TAKE-BATCH-LOCK

           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-ACCOUNT-PROFILES
           PERFORM WRITE-CANDIDATES

           SET CONTROL-ABSENT TO TRUE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               SET CONTROL-PRESENT TO TRUE
               PERFORM RUN-APPROVED-MERGES
               CLOSE CONTROL-FILE
           END-IF
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-CAND-COUNT TO WS-COUNT-DISP
           DISPLAY "Duplicate detection complete: "
               FUNCTION TRIM(WS-COUNT-DISP) " candidate pair(s); see "
               "io/InCollege-DuplicateCandidates.txt."
           IF CONTROL-ABSENT
               DISPLAY "No io/InCollege-MergeControl.txt; nothing merged."
           ELSE
               MOVE WS-MERGED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP) " pair(s) merged."
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP) " pair(s) rejected; "
                   "see io/InCollege-MergeLog.txt."
           END-IF
           GOBACK.

       INTERLOCK-SECTION.
      *> Batch-window interlock: refuses to run while an interactive
      *> session is marked in progress; a lock left by a crash is
      *> cleared deliberately with INCOLLEGE-LOCK-CLEAR.
       CHECK-SESSION-LOCK.
           OPEN INPUT SESSION-LOCK-FILE
           IF WS-SESS-LOCK-STATUS = "00"
               MOVE SPACES TO WS-SESS-LOCK-INFO
               READ SESSION-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END MOVE SESSION-LOCK-REC TO WS-SESS-LOCK-INFO
               END-READ
               CLOSE SESSION-LOCK-FILE
               DISPLAY "An interactive InCollege session is in progress ("
                   FUNCTION TRIM(WS-SESS-LOCK-INFO) "); not starting."
               DISPLAY "If this lock was left by a crash, clear it with "
                   "INCOLLEGE-LOCK-CLEAR and rerun."
               GOBACK
           END-IF
           EXIT.

       TAKE-BATCH-LOCK.
           OPEN INPUT BATCH-LOCK-FILE
           IF WS-BATCH-LOCK-STATUS = "00"
               CLOSE BATCH-LOCK-FILE
               DISPLAY "Another batch run is in progress "
                   "(data/batch.lock exists); not starting."
               DISPLAY "If this lock was left by a crash, clear it with "
                   "INCOLLEGE-LOCK-CLEAR and rerun."
               GOBACK
           END-IF
           OPEN OUTPUT BATCH-LOCK-FILE
           IF WS-BATCH-LOCK-STATUS = "00"
               MOVE SPACES TO BATCH-LOCK-REC
               STRING
                   "INCOLLEGE-ACCOUNT-MERGE|"       DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14)      DELIMITED BY SIZE
                   INTO BATCH-LOCK-REC
               END-STRING
               WRITE BATCH-LOCK-REC
               CLOSE BATCH-LOCK-FILE
           END-IF
           EXIT.

       RELEASE-BATCH-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-BATCH-LOCK-NAME
               RETURNING WS-LOCK-RC
           EXIT.

       DETECT-SECTION.
      *> Accounts written before roles existed have a blank role and
      *> are students, as in INCOLLEGE. Employer and administrator
      *> accounts are never candidates.
       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACC-COUNT
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-USR TO TRUE
           PERFORM UNTIL EOF-USR
               READ USERS-FILE NEXT RECORD
                   AT END SET EOF-USR TO TRUE
                   NOT AT END
                       IF (USER-REC-ROLE = "S" OR USER-REC-ROLE = SPACE)
                          AND WS-ACC-COUNT < WS-ACC-MAX
                           ADD 1 TO WS-ACC-COUNT
                           MOVE WS-ACC-COUNT TO WS-SLOT
                           INITIALIZE WS-ACC(WS-SLOT)
                           MOVE FUNCTION TRIM(USER-REC-KEY)
                               TO WS-ACC-USER(WS-SLOT)
                           MOVE USER-REC-CREATED-DATE
                               TO WS-ACC-CREATED(WS-SLOT)
                           MOVE USER-REC-KEY TO WS-NORM-IN
                           PERFORM NORMALIZE-NAME
                           MOVE WS-NORM-OUT TO WS-ACC-NORM(WS-SLOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USERS-FILE
           EXIT.

      *> Profile body: first|last|univ|major|gyear|...
       LOAD-ACCOUNT-PROFILES.
           OPEN INPUT PROFILES-FILE
           IF WS-PROF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-PROF TO TRUE
           PERFORM UNTIL EOF-PROF
               READ PROFILES-FILE NEXT RECORD
                   AT END SET EOF-PROF TO TRUE
                   NOT AT END PERFORM TAKE-ACCOUNT-PROFILE
               END-READ
           END-PERFORM
           CLOSE PROFILES-FILE
           EXIT.

       TAKE-ACCOUNT-PROFILE.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACC-COUNT OR WS-SLOT > 0
               IF WS-ACC-USER(WS-I) = FUNCTION TRIM(PROFILE-REC-KEY)
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-T1 WS-T2 WS-T3
           UNSTRING PROFILE-REC-BODY DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-T1) TO WS-ACC-FIRST(WS-SLOT)
           MOVE FUNCTION TRIM(WS-T2) TO WS-ACC-LAST(WS-SLOT)
           MOVE FUNCTION TRIM(WS-T3) TO WS-ACC-UNIV(WS-SLOT)
           IF WS-T1 = SPACES OR WS-T2 = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-T3 NOT = SPACES
               MOVE SPACES TO WS-ACC-NAME-KEY(WS-SLOT)
               STRING
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-T1)) DELIMITED BY SIZE
                   "|"                                       DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-T2)) DELIMITED BY SIZE
                   "|"                                       DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-T3)) DELIMITED BY SIZE
                   INTO WS-ACC-NAME-KEY(WS-SLOT)
               END-STRING
           END-IF

           MOVE SPACES TO WS-NORM-IN
           STRING FUNCTION TRIM(WS-T1) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-T2) DELIMITED BY SIZE
                  INTO WS-NORM-IN
           END-STRING
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-ACC-FORM1(WS-SLOT)
           MOVE SPACES TO WS-NORM-IN
           STRING FUNCTION TRIM(WS-T1)(1:1) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-T2)      DELIMITED BY SIZE
                  INTO WS-NORM-IN
           END-STRING
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-ACC-FORM2(WS-SLOT)
           MOVE SPACES TO WS-NORM-IN
           STRING FUNCTION TRIM(WS-T2) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-T1) DELIMITED BY SIZE
                  INTO WS-NORM-IN
           END-STRING
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-ACC-FORM3(WS-SLOT)
           EXIT.

      *> Reduces WS-NORM-IN to its letters, lower-cased, in
      *> WS-NORM-OUT (at most 64 of them).
       NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-PTR
           MOVE FUNCTION LOWER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NORM-IN TRAILING))
               TO WS-NORM-LEN
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NORM-LEN OR WS-NORM-PTR >= 64
               MOVE WS-NORM-IN(WS-J:1) TO WS-CHAR
               IF WS-CHAR >= "a" AND WS-CHAR <= "z"
                   ADD 1 TO WS-NORM-PTR
                   MOVE WS-CHAR TO WS-NORM-OUT(WS-NORM-PTR:1)
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CANDIDATES.
           OPEN OUTPUT CANDIDATES-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "Error: cannot create duplicate candidates list "
                   "(status " WS-CAND-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE MSG-CAND-HEADER TO CANDIDATES-REC
           WRITE CANDIDATES-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACC-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-ACC-COUNT
                   IF WS-J > WS-I
                       PERFORM CHECK-CANDIDATE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE CANDIDATES-FILE
           EXIT.

       CHECK-CANDIDATE-PAIR.
           MOVE SPACES TO WS-REASON
           MOVE 1 TO WS-REASON-PTR

           IF WS-ACC-NAME-KEY(WS-I) NOT = SPACES
              AND WS-ACC-NAME-KEY(WS-I) = WS-ACC-NAME-KEY(WS-J)
               MOVE "name+university" TO WS-REASON-ITEM
               PERFORM NOTE-REASON
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACC-NORM(WS-I)))
                  >= WS-MIN-NORM-LEN
              AND WS-ACC-NORM(WS-I) NOT = SPACES
               IF WS-ACC-NORM(WS-I) = WS-ACC-NORM(WS-J)
                   MOVE "similar username" TO WS-REASON-ITEM
                   PERFORM NOTE-REASON
               ELSE
                   IF WS-ACC-NORM(WS-I) = WS-ACC-FORM1(WS-J)
                      OR WS-ACC-NORM(WS-I) = WS-ACC-FORM2(WS-J)
                      OR WS-ACC-NORM(WS-I) = WS-ACC-FORM3(WS-J)
                      OR (WS-ACC-NORM(WS-J) NOT = SPACES
                          AND (WS-ACC-NORM(WS-J) = WS-ACC-FORM1(WS-I)
                            OR WS-ACC-NORM(WS-J) = WS-ACC-FORM2(WS-I)
                            OR WS-ACC-NORM(WS-J) = WS-ACC-FORM3(WS-I)))
                       MOVE "username spells name" TO WS-REASON-ITEM
                       PERFORM NOTE-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REASON NOT = SPACES
               PERFORM WRITE-CANDIDATE-ROW
           END-IF
           EXIT.

       NOTE-REASON.
           IF WS-REASON-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-REASON-ITEM) DELIMITED BY SIZE
               INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-STRING
           EXIT.

      *> The older account is suggested as the survivor; an account
      *> with no created date (written before the date was kept)
      *> counts as the older one.
       WRITE-CANDIDATE-ROW.
           ADD 1 TO WS-CAND-COUNT
           IF WS-ACC-CREATED(WS-J) < WS-ACC-CREATED(WS-I)
               MOVE WS-J TO WS-KEEP-IDX
               MOVE WS-I TO WS-DROP-IDX
           ELSE
               MOVE WS-I TO WS-KEEP-IDX
               MOVE WS-J TO WS-DROP-IDX
           END-IF
           MOVE SPACES TO WS-NAME-DISP-1 WS-NAME-DISP-2
           STRING FUNCTION TRIM(WS-ACC-FIRST(WS-KEEP-IDX)) DELIMITED BY SIZE
                  " "                                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACC-LAST(WS-KEEP-IDX))  DELIMITED BY SIZE
                  INTO WS-NAME-DISP-1
           END-STRING
           STRING FUNCTION TRIM(WS-ACC-FIRST(WS-DROP-IDX)) DELIMITED BY SIZE
                  " "                                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACC-LAST(WS-DROP-IDX))  DELIMITED BY SIZE
                  INTO WS-NAME-DISP-2
           END-STRING
           MOVE WS-ACC-CREATED(WS-KEEP-IDX) TO WS-CREATED-1
           MOVE WS-ACC-CREATED(WS-DROP-IDX) TO WS-CREATED-2
           MOVE SPACES TO CANDIDATES-REC
           STRING
               FUNCTION TRIM(WS-ACC-USER(WS-KEEP-IDX)) DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-USER(WS-DROP-IDX)) DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-REASON)                DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREATED-1)             DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREATED-2)             DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-NAME-DISP-1)           DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-NAME-DISP-2)           DELIMITED BY SIZE
               INTO CANDIDATES-REC
           END-STRING
           WRITE CANDIDATES-REC
           EXIT.

       MERGE-SECTION.
      *> Control rows: survivor|loser[|anything]. Blank lines, "#"
      *> comment lines and a copied candidates header are skipped.
       RUN-APPROVED-MERGES.
           OPEN OUTPUT MERGE-LOG-FILE
           IF WS-MLOG-STATUS NOT = "00"
               DISPLAY "Error: cannot create merge log (status "
                   WS-MLOG-STATUS "); nothing merged."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MERGE-LOG-REC
           STRING "ACCOUNT MERGE|" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO MERGE-LOG-REC
           END-STRING
           WRITE MERGE-LOG-REC
           MOVE 0 TO WS-CTL-LINE-NO
           SET NOT-EOF-CTL TO TRUE
           PERFORM UNTIL EOF-CTL
               READ CONTROL-FILE
                   AT END SET EOF-CTL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-LINE-NO
                       PERFORM PROCESS-CONTROL-REC
               END-READ
           END-PERFORM
           CLOSE MERGE-LOG-FILE
           EXIT.

       PROCESS-CONTROL-REC.
           IF FUNCTION TRIM(CONTROL-REC) = SPACES
              OR FUNCTION TRIM(CONTROL-REC)(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SURVIVOR WS-LOSER
           UNSTRING CONTROL-REC DELIMITED BY '|'
               INTO WS-SURVIVOR WS-LOSER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SURVIVOR) TO WS-SURVIVOR
           MOVE FUNCTION TRIM(WS-LOSER)    TO WS-LOSER
           IF WS-SURVIVOR = "survivor" AND WS-LOSER = "loser"
               EXIT PARAGRAPH
           END-IF
           PERFORM MERGE-ONE-PAIR
           EXIT.

      *> Everything the loser owns or is named in is moved first; the
      *> loser's account is removed last, so a run that stops part
      *> way leaves both accounts on file and the pair can be rerun.
       MERGE-ONE-PAIR.
           PERFORM VALIDATE-MERGE-PAIR
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-CTL-LINE-NO TO WS-COUNT-DISP
               MOVE SPACES TO MERGE-LOG-REC
               STRING
                   "REJECTED|line "                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP)    DELIMITED BY SIZE
                   "|"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SURVIVOR)      DELIMITED BY SIZE
                   "|"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOSER)         DELIMITED BY SIZE
                   "|"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO MERGE-LOG-REC
               END-STRING
               WRITE MERGE-LOG-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MERGE-LOG-REC
           WRITE MERGE-LOG-REC
           MOVE SPACES TO MERGE-LOG-REC
           STRING
               "MERGED|"                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOSER)         DELIMITED BY SIZE
               "|into|"                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-SURVIVOR)      DELIMITED BY SIZE
               INTO MERGE-LOG-REC
           END-STRING
           WRITE MERGE-LOG-REC
           MOVE "store|moved|kept once" TO MERGE-LOG-REC
           WRITE MERGE-LOG-REC

           PERFORM MOVE-APPLICATIONS
           PERFORM MOVE-INTERVIEWS
           PERFORM MOVE-OFFERS
           PERFORM MOVE-MESSAGES
           PERFORM MOVE-SKILLS
           PERFORM MOVE-ENDORSEMENTS
           PERFORM MOVE-RSVPS
           PERFORM MOVE-EVENTS
           PERFORM MOVE-ORG-MEMBERSHIPS
           PERFORM MOVE-ORG-POSTS
           PERFORM MOVE-ORGS-CREATED
           PERFORM MOVE-REPORTS
           PERFORM MOVE-NOTIFICATIONS
           PERFORM MOVE-CONNECTIONS
           PERFORM MOVE-REQUESTS
           PERFORM MOVE-BLOCKS
           PERFORM KEEP-OLDER-CREATED-DATE
           PERFORM DEACTIVATE-LOSER
           ADD 1 TO WS-MERGED-COUNT
           EXIT.

       VALIDATE-MERGE-PAIR.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-SURVIVOR = SPACES OR WS-LOSER = SPACES
               MOVE "row needs survivor|loser" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SURVIVOR = WS-LOSER
               MOVE "survivor and loser are the same account"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               MOVE "cannot open account store" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE WS-SURVIVOR TO USER-REC-KEY
           READ USERS-FILE
               KEY IS USER-REC-KEY
               INVALID KEY
                   MOVE "surviving account not on file"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE USER-REC-CREATED-DATE TO WS-SURV-CREATED
                   IF USER-REC-ROLE NOT = "S" AND USER-REC-ROLE NOT = SPACE
                       MOVE "surviving account is not a student account"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO USER-REC-KEY
               MOVE WS-LOSER TO USER-REC-KEY
               READ USERS-FILE
                   KEY IS USER-REC-KEY
                   INVALID KEY
                       MOVE "losing account not on file (already merged?)"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE USER-REC-CREATED-DATE TO WS-LOSER-CREATED
                       IF USER-REC-ROLE NOT = "S"
                          AND USER-REC-ROLE NOT = SPACE
                           MOVE "losing account is not a student account"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           CLOSE USERS-FILE
           EXIT.

       WRITE-STORE-LOG-LINE.
           MOVE WS-MOVED   TO WS-MOVED-DISP
           MOVE WS-DROPPED TO WS-DROPPED-DISP
           MOVE SPACES TO MERGE-LOG-REC
           STRING
               FUNCTION TRIM(WS-STORE-LABEL)   DELIMITED BY SIZE
               "|"                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVED-DISP)    DELIMITED BY SIZE
               "|"                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-DROPPED-DISP)  DELIMITED BY SIZE
               INTO MERGE-LOG-REC
           END-STRING
           WRITE MERGE-LOG-REC
           EXIT.

       KEYED-MOVE-SECTION.
      *> Re-keyed stores: the loser's rows are collected on one pass,
      *> then each is deleted and written back under the survivor. A
      *> row the survivor already has under the same key (the same job
      *> applied to, the same event) keeps the survivor's and the
      *> loser's is dropped. The sweep repeats while the collection
      *> table came back full and the last round got somewhere.
       MOVE-APPLICATIONS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "applications" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT APPLICATIONS-FILE
               IF WS-APP-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(APP-REC-USER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE APP-REC TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPLICATIONS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O APPLICATIONS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-APPLICATION
                   END-PERFORM
                   CLOSE APPLICATIONS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-APPLICATION.
           MOVE WS-MV-IMAGE(WS-MV) TO APP-REC
           DELETE APPLICATIONS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "APPS"   TO WS-JNL-STORE
           MOVE "DELETE" TO WS-JNL-ACTION
           MOVE APP-REC  TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE SPACES TO APP-REC-USER
           MOVE WS-SURVIVOR TO APP-REC-USER
           WRITE APP-REC
               INVALID KEY
                   ADD 1 TO WS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED
                   MOVE "APPS"  TO WS-JNL-STORE
                   MOVE "WRITE" TO WS-JNL-ACTION
                   MOVE APP-REC TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
           END-WRITE
           EXIT.

      *> Interview slots follow their application. A slot number the
      *> survivor already uses for the same job moves to the next free
      *> one, so both accounts' slots survive.
       MOVE-INTERVIEWS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "interviews" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT INTERVIEWS-FILE
               IF WS-IVW-FILE-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ INTERVIEWS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(IVW-REC-USER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE IVW-REC TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTERVIEWS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O INTERVIEWS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-INTERVIEW
                   END-PERFORM
                   CLOSE INTERVIEWS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-INTERVIEW.
           MOVE WS-MV-IMAGE(WS-MV) TO IVW-REC
           DELETE INTERVIEWS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "IVWS"   TO WS-JNL-STORE
           MOVE "DELETE" TO WS-JNL-ACTION
           MOVE IVW-REC  TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE SPACES TO IVW-REC-USER
           MOVE WS-SURVIVOR TO IVW-REC-USER
           SET WRITE-NOT-OK TO TRUE
           WRITE IVW-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WRITE-OK TO TRUE
           END-WRITE
           PERFORM VARYING WS-SLOT-TRY FROM 1 BY 1
                   UNTIL WS-SLOT-TRY > 99 OR WRITE-OK
               MOVE WS-SLOT-TRY TO IVW-REC-SLOT
               WRITE IVW-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WRITE-OK TO TRUE
               END-WRITE
           END-PERFORM
           IF WRITE-OK
               ADD 1 TO WS-MOVED
               MOVE "IVWS"  TO WS-JNL-STORE
               MOVE "WRITE" TO WS-JNL-ACTION
               MOVE IVW-REC TO WS-JNL-IMAGE
               PERFORM LOG-JOURNAL-REC
           ELSE
               ADD 1 TO WS-DROPPED
           END-IF
           EXIT.

       MOVE-OFFERS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "offers" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT OFFERS-FILE
               IF WS-OFFER-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ OFFERS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(OFFER-REC-USER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE OFFER-REC
                                       TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFFERS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O OFFERS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-OFFER
                   END-PERFORM
                   CLOSE OFFERS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-OFFER.
           MOVE WS-MV-IMAGE(WS-MV) TO OFFER-REC
           DELETE OFFERS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "OFFERS"  TO WS-JNL-STORE
           MOVE "DELETE"  TO WS-JNL-ACTION
           MOVE OFFER-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE SPACES TO OFFER-REC-USER
           MOVE WS-SURVIVOR TO OFFER-REC-USER
           WRITE OFFER-REC
               INVALID KEY
                   ADD 1 TO WS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED
                   MOVE "OFFERS"  TO WS-JNL-STORE
                   MOVE "WRITE"   TO WS-JNL-ACTION
                   MOVE OFFER-REC TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
           END-WRITE
           EXIT.

       MOVE-RSVPS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "rsvps" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT RSVPS-FILE
               IF WS-RSVP-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ RSVPS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(RSVP-REC-USER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE RSVP-REC
                                       TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RSVPS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O RSVPS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-RSVP
                   END-PERFORM
                   CLOSE RSVPS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-RSVP.
           MOVE WS-MV-IMAGE(WS-MV) TO RSVP-REC
           DELETE RSVPS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "RSVPS"   TO WS-JNL-STORE
           MOVE "DELETE"  TO WS-JNL-ACTION
           MOVE RSVP-REC  TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE SPACES TO RSVP-REC-USER
           MOVE WS-SURVIVOR TO RSVP-REC-USER
           WRITE RSVP-REC
               INVALID KEY
                   ADD 1 TO WS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED
                   MOVE "RSVPS"  TO WS-JNL-STORE
                   MOVE "WRITE"  TO WS-JNL-ACTION
                   MOVE RSVP-REC TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
           END-WRITE
           EXIT.

      *> Organization roster rows. Where the survivor is already on
      *> the roster the loser's row goes, but the survivor's row keeps
      *> the better standing of the two.
       MOVE-ORG-MEMBERSHIPS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "organization memberships" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT ORG-MEMBERS-FILE
               IF WS-ORGMEM-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ ORG-MEMBERS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(ORGMEM-REC-USER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE ORGMEM-REC
                                       TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORG-MEMBERS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O ORG-MEMBERS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-ORG-MEMBERSHIP
                   END-PERFORM
                   CLOSE ORG-MEMBERS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-ORG-MEMBERSHIP.
           MOVE WS-MV-IMAGE(WS-MV) TO ORGMEM-REC
           DELETE ORG-MEMBERS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "ORGMEMS"  TO WS-JNL-STORE
           MOVE "DELETE"   TO WS-JNL-ACTION
           MOVE ORGMEM-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE ORGMEM-REC-ROLE   TO WS-OM-LOSER-ROLE
           MOVE ORGMEM-REC-STATUS TO WS-OM-LOSER-STATUS
           MOVE SPACES TO ORGMEM-REC-USER
           MOVE WS-SURVIVOR TO ORGMEM-REC-USER
           WRITE ORGMEM-REC
               INVALID KEY
                   ADD 1 TO WS-DROPPED
                   PERFORM KEEP-BETTER-ORG-STANDING
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED
                   MOVE "ORGMEMS"  TO WS-JNL-STORE
                   MOVE "WRITE"    TO WS-JNL-ACTION
                   MOVE ORGMEM-REC TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
           END-WRITE
           EXIT.

      *> The survivor's own roster row, raised to Active and to
      *> officer where the loser's row had either.
       KEEP-BETTER-ORG-STANDING.
           READ ORG-MEMBERS-FILE
               KEY IS ORGMEM-REC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-OM-LOSER-STATUS = "Active"
              AND ORGMEM-REC-STATUS NOT = "Active"
               MOVE "Active" TO ORGMEM-REC-STATUS
               SET WRITE-OK TO TRUE
           ELSE
               SET WRITE-NOT-OK TO TRUE
           END-IF
           IF WS-OM-LOSER-ROLE = "O"
              AND WS-OM-LOSER-STATUS = "Active"
              AND ORGMEM-REC-ROLE NOT = "O"
               MOVE "O" TO ORGMEM-REC-ROLE
               SET WRITE-OK TO TRUE
           END-IF
           IF WRITE-OK
               REWRITE ORGMEM-REC
               MOVE "ORGMEMS"  TO WS-JNL-STORE
               MOVE "REWRITE"  TO WS-JNL-ACTION
               MOVE ORGMEM-REC TO WS-JNL-IMAGE
               PERFORM LOG-JOURNAL-REC
           END-IF
           EXIT.

      *> The loser's own skill rows. A skill the survivor also lists
      *> becomes one row carrying both endorser lists (each endorser
      *> once, never the survivor itself).
       MOVE-SKILLS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "skills" TO WS-STORE-LABEL
           MOVE WS-MV-MAX TO WS-MV-COUNT
           PERFORM UNTIL WS-MV-COUNT < WS-MV-MAX
               COMPUTE WS-MV-DONE-BEFORE = WS-MOVED + WS-DROPPED
               MOVE 0 TO WS-MV-COUNT
               OPEN INPUT SKILLS-FILE
               IF WS-SKILLS-FILE-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE OR WS-MV-COUNT >= WS-MV-MAX
                       READ SKILLS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(SKILL-REC-OWNER) = WS-LOSER
                                   ADD 1 TO WS-MV-COUNT
                                   MOVE SKILL-REC
                                       TO WS-MV-IMAGE(WS-MV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SKILLS-FILE
               END-IF
               IF WS-MV-COUNT > 0
                   OPEN I-O SKILLS-FILE
                   PERFORM VARYING WS-MV FROM 1 BY 1
                           UNTIL WS-MV > WS-MV-COUNT
                       PERFORM MOVE-ONE-SKILL
                   END-PERFORM
                   CLOSE SKILLS-FILE
               END-IF
               IF WS-MOVED + WS-DROPPED = WS-MV-DONE-BEFORE
                   MOVE 0 TO WS-MV-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ONE-SKILL.
           MOVE WS-MV-IMAGE(WS-MV) TO SKILL-REC
           DELETE SKILLS-FILE RECORD
               INVALID KEY EXIT PARAGRAPH
           END-DELETE
           MOVE "SKILLS"  TO WS-JNL-STORE
           MOVE "DELETE"  TO WS-JNL-ACTION
           MOVE SKILL-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           MOVE SKILL-REC-ENDORSERS TO WS-HELD-ENDORSERS
           MOVE SKILL-REC-NAME      TO WS-HELD-SKILL-NAME

           MOVE SPACES TO SKILL-REC-OWNER
           MOVE WS-SURVIVOR TO SKILL-REC-OWNER
           MOVE WS-HELD-SKILL-NAME TO SKILL-REC-NAME
           MOVE WS-SURVIVOR TO WS-ENDR-OWNER
           READ SKILLS-FILE
               KEY IS SKILL-REC-KEY
               INVALID KEY
                   SET REC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET REC-FOUND TO TRUE
           END-READ

           IF REC-FOUND
               MOVE SPACES TO WS-ENDR-IN
               STRING
                   FUNCTION TRIM(SKILL-REC-ENDORSERS) DELIMITED BY SIZE
                   "^"                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-ENDORSERS)   DELIMITED BY SIZE
                   INTO WS-ENDR-IN
               END-STRING
               PERFORM REBUILD-ENDORSERS
               MOVE WS-ENDR-OUT  TO SKILL-REC-ENDORSERS
               MOVE WS-ENDR-KEPT TO SKILL-REC-ENDORSE-CNT
               REWRITE SKILL-REC
               MOVE "SKILLS"  TO WS-JNL-STORE
               MOVE "REWRITE" TO WS-JNL-ACTION
               MOVE SKILL-REC TO WS-JNL-IMAGE
               PERFORM LOG-JOURNAL-REC
               ADD 1 TO WS-DROPPED
           ELSE
               MOVE SPACES TO SKILL-REC-OWNER
               MOVE WS-SURVIVOR TO SKILL-REC-OWNER
               MOVE WS-HELD-SKILL-NAME TO SKILL-REC-NAME
               MOVE WS-HELD-ENDORSERS TO WS-ENDR-IN
               PERFORM REBUILD-ENDORSERS
               MOVE WS-ENDR-OUT  TO SKILL-REC-ENDORSERS
               MOVE WS-ENDR-KEPT TO SKILL-REC-ENDORSE-CNT
               WRITE SKILL-REC
                   INVALID KEY
                       ADD 1 TO WS-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED
                       MOVE "SKILLS"  TO WS-JNL-STORE
                       MOVE "WRITE"   TO WS-JNL-ACTION
                       MOVE SKILL-REC TO WS-JNL-IMAGE
                       PERFORM LOG-JOURNAL-REC
               END-WRITE
           END-IF
           EXIT.

      *> Endorsements the loser gave: renamed to the survivor on every
      *> other skill row, dropped where the survivor had already
      *> endorsed the skill or owns it, with the count kept in step.
       MOVE-ENDORSEMENTS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "endorsements given" TO WS-STORE-LABEL
           OPEN I-O SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END PERFORM RENAME-SKILL-ENDORSER
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       RENAME-SKILL-ENDORSER.
           IF FUNCTION TRIM(SKILL-REC-ENDORSERS) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SKILL-REC-ENDORSERS TO WS-ENDR-IN
           MOVE FUNCTION TRIM(SKILL-REC-OWNER) TO WS-ENDR-OWNER
           PERFORM REBUILD-ENDORSERS
           IF WS-ENDR-RENAMED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENDR-OUT TO SKILL-REC-ENDORSERS
           IF SKILL-REC-ENDORSE-CNT >= WS-ENDR-DROPPED
               SUBTRACT WS-ENDR-DROPPED FROM SKILL-REC-ENDORSE-CNT
           ELSE
               MOVE 0 TO SKILL-REC-ENDORSE-CNT
           END-IF
           REWRITE SKILL-REC
           MOVE "SKILLS"  TO WS-JNL-STORE
           MOVE "REWRITE" TO WS-JNL-ACTION
           MOVE SKILL-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           IF WS-ENDR-DROPPED > 0
               ADD WS-ENDR-DROPPED TO WS-DROPPED
           ELSE
               ADD 1 TO WS-MOVED
           END-IF
           EXIT.

      *> Rebuilds the "^"-separated list in WS-ENDR-IN into
      *> WS-ENDR-OUT: the loser becomes the survivor, WS-ENDR-OWNER
      *> (nobody endorses their own skill) and repeats are dropped.
      *> WS-ENDR-KEPT / -DROPPED / -RENAMED say what happened.
       REBUILD-ENDORSERS.
           MOVE 0 TO WS-ENDR-KEPT WS-ENDR-DROPPED WS-ENDR-RENAMED
           MOVE 0 TO WS-ENDR-NAME-COUNT
           MOVE SPACES TO WS-ENDR-OUT
           IF FUNCTION TRIM(WS-ENDR-IN) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENDR-IN TRAILING))
               TO WS-ENDR-LEN
           MOVE 1 TO WS-ENDR-PTR
           PERFORM UNTIL WS-ENDR-PTR > WS-ENDR-LEN
               MOVE SPACES TO WS-ENTRY
               UNSTRING WS-ENDR-IN DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-ENDR-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-ENTRY) TO WS-ENTRY
               IF WS-ENTRY NOT = SPACES
                   PERFORM TAKE-ENDORSER-ENTRY
               END-IF
           END-PERFORM

           MOVE 1 TO WS-ENDR-OUT-PTR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENDR-NAME-COUNT
               IF WS-ENDR-OUT-PTR > 1
                   STRING "^" DELIMITED BY SIZE
                       INTO WS-ENDR-OUT WITH POINTER WS-ENDR-OUT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-ENDR-NAME(WS-I)) DELIMITED BY SIZE
                   INTO WS-ENDR-OUT WITH POINTER WS-ENDR-OUT-PTR
               END-STRING
           END-PERFORM
           MOVE WS-ENDR-NAME-COUNT TO WS-ENDR-KEPT
           EXIT.

       TAKE-ENDORSER-ENTRY.
           IF WS-ENTRY = WS-LOSER
               MOVE WS-SURVIVOR TO WS-ENTRY
               ADD 1 TO WS-ENDR-RENAMED
           END-IF
           IF WS-ENTRY = WS-ENDR-OWNER
               ADD 1 TO WS-ENDR-DROPPED
               EXIT PARAGRAPH
           END-IF
           SET ENDR-NOT-DUP TO TRUE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ENDR-NAME-COUNT OR ENDR-IS-DUP
               IF WS-ENDR-NAME(WS-J) = WS-ENTRY
                   SET ENDR-IS-DUP TO TRUE
               END-IF
           END-PERFORM
           IF ENDR-IS-DUP
               ADD 1 TO WS-ENDR-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENDR-NAME-COUNT < WS-ENDR-NAME-MAX
               ADD 1 TO WS-ENDR-NAME-COUNT
               MOVE WS-ENTRY TO WS-ENDR-NAME(WS-ENDR-NAME-COUNT)
           END-IF
           EXIT.

       IN-PLACE-SECTION.
      *> Stores where the username is not part of the key are renamed
      *> in place on one pass.
       MOVE-MESSAGES.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "messages" TO WS-STORE-LABEL
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(MSG-REC-SENDER) = WS-LOSER
                              OR FUNCTION TRIM(MSG-REC-RECEIVER) = WS-LOSER
                               IF FUNCTION TRIM(MSG-REC-SENDER) = WS-LOSER
                                   MOVE WS-SURVIVOR TO MSG-REC-SENDER
                               END-IF
                               IF FUNCTION TRIM(MSG-REC-RECEIVER) = WS-LOSER
                                   MOVE WS-SURVIVOR TO MSG-REC-RECEIVER
                               END-IF
                               REWRITE MSG-REC
                               MOVE "MSGS"    TO WS-JNL-STORE
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               MOVE MSG-REC   TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-EVENTS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "events organized" TO WS-STORE-LABEL
           OPEN I-O EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ EVENTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(EVT-REC-ORGANIZER) = WS-LOSER
                               MOVE WS-SURVIVOR TO EVT-REC-ORGANIZER
                               REWRITE EVT-REC
                               MOVE "EVTS"    TO WS-JNL-STORE
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               MOVE EVT-REC   TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ORG-POSTS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "group posts" TO WS-STORE-LABEL
           OPEN I-O ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ ORG-POSTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(ORGPOST-REC-AUTHOR) = WS-LOSER
                               MOVE WS-SURVIVOR TO ORGPOST-REC-AUTHOR
                               REWRITE ORGPOST-REC
                               MOVE "ORGPOSTS"  TO WS-JNL-STORE
                               MOVE "REWRITE"   TO WS-JNL-ACTION
                               MOVE ORGPOST-REC TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-POSTS-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-ORGS-CREATED.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "organizations created" TO WS-STORE-LABEL
           OPEN I-O ORGS-FILE
           IF WS-ORG-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ ORGS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(ORG-REC-CREATOR) = WS-LOSER
                               MOVE WS-SURVIVOR TO ORG-REC-CREATOR
                               REWRITE ORG-REC
                               MOVE "ORGS"    TO WS-JNL-STORE
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               MOVE ORG-REC   TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGS-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

      *> Abuse reports stay open against the content, which now
      *> belongs to the survivor; a profile report names the profile's
      *> username as its target.
       MOVE-REPORTS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "abuse reports" TO WS-STORE-LABEL
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ REPORTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(RPT-REC-REPORTER) = WS-LOSER
                              OR FUNCTION TRIM(RPT-REC-TARGET-USER)
                                 = WS-LOSER
                               IF FUNCTION TRIM(RPT-REC-REPORTER) = WS-LOSER
                                   MOVE WS-SURVIVOR TO RPT-REC-REPORTER
                               END-IF
                               IF FUNCTION TRIM(RPT-REC-TARGET-USER)
                                  = WS-LOSER
                                   MOVE WS-SURVIVOR TO RPT-REC-TARGET-USER
                               END-IF
                               IF RPT-REC-IS-PROFILE
                                  AND FUNCTION TRIM(RPT-REC-TARGET) = WS-LOSER
                                   MOVE WS-SURVIVOR TO RPT-REC-TARGET
                               END-IF
                               REWRITE RPT-REC
                               MOVE "RPTS"    TO WS-JNL-STORE
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               MOVE RPT-REC   TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTS-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       MOVE-NOTIFICATIONS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "notifications" TO WS-STORE-LABEL
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ NOTIFY-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(NTF-REC-USER) = WS-LOSER
                               MOVE WS-SURVIVOR TO NTF-REC-USER
                               REWRITE NTF-REC
                               MOVE "NTFY"    TO WS-JNL-STORE
                               MOVE "REWRITE" TO WS-JNL-ACTION
                               MOVE NTF-REC   TO WS-JNL-IMAGE
                               PERFORM LOG-JOURNAL-REC
                               ADD 1 TO WS-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-FILE
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       LINE-STORE-SECTION.
      *> connections.txt: sender|receiver|status (P pending, A
      *> accepted). A connection is one pair whichever way round, and
      *> when both accounts were connected to the same person the
      *> accepted row is the one that stays.
       MOVE-CONNECTIONS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "connections" TO WS-STORE-LABEL
           MOVE 0 TO WS-LS-COUNT
           SET LS-FITS TO TRUE
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ CONNECTIONS-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           MOVE CONNECTION-REC TO WS-LS-LINE
                           PERFORM TAKE-LS-LINE
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF
           IF LS-OVERFLOW
               MOVE "connections (file too large, unchanged)"
                   TO WS-STORE-LABEL
               PERFORM WRITE-STORE-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "CONNS" TO WS-LS-TAG
           SET LS-UNORDERED TO TRUE
           PERFORM RENAME-LS-ROWS
           IF WS-LS-CHANGED > 0
               OPEN OUTPUT CONNECTIONS-FILE
               IF WS-CONN-FILE-STATUS = "00"
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-COUNT
                       IF WS-LS-KEEP(WS-I) = "Y"
                           MOVE WS-I TO WS-LS-ROW
                           PERFORM BUILD-LS-LINE
                           MOVE WS-LS-LINE TO CONNECTION-REC
                           WRITE CONNECTION-REC
                       END-IF
                   END-PERFORM
                   CLOSE CONNECTIONS-FILE
               END-IF
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

      *> requests.txt: sender|receiver|status
       MOVE-REQUESTS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "requests" TO WS-STORE-LABEL
           MOVE 0 TO WS-LS-COUNT
           SET LS-FITS TO TRUE
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ REQUEST-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           MOVE REQUEST-REC TO WS-LS-LINE
                           PERFORM TAKE-LS-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           IF LS-OVERFLOW
               MOVE "requests (file too large, unchanged)"
                   TO WS-STORE-LABEL
               PERFORM WRITE-STORE-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "REQS" TO WS-LS-TAG
           SET LS-ORDERED TO TRUE
           PERFORM RENAME-LS-ROWS
           IF WS-LS-CHANGED > 0
               OPEN OUTPUT REQUEST-FILE
               IF WS-REQ-STATUS = "00"
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-COUNT
                       IF WS-LS-KEEP(WS-I) = "Y"
                           MOVE WS-I TO WS-LS-ROW
                           PERFORM BUILD-LS-LINE
                           MOVE WS-LS-LINE TO REQUEST-REC
                           WRITE REQUEST-REC
                       END-IF
                   END-PERFORM
                   CLOSE REQUEST-FILE
               END-IF
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

      *> blocks.txt: blocker|blocked
       MOVE-BLOCKS.
           MOVE 0 TO WS-MOVED WS-DROPPED
           MOVE "blocks" TO WS-STORE-LABEL
           MOVE 0 TO WS-LS-COUNT
           SET LS-FITS TO TRUE
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ BLOCKS-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           MOVE BLOCKS-REC TO WS-LS-LINE
                           PERFORM TAKE-LS-LINE
                   END-READ
               END-PERFORM
               CLOSE BLOCKS-FILE
           END-IF
           IF LS-OVERFLOW
               MOVE "blocks (file too large, unchanged)" TO WS-STORE-LABEL
               PERFORM WRITE-STORE-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "BLOCKS" TO WS-LS-TAG
           SET LS-ORDERED TO TRUE
           PERFORM RENAME-LS-ROWS
           IF WS-LS-CHANGED > 0
               OPEN OUTPUT BLOCKS-FILE
               IF WS-BLOCKS-STATUS = "00"
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-COUNT
                       IF WS-LS-KEEP(WS-I) = "Y"
                           MOVE WS-I TO WS-LS-ROW
                           PERFORM BUILD-LS-LINE
                           MOVE WS-LS-LINE TO BLOCKS-REC
                           WRITE BLOCKS-REC
                       END-IF
                   END-PERFORM
                   CLOSE BLOCKS-FILE
               END-IF
           END-IF
           PERFORM WRITE-STORE-LOG-LINE
           EXIT.

       TAKE-LS-LINE.
           IF FUNCTION TRIM(WS-LS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LS-COUNT >= WS-LS-MAX
               SET LS-OVERFLOW TO TRUE
               SET EOF-STORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LS-COUNT
           INITIALIZE WS-T1 WS-T2 WS-T3
           UNSTRING WS-LS-LINE DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-T1) TO WS-LS-F1(WS-LS-COUNT)
           MOVE FUNCTION TRIM(WS-T2) TO WS-LS-F2(WS-LS-COUNT)
           MOVE FUNCTION TRIM(WS-T3) TO WS-LS-F3(WS-LS-COUNT)
           MOVE "Y" TO WS-LS-KEEP(WS-LS-COUNT)
           EXIT.

      *> WS-LS-LINE from row WS-LS-ROW: f1|f2, or f1|f2|f3 when the store
      *> carries a third field.
       BUILD-LS-LINE.
           MOVE SPACES TO WS-LS-LINE
           IF WS-LS-F3(WS-LS-ROW) = SPACES
               STRING
                   FUNCTION TRIM(WS-LS-F1(WS-LS-ROW))  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LS-F2(WS-LS-ROW))  DELIMITED BY SIZE
                   INTO WS-LS-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-LS-F1(WS-LS-ROW))  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LS-F2(WS-LS-ROW))  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LS-F3(WS-LS-ROW))  DELIMITED BY SIZE
                   INTO WS-LS-LINE
               END-STRING
           END-IF
           EXIT.

      *> Renames the loser to the survivor in every row. A row that
      *> becomes survivor-with-survivor, or repeats a row the survivor
      *> already has, is dropped; every row changed or dropped is
      *> journaled under WS-LS-TAG.
       RENAME-LS-ROWS.
           MOVE 0 TO WS-LS-CHANGED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-COUNT
               IF WS-LS-F1(WS-I) = WS-LOSER OR WS-LS-F2(WS-I) = WS-LOSER
                   PERFORM RENAME-ONE-LS-ROW
               END-IF
           END-PERFORM
           EXIT.

       RENAME-ONE-LS-ROW.
           ADD 1 TO WS-LS-CHANGED
           MOVE WS-I TO WS-LS-ROW
           PERFORM BUILD-LS-LINE
           MOVE WS-LS-TAG  TO WS-JNL-STORE
           MOVE "DELETE"   TO WS-JNL-ACTION
           MOVE WS-LS-LINE TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           IF WS-LS-F1(WS-I) = WS-LOSER
               MOVE WS-SURVIVOR TO WS-LS-F1(WS-I)
           END-IF
           IF WS-LS-F2(WS-I) = WS-LOSER
               MOVE WS-SURVIVOR TO WS-LS-F2(WS-I)
           END-IF
           IF WS-LS-F1(WS-I) = WS-LS-F2(WS-I)
               MOVE "N" TO WS-LS-KEEP(WS-I)
               ADD 1 TO WS-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LS-DUP
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LS-COUNT OR WS-LS-DUP > 0
               IF WS-J NOT = WS-I AND WS-LS-KEEP(WS-J) = "Y"
                   IF (WS-LS-F1(WS-J) = WS-LS-F1(WS-I)
                       AND WS-LS-F2(WS-J) = WS-LS-F2(WS-I))
                      OR (LS-UNORDERED
                          AND WS-LS-F1(WS-J) = WS-LS-F2(WS-I)
                          AND WS-LS-F2(WS-J) = WS-LS-F1(WS-I))
                       MOVE WS-J TO WS-LS-DUP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LS-DUP > 0
               MOVE "N" TO WS-LS-KEEP(WS-I)
               ADD 1 TO WS-DROPPED
               IF LS-UNORDERED AND WS-LS-F3(WS-I) = "A"
                  AND WS-LS-F3(WS-LS-DUP) NOT = "A"
                   MOVE "A" TO WS-LS-F3(WS-LS-DUP)
                   MOVE WS-LS-DUP TO WS-LS-ROW
                   PERFORM BUILD-LS-LINE
                   MOVE WS-LS-TAG  TO WS-JNL-STORE
                   MOVE "REWRITE"  TO WS-JNL-ACTION
                   MOVE WS-LS-LINE TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-I TO WS-LS-ROW
           PERFORM BUILD-LS-LINE
           MOVE WS-LS-TAG  TO WS-JNL-STORE
           MOVE "WRITE"    TO WS-JNL-ACTION
           MOVE WS-LS-LINE TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           ADD 1 TO WS-MOVED
           EXIT.

       DEACTIVATE-SECTION.
      *> The survivor keeps the older of the two created dates; as
      *> in WRITE-CANDIDATE-ROW, a survivor with no created date is
      *> already the older one and keeps its blank date.
       KEEP-OLDER-CREATED-DATE.
           IF WS-LOSER-CREATED = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SURV-CREATED = SPACES
              OR WS-SURV-CREATED <= WS-LOSER-CREATED
               EXIT PARAGRAPH
           END-IF
           OPEN I-O USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE WS-SURVIVOR TO USER-REC-KEY
           READ USERS-FILE
               KEY IS USER-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-LOSER-CREATED TO USER-REC-CREATED-DATE
                   REWRITE USER-REC
                   MOVE "USERS"   TO WS-JNL-STORE
                   MOVE "REWRITE" TO WS-JNL-ACTION
                   MOVE USER-REC  TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
                   MOVE SPACES TO MERGE-LOG-REC
                   STRING "created date|" WS-LOSER-CREATED
                       DELIMITED BY SIZE INTO MERGE-LOG-REC
                   END-STRING
                   WRITE MERGE-LOG-REC
           END-READ
           CLOSE USERS-FILE
           EXIT.

      *> With everything moved, what is left of the loser goes the way
      *> INCOLLEGE's deactivation cascade takes it: the profile (kept
      *> instead, under the survivor, when the survivor has none), the
      *> directory-visibility and e-mail opt-out entries, the
      *> announcement seen markers, and last the account itself.
       DEACTIVATE-LOSER.
           PERFORM CARRY-OR-DROP-PROFILE
           PERFORM DROP-LOSER-PRIVACY
           PERFORM DROP-LOSER-OPTOUT
           PERFORM DROP-LOSER-ANN-SEEN

           OPEN I-O USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-REC-KEY
           MOVE WS-LOSER TO USER-REC-KEY
           READ USERS-FILE
               KEY IS USER-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "USERS"   TO WS-JNL-STORE
                   MOVE "DELETE"  TO WS-JNL-ACTION
                   MOVE USER-REC  TO WS-JNL-IMAGE
                   PERFORM LOG-JOURNAL-REC
                   DELETE USERS-FILE RECORD
           END-READ
           CLOSE USERS-FILE
           MOVE SPACES TO MERGE-LOG-REC
           STRING "deactivated|" FUNCTION TRIM(WS-LOSER)
               DELIMITED BY SIZE INTO MERGE-LOG-REC
           END-STRING
           WRITE MERGE-LOG-REC
           EXIT.

       CARRY-OR-DROP-PROFILE.
           OPEN I-O PROFILES-FILE
           IF WS-PROF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROFILE-REC-KEY
           MOVE WS-SURVIVOR TO PROFILE-REC-KEY
           READ PROFILES-FILE
               KEY IS PROFILE-REC-KEY
               INVALID KEY
                   SET REC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET REC-FOUND TO TRUE
           END-READ
           MOVE SPACES TO PROFILE-REC-KEY
           MOVE WS-LOSER TO PROFILE-REC-KEY
           READ PROFILES-FILE
               KEY IS PROFILE-REC-KEY
               INVALID KEY
                   CLOSE PROFILES-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "PROFILES"  TO WS-JNL-STORE
           MOVE "DELETE"    TO WS-JNL-ACTION
           MOVE PROFILE-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           DELETE PROFILES-FILE RECORD
           IF REC-NOT-FOUND
               MOVE SPACES TO PROFILE-REC-KEY
               MOVE WS-SURVIVOR TO PROFILE-REC-KEY
               WRITE PROFILE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "PROFILES"  TO WS-JNL-STORE
               MOVE "WRITE"     TO WS-JNL-ACTION
               MOVE PROFILE-REC TO WS-JNL-IMAGE
               PERFORM LOG-JOURNAL-REC
               MOVE "profile|carried over to the survivor"
                   TO MERGE-LOG-REC
               WRITE MERGE-LOG-REC
           END-IF
           CLOSE PROFILES-FILE
           EXIT.

      *> privacy.txt and notify.optout.txt hold one username per line.
       DROP-LOSER-PRIVACY.
           MOVE 0 TO WS-KEEP-COUNT WS-PURGE-HITS
           OPEN INPUT PRIVACY-FILE
           IF WS-PRIV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-STORE TO TRUE
           PERFORM UNTIL EOF-STORE
               READ PRIVACY-FILE
                   AT END SET EOF-STORE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(PRIVACY-REC) = WS-LOSER
                           ADD 1 TO WS-PURGE-HITS
                       ELSE
                           IF WS-KEEP-COUNT < WS-KEEP-MAX
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE PRIVACY-REC
                                   TO WS-KEEP-LINE(WS-KEEP-COUNT)
                           ELSE
                               MOVE 0 TO WS-PURGE-HITS
                               SET EOF-STORE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIVACY-FILE
           IF WS-PURGE-HITS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIVACY-FILE
           IF WS-PRIV-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-KEEP-COUNT
                   MOVE WS-KEEP-LINE(WS-I) TO PRIVACY-REC
                   WRITE PRIVACY-REC
               END-PERFORM
               CLOSE PRIVACY-FILE
           END-IF
           EXIT.

       DROP-LOSER-OPTOUT.
           MOVE 0 TO WS-KEEP-COUNT WS-PURGE-HITS
           OPEN INPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-STORE TO TRUE
           PERFORM UNTIL EOF-STORE
               READ NOTIFY-OPTOUT-FILE
                   AT END SET EOF-STORE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(NOTIFY-OPTOUT-REC) = WS-LOSER
                           ADD 1 TO WS-PURGE-HITS
                       ELSE
                           IF WS-KEEP-COUNT < WS-KEEP-MAX
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE NOTIFY-OPTOUT-REC
                                   TO WS-KEEP-LINE(WS-KEEP-COUNT)
                           ELSE
                               MOVE 0 TO WS-PURGE-HITS
                               SET EOF-STORE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-OPTOUT-FILE
           IF WS-PURGE-HITS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-KEEP-COUNT
                   MOVE WS-KEEP-LINE(WS-I) TO NOTIFY-OPTOUT-REC
                   WRITE NOTIFY-OPTOUT-REC
               END-PERFORM
               CLOSE NOTIFY-OPTOUT-FILE
           END-IF
           EXIT.

      *> announcements.seen.txt: announcementId|username
       DROP-LOSER-ANN-SEEN.
           MOVE 0 TO WS-KEEP-COUNT WS-PURGE-HITS
           OPEN INPUT ANN-SEEN-FILE
           IF WS-ANN-SEEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-STORE TO TRUE
           PERFORM UNTIL EOF-STORE
               READ ANN-SEEN-FILE
                   AT END SET EOF-STORE TO TRUE
                   NOT AT END
                       INITIALIZE WS-T1 WS-T2
                       UNSTRING ANN-SEEN-REC DELIMITED BY '|'
                           INTO WS-T1 WS-T2
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-T2) = WS-LOSER
                           ADD 1 TO WS-PURGE-HITS
                       ELSE
                           IF WS-KEEP-COUNT < WS-KEEP-MAX
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE ANN-SEEN-REC
                                   TO WS-KEEP-LINE(WS-KEEP-COUNT)
                           ELSE
                               MOVE 0 TO WS-PURGE-HITS
                               SET EOF-STORE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANN-SEEN-FILE
           IF WS-PURGE-HITS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ANN-SEEN-FILE
           IF WS-ANN-SEEN-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-KEEP-COUNT
                   MOVE WS-KEEP-LINE(WS-I) TO ANN-SEEN-REC
                   WRITE ANN-SEEN-REC
               END-PERFORM
               CLOSE ANN-SEEN-FILE
           END-IF
           EXIT.

       JOURNAL-SECTION.
      *> Mirrored from InCollege.cob: appends one change to today's
      *> journal so INCOLLEGE-RECOVER rolls the merges forward.
       LOG-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-14
           MOVE SPACES TO WS-JNL-NAME
           STRING
               "data/journal."        DELIMITED BY SIZE
               WS-TIMESTAMP-14(1:8)   DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
               INTO WS-JNL-NAME
           END-STRING
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "05" OR WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS = "00"
               MOVE WS-TIMESTAMP-14 TO WS-JNL-STAMP
               MOVE WS-JNL-LINE TO JOURNAL-REC
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
           END-IF
           EXIT.
