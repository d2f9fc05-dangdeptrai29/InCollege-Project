        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-RECORDS-EXTRACT.
       AUTHOR. Wisconsin Team.

      *> Stand-alone batch program for the registrar's records-access
      *> requests: everything InCollege holds about a person, gathered
      *> from every store into one labeled report per account.
      *> Run by an administrator, whose username is given on the
      *> command line and must be an administrator account. The
      *> requests are read from io/InCollege-RecordsRequests.txt, one
      *> per line:
      *>     username|requestedBy|reference
      *> requestedBy (the person or office asking) is required; the
      *> reference (a case or ticket number) is optional. Each account
      *> found gets io/InCollege-Records.<username>.YYYYMMDD.txt with,
      *> in order: the account (without the password hash), profile,
      *> skills and their endorsers, endorsements given, connections,
      *> connection requests, connection history, messages sent and
      *> received, job applications with cover notes, interviews,
      *> offers, event RSVPs, events organized, organizations and
      *> group posts, blocks, abuse reports filed by or naming the
      *> person, privacy settings, queued notifications and login
      *> audit entries. Connection history and login audit include the
      *> yearly archives INCOLLEGE-EOD-MAINT ages old rows into,
      *> and job titles are found in the yearly job archives too.
      *> Every request, fulfilled or not, is appended to
      *> data/records.audit.txt:
      *>     stamp|administrator|username|requestedBy|reference|
      *>     outcome|reportFile
      *> with outcome FULFILLED, NOT FOUND (no such account) or
      *> REFUSED (no requester named).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Batch-window interlock: refuse to start while an
           *> interactive session holds data/session.lock.
           SELECT SESSION-LOCK-FILE ASSIGN TO "data/session.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-LOCK-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "io/InCollege-RecordsRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RECORDS-AUDIT-FILE ASSIGN TO "data/records.audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
           SELECT SKILLS-FILE ASSIGN TO "data/skills.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKILL-REC-KEY
               FILE STATUS IS WS-SKILLS-FILE-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-REC-ID
               FILE STATUS IS WS-MSG-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-REC-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT JOBS-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-JOBS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.
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
               FILE STATUS IS WS-RPTS-STATUS.
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
           SELECT CONNECTIONS-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-CONN-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-HIST-STATUS.
           SELECT BLOCKS-FILE ASSIGN TO "data/blocks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.
           SELECT PRIVACY-FILE ASSIGN TO "data/privacy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIV-STATUS.
           SELECT NOTIFY-OPTOUT-FILE ASSIGN TO "data/notify.optout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO DYNAMIC WS-LOGIN-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-REC                   PIC X(512).

       FD  RECORDS-AUDIT-FILE.
       01  RECORDS-AUDIT-REC             PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-REC                    PIC X(512).

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

      *> Layout must mirror SKILL-REC in InCollege.cob
       FD  SKILLS-FILE.
       01  SKILL-REC.
           05  SKILL-REC-KEY.
               10  SKILL-REC-OWNER        PIC X(128).
               10  SKILL-REC-NAME         PIC X(64).
           05  SKILL-REC-ENDORSE-CNT      PIC 9(04).
           05  SKILL-REC-ENDORSERS        PIC X(400).

      *> Layout must mirror MSG-REC in InCollege.cob
       FD  MESSAGES-FILE.
       01  MSG-REC.
           05  MSG-REC-ID                 PIC 9(08).
           05  MSG-REC-SENDER             PIC X(128).
           05  MSG-REC-RECEIVER           PIC X(128).
           05  MSG-REC-CONTENT            PIC X(200).
           05  MSG-REC-STAMP              PIC X(14).

      *> Layout must mirror JOB-REC in InCollege.cob
       FD  JOBS-FILE.
       01  JOB-REC.
           05  JOB-REC-ID                 PIC 9(06).
           05  JOB-REC-POSTER             PIC X(128).
           05  JOB-REC-TITLE              PIC X(128).
           05  JOB-REC-DESC               PIC X(256).
           05  JOB-REC-EMPLOYER           PIC X(128).
           05  JOB-REC-LOCATION           PIC X(128).
           05  JOB-REC-SALARY             PIC X(128).
           05  JOB-REC-POSTED-DATE        PIC X(08).

       FD  JOBS-ARCHIVE-FILE.
       01  JOBS-ARCHIVE-REC              PIC X(1040).

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

      *> Layout must mirror NTF-REC in InCollege.cob
      *> Layout must mirror RPT-REC in InCollege.cob
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

       FD  CONNECTIONS-HISTORY-FILE.
       01  CONNECTIONS-HISTORY-REC       PIC X(300).

       FD  BLOCKS-FILE.
       01  BLOCKS-REC                    PIC X(258).

       FD  PRIVACY-FILE.
       01  PRIVACY-REC                   PIC X(150).

       FD  NOTIFY-OPTOUT-FILE.
       01  NOTIFY-OPTOUT-REC             PIC X(150).

       FD  LOGIN-AUDIT-FILE.
       01  LOGIN-AUDIT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-CTL-STATUS                 PIC XX VALUE "00".
       01  WS-AUDIT-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-USR-STATUS                 PIC XX VALUE "00".
       01  WS-PROF-STATUS                PIC XX VALUE "00".
       01  WS-SKILLS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-MSG-STATUS                 PIC XX VALUE "00".
       01  WS-JOBS-FILE-STATUS           PIC XX VALUE "00".
       01  WS-JOBS-ARCHIVE-STATUS        PIC XX VALUE "00".
       01  WS-APP-STATUS                 PIC XX VALUE "00".
       01  WS-IVW-FILE-STATUS            PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-EVT-STATUS                 PIC XX VALUE "00".
       01  WS-RSVP-STATUS                PIC XX VALUE "00".
       01  WS-ORG-STATUS                 PIC XX VALUE "00".
       01  WS-ORGMEM-STATUS              PIC XX VALUE "00".
       01  WS-ORGPOST-STATUS             PIC XX VALUE "00".
       01  WS-NTF-STATUS                 PIC XX VALUE "00".
       01  WS-RPTS-STATUS                PIC XX VALUE "00".
       01  WS-CONN-FILE-STATUS           PIC XX VALUE "00".
       01  WS-REQ-STATUS                 PIC XX VALUE "00".
       01  WS-CONN-HIST-STATUS           PIC XX VALUE "00".
       01  WS-BLOCKS-STATUS              PIC XX VALUE "00".
       01  WS-PRIV-STATUS                PIC XX VALUE "00".
       01  WS-OPTOUT-STATUS              PIC XX VALUE "00".
       01  WS-LOGIN-AUDIT-STATUS         PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       77  WS-REPORT-NAME                PIC X(200) VALUE SPACES.

       *> The audit files and the job archive are aged by
       *> INCOLLEGE-EOD-MAINT into data/<name>.YYYY.txt, so each is
       *> read as the live file plus every yearly archive from the
       *> platform's first year of service up to today.
       77  WS-JOBS-ARCHIVE-NAME          PIC X(128) VALUE SPACES.
       77  WS-CONN-HIST-NAME             PIC X(128) VALUE SPACES.
       77  WS-LOGIN-AUDIT-NAME           PIC X(128) VALUE SPACES.
       77  WS-ARCH-YEAR                  PIC 9(4) VALUE 0.
       77  WS-THIS-YEAR                  PIC 9(4) VALUE 0.

       *> End-of-file flags with condition names
       01  WS-EOF-CTL                    PIC X VALUE 'N'.
           88  EOF-CTL                       VALUE 'Y'.
           88  NOT-EOF-CTL                   VALUE 'N'.
       01  WS-EOF-STORE                  PIC X VALUE 'N'.
           88  EOF-STORE                     VALUE 'Y'.
           88  NOT-EOF-STORE                 VALUE 'N'.
       01  WS-EOF-ARCH                   PIC X VALUE 'N'.
           88  EOF-ARCH                      VALUE 'Y'.
           88  NOT-EOF-ARCH                  VALUE 'N'.

       *> The administrator running the extract (command line)
       77  WS-ADMIN-USER                 PIC X(128) VALUE SPACES.

       *> The request being fulfilled
       77  WS-SUBJECT                    PIC X(128) VALUE SPACES.
       77  WS-REQUESTED-BY               PIC X(128) VALUE SPACES.
       77  WS-REQUEST-REF                PIC X(128) VALUE SPACES.
       77  WS-OUTCOME                    PIC X(12)  VALUE SPACES.
       77  WS-RUN-STAMP                  PIC X(14)  VALUE SPACES.
       77  WS-TODAY                      PIC X(8)   VALUE SPACES.
       01  WS-ACCT-FOUND-FLAG            PIC X VALUE 'N'.
           88  ACCT-FOUND                    VALUE 'Y'.
           88  ACCT-NOT-FOUND                VALUE 'N'.

       *> Generic pipe-delimited field tokens
       01  WS-T1                         PIC X(256)  VALUE SPACES.
       01  WS-T2                         PIC X(256)  VALUE SPACES.
       01  WS-T3                         PIC X(256)  VALUE SPACES.
       01  WS-T4                         PIC X(256)  VALUE SPACES.
       01  WS-T5                         PIC X(256)  VALUE SPACES.
       01  WS-ABOUT                      PIC X(256)  VALUE SPACES.

       *> Profile body split, the same way INCOLLEGE loads a profile
       77  WS-PTR                        PIC 9(4)    VALUE 0.
       77  WS-REST                       PIC X(1920) VALUE SPACES.
       77  WS-REST-LEN                   PIC 9(4)    VALUE 0.
       77  WS-LAST-PIPE                  PIC 9(4)    VALUE 0.
       77  WS-EXPS-STR                   PIC X(1920) VALUE SPACES.
       77  WS-EDUS-STR                   PIC X(1920) VALUE SPACES.
       77  WS-LIST-LEN                   PIC 9(4)    VALUE 0.
       77  WS-ENTRY                      PIC X(600)  VALUE SPACES.
       77  WS-PART-COUNT                 PIC 9(2)    VALUE 0.
       77  WS-PART-LABEL                 PIC X(12)   VALUE SPACES.
       01  WS-PART-FIELDS.
           05  WS-PART-1                 PIC X(256).
           05  WS-PART-2                 PIC X(256).
           05  WS-PART-3                 PIC X(256).
           05  WS-PART-4                 PIC X(256).

       *> Report line assembly and per-section counts
       77  WS-OUT                        PIC X(512)  VALUE SPACES.
       77  WS-SECTION-TITLE              PIC X(40)   VALUE SPACES.
       77  WS-SECTION-COUNT              PIC 9(6)    VALUE 0.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
       77  WS-ID-DISPLAY                 PIC Z(7)9   VALUE ZERO.
       77  WS-ID-TEXT                    PIC X(12)   VALUE SPACES.
       77  WS-NUM-DISPLAY                PIC Z(3)9   VALUE ZERO.
       77  WS-FLAG-TEXT                  PIC X(40)   VALUE SPACES.

       *> A job or organization looked up for a listing line
       77  WS-LOOKUP-ID                  PIC 9(6)    VALUE 0.
       77  WS-OUT-TITLE                  PIC X(128)  VALUE SPACES.
       77  WS-OUT-EMPLOYER               PIC X(128)  VALUE SPACES.
       01  WS-JOB-FOUND-FLAG             PIC X VALUE 'N'.
           88  JOB-FOUND                     VALUE 'Y'.
           88  JOB-NOT-FOUND                 VALUE 'N'.
       01  WS-MATCH-FLAG                 PIC X VALUE 'N'.
           88  MATCH-FOUND                   VALUE 'Y'.
           88  MATCH-NOT-FOUND               VALUE 'N'.
       77  WS-J                          PIC 9(4)    VALUE 0.

       *> Run totals
       77  WS-FULFILLED-COUNT            PIC 9(6)    VALUE 0.
       77  WS-NOT-FOUND-COUNT            PIC 9(6)    VALUE 0.
       77  WS-REFUSED-COUNT              PIC 9(6)    VALUE 0.

       01  MSG-RPT-RULE                  PIC X(64) VALUE
           "================================================================".
       01  MSG-RPT-TITLE                 PIC X(48) VALUE
           "INCOLLEGE STUDENT RECORDS EXTRACT".
       01  MSG-RPT-NONE                  PIC X(16) VALUE "None on file.".
       01  MSG-RPT-END                   PIC X(24) VALUE "END OF RECORDS EXTRACT".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           MOVE FUNCTION NUMVAL(WS-TODAY(1:4)) TO WS-THIS-YEAR
           PERFORM CHECK-ADMINISTRATOR

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "No records requests found "
                   "(io/InCollege-RecordsRequests.txt); nothing to do."
               GOBACK
           END-IF
           SET NOT-EOF-CTL TO TRUE
           PERFORM UNTIL EOF-CTL
               READ CONTROL-FILE
                   AT END SET EOF-CTL TO TRUE
                   NOT AT END
                       IF CONTROL-REC NOT = SPACES
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE

           MOVE WS-FULFILLED-COUNT TO WS-COUNT-DISP
           DISPLAY "Records extract complete: "
               FUNCTION TRIM(WS-COUNT-DISP) " request(s) fulfilled."
           IF WS-NOT-FOUND-COUNT > 0 OR WS-REFUSED-COUNT > 0
               MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
                   " with no such account; " WITH NO ADVANCING
               MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
                   " refused for want of a requester."
           END-IF
           DISPLAY "Every request is logged in data/records.audit.txt."
           GOBACK.

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

      *> Personal-data extracts are released only under an
      *> administrator's name, which goes into the audit log.
       CHECK-ADMINISTRATOR.
           ACCEPT WS-ADMIN-USER FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-ADMIN-USER) TO WS-ADMIN-USER
           IF WS-ADMIN-USER = SPACES
               DISPLAY "Give the administrator's username on the command "
                   "line; not starting."
               GOBACK
           END-IF
           SET ACCT-NOT-FOUND TO TRUE
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS = "00"
               MOVE WS-ADMIN-USER TO USER-REC-KEY
               READ USERS-FILE
                   KEY IS USER-REC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-REC-ROLE = "A"
                           SET ACCT-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE USERS-FILE
           END-IF
           IF ACCT-NOT-FOUND
               DISPLAY FUNCTION TRIM(WS-ADMIN-USER)
                   " is not an administrator account; not starting."
               GOBACK
           END-IF
           EXIT.

       REQUEST-SECTION.
       PROCESS-ONE-REQUEST.
           INITIALIZE WS-T1 WS-T2 WS-T3
           UNSTRING CONTROL-REC DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-T1) TO WS-SUBJECT
           MOVE FUNCTION TRIM(WS-T2) TO WS-REQUESTED-BY
           MOVE FUNCTION TRIM(WS-T3) TO WS-REQUEST-REF
           MOVE SPACES TO WS-REPORT-NAME

           IF WS-REQUESTED-BY = SPACES
               MOVE "REFUSED" TO WS-OUTCOME
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "Request for " FUNCTION TRIM(WS-SUBJECT)
                   " names no requester; refused."
               PERFORM LOG-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACCOUNT
           IF ACCT-NOT-FOUND
               MOVE "NOT FOUND" TO WS-OUTCOME
               ADD 1 TO WS-NOT-FOUND-COUNT
               DISPLAY "No account " FUNCTION TRIM(WS-SUBJECT)
                   " on file; no extract written."
               PERFORM LOG-REQUEST
               EXIT PARAGRAPH
           END-IF

           STRING "io/InCollege-Records."          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUBJECT)        DELIMITED BY SIZE
                  "."                              DELIMITED BY SIZE
                  WS-TODAY                         DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: cannot create " FUNCTION TRIM(WS-REPORT-NAME)
                   " (status " WS-RPT-STATUS ")."
               MOVE "NOT WRITTEN" TO WS-OUTCOME
               PERFORM LOG-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-ACCOUNT-SECTION
           PERFORM WRITE-PROFILE-SECTION
           PERFORM WRITE-SKILLS-SECTION
           PERFORM WRITE-ENDORSEMENTS-GIVEN
           PERFORM WRITE-CONNECTIONS-SECTION
           PERFORM WRITE-REQUESTS-SECTION
           PERFORM WRITE-CONN-HISTORY-SECTION
           PERFORM WRITE-MESSAGES-SENT
           PERFORM WRITE-MESSAGES-RECEIVED
           PERFORM WRITE-APPLICATIONS-SECTION
           PERFORM WRITE-INTERVIEWS-SECTION
           PERFORM WRITE-OFFERS-SECTION
           PERFORM WRITE-RSVPS-SECTION
           PERFORM WRITE-EVENTS-ORGANIZED
           PERFORM WRITE-ORGS-SECTION
           PERFORM WRITE-ORG-POSTS-SECTION
           PERFORM WRITE-BLOCKS-SECTION
           PERFORM WRITE-ABUSE-REPORTS-SECTION
           PERFORM WRITE-PRIVACY-SECTION
           PERFORM WRITE-NOTIFY-SECTION
           PERFORM WRITE-LOGIN-AUDIT-SECTION

           MOVE SPACES TO WS-OUT
           PERFORM WRITE-OUT-LINE
           MOVE MSG-RPT-END TO WS-OUT
           PERFORM WRITE-OUT-LINE
           CLOSE REPORT-FILE

           MOVE "FULFILLED" TO WS-OUTCOME
           ADD 1 TO WS-FULFILLED-COUNT
           DISPLAY "Records for " FUNCTION TRIM(WS-SUBJECT)
               " written to " FUNCTION TRIM(WS-REPORT-NAME) "."
           PERFORM LOG-REQUEST
           EXIT.

      *> One line per request in the standing audit log, whatever
      *> became of it.
       LOG-REQUEST.
           OPEN EXTEND RECORDS-AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT RECORDS-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error: cannot open records audit log (status "
                   WS-AUDIT-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORDS-AUDIT-REC
           STRING
               FUNCTION CURRENT-DATE(1:14)        DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMIN-USER)       DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUBJECT)          DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQUESTED-BY)     DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQUEST-REF)      DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUTCOME)          DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-NAME)      DELIMITED BY SIZE
               INTO RECORDS-AUDIT-REC
           END-STRING
           WRITE RECORDS-AUDIT-REC
           CLOSE RECORDS-AUDIT-FILE
           EXIT.

       LOAD-ACCOUNT.
           SET ACCT-NOT-FOUND TO TRUE
           IF WS-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT TO USER-REC-KEY
           READ USERS-FILE
               KEY IS USER-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ
           CLOSE USERS-FILE
           EXIT.

       REPORT-SECTION.
       WRITE-OUT-LINE.
           MOVE WS-OUT TO REPORT-REC
           WRITE REPORT-REC
           EXIT.

      *> Every section opens with its title and closes with its row
      *> count, or "None on file." when the store holds nothing for
      *> this person.
       START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-OUT
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "--- "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SECTION-TITLE) DELIMITED BY SIZE
                  " ---"                          DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           EXIT.

       END-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE MSG-RPT-NONE TO WS-OUT
           ELSE
               MOVE WS-SECTION-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-OUT
               STRING "("                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISP)   DELIMITED BY SIZE
                      " record(s))"                  DELIMITED BY SIZE
                      INTO WS-OUT
               END-STRING
           END-IF
           PERFORM WRITE-OUT-LINE
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE MSG-RPT-RULE TO WS-OUT
           PERFORM WRITE-OUT-LINE
           MOVE MSG-RPT-TITLE TO WS-OUT
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Account: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUBJECT)    DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Requested by: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQUESTED-BY)   DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           IF WS-REQUEST-REF NOT = SPACES
               MOVE SPACES TO WS-OUT
               STRING "Reference: "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQUEST-REF)    DELIMITED BY SIZE
                      INTO WS-OUT
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-IF
           MOVE SPACES TO WS-OUT
           STRING "Produced: "                     DELIMITED BY SIZE
                  WS-RUN-STAMP                     DELIMITED BY SIZE
                  " by "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USER)     DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE MSG-RPT-RULE TO WS-OUT
           PERFORM WRITE-OUT-LINE
           EXIT.

       ACCOUNT-SECTION.
      *> The account record as loaded by LOAD-ACCOUNT. The password
      *> hash is deliberately left out.
       WRITE-ACCOUNT-SECTION.
           MOVE "Account" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           MOVE SPACES TO WS-OUT
           STRING "Username: "                      DELIMITED BY SIZE
                  FUNCTION TRIM(USER-REC-KEY)       DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           EVALUATE USER-REC-ROLE
               WHEN "E"    MOVE "Employer"      TO WS-FLAG-TEXT
               WHEN "A"    MOVE "Administrator" TO WS-FLAG-TEXT
               WHEN OTHER  MOVE "Student"       TO WS-FLAG-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-OUT
           STRING "Account type: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAG-TEXT)       DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Created: "                       DELIMITED BY SIZE
                  USER-REC-CREATED-DATE             DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Last login: "                    DELIMITED BY SIZE
                  USER-REC-LAST-LOGIN               DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Failed logins since last success: " DELIMITED BY SIZE
                  USER-REC-FAILED-COUNT             DELIMITED BY SIZE
                  INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           IF USER-REC-LOCKED = "Y"
               MOVE "Locked: Yes" TO WS-OUT
           ELSE
               MOVE "Locked: No" TO WS-OUT
           END-IF
           PERFORM WRITE-OUT-LINE
           MOVE "Password: held as a one-way hash; not included."
               TO WS-OUT
           PERFORM WRITE-OUT-LINE
           MOVE 1 TO WS-SECTION-COUNT
           PERFORM END-SECTION
           EXIT.

      *> The five leading fields and the about-me by "|", then the
      *> experiences and educations either side of the last "|" of
      *> what remains -- the split INCOLLEGE uses to load a profile.
       WRITE-PROFILE-SECTION.
           MOVE "Profile" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT PROFILES-FILE
           IF WS-PROF-STATUS NOT = "00"
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT TO PROFILE-REC-KEY
           READ PROFILES-FILE
               KEY IS PROFILE-REC-KEY
               INVALID KEY
                   CLOSE PROFILES-FILE
                   PERFORM END-SECTION
                   EXIT PARAGRAPH
           END-READ
           CLOSE PROFILES-FILE
           MOVE 1 TO WS-SECTION-COUNT

           INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-ABOUT
           MOVE 1 TO WS-PTR
           UNSTRING PROFILE-REC-BODY DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-ABOUT
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE SPACES TO WS-REST WS-EXPS-STR WS-EDUS-STR
           IF WS-PTR <= LENGTH OF PROFILE-REC-BODY
               MOVE FUNCTION TRIM(PROFILE-REC-BODY(WS-PTR:)) TO WS-REST
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REST)) TO WS-REST-LEN
           IF WS-REST = SPACES
               MOVE 0 TO WS-REST-LEN
           END-IF
           IF WS-REST-LEN > 0
               MOVE 0 TO WS-LAST-PIPE
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-REST-LEN
                   IF WS-REST(WS-J:1) = "|"
                       MOVE WS-J TO WS-LAST-PIPE
                   END-IF
               END-PERFORM
               IF WS-LAST-PIPE = 0
                   MOVE FUNCTION TRIM(WS-REST) TO WS-EXPS-STR
               ELSE
                   IF WS-LAST-PIPE > 1
                       MOVE FUNCTION TRIM(WS-REST(1:WS-LAST-PIPE - 1))
                           TO WS-EXPS-STR
                   END-IF
                   MOVE FUNCTION TRIM(WS-REST(WS-LAST-PIPE + 1:))
                       TO WS-EDUS-STR
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT
           STRING "First name: " FUNCTION TRIM(WS-T1)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Last name: " FUNCTION TRIM(WS-T2)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "University: " FUNCTION TRIM(WS-T3)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Major: " FUNCTION TRIM(WS-T4)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "Graduation year: " FUNCTION TRIM(WS-T5)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           STRING "About me: " FUNCTION TRIM(WS-ABOUT)
               DELIMITED BY SIZE INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE

           MOVE "Experience" TO WS-PART-LABEL
           MOVE WS-EXPS-STR TO WS-REST
           PERFORM WRITE-PROFILE-ENTRIES
           MOVE "Education" TO WS-PART-LABEL
           MOVE WS-EDUS-STR TO WS-REST
           PERFORM WRITE-PROFILE-ENTRIES
           PERFORM END-SECTION
           EXIT.

      *> Entries are "^"-separated, their fields "~"-separated:
      *> title~company~dates~description for experience and
      *> degree~school~years for education.
       WRITE-PROFILE-ENTRIES.
           IF WS-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PART-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REST)) TO WS-LIST-LEN
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LIST-LEN
               INITIALIZE WS-ENTRY WS-PART-FIELDS
               UNSTRING WS-REST DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-PTR
               END-UNSTRING
               UNSTRING WS-ENTRY DELIMITED BY "~"
                   INTO WS-PART-1 WS-PART-2 WS-PART-3 WS-PART-4
               END-UNSTRING
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-NUM-DISPLAY
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(WS-PART-LABEL)    DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-DISPLAY)   DELIMITED BY SIZE
                   ": "                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-1)        DELIMITED BY SIZE
                   " | "                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-2)        DELIMITED BY SIZE
                   " | "                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-3)        DELIMITED BY SIZE
                   INTO WS-OUT
               END-STRING
               IF WS-PART-4 NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUT TRAILING))
                       TO WS-J
                   ADD 1 TO WS-J
                   STRING " | "                    DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PART-4) DELIMITED BY SIZE
                          INTO WS-OUT
                          WITH POINTER WS-J
                   END-STRING
               END-IF
               PERFORM WRITE-OUT-LINE
           END-PERFORM
           EXIT.

       NETWORK-SECTION.
      *> The person's own skills, with every endorser on each.
       WRITE-SKILLS-SECTION.
           MOVE "Skills and Endorsements Received" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF SKILL-REC-OWNER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SKILL-REC-ENDORSE-CNT TO WS-NUM-DISPLAY
                               MOVE SPACES TO WS-OUT
                               STRING
                                   FUNCTION TRIM(SKILL-REC-NAME)
                                                       DELIMITED BY SIZE
                                   " | endorsements: " DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-NUM-DISPLAY)
                                                       DELIMITED BY SIZE
                                   " | endorsed by: "  DELIMITED BY SIZE
                                   FUNCTION TRIM(SKILL-REC-ENDORSERS)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               INSPECT WS-OUT REPLACING ALL "^" BY ","
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> Other people's skills whose endorser list names this person.
       WRITE-ENDORSEMENTS-GIVEN.
           MOVE "Endorsements Given" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ SKILLS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF SKILL-REC-OWNER NOT = WS-SUBJECT
                               PERFORM CHECK-ENDORSED-BY-SUBJECT
                               IF MATCH-FOUND
                                   ADD 1 TO WS-SECTION-COUNT
                                   MOVE SPACES TO WS-OUT
                                   STRING
                                       FUNCTION TRIM(SKILL-REC-OWNER)
                                                       DELIMITED BY SIZE
                                       " | "           DELIMITED BY SIZE
                                       FUNCTION TRIM(SKILL-REC-NAME)
                                                       DELIMITED BY SIZE
                                       INTO WS-OUT
                                   END-STRING
                                   PERFORM WRITE-OUT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       CHECK-ENDORSED-BY-SUBJECT.
           SET MATCH-NOT-FOUND TO TRUE
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > FUNCTION LENGTH(FUNCTION TRIM(
                   SKILL-REC-ENDORSERS)) OR MATCH-FOUND
               MOVE SPACES TO WS-ENTRY
               UNSTRING SKILL-REC-ENDORSERS DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-J
               END-UNSTRING
               IF FUNCTION TRIM(WS-ENTRY) = FUNCTION TRIM(WS-SUBJECT)
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      *> connections.txt rows are sender|receiver|status, status P
      *> (pending) or A (accepted).
       WRITE-CONNECTIONS-SECTION.
           MOVE "Connections" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ CONNECTIONS-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           INITIALIZE WS-T1 WS-T2 WS-T3
                           UNSTRING CONNECTION-REC DELIMITED BY '|'
                               INTO WS-T1 WS-T2 WS-T3
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-SUBJECT)
                              OR FUNCTION TRIM(WS-T2)
                                 = FUNCTION TRIM(WS-SUBJECT)
                               ADD 1 TO WS-SECTION-COUNT
                               IF FUNCTION TRIM(WS-T3) = "A"
                                   MOVE "connected" TO WS-FLAG-TEXT
                               ELSE
                                   MOVE "pending" TO WS-FLAG-TEXT
                               END-IF
                               MOVE SPACES TO WS-OUT
                               STRING
                                   FUNCTION TRIM(WS-T1)  DELIMITED BY SIZE
                                   " -> "                DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T2)  DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-FLAG-TEXT)
                                                         DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> requests.txt rows are sender|receiver|status.
       WRITE-REQUESTS-SECTION.
           MOVE "Connection Requests" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ REQUEST-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           INITIALIZE WS-T1 WS-T2 WS-T3
                           UNSTRING REQUEST-REC DELIMITED BY '|'
                               INTO WS-T1 WS-T2 WS-T3
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-SUBJECT)
                              OR FUNCTION TRIM(WS-T2)
                                 = FUNCTION TRIM(WS-SUBJECT)
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   FUNCTION TRIM(WS-T1)  DELIMITED BY SIZE
                                   " -> "                DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T2)  DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T3)  DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> connections.history.txt rows are sender|receiver|action|stamp.
      *> The yearly archives are read first so the rows come out
      *> oldest first.
       WRITE-CONN-HISTORY-SECTION.
           MOVE "Connection History" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           PERFORM VARYING WS-ARCH-YEAR FROM 2000 BY 1
                   UNTIL WS-ARCH-YEAR > WS-THIS-YEAR
               MOVE SPACES TO WS-CONN-HIST-NAME
               STRING "data/connections.history." WS-ARCH-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-CONN-HIST-NAME
               END-STRING
               PERFORM SCAN-CONN-HISTORY-FILE
           END-PERFORM
           MOVE "data/connections.history.txt" TO WS-CONN-HIST-NAME
           PERFORM SCAN-CONN-HISTORY-FILE
           PERFORM END-SECTION
           EXIT.

       SCAN-CONN-HISTORY-FILE.
           OPEN INPUT CONNECTIONS-HISTORY-FILE
           IF WS-CONN-HIST-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ CONNECTIONS-HISTORY-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4
                           UNSTRING CONNECTIONS-HISTORY-REC DELIMITED BY '|'
                               INTO WS-T1 WS-T2 WS-T3 WS-T4
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-SUBJECT)
                              OR FUNCTION TRIM(WS-T2)
                                 = FUNCTION TRIM(WS-SUBJECT)
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   FUNCTION TRIM(WS-T4)  DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T1)  DELIMITED BY SIZE
                                   " -> "                DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T2)  DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T3)  DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTIONS-HISTORY-FILE
           END-IF
           EXIT.

       MESSAGES-SECTION.
       WRITE-MESSAGES-SENT.
           MOVE "Messages Sent" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF MSG-REC-SENDER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   MSG-REC-STAMP         DELIMITED BY SIZE
                                   " | to "              DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-REC-RECEIVER)
                                                         DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-REC-CONTENT)
                                                         DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-MESSAGES-RECEIVED.
           MOVE "Messages Received" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF MSG-REC-RECEIVER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   MSG-REC-STAMP         DELIMITED BY SIZE
                                   " | from "            DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-REC-SENDER)
                                                         DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-REC-CONTENT)
                                                         DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       CAREER-SECTION.
      *> Applications with the cover note as submitted; the job title
      *> and employer come from the posting, live or archived.
       WRITE-APPLICATIONS-SECTION.
           MOVE "Job Applications" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF APP-REC-USER = WS-SUBJECT
                               PERFORM WRITE-ONE-APPLICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-ONE-APPLICATION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE APP-REC-JOB-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-POSTING
           MOVE SPACES TO WS-OUT
           STRING
               "Job "                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-ID-TEXT)          DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-TITLE)        DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-EMPLOYER)     DELIMITED BY SIZE
               " | applied "                      DELIMITED BY SIZE
               APP-REC-DATE                       DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(APP-REC-STATUS)      DELIMITED BY SIZE
               " since "                          DELIMITED BY SIZE
               APP-REC-STATUS-STAMP               DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT
           IF APP-REC-COVER-NOTE = SPACES
               MOVE "    Cover note: (none)" TO WS-OUT
           ELSE
               STRING "    Cover note: "                  DELIMITED BY SIZE
                      FUNCTION TRIM(APP-REC-COVER-NOTE)   DELIMITED BY SIZE
                      INTO WS-OUT
               END-STRING
           END-IF
           PERFORM WRITE-OUT-LINE
           EXIT.

       WRITE-INTERVIEWS-SECTION.
           MOVE "Interviews" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IVW-FILE-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ INTERVIEWS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF IVW-REC-USER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE IVW-REC-JOB-ID TO WS-LOOKUP-ID
                               PERFORM LOOKUP-POSTING
                               MOVE SPACES TO WS-OUT
                               STRING
                                   "Job "              DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ID-TEXT)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-OUT-TITLE)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   IVW-REC-DATE        DELIMITED BY SIZE
                                   " "                 DELIMITED BY SIZE
                                   IVW-REC-TIME        DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(IVW-REC-PLACE)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(IVW-REC-STATUS)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERVIEWS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-OFFERS-SECTION.
           MOVE "Job Offers" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT OFFERS-FILE
           IF WS-OFFER-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ OFFERS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF OFFER-REC-USER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE OFFER-REC-JOB-ID TO WS-LOOKUP-ID
                               PERFORM LOOKUP-POSTING
                               MOVE SPACES TO WS-OUT
                               STRING
                                   "Job "              DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ID-TEXT)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-OUT-TITLE)
                                                       DELIMITED BY SIZE
                                   " | start "         DELIMITED BY SIZE
                                   OFFER-REC-START-DATE
                                                       DELIMITED BY SIZE
                                   " | pay "           DELIMITED BY SIZE
                                   FUNCTION TRIM(OFFER-REC-PAY)
                                                       DELIMITED BY SIZE
                                   " | respond by "    DELIMITED BY SIZE
                                   OFFER-REC-RESPOND-BY
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(OFFER-REC-STATUS)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFERS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> The live job store first; a posting that was closed or
      *> expired is found in the archive instead.
       LOOKUP-POSTING.
           SET JOB-NOT-FOUND TO TRUE
           MOVE "(job not on file)" TO WS-OUT-TITLE
           MOVE SPACES TO WS-OUT-EMPLOYER
           MOVE WS-LOOKUP-ID TO WS-ID-DISPLAY
           MOVE SPACES TO WS-ID-TEXT
           MOVE FUNCTION TRIM(WS-ID-DISPLAY) TO WS-ID-TEXT
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE WS-LOOKUP-ID TO JOB-REC-ID
               READ JOBS-FILE
                   KEY IS JOB-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET JOB-FOUND TO TRUE
                       MOVE FUNCTION TRIM(JOB-REC-TITLE)    TO WS-OUT-TITLE
                       MOVE FUNCTION TRIM(JOB-REC-EMPLOYER) TO WS-OUT-EMPLOYER
               END-READ
               CLOSE JOBS-FILE
           END-IF
           IF JOB-NOT-FOUND
               PERFORM LOOKUP-ARCHIVED-POSTING
           END-IF
           EXIT.

      *> The live archive first, then the yearly archives newest
      *> first, stopping at the first one holding the posting.
       LOOKUP-ARCHIVED-POSTING.
           MOVE "data/jobs.archive.txt" TO WS-JOBS-ARCHIVE-NAME
           PERFORM SCAN-JOBS-ARCHIVE-FILE
           PERFORM VARYING WS-ARCH-YEAR FROM WS-THIS-YEAR BY -1
                   UNTIL WS-ARCH-YEAR < 2000 OR JOB-FOUND
               MOVE SPACES TO WS-JOBS-ARCHIVE-NAME
               STRING "data/jobs.archive." WS-ARCH-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-JOBS-ARCHIVE-NAME
               END-STRING
               PERFORM SCAN-JOBS-ARCHIVE-FILE
           END-PERFORM
           EXIT.

      *> Archive format: id|poster|title|desc|employer|location|...
       SCAN-JOBS-ARCHIVE-FILE.
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-JOBS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ARCH TO TRUE
           PERFORM UNTIL EOF-ARCH OR JOB-FOUND
               READ JOBS-ARCHIVE-FILE
                   AT END SET EOF-ARCH TO TRUE
                   NOT AT END
                       INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
                       UNSTRING JOBS-ARCHIVE-REC DELIMITED BY '|'
                           INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-ID-TEXT)
                           SET JOB-FOUND TO TRUE
                           MOVE FUNCTION TRIM(WS-T3) TO WS-OUT-TITLE
                           MOVE FUNCTION TRIM(WS-T5) TO WS-OUT-EMPLOYER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           SET NOT-EOF-ARCH TO TRUE
           EXIT.

       CAMPUS-SECTION.
       WRITE-RSVPS-SECTION.
           MOVE "Event RSVPs" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STATUS = "00"
               OPEN INPUT EVENTS-FILE
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ RSVPS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF RSVP-REC-USER = WS-SUBJECT
                               PERFORM WRITE-ONE-RSVP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EVT-STATUS = "00"
                   CLOSE EVENTS-FILE
               END-IF
               CLOSE RSVPS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-ONE-RSVP.
           ADD 1 TO WS-SECTION-COUNT
           MOVE RSVP-REC-EVT-ID TO WS-ID-DISPLAY
           MOVE "(event no longer on file)" TO WS-OUT-TITLE
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-EVT-STATUS = "00"
               MOVE RSVP-REC-EVT-ID TO EVT-REC-ID
               READ EVENTS-FILE
                   KEY IS EVT-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION TRIM(EVT-REC-TITLE) TO WS-OUT-TITLE
                       STRING EVT-REC-DATE " " EVT-REC-TIME
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                       END-STRING
               END-READ
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               "Event "                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-ID-DISPLAY)       DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-TITLE)        DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAG-TEXT)        DELIMITED BY SIZE
               " | RSVP "                         DELIMITED BY SIZE
               RSVP-REC-STAMP                     DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           EXIT.

       WRITE-EVENTS-ORGANIZED.
           MOVE "Events Organized" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ EVENTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF EVT-REC-ORGANIZER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE EVT-REC-ID TO WS-ID-DISPLAY
                               MOVE EVT-REC-CAPACITY TO WS-NUM-DISPLAY
                               MOVE SPACES TO WS-OUT
                               STRING
                                   "Event "            DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ID-DISPLAY)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(EVT-REC-TITLE)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   EVT-REC-DATE        DELIMITED BY SIZE
                                   " "                 DELIMITED BY SIZE
                                   EVT-REC-TIME        DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(EVT-REC-LOCATION)
                                                       DELIMITED BY SIZE
                                   " | capacity "      DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-NUM-DISPLAY)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-ORGS-SECTION.
           MOVE "Organizations" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "00"
               OPEN INPUT ORGS-FILE
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ ORG-MEMBERS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF ORGMEM-REC-USER = WS-SUBJECT
                               PERFORM WRITE-ONE-MEMBERSHIP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORG-STATUS = "00"
                   CLOSE ORGS-FILE
               END-IF
               CLOSE ORG-MEMBERS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-ONE-MEMBERSHIP.
           ADD 1 TO WS-SECTION-COUNT
           MOVE "(organization no longer on file)" TO WS-OUT-TITLE
           IF WS-ORG-STATUS = "00"
               MOVE ORGMEM-REC-ORG-ID TO ORG-REC-ID
               READ ORGS-FILE
                   KEY IS ORG-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION TRIM(ORG-REC-NAME) TO WS-OUT-TITLE
               END-READ
           END-IF
           IF ORGMEM-REC-ROLE = "O"
               MOVE "officer" TO WS-FLAG-TEXT
           ELSE
               MOVE "member" TO WS-FLAG-TEXT
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               FUNCTION TRIM(WS-OUT-TITLE)        DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAG-TEXT)        DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(ORGMEM-REC-STATUS)   DELIMITED BY SIZE
               " since "                          DELIMITED BY SIZE
               ORGMEM-REC-STAMP                   DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           EXIT.

       WRITE-ORG-POSTS-SECTION.
           MOVE "Organization Group Posts" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ ORG-POSTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF ORGPOST-REC-AUTHOR = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE ORGPOST-REC-ORG-ID TO WS-ID-DISPLAY
                               MOVE SPACES TO WS-OUT
                               STRING
                                   ORGPOST-REC-STAMP   DELIMITED BY SIZE
                                   " | organization "  DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-ID-DISPLAY)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(ORGPOST-REC-TEXT)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORG-POSTS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       SETTINGS-SECTION.
      *> The blocks this person has placed (blocks.txt rows are
      *> blocker|blocked). Blocks others have placed on them belong
      *> to those others and are not listed.
       WRITE-BLOCKS-SECTION.
           MOVE "Blocked Users" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ BLOCKS-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           INITIALIZE WS-T1 WS-T2
                           UNSTRING BLOCKS-REC DELIMITED BY '|'
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-SUBJECT)
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE FUNCTION TRIM(WS-T2) TO WS-OUT
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCKS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> Abuse reports the person filed, or in which they are the
      *> account reported. The other party is not named: for a report
      *> against the person that would identify the reporter.
       WRITE-ABUSE-REPORTS-SECTION.
           MOVE "Abuse Reports" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT REPORTS-FILE
           IF WS-RPTS-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ REPORTS-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF RPT-REC-REPORTER = WS-SUBJECT
                              OR RPT-REC-TARGET-USER = WS-SUBJECT
                               PERFORM WRITE-ONE-ABUSE-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTS-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

       WRITE-ONE-ABUSE-REPORT.
           ADD 1 TO WS-SECTION-COUNT
           IF RPT-REC-REPORTER = WS-SUBJECT
               MOVE "filed by this account" TO WS-FLAG-TEXT
           ELSE
               MOVE "about this account" TO WS-FLAG-TEXT
           END-IF
           EVALUATE TRUE
               WHEN RPT-REC-IS-MESSAGE  MOVE "message" TO WS-PART-LABEL
               WHEN RPT-REC-IS-PROFILE  MOVE "profile" TO WS-PART-LABEL
               WHEN RPT-REC-IS-JOB      MOVE "job"     TO WS-PART-LABEL
               WHEN OTHER               MOVE RPT-REC-TYPE TO WS-PART-LABEL
           END-EVALUATE
           EVALUATE RPT-REC-REASON
               WHEN "HA"   MOVE "Harassment"            TO WS-ENTRY
               WHEN "SC"   MOVE "Spam or Scam"          TO WS-ENTRY
               WHEN "FK"   MOVE "Fake Profile"          TO WS-ENTRY
               WHEN "IC"   MOVE "Inappropriate Content" TO WS-ENTRY
               WHEN OTHER  MOVE "Other"                 TO WS-ENTRY
           END-EVALUATE
           MOVE SPACES TO WS-OUT
           STRING
               RPT-REC-STAMP                      DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAG-TEXT)        DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-PART-LABEL)       DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENTRY)            DELIMITED BY SIZE
               " | "                              DELIMITED BY SIZE
               FUNCTION TRIM(RPT-REC-STATUS)      DELIMITED BY SIZE
               INTO WS-OUT
           END-STRING
           PERFORM WRITE-OUT-LINE
           IF RPT-REC-NOTE NOT = SPACES
               MOVE SPACES TO WS-OUT
               STRING "    Note: "                     DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-REC-NOTE)      DELIMITED BY SIZE
                      INTO WS-OUT
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-IF
           EXIT.

      *> privacy.txt lists the users hidden from directory search and
      *> notify.optout.txt those who have turned e-mail off.
       WRITE-PRIVACY-SECTION.
           MOVE "Privacy Settings" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           SET MATCH-NOT-FOUND TO TRUE
           OPEN INPUT PRIVACY-FILE
           IF WS-PRIV-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE OR MATCH-FOUND
                   READ PRIVACY-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(PRIVACY-REC)
                              = FUNCTION TRIM(WS-SUBJECT)
                               SET MATCH-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIVACY-FILE
           END-IF
           IF MATCH-FOUND
               MOVE "Hidden from directory search: Yes" TO WS-OUT
           ELSE
               MOVE "Hidden from directory search: No" TO WS-OUT
           END-IF
           PERFORM WRITE-OUT-LINE

           SET MATCH-NOT-FOUND TO TRUE
           OPEN INPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE OR MATCH-FOUND
                   READ NOTIFY-OPTOUT-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(NOTIFY-OPTOUT-REC)
                              = FUNCTION TRIM(WS-SUBJECT)
                               SET MATCH-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-OPTOUT-FILE
           END-IF
           IF MATCH-FOUND
               MOVE "E-mail notifications: Off" TO WS-OUT
           ELSE
               MOVE "E-mail notifications: On" TO WS-OUT
           END-IF
           PERFORM WRITE-OUT-LINE
           MOVE 2 TO WS-SECTION-COUNT
           PERFORM END-SECTION
           EXIT.

       WRITE-NOTIFY-SECTION.
           MOVE "E-mail Notifications" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT NOTIFY-FILE
           IF WS-NTF-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ NOTIFY-FILE NEXT RECORD
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           IF NTF-REC-USER = WS-SUBJECT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   NTF-REC-STAMP       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(NTF-REC-KIND)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(NTF-REC-STATUS)
                                                       DELIMITED BY SIZE
                                   " | "               DELIMITED BY SIZE
                                   FUNCTION TRIM(NTF-REC-TEXT)
                                                       DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-FILE
           END-IF
           PERFORM END-SECTION
           EXIT.

      *> login.audit.txt rows are username|result|stamp. As with the
      *> connection history, the yearly archives come first.
       WRITE-LOGIN-AUDIT-SECTION.
           MOVE "Login Audit" TO WS-SECTION-TITLE
           PERFORM START-SECTION
           PERFORM VARYING WS-ARCH-YEAR FROM 2000 BY 1
                   UNTIL WS-ARCH-YEAR > WS-THIS-YEAR
               MOVE SPACES TO WS-LOGIN-AUDIT-NAME
               STRING "data/login.audit." WS-ARCH-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-LOGIN-AUDIT-NAME
               END-STRING
               PERFORM SCAN-LOGIN-AUDIT-FILE
           END-PERFORM
           MOVE "data/login.audit.txt" TO WS-LOGIN-AUDIT-NAME
           PERFORM SCAN-LOGIN-AUDIT-FILE
           PERFORM END-SECTION
           EXIT.

       SCAN-LOGIN-AUDIT-FILE.
           OPEN INPUT LOGIN-AUDIT-FILE
           IF WS-LOGIN-AUDIT-STATUS = "00"
               SET NOT-EOF-STORE TO TRUE
               PERFORM UNTIL EOF-STORE
                   READ LOGIN-AUDIT-FILE
                       AT END SET EOF-STORE TO TRUE
                       NOT AT END
                           INITIALIZE WS-T1 WS-T2 WS-T3
                           UNSTRING LOGIN-AUDIT-REC DELIMITED BY '|'
                               INTO WS-T1 WS-T2 WS-T3
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) = FUNCTION TRIM(WS-SUBJECT)
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-OUT
                               STRING
                                   FUNCTION TRIM(WS-T3)  DELIMITED BY SIZE
                                   " | "                 DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-T2)  DELIMITED BY SIZE
                                   INTO WS-OUT
                               END-STRING
                               PERFORM WRITE-OUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGIN-AUDIT-FILE
           END-IF
           EXIT.
