        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-WAREHOUSE-EXTRACT.
       AUTHOR. Wisconsin Team.

      *> Stand-alone batch program: the nightly feed to the university
      *> data warehouse (Institutional Research). One pipe-delimited
      *> file per subject area, io/InCollege-WH-<Area>.YYYYMMDD.txt:
      *>   Accounts      USERS-FILE, without the password hash
      *>   Profiles      PROFILE-REC-BODY split into its columns, the
      *>                 three experience and three education entries
      *>                 each in columns of their own
      *>   Jobs          open postings and the jobs archive together,
      *>                 with an archived flag, reason and date-time;
      *>                 the archive includes the yearly files
      *>                 INCOLLEGE-EOD-MAINT ages old lines into
      *>   Applications, Interviews, Events, Rsvps, Companies
      *> Every file has the same three record types:
      *>   H|area|layoutVersion|extractStamp|mode|sinceStamp|columns
      *>   D|change|col1|col2|...     change A = as on file (full run),
      *>                              U = added or changed, X = gone
      *>                              (key columns only)
      *>   T|area|rowCount|keyHashTotal
      *> rowCount is the number of D records. keyHashTotal is the sum,
      *> over the D records, of the key text as written (the key
      *> columns joined by "|", e.g. "000042|jdoe") hashed as the sum
      *> of position x character code; the load recomputes both to
      *> prove it got every row.
      *> Mode is WAREHOUSE_EXTRACT_MODE in data/config.txt: FULL (the
      *> default) writes every row; INCREMENTAL writes only the keys
      *> the daily change journals show changed since the previous
      *> extract (data/warehouse.last.txt), as they stand now. The
      *> journals are read from data/, or from the nightly backup set
      *> once INCOLLEGE-EOD-MAINT has moved a day's journal there.
      *> With no previous extract on record, or more changes than fit
      *> in the change table, an incremental run falls back to FULL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Batch-window interlock: refuse to start while an
           *> interactive session holds data/session.lock.
           SELECT SESSION-LOCK-FILE ASSIGN TO "data/session.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-LOCK-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT LAST-EXTRACT-FILE ASSIGN TO "data/warehouse.last.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
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
           SELECT COMPANIES-FILE ASSIGN TO "data/companies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-REC-KEY
               FILE STATUS IS WS-COMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  CONFIG-FILE.
       01  CONFIG-REC                    PIC X(80).

       FD  LAST-EXTRACT-FILE.
       01  LAST-EXTRACT-REC              PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC                   PIC X(2082).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC                   PIC X(4000).

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

      *> Layout must mirror COMPANY-REC in InCollege.cob
       FD  COMPANIES-FILE.
       01  COMPANY-REC.
           05  COMPANY-REC-KEY            PIC X(128).
           05  COMPANY-REC-NAME           PIC X(128).
           05  COMPANY-REC-INDUSTRY       PIC X(64).
           05  COMPANY-REC-LOCATION       PIC X(128).
           05  COMPANY-REC-DESC           PIC X(256).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-CFG-STATUS                 PIC XX VALUE "00".
       01  WS-LAST-STATUS                PIC XX VALUE "00".
       01  WS-JNL-STATUS                 PIC XX VALUE "00".
       01  WS-EXT-STATUS                 PIC XX VALUE "00".
       01  WS-USR-STATUS                 PIC XX VALUE "00".
       01  WS-PROF-STATUS                PIC XX VALUE "00".
       01  WS-JOBS-FILE-STATUS           PIC XX VALUE "00".
       01  WS-JOBS-ARCHIVE-STATUS        PIC XX VALUE "00".
       01  WS-APP-STATUS                 PIC XX VALUE "00".
       01  WS-IVW-FILE-STATUS            PIC XX VALUE "00".
       01  WS-EVT-STATUS                 PIC XX VALUE "00".
       01  WS-RSVP-STATUS                PIC XX VALUE "00".
       01  WS-COMP-STATUS                PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.

       *> End-of-file flags with condition names
       01  WS-EOF-CFG                    PIC X VALUE 'N'.
           88  EOF-CFG                       VALUE 'Y'.
           88  NOT-EOF-CFG                   VALUE 'N'.
       01  WS-EOF-JNL                    PIC X VALUE 'N'.
           88  EOF-JNL                       VALUE 'Y'.
           88  NOT-EOF-JNL                   VALUE 'N'.
       01  WS-EOF-STORE                  PIC X VALUE 'N'.
           88  EOF-STORE                     VALUE 'Y'.
           88  NOT-EOF-STORE                 VALUE 'N'.
       01  WS-EOF-ARCH                   PIC X VALUE 'N'.
           88  EOF-ARCH                      VALUE 'Y'.
           88  NOT-EOF-ARCH                  VALUE 'N'.

       *> Site configuration (same key=value format INIT-LOAD-CONFIG
       *> in INCOLLEGE parses)
       01  WS-CFG-KEY                    PIC X(32)  VALUE SPACES.
       01  WS-CFG-VALUE                  PIC X(128) VALUE SPACES.
       01  WS-MODE                       PIC X(11)  VALUE "FULL".
           88  FULL-MODE                     VALUE "FULL".
           88  INCREMENTAL-MODE              VALUE "INCREMENTAL".

      *> The previous extract's start stamp; an incremental run takes
      *> journal lines stamped after it.
       77  WS-RUN-STAMP                  PIC X(14)  VALUE SPACES.
       77  WS-SINCE-STAMP                PIC X(14)  VALUE SPACES.
       77  WS-TODAY                      PIC X(8)   VALUE SPACES.

      *> The journal line layout, mirrored from InCollege.cob
       01  WS-JNL-LINE.
           05  WS-JNL-STORE              PIC X(12).
           05  WS-JNL-ACTION             PIC X(08).
           05  WS-JNL-STAMP              PIC X(14).
           05  WS-JNL-IMAGE              PIC X(2048).
       77  WS-JNL-NAME                   PIC X(64)  VALUE SPACES.
       77  WS-DAY-INT                    PIC 9(9)   VALUE 0.
       77  WS-FROM-INT                   PIC 9(9)   VALUE 0.
       77  WS-TODAY-INT                  PIC 9(9)   VALUE 0.
       77  WS-DAY-NUM                    PIC 9(8)   VALUE 0.
       77  WS-DAY-DATE                   PIC X(8)   VALUE SPACES.
       77  WS-JNL-FILES-READ             PIC 9(4)   VALUE 0.

      *> Keys the journals show changed since the last extract: store
      *> tag + the key bytes from the front of the record image.
       01  WS-CHG-MAX                    PIC 9(5) VALUE 10000.
       01  WS-CHG-COUNT                  PIC 9(5) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG OCCURS 10000 TIMES.
               10  WS-CHG-STORE          PIC X(8).
               10  WS-CHG-KEY            PIC X(136).
       77  WS-CHG-IDX                    PIC 9(5)   VALUE 0.
       77  WS-NEW-STORE                  PIC X(8)   VALUE SPACES.
       77  WS-NEW-KEY                    PIC X(136) VALUE SPACES.
       01  WS-CHG-OVERFLOW-FLAG          PIC X VALUE 'N'.
           88  CHG-OVERFLOW                  VALUE 'Y'.
           88  CHG-FITS                      VALUE 'N'.
       01  WS-CHG-FOUND-FLAG             PIC X VALUE 'N'.
           88  CHG-FOUND                     VALUE 'Y'.
           88  CHG-NOT-FOUND                 VALUE 'N'.

      *> The subject area being written
       77  WS-AREA                       PIC X(16)  VALUE SPACES.
       77  WS-AREA-STORE                 PIC X(8)   VALUE SPACES.
       77  WS-LAYOUT-VERSION             PIC X(4)   VALUE SPACES.
       77  WS-COLUMNS                    PIC X(1024) VALUE SPACES.
       77  WS-EXT-NAME                   PIC X(80)  VALUE SPACES.
       01  WS-EXT-OPEN-FLAG              PIC X VALUE 'N'.
           88  EXT-OPEN                      VALUE 'Y'.
           88  EXT-NOT-OPEN                  VALUE 'N'.

      *> One D record being assembled: the change code, the key text
      *> that feeds the hash total, and the line itself.
       77  WS-CHANGE-CODE                PIC X(1)   VALUE SPACES.
       77  WS-ROW-KEY                    PIC X(160) VALUE SPACES.
       77  WS-OUT-LINE                   PIC X(4000) VALUE SPACES.
       77  WS-OUT-PTR                    PIC 9(4)   VALUE 1.
       77  WS-FLD                        PIC X(512) VALUE SPACES.
       77  WS-ROW-COUNT                  PIC 9(9)   VALUE 0.
       77  WS-HASH-TOTAL                 PIC 9(18)  VALUE 0.
       77  WS-KEY-LEN                    PIC 9(4)   VALUE 0.
       77  WS-P                          PIC 9(4)   VALUE 0.
       77  WS-ROW-DISP                   PIC 9(9).
       77  WS-HASH-DISP                  PIC 9(18).
       77  WS-ID-TEXT                    PIC 9(06).
       77  WS-SLOT-TEXT                  PIC 9(02).
       77  WS-CAP-TEXT                   PIC 9(04).
       77  WS-FAILED-TEXT                PIC 9(02).

      *> Profile body columns: first|last|univ|major|gyear|about|
      *> exps|edus, exps and edus being "^"-separated entries of
      *> "~"-separated parts (title~company~dates~desc,
      *> degree~school~years), at most three of each.
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       01  WS-T2                         PIC X(128)  VALUE SPACES.
       01  WS-T3                         PIC X(128)  VALUE SPACES.
       01  WS-T4                         PIC X(128)  VALUE SPACES.
       01  WS-T5                         PIC X(128)  VALUE SPACES.
       01  WS-ABOUT                      PIC X(512)  VALUE SPACES.
       01  WS-REST                       PIC X(1920) VALUE SPACES.
       01  WS-EXPS-STR                   PIC X(1024) VALUE SPACES.
       01  WS-EDUS-STR                   PIC X(1024) VALUE SPACES.
       01  WS-ENTRY                      PIC X(512)  VALUE SPACES.
       77  WS-REST-LEN                   PIC 9(4)    VALUE 0.
       77  WS-LAST-PIPE                  PIC 9(4)    VALUE 0.
       77  WS-PTR                        PIC 9(4)    VALUE 0.
       77  WS-LIST-LEN                   PIC 9(4)    VALUE 0.
       01  WS-EXP-PARTS.
           05  WS-EXP-PART OCCURS 3 TIMES.
               10  WS-EXP-TITLE          PIC X(50).
               10  WS-EXP-COMPANY        PIC X(50).
               10  WS-EXP-DATES          PIC X(50).
               10  WS-EXP-DESC           PIC X(100).
       01  WS-EDU-PARTS.
           05  WS-EDU-PART OCCURS 3 TIMES.
               10  WS-EDU-DEGREE         PIC X(50).
               10  WS-EDU-SCHOOL         PIC X(50).
               10  WS-EDU-YEARS          PIC X(20).
       77  WS-PART-COUNT                 PIC 9(4)    VALUE 0.

      *> Archived job line: id|poster|title|desc|employer|location|
      *> salary|posted|reason|archivedStamp
       01  WS-ARCH-FIELDS.
           05  WS-ARCH-ID                PIC X(16).
           05  WS-ARCH-POSTER            PIC X(128).
           05  WS-ARCH-TITLE             PIC X(128).
           05  WS-ARCH-DESC              PIC X(256).
           05  WS-ARCH-EMPLOYER          PIC X(128).
           05  WS-ARCH-LOCATION          PIC X(128).
           05  WS-ARCH-SALARY            PIC X(128).
           05  WS-ARCH-POSTED            PIC X(8).
           05  WS-ARCH-REASON            PIC X(16).
           05  WS-ARCH-STAMP             PIC X(14).
       01  WS-ARCH-FOUND-FLAG            PIC X VALUE 'N'.
           88  ARCH-FOUND                    VALUE 'Y'.
           88  ARCH-NOT-FOUND                VALUE 'N'.
       77  WS-ARCH-JOB-ID                PIC 9(06)  VALUE 0.
      *> The archive is data/jobs.archive.txt plus the yearly
      *> data/jobs.archive.YYYY.txt files aged out of it, probed from
      *> the platform's first year of service up to today.
       77  WS-JOBS-ARCHIVE-NAME          PIC X(128) VALUE SPACES.
       77  WS-ARCH-YEAR                  PIC 9(4)   VALUE 0.
       77  WS-THIS-YEAR                  PIC 9(4)   VALUE 0.
       01  WS-JOBS-OPEN-FLAG             PIC X VALUE 'N'.
           88  JOBS-OPEN                     VALUE 'Y'.
           88  JOBS-NOT-OPEN                 VALUE 'N'.

       *> Run counters and subscripts
       77  WS-FILES-WRITTEN              PIC 9(2)   VALUE 0.
       77  WS-FILES-FAILED               PIC 9(2)   VALUE 0.
       77  WS-TOTAL-ROWS                 PIC 9(9)   VALUE 0.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZZ,ZZ9.
       77  WS-I                          PIC 9(4)   VALUE 0.

       01  MSG-LAYOUT-V1                 PIC X(4)   VALUE "01".
       01  MSG-COLS-ACCOUNTS             PIC X(128) VALUE
           "username,role,createdDate,lastLogin,failedLogins,locked".
       01  MSG-COLS-PROFILES             PIC X(512) VALUE
           "username,firstName,lastName,university,major,gradYear,aboutMe,exp1Title,exp1Company,exp1Dates,exp1Desc,exp2Title,exp2Company,exp2Dates,exp2Desc,exp3Title,exp3Company,exp3Dates,exp3Desc,edu1Degree,edu1School,edu1Years,edu2Degree,edu2School,edu2Years,edu3Degree,edu3School,edu3Years".
       01  MSG-COLS-JOBS                 PIC X(256) VALUE
           "jobId,poster,title,description,employer,location,salary,postedDate,archived,archiveReason,archivedStamp".
       01  MSG-COLS-APPS                 PIC X(128) VALUE
           "jobId,username,status,appliedDate,statusStamp,coverNote".
       01  MSG-COLS-IVWS                 PIC X(128) VALUE
           "jobId,username,slot,date,time,place,status,stamp".
       01  MSG-COLS-EVTS                 PIC X(128) VALUE
           "eventId,organizer,title,date,time,location,description,capacity".
       01  MSG-COLS-RSVPS                PIC X(128) VALUE
           "eventId,username,stamp".
       01  MSG-COLS-COMPS                PIC X(128) VALUE
           "contactUsername,name,industry,location,description".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           MOVE FUNCTION NUMVAL(WS-TODAY(1:4)) TO WS-THIS-YEAR
           PERFORM LOAD-CONFIG
           PERFORM LOAD-LAST-EXTRACT

           IF INCREMENTAL-MODE
               IF WS-SINCE-STAMP = SPACES
                   DISPLAY "No previous warehouse extract on record; "
                       "running a full extract."
                   SET FULL-MODE TO TRUE
               ELSE
                   PERFORM COLLECT-JOURNAL-CHANGES
                   IF CHG-OVERFLOW
                       DISPLAY "More changes since " WS-SINCE-STAMP
                           " than the incremental run can hold; "
                           "running a full extract."
                       SET FULL-MODE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF FULL-MODE
               MOVE SPACES TO WS-SINCE-STAMP
           END-IF

           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-PROFILES
           PERFORM EXTRACT-JOBS
           PERFORM EXTRACT-APPLICATIONS
           PERFORM EXTRACT-INTERVIEWS
           PERFORM EXTRACT-EVENTS
           PERFORM EXTRACT-RSVPS
           PERFORM EXTRACT-COMPANIES

           MOVE WS-TOTAL-ROWS TO WS-COUNT-DISP
           DISPLAY "Warehouse extract (" FUNCTION TRIM(WS-MODE)
               ") complete: " WS-FILES-WRITTEN " file(s), "
               FUNCTION TRIM(WS-COUNT-DISP) " data record(s)."
           IF WS-FILES-FAILED > 0
               DISPLAY "Error: " WS-FILES-FAILED " extract file(s) could "
                   "not be written; the last-extract stamp is unchanged, "
                   "so the next run picks these changes up again."
           ELSE
               PERFORM SAVE-LAST-EXTRACT
           END-IF
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

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-CFG TO TRUE
           PERFORM UNTIL EOF-CFG
               READ CONFIG-FILE
                   AT END SET EOF-CFG TO TRUE
                   NOT AT END PERFORM PARSE-CONFIG-REC
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           EXIT.

       PARSE-CONFIG-REC.
           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
           UNSTRING CONFIG-REC DELIMITED BY '='
               INTO WS-CFG-KEY
                    WS-CFG-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CFG-KEY)   TO WS-CFG-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CFG-VALUE))
               TO WS-CFG-VALUE
           IF WS-CFG-KEY = "WAREHOUSE_EXTRACT_MODE"
               IF WS-CFG-VALUE = "INCREMENTAL"
                   SET INCREMENTAL-MODE TO TRUE
               ELSE
                   SET FULL-MODE TO TRUE
               END-IF
           END-IF
           EXIT.

      *> data/warehouse.last.txt: stamp|mode of the last extract that
      *> wrote every file.
       LOAD-LAST-EXTRACT.
           MOVE SPACES TO WS-SINCE-STAMP
           OPEN INPUT LAST-EXTRACT-FILE
           IF WS-LAST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LAST-EXTRACT-FILE
               AT END CONTINUE
               NOT AT END
                   IF LAST-EXTRACT-REC(1:14) IS NUMERIC
                       MOVE LAST-EXTRACT-REC(1:14) TO WS-SINCE-STAMP
                   END-IF
           END-READ
           CLOSE LAST-EXTRACT-FILE
           EXIT.

       SAVE-LAST-EXTRACT.
           OPEN OUTPUT LAST-EXTRACT-FILE
           IF WS-LAST-STATUS NOT = "00"
               DISPLAY "Error: cannot record the extract stamp in "
                   "data/warehouse.last.txt (status " WS-LAST-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LAST-EXTRACT-REC
           STRING WS-RUN-STAMP "|" FUNCTION TRIM(WS-MODE)
               DELIMITED BY SIZE INTO LAST-EXTRACT-REC
           END-STRING
           WRITE LAST-EXTRACT-REC
           CLOSE LAST-EXTRACT-FILE
           EXIT.

       JOURNAL-SECTION.
      *> Every journal day from the last extract to today. A day whose
      *> live journal is gone was moved into that night's backup set
      *> by INCOLLEGE-EOD-MAINT and is read from there instead.
       COLLECT-JOURNAL-CHANGES.
           MOVE 0 TO WS-CHG-COUNT WS-JNL-FILES-READ
           SET CHG-FITS TO TRUE
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-SINCE-STAMP(1:8))) TO WS-FROM-INT
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               TO WS-TODAY-INT
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TODAY-INT OR CHG-OVERFLOW
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-NUM
               MOVE WS-DAY-NUM TO WS-DAY-DATE
               PERFORM READ-ONE-JOURNAL
           END-PERFORM
           MOVE WS-CHG-COUNT TO WS-COUNT-DISP
           DISPLAY "Incremental extract since " WS-SINCE-STAMP ": "
               FUNCTION TRIM(WS-COUNT-DISP) " changed key(s) from "
               WS-JNL-FILES-READ " journal file(s)."
           EXIT.

       READ-ONE-JOURNAL.
           MOVE SPACES TO WS-JNL-NAME
           STRING "data/journal." WS-DAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-JNL-NAME
           END-STRING
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = "00"
               MOVE SPACES TO WS-JNL-NAME
               STRING "data/backup/" WS-DAY-DATE "/journal." WS-DAY-DATE
                      ".txt"
                   DELIMITED BY SIZE INTO WS-JNL-NAME
               END-STRING
               OPEN INPUT JOURNAL-FILE
               IF WS-JNL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-JNL-FILES-READ
           SET NOT-EOF-JNL TO TRUE
           PERFORM UNTIL EOF-JNL OR CHG-OVERFLOW
               READ JOURNAL-FILE
                   AT END SET EOF-JNL TO TRUE
                   NOT AT END PERFORM TAKE-JOURNAL-REC
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           EXIT.

      *> Only the stores the warehouse receives, and only changes
      *> journaled after the last extract started.
       TAKE-JOURNAL-REC.
           MOVE JOURNAL-REC TO WS-JNL-LINE
           IF WS-JNL-STAMP <= WS-SINCE-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-KEY
           MOVE FUNCTION TRIM(WS-JNL-STORE) TO WS-NEW-STORE
           EVALUATE WS-NEW-STORE
               WHEN "USERS"
               WHEN "PROFILES"
               WHEN "COMPS"
                   MOVE WS-JNL-IMAGE(1:128) TO WS-NEW-KEY
               WHEN "JOBS"
               WHEN "EVTS"
                   MOVE WS-JNL-IMAGE(1:6)   TO WS-NEW-KEY
               WHEN "APPS"
               WHEN "RSVPS"
                   MOVE WS-JNL-IMAGE(1:134) TO WS-NEW-KEY
               WHEN "IVWS"
                   MOVE WS-JNL-IMAGE(1:136) TO WS-NEW-KEY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           SET CHG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT OR CHG-FOUND
               IF WS-CHG-STORE(WS-CHG-IDX) = WS-NEW-STORE
                  AND WS-CHG-KEY(WS-CHG-IDX) = WS-NEW-KEY
                   SET CHG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CHG-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= WS-CHG-MAX
               SET CHG-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-NEW-STORE TO WS-CHG-STORE(WS-CHG-COUNT)
           MOVE WS-NEW-KEY   TO WS-CHG-KEY(WS-CHG-COUNT)
           EXIT.

       EXTRACT-FILE-SECTION.
      *> Opens io/InCollege-WH-<Area>.YYYYMMDD.txt and writes its
      *> header record.
       OPEN-EXTRACT-FILE.
           MOVE 0 TO WS-ROW-COUNT WS-HASH-TOTAL
           SET EXT-NOT-OPEN TO TRUE
           MOVE SPACES TO WS-EXT-NAME
           STRING
               "io/InCollege-WH-"                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-AREA)                   DELIMITED BY SIZE
               "."                                      DELIMITED BY SIZE
               WS-TODAY                                 DELIMITED BY SIZE
               ".txt"                                   DELIMITED BY SIZE
               INTO WS-EXT-NAME
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Error: cannot create " FUNCTION TRIM(WS-EXT-NAME)
                   " (status " WS-EXT-STATUS ")."
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
           END-IF
           SET EXT-OPEN TO TRUE
           MOVE SPACES TO EXTRACT-REC
           STRING
               "H|"                                     DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AREA))
                                                        DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-LAYOUT-VERSION)         DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               WS-RUN-STAMP                             DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-MODE)                   DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               WS-SINCE-STAMP                           DELIMITED BY SPACE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-COLUMNS)                DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING
           WRITE EXTRACT-REC
           EXIT.

       CLOSE-EXTRACT-FILE.
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-COUNT  TO WS-ROW-DISP
           MOVE WS-HASH-TOTAL TO WS-HASH-DISP
           MOVE SPACES TO EXTRACT-REC
           STRING
               "T|"                                     DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AREA))
                                                        DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               WS-ROW-DISP                              DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               WS-HASH-DISP                             DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING
           WRITE EXTRACT-REC
           CLOSE EXTRACT-FILE
           SET EXT-NOT-OPEN TO TRUE
           ADD 1 TO WS-FILES-WRITTEN
           ADD WS-ROW-COUNT TO WS-TOTAL-ROWS
           MOVE WS-ROW-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-EXT-NAME) ": "
               FUNCTION TRIM(WS-COUNT-DISP) " record(s)."
           EXIT.

      *> Starts a D record: "D|" + change code; the row's own columns
      *> follow through APPEND-FIELD.
       START-DATA-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "D|" WS-CHANGE-CODE DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           EXIT.

       APPEND-FIELD.
           STRING "|" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-FLD NOT = SPACES
               STRING FUNCTION TRIM(WS-FLD) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           EXIT.

      *> Writes the assembled D record and adds it to the trailer
      *> totals: position x character code over the key text.
       WRITE-DATA-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-KEY TRAILING))
               TO WS-KEY-LEN
           IF WS-ROW-KEY = SPACES
               MOVE 0 TO WS-KEY-LEN
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-KEY-LEN
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + WS-P * (FUNCTION ORD(WS-ROW-KEY(WS-P:1)) - 1)
               END-COMPUTE
           END-PERFORM
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-OUT-LINE TO EXTRACT-REC
           WRITE EXTRACT-REC
           EXIT.

      *> A key the journal shows changed that is no longer on file:
      *> "D|X|" and the key columns.
       WRITE-GONE-ROW.
           MOVE "X" TO WS-CHANGE-CODE
           PERFORM START-DATA-ROW
           MOVE WS-ROW-KEY TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       ACCOUNTS-SECTION.
       EXTRACT-ACCOUNTS.
           MOVE "Accounts"        TO WS-AREA
           MOVE "USERS"           TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-ACCOUNTS TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ USERS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-ACCOUNT-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:128)
                               TO USER-REC-KEY
                           READ USERS-FILE
                               KEY IS USER-REC-KEY
                               INVALID KEY
                                   MOVE FUNCTION TRIM(USER-REC-KEY)
                                       TO WS-ROW-KEY
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-ACCOUNT-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE USERS-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

      *> The password hash never leaves InCollege.
       EMIT-ACCOUNT-ROW.
           MOVE FUNCTION TRIM(USER-REC-KEY) TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ROW-KEY TO WS-FLD
           PERFORM APPEND-FIELD
           IF USER-REC-ROLE = SPACE
               MOVE "S" TO WS-FLD
           ELSE
               MOVE USER-REC-ROLE TO WS-FLD
           END-IF
           PERFORM APPEND-FIELD
           MOVE USER-REC-CREATED-DATE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE USER-REC-LAST-LOGIN TO WS-FLD
           PERFORM APPEND-FIELD
           IF USER-REC-FAILED-COUNT IS NUMERIC
               MOVE USER-REC-FAILED-COUNT TO WS-FAILED-TEXT
           ELSE
               MOVE 0 TO WS-FAILED-TEXT
           END-IF
           MOVE WS-FAILED-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           IF USER-REC-LOCKED = "Y"
               MOVE "Y" TO WS-FLD
           ELSE
               MOVE "N" TO WS-FLD
           END-IF
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       PROFILES-SECTION.
       EXTRACT-PROFILES.
           MOVE "Profiles"        TO WS-AREA
           MOVE "PROFILES"        TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-PROFILES TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILES-FILE
           IF WS-PROF-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ PROFILES-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-PROFILE-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:128)
                               TO PROFILE-REC-KEY
                           READ PROFILES-FILE
                               KEY IS PROFILE-REC-KEY
                               INVALID KEY
                                   MOVE FUNCTION TRIM(PROFILE-REC-KEY)
                                       TO WS-ROW-KEY
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-PROFILE-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PROFILES-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

      *> Same split INCOLLEGE uses when it loads a profile: the five
      *> leading fields and the about-me by "|", then experiences and
      *> educations either side of the last "|" of what remains.
       EMIT-PROFILE-ROW.
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
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REST-LEN
                   IF WS-REST(WS-I:1) = "|"
                       MOVE WS-I TO WS-LAST-PIPE
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
           PERFORM SPLIT-EXPERIENCES
           PERFORM SPLIT-EDUCATIONS

           MOVE FUNCTION TRIM(PROFILE-REC-KEY) TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ROW-KEY TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-T1 TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-T2 TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-T3 TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-T4 TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-T5 TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ABOUT TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE WS-EXP-TITLE(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
               MOVE WS-EXP-COMPANY(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
               MOVE WS-EXP-DATES(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
               MOVE WS-EXP-DESC(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE WS-EDU-DEGREE(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
               MOVE WS-EDU-SCHOOL(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
               MOVE WS-EDU-YEARS(WS-I) TO WS-FLD
               PERFORM APPEND-FIELD
           END-PERFORM
           PERFORM WRITE-DATA-ROW
           EXIT.

       SPLIT-EXPERIENCES.
           INITIALIZE WS-EXP-PARTS
           MOVE 0 TO WS-PART-COUNT
           IF WS-EXPS-STR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EXPS-STR)) TO WS-LIST-LEN
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LIST-LEN OR WS-PART-COUNT >= 3
               INITIALIZE WS-ENTRY
               UNSTRING WS-EXPS-STR DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-PTR
               END-UNSTRING
               ADD 1 TO WS-PART-COUNT
               UNSTRING WS-ENTRY DELIMITED BY "~"
                   INTO WS-EXP-TITLE(WS-PART-COUNT)
                        WS-EXP-COMPANY(WS-PART-COUNT)
                        WS-EXP-DATES(WS-PART-COUNT)
                        WS-EXP-DESC(WS-PART-COUNT)
               END-UNSTRING
           END-PERFORM
           EXIT.

       SPLIT-EDUCATIONS.
           INITIALIZE WS-EDU-PARTS
           MOVE 0 TO WS-PART-COUNT
           IF WS-EDUS-STR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EDUS-STR)) TO WS-LIST-LEN
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LIST-LEN OR WS-PART-COUNT >= 3
               INITIALIZE WS-ENTRY
               UNSTRING WS-EDUS-STR DELIMITED BY "^"
                   INTO WS-ENTRY
                   WITH POINTER WS-PTR
               END-UNSTRING
               ADD 1 TO WS-PART-COUNT
               UNSTRING WS-ENTRY DELIMITED BY "~"
                   INTO WS-EDU-DEGREE(WS-PART-COUNT)
                        WS-EDU-SCHOOL(WS-PART-COUNT)
                        WS-EDU-YEARS(WS-PART-COUNT)
               END-UNSTRING
           END-PERFORM
           EXIT.

       JOBS-SECTION.
      *> Open postings from JOBS-FILE, then the archive of closed and
      *> expired ones. Incrementally, a job journaled as deleted is
      *> looked for in the archive before it is reported gone.
       EXTRACT-JOBS.
           MOVE "Jobs"            TO WS-AREA
           MOVE "JOBS"            TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-JOBS     TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           IF FULL-MODE
               MOVE "A" TO WS-CHANGE-CODE
               OPEN INPUT JOBS-FILE
               IF WS-JOBS-FILE-STATUS = "00"
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ JOBS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-JOB-ROW
                       END-READ
                   END-PERFORM
                   CLOSE JOBS-FILE
               END-IF
               PERFORM VARYING WS-ARCH-YEAR FROM 2000 BY 1
                       UNTIL WS-ARCH-YEAR > WS-THIS-YEAR
                   MOVE SPACES TO WS-JOBS-ARCHIVE-NAME
                   STRING "data/jobs.archive." WS-ARCH-YEAR ".txt"
                       DELIMITED BY SIZE INTO WS-JOBS-ARCHIVE-NAME
                   END-STRING
                   PERFORM EMIT-ARCHIVE-FILE
               END-PERFORM
               MOVE "data/jobs.archive.txt" TO WS-JOBS-ARCHIVE-NAME
               PERFORM EMIT-ARCHIVE-FILE
           ELSE
               *> With no live job store every changed job is looked
               *> for in the archive instead of read by key.
               SET JOBS-NOT-OPEN TO TRUE
               OPEN INPUT JOBS-FILE
               IF WS-JOBS-FILE-STATUS = "00"
                   SET JOBS-OPEN TO TRUE
               END-IF
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                       PERFORM EMIT-CHANGED-JOB
                   END-IF
               END-PERFORM
               IF JOBS-OPEN
                   CLOSE JOBS-FILE
               END-IF
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

      *> Every line of one archive file (WS-JOBS-ARCHIVE-NAME).
       EMIT-ARCHIVE-FILE.
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-JOBS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ARCH TO TRUE
           PERFORM UNTIL EOF-ARCH
               READ JOBS-ARCHIVE-FILE
                   AT END SET EOF-ARCH TO TRUE
                   NOT AT END
                       IF JOBS-ARCHIVE-REC NOT = SPACES
                           PERFORM SPLIT-ARCHIVE-REC
                           PERFORM EMIT-ARCHIVED-JOB-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           EXIT.

       EMIT-CHANGED-JOB.
           MOVE "U" TO WS-CHANGE-CODE
           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:6) TO JOB-REC-ID
           MOVE JOB-REC-ID TO WS-ARCH-JOB-ID
           IF JOBS-NOT-OPEN
               PERFORM EMIT-CHANGED-ARCHIVED-JOB
               EXIT PARAGRAPH
           END-IF
           READ JOBS-FILE
               KEY IS JOB-REC-ID
               INVALID KEY
                   PERFORM EMIT-CHANGED-ARCHIVED-JOB
               NOT INVALID KEY
                   PERFORM EMIT-JOB-ROW
           END-READ
           EXIT.

       EMIT-CHANGED-ARCHIVED-JOB.
           PERFORM FIND-ARCHIVED-JOB
           IF ARCH-FOUND
               PERFORM EMIT-ARCHIVED-JOB-ROW
           ELSE
               MOVE WS-ARCH-JOB-ID TO WS-ID-TEXT
               MOVE WS-ID-TEXT TO WS-ROW-KEY
               PERFORM WRITE-GONE-ROW
           END-IF
           EXIT.

      *> The archive is append-only; the last line for the job wins,
      *> so the yearly files are read oldest first and the live
      *> archive last.
       FIND-ARCHIVED-JOB.
           SET ARCH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ARCH-YEAR FROM 2000 BY 1
                   UNTIL WS-ARCH-YEAR > WS-THIS-YEAR
               MOVE SPACES TO WS-JOBS-ARCHIVE-NAME
               STRING "data/jobs.archive." WS-ARCH-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-JOBS-ARCHIVE-NAME
               END-STRING
               PERFORM FIND-IN-ARCHIVE-FILE
           END-PERFORM
           MOVE "data/jobs.archive.txt" TO WS-JOBS-ARCHIVE-NAME
           PERFORM FIND-IN-ARCHIVE-FILE
           EXIT.

       FIND-IN-ARCHIVE-FILE.
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-JOBS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-ARCH TO TRUE
           PERFORM UNTIL EOF-ARCH
               READ JOBS-ARCHIVE-FILE
                   AT END SET EOF-ARCH TO TRUE
                   NOT AT END
                       IF JOBS-ARCHIVE-REC NOT = SPACES
                           INITIALIZE WS-T1
                           UNSTRING JOBS-ARCHIVE-REC DELIMITED BY '|'
                               INTO WS-T1
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-T1) NOT = SPACES
                              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-T1))
                                  = 0
                              AND FUNCTION NUMVAL(WS-T1) = WS-ARCH-JOB-ID
                               PERFORM SPLIT-ARCHIVE-REC
                               SET ARCH-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           EXIT.

       SPLIT-ARCHIVE-REC.
           INITIALIZE WS-ARCH-FIELDS
           UNSTRING JOBS-ARCHIVE-REC DELIMITED BY '|'
               INTO WS-ARCH-ID WS-ARCH-POSTER WS-ARCH-TITLE WS-ARCH-DESC
                    WS-ARCH-EMPLOYER WS-ARCH-LOCATION WS-ARCH-SALARY
                    WS-ARCH-POSTED WS-ARCH-REASON WS-ARCH-STAMP
           END-UNSTRING
           EXIT.

      *> Free text may hold the delimiter; it goes out as "/". The
      *> record is only read here, never written back.
       EMIT-JOB-ROW.
           INSPECT JOB-REC REPLACING ALL "|" BY "/"
           MOVE JOB-REC-ID TO WS-ID-TEXT
           MOVE WS-ID-TEXT TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-POSTER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-TITLE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-DESC TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-EMPLOYER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-LOCATION TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-SALARY TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE JOB-REC-POSTED-DATE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE "N" TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE SPACES TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       EMIT-ARCHIVED-JOB-ROW.
           IF FUNCTION TRIM(WS-ARCH-ID) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARCH-ID)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARCH-ID) TO WS-ID-TEXT
           MOVE WS-ID-TEXT TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-POSTER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-TITLE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-DESC TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-EMPLOYER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-LOCATION TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-SALARY TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-POSTED TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE "Y" TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-REASON TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-ARCH-STAMP TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       APPLICATIONS-SECTION.
       EXTRACT-APPLICATIONS.
           MOVE "Applications"    TO WS-AREA
           MOVE "APPS"            TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-APPS     TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-APPLICATION-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:134)
                               TO APP-REC-KEY
                           READ APPLICATIONS-FILE
                               KEY IS APP-REC-KEY
                               INVALID KEY
                                   PERFORM BUILD-APP-KEY-TEXT
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-APPLICATION-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE APPLICATIONS-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

       BUILD-APP-KEY-TEXT.
           MOVE APP-REC-JOB-ID TO WS-ID-TEXT
           MOVE SPACES TO WS-ROW-KEY
           STRING WS-ID-TEXT "|" FUNCTION TRIM(APP-REC-USER)
               DELIMITED BY SIZE INTO WS-ROW-KEY
           END-STRING
           EXIT.

       EMIT-APPLICATION-ROW.
           INSPECT APP-REC REPLACING ALL "|" BY "/"
           PERFORM BUILD-APP-KEY-TEXT
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE APP-REC-USER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE APP-REC-STATUS TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE APP-REC-DATE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE APP-REC-STATUS-STAMP TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE APP-REC-COVER-NOTE TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       INTERVIEWS-SECTION.
       EXTRACT-INTERVIEWS.
           MOVE "Interviews"      TO WS-AREA
           MOVE "IVWS"            TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-IVWS     TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IVW-FILE-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ INTERVIEWS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-INTERVIEW-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:136)
                               TO IVW-REC-KEY
                           READ INTERVIEWS-FILE
                               KEY IS IVW-REC-KEY
                               INVALID KEY
                                   PERFORM BUILD-IVW-KEY-TEXT
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-INTERVIEW-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE INTERVIEWS-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

       BUILD-IVW-KEY-TEXT.
           MOVE IVW-REC-JOB-ID TO WS-ID-TEXT
           MOVE IVW-REC-SLOT   TO WS-SLOT-TEXT
           MOVE SPACES TO WS-ROW-KEY
           STRING WS-ID-TEXT "|" FUNCTION TRIM(IVW-REC-USER) "|"
                  WS-SLOT-TEXT
               DELIMITED BY SIZE INTO WS-ROW-KEY
           END-STRING
           EXIT.

       EMIT-INTERVIEW-ROW.
           INSPECT IVW-REC REPLACING ALL "|" BY "/"
           PERFORM BUILD-IVW-KEY-TEXT
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-USER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE WS-SLOT-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-DATE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-TIME TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-PLACE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-STATUS TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE IVW-REC-STAMP TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       EVENTS-SECTION.
       EXTRACT-EVENTS.
           MOVE "Events"          TO WS-AREA
           MOVE "EVTS"            TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-EVTS     TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ EVENTS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-EVENT-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:6) TO EVT-REC-ID
                           READ EVENTS-FILE
                               KEY IS EVT-REC-ID
                               INVALID KEY
                                   MOVE EVT-REC-ID TO WS-ID-TEXT
                                   MOVE WS-ID-TEXT TO WS-ROW-KEY
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-EVENT-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE EVENTS-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

       EMIT-EVENT-ROW.
           INSPECT EVT-REC REPLACING ALL "|" BY "/"
           MOVE EVT-REC-ID TO WS-ID-TEXT
           MOVE WS-ID-TEXT TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-ORGANIZER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-TITLE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-DATE TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-TIME TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-LOCATION TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE EVT-REC-DESC TO WS-FLD
           PERFORM APPEND-FIELD
           IF EVT-REC-CAPACITY IS NUMERIC
               MOVE EVT-REC-CAPACITY TO WS-CAP-TEXT
           ELSE
               MOVE 0 TO WS-CAP-TEXT
           END-IF
           MOVE WS-CAP-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       RSVPS-SECTION.
       EXTRACT-RSVPS.
           MOVE "Rsvps"           TO WS-AREA
           MOVE "RSVPS"           TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-RSVPS    TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RSVPS-FILE
           IF WS-RSVP-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ RSVPS-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-RSVP-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:134)
                               TO RSVP-REC-KEY
                           READ RSVPS-FILE
                               KEY IS RSVP-REC-KEY
                               INVALID KEY
                                   PERFORM BUILD-RSVP-KEY-TEXT
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-RSVP-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE RSVPS-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

       BUILD-RSVP-KEY-TEXT.
           MOVE RSVP-REC-EVT-ID TO WS-ID-TEXT
           MOVE SPACES TO WS-ROW-KEY
           STRING WS-ID-TEXT "|" FUNCTION TRIM(RSVP-REC-USER)
               DELIMITED BY SIZE INTO WS-ROW-KEY
           END-STRING
           EXIT.

       EMIT-RSVP-ROW.
           PERFORM BUILD-RSVP-KEY-TEXT
           PERFORM START-DATA-ROW
           MOVE WS-ID-TEXT TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE RSVP-REC-USER TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE RSVP-REC-STAMP TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.

       COMPANIES-SECTION.
       EXTRACT-COMPANIES.
           MOVE "Companies"       TO WS-AREA
           MOVE "COMPS"           TO WS-AREA-STORE
           MOVE MSG-LAYOUT-V1     TO WS-LAYOUT-VERSION
           MOVE MSG-COLS-COMPS    TO WS-COLUMNS
           PERFORM OPEN-EXTRACT-FILE
           IF EXT-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMP-STATUS = "00"
               IF FULL-MODE
                   MOVE "A" TO WS-CHANGE-CODE
                   SET NOT-EOF-STORE TO TRUE
                   PERFORM UNTIL EOF-STORE
                       READ COMPANIES-FILE NEXT RECORD
                           AT END SET EOF-STORE TO TRUE
                           NOT AT END PERFORM EMIT-COMPANY-ROW
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                           UNTIL WS-CHG-IDX > WS-CHG-COUNT
                       IF WS-CHG-STORE(WS-CHG-IDX) = WS-AREA-STORE
                           MOVE WS-CHG-KEY(WS-CHG-IDX)(1:128)
                               TO COMPANY-REC-KEY
                           READ COMPANIES-FILE
                               KEY IS COMPANY-REC-KEY
                               INVALID KEY
                                   MOVE FUNCTION TRIM(COMPANY-REC-KEY)
                                       TO WS-ROW-KEY
                                   PERFORM WRITE-GONE-ROW
                               NOT INVALID KEY
                                   MOVE "U" TO WS-CHANGE-CODE
                                   PERFORM EMIT-COMPANY-ROW
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE COMPANIES-FILE
           END-IF
           PERFORM CLOSE-EXTRACT-FILE
           EXIT.

       EMIT-COMPANY-ROW.
           INSPECT COMPANY-REC REPLACING ALL "|" BY "/"
           MOVE FUNCTION TRIM(COMPANY-REC-KEY) TO WS-ROW-KEY
           PERFORM START-DATA-ROW
           MOVE WS-ROW-KEY TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE COMPANY-REC-NAME TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE COMPANY-REC-INDUSTRY TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE COMPANY-REC-LOCATION TO WS-FLD
           PERFORM APPEND-FIELD
           MOVE COMPANY-REC-DESC TO WS-FLD
           PERFORM APPEND-FIELD
           PERFORM WRITE-DATA-ROW
           EXIT.
