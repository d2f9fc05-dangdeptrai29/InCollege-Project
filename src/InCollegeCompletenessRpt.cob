        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-COMPLETENESS-RPT.
       AUTHOR. Wisconsin Team.

      *> Stand-alone batch program: profile completeness scoring for
      *> Career Services. Every student account in USERS-FILE is
      *> scored out of 100 on what its profile and activity show:
      *>   about-me text present                          20
      *>   experience entries (10 each, up to 2)          20
      *>   education entries (at least one)               20
      *>   skills in SKILLS-FILE (5 each, up to 3)        15
      *>   endorsements received (5 each, up to 2)        10
      *>   applied to at least one job                    15
      *> io/InCollege-CompletenessRpt.txt groups the students by
      *> university and graduation year (from PROFILES-FILE) with the
      *> average score of each group. io/InCollege-OutreachExtract.txt
      *> is the pipe-delimited list of students scoring under
      *> COMPLETENESS_THRESHOLD (data/config.txt, default 60), with
      *> the parts of the profile each one is missing or short on.
      *> Run it after INCOLLEGE's session for the day has finished,
      *> the same way INCOLLEGE-DAILY-RPT is run.

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
           SELECT USERS-FILE ASSIGN TO "data/users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-REC-KEY
               FILE STATUS IS WS-USR-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFILE-REC-KEY
               FILE STATUS IS WS-PROF-STATUS.
           SELECT SKILLS-FILE ASSIGN TO "data/skills.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SKILL-REC-KEY
               FILE STATUS IS WS-SKILLS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-REC-KEY
               FILE STATUS IS WS-APP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "io/InCollege-CompletenessRpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "io/InCollege-OutreachExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  CONFIG-FILE.
       01  CONFIG-REC                    PIC X(80).

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
           05  SKILL-REC-ENDORSERS       PIC X(400).

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

       FD  REPORT-FILE.
       01  REPORT-REC                    PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC                   PIC X(512).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       01  WS-CFG-STATUS                 PIC XX VALUE "00".
       01  WS-USR-STATUS                 PIC XX VALUE "00".
       01  WS-PROF-STATUS                PIC XX VALUE "00".
       01  WS-SKILLS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-APP-STATUS                 PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-EXT-STATUS                 PIC XX VALUE "00".

       *> End-of-file flags with condition names
       01  WS-EOF-CFG                    PIC X VALUE 'N'.
           88  EOF-CFG                        VALUE 'Y'.
           88  NOT-EOF-CFG                    VALUE 'N'.
       01  WS-EOF-USR                    PIC X VALUE 'N'.
           88  EOF-USR                        VALUE 'Y'.
           88  NOT-EOF-USR                    VALUE 'N'.
       01  WS-EOF-SKILLS                 PIC X VALUE 'N'.
           88  EOF-SKILLS                     VALUE 'Y'.
           88  NOT-EOF-SKILLS                 VALUE 'N'.
       01  WS-EOF-APPS                   PIC X VALUE 'N'.
           88  EOF-APPS                       VALUE 'Y'.
           88  NOT-EOF-APPS                   VALUE 'N'.

       *> Site configuration (same key=value format INIT-LOAD-CONFIG
       *> reads in InCollege.cob)
       01  WS-CFG-KEY                    PIC X(32)  VALUE SPACES.
       01  WS-CFG-VALUE                  PIC X(128) VALUE SPACES.
       77  WS-THRESHOLD                  PIC 9(3)   VALUE 60.

       *> Points per part of the profile (see the header)
       77  WS-PTS-ABOUT                  PIC 9(3)   VALUE 20.
       77  WS-PTS-PER-EXPERIENCE         PIC 9(3)   VALUE 10.
       77  WS-MAX-EXPERIENCES            PIC 9(3)   VALUE 2.
       77  WS-PTS-EDUCATION              PIC 9(3)   VALUE 20.
       77  WS-PTS-PER-SKILL              PIC 9(3)   VALUE 5.
       77  WS-MAX-SKILLS                 PIC 9(3)   VALUE 3.
       77  WS-PTS-PER-ENDORSEMENT        PIC 9(3)   VALUE 5.
       77  WS-MAX-ENDORSEMENTS           PIC 9(3)   VALUE 2.
       77  WS-PTS-APPLIED                PIC 9(3)   VALUE 15.

       *> Profile body pieces: first|last|univ|major|gyear|about|
       *> experiences|educations, entries split by "^"
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       01  WS-T2                         PIC X(128)  VALUE SPACES.
       01  WS-T3                         PIC X(128)  VALUE SPACES.
       01  WS-T4                         PIC X(128)  VALUE SPACES.
       01  WS-T5                         PIC X(128)  VALUE SPACES.
       01  WS-ABOUT                      PIC X(512)  VALUE SPACES.
       01  WS-REST                       PIC X(1920) VALUE SPACES.
       01  WS-EXPS-STR                   PIC X(1024) VALUE SPACES.
       01  WS-EDUS-STR                   PIC X(1024) VALUE SPACES.
       77  WS-REST-LEN                   PIC 9(4)    VALUE 0.
       77  WS-LAST-PIPE                  PIC 9(4)    VALUE 0.
       77  WS-PTR                        PIC 9(4)    VALUE 0.
       01  WS-PROFILE-FOUND-FLAG         PIC X VALUE 'N'.
           88  PROFILE-FOUND                 VALUE 'Y'.
           88  PROFILE-NOT-FOUND             VALUE 'N'.

       *> The student being scored
       77  WS-OUT-FIRST                  PIC X(128)  VALUE SPACES.
       77  WS-OUT-LAST                   PIC X(128)  VALUE SPACES.
       77  WS-OUT-UNIV                   PIC X(128)  VALUE SPACES.
       77  WS-OUT-GYEAR                  PIC X(4)    VALUE SPACES.
       77  WS-EXP-CNT                    PIC 9(4)    VALUE 0.
       77  WS-EDU-CNT                    PIC 9(4)    VALUE 0.
       77  WS-SKILL-CNT                  PIC 9(4)    VALUE 0.
       77  WS-ENDORSE-CNT                PIC 9(6)    VALUE 0.
       77  WS-SCORE                      PIC 9(3)    VALUE 0.
       77  WS-SCORE-DISP                 PIC ZZ9.
       77  WS-MISSING                    PIC X(128)  VALUE SPACES.
       77  WS-MISS-PTR                   PIC 9(4)    VALUE 1.
       77  WS-MISS-ITEM                  PIC X(16)   VALUE SPACES.
       01  WS-APPLIED-FLAG               PIC X VALUE 'N'.
           88  HAS-APPLIED                   VALUE 'Y'.
           88  HAS-NOT-APPLIED               VALUE 'N'.

      *> Skill, endorsement and application tallies per username,
      *> gathered in one pass over each store before the scoring.
       01  WS-TLY-MAX                    PIC 9(4) VALUE 2000.
       01  WS-TLY-COUNT                  PIC 9(4) VALUE 0.
       01  WS-TLY-TABLE.
           05  WS-TLY OCCURS 2000 TIMES.
               10  WS-TLY-USER           PIC X(128).
               10  WS-TLY-SKILLS         PIC 9(4).
               10  WS-TLY-ENDORSE        PIC 9(6).
               10  WS-TLY-APPLIED        PIC X(1).
       77  WS-TLY-KEY                    PIC X(128) VALUE SPACES.
       77  WS-SLOT                       PIC 9(4)   VALUE 0.

      *> One row per university + graduation year
       01  WS-GRP-MAX                    PIC 9(4) VALUE 500.
       01  WS-GRP-COUNT                  PIC 9(4) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP OCCURS 500 TIMES.
               10  WS-GRP-UNIV           PIC X(128).
               10  WS-GRP-GYEAR          PIC X(4).
               10  WS-GRP-STUDENTS       PIC 9(6).
               10  WS-GRP-TOTAL          PIC 9(8).
               10  WS-GRP-PRINTED        PIC X(1).

       *> Run date, counters and display editing
       77  WS-TODAY                      PIC X(8)   VALUE SPACES.
       77  WS-STUDENT-COUNT              PIC 9(6)   VALUE 0.
       77  WS-SCORE-TOTAL                PIC 9(8)   VALUE 0.
       77  WS-OUTREACH-COUNT             PIC 9(6)   VALUE 0.
       77  WS-AVG-SCORE                  PIC 9(3)V9 VALUE 0.
       77  WS-AVG-DISP                   PIC ZZ9.9.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
       77  WS-CLASS-LABEL                PIC X(12)  VALUE SPACES.
       77  WS-I                          PIC 9(4)   VALUE 0.
       77  WS-J                          PIC 9(4)   VALUE 0.

       01  MSG-RPT-TITLE                 PIC X(56)
               VALUE "InCollege Profile Completeness Report".
       01  MSG-RPT-DATE-PFX              PIC X(16) VALUE "Report date: ".
       01  MSG-RPT-NONE                  PIC X(40)
               VALUE "No student accounts on file.".
       01  MSG-EXT-HEADER                PIC X(96) VALUE
           "username|firstName|lastName|university|gradYear|score|missing".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-CONFIG
           PERFORM TALLY-SKILLS
           PERFORM TALLY-APPLICATIONS

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Error: cannot create outreach extract (status "
                   WS-EXT-STATUS ")."
               GOBACK
           END-IF
           MOVE MSG-EXT-HEADER TO EXTRACT-REC
           WRITE EXTRACT-REC
           PERFORM SCORE-STUDENTS
           CLOSE EXTRACT-FILE

           PERFORM WRITE-REPORT

           MOVE WS-STUDENT-COUNT TO WS-COUNT-DISP
           DISPLAY "Completeness report written: "
               FUNCTION TRIM(WS-COUNT-DISP) " student(s) scored."
           MOVE WS-OUTREACH-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
               " student(s) under the threshold; see "
               "io/InCollege-OutreachExtract.txt."
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
           MOVE FUNCTION TRIM(WS-CFG-VALUE) TO WS-CFG-VALUE
           IF WS-CFG-KEY = "COMPLETENESS_THRESHOLD"
              AND WS-CFG-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CFG-VALUE)) = 0
              AND FUNCTION NUMVAL(WS-CFG-VALUE) <= 100
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-THRESHOLD
           END-IF
           EXIT.

       TALLY-SKILLS.
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-SKILLS TO TRUE
           PERFORM UNTIL EOF-SKILLS
               READ SKILLS-FILE NEXT RECORD
                   AT END SET EOF-SKILLS TO TRUE
                   NOT AT END
                       MOVE SKILL-REC-OWNER TO WS-TLY-KEY
                       PERFORM FIND-OR-ADD-TALLY-SLOT
                       IF WS-SLOT > 0
                           ADD 1 TO WS-TLY-SKILLS(WS-SLOT)
                           ADD SKILL-REC-ENDORSE-CNT
                               TO WS-TLY-ENDORSE(WS-SLOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           EXIT.

      *> Any application counts, whatever its status -- the student
      *> has used the job board.
       TALLY-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-APPS TO TRUE
           PERFORM UNTIL EOF-APPS
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END SET EOF-APPS TO TRUE
                   NOT AT END
                       MOVE APP-REC-USER TO WS-TLY-KEY
                       PERFORM FIND-OR-ADD-TALLY-SLOT
                       IF WS-SLOT > 0
                           MOVE "Y" TO WS-TLY-APPLIED(WS-SLOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           EXIT.

      *> Leaves WS-SLOT at the tally row for WS-TLY-KEY, adding one if
      *> needed; 0 when the table is full.
       FIND-OR-ADD-TALLY-SLOT.
           PERFORM FIND-TALLY-SLOT
           IF WS-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TLY-COUNT < WS-TLY-MAX
               ADD 1 TO WS-TLY-COUNT
               MOVE WS-TLY-COUNT TO WS-SLOT
               MOVE FUNCTION TRIM(WS-TLY-KEY) TO WS-TLY-USER(WS-SLOT)
               MOVE 0   TO WS-TLY-SKILLS(WS-SLOT)
               MOVE 0   TO WS-TLY-ENDORSE(WS-SLOT)
               MOVE "N" TO WS-TLY-APPLIED(WS-SLOT)
           END-IF
           EXIT.

       FIND-TALLY-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TLY-COUNT OR WS-SLOT > 0
               IF WS-TLY-USER(WS-I) = FUNCTION TRIM(WS-TLY-KEY)
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           EXIT.

      *> Accounts written before roles existed have a blank role and
      *> are students, as in INCOLLEGE.
       SCORE-STUDENTS.
           OPEN INPUT USERS-FILE
           IF WS-USR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-USR TO TRUE
           PERFORM UNTIL EOF-USR
               READ USERS-FILE NEXT RECORD
                   AT END SET EOF-USR TO TRUE
                   NOT AT END
                       IF USER-REC-ROLE = "S" OR USER-REC-ROLE = SPACE
                           PERFORM SCORE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USERS-FILE
           EXIT.

       SCORE-ONE-STUDENT.
           PERFORM LOOKUP-STUDENT-PROFILE
           MOVE USER-REC-KEY TO WS-TLY-KEY
           PERFORM FIND-TALLY-SLOT
           IF WS-SLOT > 0
               MOVE WS-TLY-SKILLS(WS-SLOT)  TO WS-SKILL-CNT
               MOVE WS-TLY-ENDORSE(WS-SLOT) TO WS-ENDORSE-CNT
               MOVE WS-TLY-APPLIED(WS-SLOT) TO WS-APPLIED-FLAG
           ELSE
               MOVE 0 TO WS-SKILL-CNT WS-ENDORSE-CNT
               SET HAS-NOT-APPLIED TO TRUE
           END-IF

           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-MISSING
           MOVE 1 TO WS-MISS-PTR

           IF WS-ABOUT NOT = SPACES
               ADD WS-PTS-ABOUT TO WS-SCORE
           ELSE
               MOVE "about-me" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           IF WS-EXP-CNT >= WS-MAX-EXPERIENCES
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-EXPERIENCE * WS-MAX-EXPERIENCES
           ELSE
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-EXPERIENCE * WS-EXP-CNT
               MOVE "experience" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           IF WS-EDU-CNT > 0
               ADD WS-PTS-EDUCATION TO WS-SCORE
           ELSE
               MOVE "education" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           IF WS-SKILL-CNT >= WS-MAX-SKILLS
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-SKILL * WS-MAX-SKILLS
           ELSE
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-SKILL * WS-SKILL-CNT
               MOVE "skills" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           IF WS-ENDORSE-CNT >= WS-MAX-ENDORSEMENTS
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-ENDORSEMENT * WS-MAX-ENDORSEMENTS
           ELSE
               COMPUTE WS-SCORE = WS-SCORE
                   + WS-PTS-PER-ENDORSEMENT * WS-ENDORSE-CNT
               MOVE "endorsements" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           IF HAS-APPLIED
               ADD WS-PTS-APPLIED TO WS-SCORE
           ELSE
               MOVE "applications" TO WS-MISS-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF

           ADD 1 TO WS-STUDENT-COUNT
           ADD WS-SCORE TO WS-SCORE-TOTAL
           PERFORM TALLY-GROUP
           IF WS-SCORE < WS-THRESHOLD
               PERFORM WRITE-OUTREACH-ROW
           END-IF
           EXIT.

      *> Appends WS-MISS-ITEM to the comma-separated missing list.
       NOTE-MISSING-ITEM.
           IF WS-MISS-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-MISSING WITH POINTER WS-MISS-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-MISS-ITEM) DELIMITED BY SIZE
               INTO WS-MISSING WITH POINTER WS-MISS-PTR
           END-STRING
           EXIT.

      *> Splits the profile body the way PARSE-PROFILE-REC does in
      *> InCollege.cob: experiences and educations are the two fields
      *> after the about text, either side of the last "|". A student
      *> with no profile scores nothing for its parts and is grouped
      *> under "(no profile)".
       LOOKUP-STUDENT-PROFILE.
           SET PROFILE-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-OUT-FIRST WS-OUT-LAST WS-OUT-GYEAR WS-ABOUT
           MOVE "(no profile)" TO WS-OUT-UNIV
           MOVE 0 TO WS-EXP-CNT WS-EDU-CNT
           OPEN INPUT PROFILES-FILE
           IF WS-PROF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROFILE-REC-KEY
           MOVE FUNCTION TRIM(USER-REC-KEY) TO PROFILE-REC-KEY
           READ PROFILES-FILE
               KEY IS PROFILE-REC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFILE-FOUND TO TRUE
           END-READ
           CLOSE PROFILES-FILE
           IF PROFILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           MOVE 1 TO WS-PTR
           UNSTRING PROFILE-REC-BODY DELIMITED BY '|'
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-ABOUT
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-T1)      TO WS-OUT-FIRST
           MOVE FUNCTION TRIM(WS-T2)      TO WS-OUT-LAST
           MOVE FUNCTION TRIM(WS-T3)      TO WS-OUT-UNIV
           MOVE FUNCTION TRIM(WS-T5)(1:4) TO WS-OUT-GYEAR
           IF WS-OUT-UNIV = SPACES
               MOVE "(none given)" TO WS-OUT-UNIV
           END-IF

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

           IF WS-EXPS-STR NOT = SPACES
               INSPECT WS-EXPS-STR TALLYING WS-EXP-CNT FOR ALL "^"
               ADD 1 TO WS-EXP-CNT
           END-IF
           IF WS-EDUS-STR NOT = SPACES
               INSPECT WS-EDUS-STR TALLYING WS-EDU-CNT FOR ALL "^"
               ADD 1 TO WS-EDU-CNT
           END-IF
           EXIT.

       TALLY-GROUP.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-COUNT
               IF WS-GRP-UNIV(WS-I) = WS-OUT-UNIV
                  AND WS-GRP-GYEAR(WS-I) = WS-OUT-GYEAR
                   ADD 1 TO WS-GRP-STUDENTS(WS-I)
                   ADD WS-SCORE TO WS-GRP-TOTAL(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-I
               MOVE WS-OUT-UNIV  TO WS-GRP-UNIV(WS-I)
               MOVE WS-OUT-GYEAR TO WS-GRP-GYEAR(WS-I)
               MOVE 1            TO WS-GRP-STUDENTS(WS-I)
               MOVE WS-SCORE     TO WS-GRP-TOTAL(WS-I)
               MOVE "N"          TO WS-GRP-PRINTED(WS-I)
           END-IF
           EXIT.

       WRITE-OUTREACH-ROW.
           ADD 1 TO WS-OUTREACH-COUNT
           MOVE WS-SCORE TO WS-SCORE-DISP
           MOVE SPACES TO EXTRACT-REC
           STRING
               FUNCTION TRIM(USER-REC-KEY)      DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-FIRST)      DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-LAST)       DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-UNIV)       DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-GYEAR)      DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP)     DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-MISSING)        DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING
           WRITE EXTRACT-REC
           EXIT.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: cannot create completeness report (status "
                   WS-RPT-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-RPT-TITLE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING MSG-RPT-DATE-PFX DELIMITED BY SIZE
                  WS-TODAY         DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-THRESHOLD TO WS-SCORE-DISP
           MOVE SPACES TO REPORT-REC
           STRING "Outreach threshold: score under "  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCORE-DISP)         DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-STUDENT-COUNT = 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE MSG-RPT-NONE TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           *> Group by university: each unprinted row opens a
           *> university block, then every remaining row of the same
           *> university is printed under it and flagged.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-COUNT
               IF WS-GRP-PRINTED(WS-I) = "N"
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "University: "                      DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GRP-UNIV(WS-I))    DELIMITED BY SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J > WS-GRP-COUNT
                       IF WS-GRP-PRINTED(WS-J) = "N"
                          AND WS-GRP-UNIV(WS-J) = WS-GRP-UNIV(WS-I)
                           PERFORM WRITE-ONE-GROUP-LINE
                           MOVE "Y" TO WS-GRP-PRINTED(WS-J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-AVG-SCORE ROUNDED
               = WS-SCORE-TOTAL / WS-STUDENT-COUNT
           END-COMPUTE
           MOVE WS-AVG-SCORE TO WS-AVG-DISP
           MOVE WS-STUDENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "All students: "                DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP)    DELIMITED BY SIZE
               ", average score "              DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVG-DISP)      DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-OUTREACH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "Under threshold: "             DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP)    DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           EXIT.

       WRITE-ONE-GROUP-LINE.
           COMPUTE WS-AVG-SCORE ROUNDED
               = WS-GRP-TOTAL(WS-J) / WS-GRP-STUDENTS(WS-J)
           END-COMPUTE
           MOVE WS-AVG-SCORE TO WS-AVG-DISP
           MOVE WS-GRP-STUDENTS(WS-J) TO WS-COUNT-DISP
           IF WS-GRP-GYEAR(WS-J) = SPACES
               MOVE "(none given)" TO WS-CLASS-LABEL
           ELSE
               MOVE WS-GRP-GYEAR(WS-J) TO WS-CLASS-LABEL
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING
               "  Class of "                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLASS-LABEL)   DELIMITED BY SIZE
               ": "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP)    DELIMITED BY SIZE
               " student(s), average score "   DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVG-DISP)      DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           EXIT.
