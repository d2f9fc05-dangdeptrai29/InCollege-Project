        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-NOTIFY-FEED.
       AUTHOR. Wisconsin Team.

      *> Stand-alone nightly batch program for e-mail notifications.
      *> Walks data/notify.dat and turns every Queued notification into
      *> the fixed-format feed the campus mail relay picks up,
      *> io/InCollege-MailFeed.YYYYMMDD.txt: one e-mail per user per
      *> run, listing everything queued for them since the last run.
      *> The address is the username at the campus mail domain
      *> (NOTIFY_MAIL_DOMAIN in data/config.txt; the program will not
      *> run without it). Users on the opt-out list kept next to the
      *> privacy settings (data/notify.optout.txt) get no mail; their
      *> rows are marked OptedOut instead. Rows that went into the feed
      *> are marked Sent, so a rerun never mails them again, and rows
      *> settled on an earlier day are deleted. Every change is
      *> journaled so INCOLLEGE-RECOVER rolls it forward. Runs inside
      *> the batch window: it honors the session lock and holds the
      *> batch lock while it writes.
      *>
      *> Feed layout, 256-byte records, type in column 1:
      *>   H  source, run date, run time, sender address
      *>   M  e-mail sequence, recipient address, subject, body lines
      *>   B  e-mail sequence, line number, body text
      *>   T  e-mail count, body line count
      *> A second run on the same day appends a further H..T batch.

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
           SELECT CONFIG-FILE ASSIGN TO "data/config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "data/notify.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-REC-ID
               FILE STATUS IS WS-NTF-STATUS.
           SELECT NOTIFY-OPTOUT-FILE ASSIGN TO "data/notify.optout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-REC                PIC X(80).

       FD  CONFIG-FILE.
       01  CONFIG-REC                    PIC X(80).

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

      *> Layout must mirror NOTIFY-OPTOUT-REC in InCollege.cob
       FD  NOTIFY-OPTOUT-FILE.
       01  NOTIFY-OPTOUT-REC             PIC X(150).

      *> The mail relay's fixed-format feed; one 01 per record type.
       FD  FEED-FILE.
       01  FEED-HDR-REC.
           05  FEED-HDR-TYPE              PIC X(01).
           05  FEED-HDR-SOURCE            PIC X(10).
           05  FEED-HDR-DATE              PIC X(08).
           05  FEED-HDR-TIME              PIC X(06).
           05  FEED-HDR-FROM              PIC X(64).
           05  FILLER                     PIC X(167).
       01  FEED-MSG-REC.
           05  FEED-MSG-TYPE              PIC X(01).
           05  FEED-MSG-SEQ               PIC 9(06).
           05  FEED-MSG-TO                PIC X(128).
           05  FEED-MSG-SUBJECT           PIC X(80).
           05  FEED-MSG-LINES             PIC 9(04).
           05  FILLER                     PIC X(37).
       01  FEED-BODY-REC.
           05  FEED-BODY-TYPE             PIC X(01).
           05  FEED-BODY-SEQ              PIC 9(06).
           05  FEED-BODY-LINE             PIC 9(04).
           05  FEED-BODY-TEXT             PIC X(230).
           05  FILLER                     PIC X(15).
       01  FEED-TRL-REC.
           05  FEED-TRL-TYPE              PIC X(01).
           05  FEED-TRL-MSGS              PIC 9(08).
           05  FEED-TRL-LINES             PIC 9(08).
           05  FILLER                     PIC X(239).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC                   PIC X(2082).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-BATCH-LOCK-STATUS          PIC XX VALUE "00".
       01  WS-CFG-STATUS                 PIC XX VALUE "00".
       01  WS-NTF-STATUS                 PIC XX VALUE "00".
       01  WS-OPTOUT-STATUS              PIC XX VALUE "00".
       01  WS-FEED-STATUS                PIC XX VALUE "00".
       01  WS-JNL-STATUS                 PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       77  WS-BATCH-LOCK-NAME            PIC X(32) VALUE "data/batch.lock".
       77  WS-LOCK-RC                    PIC 9(9) COMP-5 VALUE 0.

       *> End-of-file flags with condition names
       01  WS-EOF-CFG                    PIC X VALUE 'N'.
           88  EOF-CFG                       VALUE 'Y'.
           88  NOT-EOF-CFG                   VALUE 'N'.
       01  WS-EOF-NTF                    PIC X VALUE 'N'.
           88  EOF-NTF                       VALUE 'Y'.
           88  NOT-EOF-NTF                   VALUE 'N'.
       01  WS-EOF-OPTOUT                 PIC X VALUE 'N'.
           88  EOF-OPTOUT                    VALUE 'Y'.
           88  NOT-EOF-OPTOUT                VALUE 'N'.

       *> Site configuration (same key=value format INIT-LOAD-CONFIG
       *> reads in InCollege.cob)
       01  WS-CFG-KEY                    PIC X(32)  VALUE SPACES.
       01  WS-CFG-VALUE                  PIC X(128) VALUE SPACES.
       01  WS-MAIL-DOMAIN                PIC X(64)  VALUE SPACES.
       01  WS-MAIL-FROM                  PIC X(64)  VALUE SPACES.

       *> Users who turned e-mail notifications off
       01  WS-OPTOUT-MAX                 PIC 9(4) VALUE 500.
       01  WS-OPTOUT-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPTOUT-TABLE.
           05  WS-OPTOUT-USER OCCURS 500 TIMES PIC X(128).
       77  WS-OPTOUT-FLAG                PIC X      VALUE 'N'.
           88  USER-OPTED-OUT                VALUE 'Y'.
           88  USER-OPTED-IN                 VALUE 'N'.

       *> Notifications going into this run's feed. Anything past the
       *> table stays Queued for the next run.
       01  WS-PEND-MAX                   PIC 9(4) VALUE 1000.
       01  WS-PEND-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES.
               10  WS-PEND-ID            PIC 9(08).
               10  WS-PEND-USER          PIC X(128).
               10  WS-PEND-STAMP         PIC X(14).
               10  WS-PEND-TEXT          PIC X(200).
               10  WS-PEND-LISTED        PIC X(01).

      *> The journal line layout, mirrored from InCollege.cob, so the
      *> queue changes roll forward with everything else.
       01  WS-JNL-LINE.
           05  WS-JNL-STORE              PIC X(12).
           05  WS-JNL-ACTION             PIC X(08).
           05  WS-JNL-STAMP              PIC X(14).
           05  WS-JNL-IMAGE              PIC X(2048).
       77  WS-JNL-NAME                   PIC X(64)  VALUE SPACES.
       77  WS-FEED-NAME                  PIC X(64)  VALUE SPACES.
       77  WS-TIMESTAMP-14               PIC X(14)  VALUE SPACES.
       77  WS-RUN-STAMP                  PIC X(14)  VALUE SPACES.
       77  WS-FORMATTED-TS               PIC X(16)  VALUE SPACES.
       77  WS-FEED-OK-FLAG               PIC X      VALUE 'N'.
           88  FEED-WRITTEN                  VALUE 'Y'.
           88  FEED-NOT-WRITTEN              VALUE 'N'.

       *> Run date, counters and subscripts
       77  WS-TODAY                      PIC X(8)   VALUE SPACES.
       77  WS-SENT-COUNT                 PIC 9(6) VALUE 0.
       77  WS-MAIL-COUNT                 PIC 9(6) VALUE 0.
       77  WS-BODY-COUNT                 PIC 9(6) VALUE 0.
       77  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       77  WS-DEFERRED-COUNT             PIC 9(6) VALUE 0.
       77  WS-PURGED-COUNT               PIC 9(6) VALUE 0.
       77  WS-GROUP-COUNT                PIC 9(4) VALUE 0.
       77  WS-LINE-NUM                   PIC 9(4) VALUE 0.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
       77  WS-I                          PIC 9(4) VALUE 0.
       77  WS-J                          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           PERFORM LOAD-CONFIG
           IF WS-MAIL-DOMAIN = SPACES
               DISPLAY "NOTIFY_MAIL_DOMAIN is not set in data/config.txt; "
                   "not starting."
               GOBACK
           END-IF
           PERFORM TAKE-BATCH-LOCK
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY

           PERFORM LOAD-OPTOUTS
           PERFORM SCAN-NOTIFY-QUEUE
           IF WS-PEND-COUNT > 0
               PERFORM WRITE-MAIL-FEED
               IF FEED-WRITTEN
                   PERFORM MARK-FEED-SENT
               END-IF
           END-IF
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           DISPLAY "Notification feed complete: "
               FUNCTION TRIM(WS-COUNT-DISP) " notification(s) sent."
           MOVE WS-MAIL-COUNT TO WS-COUNT-DISP
           IF WS-MAIL-COUNT > 0
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP) " e-mail(s) written; see "
                   FUNCTION TRIM(WS-FEED-NAME) "."
           ELSE
               DISPLAY "0 e-mail(s) written."
           END-IF
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
               " notification(s) skipped for opted-out users."
           IF WS-DEFERRED-COUNT > 0
               MOVE WS-DEFERRED-COUNT TO WS-COUNT-DISP
               DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
                   " notification(s) left queued for the next run."
           END-IF
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
               " settled notification(s) purged."
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
                   "INCOLLEGE-NOTIFY-FEED|"         DELIMITED BY SIZE
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

       CONFIG-SECTION.
      *> NOTIFY_MAIL_DOMAIN is required; NOTIFY_MAIL_FROM defaults to
      *> no-reply at that domain.
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
           IF WS-MAIL-FROM = SPACES AND WS-MAIL-DOMAIN NOT = SPACES
               STRING
                   "no-reply@"                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAIL-DOMAIN)    DELIMITED BY SIZE
                   INTO WS-MAIL-FROM
               END-STRING
           END-IF
           EXIT.

       PARSE-CONFIG-REC.
           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
           UNSTRING CONFIG-REC DELIMITED BY '='
               INTO WS-CFG-KEY
                    WS-CFG-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CFG-KEY)   TO WS-CFG-KEY
           MOVE FUNCTION TRIM(WS-CFG-VALUE) TO WS-CFG-VALUE
           IF WS-CFG-KEY = "NOTIFY_MAIL_DOMAIN"
              AND WS-CFG-VALUE NOT = SPACES
               MOVE WS-CFG-VALUE TO WS-MAIL-DOMAIN
           END-IF
           IF WS-CFG-KEY = "NOTIFY_MAIL_FROM"
              AND WS-CFG-VALUE NOT = SPACES
               MOVE WS-CFG-VALUE TO WS-MAIL-FROM
           END-IF
           EXIT.

       QUEUE-SECTION.
       LOAD-OPTOUTS.
           MOVE 0 TO WS-OPTOUT-COUNT
           OPEN INPUT NOTIFY-OPTOUT-FILE
           IF WS-OPTOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-OPTOUT TO TRUE
           PERFORM UNTIL EOF-OPTOUT
               READ NOTIFY-OPTOUT-FILE
                   AT END SET EOF-OPTOUT TO TRUE
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
           EXIT.

      *> One pass over the queue: settled rows from an earlier day are
      *> deleted, Queued rows for opted-out users are marked OptedOut,
      *> and the rest are collected for the feed.
       SCAN-NOTIFY-QUEUE.
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-NTF TO TRUE
           PERFORM UNTIL EOF-NTF
               READ NOTIFY-FILE NEXT RECORD
                   AT END SET EOF-NTF TO TRUE
                   NOT AT END
                       EVALUATE NTF-REC-STATUS
                           WHEN "Queued"
                               PERFORM TAKE-QUEUED-NOTIFICATION
                           WHEN "Sent"
                           WHEN "OptedOut"
                               IF NTF-REC-SENT-STAMP(1:8) < WS-TODAY
                                   PERFORM PURGE-SETTLED-NOTIFICATION
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           SET NOT-EOF-NTF TO TRUE
           EXIT.

       TAKE-QUEUED-NOTIFICATION.
           PERFORM CHECK-USER-OPTED-OUT
           IF USER-OPTED-OUT
               MOVE "OptedOut" TO NTF-REC-STATUS
               MOVE WS-RUN-STAMP TO NTF-REC-SENT-STAMP
               REWRITE NTF-REC
               MOVE "REWRITE" TO WS-JNL-ACTION
               PERFORM JOURNAL-NTF-REC
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-COUNT >= WS-PEND-MAX
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE NTF-REC-ID    TO WS-PEND-ID(WS-PEND-COUNT)
           MOVE NTF-REC-USER  TO WS-PEND-USER(WS-PEND-COUNT)
           MOVE NTF-REC-STAMP TO WS-PEND-STAMP(WS-PEND-COUNT)
           MOVE NTF-REC-TEXT  TO WS-PEND-TEXT(WS-PEND-COUNT)
           MOVE "N"           TO WS-PEND-LISTED(WS-PEND-COUNT)
           EXIT.

       PURGE-SETTLED-NOTIFICATION.
           MOVE "DELETE" TO WS-JNL-ACTION
           PERFORM JOURNAL-NTF-REC
           DELETE NOTIFY-FILE RECORD
           ADD 1 TO WS-PURGED-COUNT
           EXIT.

       CHECK-USER-OPTED-OUT.
           SET USER-OPTED-IN TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPTOUT-COUNT OR USER-OPTED-OUT
               IF FUNCTION TRIM(WS-OPTOUT-USER(WS-I))
                  = FUNCTION TRIM(NTF-REC-USER)
                   SET USER-OPTED-OUT TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      *> Only the rows that actually went into the feed are marked;
      *> if the feed could not be written they stay Queued.
       MARK-FEED-SENT.
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS NOT = "00"
               DISPLAY "Error: cannot reopen notification queue (status "
                   WS-NTF-STATUS "); feed written but rows not marked."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PEND-COUNT
               MOVE WS-PEND-ID(WS-I) TO NTF-REC-ID
               READ NOTIFY-FILE
                   KEY IS NTF-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Sent" TO NTF-REC-STATUS
                       MOVE WS-RUN-STAMP TO NTF-REC-SENT-STAMP
                       REWRITE NTF-REC
                       MOVE "REWRITE" TO WS-JNL-ACTION
                       PERFORM JOURNAL-NTF-REC
                       ADD 1 TO WS-SENT-COUNT
               END-READ
           END-PERFORM
           CLOSE NOTIFY-FILE
           EXIT.

       FEED-SECTION.
      *> One e-mail per user: each unlisted entry starts an e-mail that
      *> then sweeps up every later entry for the same user, the way
      *> INCOLLEGE-OFFER-EXPIRY groups its report by employer.
       WRITE-MAIL-FEED.
           SET FEED-NOT-WRITTEN TO TRUE
           MOVE SPACES TO WS-FEED-NAME
           STRING
               "io/InCollege-MailFeed."   DELIMITED BY SIZE
               WS-TODAY                   DELIMITED BY SIZE
               ".txt"                     DELIMITED BY SIZE
               INTO WS-FEED-NAME
           END-STRING
           OPEN EXTEND FEED-FILE
           IF WS-FEED-STATUS = "05" OR WS-FEED-STATUS = "35"
               OPEN OUTPUT FEED-FILE
           END-IF
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Error: cannot create mail feed (status "
                   WS-FEED-STATUS "); notifications left queued."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FEED-HDR-REC
           MOVE "H"                  TO FEED-HDR-TYPE
           MOVE "INCOLLEGE"          TO FEED-HDR-SOURCE
           MOVE WS-RUN-STAMP(1:8)    TO FEED-HDR-DATE
           MOVE WS-RUN-STAMP(9:6)    TO FEED-HDR-TIME
           MOVE WS-MAIL-FROM         TO FEED-HDR-FROM
           WRITE FEED-HDR-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PEND-COUNT
               IF WS-PEND-LISTED(WS-I) = "N"
                   PERFORM WRITE-USER-MAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO FEED-TRL-REC
           MOVE "T"                  TO FEED-TRL-TYPE
           MOVE WS-MAIL-COUNT        TO FEED-TRL-MSGS
           MOVE WS-BODY-COUNT        TO FEED-TRL-LINES
           WRITE FEED-TRL-REC
           CLOSE FEED-FILE
           SET FEED-WRITTEN TO TRUE
           EXIT.

       WRITE-USER-MAIL.
           ADD 1 TO WS-MAIL-COUNT
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-PEND-COUNT
               IF WS-PEND-LISTED(WS-J) = "N"
                  AND WS-PEND-USER(WS-J) = WS-PEND-USER(WS-I)
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO FEED-MSG-REC
           MOVE "M"                  TO FEED-MSG-TYPE
           MOVE WS-MAIL-COUNT        TO FEED-MSG-SEQ
           STRING
               FUNCTION TRIM(WS-PEND-USER(WS-I))  DELIMITED BY SIZE
               "@"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-DOMAIN)      DELIMITED BY SIZE
               INTO FEED-MSG-TO
           END-STRING
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISP
           STRING
               "InCollege: "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP)       DELIMITED BY SIZE
               " new notification(s)"             DELIMITED BY SIZE
               INTO FEED-MSG-SUBJECT
           END-STRING
           MOVE WS-GROUP-COUNT       TO FEED-MSG-LINES
           WRITE FEED-MSG-REC

           MOVE 0 TO WS-LINE-NUM
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-PEND-COUNT
               IF WS-PEND-LISTED(WS-J) = "N"
                  AND WS-PEND-USER(WS-J) = WS-PEND-USER(WS-I)
                   PERFORM WRITE-BODY-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-BODY-LINE.
           ADD 1 TO WS-LINE-NUM
           ADD 1 TO WS-BODY-COUNT
           MOVE SPACES TO WS-FORMATTED-TS
           STRING
               WS-PEND-STAMP(WS-J)(1:4)  "-"
               WS-PEND-STAMP(WS-J)(5:2)  "-"
               WS-PEND-STAMP(WS-J)(7:2)  " "
               WS-PEND-STAMP(WS-J)(9:2)  ":"
               WS-PEND-STAMP(WS-J)(11:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-TS
           END-STRING
           MOVE SPACES TO FEED-BODY-REC
           MOVE "B"                  TO FEED-BODY-TYPE
           MOVE WS-MAIL-COUNT        TO FEED-BODY-SEQ
           MOVE WS-LINE-NUM          TO FEED-BODY-LINE
           STRING
               WS-FORMATTED-TS                    DELIMITED BY SIZE
               "  "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-PEND-TEXT(WS-J))  DELIMITED BY SIZE
               INTO FEED-BODY-TEXT
           END-STRING
           WRITE FEED-BODY-REC
           MOVE "Y" TO WS-PEND-LISTED(WS-J)
           EXIT.

       JOURNAL-SECTION.
       JOURNAL-NTF-REC.
           MOVE "NTFY"    TO WS-JNL-STORE
           MOVE NTF-REC   TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           EXIT.

      *> Mirrored from InCollege.cob: appends one change to today's
      *> journal so INCOLLEGE-RECOVER rolls these changes forward.
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
