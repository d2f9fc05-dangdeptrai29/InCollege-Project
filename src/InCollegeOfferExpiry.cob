        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-OFFER-EXPIRY.
       AUTHOR. Wisconsin Team.

      *> Stand-alone nightly batch program for job offers. Walks
      *> data/offers.dat and marks every offer still Extended whose
      *> respond-by date is earlier than today as Expired (stamped and
      *> journaled, so INCOLLEGE-RECOVER rolls it forward like any
      *> interactive change). The offers expired on this run are then
      *> listed per employer -- the account that posted the job, found
      *> in the live job store or, for a posting since closed, in the
      *> archive -- in io/InCollege-OfferExpiry.txt, so each employer
      *> can follow up or re-extend. Runs inside the batch window: it
      *> honors the session lock and holds the batch lock while it
      *> writes.

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
           SELECT OFFERS-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFER-REC-KEY
               FILE STATUS IS WS-OFFER-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-REC-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT JOBS-ARCHIVE-FILE ASSIGN TO "data/jobs.archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "io/InCollege-OfferExpiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-REC                PIC X(80).

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

       FD  REPORT-FILE.
       01  REPORT-REC                    PIC X(512).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC                   PIC X(2082).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-BATCH-LOCK-STATUS          PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-JOBS-FILE-STATUS           PIC XX VALUE "00".
       01  WS-JOBS-ARCHIVE-STATUS        PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-JNL-STATUS                 PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       77  WS-BATCH-LOCK-NAME            PIC X(32) VALUE "data/batch.lock".
       77  WS-LOCK-RC                    PIC 9(9) COMP-5 VALUE 0.

       *> End-of-file flags with condition names
       01  WS-EOF-OFFER                  PIC X VALUE 'N'.
           88  EOF-OFFER                     VALUE 'Y'.
           88  NOT-EOF-OFFER                 VALUE 'N'.
       01  WS-EOF-ARCH                   PIC X VALUE 'N'.
           88  EOF-ARCH                      VALUE 'Y'.
           88  NOT-EOF-ARCH                  VALUE 'N'.

       *> Generic pipe-delimited field tokens for the archive rows
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       01  WS-T2                         PIC X(128)  VALUE SPACES.
       01  WS-T3                         PIC X(128)  VALUE SPACES.
       01  WS-T4                         PIC X(128)  VALUE SPACES.
       01  WS-T5                         PIC X(128)  VALUE SPACES.

       *> The posting behind the offer being expired
       77  WS-OUT-POSTER                 PIC X(128)  VALUE SPACES.
       77  WS-OUT-TITLE                  PIC X(128)  VALUE SPACES.
       77  WS-OUT-EMPLOYER               PIC X(128)  VALUE SPACES.
       77  WS-JOB-ID-TEXT                PIC X(12)   VALUE SPACES.
       77  WS-JOB-ID-DISPLAY             PIC Z(5)9   VALUE ZERO.
       01  WS-JOB-FOUND-FLAG             PIC X VALUE 'N'.
           88  JOB-FOUND                     VALUE 'Y'.
           88  JOB-NOT-FOUND                 VALUE 'N'.

       *> Offers expired on this run, held for the per-employer listing
       01  WS-EXP-MAX                    PIC 9(4) VALUE 500.
       01  WS-EXP-COUNT                  PIC 9(4) VALUE 0.
       *> Offers expired past the table's capacity: still expired and
       *> journaled, but only counted, not listed per employer.
       01  WS-EXP-OVERFLOW               PIC 9(6) VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 500 TIMES.
               10  WS-EXP-POSTER         PIC X(128).
               10  WS-EXP-EMPLOYER       PIC X(128).
               10  WS-EXP-JOB-ID         PIC 9(06).
               10  WS-EXP-TITLE          PIC X(128).
               10  WS-EXP-USER           PIC X(128).
               10  WS-EXP-RESPOND-BY     PIC X(08).
               10  WS-EXP-LISTED         PIC X(01).

      *> The journal line layout, mirrored from InCollege.cob, so the
      *> expiries roll forward with everything else.
       01  WS-JNL-LINE.
           05  WS-JNL-STORE              PIC X(12).
           05  WS-JNL-ACTION             PIC X(08).
           05  WS-JNL-STAMP              PIC X(14).
           05  WS-JNL-IMAGE              PIC X(2048).
       77  WS-JNL-NAME                   PIC X(64)  VALUE SPACES.
       77  WS-TIMESTAMP-14               PIC X(14)  VALUE SPACES.

       *> Run date, counters and subscripts
       77  WS-TODAY                      PIC X(8)   VALUE SPACES.
       77  WS-EXPIRED-COUNT              PIC 9(6) VALUE 0.
       77  WS-EMPLOYER-COUNT             PIC 9(6) VALUE 0.
       77  WS-GROUP-COUNT                PIC 9(6) VALUE 0.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
       77  WS-I                          PIC 9(4) VALUE 0.
       77  WS-J                          PIC 9(4) VALUE 0.

       01  MSG-RPT-COLUMNS               PIC X(64) VALUE
           "jobId|jobTitle|applicant|respondBy".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           PERFORM TAKE-BATCH-LOCK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM EXPIRE-LAPSED-OFFERS
           PERFORM WRITE-EXPIRY-REPORT
           PERFORM RELEASE-BATCH-LOCK

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           DISPLAY "Offer expiry complete: "
               FUNCTION TRIM(WS-COUNT-DISP) " offer(s) expired."
           MOVE WS-EMPLOYER-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP) " employer(s) listed; see "
               "io/InCollege-OfferExpiry.txt."
           IF WS-EXP-OVERFLOW > 0
               MOVE WS-EXP-OVERFLOW TO WS-COUNT-DISP
               DISPLAY "Employer listing truncated, "
                   FUNCTION TRIM(WS-COUNT-DISP) " offer(s) not shown."
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
                   "INCOLLEGE-OFFER-EXPIRY|"        DELIMITED BY SIZE
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

       EXPIRY-SECTION.
      *> An offer is lapsed when it is still Extended and its
      *> respond-by date is before today; the respond-by day itself is
      *> still open to the student.
       EXPIRE-LAPSED-OFFERS.
           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-OFFER TO TRUE
           PERFORM UNTIL EOF-OFFER
               READ OFFERS-FILE NEXT RECORD
                   AT END SET EOF-OFFER TO TRUE
                   NOT AT END
                       IF OFFER-REC-STATUS = "Extended"
                          AND OFFER-REC-RESPOND-BY < WS-TODAY
                           PERFORM EXPIRE-ONE-OFFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           SET NOT-EOF-OFFER TO TRUE
           EXIT.

       EXPIRE-ONE-OFFER.
           MOVE "Expired" TO OFFER-REC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO OFFER-REC-STAMP
           REWRITE OFFER-REC
           MOVE "OFFERS"  TO WS-JNL-STORE
           MOVE "REWRITE" TO WS-JNL-ACTION
           MOVE OFFER-REC TO WS-JNL-IMAGE
           PERFORM LOG-JOURNAL-REC
           ADD 1 TO WS-EXPIRED-COUNT

           PERFORM LOOKUP-POSTING
           IF WS-EXP-COUNT < WS-EXP-MAX
               ADD 1 TO WS-EXP-COUNT
               MOVE WS-OUT-POSTER        TO WS-EXP-POSTER(WS-EXP-COUNT)
               MOVE WS-OUT-EMPLOYER      TO WS-EXP-EMPLOYER(WS-EXP-COUNT)
               MOVE OFFER-REC-JOB-ID     TO WS-EXP-JOB-ID(WS-EXP-COUNT)
               MOVE WS-OUT-TITLE         TO WS-EXP-TITLE(WS-EXP-COUNT)
               MOVE OFFER-REC-USER       TO WS-EXP-USER(WS-EXP-COUNT)
               MOVE OFFER-REC-RESPOND-BY TO WS-EXP-RESPOND-BY(WS-EXP-COUNT)
               MOVE "N"                  TO WS-EXP-LISTED(WS-EXP-COUNT)
           ELSE
               ADD 1 TO WS-EXP-OVERFLOW
           END-IF
           EXIT.

      *> The live job store first; a posting that was closed or
      *> expired is found in the archive instead.
       LOOKUP-POSTING.
           SET JOB-NOT-FOUND TO TRUE
           MOVE "(job not on file)" TO WS-OUT-TITLE
           MOVE "(unknown employer)" TO WS-OUT-POSTER
           MOVE SPACES TO WS-OUT-EMPLOYER
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE OFFER-REC-JOB-ID TO JOB-REC-ID
               READ JOBS-FILE
                   KEY IS JOB-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET JOB-FOUND TO TRUE
                       MOVE FUNCTION TRIM(JOB-REC-POSTER)   TO WS-OUT-POSTER
                       MOVE FUNCTION TRIM(JOB-REC-TITLE)    TO WS-OUT-TITLE
                       MOVE FUNCTION TRIM(JOB-REC-EMPLOYER) TO WS-OUT-EMPLOYER
               END-READ
               CLOSE JOBS-FILE
           END-IF
           IF JOB-NOT-FOUND
               PERFORM LOOKUP-ARCHIVED-POSTING
           END-IF
           EXIT.

      *> Archive format: id|poster|title|desc|employer|location|...
       LOOKUP-ARCHIVED-POSTING.
           MOVE OFFER-REC-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE SPACES TO WS-JOB-ID-TEXT
           MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
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
                       IF FUNCTION TRIM(WS-T1)
                          = FUNCTION TRIM(WS-JOB-ID-TEXT)
                           SET JOB-FOUND TO TRUE
                           MOVE FUNCTION TRIM(WS-T2) TO WS-OUT-POSTER
                           MOVE FUNCTION TRIM(WS-T3) TO WS-OUT-TITLE
                           MOVE FUNCTION TRIM(WS-T5) TO WS-OUT-EMPLOYER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           SET NOT-EOF-ARCH TO TRUE
           EXIT.

       REPORT-SECTION.
      *> One block per employer account: a heading line, the column
      *> line, one row per expired offer, and the block's count. Each
      *> unlisted entry starts a block that then sweeps up every later
      *> entry for the same poster.
       WRITE-EXPIRY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: cannot create offer expiry report (status "
                   WS-RPT-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "OFFERS EXPIRED|" WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EXP-COUNT
               IF WS-EXP-LISTED(WS-I) = "N"
                   PERFORM WRITE-EMPLOYER-BLOCK
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL EXPIRED|" WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           EXIT.

       WRITE-EMPLOYER-BLOCK.
           ADD 1 TO WS-EMPLOYER-COUNT
           MOVE 0 TO WS-GROUP-COUNT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "EMPLOYER|"                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXP-POSTER(WS-I))       DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXP-EMPLOYER(WS-I))     DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE MSG-RPT-COLUMNS TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-EXP-COUNT
               IF WS-EXP-LISTED(WS-J) = "N"
                  AND WS-EXP-POSTER(WS-J) = WS-EXP-POSTER(WS-I)
                   PERFORM WRITE-EXPIRED-ROW
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           STRING "expired|" WS-GROUP-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           EXIT.

       WRITE-EXPIRED-ROW.
           MOVE WS-EXP-JOB-ID(WS-J) TO WS-JOB-ID-DISPLAY
           MOVE SPACES TO WS-JOB-ID-TEXT
           MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
           MOVE SPACES TO REPORT-REC
           STRING
               FUNCTION TRIM(WS-JOB-ID-TEXT)            DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXP-TITLE(WS-J))        DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXP-USER(WS-J))         DELIMITED BY SIZE
               "|"                                      DELIMITED BY SIZE
               WS-EXP-RESPOND-BY(WS-J)                  DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "Y" TO WS-EXP-LISTED(WS-J)
           ADD 1 TO WS-GROUP-COUNT
           EXIT.

       JOURNAL-SECTION.
      *> Mirrored from InCollege.cob: appends one change to today's
      *> journal so INCOLLEGE-RECOVER rolls these expiries forward.
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
