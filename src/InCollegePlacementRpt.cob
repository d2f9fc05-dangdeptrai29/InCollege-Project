      *> job store first, then in the archive for postings that have
      *> since closed or expired), and writes one pipe-delimited row
      *> per outcome plus summary counts by major and by employer.
      *> A closing section rolls up the job offers store the same way:
      *> offers made, accepted, declined, expired and still open per
      *> employer, with the acceptance rate over the offers the
      *> students have settled (accepted / accepted+declined+expired).
      *> Run it after INCOLLEGE's session for the day has finished,
      *> the same way INCOLLEGE-DAILY-RPT is run.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-REC-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFFER-REC-KEY
               FILE STATUS IS WS-OFFER-STATUS.
           SELECT JOBS-ARCHIVE-FILE ASSIGN TO "data/jobs.archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.
           05  JOB-REC-SALARY             PIC X(128).
           05  JOB-REC-POSTED-DATE        PIC X(08).

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

       FD  JOBS-ARCHIVE-FILE.
       01  JOBS-ARCHIVE-REC              PIC X(1040).

       01  WS-PROF-STATUS                PIC XX VALUE "00".
       01  WS-JOBS-FILE-STATUS           PIC XX VALUE "00".
       01  WS-JOBS-ARCHIVE-STATUS        PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-EXT-STATUS                 PIC XX VALUE "00".

       *> End-of-file flags with condition names
       01  WS-EOF-ARCH                   PIC X VALUE 'N'.
           88  EOF-ARCH                       VALUE 'Y'.
           88  NOT-EOF-ARCH                   VALUE 'N'.
       01  WS-EOF-OFFER                  PIC X VALUE 'N'.
           88  EOF-OFFER                      VALUE 'Y'.
           88  NOT-EOF-OFFER                  VALUE 'N'.

       *> Generic pipe-delimited field tokens, reused record-by-record
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       77  WS-OUT-TITLE                  PIC X(128)  VALUE SPACES.
       77  WS-OUT-EMPLOYER               PIC X(128)  VALUE SPACES.
       77  WS-OUT-LOCATION               PIC X(128)  VALUE SPACES.
       77  WS-LOOKUP-JOB-ID              PIC 9(6)    VALUE 0.
       77  WS-JOB-ID-TEXT                PIC X(12)   VALUE SPACES.
       77  WS-JOB-ID-DISPLAY             PIC Z(5)9   VALUE ZERO.
       01  WS-JOB-FOUND-FLAG             PIC X VALUE 'N'.
               10  WS-EMP-SUM-HIRED      PIC 9(6).
               10  WS-EMP-SUM-INTV       PIC 9(6).

       *> Offer roll-up by employer
       01  WS-OFR-SUM-MAX                PIC 9(4) VALUE 200.
       01  WS-OFR-SUM-COUNT              PIC 9(4) VALUE 0.
       01  WS-OFR-SUM-TABLE.
           05  WS-OFR-SUM OCCURS 200 TIMES.
               10  WS-OFR-SUM-NAME       PIC X(128).
               10  WS-OFR-SUM-MADE       PIC 9(6).
               10  WS-OFR-SUM-ACCEPTED   PIC 9(6).
               10  WS-OFR-SUM-DECLINED   PIC 9(6).
               10  WS-OFR-SUM-EXPIRED    PIC 9(6).
               10  WS-OFR-SUM-OPEN       PIC 9(6).
       77  WS-OFR-MADE                   PIC 9(6) VALUE 0.
       77  WS-OFR-ACCEPTED               PIC 9(6) VALUE 0.
       77  WS-OFR-DECLINED               PIC 9(6) VALUE 0.
       77  WS-OFR-EXPIRED                PIC 9(6) VALUE 0.
       77  WS-OFR-OPEN                   PIC 9(6) VALUE 0.
       77  WS-OFR-SETTLED                PIC 9(6) VALUE 0.
       77  WS-OFR-RATE                   PIC 9(3) VALUE 0.

       01  MSG-EXT-HEADER                PIC X(96) VALUE
           "status|applicant|major|gradYear|university|jobTitle|employer|location|appliedDate".
       01  MSG-EXT-SUM-MAJOR             PIC X(40) VALUE
       01  MSG-EXT-SUM-EMPLOYER          PIC X(40) VALUE
           "SUMMARY BY EMPLOYER|hired|interviewing".
       01  MSG-EXT-TOTALS                PIC X(16) VALUE "TOTALS".
       01  MSG-EXT-SUM-OFFERS            PIC X(96) VALUE
           "OFFER ACCEPTANCE BY EMPLOYER|offers|accepted|declined|expired|open|acceptanceRatePct".
       01  MSG-EXT-OFFER-TOTALS          PIC X(16) VALUE "OFFER TOTALS".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           WRITE EXTRACT-REC

           PERFORM SCAN-APPLICATIONS
           PERFORM SCAN-OFFERS

           PERFORM WRITE-SUMMARY-SECTIONS
           PERFORM WRITE-OFFER-SECTION
           CLOSE EXTRACT-FILE

           MOVE WS-OUTCOME-COUNT TO WS-COUNT-DISP
      *> read, then rolls it into the summary tables.
       BUILD-OUTCOME-ROW.
           PERFORM LOOKUP-APPLICANT-PROFILE
           MOVE APP-REC-JOB-ID TO WS-LOOKUP-JOB-ID
           PERFORM LOOKUP-POSTING

           MOVE SPACES TO EXTRACT-REC
           MOVE SPACES TO WS-OUT-LOCATION
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               MOVE WS-LOOKUP-JOB-ID TO JOB-REC-ID
               READ JOBS-FILE
                   KEY IS JOB-REC-ID
                   INVALID KEY

      *> Archive format: id|poster|title|desc|employer|location|...
       LOOKUP-ARCHIVED-POSTING.
           MOVE WS-LOOKUP-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE SPACES TO WS-JOB-ID-TEXT
           MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
           OPEN INPUT JOBS-ARCHIVE-FILE
           END-STRING
           WRITE EXTRACT-REC
           EXIT.

      *> Every offer on file, whatever its status, is rolled up under
      *> the employer of the posting it was made on.
       SCAN-OFFERS.
           OPEN INPUT OFFERS-FILE
           IF WS-OFFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-OFFER TO TRUE
           PERFORM UNTIL EOF-OFFER
               READ OFFERS-FILE NEXT RECORD
                   AT END SET EOF-OFFER TO TRUE
                   NOT AT END
                       MOVE OFFER-REC-JOB-ID TO WS-LOOKUP-JOB-ID
                       PERFORM LOOKUP-POSTING
                       PERFORM TALLY-OFFER-SUMMARY
               END-READ
           END-PERFORM
           CLOSE OFFERS-FILE
           EXIT.

       TALLY-OFFER-SUMMARY.
           ADD 1 TO WS-OFR-MADE
           EVALUATE OFFER-REC-STATUS
               WHEN "Accepted"  ADD 1 TO WS-OFR-ACCEPTED
               WHEN "Declined"  ADD 1 TO WS-OFR-DECLINED
               WHEN "Expired"   ADD 1 TO WS-OFR-EXPIRED
               WHEN OTHER       ADD 1 TO WS-OFR-OPEN
           END-EVALUATE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OFR-SUM-COUNT
               IF WS-OFR-SUM-NAME(WS-I) = WS-OUT-EMPLOYER
                   PERFORM BUMP-OFFER-SUMMARY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OFR-SUM-COUNT < WS-OFR-SUM-MAX
               ADD 1 TO WS-OFR-SUM-COUNT
               MOVE WS-OFR-SUM-COUNT TO WS-I
               MOVE WS-OUT-EMPLOYER TO WS-OFR-SUM-NAME(WS-I)
               MOVE 0 TO WS-OFR-SUM-MADE(WS-I)
               MOVE 0 TO WS-OFR-SUM-ACCEPTED(WS-I)
               MOVE 0 TO WS-OFR-SUM-DECLINED(WS-I)
               MOVE 0 TO WS-OFR-SUM-EXPIRED(WS-I)
               MOVE 0 TO WS-OFR-SUM-OPEN(WS-I)
               PERFORM BUMP-OFFER-SUMMARY
           END-IF
           EXIT.

       BUMP-OFFER-SUMMARY.
           ADD 1 TO WS-OFR-SUM-MADE(WS-I)
           EVALUATE OFFER-REC-STATUS
               WHEN "Accepted"  ADD 1 TO WS-OFR-SUM-ACCEPTED(WS-I)
               WHEN "Declined"  ADD 1 TO WS-OFR-SUM-DECLINED(WS-I)
               WHEN "Expired"   ADD 1 TO WS-OFR-SUM-EXPIRED(WS-I)
               WHEN OTHER       ADD 1 TO WS-OFR-SUM-OPEN(WS-I)
           END-EVALUATE
           EXIT.

      *> Acceptance rate is a whole percentage of the settled offers;
      *> an employer whose offers are all still open reports zero.
       WRITE-OFFER-SECTION.
           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE MSG-EXT-SUM-OFFERS TO EXTRACT-REC
           WRITE EXTRACT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OFR-SUM-COUNT
               COMPUTE WS-OFR-SETTLED = WS-OFR-SUM-ACCEPTED(WS-I)
                   + WS-OFR-SUM-DECLINED(WS-I) + WS-OFR-SUM-EXPIRED(WS-I)
               END-COMPUTE
               MOVE 0 TO WS-OFR-RATE
               IF WS-OFR-SETTLED > 0
                   COMPUTE WS-OFR-RATE ROUNDED =
                       WS-OFR-SUM-ACCEPTED(WS-I) * 100 / WS-OFR-SETTLED
                   END-COMPUTE
               END-IF
               MOVE SPACES TO EXTRACT-REC
               STRING
                   FUNCTION TRIM(WS-OFR-SUM-NAME(WS-I))   DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-SUM-MADE(WS-I)                  DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-SUM-ACCEPTED(WS-I)              DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-SUM-DECLINED(WS-I)              DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-SUM-EXPIRED(WS-I)               DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-SUM-OPEN(WS-I)                  DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   WS-OFR-RATE                            DELIMITED BY SIZE
                   INTO EXTRACT-REC
               END-STRING
               WRITE EXTRACT-REC
           END-PERFORM

           COMPUTE WS-OFR-SETTLED = WS-OFR-ACCEPTED + WS-OFR-DECLINED
               + WS-OFR-EXPIRED
           END-COMPUTE
           MOVE 0 TO WS-OFR-RATE
           IF WS-OFR-SETTLED > 0
               COMPUTE WS-OFR-RATE ROUNDED =
                   WS-OFR-ACCEPTED * 100 / WS-OFR-SETTLED
               END-COMPUTE
           END-IF
           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           STRING
               MSG-EXT-OFFER-TOTALS         DELIMITED BY "  "
               "|"                          DELIMITED BY SIZE
               WS-OFR-MADE                  DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-OFR-ACCEPTED              DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-OFR-DECLINED              DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-OFR-EXPIRED               DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-OFR-OPEN                  DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-OFR-RATE                  DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING
           WRITE EXTRACT-REC
           EXIT.
