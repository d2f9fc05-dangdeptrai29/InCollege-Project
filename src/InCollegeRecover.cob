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
           SELECT OFFERS-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFER-REC-KEY
               FILE STATUS IS WS-OFFER-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
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

      *> Layout must mirror LDG-REC in InCollege.cob
       FD  LEDGER-FILE.
       01  LDG-REC.
           05  LDG-REC-USER               PIC X(128).
           05  LDG-REC-BALANCE            PIC 9(06).
           05  LDG-REC-PURCHASED          PIC 9(06).
           05  LDG-REC-CHARGED            PIC 9(06).
           05  LDG-REC-LAST-SEQ           PIC 9(06).
           05  LDG-REC-STAMP              PIC X(14).

      *> Layout must mirror LTX-REC in InCollege.cob
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

      *> Layout must mirror RPT-REC in InCollege.cob
       FD  REPORTS-FILE.
       01  RPT-REC.
           05  RPT-REC-ID                 PIC 9(08).
           05  RPT-REC-REPORTER           PIC X(128).
           05  RPT-REC-TYPE               PIC X(01).
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

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-COMP-STATUS                PIC XX VALUE "00".
       01  WS-EVT-STATUS                 PIC XX VALUE "00".
       01  WS-RSVP-STATUS                PIC XX VALUE "00".
       01  WS-ORG-STATUS                 PIC XX VALUE "00".
       01  WS-ORGMEM-STATUS              PIC XX VALUE "00".
       01  WS-ORGPOST-STATUS             PIC XX VALUE "00".
       01  WS-LDG-STATUS                 PIC XX VALUE "00".
       01  WS-LTX-STATUS                 PIC XX VALUE "00".
       01  WS-OFFER-STATUS               PIC XX VALUE "00".
       01  WS-RPT-STATUS                 PIC XX VALUE "00".
       01  WS-NTF-STATUS                 PIC XX VALUE "00".

       *> End-of-file flags with condition names
       01  WS-EOF-IDX                    PIC X VALUE 'N'.
           05  FILLER PIC X(32) VALUE "interviews.dat".
           05  FILLER PIC X(32) VALUE "events.dat".
           05  FILLER PIC X(32) VALUE "rsvps.dat".
           05  FILLER PIC X(32) VALUE "offers.dat".
           05  FILLER PIC X(32) VALUE "reports.dat".
           05  FILLER PIC X(32) VALUE "notify.dat".
           05  FILLER PIC X(32) VALUE "orgs.dat".
           05  FILLER PIC X(32) VALUE "orgmembers.dat".
           05  FILLER PIC X(32) VALUE "orgposts.dat".
           05  FILLER PIC X(32) VALUE "ledger.dat".
           05  FILLER PIC X(32) VALUE "ledgertxn.dat".
           05  FILLER PIC X(32) VALUE "connections.txt".
           05  FILLER PIC X(32) VALUE "blocks.txt".
           05  FILLER PIC X(32) VALUE "privacy.txt".
           05  FILLER PIC X(32) VALUE "jobs.archive.txt".
           05  FILLER PIC X(32) VALUE "announcements.txt".
           05  FILLER PIC X(32) VALUE "announcements.seen.txt".
           05  FILLER PIC X(32) VALUE "moderation.log.txt".
           05  FILLER PIC X(32) VALUE "notify.optout.txt".
           05  FILLER PIC X(32) VALUE "records.audit.txt".
       01  WS-BACKUP-LIST-R REDEFINES WS-BACKUP-LIST.
           05  WS-BACKUP-NAME OCCURS 32 TIMES PIC X(32).
       77  WS-BACKUP-FILE-MAX            PIC 9(2) VALUE 32.

       *> Scratch for paths and the file utility calls
       77  WS-PATH-SRC                   PIC X(128) VALUE SPACES.
               CLOSE RSVPS-FILE
               OPEN I-O RSVPS-FILE
           END-IF
           OPEN I-O OFFERS-FILE
           IF WS-OFFER-STATUS = "35"
               OPEN OUTPUT OFFERS-FILE
               CLOSE OFFERS-FILE
               OPEN I-O OFFERS-FILE
           END-IF
           OPEN I-O REPORTS-FILE
           IF WS-RPT-STATUS = "35"
               OPEN OUTPUT REPORTS-FILE
               CLOSE REPORTS-FILE
               OPEN I-O REPORTS-FILE
           END-IF
           OPEN I-O NOTIFY-FILE
           IF WS-NTF-STATUS = "35"
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN I-O NOTIFY-FILE
           END-IF
           OPEN I-O ORGS-FILE
           IF WS-ORG-STATUS = "35"
               OPEN OUTPUT ORGS-FILE
               CLOSE ORGS-FILE
               OPEN I-O ORGS-FILE
           END-IF
           OPEN I-O ORG-MEMBERS-FILE
           IF WS-ORGMEM-STATUS = "35"
               OPEN OUTPUT ORG-MEMBERS-FILE
               CLOSE ORG-MEMBERS-FILE
               OPEN I-O ORG-MEMBERS-FILE
           END-IF
           OPEN I-O ORG-POSTS-FILE
           IF WS-ORGPOST-STATUS = "35"
               OPEN OUTPUT ORG-POSTS-FILE
               CLOSE ORG-POSTS-FILE
               OPEN I-O ORG-POSTS-FILE
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           OPEN I-O LEDGER-TXN-FILE
           IF WS-LTX-STATUS = "35"
               OPEN OUTPUT LEDGER-TXN-FILE
               CLOSE LEDGER-TXN-FILE
               OPEN I-O LEDGER-TXN-FILE
           END-IF
           EXIT.

       CLOSE-STORES.
           CLOSE USERS-FILE PROFILES-FILE JOBS-FILE APPLICATIONS-FILE
                 MESSAGES-FILE SKILLS-FILE INTERVIEWS-FILE
                 COMPANIES-FILE EVENTS-FILE RSVPS-FILE OFFERS-FILE
                 REPORTS-FILE NOTIFY-FILE ORGS-FILE ORG-MEMBERS-FILE
                 ORG-POSTS-FILE LEDGER-FILE LEDGER-TXN-FILE
           EXIT.

      *> Every journal dated on or after the backup is replayed in
               WHEN "COMPS"     PERFORM APPLY-COMPS-CHANGE
               WHEN "EVTS"      PERFORM APPLY-EVTS-CHANGE
               WHEN "RSVPS"     PERFORM APPLY-RSVPS-CHANGE
               WHEN "OFFERS"    PERFORM APPLY-OFFERS-CHANGE
               WHEN "RPTS"      PERFORM APPLY-RPTS-CHANGE
               WHEN "NTFY"      PERFORM APPLY-NTFY-CHANGE
               WHEN "ORGS"      PERFORM APPLY-ORGS-CHANGE
               WHEN "ORGMEMS"   PERFORM APPLY-ORGMEMS-CHANGE
               WHEN "ORGPOSTS"  PERFORM APPLY-ORGPOSTS-CHANGE
               WHEN "LEDGER"    PERFORM APPLY-LEDGER-CHANGE
               WHEN "LEDGERTX"  PERFORM APPLY-LEDGERTX-CHANGE
      *>       Line-sequential stores come back whole from the backup
      *>       set; INCOLLEGE-ACCOUNT-MERGE journals its changes to
      *>       them for the record only, so there is nothing to replay.
               WHEN "CONNS"
               WHEN "REQS"
               WHEN "BLOCKS"    CONTINUE
               WHEN OTHER       ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           EXIT.
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-OFFERS-CHANGE.
           MOVE WS-JNL-IMAGE TO OFFER-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE OFFERS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE OFFER-REC
                   INVALID KEY REWRITE OFFER-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-RPTS-CHANGE.
           MOVE WS-JNL-IMAGE TO RPT-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE REPORTS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE RPT-REC
                   INVALID KEY REWRITE RPT-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-NTFY-CHANGE.
           MOVE WS-JNL-IMAGE TO NTF-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE NOTIFY-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE NTF-REC
                   INVALID KEY REWRITE NTF-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-ORGS-CHANGE.
           MOVE WS-JNL-IMAGE TO ORG-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE ORGS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE ORG-REC
                   INVALID KEY REWRITE ORG-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-ORGMEMS-CHANGE.
           MOVE WS-JNL-IMAGE TO ORGMEM-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE ORG-MEMBERS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE ORGMEM-REC
                   INVALID KEY REWRITE ORGMEM-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-ORGPOSTS-CHANGE.
           MOVE WS-JNL-IMAGE TO ORGPOST-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE ORG-POSTS-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE ORGPOST-REC
                   INVALID KEY REWRITE ORGPOST-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-LEDGER-CHANGE.
           MOVE WS-JNL-IMAGE TO LDG-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE LEDGER-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE LDG-REC
                   INVALID KEY REWRITE LDG-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       APPLY-LEDGERTX-CHANGE.
           MOVE WS-JNL-IMAGE TO LTX-REC
           IF FUNCTION TRIM(WS-JNL-ACTION) = "DELETE"
               DELETE LEDGER-TXN-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE LTX-REC
                   INVALID KEY REWRITE LTX-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.
