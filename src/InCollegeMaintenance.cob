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
           05  FILLER PIC X(32) VALUE "users.examples.txt".
           05  FILLER PIC X(32) VALUE "jobs.txt".
           05  FILLER PIC X(32) VALUE "applications.txt".
           05  FILLER PIC X(32) VALUE "messages.txt.migrated".
           05  FILLER PIC X(32) VALUE "skills.txt.migrated".
       01  WS-BACKUP-LIST-R REDEFINES WS-BACKUP-LIST.
           05  WS-BACKUP-NAME OCCURS 41 TIMES PIC X(32).
       77  WS-BACKUP-FILE-MAX            PIC 9(2) VALUE 41.

       *> The yearly audit archives this very program creates carry
       *> the year in their names, so they are snapshotted by probing
