        >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-CREDIT-STMT.
       AUTHOR. Wisconsin Team.

      *> Stand-alone month-end batch program: employer job-posting
      *> credit statements. Reads the credit transaction history
      *> (data/ledgertxn.dat, kept in employer then sequence order)
      *> once, breaking on the employer, and writes for the month:
      *>   io/InCollege-CreditStatements.YYYYMM.txt
      *>       one statement per employer -- the opening balance, every
      *>       purchase, adjustment and posting charged in the month
      *>       (postings by job id and title, looked up in the live job
      *>       store or, once closed, in data/jobs.archive.txt and
      *>       the yearly data/jobs.archive.YYYY.txt files), the
      *>       month's totals and the closing balance;
      *>   io/InCollege-BursarSummary.YYYYMM.txt
      *>       the bursar's load file, one row per employer:
      *>         H|BURSAR|period|runStamp
      *>         D|username|company|opening|purchased|amountBilled|
      *>           adjusted|postingsCharged|closing
      *>         T|BURSAR|rowCount|totalAmountBilled
      *> An employer with nothing on the books and no activity in the
      *> month gets neither. The month is the one before today's, or
      *> the YYYYMM given on the command line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Batch-window interlock: refuse to start while an
           *> interactive session holds data/session.lock.
           SELECT SESSION-LOCK-FILE ASSIGN TO "data/session.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-LOCK-STATUS.
           SELECT LEDGER-TXN-FILE ASSIGN TO "data/ledgertxn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTX-REC-KEY
               FILE STATUS IS WS-LTX-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "data/companies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-REC-KEY
               FILE STATUS IS WS-COMP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-REC-ID
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT JOBS-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-JOBS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT BURSAR-FILE ASSIGN TO DYNAMIC WS-BURSAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURSAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOCK-FILE.
       01  SESSION-LOCK-REC              PIC X(80).

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

      *> Layout must mirror COMPANY-REC in InCollege.cob
       FD  COMPANIES-FILE.
       01  COMPANY-REC.
           05  COMPANY-REC-KEY            PIC X(128).
           05  COMPANY-REC-NAME           PIC X(128).
           05  COMPANY-REC-INDUSTRY       PIC X(64).
           05  COMPANY-REC-LOCATION       PIC X(128).
           05  COMPANY-REC-DESC           PIC X(256).

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

       FD  STATEMENT-FILE.
       01  STATEMENT-REC                 PIC X(512).

       FD  BURSAR-FILE.
       01  BURSAR-REC                    PIC X(512).

       WORKING-STORAGE SECTION.
       *> File status codes
       01  WS-SESS-LOCK-STATUS           PIC XX VALUE "00".
       01  WS-LTX-STATUS                 PIC XX VALUE "00".
       01  WS-COMP-STATUS                PIC XX VALUE "00".
       01  WS-JOBS-FILE-STATUS           PIC XX VALUE "00".
       01  WS-JOBS-ARCHIVE-STATUS        PIC XX VALUE "00".
       01  WS-STMT-STATUS                PIC XX VALUE "00".
       01  WS-BURSAR-STATUS              PIC XX VALUE "00".
       77  WS-SESS-LOCK-INFO             PIC X(80) VALUE SPACES.
       77  WS-STMT-NAME                  PIC X(64) VALUE SPACES.
       77  WS-BURSAR-NAME                PIC X(64) VALUE SPACES.
      *> The job archive: the live file, then the yearly files
      *> INCOLLEGE-EOD-MAINT ages old lines into, newest first.
       77  WS-JOBS-ARCHIVE-NAME          PIC X(128) VALUE SPACES.
       77  WS-ARCH-YEAR                  PIC 9(4)  VALUE 0.
       77  WS-THIS-YEAR                  PIC 9(4)  VALUE 0.

       *> End-of-file flags with condition names
       01  WS-EOF-LTX                    PIC X VALUE 'N'.
           88  EOF-LTX                       VALUE 'Y'.
           88  NOT-EOF-LTX                   VALUE 'N'.
       01  WS-EOF-ARCH                   PIC X VALUE 'N'.
           88  EOF-ARCH                      VALUE 'Y'.
           88  NOT-EOF-ARCH                  VALUE 'N'.

       *> The keyed stores used for look-ups stay open for the run
       01  WS-JOBS-OPEN-FLAG             PIC X VALUE 'N'.
           88  JOBS-STORE-OPEN               VALUE 'Y'.
       01  WS-COMP-OPEN-FLAG             PIC X VALUE 'N'.
           88  COMP-STORE-OPEN               VALUE 'Y'.

       *> Generic pipe-delimited field tokens for the archive rows
       01  WS-T1                         PIC X(128)  VALUE SPACES.
       01  WS-T2                         PIC X(128)  VALUE SPACES.
       01  WS-T3                         PIC X(128)  VALUE SPACES.

       *> Statement month: the command-line YYYYMM, else last month
       77  WS-RUN-ARG                    PIC X(32)   VALUE SPACES.
       01  WS-PERIOD                     PIC X(6)    VALUE SPACES.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR            PIC 9(4).
           05  WS-PERIOD-MONTH           PIC 9(2).
       77  WS-RUN-STAMP                  PIC X(14)   VALUE SPACES.
       77  WS-TODAY                      PIC X(8)    VALUE SPACES.

       *> The employer whose statement is being built
       77  WS-CUR-USER                   PIC X(128)  VALUE SPACES.
       77  WS-CUR-COMPANY                PIC X(128)  VALUE SPACES.
       01  WS-STMT-STARTED-FLAG          PIC X VALUE 'N'.
           88  STMT-STARTED                  VALUE 'Y'.
           88  STMT-NOT-STARTED              VALUE 'N'.
       77  WS-OPENING                    PIC S9(7)   VALUE 0.
       77  WS-PURCHASED                  PIC S9(7)   VALUE 0.
       77  WS-ADJUSTED                   PIC S9(7)   VALUE 0.
       77  WS-CHARGED                    PIC S9(7)   VALUE 0.
       77  WS-CLOSING                    PIC S9(7)   VALUE 0.
       77  WS-RUNNING                    PIC S9(7)   VALUE 0.
       77  WS-BILLED                     PIC 9(9)V99 VALUE 0.

       *> The posting behind a charge
       77  WS-OUT-TITLE                  PIC X(128)  VALUE SPACES.
       77  WS-JOB-ID-TEXT                PIC X(12)   VALUE SPACES.
       77  WS-JOB-ID-DISPLAY             PIC Z(5)9   VALUE ZERO.
       01  WS-JOB-FOUND-FLAG             PIC X VALUE 'N'.
           88  JOB-FOUND                     VALUE 'Y'.
           88  JOB-NOT-FOUND                 VALUE 'N'.

       *> Display forms and run totals
       77  WS-TYPE-TEXT                  PIC X(12)   VALUE SPACES.
       77  WS-REF-TEXT                   PIC X(200)  VALUE SPACES.
       77  WS-CREDITS-DISP               PIC -(6)9.
       77  WS-CREDITS-DISP2              PIC -(6)9.
       77  WS-CREDITS-DISP3              PIC -(6)9.
       77  WS-CREDITS-DISP4              PIC -(6)9.
       77  WS-CREDITS-DISP5              PIC -(6)9.
       77  WS-AMOUNT-DISP                PIC Z(8)9.99.
       77  WS-STMT-COUNT                 PIC 9(6)    VALUE 0.
       77  WS-TOTAL-BILLED               PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-DISP                 PIC Z(10)9.99.
       77  WS-COUNT-DISP                 PIC ZZZ,ZZ9.

       01  MSG-STMT-RULE                 PIC X(64) VALUE
           "================================================================".
       01  MSG-STMT-COLUMNS              PIC X(64) VALUE
           "date|type|jobId|jobTitle or reference|credits|amount|balance".
       01  MSG-BURSAR-COLUMNS            PIC X(128) VALUE
           "username|company|opening|purchased|amountBilled|adjusted|postingsCharged|closing".

       PROCEDURE DIVISION.
       MAIN-SECTION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION-LOCK
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
           MOVE FUNCTION NUMVAL(WS-TODAY(1:4)) TO WS-THIS-YEAR
           PERFORM SET-STATEMENT-PERIOD

           PERFORM OPEN-OUTPUTS
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-FILE-STATUS = "00"
               SET JOBS-STORE-OPEN TO TRUE
           END-IF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMP-STATUS = "00"
               SET COMP-STORE-OPEN TO TRUE
           END-IF

           PERFORM PROCESS-LEDGER

           IF JOBS-STORE-OPEN
               CLOSE JOBS-FILE
           END-IF
           IF COMP-STORE-OPEN
               CLOSE COMPANIES-FILE
           END-IF
           PERFORM CLOSE-OUTPUTS

           MOVE WS-STMT-COUNT TO WS-COUNT-DISP
           DISPLAY "Credit statements for " WS-PERIOD " complete: "
               FUNCTION TRIM(WS-COUNT-DISP) " employer statement(s)."
           MOVE WS-TOTAL-BILLED TO WS-TOTAL-DISP
           DISPLAY "Purchases billed: " FUNCTION TRIM(WS-TOTAL-DISP)
               "; see " FUNCTION TRIM(WS-STMT-NAME) " and "
               FUNCTION TRIM(WS-BURSAR-NAME) "."
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

      *> Month-end runs early in the new month, so with no argument the
      *> statement is for the month before today's.
       SET-STATEMENT-PERIOD.
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-RUN-ARG) = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   MOVE 12 TO WS-PERIOD-MONTH
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-RUN-ARG) TO WS-PERIOD
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-ARG)) NOT = 6
              OR WS-PERIOD IS NOT NUMERIC
               DISPLAY "Statement month must be given as YYYYMM ("
                   FUNCTION TRIM(WS-RUN-ARG) " given); not starting."
               GOBACK
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Statement month must be given as YYYYMM ("
                   FUNCTION TRIM(WS-RUN-ARG) " given); not starting."
               GOBACK
           END-IF
           EXIT.

       OPEN-OUTPUTS.
           MOVE SPACES TO WS-STMT-NAME
           STRING "io/InCollege-CreditStatements." DELIMITED BY SIZE
                  WS-PERIOD                        DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO WS-STMT-NAME
           END-STRING
           MOVE SPACES TO WS-BURSAR-NAME
           STRING "io/InCollege-BursarSummary."    DELIMITED BY SIZE
                  WS-PERIOD                        DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO WS-BURSAR-NAME
           END-STRING

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Error: cannot create " FUNCTION TRIM(WS-STMT-NAME)
                   " (status " WS-STMT-STATUS ")."
               GOBACK
           END-IF
           OPEN OUTPUT BURSAR-FILE
           IF WS-BURSAR-STATUS NOT = "00"
               DISPLAY "Error: cannot create " FUNCTION TRIM(WS-BURSAR-NAME)
                   " (status " WS-BURSAR-STATUS ")."
               CLOSE STATEMENT-FILE
               GOBACK
           END-IF

           MOVE SPACES TO BURSAR-REC
           STRING "H|BURSAR|"   DELIMITED BY SIZE
                  WS-PERIOD     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-RUN-STAMP  DELIMITED BY SIZE
                  INTO BURSAR-REC
           END-STRING
           WRITE BURSAR-REC
           MOVE MSG-BURSAR-COLUMNS TO BURSAR-REC
           WRITE BURSAR-REC
           EXIT.

       CLOSE-OUTPUTS.
           MOVE WS-STMT-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-BILLED TO WS-TOTAL-DISP
           MOVE SPACES TO BURSAR-REC
           STRING "T|BURSAR|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISP)  DELIMITED BY SIZE
                  INTO BURSAR-REC
           END-STRING
           WRITE BURSAR-REC
           CLOSE BURSAR-FILE

           IF WS-STMT-COUNT = 0
               MOVE SPACES TO STATEMENT-REC
               STRING "No employer credit activity for "  DELIMITED BY SIZE
                      WS-PERIOD                            DELIMITED BY SIZE
                      "."                                  DELIMITED BY SIZE
                      INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
           END-IF
           CLOSE STATEMENT-FILE
           EXIT.

       STATEMENT-SECTION.
      *> One pass over the transaction history. Its key is employer
      *> then sequence, so each employer's transactions arrive
      *> together and in the order they were made: everything dated
      *> before the month builds the opening balance, the month's own
      *> transactions are listed, and anything later is left for the
      *> next statement.
       PROCESS-LEDGER.
           MOVE SPACES TO WS-CUR-USER
           OPEN INPUT LEDGER-TXN-FILE
           IF WS-LTX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NOT-EOF-LTX TO TRUE
           PERFORM UNTIL EOF-LTX
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END SET EOF-LTX TO TRUE
                   NOT AT END PERFORM PROCESS-ONE-TXN
               END-READ
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           IF WS-CUR-USER NOT = SPACES
               PERFORM FINISH-EMPLOYER
           END-IF
           EXIT.

       PROCESS-ONE-TXN.
           IF LTX-REC-USER NOT = WS-CUR-USER
               IF WS-CUR-USER NOT = SPACES
                   PERFORM FINISH-EMPLOYER
               END-IF
               PERFORM START-EMPLOYER
           END-IF
           EVALUATE TRUE
               WHEN LTX-REC-STAMP(1:6) < WS-PERIOD
                   ADD LTX-REC-CREDITS TO WS-OPENING
               WHEN LTX-REC-STAMP(1:6) = WS-PERIOD
                   IF STMT-NOT-STARTED
                       PERFORM WRITE-STATEMENT-HEADER
                   END-IF
                   PERFORM WRITE-STATEMENT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       START-EMPLOYER.
           MOVE LTX-REC-USER TO WS-CUR-USER
           MOVE 0 TO WS-OPENING WS-PURCHASED WS-ADJUSTED WS-CHARGED
                     WS-BILLED
           SET STMT-NOT-STARTED TO TRUE
           MOVE "(no company page on file)" TO WS-CUR-COMPANY
           IF COMP-STORE-OPEN
               MOVE WS-CUR-USER TO COMPANY-REC-KEY
               READ COMPANIES-FILE
                   KEY IS COMPANY-REC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-REC-NAME TO WS-CUR-COMPANY
               END-READ
           END-IF
           EXIT.

       WRITE-STATEMENT-HEADER.
           SET STMT-STARTED TO TRUE
           MOVE WS-OPENING TO WS-RUNNING
           ADD 1 TO WS-STMT-COUNT
           IF WS-STMT-COUNT > 1
               MOVE SPACES TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF
           MOVE MSG-STMT-RULE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "POSTING CREDIT STATEMENT|"  DELIMITED BY SIZE
                  WS-PERIOD                    DELIMITED BY SIZE
                  "|issued "                   DELIMITED BY SIZE
                  WS-TODAY                     DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "EMPLOYER|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-USER)       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-COMPANY)    DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-OPENING TO WS-CREDITS-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "OPENING BALANCE|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDITS-DISP)    DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE MSG-STMT-COLUMNS TO STATEMENT-REC
           WRITE STATEMENT-REC
           EXIT.

       WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-JOB-ID-TEXT WS-REF-TEXT
           MOVE 0 TO WS-AMOUNT-DISP
           EVALUATE LTX-REC-TYPE
               WHEN "P"
                   MOVE "Purchase"   TO WS-TYPE-TEXT
                   ADD LTX-REC-CREDITS TO WS-PURCHASED
                   ADD LTX-REC-AMOUNT  TO WS-BILLED
                   MOVE LTX-REC-AMOUNT TO WS-AMOUNT-DISP
                   MOVE LTX-REC-NOTE   TO WS-REF-TEXT
               WHEN "J"
                   MOVE "Posting"    TO WS-TYPE-TEXT
                   SUBTRACT LTX-REC-CREDITS FROM WS-CHARGED
                   PERFORM LOOKUP-POSTING
                   MOVE WS-OUT-TITLE TO WS-REF-TEXT
               WHEN OTHER
                   MOVE "Adjustment" TO WS-TYPE-TEXT
                   ADD LTX-REC-CREDITS TO WS-ADJUSTED
                   MOVE LTX-REC-NOTE   TO WS-REF-TEXT
           END-EVALUATE
           ADD LTX-REC-CREDITS TO WS-RUNNING
           MOVE LTX-REC-CREDITS TO WS-CREDITS-DISP
           MOVE WS-RUNNING      TO WS-CREDITS-DISP2
           MOVE SPACES TO STATEMENT-REC
           STRING
               LTX-REC-STAMP(1:8)                 DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-TYPE-TEXT)        DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-ID-TEXT)      DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-TEXT)         DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP)     DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP)      DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP2)    DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           EXIT.

      *> The month's totals and closing balance, and the employer's
      *> row in the bursar file. An employer with a zero balance and
      *> nothing in the month is left off both.
       FINISH-EMPLOYER.
           IF STMT-NOT-STARTED
               IF WS-OPENING = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-STATEMENT-HEADER
               MOVE "No transactions this month." TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF
           COMPUTE WS-CLOSING
               = WS-OPENING + WS-PURCHASED + WS-ADJUSTED - WS-CHARGED
           END-COMPUTE

           MOVE WS-PURCHASED TO WS-CREDITS-DISP
           MOVE WS-BILLED    TO WS-AMOUNT-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "PURCHASES|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDITS-DISP)    DELIMITED BY SIZE
                  "|billed "                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP)     DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-ADJUSTED TO WS-CREDITS-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "ADJUSTMENTS|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDITS-DISP)    DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-CHARGED TO WS-CREDITS-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "POSTINGS CHARGED|"               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDITS-DISP)    DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-CLOSING TO WS-CREDITS-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "CLOSING BALANCE|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDITS-DISP)    DELIMITED BY SIZE
                  INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC

           ADD WS-BILLED TO WS-TOTAL-BILLED
           MOVE WS-OPENING   TO WS-CREDITS-DISP
           MOVE WS-PURCHASED TO WS-CREDITS-DISP2
           MOVE WS-ADJUSTED  TO WS-CREDITS-DISP3
           MOVE WS-CHARGED   TO WS-CREDITS-DISP4
           MOVE WS-CLOSING   TO WS-CREDITS-DISP5
           MOVE SPACES TO BURSAR-REC
           STRING
               "D|"                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-USER)         DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-COMPANY)      DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP)     DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP2)    DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP)      DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP3)    DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP4)    DELIMITED BY SIZE
               "|"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDITS-DISP5)    DELIMITED BY SIZE
               INTO BURSAR-REC
           END-STRING
           WRITE BURSAR-REC
           EXIT.

      *> The live job store first; a posting that was closed or
      *> expired is found in the archive instead.
       LOOKUP-POSTING.
           SET JOB-NOT-FOUND TO TRUE
           MOVE "(job not on file)" TO WS-OUT-TITLE
           MOVE LTX-REC-JOB-ID TO WS-JOB-ID-DISPLAY
           MOVE SPACES TO WS-JOB-ID-TEXT
           MOVE WS-JOB-ID-DISPLAY TO WS-JOB-ID-TEXT
           IF JOBS-STORE-OPEN
               MOVE LTX-REC-JOB-ID TO JOB-REC-ID
               READ JOBS-FILE
                   KEY IS JOB-REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET JOB-FOUND TO TRUE
                       MOVE FUNCTION TRIM(JOB-REC-TITLE) TO WS-OUT-TITLE
               END-READ
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
                       INITIALIZE WS-T1 WS-T2 WS-T3
                       UNSTRING JOBS-ARCHIVE-REC DELIMITED BY '|'
                           INTO WS-T1 WS-T2 WS-T3
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-T1)
                          = FUNCTION TRIM(WS-JOB-ID-TEXT)
                           SET JOB-FOUND TO TRUE
                           MOVE FUNCTION TRIM(WS-T3) TO WS-OUT-TITLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           SET NOT-EOF-ARCH TO TRUE
           EXIT.
