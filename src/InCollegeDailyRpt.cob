       01  WS-RPT-WAITLIST-ADDS          PIC 9(6)    VALUE 0.
       01  WS-RPT-JOBS-EXPIRED           PIC 9(6)    VALUE 0.
       01  WS-RPT-JOBS-CLOSED            PIC 9(6)    VALUE 0.
       01  WS-RPT-JOBS-REMOVED           PIC 9(6)    VALUE 0.
       01  WS-RPT-MESSAGES-SENT          PIC 9(6)    VALUE 0.
       01  WS-RPT-ACCOUNTS-CREATED       PIC 9(6)    VALUE 0.
       01  WS-RPT-JOBS-POSTED            PIC 9(6)    VALUE 0.
               EVALUATE FUNCTION TRIM(WS-T9)
                   WHEN "EXPIRED" ADD 1 TO WS-RPT-JOBS-EXPIRED
                   WHEN "CLOSED"  ADD 1 TO WS-RPT-JOBS-CLOSED
                   WHEN "REMOVED" ADD 1 TO WS-RPT-JOBS-REMOVED
               END-EVALUATE
           END-IF
           EXIT.
           MOVE "Closed by poster"     TO WS-RPT-LABEL
           MOVE WS-RPT-JOBS-CLOSED     TO WS-RPT-COUNT-DISP
           PERFORM FORMAT-AND-WRITE-COUNT-LINE
           MOVE "Removed by moderator" TO WS-RPT-LABEL
           MOVE WS-RPT-JOBS-REMOVED    TO WS-RPT-COUNT-DISP
           PERFORM FORMAT-AND-WRITE-COUNT-LINE

           MOVE SPACES TO DAILY-REPORT-REC
           WRITE DAILY-REPORT-REC
