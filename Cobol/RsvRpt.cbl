       01  unfinished-run-count       PIC 9(9)   USAGE COMP VALUE 0.
       01  unmatched-end-count        PIC 9(9)   USAGE COMP VALUE 0.
       01  warning-line-count         PIC 9(9)   USAGE COMP VALUE 0.
       01  pipeline-line-count        PIC 9(9)   USAGE COMP VALUE 0.
       01  total-failure-count        PIC 9(9)   USAGE COMP VALUE 0.
       01  total-rows                 PIC 9(18)  USAGE COMP VALUE 0.
       01  total-bytes                PIC 9(18)  USAGE COMP VALUE 0.

           COMPUTE total-failure-count
               = failed-run-count + unfinished-run-count
               + unmatched-end-count + warning-line-count
               + pipeline-line-count.

           DISPLAY "Runs paired:    " paired-run-count.
           DISPLAY "Failures found: " total-failure-count.
               WHEN line-message(1:27)
                    = "control character in value "
                   PERFORM RECORD-WARNING-LINE
               WHEN line-message(1:12) = "step failed "
               WHEN line-message(1:12) = "gate closed "
                   PERFORM RECORD-PIPELINE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM STORE-FAILURE-LINE.
           EXIT.

      *--- rsvpipe names the table and step behind a failure, and the -
      *--- steps a closed gate held back -- the step program's own -----
      *--- ended line alone does not say which table it was running ----
       RECORD-PIPELINE-LINE.
           ADD 1 TO pipeline-line-count.
           MOVE SPACES TO failure-build-buffer.
           STRING "PIPELINE "   DELIMITED BY SIZE
                  line-program  DELIMITED BY SIZE
                  " at "        DELIMITED BY SIZE
                  line-time     DELIMITED BY SIZE
                  " -- "        DELIMITED BY SIZE
                  line-message(1:100) DELIMITED BY SIZE
                  INTO failure-build-buffer
           END-STRING
           PERFORM STORE-FAILURE-LINE.
           EXIT.

       RECORD-UNFINISHED-RUN.
           ADD 1 TO unfinished-run-count.
           MOVE SPACES TO failure-build-buffer.
