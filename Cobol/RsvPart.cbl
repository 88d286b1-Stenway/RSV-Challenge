       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvpart.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
      *--- The partition file splits the master into key ranges, one --
      *--- line per partition: low|high, each range low <= key < high -
      *--- (a blank bound is open). The first range starts open, the ---
      *--- last ends open, and each low is the previous high, so every -
      *--- record belongs to exactly one partition ---------------------
           SELECT PARTITION-FILE ASSIGN TO DYNAMIC partition-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS partition-file-status.
      *--- Each piece's range is kept beside it, so a rerun can tell ---
      *--- a piece finished under this partition file from one left ----
      *--- over from another -------------------------------------------
           SELECT RANGE-FILE ASSIGN TO DYNAMIC range-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS range-file-status.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PARTITION-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON partition-record-length.
       01  partition-record           PIC X(600).

       FD  RANGE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON range-record-length.
       01  range-record               PIC X(200).

       WORKING-STORAGE     SECTION.
      *--- The partitioned run takes every rsv parameter from the ------
      *--- job's environment as a single run would. The output is -----
      *--- RSV-OUTPUT-FILE, rsv's own default when unset ---------------
       01  partition-filename         PIC X(256) VALUE "rsvpart.ctl".
       01  partition-file-status      PIC X(2).
       01  partition-record-length    PIC 9(5)   USAGE COMP.
       01  partition-line-number      PIC 9(5)   USAGE COMP VALUE 0.
       01  partition-pipe-count       PIC 9(5)   USAGE COMP.
       01  partition-bad-switch       PIC X(1)   VALUE "N".
           88  partition-file-bad                VALUE "Y".
       01  partition-error            PIC X(60).
       01  parm-buffer                PIC X(256).

       01  output-filename            PIC X(256) VALUE "Test.rsv".
       01  output-filename-length     PIC 9(5)   USAGE COMP.
       01  key-field-text             PIC X(5)   VALUE "1".
       01  key-field-length           PIC 9(5)   USAGE COMP.
       01  max-part-text              PIC X(18).

      *--- One entry per partition: its range, what this run did with --
      *--- it, and the counts its trailer reports ----------------------
       01  partition-limit            PIC 9(3)   USAGE COMP VALUE 20.
       01  partition-count            PIC 9(3)   USAGE COMP VALUE 0.
       01  partition-table.
           05  partition-entry OCCURS 20 TIMES.
               10  partition-low          PIC X(64).
               10  partition-low-length   PIC 9(5)   USAGE COMP.
               10  partition-high         PIC X(64).
               10  partition-high-length  PIC 9(5)   USAGE COMP.
               10  partition-state        PIC X(1).
                   88  partition-was-finished        VALUE "D".
                   88  partition-was-launched        VALUE "L".
                   88  partition-has-finished        VALUE "F".
                   88  partition-has-failed          VALUE "X".
               10  partition-rows         PIC 9(9)   USAGE COMP.
               10  partition-bytes        PIC 9(18)  USAGE COMP.
               10  partition-input        PIC 9(9)   USAGE COMP.
               10  partition-included     PIC 9(9)   USAGE COMP.
               10  partition-excluded     PIC 9(9)   USAGE COMP.
       01  partition-index            PIC 9(3)   USAGE COMP.
       01  previous-index             PIC 9(3)   USAGE COMP.
       01  line-low                   PIC X(64).
       01  line-low-length            PIC 9(5)   USAGE COMP.
       01  line-high                  PIC X(64).
       01  line-high-length           PIC 9(5)   USAGE COMP.
       01  line-overflow-text         PIC X(1).

      *--- Piece names: <output>.P01, .P02 ... with rsv's own .CTL ----
      *--- checkpoint and .TRL trailer beside each, the range file -----
      *--- .RNG and the child's console output in .LOG -----------------
       01  partition-number-text      PIC 9(2).
       01  piece-filename             PIC X(270).
       01  piece-filename-length      PIC 9(5)   USAGE COMP.
       01  piece-control-filename     PIC X(280).
       01  piece-trailer-filename     PIC X(280).
       01  range-filename             PIC X(280).
       01  piece-log-filename         PIC X(280).
       01  range-file-status          PIC X(2).
       01  range-record-length        PIC 9(5)   USAGE COMP.
       01  expected-range-line        PIC X(200).
       01  expected-range-length      PIC 9(5)   USAGE COMP.
       01  range-pointer              PIC 9(5)   USAGE COMP.
       01  range-match-switch         PIC X(1).
           88  range-matches                     VALUE "Y".

       01  file-info.
           05  file-info-size         PIC X(8)  USAGE COMP-X.
           05  file-info-day          PIC X(1)  USAGE COMP-X.
           05  file-info-month        PIC X(1)  USAGE COMP-X.
           05  file-info-year         PIC X(2)  USAGE COMP-X.
           05  file-info-hour         PIC X(1)  USAGE COMP-X.
           05  file-info-minute       PIC X(1)  USAGE COMP-X.
           05  file-info-second       PIC X(1)  USAGE COMP-X.
           05  FILLER                 PIC X(1).
       01  piece-byte-size            PIC 9(18) USAGE COMP.
       01  piece-done-switch          PIC X(1).
           88  piece-is-done                     VALUE "Y".

      *--- The settings each partition's rsv is handed: hyphenated -----
      *--- names do not survive the shell, so, as rsvbatch does, they --
      *--- go to the children through the "env" utility, each value ---
      *--- held to the allow-list first --------------------------------
       01  passed-setting-count       PIC 9(3)   USAGE COMP VALUE 7.
       01  passed-setting-names.
           05  FILLER                 PIC X(20)
               VALUE "RSV-INPUT-FILE".
           05  FILLER                 PIC X(20)
               VALUE "RSV-LAYOUT-FILE".
           05  FILLER                 PIC X(20)
               VALUE "RSV-SELECT-FILE".
           05  FILLER                 PIC X(20)
               VALUE "RSV-MASK-FILE".
           05  FILLER                 PIC X(20)
               VALUE "RSV-MASTER-FORMAT".
           05  FILLER                 PIC X(20)
               VALUE "RSV-RUN-LOG".
           05  FILLER                 PIC X(20)
               VALUE "RSV-SOURCE-CODEPAGE".
       01  passed-setting-name-table REDEFINES passed-setting-names.
           05  passed-setting-name OCCURS 7 TIMES PIC X(20).
       01  passed-setting-table.
           05  passed-setting OCCURS 7 TIMES.
               10  passed-setting-value   PIC X(256).
               10  passed-setting-length  PIC 9(5)   USAGE COMP.
       01  setting-index              PIC 9(3)   USAGE COMP.

      *--- Every partition to run goes into one command line, each -----
      *--- in the background, and the shell waits for them all ---------
       01  system-command             PIC X(60000).
       01  command-pointer            PIC 9(5)   USAGE COMP.
       01  header-flag                PIC X(1).
       01  launched-count             PIC 9(3)   USAGE COMP VALUE 0.
       01  already-finished-count     PIC 9(3)   USAGE COMP VALUE 0.
       01  failed-count               PIC 9(3)   USAGE COMP VALUE 0.

      *--- Same allow-list rsvbatch holds every command-line name to ---
       01  field-to-validate          PIC X(256).
       01  field-to-validate-length   PIC 9(5)   USAGE COMP.
       01  validate-scan-index        PIC 9(5)   USAGE COMP.
       01  validate-scan-byte         PIC X(1).
       01  field-invalid-switch       PIC X(1)   VALUE "N".
           88  field-is-invalid                  VALUE "Y".

      *--- rsv's trailer layout, for the pieces read and the stitched --
      *--- extract written ---------------------------------------------
       01  trailer-filename           PIC X(266).
       01  trailer-file-handle        PIC X(4)   USAGE COMP-X.
       01  trailer-offset             PIC X(8)   USAGE COMP-X.
       01  trailer-bytes              PIC X(4)   USAGE COMP-X.
       01  trailer-record.
           05  trailer-row-count        PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-byte-offset      PIC 9(18).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-input-count      PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-included-count   PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-excluded-count   PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-part-count       PIC 9(3).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-part-row-count   PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-part-byte-offset PIC 9(18).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-mask-flag        PIC X(1)  VALUE SPACE.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-mask-file        PIC X(26) VALUE SPACES.
       01  stitched-mask-flag         PIC X(1).
       01  stitched-mask-file         PIC X(26).
       01  stitched-input-count       PIC 9(9)   USAGE COMP VALUE 0.
       01  stitched-row-count         PIC 9(9)   USAGE COMP VALUE 0.
       01  stitched-byte-count        PIC 9(18)  USAGE COMP VALUE 0.
       01  stitched-included-count    PIC 9(9)   USAGE COMP VALUE 0.
       01  stitched-excluded-count    PIC 9(9)   USAGE COMP VALUE 0.
       01  stitch-failed-switch       PIC X(1)   VALUE "N".
           88  stitch-failed                     VALUE "Y".
       01  stitch-error               PIC X(80).

      *--- The stitch copies each piece whole, in blocks, by the byte --
      *--- count its own trailer vouches for ---------------------------
       01  output-handle              PIC X(4)   USAGE COMP-X.
       01  output-offset              PIC X(8)   USAGE COMP-X.
       01  output-control-filename    PIC X(266).
       01  piece-handle               PIC X(4)   USAGE COMP-X.
       01  piece-offset               PIC X(8)   USAGE COMP-X.
       01  piece-bytes-remaining      PIC 9(18)  USAGE COMP.
       01  copy-bytes                 PIC X(4)   USAGE COMP-X.
       01  copy-block-size            PIC 9(5)   USAGE COMP VALUE 4096.
       01  copy-buffer                PIC X(4096).

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvpart".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-number-long            PIC 9(18).
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM LOAD-PARTITION-FILE.
           PERFORM LOG-RUN-START.

           MOVE SPACES TO system-command.
           MOVE 1 TO command-pointer.
           PERFORM PREPARE-ONE-PARTITION
               VARYING partition-index FROM 1 BY 1
               UNTIL partition-index > partition-count.
           IF launched-count > 0
               STRING "wait" DELIMITED BY SIZE
                      INTO system-command
                      WITH POINTER command-pointer
               END-STRING
               CALL "SYSTEM" USING system-command
           END-IF

           PERFORM CHECK-ONE-PARTITION
               VARYING partition-index FROM 1 BY 1
               UNTIL partition-index > partition-count.

           DISPLAY "Partitions:         " partition-count.
           DISPLAY "Run now:            " launched-count.
           DISPLAY "Already finished:   " already-finished-count.
           DISPLAY "Failed:             " failed-count.

           IF failed-count > 0
               DISPLAY "Partitioned extract not stitched -- rerun to "
                   "finish the failed partitions"
               MOVE "partitions failed -- not stitched"
                   TO stitch-error
               SET stitch-failed TO TRUE
           ELSE
               PERFORM CHECK-PARTITIONS-AGREE
           END-IF
           IF NOT stitch-failed
               PERFORM STITCH-PIECES
           END-IF
           IF NOT stitch-failed
               PERFORM WRITE-STITCHED-TRAILER
               PERFORM REMOVE-FINISHED-PIECES
               DISPLAY "Rows:               " stitched-row-count
               DISPLAY "Bytes:              " stitched-byte-count
           END-IF

           PERFORM LOG-RUN-END.
           IF stitch-failed
               DISPLAY stitch-error
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOG-RUN-START.
           MOVE partition-count TO log-number-a.
           MOVE SPACES TO log-message.
           STRING "started partitions="  DELIMITED BY SIZE
                  log-number-a           DELIMITED BY SIZE
                  " file="               DELIMITED BY SIZE
                  partition-filename     DELIMITED BY SPACE
                  " output="             DELIMITED BY SIZE
                  output-filename        DELIMITED BY SPACE
                  " key-field="          DELIMITED BY SIZE
                  key-field-text         DELIMITED BY SPACE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE SPACES TO log-message.
           IF stitch-failed
               MOVE failed-count TO log-number-a
               STRING "ended rc=1 failed="   DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      stitch-error           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               MOVE stitched-row-count  TO log-number-a
               MOVE stitched-byte-count TO log-number-long
               MOVE launched-count      TO log-number-b
               MOVE already-finished-count TO log-number-c
               STRING "ended rc=0 rows="     DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " bytes="              DELIMITED BY SIZE
                      log-number-long        DELIMITED BY SIZE
                      " run="                DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " already-finished="   DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The run must not die because the logging module is ---------
      *--- missing -- that is reported once and the run goes on --------
       WRITE-RUN-LOG-ENTRY.
           IF NOT log-module-missing
               CALL "rsvlog" USING log-program-name, log-message
                   ON EXCEPTION
                       SET log-module-missing TO TRUE
                       DISPLAY "Run-log module unavailable -- "
                           "continuing without audit log"
               END-CALL
           END-IF
           EXIT.

      *--- A size cap cannot apply to a piece -- each would roll to ----
      *--- parts of its own that no stitch could put back in order. ----
      *--- The stitched extract is split afterwards by rsvsplit if the -
      *--- gateway needs it --------------------------------------------
       TAKE-RUNTIME-PARAMETERS.
           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM COMMAND-LINE.
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO partition-filename
           END-IF

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSV-OUTPUT-FILE".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO output-filename
           END-IF
           MOVE output-filename TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Output name is not safe to pass to rsv: "
                   output-filename
               MOVE "ended rc=1 unsafe output name" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE field-to-validate-length TO output-filename-length.

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSVPART-KEY-FIELD".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO key-field-text
           END-IF
           MOVE 0 TO key-field-length.
           INSPECT key-field-text
               TALLYING key-field-length
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF key-field-length = 0
              OR key-field-text(1:key-field-length) NOT NUMERIC
              OR key-field-text(1:key-field-length) = ZEROES
               DISPLAY "Bad key field position: " key-field-text
               MOVE "ended rc=1 bad key field position" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           PERFORM TAKE-ONE-PASSED-SETTING
               VARYING setting-index FROM 1 BY 1
               UNTIL setting-index > passed-setting-count.

           MOVE SPACES TO max-part-text.
           ACCEPT max-part-text FROM ENVIRONMENT "RSV-MAX-PART-BYTES".
           IF max-part-text NOT = SPACES
               DISPLAY "RSV-MAX-PART-BYTES cannot apply to a "
                   "partitioned run -- split the stitched extract"
               MOVE "ended rc=1 size cap set on a partitioned run"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       TAKE-ONE-PASSED-SETTING.
           MOVE SPACES TO field-to-validate.
           ACCEPT field-to-validate
               FROM ENVIRONMENT passed-setting-name(setting-index).
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate
               TO passed-setting-value(setting-index).
           MOVE field-to-validate-length
               TO passed-setting-length(setting-index).
           IF field-to-validate-length > 0
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   DISPLAY "Value is not safe to pass to rsv: "
                       passed-setting-name(setting-index)
                   MOVE SPACES TO log-message
                   STRING "ended rc=1 unsafe value in "
                                            DELIMITED BY SIZE
                          passed-setting-name(setting-index)
                                            DELIMITED BY SPACE
                          INTO log-message
                   END-STRING
                   PERFORM STOP-ON-BAD-PARAMETER
               END-IF
           END-IF
           EXIT.

       STOP-ON-BAD-PARAMETER.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *--- Any fault in the partition file is fatal before a single ----
      *--- partition starts -- ranges that overlap would ship rows -----
      *--- twice, ranges with a gap between them would lose them -------
       LOAD-PARTITION-FILE.
           OPEN INPUT PARTITION-FILE.
           IF partition-file-status NOT = "00"
               DISPLAY "Could not open partition file: "
                   partition-file-status
               MOVE "ended rc=1 partition file could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           PERFORM READ-PARTITION-LINE
               UNTIL partition-file-bad
                  OR partition-file-status NOT = "00".
           CLOSE PARTITION-FILE.

           IF NOT partition-file-bad AND partition-count = 0
               MOVE "no partitions named" TO partition-error
               SET partition-file-bad TO TRUE
           END-IF
           IF NOT partition-file-bad
               PERFORM CHECK-PARTITION-RANGES
           END-IF
           IF partition-file-bad
               DISPLAY "Bad partition file: " partition-error
               MOVE SPACES TO log-message
               STRING "ended rc=1 bad partition file: "
                                           DELIMITED BY SIZE
                      partition-error     DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       READ-PARTITION-LINE.
           READ PARTITION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO partition-line-number
                   PERFORM PARSE-PARTITION-LINE
           END-READ
           EXIT.

       PARSE-PARTITION-LINE.
           MOVE 0 TO partition-pipe-count.
           INSPECT partition-record(1:partition-record-length)
               TALLYING partition-pipe-count FOR ALL "|".
           MOVE SPACES TO line-low.
           MOVE SPACES TO line-high.
           MOVE SPACES TO line-overflow-text.
           MOVE 0 TO line-low-length.
           MOVE 0 TO line-high-length.
           UNSTRING partition-record(1:partition-record-length)
               DELIMITED BY "|"
               INTO line-low  COUNT IN line-low-length,
                    line-high COUNT IN line-high-length
           END-UNSTRING
           MOVE partition-line-number TO log-number-a.
           EVALUATE TRUE
               WHEN partition-pipe-count NOT = 1
                   MOVE SPACES TO partition-error
                   STRING "line "             DELIMITED BY SIZE
                          log-number-a        DELIMITED BY SIZE
                          " is not low|high"  DELIMITED BY SIZE
                          INTO partition-error
                   END-STRING
                   SET partition-file-bad TO TRUE
               WHEN line-low-length > 64 OR line-high-length > 64
                   MOVE SPACES TO partition-error
                   STRING "line "             DELIMITED BY SIZE
                          log-number-a        DELIMITED BY SIZE
                          " has a key over 64 bytes"
                                              DELIMITED BY SIZE
                          INTO partition-error
                   END-STRING
                   SET partition-file-bad TO TRUE
               WHEN partition-count >= partition-limit
                   MOVE "more than 20 partitions" TO partition-error
                   SET partition-file-bad TO TRUE
               WHEN OTHER
                   ADD 1 TO partition-count
                   MOVE line-low  TO partition-low(partition-count)
                   MOVE line-high TO partition-high(partition-count)
                   PERFORM CHECK-PARTITION-KEYS-SAFE
           END-EVALUATE
           EXIT.

      *--- The keys go to rsv on its command line, so they are held ----
      *--- to the same allow-list as every name; the counted lengths ---
      *--- leave out trailing spaces -----------------------------------
       CHECK-PARTITION-KEYS-SAFE.
           MOVE partition-low(partition-count) TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length
               TO partition-low-length(partition-count).
           IF field-to-validate-length > 0
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
           END-IF
           IF NOT field-is-invalid
               MOVE partition-high(partition-count)
                   TO field-to-validate
               PERFORM FIND-VALIDATE-FIELD-LENGTH
               MOVE field-to-validate-length
                   TO partition-high-length(partition-count)
               IF field-to-validate-length > 0
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               END-IF
           END-IF
           IF field-is-invalid
               MOVE SPACES TO partition-error
               STRING "line "                DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " has a key that is not safe to pass to rsv"
                                             DELIMITED BY SIZE
                      INTO partition-error
               END-STRING
               SET partition-file-bad TO TRUE
           END-IF
           EXIT.

       CHECK-PARTITION-RANGES.
           IF partition-low(1) NOT = SPACES
               MOVE "first range must start open (|high)"
                   TO partition-error
               SET partition-file-bad TO TRUE
           END-IF
           IF partition-high(partition-count) NOT = SPACES
               MOVE "last range must end open (low|)"
                   TO partition-error
               SET partition-file-bad TO TRUE
           END-IF
           PERFORM CHECK-ONE-PARTITION-RANGE
               VARYING partition-index FROM 1 BY 1
               UNTIL partition-index > partition-count
                  OR partition-file-bad.
           EXIT.

       CHECK-ONE-PARTITION-RANGE.
           MOVE partition-index TO log-number-a.
           IF partition-index > 1
               COMPUTE previous-index = partition-index - 1
               IF partition-low(partition-index) = SPACES
                  OR partition-low(partition-index)
                     NOT = partition-high(previous-index)
                   MOVE SPACES TO partition-error
                   STRING "line "             DELIMITED BY SIZE
                          log-number-a        DELIMITED BY SIZE
                          " does not start where the line before ends"
                                              DELIMITED BY SIZE
                          INTO partition-error
                   END-STRING
                   SET partition-file-bad TO TRUE
               END-IF
           END-IF
           IF NOT partition-file-bad
              AND partition-low(partition-index) NOT = SPACES
              AND partition-high(partition-index) NOT = SPACES
              AND partition-low(partition-index)
                  NOT < partition-high(partition-index)
               MOVE SPACES TO partition-error
               STRING "line "                 DELIMITED BY SIZE
                      log-number-a            DELIMITED BY SIZE
                      " has low not below high"
                                              DELIMITED BY SIZE
                      INTO partition-error
               END-STRING
               SET partition-file-bad TO TRUE
           END-IF
           EXIT.

      *--- A piece that finished cleanly under the same range (its -----
      *--- trailer written, its checkpoint gone) is not run again; -----
      *--- any other piece is run, and rsv itself resumes it from its --
      *--- own checkpoint when one is there ----------------------------
       PREPARE-ONE-PARTITION.
           PERFORM BUILD-PIECE-FILENAMES.
           PERFORM CHECK-PIECE-RANGE-FILE.
           MOVE "N" TO piece-done-switch.
           IF range-matches
               CALL "CBL_CHECK_FILE_EXIST"
                   USING piece-trailer-filename, file-info
               IF RETURN-CODE = 0
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING piece-control-filename, file-info
                   IF RETURN-CODE NOT = 0
                       SET piece-is-done TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE partition-index TO log-number-a.
           IF piece-is-done
               MOVE "D" TO partition-state(partition-index)
               ADD 1 TO already-finished-count
               DISPLAY "Partition " partition-number-text
                   " already finished -- not run again"
               MOVE SPACES TO log-message
               STRING "partition "          DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " already finished"   DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
      *--- a checkpoint taken under some other range would resume the --
      *--- wrong rows -- it goes, and the piece starts over ------------
               IF NOT range-matches
                   CALL "CBL_DELETE_FILE" USING piece-control-filename
                   PERFORM WRITE-PIECE-RANGE-FILE
               END-IF
               CALL "CBL_DELETE_FILE" USING piece-trailer-filename
               MOVE "L" TO partition-state(partition-index)
               ADD 1 TO launched-count
               PERFORM APPEND-PARTITION-COMMAND
               MOVE SPACES TO log-message
               STRING "partition "          DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " started range="     DELIMITED BY SIZE
                      partition-low(partition-index)
                                            DELIMITED BY SPACE
                      "-"                   DELIMITED BY SIZE
                      partition-high(partition-index)
                                            DELIMITED BY SPACE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

       BUILD-PIECE-FILENAMES.
           MOVE partition-index TO partition-number-text.
           MOVE SPACES TO piece-filename.
           STRING output-filename(1:output-filename-length)
                                       DELIMITED BY SIZE
                  ".P"                 DELIMITED BY SIZE
                  partition-number-text DELIMITED BY SIZE
                  INTO piece-filename.
           COMPUTE piece-filename-length = output-filename-length + 4.
           MOVE SPACES TO piece-control-filename.
           MOVE SPACES TO piece-trailer-filename.
           MOVE SPACES TO range-filename.
           MOVE SPACES TO piece-log-filename.
           STRING piece-filename(1:piece-filename-length)
                                       DELIMITED BY SIZE
                  ".CTL"               DELIMITED BY SIZE
                  INTO piece-control-filename.
           STRING piece-filename(1:piece-filename-length)
                                       DELIMITED BY SIZE
                  ".TRL"               DELIMITED BY SIZE
                  INTO piece-trailer-filename.
           STRING piece-filename(1:piece-filename-length)
                                       DELIMITED BY SIZE
                  ".RNG"               DELIMITED BY SIZE
                  INTO range-filename.
           STRING piece-filename(1:piece-filename-length)
                                       DELIMITED BY SIZE
                  ".LOG"               DELIMITED BY SIZE
                  INTO piece-log-filename.

           MOVE SPACES TO expected-range-line.
           MOVE 1 TO range-pointer.
           STRING key-field-text(1:key-field-length)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  INTO expected-range-line
                  WITH POINTER range-pointer
           END-STRING
           IF partition-low-length(partition-index) > 0
               STRING partition-low(partition-index)
                          (1:partition-low-length(partition-index))
                                       DELIMITED BY SIZE
                      INTO expected-range-line
                      WITH POINTER range-pointer
               END-STRING
           END-IF
           STRING "|"                  DELIMITED BY SIZE
                  INTO expected-range-line
                  WITH POINTER range-pointer
           END-STRING
           IF partition-high-length(partition-index) > 0
               STRING partition-high(partition-index)
                          (1:partition-high-length(partition-index))
                                       DELIMITED BY SIZE
                      INTO expected-range-line
                      WITH POINTER range-pointer
               END-STRING
           END-IF
           COMPUTE expected-range-length = range-pointer - 1.
           EXIT.

       CHECK-PIECE-RANGE-FILE.
           MOVE "N" TO range-match-switch.
           OPEN INPUT RANGE-FILE.
           IF range-file-status = "00"
               READ RANGE-FILE
                   NOT AT END
                       IF range-record-length = expected-range-length
                          AND range-record(1:range-record-length)
                              = expected-range-line
                                    (1:expected-range-length)
                           SET range-matches TO TRUE
                       END-IF
               END-READ
               CLOSE RANGE-FILE
           END-IF
           EXIT.

       WRITE-PIECE-RANGE-FILE.
           OPEN OUTPUT RANGE-FILE.
           IF range-file-status = "00"
               MOVE expected-range-line TO range-record
               MOVE expected-range-length TO range-record-length
               WRITE range-record
               CLOSE RANGE-FILE
           ELSE
               DISPLAY "Could not write range file: " range-file-status
           END-IF
           EXIT.

      *--- Only the first partition writes the layout header row; the --
      *--- others are held to the layout but ship rows alone -----------
       APPEND-PARTITION-COMMAND.
           IF partition-index = 1
               MOVE "Y" TO header-flag
           ELSE
               MOVE "N" TO header-flag
           END-IF
           STRING "(env "                 DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           PERFORM APPEND-ONE-PASSED-SETTING
               VARYING setting-index FROM 1 BY 1
               UNTIL setting-index > passed-setting-count.
           STRING """RSV-KEY-FIELD="      DELIMITED BY SIZE
                  key-field-text(1:key-field-length)
                                           DELIMITED BY SIZE
                  """ ""RSV-KEY-LOW="      DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           IF partition-low-length(partition-index) > 0
               STRING partition-low(partition-index)
                          (1:partition-low-length(partition-index))
                                           DELIMITED BY SIZE
                      INTO system-command
                      WITH POINTER command-pointer
               END-STRING
           END-IF
           STRING """ ""RSV-KEY-HIGH="     DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           IF partition-high-length(partition-index) > 0
               STRING partition-high(partition-index)
                          (1:partition-high-length(partition-index))
                                           DELIMITED BY SIZE
                      INTO system-command
                      WITH POINTER command-pointer
               END-STRING
           END-IF
           STRING """ ""RSV-LAYOUT-HEADER=" DELIMITED BY SIZE
                  header-flag              DELIMITED BY SIZE
                  """ rsv """              DELIMITED BY SIZE
                  piece-filename(1:piece-filename-length)
                                           DELIMITED BY SIZE
                  """ > """                DELIMITED BY SIZE
                  piece-filename(1:piece-filename-length)
                                           DELIMITED BY SIZE
                  ".LOG"" 2>&1) & "        DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           EXIT.

       APPEND-ONE-PASSED-SETTING.
           IF passed-setting-length(setting-index) > 0
               STRING """"                DELIMITED BY SIZE
                      passed-setting-name(setting-index)
                                          DELIMITED BY SPACE
                      "="                 DELIMITED BY SIZE
                      passed-setting-value(setting-index)
                          (1:passed-setting-length(setting-index))
                                          DELIMITED BY SIZE
                      """ "               DELIMITED BY SIZE
                      INTO system-command
                      WITH POINTER command-pointer
               END-STRING
           END-IF
           EXIT.

      *--- A piece is finished when rsv has written its trailer and ----
      *--- consumed its checkpoint, and the file on disk is exactly ----
      *--- as long as the trailer says ---------------------------------
       CHECK-ONE-PARTITION.
           PERFORM BUILD-PIECE-FILENAMES.
           MOVE "N" TO piece-done-switch.
           CALL "CBL_CHECK_FILE_EXIST"
               USING piece-control-filename, file-info.
           IF RETURN-CODE NOT = 0
               PERFORM READ-PIECE-TRAILER
           END-IF
           IF piece-is-done
               MOVE "F" TO partition-state(partition-index)
           ELSE
               MOVE "X" TO partition-state(partition-index)
               ADD 1 TO failed-count
               DISPLAY "Partition " partition-number-text
                   " did not finish -- see "
                   piece-log-filename(1:piece-filename-length + 4)
               MOVE partition-index TO log-number-a
               MOVE SPACES TO log-message
               STRING "partition "          DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " did not finish"     DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

       READ-PIECE-TRAILER.
           CALL "CBL_OPEN_FILE"
               USING piece-trailer-filename, 1, 0, 0,
                     trailer-file-handle.
           IF RETURN-CODE = 0
               MOVE 0   TO trailer-offset
               MOVE 120 TO trailer-bytes
               CALL "CBL_READ_FILE"
                   USING trailer-file-handle, trailer-offset,
                         trailer-bytes, 0, trailer-record
               IF RETURN-CODE = 0
                  AND trailer-row-count NUMERIC
                  AND trailer-byte-offset NUMERIC
                  AND trailer-part-count = ZERO
                   PERFORM TAKE-PIECE-TRAILER-COUNTS
               END-IF
               CALL "CBL_CLOSE_FILE" USING trailer-file-handle
           END-IF
           EXIT.

       TAKE-PIECE-TRAILER-COUNTS.
           MOVE 0 TO piece-byte-size.
           CALL "CBL_CHECK_FILE_EXIST" USING piece-filename, file-info.
           IF RETURN-CODE = 0
               MOVE file-info-size TO piece-byte-size
               IF piece-byte-size = trailer-byte-offset
                   PERFORM STORE-PIECE-TRAILER-COUNTS
               END-IF
           END-IF
           EXIT.

       STORE-PIECE-TRAILER-COUNTS.
           SET piece-is-done TO TRUE
           MOVE trailer-row-count
               TO partition-rows(partition-index)
           MOVE trailer-byte-offset
               TO partition-bytes(partition-index)
           MOVE trailer-input-count
               TO partition-input(partition-index)
           MOVE trailer-included-count
               TO partition-included(partition-index)
           MOVE trailer-excluded-count
               TO partition-excluded(partition-index)
           IF partition-index = 1
               MOVE trailer-mask-flag TO stitched-mask-flag
               MOVE trailer-mask-file TO stitched-mask-file
           ELSE
               IF trailer-mask-flag NOT = stitched-mask-flag
                  OR trailer-mask-file NOT = stitched-mask-file
                   MOVE "partitions were masked differently"
                       TO stitch-error
                   SET stitch-failed TO TRUE
               END-IF
           END-IF
           EXIT.

      *--- Every partition reads the whole master, so every one must ---
      *--- have read the same number of records -- a difference means --
      *--- the master changed between a piece and its rerun, and the ---
      *--- pieces cannot be trusted to fit together --------------------
       CHECK-PARTITIONS-AGREE.
           MOVE partition-input(1) TO stitched-input-count.
           PERFORM CHECK-ONE-PARTITION-INPUT
               VARYING partition-index FROM 2 BY 1
               UNTIL partition-index > partition-count.
           EXIT.

       CHECK-ONE-PARTITION-INPUT.
           IF partition-input(partition-index)
              NOT = stitched-input-count
               MOVE "partitions read different master record counts"
                   TO stitch-error
               SET stitch-failed TO TRUE
           END-IF
           EXIT.

      *--- The pieces go into the one extract in partition order, ------
      *--- which is key order, under the first piece's header row. A ---
      *--- checkpoint left by an earlier single run of the same name ---
      *--- goes too -- rsv must never "resume" the stitched file -------
       STITCH-PIECES.
           MOVE SPACES TO output-control-filename.
           STRING output-filename(1:output-filename-length)
                                       DELIMITED BY SIZE
                  ".CTL"               DELIMITED BY SIZE
                  INTO output-control-filename.
           CALL "CBL_DELETE_FILE" USING output-control-filename.
           CALL "CBL_CREATE_FILE"
               USING output-filename, 2, 0, 0, output-handle.
           IF RETURN-CODE NOT = 0
               MOVE "stitched extract could not be created"
                   TO stitch-error
               SET stitch-failed TO TRUE
           ELSE
               MOVE 0 TO output-offset
               PERFORM COPY-ONE-PIECE
                   VARYING partition-index FROM 1 BY 1
                   UNTIL partition-index > partition-count
                      OR stitch-failed
               CALL "CBL_CLOSE_FILE" USING output-handle
               IF stitch-failed
                   CALL "CBL_DELETE_FILE" USING output-filename
               END-IF
           END-IF
           EXIT.

       COPY-ONE-PIECE.
           PERFORM BUILD-PIECE-FILENAMES.
           ADD partition-rows(partition-index)
               TO stitched-row-count.
           ADD partition-bytes(partition-index)
               TO stitched-byte-count.
           ADD partition-included(partition-index)
               TO stitched-included-count.
           ADD partition-excluded(partition-index)
               TO stitched-excluded-count.
           MOVE partition-bytes(partition-index)
               TO piece-bytes-remaining.
           IF piece-bytes-remaining > 0
               CALL "CBL_OPEN_FILE"
                   USING piece-filename, 1, 0, 0, piece-handle
               IF RETURN-CODE NOT = 0
                   MOVE "a piece could not be reopened to stitch"
                       TO stitch-error
                   SET stitch-failed TO TRUE
               ELSE
                   MOVE 0 TO piece-offset
                   PERFORM COPY-ONE-PIECE-BLOCK
                       UNTIL piece-bytes-remaining = 0
                          OR stitch-failed
                   CALL "CBL_CLOSE_FILE" USING piece-handle
               END-IF
           END-IF
           EXIT.

       COPY-ONE-PIECE-BLOCK.
           IF piece-bytes-remaining > copy-block-size
               MOVE copy-block-size TO copy-bytes
           ELSE
               MOVE piece-bytes-remaining TO copy-bytes
           END-IF
           CALL "CBL_READ_FILE"
               USING piece-handle, piece-offset, copy-bytes, 0,
                     copy-buffer.
           IF RETURN-CODE NOT = 0
               MOVE "a piece could not be read to stitch"
                   TO stitch-error
               SET stitch-failed TO TRUE
           ELSE
               CALL "CBL_WRITE_FILE"
                   USING output-handle, output-offset, copy-bytes, 0,
                         copy-buffer
               IF RETURN-CODE NOT = 0
                   MOVE "stitched extract could not be written"
                       TO stitch-error
                   SET stitch-failed TO TRUE
               END-IF
               ADD copy-bytes TO piece-offset
               ADD copy-bytes TO output-offset
               SUBTRACT copy-bytes FROM piece-bytes-remaining
           END-IF
           EXIT.

      *--- The stitched trailer is a single run's: part count zero, ----
      *--- rows and bytes the sum of the pieces, the master's record ---
      *--- count read once, and included/excluded summed, so rsvrecon --
      *--- and every partner reconcile it as they always have ----------
       WRITE-STITCHED-TRAILER.
           MOVE SPACES TO trailer-filename.
           STRING output-filename(1:output-filename-length)
                                       DELIMITED BY SIZE
                  ".TRL"               DELIMITED BY SIZE
                  INTO trailer-filename.
           MOVE SPACES                  TO trailer-record.
           MOVE stitched-row-count      TO trailer-row-count.
           MOVE stitched-byte-count     TO trailer-byte-offset.
           MOVE stitched-input-count    TO trailer-input-count.
           MOVE stitched-included-count TO trailer-included-count.
           MOVE stitched-excluded-count TO trailer-excluded-count.
           MOVE 0                       TO trailer-part-count.
           MOVE stitched-row-count      TO trailer-part-row-count.
           MOVE stitched-byte-count     TO trailer-part-byte-offset.
           MOVE stitched-mask-flag      TO trailer-mask-flag.
           MOVE stitched-mask-file      TO trailer-mask-file.

           CALL "CBL_CREATE_FILE"
               USING trailer-filename, 2, 0, 0, trailer-file-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not create trailer file: " RETURN-CODE
           ELSE
               MOVE 0   TO trailer-offset
               MOVE 120 TO trailer-bytes
               CALL "CBL_WRITE_FILE"
                   USING trailer-file-handle, trailer-offset,
                         trailer-bytes, 0, trailer-record
               IF RETURN-CODE <> 0
                   DISPLAY "Could not write trailer file: " RETURN-CODE
               END-IF
               CALL "CBL_CLOSE_FILE" USING trailer-file-handle
           END-IF
           EXIT.

      *--- Once stitched, the pieces have served their turn; a failed --
      *--- run keeps everything for the rerun --------------------------
       REMOVE-FINISHED-PIECES.
           PERFORM REMOVE-ONE-PIECE
               VARYING partition-index FROM 1 BY 1
               UNTIL partition-index > partition-count.
           EXIT.

       REMOVE-ONE-PIECE.
           PERFORM BUILD-PIECE-FILENAMES.
           CALL "CBL_DELETE_FILE" USING piece-filename.
           CALL "CBL_DELETE_FILE" USING piece-trailer-filename.
           CALL "CBL_DELETE_FILE" USING range-filename.
           CALL "CBL_DELETE_FILE" USING piece-log-filename.
           EXIT.

      *--- Trailing-pad trim, scanning from the right so a name with ---
      *--- an embedded space keeps its full length ---------------------
       FIND-VALIDATE-FIELD-LENGTH.
           MOVE 256 TO field-to-validate-length.
           PERFORM TRIM-ONE-VALIDATE-BYTE
               VARYING field-to-validate-length
               FROM 256 BY -1
               UNTIL field-to-validate-length = 0
                  OR field-to-validate(field-to-validate-length:1)
                     NOT = SPACE.
           EXIT.

       TRIM-ONE-VALIDATE-BYTE.
           CONTINUE.
           EXIT.

      *--- Allow-list check, same rule as rsvbatch: letters, digits, ---
      *--- space and . / _ - only --------------------------------------
       VALIDATE-FIELD-FOR-SHELL-SAFETY.
           MOVE "N" TO field-invalid-switch.
           IF field-to-validate-length = 0
               SET field-is-invalid TO TRUE
           ELSE
               PERFORM CHECK-ONE-VALIDATION-BYTE
                   VARYING validate-scan-index FROM 1 BY 1
                   UNTIL validate-scan-index
                         > field-to-validate-length
           END-IF
           EXIT.

       CHECK-ONE-VALIDATION-BYTE.
           MOVE field-to-validate(validate-scan-index:1)
               TO validate-scan-byte.
           IF validate-scan-byte NOT ALPHABETIC-UPPER
               AND validate-scan-byte NOT ALPHABETIC-LOWER
               AND validate-scan-byte NOT NUMERIC
               AND validate-scan-byte NOT = "."
               AND validate-scan-byte NOT = "_"
               AND validate-scan-byte NOT = "-"
               AND validate-scan-byte NOT = "/"
               AND validate-scan-byte NOT = SPACE
               SET field-is-invalid TO TRUE
           END-IF
           EXIT.
