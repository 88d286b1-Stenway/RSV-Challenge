       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvpipe.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
      *--- The job definition names the tables and, under each, the ----
      *--- steps to run in order; the restart file beside it records ---
      *--- how far each table got so a re-run picks up where it died ---
           SELECT JOB-DEFINITION ASSIGN TO DYNAMIC job-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-file-status.
           SELECT RESTART-FILE ASSIGN TO DYNAMIC restart-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restart-file-status.

       DATA                DIVISION.
       FILE                SECTION.
       FD  JOB-DEFINITION
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON job-record-length.
       01  job-record                 PIC X(600).

       FD  RESTART-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
           DEPENDING ON restart-record-length.
       01  restart-record             PIC X(80).

       WORKING-STORAGE     SECTION.
       01  job-filename               PIC X(256) VALUE "rsvpipe.ctl".
       01  job-filename-length        PIC 9(5)   USAGE COMP.
       01  parm-filename              PIC X(256).
       01  job-file-status            PIC X(2).
       01  job-record-length          PIC 9(5)   USAGE COMP.
       01  job-file-eof               PIC X(1)   VALUE "N".
           88  end-of-job-definition             VALUE "Y".
       01  job-line-number            PIC 9(9)   USAGE COMP VALUE 0.

      *--- One job-definition line, split on "|": ----------------------
      *---   TABLE|table-name|input-file|output-file[|select-file] -----
      *---        [|mask-file[|source-code-page]] ----------------------
      *---   STEP|program[|G][|parameter-1[|parameter-2]] --------------
      *--- A STEP line belongs to the TABLE line above it; G marks the -
      *--- step a gate -- when it fails nothing after it runs for that -
      *--- table, so a failed rsvvalid or a drift alarm keeps rsvmani --
      *--- from building a manifest for data that must not ship --------
      *--- rsvref checks across tables, so its step belongs under the --
      *--- last TABLE whose extract its relationship file names --------
       01  job-record-type            PIC X(8).
       01  job-field-1                PIC X(256).
       01  job-field-1-length         PIC 9(5)   USAGE COMP.
       01  job-field-2                PIC X(256).
       01  job-field-2-length         PIC 9(5)   USAGE COMP.
       01  job-field-3                PIC X(256).
       01  job-field-3-length         PIC 9(5)   USAGE COMP.
       01  job-field-4                PIC X(256).
       01  job-field-4-length         PIC 9(5)   USAGE COMP.
       01  job-field-5                PIC X(256).
       01  job-field-5-length         PIC 9(5)   USAGE COMP.
       01  job-field-6                PIC X(256).
       01  job-field-6-length         PIC 9(5)   USAGE COMP.
       01  job-line-error             PIC X(60).
       01  job-line-error-switch      PIC X(1)   VALUE "N".
           88  job-line-rejected                 VALUE "Y".

      *--- The whole job is loaded and checked before the first step ---
      *--- runs -- a typo on the last line must not surface only after -
      *--- the first tables have already been extracted ----------------
       01  table-limit                PIC 9(3)   USAGE COMP VALUE 50.
       01  step-limit                 PIC 9(3)   USAGE COMP VALUE 12.
       01  table-count                PIC 9(3)   USAGE COMP VALUE 0.
       01  job-table-list.
           05  job-table OCCURS 50 TIMES.
               10  table-name             PIC X(64).
               10  table-name-length      PIC 9(5)   USAGE COMP.
               10  table-input            PIC X(256).
               10  table-input-length     PIC 9(5)   USAGE COMP.
               10  table-output           PIC X(256).
               10  table-output-length    PIC 9(5)   USAGE COMP.
               10  table-select           PIC X(256).
               10  table-select-length    PIC 9(5)   USAGE COMP.
               10  table-mask             PIC X(256).
               10  table-mask-length      PIC 9(5)   USAGE COMP.
               10  table-code-page        PIC X(16).
               10  table-code-page-length PIC 9(5)   USAGE COMP.
               10  table-step-count       PIC 9(3)   USAGE COMP.
      *--- steps-done counts the leading steps that completed cleanly --
      *--- -- the restart point is the step after it -------------------
               10  table-steps-done       PIC 9(3)   USAGE COMP.
               10  table-state            PIC X(1).
                   88  table-not-started             VALUE SPACE.
                   88  table-finished                VALUE "D".
                   88  table-stopped                 VALUE "F".
               10  job-step OCCURS 12 TIMES.
                   15  step-program           PIC X(8).
                   15  step-gate-flag         PIC X(1).
                       88  step-is-gate                  VALUE "G".
                   15  step-parm-1            PIC X(256).
                   15  step-parm-1-length     PIC 9(5)   USAGE COMP.
                   15  step-parm-2            PIC X(256).
                   15  step-parm-2-length     PIC 9(5)   USAGE COMP.
       01  table-index                PIC 9(3)   USAGE COMP.
       01  step-index                 PIC 9(3)   USAGE COMP.
       01  first-step-index           PIC 9(3)   USAGE COMP.
       01  search-index               PIC 9(3)   USAGE COMP.
       01  matched-table-index        PIC 9(3)   USAGE COMP.

      *--- Restart file: one line per table touched by an unfinished ---
      *--- run -- table-name|steps-done|state. It is rewritten after ---
      *--- every step and removed once every table has finished, so ---
      *--- its presence alone is what makes the next run a re-run -----
       01  restart-filename           PIC X(266).
       01  restart-file-status        PIC X(2).
       01  restart-record-length      PIC 9(5)   USAGE COMP.
       01  restart-file-eof           PIC X(1)   VALUE "N".
           88  end-of-restart-file               VALUE "Y".
       01  restart-present-switch     PIC X(1)   VALUE "N".
           88  restart-file-present              VALUE "Y".
       01  restart-table-name         PIC X(64).
       01  restart-done-text          PIC X(3).
       01  restart-done-number        PIC 9(3).
       01  restart-state-text         PIC X(1).
       01  restart-line-buffer        PIC X(80).
       01  restart-line-pointer       PIC 9(5)   USAGE COMP.

      *--- Per-table run state -----------------------------------------
       01  table-failed-switch        PIC X(1).
           88  table-had-failure                 VALUE "Y".
       01  gate-closed-switch         PIC X(1).
           88  gate-closed                       VALUE "Y".
       01  step-return-code           PIC S9(9)  USAGE COMP.

      *--- The table name doubles as the hook for a per-table layout, --
      *--- exactly as in rsvbatch: <table>.LAY, when present, goes to --
      *--- rsv as its layout and tells rsvvalid to pass the header row -
       01  layout-filename            PIC X(266).
       01  layout-filename-length     PIC 9(5)   USAGE COMP.
       01  layout-probe-handle        PIC X(4)   USAGE COMP-X.
       01  layout-found-switch        PIC X(1)   VALUE "N".
           88  layout-found                      VALUE "Y".

      *--- Every step runs through the "env" utility -- the suite's ----
      *--- parameter names are hyphenated and cannot be assigned by ----
      *--- the shell itself (see rsvbatch) -----------------------------
       01  step-command               PIC X(1600).
       01  command-pointer            PIC 9(5)   USAGE COMP.
       01  env-clause-name            PIC X(30).
       01  env-clause-value           PIC X(266).
       01  env-clause-value-length    PIC 9(5)   USAGE COMP.
       01  step-argument              PIC X(266).
       01  step-argument-length       PIC 9(5)   USAGE COMP.

      *--- RSV-RUN-LOG, when set, is handed on to every step, as -------
      *--- rsvpart hands it on -- the shell would drop it otherwise ----
       01  run-log-filename           PIC X(256).
       01  run-log-filename-length    PIC 9(5)   USAGE COMP VALUE 0.

      *--- Same allow-list rsvbatch holds every command-line name to ---
       01  field-to-validate          PIC X(256).
       01  field-to-validate-length   PIC 9(5)   USAGE COMP.
       01  validate-scan-index        PIC 9(5)   USAGE COMP.
       01  validate-scan-byte         PIC X(1).
       01  field-invalid-switch       PIC X(1)   VALUE "N".
           88  field-is-invalid                  VALUE "Y".

       01  tables-finished-count      PIC 9(9)   USAGE COMP VALUE 0.
       01  tables-failed-count        PIC 9(9)   USAGE COMP VALUE 0.
       01  tables-skipped-count       PIC 9(9)   USAGE COMP VALUE 0.
       01  steps-run-count            PIC 9(9)   USAGE COMP VALUE 0.
       01  steps-failed-count         PIC 9(9)   USAGE COMP VALUE 0.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvpipe".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-return-code            PIC -(8)9.
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO parm-filename.
           ACCEPT parm-filename FROM COMMAND-LINE.
           IF parm-filename NOT = SPACES
               MOVE parm-filename TO job-filename
           END-IF

           PERFORM FIND-JOB-FILENAME-LENGTH.
           PERFORM LOG-RUN-START.
           PERFORM TAKE-RUN-LOG-SETTING.
           PERFORM LOAD-JOB-DEFINITION.
           PERFORM LOAD-RESTART-FILE.

           PERFORM RUN-ONE-TABLE
               VARYING table-index FROM 1 BY 1
               UNTIL table-index > table-count.

           PERFORM FINISH-RESTART-FILE.

           DISPLAY "Tables finished: " tables-finished-count.
           DISPLAY "Tables skipped:  " tables-skipped-count.
           DISPLAY "Tables failed:   " tables-failed-count.
           DISPLAY "Steps run:       " steps-run-count.
           DISPLAY "Steps failed:    " steps-failed-count.

           PERFORM LOG-RUN-END.

           IF tables-failed-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started job="   DELIMITED BY SIZE
                  job-filename(1:job-filename-length)
                                   DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE tables-finished-count TO log-number-a.
           MOVE tables-skipped-count  TO log-number-b.
           MOVE tables-failed-count   TO log-number-c.
           MOVE SPACES TO log-message.
           IF tables-failed-count > 0
               STRING "ended rc=1 finished=" DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " skipped="            DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " failed="             DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               STRING "ended rc=0 finished=" DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " skipped="            DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " failed="             DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The pipeline must not die because the logging module is ----
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

       FIND-JOB-FILENAME-LENGTH.
           MOVE 256 TO job-filename-length.
           PERFORM TRIM-ONE-JOB-FILENAME-BYTE
               VARYING job-filename-length
               FROM 256 BY -1
               UNTIL job-filename-length = 0
                  OR job-filename(job-filename-length:1) NOT = SPACE.
           IF job-filename-length = 0
               MOVE 1 TO job-filename-length
           END-IF
           MOVE SPACES TO restart-filename.
           STRING job-filename(1:job-filename-length)
                      DELIMITED BY SIZE
                  ".RST"  DELIMITED BY SIZE
                  INTO restart-filename
           END-STRING
           EXIT.

       TRIM-ONE-JOB-FILENAME-BYTE.
           CONTINUE.
           EXIT.

       TAKE-RUN-LOG-SETTING.
           MOVE SPACES TO run-log-filename.
           ACCEPT run-log-filename FROM ENVIRONMENT "RSV-RUN-LOG".
           PERFORM TRIM-ONE-RUN-LOG-BYTE
               VARYING run-log-filename-length
               FROM 256 BY -1
               UNTIL run-log-filename-length = 0
                  OR run-log-filename(run-log-filename-length:1)
                     NOT = SPACE.
           IF run-log-filename-length > 0
               MOVE run-log-filename TO field-to-validate
               MOVE run-log-filename-length
                   TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   DISPLAY "Unsafe run log name"
                   MOVE "ended rc=1 unsafe run log name"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EXIT.

       TRIM-ONE-RUN-LOG-BYTE.
           CONTINUE.
           EXIT.

      *--- Job-definition input ----------------------------------------
       LOAD-JOB-DEFINITION.
           OPEN INPUT JOB-DEFINITION.
           IF job-file-status NOT = "00"
               DISPLAY "Could not open job definition: "
                   job-file-status
               MOVE "ended rc=1 job definition could not be opened"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-JOB-DEFINITION-RECORD
               UNTIL end-of-job-definition
                  OR job-line-rejected.
           CLOSE JOB-DEFINITION.

           IF job-line-rejected
               MOVE job-line-number TO log-number-a
               DISPLAY "Bad job definition line " log-number-a
                   ": " job-line-error
               MOVE SPACES TO log-message
               STRING "ended rc=1 bad job definition line "
                          DELIMITED BY SIZE
                      log-number-a   DELIMITED BY SIZE
                      ": "           DELIMITED BY SIZE
                      job-line-error DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF table-count = 0
               DISPLAY "Job definition names no tables"
               MOVE "ended rc=1 job definition names no tables"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       READ-JOB-DEFINITION-RECORD.
           READ JOB-DEFINITION
               AT END
                   SET end-of-job-definition TO TRUE
               NOT AT END
                   ADD 1 TO job-line-number
                   IF job-record(1:job-record-length) NOT = SPACES
                       PERFORM PARSE-JOB-DEFINITION-RECORD
                   END-IF
           END-READ
           EXIT.

      *--- The *-length items are zeroed first for the same reason -----
      *--- rsvbatch gives: UNSTRING leaves a COUNT IN item alone for a -
      *--- field past the last delimiter it actually found -------------
       PARSE-JOB-DEFINITION-RECORD.
           MOVE SPACES TO job-record-type.
           MOVE SPACES TO job-field-1.
           MOVE SPACES TO job-field-2.
           MOVE SPACES TO job-field-3.
           MOVE SPACES TO job-field-4.
           MOVE SPACES TO job-field-5.
           MOVE SPACES TO job-field-6.
           MOVE 0 TO job-field-1-length.
           MOVE 0 TO job-field-2-length.
           MOVE 0 TO job-field-3-length.
           MOVE 0 TO job-field-4-length.
           MOVE 0 TO job-field-5-length.
           MOVE 0 TO job-field-6-length.

           UNSTRING job-record(1:job-record-length)
               DELIMITED BY "|"
               INTO job-record-type,
                    job-field-1 COUNT IN job-field-1-length,
                    job-field-2 COUNT IN job-field-2-length,
                    job-field-3 COUNT IN job-field-3-length,
                    job-field-4 COUNT IN job-field-4-length,
                    job-field-5 COUNT IN job-field-5-length,
                    job-field-6 COUNT IN job-field-6-length
           END-UNSTRING

           EVALUATE job-record-type
               WHEN "TABLE"
                   PERFORM ADD-JOB-TABLE
               WHEN "STEP"
                   PERFORM ADD-JOB-STEP
               WHEN OTHER
                   MOVE "record type is not TABLE or STEP"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
           END-EVALUATE
           EXIT.

       ADD-JOB-TABLE.
           IF table-count >= table-limit
               MOVE "more tables than the job can hold"
                   TO job-line-error
               SET job-line-rejected TO TRUE
           END-IF
           IF job-field-1-length = 0 OR job-field-1-length > 64
               MOVE "table name missing or longer than 64"
                   TO job-line-error
               SET job-line-rejected TO TRUE
           END-IF

      *--- rsv itself decides whether it knows the code page; here it --
      *--- only has to fit and be safe on the command line -------------
           IF NOT job-line-rejected AND job-field-6-length > 16
               MOVE "source code page longer than 16"
                   TO job-line-error
               SET job-line-rejected TO TRUE
           END-IF

           IF NOT job-line-rejected
               MOVE "N" TO field-invalid-switch
               MOVE job-field-1        TO field-to-validate
               MOVE job-field-1-length TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               MOVE job-field-2        TO field-to-validate
               MOVE job-field-2-length TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               MOVE job-field-3        TO field-to-validate
               MOVE job-field-3-length TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               IF job-field-4-length > 0
                   MOVE job-field-4        TO field-to-validate
                   MOVE job-field-4-length TO field-to-validate-length
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               END-IF
               IF job-field-5-length > 0
                   MOVE job-field-5        TO field-to-validate
                   MOVE job-field-5-length TO field-to-validate-length
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               END-IF
               IF job-field-6-length > 0
                   MOVE job-field-6        TO field-to-validate
                   MOVE job-field-6-length TO field-to-validate-length
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               END-IF
               IF field-is-invalid
                   MOVE "missing or unsafe table or file name"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
               END-IF
           END-IF

           IF NOT job-line-rejected
               MOVE 0 TO matched-table-index
               MOVE job-field-1 TO restart-table-name
               PERFORM FIND-TABLE-BY-NAME
               IF matched-table-index > 0
                   MOVE "table named twice in the job"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
               END-IF
           END-IF

           IF NOT job-line-rejected
               ADD 1 TO table-count
               MOVE job-field-1 TO table-name(table-count)
               MOVE job-field-1-length
                   TO table-name-length(table-count)
               MOVE job-field-2 TO table-input(table-count)
               MOVE job-field-2-length
                   TO table-input-length(table-count)
               MOVE job-field-3 TO table-output(table-count)
               MOVE job-field-3-length
                   TO table-output-length(table-count)
               MOVE job-field-4 TO table-select(table-count)
               MOVE job-field-4-length
                   TO table-select-length(table-count)
               MOVE job-field-5 TO table-mask(table-count)
               MOVE job-field-5-length
                   TO table-mask-length(table-count)
               MOVE job-field-6 TO table-code-page(table-count)
               MOVE job-field-6-length
                   TO table-code-page-length(table-count)
               MOVE 0     TO table-step-count(table-count)
               MOVE 0     TO table-steps-done(table-count)
               MOVE SPACE TO table-state(table-count)
           END-IF
           EXIT.

      *--- Only the suite's own programs may be named as steps, and ----
      *--- each gets the parameters it needs checked here: rsvvalid ----
      *--- must have its rules file, rsvdrift its baseline profile, ----
      *--- rsvref its relationship file --------------------------------
       ADD-JOB-STEP.
           IF table-count = 0
               MOVE "STEP before any TABLE line" TO job-line-error
               SET job-line-rejected TO TRUE
           ELSE
               IF table-step-count(table-count) >= step-limit
                   MOVE "more steps than a table can hold"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
               END-IF
           END-IF

           IF NOT job-line-rejected
               EVALUATE job-field-1
                   WHEN "rsv"
                   WHEN "rsvcheck"
                   WHEN "rsvstat"
                   WHEN "rsvrecon"
                   WHEN "rsvmani"
                   WHEN "rsvindex"
                       CONTINUE
                   WHEN "rsvvalid"
                       IF job-field-3-length = 0
                           MOVE "rsvvalid step names no rules file"
                               TO job-line-error
                           SET job-line-rejected TO TRUE
                       END-IF
                   WHEN "rsvdrift"
                       IF job-field-3-length = 0
                           MOVE "rsvdrift step names no baseline"
                               TO job-line-error
                           SET job-line-rejected TO TRUE
                       END-IF
                   WHEN "rsvref"
                       IF job-field-3-length = 0
                           MOVE "rsvref step names no relationship file"
                               TO job-line-error
                           SET job-line-rejected TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE "step is not a known program"
                           TO job-line-error
                       SET job-line-rejected TO TRUE
               END-EVALUATE
           END-IF

           IF NOT job-line-rejected
               IF job-field-2-length > 1
                  OR (job-field-2-length = 1
                      AND job-field-2(1:1) NOT = "G"
                      AND job-field-2(1:1) NOT = "N")
                   MOVE "gate flag must be G, N or empty"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
               END-IF
           END-IF

           IF NOT job-line-rejected
               MOVE "N" TO field-invalid-switch
               IF job-field-3-length > 0
                   MOVE job-field-3        TO field-to-validate
                   MOVE job-field-3-length TO field-to-validate-length
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               END-IF
               IF job-field-4-length > 0
                   MOVE job-field-4        TO field-to-validate
                   MOVE job-field-4-length TO field-to-validate-length
                   PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO
               END-IF
               IF field-is-invalid
                   MOVE "unsafe step parameter file name"
                       TO job-line-error
                   SET job-line-rejected TO TRUE
               END-IF
           END-IF

           IF NOT job-line-rejected
               ADD 1 TO table-step-count(table-count)
               MOVE table-step-count(table-count) TO step-index
               MOVE job-field-1
                   TO step-program(table-count, step-index)
               MOVE job-field-2(1:1)
                   TO step-gate-flag(table-count, step-index)
               MOVE job-field-3
                   TO step-parm-1(table-count, step-index)
               MOVE job-field-3-length
                   TO step-parm-1-length(table-count, step-index)
               MOVE job-field-4
                   TO step-parm-2(table-count, step-index)
               MOVE job-field-4-length
                   TO step-parm-2-length(table-count, step-index)
           END-IF
           EXIT.

       FIND-TABLE-BY-NAME.
           MOVE 0 TO matched-table-index.
           PERFORM CHECK-ONE-TABLE-NAME
               VARYING search-index FROM 1 BY 1
               UNTIL search-index > table-count
                  OR matched-table-index > 0.
           EXIT.

       CHECK-ONE-TABLE-NAME.
           IF table-name(search-index) = restart-table-name
               MOVE search-index TO matched-table-index
           END-IF
           EXIT.

      *--- Restart input: a line naming a table no longer in the job ---
      *--- is reported and passed over; a table's recorded progress ----
      *--- is trusted only while it still fits the steps now defined ---
       LOAD-RESTART-FILE.
           OPEN INPUT RESTART-FILE.
           IF restart-file-status = "00"
               SET restart-file-present TO TRUE
               PERFORM READ-RESTART-RECORD
                   UNTIL end-of-restart-file
               CLOSE RESTART-FILE
               MOVE SPACES TO log-message
               STRING "restart from " DELIMITED BY SIZE
                      restart-filename DELIMITED BY SPACE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

       READ-RESTART-RECORD.
           READ RESTART-FILE
               AT END
                   SET end-of-restart-file TO TRUE
               NOT AT END
                   PERFORM APPLY-RESTART-RECORD
           END-READ
           EXIT.

       APPLY-RESTART-RECORD.
           MOVE SPACES TO restart-table-name.
           MOVE SPACES TO restart-done-text.
           MOVE SPACES TO restart-state-text.
           UNSTRING restart-record(1:restart-record-length)
               DELIMITED BY "|"
               INTO restart-table-name,
                    restart-done-text,
                    restart-state-text
           END-UNSTRING
           PERFORM FIND-TABLE-BY-NAME.
           IF matched-table-index = 0
              OR restart-done-text NOT NUMERIC
               DISPLAY "Restart line ignored: "
                   restart-record(1:restart-record-length)
           ELSE
               MOVE restart-done-text TO restart-done-number
               IF restart-done-number
                  > table-step-count(matched-table-index)
                   MOVE table-step-count(matched-table-index)
                       TO restart-done-number
               END-IF
               MOVE restart-done-number
                   TO table-steps-done(matched-table-index)
               IF restart-state-text = "D"
                  AND restart-done-number
                      = table-step-count(matched-table-index)
                   MOVE "D" TO table-state(matched-table-index)
               ELSE
                   MOVE "F" TO table-state(matched-table-index)
               END-IF
           END-IF
           EXIT.

      *--- One table: a finished one is left alone -- it is never ------
      *--- re-extracted -- and a stopped one resumes at the step that --
      *--- failed; everything before it already completed cleanly -----
       RUN-ONE-TABLE.
           IF table-finished(table-index)
               DISPLAY "Already finished: " table-name(table-index)
               ADD 1 TO tables-skipped-count
               MOVE SPACES TO log-message
               STRING "table skipped table=" DELIMITED BY SIZE
                      table-name(table-index)
                          (1:table-name-length(table-index))
                                              DELIMITED BY SIZE
                      " already finished"    DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               PERFORM RUN-TABLE-STEPS
           END-IF
           EXIT.

       RUN-TABLE-STEPS.
           COMPUTE first-step-index
               = table-steps-done(table-index) + 1.
           MOVE "N" TO table-failed-switch.
           MOVE "N" TO gate-closed-switch.
           PERFORM FIND-LAYOUT-FOR-TABLE.

           IF table-steps-done(table-index) > 0
               MOVE first-step-index TO log-number-a
               DISPLAY "Resuming " table-name(table-index)
                   " at step " log-number-a
               MOVE SPACES TO log-message
               STRING "table resumed table=" DELIMITED BY SIZE
                      table-name(table-index)
                          (1:table-name-length(table-index))
                                              DELIMITED BY SIZE
                      " step="               DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               DISPLAY "Running " table-name(table-index)
           END-IF

           PERFORM RUN-ONE-STEP
               VARYING step-index FROM first-step-index BY 1
               UNTIL step-index > table-step-count(table-index)
                  OR gate-closed.

           IF gate-closed
               AND step-index <= table-step-count(table-index)
               PERFORM LOG-STEPS-WITHHELD
           END-IF

           IF table-had-failure
               MOVE "F" TO table-state(table-index)
               ADD 1 TO tables-failed-count
           ELSE
               MOVE "D" TO table-state(table-index)
               ADD 1 TO tables-finished-count
           END-IF
           PERFORM WRITE-RESTART-FILE.
           EXIT.

      *--- steps-done only moves while every step so far has passed, ---
      *--- so a non-gate failure followed by clean steps still makes ---
      *--- the re-run start at that failure. The rsv extract is always -
      *--- a gate: with no extract there is nothing to check -----------
       RUN-ONE-STEP.
           PERFORM BUILD-STEP-COMMAND.
           ADD 1 TO steps-run-count.
           CALL "SYSTEM" USING step-command.
           MOVE RETURN-CODE TO step-return-code.

           MOVE step-index TO log-number-a.
           MOVE SPACES TO log-message.
           IF step-return-code = 0
               IF NOT table-had-failure
                   MOVE step-index TO table-steps-done(table-index)
               END-IF
               STRING "step ok table="     DELIMITED BY SIZE
                      table-name(table-index)
                          (1:table-name-length(table-index))
                                           DELIMITED BY SIZE
                      " step="             DELIMITED BY SIZE
                      log-number-a         DELIMITED BY SIZE
                      " program="          DELIMITED BY SIZE
                      step-program(table-index, step-index)
                                           DELIMITED BY SPACE
                      INTO log-message
               END-STRING
           ELSE
               ADD 1 TO steps-failed-count
               SET table-had-failure TO TRUE
               IF step-is-gate(table-index, step-index)
                  OR step-program(table-index, step-index) = "rsv"
                   SET gate-closed TO TRUE
               END-IF
               MOVE step-return-code TO log-return-code
               DISPLAY "Step " log-number-a " ("
                   step-program(table-index, step-index)
                   ") failed for " table-name(table-index)
                   ": " step-return-code
               STRING "step failed table="  DELIMITED BY SIZE
                      table-name(table-index)
                          (1:table-name-length(table-index))
                                            DELIMITED BY SIZE
                      " step="              DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " program="           DELIMITED BY SIZE
                      step-program(table-index, step-index)
                                            DELIMITED BY SPACE
                      " rc="                DELIMITED BY SIZE
                      log-return-code       DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.

      *--- progress is saved after every step, not just per table, so --
      *--- an abend mid-table still leaves an accurate restart point ---
           MOVE "F" TO table-state(table-index).
           PERFORM WRITE-RESTART-FILE.
           EXIT.

      *--- step-index has already moved one past the gate that closed --
       LOG-STEPS-WITHHELD.
           SUBTRACT 1 FROM step-index.
           MOVE step-index TO log-number-a.
           MOVE table-step-count(table-index) TO log-number-b.
           ADD 1 TO log-number-a.
           DISPLAY "Gate closed for " table-name(table-index)
               ": steps " log-number-a " to " log-number-b
               " withheld".
           MOVE SPACES TO log-message.
           STRING "gate closed table="   DELIMITED BY SIZE
                  table-name(table-index)
                      (1:table-name-length(table-index))
                                         DELIMITED BY SIZE
                  " by program="         DELIMITED BY SIZE
                  step-program(table-index, step-index)
                                         DELIMITED BY SPACE
                  " withheld steps "     DELIMITED BY SIZE
                  log-number-a           DELIMITED BY SIZE
                  " to "                 DELIMITED BY SIZE
                  log-number-b           DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- One command per step. Every step but rsv itself works on ----
      *--- the table's extract (rsvdrift on its .STA profile, rsvref --
      *--- on its relationship file); the ------------------------------
      *--- parameters each program takes from its environment are ------
      *--- spliced in as env clauses -----------------------------------
       BUILD-STEP-COMMAND.
           MOVE SPACES TO step-command.
           MOVE 1 TO command-pointer.
           STRING "env " DELIMITED BY SIZE
                  INTO step-command
                  WITH POINTER command-pointer
           END-STRING
           IF run-log-filename-length > 0
               MOVE "RSV-RUN-LOG" TO env-clause-name
               MOVE run-log-filename TO env-clause-value
               MOVE run-log-filename-length TO env-clause-value-length
               PERFORM APPEND-ENV-CLAUSE
           END-IF

           MOVE table-output(table-index) TO step-argument.
           MOVE table-output-length(table-index)
               TO step-argument-length.

           EVALUATE step-program(table-index, step-index)
               WHEN "rsv"
                   MOVE "RSV-INPUT-FILE" TO env-clause-name
                   MOVE table-input(table-index) TO env-clause-value
                   MOVE table-input-length(table-index)
                       TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
                   MOVE "RSV-OUTPUT-FILE" TO env-clause-name
                   MOVE table-output(table-index) TO env-clause-value
                   MOVE table-output-length(table-index)
                       TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
                   IF layout-found
                       MOVE "RSV-LAYOUT-FILE" TO env-clause-name
                       MOVE layout-filename TO env-clause-value
                       MOVE layout-filename-length
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
                   IF table-select-length(table-index) > 0
                       MOVE "RSV-SELECT-FILE" TO env-clause-name
                       MOVE table-select(table-index)
                           TO env-clause-value
                       MOVE table-select-length(table-index)
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
                   IF table-mask-length(table-index) > 0
                       MOVE "RSV-MASK-FILE" TO env-clause-name
                       MOVE table-mask(table-index)
                           TO env-clause-value
                       MOVE table-mask-length(table-index)
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
                   IF table-code-page-length(table-index) > 0
                       MOVE "RSV-SOURCE-CODEPAGE" TO env-clause-name
                       MOVE table-code-page(table-index)
                           TO env-clause-value
                       MOVE table-code-page-length(table-index)
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
                   MOVE 0 TO step-argument-length
               WHEN "rsvvalid"
                   MOVE "RSVVALID-RULES-FILE" TO env-clause-name
                   PERFORM APPEND-STEP-PARM-1-CLAUSE
                   IF layout-found
                       MOVE "RSVVALID-SKIP-HEADER" TO env-clause-name
                       MOVE "Y" TO env-clause-value
                       MOVE 1 TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
               WHEN "rsvdrift"
                   MOVE "RSVDRIFT-BASELINE-FILE" TO env-clause-name
                   PERFORM APPEND-STEP-PARM-1-CLAUSE
                   IF step-parm-2-length(table-index, step-index) > 0
                       MOVE "RSVDRIFT-THRESHOLDS-FILE"
                           TO env-clause-name
                       MOVE step-parm-2(table-index, step-index)
                           TO env-clause-value
                       MOVE step-parm-2-length(table-index, step-index)
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
                   MOVE SPACES TO step-argument
                   STRING table-output(table-index)
                              (1:table-output-length(table-index))
                                       DELIMITED BY SIZE
                          ".STA"       DELIMITED BY SIZE
                          INTO step-argument
                   END-STRING
                   COMPUTE step-argument-length
                       = table-output-length(table-index) + 4
               WHEN "rsvref"
                   MOVE step-parm-1(table-index, step-index)
                       TO step-argument
                   MOVE step-parm-1-length(table-index, step-index)
                       TO step-argument-length
               WHEN "rsvmani"
                   MOVE "RSVMANI-MODE" TO env-clause-name
                   MOVE "BUILD" TO env-clause-value
                   MOVE 5 TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STRING step-program(table-index, step-index)
                              DELIMITED BY SPACE
                  INTO step-command
                  WITH POINTER command-pointer
           END-STRING
           IF step-argument-length > 0
               STRING " """   DELIMITED BY SIZE
                      step-argument(1:step-argument-length)
                                  DELIMITED BY SIZE
                      """"        DELIMITED BY SIZE
                      INTO step-command
                      WITH POINTER command-pointer
               END-STRING
           END-IF
           EXIT.

       APPEND-STEP-PARM-1-CLAUSE.
           MOVE step-parm-1(table-index, step-index)
               TO env-clause-value.
           MOVE step-parm-1-length(table-index, step-index)
               TO env-clause-value-length.
           PERFORM APPEND-ENV-CLAUSE.
           EXIT.

      *--- Values are spliced by counted length inside double quotes ---
      *--- -- every one has already passed the allow-list --------------
       APPEND-ENV-CLAUSE.
           STRING """"             DELIMITED BY SIZE
                  env-clause-name  DELIMITED BY SPACE
                  "="              DELIMITED BY SIZE
                  env-clause-value(1:env-clause-value-length)
                                   DELIMITED BY SIZE
                  """ "            DELIMITED BY SIZE
                  INTO step-command
                  WITH POINTER command-pointer
           END-STRING
           EXIT.

      *--- A layout is optional -- the table name already passed the ---
      *--- allow-list when the job was loaded --------------------------
       FIND-LAYOUT-FOR-TABLE.
           MOVE "N" TO layout-found-switch.
           MOVE SPACES TO layout-filename.
           STRING table-name(table-index)
                      (1:table-name-length(table-index))
                          DELIMITED BY SIZE
                  ".LAY"  DELIMITED BY SIZE
                  INTO layout-filename
           END-STRING
           COMPUTE layout-filename-length
               = table-name-length(table-index) + 4.
           CALL "CBL_OPEN_FILE"
               USING layout-filename, 1, 0, 0,
                     layout-probe-handle.
           IF RETURN-CODE = 0
               SET layout-found TO TRUE
               CALL "CBL_CLOSE_FILE" USING layout-probe-handle
           END-IF
           EXIT.

      *--- Restart output: every table that has started is written ----
      *--- with its progress; a table not yet reached is left off and -
      *--- so runs from its first step next time -----------------------
       WRITE-RESTART-FILE.
           OPEN OUTPUT RESTART-FILE.
           IF restart-file-status NOT = "00"
               DISPLAY "Could not write restart file: "
                   restart-file-status
           ELSE
               PERFORM WRITE-ONE-RESTART-RECORD
                   VARYING search-index FROM 1 BY 1
                   UNTIL search-index > table-count
               CLOSE RESTART-FILE
           END-IF
           EXIT.

       WRITE-ONE-RESTART-RECORD.
           IF NOT table-not-started(search-index)
               MOVE table-steps-done(search-index)
                   TO restart-done-number
               MOVE SPACES TO restart-line-buffer
               MOVE 1 TO restart-line-pointer
               STRING table-name(search-index)
                          (1:table-name-length(search-index))
                                          DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      restart-done-number DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      table-state(search-index)
                                          DELIMITED BY SIZE
                      INTO restart-line-buffer
                      WITH POINTER restart-line-pointer
               END-STRING
               MOVE restart-line-buffer TO restart-record
               COMPUTE restart-record-length = restart-line-pointer - 1
               WRITE restart-record
           END-IF
           EXIT.

      *--- A run that leaves every table finished removes the restart --
      *--- file, so tomorrow's run starts from the top; otherwise it ---
      *--- stays for the re-run ----------------------------------------
       FINISH-RESTART-FILE.
           IF tables-failed-count = 0
               CALL "CBL_DELETE_FILE" USING restart-filename
           ELSE
               MOVE SPACES TO log-message
               STRING "restart point kept in " DELIMITED BY SIZE
                      restart-filename         DELIMITED BY SPACE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

      *--- Allow-list check, same rule as rsvbatch: letters, digits, ---
      *--- space and . / _ - only; a zero-length field fails too -------
       VALIDATE-FIELD-FOR-SHELL-SAFETY.
           MOVE "N" TO field-invalid-switch.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO.
           EXIT.

      *--- Variant that leaves an earlier failure standing, so several -
      *--- fields of one line can be checked with one switch test ------
       VALIDATE-FIELD-FOR-SHELL-SAFETY-TOO.
           IF field-to-validate-length = 0
               SET field-is-invalid TO TRUE
           ELSE
               PERFORM CHECK-ONE-VALIDATION-BYTE
                   VARYING validate-scan-index FROM 1 BY 1
                   UNTIL validate-scan-index > field-to-validate-length
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
