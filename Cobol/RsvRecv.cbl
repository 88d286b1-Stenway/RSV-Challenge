       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvrecv.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
      *--- The work list receives one find(1) listing of the landing ---
      *--- directory per cycle, the same way rsvhskp lists its sweep ---
      *--- directory; the reply and reason files are the paper trail ---
      *--- the sender and the operator each get ------------------------
           SELECT WORK-LIST ASSIGN TO DYNAMIC work-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS work-file-status.
           SELECT REPLY-FILE ASSIGN TO DYNAMIC reply-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reply-file-status.
           SELECT REASON-FILE ASSIGN TO DYNAMIC reason-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reason-file-status.

       DATA                DIVISION.
       FILE                SECTION.
       FD  WORK-LIST
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
           DEPENDING ON work-record-length.
       01  work-record                PIC X(300).

       FD  REPLY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
           DEPENDING ON reply-record-length.
       01  reply-record               PIC X(400).

       FD  REASON-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
           DEPENDING ON reason-record-length.
       01  reason-record              PIC X(400).

       WORKING-STORAGE     SECTION.
      *--- The intake runs inside the landing directory: every check ---
      *--- program resolves a partner's manifest entries from there, --
      *--- so the load, quarantine and reply directories and the -------
      *--- rules and master files are named from there too (or ---------
      *--- absolutely) -------------------------------------------------
       01  landing-directory          PIC X(256) VALUE ".".
       01  load-directory             PIC X(256) VALUE "load".
       01  quarantine-directory       PIC X(256) VALUE "quarantine".
       01  reply-directory            PIC X(256) VALUE "reply".
       01  rules-filename             PIC X(256).
       01  master-filename            PIC X(256).
      *--- Legacy code page the master is kept in, if any, for rsvload -
      *--- to convert the partner's UTF-8 back to ----------------------
       01  target-code-page           PIC X(256).
       01  parm-buffer                PIC X(256).
       01  parm-length                PIC 9(5)   USAGE COMP.
      *--- Counted lengths for every name a command builder splices, ---
      *--- as in rsvhskp -- never DELIMITED BY SPACE -------------------
       01  landing-directory-length   PIC 9(5)   USAGE COMP.
       01  load-directory-length      PIC 9(5)   USAGE COMP.
       01  quarantine-directory-length PIC 9(5)  USAGE COMP.
       01  reply-directory-length     PIC 9(5)   USAGE COMP.
       01  rules-filename-length      PIC 9(5)   USAGE COMP.
       01  master-filename-length     PIC 9(5)   USAGE COMP.
       01  target-code-page-length    PIC 9(5)   USAGE COMP.

      *--- The work list and the run log stay where the intake was -----
      *--- started: both are named absolutely before the move into the -
      *--- landing directory, so neither lands in a partner's ----------
      *--- directory and every check logs to the shop's run log --------
       01  start-directory            PIC X(256).
       01  start-directory-length     PIC 9(5)   USAGE COMP.
       01  work-filename              PIC X(300).
       01  work-filename-length       PIC 9(5)   USAGE COMP.
       01  run-log-filename           PIC X(256) VALUE "RSVRUN.LOG".
       01  run-log-filename-length    PIC 9(5)   USAGE COMP.
       01  path-buffer                PIC X(520).
       01  path-length                PIC 9(5)   USAGE COMP.
       01  work-file-status           PIC X(2).
       01  work-record-length         PIC 9(5)   USAGE COMP.
       01  work-list-eof              PIC X(1).
           88  end-of-work-list                  VALUE "Y".

      *--- Watch pacing, as rsvwatch paces its samples: one listing ----
      *--- per interval for the cycle count given. The default is one --
      *--- cycle -- a scheduled run sweeps once and ends; a cycle ------
      *--- count of zero keeps watching until the job is stopped -------
       01  cycle-interval-seconds     PIC 9(5)   USAGE COMP VALUE 60.
       01  cycle-limit                PIC 9(9)   USAGE COMP VALUE 1.
       01  cycle-count                PIC 9(9)   USAGE COMP VALUE 0.
       01  intake-done-switch         PIC X(1)   VALUE "N".
           88  intake-is-done                    VALUE "Y".

      *--- An extract has arrived when its manifest has: a partner -----
      *--- sends the .MAN last, so a file still in transfer is never ---
      *--- picked up half-written --------------------------------------
       01  candidate-filename         PIC X(256).
       01  candidate-length           PIC 9(5)   USAGE COMP.
       01  loaded-filename            PIC X(266).
       01  updated-filename           PIC X(266).
       01  reject-filename            PIC X(266).
       01  reply-filename             PIC X(530).
       01  stale-reply-filename       PIC X(530).
       01  reason-filename            PIC X(266).
       01  reply-file-status          PIC X(2).
       01  reply-record-length        PIC 9(5)   USAGE COMP.
       01  reason-file-status         PIC X(2).
       01  reason-record-length       PIC 9(5)   USAGE COMP.
       01  extract-probe-handle       PIC X(4)   USAGE COMP-X.
       01  extract-present-switch     PIC X(1).
           88  extract-is-present                VALUE "Y".

      *--- The checks, in the order they were always run by hand: ------
      *--- the transfer, the trailer, the rules, the load, and a trial -
      *--- apply of the loaded delta to the master. The first failure --
      *--- stops the chain -- nothing later is tried against a file ----
      *--- already known to be bad -------------------------------------
       01  check-number               PIC 9(1)   USAGE COMP.
       01  check-count                PIC 9(1)   USAGE COMP VALUE 5.
       01  check-program              PIC X(8).
       01  check-return-code          PIC S9(9)  USAGE COMP.
       01  display-return-code        PIC -(8)9.
       01  check-failed-switch        PIC X(1).
           88  intake-check-failed               VALUE "Y".
       01  failed-check-program       PIC X(8).
       01  failed-check-reason        PIC X(80).

      *--- Every check runs through the "env" utility, as rsvpipe's ----
      *--- steps do -- the suite's parameter names are hyphenated ------
       01  system-command             PIC X(1600).
       01  command-pointer            PIC 9(5)   USAGE COMP.
       01  env-clause-name            PIC X(30).
       01  env-clause-value           PIC X(266).
       01  env-clause-value-length    PIC 9(5)   USAGE COMP.
       01  check-argument             PIC X(266).
       01  check-argument-length      PIC 9(5)   USAGE COMP.

      *--- Same allow-list rsvbatch holds every command-line name to ---
       01  field-to-validate          PIC X(256).
       01  field-to-validate-length   PIC 9(5)   USAGE COMP.
       01  validate-scan-index        PIC 9(5)   USAGE COMP.
       01  validate-scan-byte         PIC X(1).
       01  field-invalid-switch       PIC X(1)   VALUE "N".
           88  field-is-invalid                  VALUE "Y".

      *--- The ACK carries the rows and bytes accepted, taken from the -
      *--- master trailer rsvrecon has just held the extract to --------
       01  trailer-filename           PIC X(266).
       01  trailer-file-handle        PIC X(4)   USAGE COMP-X.
       01  trailer-offset             PIC X(8)   USAGE COMP-X.
       01  trailer-bytes              PIC X(4)   USAGE COMP-X.
       01  trailer-record.
           05  trailer-row-count        PIC 9(9).
           05  FILLER                   PIC X(1).
           05  trailer-byte-offset      PIC 9(18).
           05  FILLER                   PIC X(92).
       01  accepted-row-count         PIC 9(9).
       01  accepted-byte-count        PIC 9(18).

       01  stamp-date                 PIC X(8).
       01  stamp-time                 PIC X(8).
       01  report-line-buffer         PIC X(400).
       01  report-line-length         PIC 9(5)   USAGE COMP.

       01  move-failed-switch         PIC X(1).
           88  file-move-failed                  VALUE "Y".
       01  accepted-count             PIC 9(9)   USAGE COMP VALUE 0.
       01  quarantined-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  skipped-unsafe-count       PIC 9(9)   USAGE COMP VALUE 0.
       01  move-failed-count          PIC 9(9)   USAGE COMP VALUE 0.
      *--- A find that fails still leaves an empty work list behind ----
      *--- the shell redirect -- without this count a vanished landing -
      *--- directory would read as a quiet "nothing arrived" run -------
       01  listing-failed-count       PIC 9(9)   USAGE COMP VALUE 0.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvrecv".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM VALIDATE-RUNTIME-PARAMETERS.
           PERFORM FIX-STARTING-DIRECTORY-NAMES.
           PERFORM ENTER-LANDING-DIRECTORY.
           PERFORM LOG-RUN-START.
           PERFORM ENSURE-INTAKE-DIRECTORIES.

           PERFORM RUN-ONE-INTAKE-CYCLE
               UNTIL intake-is-done.

           PERFORM REMOVE-WORK-LIST-FILE.

           DISPLAY "Accepted:      " accepted-count.
           DISPLAY "Quarantined:   " quarantined-count.
           DISPLAY "Skipped:       " skipped-unsafe-count.
           DISPLAY "Move failed:   " move-failed-count.

           PERFORM LOG-RUN-END.

           IF quarantined-count > 0 OR skipped-unsafe-count > 0
              OR move-failed-count > 0
              OR listing-failed-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--- The landing directory comes from the command line; the ------
      *--- destinations, the check parameters and the pacing come from -
      *--- the environment the way the rest of the suite takes its -----
      *--- parameters --------------------------------------------------
       TAKE-RUNTIME-PARAMETERS.
           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM COMMAND-LINE.
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO landing-directory
           END-IF

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSVRECV-LOAD-DIR".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO load-directory
           END-IF

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer
               FROM ENVIRONMENT "RSVRECV-QUARANTINE-DIR".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO quarantine-directory
           END-IF

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSVRECV-REPLY-DIR".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO reply-directory
           END-IF

           MOVE SPACES TO rules-filename.
           ACCEPT rules-filename FROM ENVIRONMENT "RSVRECV-RULES-FILE".
           MOVE SPACES TO master-filename.
           ACCEPT master-filename
               FROM ENVIRONMENT "RSVRECV-MASTER-FILE".
           MOVE SPACES TO target-code-page.
           ACCEPT target-code-page
               FROM ENVIRONMENT "RSVRECV-TARGET-CODEPAGE".

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSVRECV-INTERVAL".
           IF parm-buffer NOT = SPACES
               MOVE 0 TO parm-length
               INSPECT parm-buffer
                   TALLYING parm-length
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF parm-length = 0 OR parm-length > 5
                  OR parm-buffer(1:parm-length) NOT NUMERIC
                   DISPLAY "Bad intake interval: " parm-buffer(1:60)
                   MOVE "ended rc=1 bad intake interval"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE parm-buffer(1:parm-length)
                   TO cycle-interval-seconds
               IF cycle-interval-seconds = 0
                   MOVE 1 TO cycle-interval-seconds
               END-IF
           END-IF

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSVRECV-CYCLES".
           IF parm-buffer NOT = SPACES
               MOVE 0 TO parm-length
               INSPECT parm-buffer
                   TALLYING parm-length
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF parm-length = 0 OR parm-length > 9
                  OR parm-buffer(1:parm-length) NOT NUMERIC
                   DISPLAY "Bad intake cycle count: " parm-buffer(1:60)
                   MOVE "ended rc=1 bad intake cycle count"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE parm-buffer(1:parm-length) TO cycle-limit
           END-IF
           EXIT.

      *--- Every name that will reach a command line is validated ------
      *--- here, before anything is touched. The rules file and the ----
      *--- master are required: a chain missing the rules check or the -
      *--- trial apply would promote files nobody had really checked ---
       VALIDATE-RUNTIME-PARAMETERS.
           MOVE landing-directory TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO landing-directory-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe landing directory name"
               MOVE "ended rc=1 unsafe landing directory name"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE load-directory TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO load-directory-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe load directory name"
               MOVE "ended rc=1 unsafe load directory name"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE quarantine-directory TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length
               TO quarantine-directory-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe quarantine directory name"
               MOVE "ended rc=1 unsafe quarantine directory name"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE reply-directory TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO reply-directory-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe reply directory name"
               MOVE "ended rc=1 unsafe reply directory name"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           IF rules-filename = SPACES
               DISPLAY "No rules file named for the intake"
               MOVE "ended rc=1 no rules file named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE rules-filename TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO rules-filename-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe rules file name"
               MOVE "ended rc=1 unsafe rules file name" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           IF master-filename = SPACES
               DISPLAY "No master file named for the trial apply"
               MOVE "ended rc=1 no master file named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE master-filename TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO master-filename-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe master file name"
               MOVE "ended rc=1 unsafe master file name" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

      *--- rsvload itself decides whether it knows the code page -------
           MOVE 0 TO target-code-page-length.
           IF target-code-page NOT = SPACES
               MOVE target-code-page TO field-to-validate
               PERFORM FIND-VALIDATE-FIELD-LENGTH
               MOVE field-to-validate-length
                   TO target-code-page-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   DISPLAY "Unsafe target code page name"
                   MOVE "ended rc=1 unsafe target code page name"
                       TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
               END-IF
           END-IF
           EXIT.

       STOP-ON-BAD-PARAMETER.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

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

      *--- A relative RSV-RUN-LOG (or the default RSVRUN.LOG) is -------
      *--- resolved against the starting directory and set back into --
      *--- the environment, so rsvlog keeps writing to the same file ---
      *--- after the move; the checks are handed it on their env line --
       FIX-STARTING-DIRECTORY-NAMES.
           MOVE SPACES TO start-directory.
           CALL "CBL_GET_CURRENT_DIR"
               USING BY VALUE 0, BY VALUE 256,
                     BY REFERENCE start-directory.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not find the starting directory"
               MOVE "ended rc=1 starting directory not found"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           INSPECT start-directory REPLACING ALL LOW-VALUE BY SPACE.
           MOVE start-directory TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE field-to-validate-length TO start-directory-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe starting directory name"
               MOVE "ended rc=1 unsafe starting directory name"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE SPACES TO work-filename.
           STRING start-directory(1:start-directory-length)
                                 DELIMITED BY SIZE
                  "/RSVRECV.WRK" DELIMITED BY SIZE
                  INTO work-filename
           END-STRING
           COMPUTE work-filename-length = start-directory-length + 12.

           MOVE SPACES TO parm-buffer.
           ACCEPT parm-buffer FROM ENVIRONMENT "RSV-RUN-LOG".
           IF parm-buffer NOT = SPACES
               MOVE parm-buffer TO run-log-filename
           END-IF
           MOVE run-log-filename TO field-to-validate.
           PERFORM FIND-VALIDATE-FIELD-LENGTH.
           MOVE SPACES TO path-buffer.
           IF run-log-filename(1:1) = "/"
               MOVE run-log-filename TO path-buffer
               MOVE field-to-validate-length TO path-length
           ELSE
               STRING start-directory(1:start-directory-length)
                                     DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      run-log-filename(1:field-to-validate-length)
                                     DELIMITED BY SIZE
                      INTO path-buffer
               END-STRING
               COMPUTE path-length = start-directory-length + 1
                   + field-to-validate-length
           END-IF
           IF path-length > 256
               DISPLAY "Run log path longer than 256"
               MOVE "ended rc=1 run log path too long" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE path-buffer(1:256) TO run-log-filename.
           MOVE run-log-filename TO field-to-validate.
           MOVE path-length TO field-to-validate-length.
           PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY.
           IF field-is-invalid
               DISPLAY "Unsafe run log name"
               MOVE "ended rc=1 unsafe run log name" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE path-length TO run-log-filename-length.
           DISPLAY "RSV-RUN-LOG" UPON ENVIRONMENT-NAME.
           DISPLAY run-log-filename(1:run-log-filename-length)
               UPON ENVIRONMENT-VALUE.
           EXIT.

       ENTER-LANDING-DIRECTORY.
           CALL "CBL_CHANGE_DIR" USING landing-directory.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not enter landing directory: "
                   landing-directory(1:landing-directory-length)
               MOVE "ended rc=1 landing directory not found"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       ENSURE-INTAKE-DIRECTORIES.
           MOVE SPACES TO system-command.
           STRING "mkdir -p """     DELIMITED BY SIZE
                  load-directory(1:load-directory-length)
                             DELIMITED BY SIZE
                  """ """           DELIMITED BY SIZE
                  quarantine-directory(1:quarantine-directory-length)
                             DELIMITED BY SIZE
                  """ """           DELIMITED BY SIZE
                  reply-directory(1:reply-directory-length)
                             DELIMITED BY SIZE
                  """"              DELIMITED BY SIZE
                  INTO system-command
           END-STRING
           CALL "SYSTEM" USING system-command.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not create intake directories: "
                   RETURN-CODE
               MOVE "ended rc=1 intake directories could not be made"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       RUN-ONE-INTAKE-CYCLE.
           ADD 1 TO cycle-count.
           PERFORM LIST-ARRIVED-MANIFESTS.

           IF cycle-limit > 0 AND cycle-count >= cycle-limit
               SET intake-is-done TO TRUE
           ELSE
               CALL "C$SLEEP" USING cycle-interval-seconds
           END-IF
           EXIT.

      *--- Sorted, so files that arrive together are taken in name -----
      *--- order and the run log reads the same way every time ---------
       LIST-ARRIVED-MANIFESTS.
           MOVE SPACES TO system-command.
           STRING "find . -maxdepth 1 -type f -name ""*.MAN"" | sort"
                                    DELIMITED BY SIZE
                  " > """           DELIMITED BY SIZE
                  work-filename(1:work-filename-length)
                                    DELIMITED BY SIZE
                  """"              DELIMITED BY SIZE
                  INTO system-command
           END-STRING
           CALL "SYSTEM" USING system-command.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not list landing directory: "
                   RETURN-CODE
               ADD 1 TO listing-failed-count
               MOVE "landing directory could not be listed"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               PERFORM PROCESS-ARRIVED-LIST
           END-IF
           EXIT.

       PROCESS-ARRIVED-LIST.
           OPEN INPUT WORK-LIST.
           IF work-file-status NOT = "00"
               DISPLAY "Could not open work list: " work-file-status
               ADD 1 TO listing-failed-count
           ELSE
               MOVE "N" TO work-list-eof
               PERFORM RECEIVE-ONE-CANDIDATE
                   UNTIL end-of-work-list
               CLOSE WORK-LIST
           END-IF
           EXIT.

       RECEIVE-ONE-CANDIDATE.
           READ WORK-LIST
               AT END
                   SET end-of-work-list TO TRUE
               NOT AT END
                   PERFORM TAKE-CANDIDATE-FROM-WORK-RECORD
                   IF NOT field-is-invalid
                       PERFORM INTAKE-ONE-FILE
                   END-IF
           END-READ
           EXIT.

      *--- find(1) names each manifest "./<extract>.MAN"; the extract --
      *--- is what lies between. A name that would not be safe on a ----
      *--- command line is reported and left in the landing directory --
      *--- for an operator, never moved around or executed against -----
       TAKE-CANDIDATE-FROM-WORK-RECORD.
           MOVE "N" TO field-invalid-switch.
           IF work-record-length < 7
              OR work-record(1:2) NOT = "./"
              OR work-record-length > 262
               SET field-is-invalid TO TRUE
           ELSE
               MOVE SPACES TO candidate-filename
               COMPUTE candidate-length = work-record-length - 6
               MOVE work-record(3:candidate-length)
                   TO candidate-filename
               MOVE candidate-filename TO field-to-validate
               MOVE candidate-length   TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   ADD 1 TO skipped-unsafe-count
                   DISPLAY "Skipped unsafe name: "
                       candidate-filename(1:candidate-length)
                   MOVE SPACES TO log-message
                   STRING "skipped unsafe name "  DELIMITED BY SIZE
                          candidate-filename(1:candidate-length)
                                                  DELIMITED BY SIZE
                          INTO log-message
                   END-STRING
                   PERFORM WRITE-RUN-LOG-ENTRY
               END-IF
           END-IF
           EXIT.

      *--- One arrived extract: the chain of checks, then promotion ----
      *--- with an ACK or quarantine with a NAK -- never both, never ---
      *--- neither -----------------------------------------------------
       INTAKE-ONE-FILE.
           DISPLAY "Receiving " candidate-filename(1:candidate-length).
           PERFORM BUILD-STAGED-FILENAMES.
           MOVE "N" TO check-failed-switch.
           PERFORM RUN-ONE-INTAKE-CHECK
               VARYING check-number FROM 1 BY 1
               UNTIL check-number > check-count
                  OR intake-check-failed.

           IF intake-check-failed
               PERFORM QUARANTINE-FILE-SET
           ELSE
               PERFORM PROMOTE-FILE-SET
           END-IF
           EXIT.

      *--- The load and the trial apply write beside the extract, so ---
      *--- whatever happens next they travel with it -------------------
       BUILD-STAGED-FILENAMES.
           MOVE SPACES TO loaded-filename.
           STRING candidate-filename(1:candidate-length)
                             DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
                  INTO loaded-filename.
           MOVE SPACES TO updated-filename.
           STRING candidate-filename(1:candidate-length)
                             DELIMITED BY SIZE
                  ".NEW"     DELIMITED BY SIZE
                  INTO updated-filename.
           MOVE SPACES TO reject-filename.
           STRING candidate-filename(1:candidate-length)
                             DELIMITED BY SIZE
                  ".REJ"     DELIMITED BY SIZE
                  INTO reject-filename.
           MOVE SPACES TO reason-filename.
           STRING candidate-filename(1:candidate-length)
                             DELIMITED BY SIZE
                  ".WHY"     DELIMITED BY SIZE
                  INTO reason-filename.
           MOVE SPACES TO trailer-filename.
           STRING candidate-filename(1:candidate-length)
                             DELIMITED BY SIZE
                  ".TRL"     DELIMITED BY SIZE
                  INTO trailer-filename.
           EXIT.

       RUN-ONE-INTAKE-CHECK.
           PERFORM BUILD-CHECK-COMMAND.
           CALL "SYSTEM" USING system-command.
           MOVE RETURN-CODE TO check-return-code.
           IF check-return-code NOT = 0
               SET intake-check-failed TO TRUE
               MOVE check-program TO failed-check-program
               EVALUATE check-number
                   WHEN 1
                       MOVE "transfer damaged or incomplete"
                           TO failed-check-reason
                   WHEN 2
                       MOVE "trailer counts do not reconcile"
                           TO failed-check-reason
                   WHEN 3
                       MOVE "validation rules violated"
                           TO failed-check-reason
                   WHEN 4
                       MOVE "not loadable to master layout or code page"
                           TO failed-check-reason
                   WHEN OTHER
                       MOVE "delta rejected against the master"
                           TO failed-check-reason
               END-EVALUATE
           END-IF
           EXIT.

      *--- Each check is given only what the intake decides, and it ----
      *--- is given it explicitly: /bin/sh does not carry hyphenated ---
      *--- names such as RSVLOAD-OUTPUT-FORMAT through to the check, ---
      *--- so a setting the intake does not pass here is not seen, ----
      *--- and the run log is always passed. ---------------------------
      *--- Unmappable characters are always a failure at intake --------
      *--- (rsvload's default), since the load is what is promoted -----
       BUILD-CHECK-COMMAND.
           MOVE SPACES TO system-command.
           MOVE 1 TO command-pointer.
           STRING "env " DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           MOVE "RSV-RUN-LOG" TO env-clause-name.
           MOVE run-log-filename TO env-clause-value.
           MOVE run-log-filename-length TO env-clause-value-length.
           PERFORM APPEND-ENV-CLAUSE.

           MOVE candidate-filename TO check-argument.
           MOVE candidate-length   TO check-argument-length.

           EVALUATE check-number
               WHEN 1
                   MOVE "rsvmani" TO check-program
                   MOVE "RSVMANI-MODE" TO env-clause-name
                   MOVE "VERIFY" TO env-clause-value
                   MOVE 6 TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
               WHEN 2
                   MOVE "rsvrecon" TO check-program
               WHEN 3
                   MOVE "rsvvalid" TO check-program
                   MOVE "RSVVALID-RULES-FILE" TO env-clause-name
                   MOVE rules-filename TO env-clause-value
                   MOVE rules-filename-length
                       TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
               WHEN 4
                   MOVE "rsvload" TO check-program
                   MOVE "RSVLOAD-OUTPUT-FILE" TO env-clause-name
                   MOVE loaded-filename TO env-clause-value
                   COMPUTE env-clause-value-length
                       = candidate-length + 4
                   PERFORM APPEND-ENV-CLAUSE
                   IF target-code-page-length > 0
                       MOVE "RSVLOAD-TARGET-CODEPAGE"
                           TO env-clause-name
                       MOVE target-code-page TO env-clause-value
                       MOVE target-code-page-length
                           TO env-clause-value-length
                       PERFORM APPEND-ENV-CLAUSE
                   END-IF
               WHEN OTHER
                   MOVE "rsvapply" TO check-program
                   MOVE "RSVAPPLY-DELTA-FILE" TO env-clause-name
                   MOVE loaded-filename TO env-clause-value
                   COMPUTE env-clause-value-length
                       = candidate-length + 4
                   PERFORM APPEND-ENV-CLAUSE
                   MOVE "RSVAPPLY-MASTER-FILE" TO env-clause-name
                   MOVE master-filename TO env-clause-value
                   MOVE master-filename-length
                       TO env-clause-value-length
                   PERFORM APPEND-ENV-CLAUSE
                   MOVE "RSVAPPLY-REJECT-FILE" TO env-clause-name
                   MOVE reject-filename TO env-clause-value
                   COMPUTE env-clause-value-length
                       = candidate-length + 4
                   PERFORM APPEND-ENV-CLAUSE
                   MOVE updated-filename TO check-argument
                   COMPUTE check-argument-length
                       = candidate-length + 4
           END-EVALUATE

           STRING check-program     DELIMITED BY SPACE
                  " """             DELIMITED BY SIZE
                  check-argument(1:check-argument-length)
                                    DELIMITED BY SIZE
                  """"              DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
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
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           EXIT.

      *--- Promotion: the extract, its trailers, parts, manifest and ---
      *--- profile, and the loaded and trial-applied files all move ----
      *--- to the load directory together. The counts for the ACK are --
      *--- read first, while the trailer is still where rsvrecon -------
      *--- checked it --------------------------------------------------
       PROMOTE-FILE-SET.
           PERFORM READ-ACCEPTED-COUNTS.
           MOVE "Y" TO extract-present-switch.
           MOVE load-directory TO field-to-validate.
           MOVE load-directory-length TO field-to-validate-length.
           PERFORM MOVE-FILE-SET.

           IF file-move-failed
      *--- nothing is acknowledged that did not reach the load ---------
      *--- directory -- the operator sorts out the move and the next ---
      *--- cycle's listing offers whatever is left again ---------------
               ADD 1 TO move-failed-count
               DISPLAY "Could not promote "
                   candidate-filename(1:candidate-length)
               MOVE SPACES TO log-message
               STRING "promote failed "    DELIMITED BY SIZE
                      candidate-filename(1:candidate-length)
                                           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               ADD 1 TO accepted-count
               PERFORM WRITE-ACK-REPLY
               MOVE accepted-row-count TO log-number-a
               MOVE SPACES TO log-message
               STRING "accepted "          DELIMITED BY SIZE
                      candidate-filename(1:candidate-length)
                                           DELIMITED BY SIZE
                      " rows="             DELIMITED BY SIZE
                      log-number-a         DELIMITED BY SIZE
                      " bytes="            DELIMITED BY SIZE
                      accepted-byte-count  DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

       READ-ACCEPTED-COUNTS.
           MOVE 0 TO accepted-row-count.
           MOVE 0 TO accepted-byte-count.
           CALL "CBL_OPEN_FILE"
               USING trailer-filename, 1, 0, 0, trailer-file-handle.
           IF RETURN-CODE = 0
               MOVE 0   TO trailer-offset
               MOVE 120 TO trailer-bytes
               CALL "CBL_READ_FILE"
                   USING trailer-file-handle, trailer-offset,
                         trailer-bytes, 0, trailer-record
               IF RETURN-CODE = 0
                  AND trailer-row-count NUMERIC
                  AND trailer-byte-offset NUMERIC
                   MOVE trailer-row-count   TO accepted-row-count
                   MOVE trailer-byte-offset TO accepted-byte-count
               END-IF
               CALL "CBL_CLOSE_FILE" USING trailer-file-handle
           END-IF
           EXIT.

      *--- Quarantine: the reason file is written beside the extract ---
      *--- first, so it moves with the set and the operator finds the --
      *--- evidence (.EXC, .REJ) and the explanation together ----------
       QUARANTINE-FILE-SET.
           PERFORM WRITE-REASON-FILE.
           MOVE "N" TO extract-present-switch.
           CALL "CBL_OPEN_FILE"
               USING candidate-filename, 1, 0, 0,
                     extract-probe-handle.
           IF RETURN-CODE = 0
               SET extract-is-present TO TRUE
               CALL "CBL_CLOSE_FILE" USING extract-probe-handle
           END-IF
           MOVE quarantine-directory TO field-to-validate.
           MOVE quarantine-directory-length
               TO field-to-validate-length.
           PERFORM MOVE-FILE-SET.

           ADD 1 TO quarantined-count.
           IF file-move-failed
               ADD 1 TO move-failed-count
               DISPLAY "Could not quarantine "
                   candidate-filename(1:candidate-length)
           END-IF
      *--- the sender hears about a bad file whether or not the move ---
      *--- went through -- the NAK is about the file, not the shelving -
           PERFORM WRITE-NAK-REPLY.

           MOVE check-return-code TO log-number-b.
           MOVE SPACES TO log-message.
           STRING "quarantined "       DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                       DELIMITED BY SIZE
                  " check="            DELIMITED BY SIZE
                  failed-check-program DELIMITED BY SPACE
                  " rc="               DELIMITED BY SIZE
                  log-number-b         DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- One mv for the whole set: the extract by name (when it ------
      *--- arrived at all) and everything named <extract>.*, which -----
      *--- always holds at least the manifest. The destination comes ---
      *--- in through field-to-validate --------------------------------
       MOVE-FILE-SET.
           MOVE "N" TO move-failed-switch.
           MOVE SPACES TO system-command.
           MOVE 1 TO command-pointer.
           STRING "mv -f "          DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           IF extract-is-present
               STRING """"          DELIMITED BY SIZE
                      candidate-filename(1:candidate-length)
                                    DELIMITED BY SIZE
                      """ "         DELIMITED BY SIZE
                      INTO system-command
                      WITH POINTER command-pointer
               END-STRING
           END-IF
           STRING """"              DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                    DELIMITED BY SIZE
                  """.* """         DELIMITED BY SIZE
                  field-to-validate(1:field-to-validate-length)
                                    DELIMITED BY SIZE
                  "/"""             DELIMITED BY SIZE
                  INTO system-command
                  WITH POINTER command-pointer
           END-STRING
           CALL "SYSTEM" USING system-command.
           IF RETURN-CODE NOT = 0
               SET file-move-failed TO TRUE
           END-IF
           EXIT.

       WRITE-REASON-FILE.
           ACCEPT stamp-date FROM DATE YYYYMMDD.
           ACCEPT stamp-time FROM TIME.
           OPEN OUTPUT REASON-FILE.
           IF reason-file-status NOT = "00"
               DISPLAY "Could not write reason file: "
                   reason-file-status
           ELSE
               MOVE SPACES TO report-line-buffer
               STRING "Quarantined:  "  DELIMITED BY SIZE
                      candidate-filename(1:candidate-length)
                                        DELIMITED BY SIZE
                      INTO report-line-buffer
               END-STRING
               PERFORM WRITE-REASON-LINE
               MOVE SPACES TO report-line-buffer
               STRING "Received:     "  DELIMITED BY SIZE
                      stamp-date(1:4)   DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      stamp-date(5:2)   DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      stamp-date(7:2)   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      stamp-time(1:2)   DELIMITED BY SIZE
                      ":"               DELIMITED BY SIZE
                      stamp-time(3:2)   DELIMITED BY SIZE
                      ":"               DELIMITED BY SIZE
                      stamp-time(5:2)   DELIMITED BY SIZE
                      INTO report-line-buffer
               END-STRING
               PERFORM WRITE-REASON-LINE
               MOVE check-return-code TO display-return-code
               MOVE SPACES TO report-line-buffer
               STRING "Failed check: "      DELIMITED BY SIZE
                      failed-check-program  DELIMITED BY SPACE
                      " rc="                DELIMITED BY SIZE
                      display-return-code   DELIMITED BY SIZE
                      INTO report-line-buffer
               END-STRING
               PERFORM WRITE-REASON-LINE
               MOVE SPACES TO report-line-buffer
               STRING "Reason:       "      DELIMITED BY SIZE
                      failed-check-reason   DELIMITED BY SIZE
                      INTO report-line-buffer
               END-STRING
               PERFORM WRITE-REASON-LINE
               CLOSE REASON-FILE
           END-IF
           EXIT.

       WRITE-REASON-LINE.
           PERFORM FIND-REPORT-LINE-LENGTH.
           MOVE SPACES TO reason-record.
           MOVE report-line-buffer(1:report-line-length)
               TO reason-record.
           MOVE report-line-length TO reason-record-length.
           WRITE reason-record.
           EXIT.

      *--- Reply files are one pipe-delimited line the sender's own ----
      *--- job can read: -----------------------------------------------
      *---   ACK|extract|rows|bytes|yyyymmdd|hhmmss --------------------
      *---   NAK|extract|check|reason|yyyymmdd|hhmmss ------------------
      *--- A resend that passes after an earlier NAK (or the reverse) --
      *--- must not leave both answers lying in the reply directory ----
       WRITE-ACK-REPLY.
           ACCEPT stamp-date FROM DATE YYYYMMDD.
           ACCEPT stamp-time FROM TIME.
           MOVE SPACES TO reply-filename.
           STRING reply-directory(1:reply-directory-length)
                                 DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                 DELIMITED BY SIZE
                  ".ACK"         DELIMITED BY SIZE
                  INTO reply-filename
           END-STRING
           MOVE reply-filename TO stale-reply-filename.
           MOVE "NAK" TO stale-reply-filename
               (reply-directory-length + candidate-length + 3:3).
           CALL "CBL_DELETE_FILE" USING stale-reply-filename.

           MOVE SPACES TO report-line-buffer.
           STRING "ACK|"              DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  accepted-row-count  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  accepted-byte-count DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  stamp-date          DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  stamp-time(1:6)     DELIMITED BY SIZE
                  INTO report-line-buffer
           END-STRING
           PERFORM WRITE-REPLY-FILE.
           EXIT.

       WRITE-NAK-REPLY.
           ACCEPT stamp-date FROM DATE YYYYMMDD.
           ACCEPT stamp-time FROM TIME.
           MOVE SPACES TO reply-filename.
           STRING reply-directory(1:reply-directory-length)
                                 DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                 DELIMITED BY SIZE
                  ".NAK"         DELIMITED BY SIZE
                  INTO reply-filename
           END-STRING
           MOVE reply-filename TO stale-reply-filename.
           MOVE "ACK" TO stale-reply-filename
               (reply-directory-length + candidate-length + 3:3).
           CALL "CBL_DELETE_FILE" USING stale-reply-filename.

           MOVE SPACES TO report-line-buffer.
           STRING "NAK|"               DELIMITED BY SIZE
                  candidate-filename(1:candidate-length)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  failed-check-program DELIMITED BY SPACE
                  "|"                  DELIMITED BY SIZE
                  failed-check-reason  DELIMITED BY "  "
                  "|"                  DELIMITED BY SIZE
                  stamp-date           DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  stamp-time(1:6)      DELIMITED BY SIZE
                  INTO report-line-buffer
           END-STRING
           PERFORM WRITE-REPLY-FILE.
           EXIT.

      *--- A reply that cannot be written is an operator problem, not --
      *--- a reason to undo a promotion that already happened ----------
       WRITE-REPLY-FILE.
           OPEN OUTPUT REPLY-FILE.
           IF reply-file-status NOT = "00"
               DISPLAY "Could not write reply file: "
                   reply-file-status
               MOVE SPACES TO log-message
               STRING "reply not written for " DELIMITED BY SIZE
                      candidate-filename(1:candidate-length)
                                               DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               PERFORM FIND-REPORT-LINE-LENGTH
               MOVE SPACES TO reply-record
               MOVE report-line-buffer(1:report-line-length)
                   TO reply-record
               MOVE report-line-length TO reply-record-length
               WRITE reply-record
               CLOSE REPLY-FILE
           END-IF
           EXIT.

       FIND-REPORT-LINE-LENGTH.
           MOVE 400 TO report-line-length.
           PERFORM TRIM-ONE-REPORT-BYTE
               VARYING report-line-length
               FROM 400 BY -1
               UNTIL report-line-length = 0
                  OR report-line-buffer(report-line-length:1)
                     NOT = SPACE.
           IF report-line-length = 0
               MOVE 1 TO report-line-length
           END-IF
           EXIT.

       TRIM-ONE-REPORT-BYTE.
           CONTINUE.
           EXIT.

       REMOVE-WORK-LIST-FILE.
           CALL "CBL_DELETE_FILE" USING work-filename.
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

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started landing="  DELIMITED BY SIZE
                  landing-directory(1:landing-directory-length)
                             DELIMITED BY SIZE
                  " load="            DELIMITED BY SIZE
                  load-directory(1:load-directory-length)
                             DELIMITED BY SIZE
                  " quarantine="      DELIMITED BY SIZE
                  quarantine-directory(1:quarantine-directory-length)
                             DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE accepted-count      TO log-number-a.
           MOVE quarantined-count   TO log-number-b.
           MOVE skipped-unsafe-count TO log-number-c.
           MOVE SPACES TO log-message.
           IF quarantined-count > 0 OR skipped-unsafe-count > 0
              OR move-failed-count > 0
              OR listing-failed-count > 0
               STRING "ended rc=1 accepted=" DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " quarantined="        DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " skipped="            DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               STRING "ended rc=0 accepted=" DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The intake must not die because the logging module is -------
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
