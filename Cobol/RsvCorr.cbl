       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvcorr.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO DYNAMIC rules-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rules-file-status.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC layout-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS layout-file-status.
      *--- The exception report rsvvalid wrote for the extract ---------
           SELECT EXCEPTION-REPORT ASSIGN TO DYNAMIC report-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.
      *--- Same fixed-block shape rsvdelta writes, so rsvapply posts ---
      *--- the corrections like any other delta ------------------------
           SELECT DELTA-OUTPUT ASSIGN TO DYNAMIC delta-filename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS delta-output-status.

       DATA                DIVISION.
       FILE                SECTION.
       FD  RULES-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON rules-record-length.
       01  rules-record               PIC X(600).

       FD  LAYOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON layout-record-length.
       01  layout-record              PIC X(600).

       FD  EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  report-record              PIC X(132).

       FD  DELTA-OUTPUT
           RECORD CONTAINS 2000 CHARACTERS.
       01  delta-output-record        PIC X(2000).

       WORKING-STORAGE     SECTION.
       01  file-handle     PIC X(4)   USAGE COMP-X.
       01  filename        PIC X(256) VALUE "Test.rsv".
       01  parm-filename   PIC X(256).
       01  offset          PIC X(8)   USAGE COMP-X.

       01  read-buffer     PIC X(1).
       01  numBytes        PIC X(4)   USAGE COMP-X.

       01  eof-switch      PIC X(1)   VALUE "N".
           88  end-of-rsv-file         VALUE "Y".

      *--- The corrections go to RSVCORR-DELTA-FILE, by default the ----
      *--- extract name plus .COR -- never CUSTDELT.DAT itself, which --
      *--- belongs to rsvdelta -- and never one that already exists ----
       01  delta-filename             PIC X(266).
       01  delta-output-status        PIC X(2).
       01  delta-open-switch          PIC X(1)   VALUE "N".
           88  delta-file-open                   VALUE "Y".
       01  delta-content-limit        PIC 9(5)   USAGE COMP VALUE 1998.
       01  file-info.
           05  file-info-size         PIC X(8)  USAGE COMP-X.
           05  file-info-day          PIC X(1)  USAGE COMP-X.
           05  file-info-month        PIC X(1)  USAGE COMP-X.
           05  file-info-year         PIC X(2)  USAGE COMP-X.
           05  file-info-hour         PIC X(1)  USAGE COMP-X.
           05  file-info-minute       PIC X(1)  USAGE COMP-X.
           05  file-info-second       PIC X(1)  USAGE COMP-X.
           05  FILLER                 PIC X(1).

      *--- The extract's trailer, in rsv's layout: a masked extract ----
      *--- carries stars, fixed values and tokens where the master -----
      *--- has real data, and a "C" built from it would post them ------
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

      *--- Every correction is logged under the operator who made it: --
      *--- RSVCORR-OPERATOR, else the login name, else asked for -------
       01  operator-id                PIC X(16).
       01  operator-id-length         PIC 9(5)   USAGE COMP.

      *--- Per-column rules, read exactly as rsvvalid reads them: ------
      *--- position|type|max-length|required|allowed-codes -- a -------
      *--- corrected value is held to the same rule that failed it -----
       01  rules-filename             PIC X(256).
       01  rules-file-status          PIC X(2).
       01  rules-record-length        PIC 9(5)   USAGE COMP.
       01  rule-entry-limit           PIC 9(2)   USAGE COMP VALUE 50.
       01  rule-entry-count           PIC 9(2)   USAGE COMP VALUE 0.
       01  rule-code-limit            PIC 9(2)   USAGE COMP VALUE 20.
       01  rule-table.
           05  rule-entry OCCURS 50 TIMES.
               10  rule-position          PIC 9(5)  USAGE COMP.
               10  rule-type              PIC X(1).
               10  rule-max-length        PIC 9(5)  USAGE COMP.
               10  rule-max-switch        PIC X(1).
                   88  rule-has-max-length          VALUE "Y".
               10  rule-required-switch   PIC X(1).
                   88  rule-value-required          VALUE "Y".
               10  rule-code-count        PIC 9(2)  USAGE COMP.
               10  rule-code OCCURS 20 TIMES.
                   15  rule-code-value    PIC X(32).
                   15  rule-code-length   PIC 9(5)  USAGE COMP.
       01  rule-index                 PIC 9(2)   USAGE COMP.
       01  matched-rule-index         PIC 9(2)   USAGE COMP.
       01  rule-found-switch          PIC X(1).
           88  rule-matches-column               VALUE "Y".
       01  code-index                 PIC 9(2)   USAGE COMP.
       01  code-found-switch          PIC X(1).
           88  value-matches-a-code              VALUE "Y".

       01  parse-position-text        PIC X(5).
       01  parse-position-length      PIC 9(5)   USAGE COMP.
       01  parse-type-text            PIC X(1).
       01  parse-max-text             PIC X(5).
       01  parse-max-length           PIC 9(5)   USAGE COMP.
       01  parse-required-text        PIC X(1).
       01  parse-codes-text           PIC X(400).
       01  parse-codes-length         PIC 9(5)   USAGE COMP.
       01  parse-pipe-count           PIC 9(5)   USAGE COMP.
       01  rules-parse-bad-switch     PIC X(1)   VALUE "N".
           88  rules-parse-failed                VALUE "Y".
       01  code-item-buffer           PIC X(32).
       01  code-item-length           PIC 9(5)   USAGE COMP.
       01  code-item-delimiter        PIC X(1).
       01  code-scan-pointer          PIC 9(5)   USAGE COMP.
       01  code-scan-done-switch      PIC X(1).
           88  code-scan-done                    VALUE "Y".

      *--- Column names from the RSV-LAYOUT-FILE .LAY, as rsvdelta -----
      *--- labels its change detail; without one a column is shown by -
      *--- its position alone ------------------------------------------
       01  layout-filename            PIC X(256).
       01  layout-file-status         PIC X(2).
       01  layout-record-length       PIC 9(5)   USAGE COMP.
       01  layout-name-count          PIC 9(5)   USAGE COMP VALUE 0.
       01  layout-name-table.
           05  layout-name OCCURS 20 TIMES PIC X(30).
       01  name-length                PIC 9(5)   USAGE COMP.
       01  column-label               PIC X(40).

      *--- The violations, in the order rsvvalid reported them -- row --
      *--- order, so one pass over the extract reaches them all --------
       01  report-filename            PIC X(266).
       01  report-file-status         PIC X(2).
       01  report-title-text          PIC X(22)
           VALUE "Exception report for: ".
       01  report-row-text            PIC X(9).
       01  report-column-text         PIC X(5).
       01  violation-limit            PIC 9(5)   USAGE COMP VALUE 1000.
       01  violation-count            PIC 9(5)   USAGE COMP VALUE 0.
       01  violation-overflow-count   PIC 9(9)   USAGE COMP VALUE 0.
       01  violation-table.
           05  violation-entry OCCURS 1000 TIMES.
               10  violation-row          PIC 9(9)  USAGE COMP.
               10  violation-column       PIC 9(5)  USAGE COMP.
               10  violation-rule         PIC X(60).
       01  next-violation             PIC 9(5)   USAGE COMP VALUE 1.
       01  report-line-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  report-bad-switch          PIC X(1)   VALUE "N".
           88  report-is-bad                     VALUE "Y".
       01  report-eof-switch          PIC X(1)   VALUE "N".
           88  end-of-exception-report           VALUE "Y".

      *--- The row walk: the same 0xFF/0xFE/0xFD walk the suite uses; --
      *--- each row is held value by value until its EOR, so a row -----
      *--- with violations can be shown whole and rebuilt whole --------
       01  row-data-limit             PIC 9(5)   USAGE COMP VALUE 8000.
       01  row-data                   PIC X(8000).
       01  row-length                 PIC 9(5)   USAGE COMP VALUE 0.
       01  column-limit               PIC 9(5)   USAGE COMP VALUE 100.
       01  row-column-count           PIC 9(5)   USAGE COMP VALUE 0.
       01  row-overflow-switch        PIC X(1)   VALUE "N".
           88  row-too-large                     VALUE "Y".
       01  value-start                PIC 9(5)   USAGE COMP VALUE 1.
       01  null-marker-switch         PIC X(1)   VALUE "N".
           88  marker-is-null                    VALUE "Y".
       01  current-row                PIC 9(9)   USAGE COMP VALUE 1.
       01  row-column-table.
           05  row-column OCCURS 100 TIMES.
               10  column-start           PIC 9(5)  USAGE COMP.
               10  column-length          PIC 9(5)  USAGE COMP.
               10  column-null-switch     PIC X(1).
                   88  column-is-null               VALUE "Y".
               10  corrected-switch       PIC X(1).
                   88  column-corrected             VALUE "Y".
               10  corrected-null-switch  PIC X(1).
                   88  corrected-is-null            VALUE "Y".
               10  corrected-length       PIC 9(5)  USAGE COMP.
               10  corrected-value        PIC X(1998).
       01  column-index               PIC 9(5)   USAGE COMP.
       01  correction-column          PIC 9(5)   USAGE COMP.
       01  row-correction-count       PIC 9(5)   USAGE COMP.

      *--- The value under test: an operator's candidate, or a value ---
      *--- on its way into the rebuilt record --------------------------
       01  value-buffer               PIC X(1998).
       01  value-buffer-max           PIC 9(5)   USAGE COMP VALUE 1998.
       01  value-length               PIC 9(5)   USAGE COMP VALUE 0.
       01  value-null-switch          PIC X(1)   VALUE "N".
           88  value-is-null                     VALUE "Y".
       01  scan-index                 PIC 9(5)   USAGE COMP.
       01  scan-byte                  PIC X(1).
       01  digits-ok-switch           PIC X(1).
           88  value-all-digits                  VALUE "Y".
       01  rule-failure-switch        PIC X(1).
           88  rule-failed                       VALUE "Y".
       01  rule-failure-text          PIC X(60).

      *--- Calendar pieces for the D (date) rule -- 20260231 must ------
      *--- fail, not merely look numeric -------------------------------
       01  date-value                 PIC X(8).
       01  date-year                  PIC 9(4).
       01  date-month                 PIC 9(2).
       01  date-day                   PIC 9(2).
       01  month-day-limit            PIC 9(2).
       01  leap-quotient              PIC 9(4)  USAGE COMP.
       01  leap-remainder             PIC 9(4)  USAGE COMP.
       01  date-bad-switch            PIC X(1).
           88  date-is-bad                      VALUE "Y".

      *--- The operator's side of the screen ---------------------------
       01  operator-input             PIC X(1998).
       01  input-length               PIC 9(5)   USAGE COMP.
       01  settled-switch             PIC X(1).
           88  correction-settled                VALUE "Y".
       01  quit-switch                PIC X(1)   VALUE "N".
           88  quit-requested                    VALUE "Y".
       01  session-switch             PIC X(1)   VALUE "N".
           88  session-ended                     VALUE "Y".
       01  display-value              PIC X(60).
       01  display-column             PIC Z(4)9.
       01  display-row                PIC Z(8)9.
       01  screen-rule-line           PIC X(72)  VALUE ALL "=".
       01  screen-break-line          PIC X(72)  VALUE ALL "-".

      *--- The rebuilt record: pipe-delimited, NULL for a null, the ----
      *--- way rsvload writes the master -------------------------------
       01  master-work-record         PIC X(1998).
       01  record-used                PIC 9(5)   USAGE COMP VALUE 0.
       01  needed-length              PIC 9(5)   USAGE COMP.
       01  null-literal               PIC X(4)   VALUE "NULL".
       01  record-failure-switch      PIC X(1).
           88  record-failed                     VALUE "Y".
       01  record-failure-text        PIC X(60).

      *--- Target code page: when the master is kept in a legacy -------
      *--- single-byte page (RSVCORR-TARGET-CODEPAGE, the names rsvload-
      *--- takes), the rebuilt record is converted back from UTF-8 the -
      *--- same way; a character the page cannot hold keeps the record -
      *--- out rather than posting a substitute into the master --------
       01  code-page-text              PIC X(16).
       01  code-page-switch            PIC X(1)  VALUE "N".
           88  code-page-in-use                  VALUE "Y".
       01  code-page-map.
           05  code-page-point OCCURS 128 TIMES
                                       PIC 9(5)  USAGE COMP.
       01  code-page-index             PIC 9(5)  USAGE COMP.
      *--- CP1252 differs from ISO-8859-1 only in X"80" to X"9F" -------
       01  cp1252-points.
           05  FILLER  PIC X(20)  VALUE "08364000000821800402".
           05  FILLER  PIC X(20)  VALUE "08222082300822408225".
           05  FILLER  PIC X(20)  VALUE "00710082400035208249".
           05  FILLER  PIC X(20)  VALUE "00338000000038100000".
           05  FILLER  PIC X(20)  VALUE "00000082160821708220".
           05  FILLER  PIC X(20)  VALUE "08221082260821108212".
           05  FILLER  PIC X(20)  VALUE "00732084820035308250".
           05  FILLER  PIC X(20)  VALUE "00339000000038200376".
       01  cp1252-point-table REDEFINES cp1252-points.
           05  cp1252-point OCCURS 32 TIMES PIC 9(5).
      *--- ISO-8859-15 differs from ISO-8859-1 in eight bytes, each ----
      *--- given here as byte value then code point --------------------
       01  latin9-changes.
           05  FILLER  PIC X(8)   VALUE "16408364".
           05  FILLER  PIC X(8)   VALUE "16600352".
           05  FILLER  PIC X(8)   VALUE "16800353".
           05  FILLER  PIC X(8)   VALUE "18000381".
           05  FILLER  PIC X(8)   VALUE "18400382".
           05  FILLER  PIC X(8)   VALUE "18800338".
           05  FILLER  PIC X(8)   VALUE "18900339".
           05  FILLER  PIC X(8)   VALUE "19000376".
       01  latin9-change-table REDEFINES latin9-changes.
           05  latin9-change OCCURS 8 TIMES.
               10  latin9-byte             PIC 9(3).
               10  latin9-point            PIC 9(5).
       01  transcode-buffer            PIC X(1998).
       01  transcode-length            PIC 9(5)  USAGE COMP.
       01  transcode-scan-index        PIC 9(5)  USAGE COMP.
       01  transcode-byte              PIC X(1).
       01  transcode-byte-num REDEFINES transcode-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  target-byte                 PIC X(1).
       01  target-byte-num REDEFINES target-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  transcode-point             PIC 9(7)  USAGE COMP.
       01  utf8-bytes-expected         PIC 9(1)  USAGE COMP VALUE 0.
       01  utf8-next-low               PIC 9(3)  USAGE COMP VALUE 128.
       01  utf8-next-high              PIC 9(3)  USAGE COMP VALUE 191.
       01  hex-digits                  PIC X(16)
           VALUE "0123456789ABCDEF".
       01  hex-point                   PIC X(6).
       01  hex-work                    PIC 9(7)  USAGE COMP.
       01  hex-remainder               PIC 9(2)  USAGE COMP.
       01  hex-index                   PIC 9(1)  USAGE COMP.
       01  unmapped-point              PIC X(6).

       01  corrected-count            PIC 9(9)   USAGE COMP VALUE 0.
       01  left-count                 PIC 9(9)   USAGE COMP VALUE 0.
       01  unreached-count            PIC 9(9)   USAGE COMP VALUE 0.
       01  transaction-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  refused-record-count       PIC 9(9)   USAGE COMP VALUE 0.
       01  missing-row-switch         PIC X(1)   VALUE "N".
           88  report-rows-missing               VALUE "Y".

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvcorr".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-pointer                PIC 9(5)   USAGE COMP.
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO parm-filename.
           ACCEPT parm-filename FROM COMMAND-LINE.
           IF parm-filename NOT = SPACES
               MOVE parm-filename TO filename
           END-IF

      *--- Everything that can stop the session is settled before the --
      *--- operator is shown a single record ---------------------------
           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM LOAD-RULES-FILE.
           PERFORM LOAD-LAYOUT-NAMES.
           PERFORM LOAD-TARGET-CODE-PAGE.
           PERFORM LOAD-EXCEPTION-REPORT.
           PERFORM TAKE-OPERATOR-ID.
           PERFORM LOG-RUN-START.

           IF violation-count = 0
               DISPLAY "No violations to correct in " report-filename
               MOVE "ended rc=0 no violations to correct"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM START-READING-RSV.
           PERFORM START-WRITING-DELTA.

           PERFORM READ-AND-CORRECT-BYTE
               UNTIL end-of-rsv-file OR session-ended.

           PERFORM FINISH-READING-RSV.
           PERFORM FINISH-WRITING-DELTA.

           IF next-violation <= violation-count
               COMPUTE unreached-count
                   = violation-count - next-violation + 1
               IF NOT quit-requested
                   SET report-rows-missing TO TRUE
                   DISPLAY "The exception report names rows the "
                       "extract does not have"
                   MOVE "exception report names rows not in the input"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
               END-IF
           END-IF
           ADD violation-overflow-count TO unreached-count.

           DISPLAY screen-rule-line.
           DISPLAY "Values corrected:       " corrected-count.
           DISPLAY "Values left as is:      " left-count.
           DISPLAY "Violations not reached: " unreached-count.
           DISPLAY "Transactions written:   " transaction-count.
           DISPLAY "Records not written:    " refused-record-count.
           IF transaction-count > 0
               DISPLAY "Change transactions for rsvapply: "
                   delta-filename
           END-IF

           PERFORM LOG-RUN-END.

           IF refused-record-count > 0 OR report-rows-missing
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           MOVE 1 TO log-pointer.
           STRING "started input="   DELIMITED BY SIZE
                  filename           DELIMITED BY SPACE
                  " rules="          DELIMITED BY SIZE
                  rules-filename     DELIMITED BY SPACE
                  " output="         DELIMITED BY SIZE
                  delta-filename     DELIMITED BY SPACE
                  " operator="       DELIMITED BY SIZE
                  operator-id(1:operator-id-length)
                                     DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           IF code-page-in-use
               STRING " codepage="     DELIMITED BY SIZE
                      code-page-text   DELIMITED BY SPACE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE corrected-count   TO log-number-a.
           MOVE transaction-count TO log-number-b.
           MOVE SPACES TO log-message.
           MOVE 1 TO log-pointer.
           IF refused-record-count > 0 OR report-rows-missing
               STRING "ended rc=1 corrected=" DELIMITED BY SIZE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           ELSE
               STRING "ended rc=0 corrected=" DELIMITED BY SIZE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           STRING log-number-a           DELIMITED BY SIZE
                  " transactions="       DELIMITED BY SIZE
                  log-number-b           DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           MOVE refused-record-count TO log-number-a.
           MOVE unreached-count      TO log-number-b.
           STRING " refused="            DELIMITED BY SIZE
                  log-number-a           DELIMITED BY SIZE
                  " unreached="          DELIMITED BY SIZE
                  log-number-b           DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The session must not die because the logging module is ------
      *--- missing -- that is reported once and the run goes on, as ----
      *--- everywhere else in the suite --------------------------------
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

      *--- The command line names the extract rsvvalid checked; its ----
      *--- exception report is that name plus .EXC, as rsvvalid -------
      *--- writes it. The rules are RSVVALID-RULES-FILE -- the same ----
      *--- setting, so the same rules -- and the output may never be ---
      *--- the extract or its report -----------------------------------
       TAKE-RUNTIME-PARAMETERS.
           MOVE SPACES TO report-filename.
           STRING filename DELIMITED BY SPACE
                  ".EXC"   DELIMITED BY SIZE
                  INTO report-filename.

           MOVE SPACES TO delta-filename.
           ACCEPT delta-filename
               FROM ENVIRONMENT "RSVCORR-DELTA-FILE".
           IF delta-filename = SPACES
               STRING filename DELIMITED BY SPACE
                      ".COR"   DELIMITED BY SIZE
                      INTO delta-filename
           END-IF
           IF delta-filename = filename
              OR delta-filename = report-filename
               DISPLAY "Correction output must not be the extract "
                   "or its exception report"
               MOVE "ended rc=1 output names an input file"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           PERFORM READ-INPUT-TRAILER.

      *--- An earlier session's corrections are never overwritten: -----
      *--- the run log already records them as made --------------------
           CALL "CBL_CHECK_FILE_EXIST" USING delta-filename, file-info.
           IF RETURN-CODE = 0
               DISPLAY "Correction output already exists -- post or "
                   "remove it first: " delta-filename
               MOVE "ended rc=1 correction output already exists"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       READ-INPUT-TRAILER.
           MOVE SPACES TO trailer-filename.
           STRING filename DELIMITED BY SPACE
                  ".TRL"   DELIMITED BY SIZE
                  INTO trailer-filename.
           CALL "CBL_OPEN_FILE"
               USING trailer-filename, 1, 0, 0, trailer-file-handle.
           IF RETURN-CODE = 0
               MOVE 0   TO trailer-offset
               MOVE 120 TO trailer-bytes
               CALL "CBL_READ_FILE"
                   USING trailer-file-handle, trailer-offset,
                         trailer-bytes, 0, trailer-record
               IF RETURN-CODE = 0 AND trailer-mask-flag = "M"
                   CALL "CBL_CLOSE_FILE" USING trailer-file-handle
                   DISPLAY "Extract is masked -- correct the "
                       "unmasked extract instead"
                   MOVE "ended rc=1 extract is masked" TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
               END-IF
               CALL "CBL_CLOSE_FILE" USING trailer-file-handle
           END-IF
           EXIT.

      *--- The audit trail is only as good as the name on it -- no -----
      *--- operator, no session ----------------------------------------
       TAKE-OPERATOR-ID.
           MOVE SPACES TO operator-id.
           ACCEPT operator-id FROM ENVIRONMENT "RSVCORR-OPERATOR".
           IF operator-id = SPACES
               ACCEPT operator-id FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF operator-id = SPACES
               DISPLAY "Operator ID:"
               ACCEPT operator-id
           END-IF
           PERFORM TRIM-ONE-OPERATOR-BYTE
               VARYING operator-id-length FROM 16 BY -1
               UNTIL operator-id-length = 0
                  OR operator-id(operator-id-length:1) NOT = SPACE.
           IF operator-id-length = 0
               DISPLAY "No operator named -- set RSVCORR-OPERATOR"
               MOVE "ended rc=1 no operator named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       TRIM-ONE-OPERATOR-BYTE.
           CONTINUE.
           EXIT.

       STOP-ON-BAD-PARAMETER.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *--- Without the rules a correction could not be checked, so a ---
      *--- missing or unreadable rules file is fatal, as in rsvvalid ---
       LOAD-RULES-FILE.
           MOVE SPACES TO rules-filename.
           ACCEPT rules-filename FROM ENVIRONMENT "RSVVALID-RULES-FILE".
           IF rules-filename = SPACES
               DISPLAY "No rules file named -- set RSVVALID-RULES-FILE"
               MOVE "ended rc=1 no rules file named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           OPEN INPUT RULES-FILE.
           IF rules-file-status NOT = "00"
               DISPLAY "Could not open rules file: " rules-file-status
               MOVE "ended rc=1 rules file could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           PERFORM READ-RULES-RECORD
               UNTIL rules-parse-failed
                  OR rules-file-status NOT = "00".
           CLOSE RULES-FILE.

           IF rules-parse-failed
               MOVE "ended rc=1 bad rules record" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           IF rule-entry-count = 0
               DISPLAY "Rules file names no rules"
               MOVE "ended rc=1 rules file names no rules"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       READ-RULES-RECORD.
           READ RULES-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PARSE-ONE-RULE
           END-READ
           EXIT.

       PARSE-ONE-RULE.
           MOVE 0 TO parse-pipe-count.
           INSPECT rules-record(1:rules-record-length)
               TALLYING parse-pipe-count FOR ALL "|".
           IF parse-pipe-count < 3 OR parse-pipe-count > 4
               DISPLAY "Bad rule line in rules file: "
                   rules-record(1:rules-record-length)
               SET rules-parse-failed TO TRUE
           ELSE
               IF rule-entry-count >= rule-entry-limit
                   DISPLAY "Rules file names more than "
                       rule-entry-limit " rules"
                   SET rules-parse-failed TO TRUE
               ELSE
                   MOVE SPACES TO parse-position-text
                   MOVE SPACES TO parse-type-text
                   MOVE SPACES TO parse-max-text
                   MOVE SPACES TO parse-required-text
                   MOVE SPACES TO parse-codes-text
                   MOVE 0 TO parse-position-length
                   MOVE 0 TO parse-max-length
                   MOVE 0 TO parse-codes-length
                   UNSTRING rules-record(1:rules-record-length)
                       DELIMITED BY "|"
                       INTO parse-position-text
                                COUNT IN parse-position-length,
                            parse-type-text,
                            parse-max-text
                                COUNT IN parse-max-length,
                            parse-required-text,
                            parse-codes-text
                                COUNT IN parse-codes-length
                   END-UNSTRING
                   PERFORM STORE-ONE-RULE
               END-IF
           END-IF
           EXIT.

       STORE-ONE-RULE.
           EVALUATE TRUE
               WHEN parse-position-length = 0
                 OR parse-position-text(1:parse-position-length)
                    NOT NUMERIC
                 OR parse-position-text(1:parse-position-length)
                    = ZEROES
                   DISPLAY "Bad column position in rules file: "
                       parse-position-text
                   SET rules-parse-failed TO TRUE
               WHEN parse-type-text NOT = "N" AND "C" AND "D"
                   DISPLAY "Bad column type in rules file: "
                       parse-type-text
                   SET rules-parse-failed TO TRUE
               WHEN parse-max-length > 0
                AND parse-max-text(1:parse-max-length) NOT NUMERIC
                   DISPLAY "Bad maximum length in rules file: "
                       parse-max-text
                   SET rules-parse-failed TO TRUE
               WHEN parse-required-text NOT = "Y" AND "N"
                   DISPLAY "Bad required flag in rules file: "
                       parse-required-text
                   SET rules-parse-failed TO TRUE
               WHEN OTHER
                   ADD 1 TO rule-entry-count
                   MOVE parse-position-text(1:parse-position-length)
                       TO rule-position(rule-entry-count)
                   MOVE parse-type-text
                       TO rule-type(rule-entry-count)
                   IF parse-max-length > 0
                       MOVE parse-max-text(1:parse-max-length)
                           TO rule-max-length(rule-entry-count)
                       MOVE "Y" TO rule-max-switch(rule-entry-count)
                   ELSE
                       MOVE 0   TO rule-max-length(rule-entry-count)
                       MOVE "N" TO rule-max-switch(rule-entry-count)
                   END-IF
                   MOVE parse-required-text
                       TO rule-required-switch(rule-entry-count)
                   MOVE 0 TO rule-code-count(rule-entry-count)
                   IF parse-codes-length > 0
                       PERFORM STORE-RULE-CODE-LIST
                   END-IF
           END-EVALUATE
           EXIT.

      *--- The allowed-code list is comma-separated; each code is ------
      *--- kept with its exact length so AB never matches ABC ----------
       STORE-RULE-CODE-LIST.
           MOVE 1   TO code-scan-pointer.
           MOVE "N" TO code-scan-done-switch.
           PERFORM STORE-ONE-RULE-CODE
               UNTIL code-scan-done OR rules-parse-failed.
           EXIT.

       STORE-ONE-RULE-CODE.
           MOVE SPACES TO code-item-buffer.
           MOVE 0     TO code-item-length.
           MOVE SPACE TO code-item-delimiter.
           IF code-scan-pointer > parse-codes-length
               SET code-scan-done TO TRUE
           ELSE
               UNSTRING parse-codes-text(1:parse-codes-length)
                   DELIMITED BY ","
                   INTO code-item-buffer
                   DELIMITER IN code-item-delimiter
                   COUNT IN code-item-length
                   WITH POINTER code-scan-pointer
               END-UNSTRING
               IF code-item-delimiter NOT = ","
                   SET code-scan-done TO TRUE
               END-IF
               IF code-item-length = 0 OR code-item-length > 32
                   DISPLAY "Bad allowed code in rules file: "
                       parse-codes-text(1:parse-codes-length)
                   SET rules-parse-failed TO TRUE
               ELSE
                   IF rule-code-count(rule-entry-count)
                      >= rule-code-limit
                       DISPLAY "Rule names more than "
                           rule-code-limit " allowed codes"
                       SET rules-parse-failed TO TRUE
                   ELSE
                       ADD 1 TO rule-code-count(rule-entry-count)
                       MOVE code-item-buffer(1:code-item-length)
                           TO rule-code-value(rule-entry-count,
                              rule-code-count(rule-entry-count))
                       MOVE code-item-length
                           TO rule-code-length(rule-entry-count,
                              rule-code-count(rule-entry-count))
                   END-IF
               END-IF
           END-IF
           EXIT.

      *--- Column names are dressing for the screen; a layout that is --
      *--- named but cannot be read is fatal all the same --------------
       LOAD-LAYOUT-NAMES.
           MOVE SPACES TO layout-name-table.
           MOVE SPACES TO layout-filename.
           ACCEPT layout-filename FROM ENVIRONMENT "RSV-LAYOUT-FILE".
           IF layout-filename NOT = SPACES
               OPEN INPUT LAYOUT-FILE
               IF layout-file-status NOT = "00"
                   DISPLAY "Could not open layout file: "
                       layout-file-status
                   MOVE "ended rc=1 layout file could not be opened"
                       TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
               ELSE
                   PERFORM READ-LAYOUT-NAMES
                   CLOSE LAYOUT-FILE
               END-IF
           END-IF
           EXIT.

       READ-LAYOUT-NAMES.
           READ LAYOUT-FILE
               AT END
                   DISPLAY "Layout file is empty -- ignored"
               NOT AT END
                   IF layout-record(1:layout-record-length) = SPACES
                       DISPLAY "Layout file is empty -- ignored"
                   ELSE
                       UNSTRING
                           layout-record(1:layout-record-length)
                           DELIMITED BY "|"
                           INTO layout-name(1),   layout-name(2),
                                layout-name(3),   layout-name(4),
                                layout-name(5),   layout-name(6),
                                layout-name(7),   layout-name(8),
                                layout-name(9),   layout-name(10),
                                layout-name(11),  layout-name(12),
                                layout-name(13),  layout-name(14),
                                layout-name(15),  layout-name(16),
                                layout-name(17),  layout-name(18),
                                layout-name(19),  layout-name(20)
                           TALLYING IN layout-name-count
                       END-UNSTRING
                   END-IF
           END-READ
           EXIT.

      *--- A code page this program has no table for is fatal, as in ---
      *--- rsvload -----------------------------------------------------
       LOAD-TARGET-CODE-PAGE.
           MOVE SPACES TO code-page-text.
           ACCEPT code-page-text
               FROM ENVIRONMENT "RSVCORR-TARGET-CODEPAGE".
           EVALUATE code-page-text
               WHEN SPACES
               WHEN "UTF-8"
                   CONTINUE
               WHEN "ISO-8859-1"
                   PERFORM BUILD-LATIN1-MAP
               WHEN "ISO-8859-15"
                   PERFORM BUILD-LATIN1-MAP
                   PERFORM APPLY-ONE-LATIN9-CHANGE
                       VARYING code-page-index FROM 1 BY 1
                       UNTIL code-page-index > 8
               WHEN "CP1252"
                   PERFORM BUILD-LATIN1-MAP
                   PERFORM APPLY-ONE-CP1252-POINT
                       VARYING code-page-index FROM 1 BY 1
                       UNTIL code-page-index > 32
               WHEN OTHER
                   DISPLAY "Unknown target code page: " code-page-text
                   MOVE "ended rc=1 unknown target code page"
                       TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
           END-EVALUATE
           EXIT.

      *--- ISO-8859-1 is the base: each byte is its own code point -----
       BUILD-LATIN1-MAP.
           PERFORM SET-ONE-LATIN1-POINT
               VARYING code-page-index FROM 1 BY 1
               UNTIL code-page-index > 128.
           SET code-page-in-use TO TRUE.
           EXIT.

       SET-ONE-LATIN1-POINT.
           COMPUTE code-page-point(code-page-index)
               = code-page-index + 127.
           EXIT.

       APPLY-ONE-LATIN9-CHANGE.
           MOVE latin9-point(code-page-index)
               TO code-page-point(latin9-byte(code-page-index) - 127).
           EXIT.

       APPLY-ONE-CP1252-POINT.
           MOVE cp1252-point(code-page-index)
               TO code-page-point(code-page-index).
           EXIT.

      *--- The report must be the one rsvvalid wrote for this extract: -
      *--- its title names the file, its detail lines are "Row n -------
      *--- column n: rule" in row order. A report for another file, or -
      *--- one that does not read that way, stops the session ----------
       LOAD-EXCEPTION-REPORT.
           OPEN INPUT EXCEPTION-REPORT.
           IF report-file-status NOT = "00"
               DISPLAY "Could not open exception report: "
                   report-file-status
               MOVE "ended rc=1 exception report could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           PERFORM READ-EXCEPTION-LINE
               UNTIL end-of-exception-report OR report-is-bad.
           CLOSE EXCEPTION-REPORT.

           IF report-is-bad
               MOVE "ended rc=1 exception report does not match"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           IF violation-overflow-count > 0
               DISPLAY "The report lists more than " violation-limit
                   " violations -- the rest wait for the next session"
           END-IF
           EXIT.

       READ-EXCEPTION-LINE.
           MOVE SPACES TO report-record.
           READ EXCEPTION-REPORT
               AT END
                   SET end-of-exception-report TO TRUE
               NOT AT END
                   ADD 1 TO report-line-count
                   PERFORM TAKE-EXCEPTION-LINE
           END-READ
           EXIT.

       TAKE-EXCEPTION-LINE.
           EVALUATE TRUE
               WHEN report-line-count = 1
                   IF report-record(1:22) NOT = report-title-text
                      OR report-record(23:80) NOT = filename(1:80)
                       DISPLAY "Exception report is not for "
                           filename
                       SET report-is-bad TO TRUE
                   END-IF
               WHEN report-record(1:4) = "Row "
                   PERFORM TAKE-ONE-VIOLATION
               WHEN report-record(1:17) = "Violations found:"
                   SET end-of-exception-report TO TRUE
               WHEN OTHER
                   DISPLAY "Unexpected line in exception report: "
                       report-record(1:60)
                   SET report-is-bad TO TRUE
           END-EVALUATE
           EXIT.

       TAKE-ONE-VIOLATION.
           MOVE report-record(5:9)  TO report-row-text.
           MOVE report-record(22:5) TO report-column-text.
           INSPECT report-row-text
               REPLACING LEADING SPACE BY ZERO.
           INSPECT report-column-text
               REPLACING LEADING SPACE BY ZERO.
           IF report-row-text NOT NUMERIC
              OR report-column-text NOT NUMERIC
              OR report-record(14:8) NOT = " column "
               DISPLAY "Unexpected line in exception report: "
                   report-record(1:60)
               SET report-is-bad TO TRUE
           ELSE
               IF violation-count >= violation-limit
                   ADD 1 TO violation-overflow-count
               ELSE
                   ADD 1 TO violation-count
                   MOVE report-row-text
                       TO violation-row(violation-count)
                   MOVE report-column-text
                       TO violation-column(violation-count)
                   MOVE report-record(29:60)
                       TO violation-rule(violation-count)
                   PERFORM CHECK-VIOLATION-ORDER
               END-IF
           END-IF
           EXIT.

       CHECK-VIOLATION-ORDER.
           IF violation-count > 1
               IF violation-row(violation-count)
                  < violation-row(violation-count - 1)
                  OR (violation-row(violation-count)
                      = violation-row(violation-count - 1)
                  AND violation-column(violation-count)
                      < violation-column(violation-count - 1))
                   DISPLAY "Exception report is not in row order"
                   SET report-is-bad TO TRUE
               END-IF
           END-IF
           EXIT.

       START-READING-RSV.
           CALL "CBL_OPEN_FILE"
               USING filename, 1, 0, 0, file-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not open file: " RETURN-CODE
               MOVE "ended rc=1 input could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE 0 TO offset.
           PERFORM RESET-ROW.
           EXIT.

       START-WRITING-DELTA.
           OPEN OUTPUT DELTA-OUTPUT.
           IF delta-output-status NOT = "00"
               DISPLAY "Could not open correction output: "
                   delta-output-status
               CALL "CBL_CLOSE_FILE" USING file-handle
               MOVE "ended rc=1 correction output could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           SET delta-file-open TO TRUE.
           EXIT.

      *--- Walks the 0xFF/0xFE/0xFD marker stream the same way ---------
      *--- rsvvalid does, so row n here is row n in its report ---------
       READ-AND-CORRECT-BYTE.
           MOVE 1 TO numBytes.
           CALL "CBL_READ_FILE"
               USING file-handle, offset, numBytes, 0, read-buffer.
           IF RETURN-CODE <> 0
               MOVE "Y" TO eof-switch
           ELSE
               EVALUATE read-buffer
                   WHEN X"FF"
                       PERFORM CLOSE-ROW-VALUE
                   WHEN X"FD"
                       PERFORM CLOSE-ROW
                   WHEN X"FE"
                       SET marker-is-null TO TRUE
                   WHEN OTHER
                       PERFORM ACCUMULATE-ROW-BYTE
               END-EVALUATE
               ADD 1 TO offset
           END-IF
           EXIT.

       ACCUMULATE-ROW-BYTE.
           IF row-length < row-data-limit
               ADD 1 TO row-length
               MOVE read-buffer TO row-data(row-length:1)
           ELSE
               SET row-too-large TO TRUE
           END-IF
           EXIT.

       CLOSE-ROW-VALUE.
           IF row-column-count < column-limit
               ADD 1 TO row-column-count
               MOVE value-start TO column-start(row-column-count)
               COMPUTE column-length(row-column-count)
                   = row-length - value-start + 1
               MOVE null-marker-switch
                   TO column-null-switch(row-column-count)
               MOVE "N" TO corrected-switch(row-column-count)
           ELSE
               SET row-too-large TO TRUE
           END-IF
           COMPUTE value-start = row-length + 1.
           MOVE "N" TO null-marker-switch.
           EXIT.

      *--- Only rows the report names are shown; the walk ends as -----
      *--- soon as the last of them is done ----------------------------
       CLOSE-ROW.
           IF violation-row(next-violation) = current-row
               PERFORM CORRECT-ONE-ROW
           END-IF
           IF quit-requested OR next-violation > violation-count
               SET session-ended TO TRUE
           END-IF
           ADD 1 TO current-row.
           PERFORM RESET-ROW.
           EXIT.

       RESET-ROW.
           MOVE 0   TO row-length.
           MOVE 0   TO row-column-count.
           MOVE 1   TO value-start.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO row-overflow-switch.
           EXIT.

      *--- One record on the screen: the whole row with its column -----
      *--- names, then each failing column in turn with the rule it ----
      *--- broke and its current value. Every accepted correction for --
      *--- the row goes out in a single "C" transaction ----------------
       CORRECT-ONE-ROW.
           MOVE 0 TO row-correction-count.
           PERFORM SHOW-RECORD.
           IF row-too-large
               DISPLAY "This record is too large to correct here -- "
                   "it must be fixed at source"
               MOVE "N" TO settled-switch
               PERFORM LEAVE-ONE-VIOLATION
                   UNTIL next-violation > violation-count
                      OR violation-row(next-violation) NOT = current-row
           ELSE
               PERFORM CORRECT-ONE-COLUMN
                   UNTIL next-violation > violation-count
                      OR violation-row(next-violation) NOT = current-row
                      OR quit-requested
               IF row-correction-count > 0
                   PERFORM WRITE-CHANGE-TRANSACTION
               END-IF
           END-IF
           EXIT.

       LEAVE-ONE-VIOLATION.
           ADD 1 TO left-count.
           ADD 1 TO next-violation.
           EXIT.

       SHOW-RECORD.
           MOVE current-row TO display-row.
           DISPLAY screen-rule-line.
           DISPLAY "Record at row " display-row " of " filename.
           DISPLAY screen-break-line.
           PERFORM SHOW-ONE-COLUMN
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > row-column-count.
           EXIT.

       SHOW-ONE-COLUMN.
           PERFORM BUILD-COLUMN-LABEL.
           PERFORM BUILD-DISPLAY-VALUE.
           DISPLAY "  " column-label " " display-value.
           EXIT.

      *--- "column N" alone, or "column N NAME" when the layout names --
      *--- the position, as rsvdelta labels its change detail ----------
       BUILD-COLUMN-LABEL.
           MOVE column-index TO display-column.
           MOVE SPACES TO column-label.
           IF column-index <= layout-name-count
              AND layout-name(column-index) NOT = SPACES
               PERFORM FIND-LAYOUT-NAME-LENGTH
               STRING "column "         DELIMITED BY SIZE
                      display-column    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      layout-name(column-index)(1:name-length)
                                        DELIMITED BY SIZE
                      INTO column-label
               END-STRING
           ELSE
               STRING "column "         DELIMITED BY SIZE
                      display-column    DELIMITED BY SIZE
                      INTO column-label
               END-STRING
           END-IF
           EXIT.

       FIND-LAYOUT-NAME-LENGTH.
           MOVE 30 TO name-length.
           PERFORM TRIM-ONE-NAME-BYTE
               VARYING name-length
               FROM 30 BY -1
               UNTIL name-length = 0
                  OR layout-name(column-index)(name-length:1)
                     NOT = SPACE.
           EXIT.

       TRIM-ONE-NAME-BYTE.
           CONTINUE.
           EXIT.

      *--- The row's value in column-index as the screen shows it: -----
      *--- the first 60 bytes, or (null) / (empty) ---------------------
       BUILD-DISPLAY-VALUE.
           MOVE SPACES TO display-value.
           EVALUATE TRUE
               WHEN column-is-null(column-index)
                   MOVE "(null)" TO display-value
               WHEN column-length(column-index) = 0
                   MOVE "(empty)" TO display-value
               WHEN column-length(column-index) > 60
                   MOVE row-data(column-start(column-index):60)
                       TO display-value
               WHEN OTHER
                   MOVE row-data(column-start(column-index):
                                 column-length(column-index))
                       TO display-value
           END-EVALUATE
           EXIT.

      *--- rsvvalid reports each broken rule on its own line, so a -----
      *--- column can appear more than once; all its rules are shown ---
      *--- and it is corrected once ------------------------------------
       CORRECT-ONE-COLUMN.
           MOVE violation-column(next-violation) TO correction-column.
           MOVE correction-column TO column-index.
           DISPLAY screen-break-line.
           IF correction-column > row-column-count
               MOVE correction-column TO display-column
               DISPLAY "column " display-column
                   " -- the record has no such column"
           ELSE
               PERFORM BUILD-COLUMN-LABEL
               DISPLAY column-label
           END-IF
           PERFORM SHOW-ONE-BROKEN-RULE
               UNTIL next-violation > violation-count
                  OR violation-row(next-violation) NOT = current-row
                  OR violation-column(next-violation)
                     NOT = correction-column.

           EVALUATE TRUE
               WHEN correction-column > row-column-count
                   ADD 1 TO left-count
      *--- rsvapply finds the master record by its first field; a ------
      *--- "C" carrying a different key would find nothing to change ---
               WHEN correction-column = 1
                   DISPLAY "  Column 1 is the record key rsvapply "
                       "matches on -- it cannot be corrected here"
                   ADD 1 TO left-count
               WHEN OTHER
                   PERFORM BUILD-DISPLAY-VALUE
                   DISPLAY "  Current value: " display-value
                   MOVE "N" TO settled-switch
                   PERFORM PROMPT-FOR-CORRECTION
                       UNTIL correction-settled
           END-EVALUATE
           EXIT.

       SHOW-ONE-BROKEN-RULE.
           DISPLAY "  Rule broken:   " violation-rule(next-violation).
           ADD 1 TO next-violation.
           EXIT.

      *--- Blank leaves the value as it is, /N makes it null, /E -------
      *--- empty, /Q ends the session (corrections already accepted ----
      *--- for this record are still written); anything else is the ----
      *--- corrected value and must pass the column's rule -------------
       PROMPT-FOR-CORRECTION.
           DISPLAY "  Corrected value (blank = leave as is, /N = null, "
               "/E = empty, /Q = quit):".
           MOVE SPACES TO operator-input.
           ACCEPT operator-input.
           PERFORM TRIM-ONE-INPUT-BYTE
               VARYING input-length FROM 1998 BY -1
               UNTIL input-length = 0
                  OR operator-input(input-length:1) NOT = SPACE.
           MOVE "N" TO value-null-switch.
           MOVE SPACES TO value-buffer.
           MOVE 0 TO value-length.
           EVALUATE TRUE
               WHEN input-length = 0
                   DISPLAY "  Left as it is"
                   ADD 1 TO left-count
                   SET correction-settled TO TRUE
               WHEN input-length = 2
                AND (operator-input(1:2) = "/Q"
                  OR operator-input(1:2) = "/q")
                   DISPLAY "  Session ended by the operator"
                   ADD 1 TO left-count
                   SET quit-requested TO TRUE
                   SET correction-settled TO TRUE
               WHEN input-length = 2
                AND (operator-input(1:2) = "/N"
                  OR operator-input(1:2) = "/n")
                   SET value-is-null TO TRUE
                   PERFORM CHECK-AND-TAKE-CORRECTION
               WHEN input-length = 2
                AND (operator-input(1:2) = "/E"
                  OR operator-input(1:2) = "/e")
                   PERFORM CHECK-AND-TAKE-CORRECTION
               WHEN OTHER
                   MOVE operator-input(1:input-length)
                       TO value-buffer(1:input-length)
                   MOVE input-length TO value-length
                   PERFORM CHECK-AND-TAKE-CORRECTION
           END-EVALUATE
           EXIT.

       TRIM-ONE-INPUT-BYTE.
           CONTINUE.
           EXIT.

       CHECK-AND-TAKE-CORRECTION.
           PERFORM CHECK-CORRECTED-VALUE.
           IF rule-failed
               DISPLAY "  Rejected: " rule-failure-text
               DISPLAY "  Enter another value"
           ELSE
               MOVE "Y" TO corrected-switch(correction-column)
               MOVE value-null-switch
                   TO corrected-null-switch(correction-column)
               MOVE value-length
                   TO corrected-length(correction-column)
               MOVE value-buffer
                   TO corrected-value(correction-column)
               ADD 1 TO row-correction-count
               DISPLAY "  Accepted"
               SET correction-settled TO TRUE
           END-IF
           EXIT.

      *--- A corrected value must pass the column's rule exactly as ----
      *--- rsvvalid applies it, and must be able to live in the --------
      *--- pipe-delimited master at all --------------------------------
       CHECK-CORRECTED-VALUE.
           MOVE "N" TO rule-failure-switch.
           MOVE SPACES TO rule-failure-text.
           PERFORM CHECK-VALUE-FOR-MARKERS.
           IF NOT rule-failed
               MOVE "N" TO rule-found-switch
               PERFORM MATCH-ONE-RULE
                   VARYING rule-index FROM 1 BY 1
                   UNTIL rule-index > rule-entry-count
                      OR rule-matches-column
               IF rule-matches-column
                   PERFORM APPLY-RULE-TO-VALUE
               END-IF
           END-IF
           EXIT.

       CHECK-VALUE-FOR-MARKERS.
           PERFORM CHECK-ONE-MARKER-BYTE
               VARYING scan-index FROM 1 BY 1
               UNTIL scan-index > value-length
                  OR rule-failed.
           EXIT.

       CHECK-VALUE-FOR-DELIMITER.
           PERFORM CHECK-ONE-DELIMITER-BYTE
               VARYING scan-index FROM 1 BY 1
               UNTIL scan-index > value-length
                  OR record-failed.
           EXIT.

       CHECK-ONE-DELIMITER-BYTE.
           IF value-buffer(scan-index:1) = "|"
               MOVE "a value contains the | field delimiter"
                   TO record-failure-text
               SET record-failed TO TRUE
           END-IF
           EXIT.

       CHECK-ONE-MARKER-BYTE.
           MOVE value-buffer(scan-index:1) TO scan-byte.
           IF scan-byte = "|" OR X"FD" OR X"FE" OR X"FF"
               MOVE "value contains the | delimiter or an RSV marker"
                   TO rule-failure-text
               SET rule-failed TO TRUE
           END-IF
           EXIT.

       MATCH-ONE-RULE.
           IF rule-position(rule-index) = correction-column
               SET rule-matches-column TO TRUE
               MOVE rule-index TO matched-rule-index
           END-IF
           EXIT.

      *--- Null and empty are settled first: a missing required value --
      *--- is its own violation, and an absent optional value is not ---
      *--- held to type, length or code checks -------------------------
       APPLY-RULE-TO-VALUE.
           EVALUATE TRUE
               WHEN value-is-null
                   IF rule-value-required(matched-rule-index)
                       MOVE "required value is null"
                           TO rule-failure-text
                       SET rule-failed TO TRUE
                   END-IF
               WHEN value-length = 0
                   IF rule-value-required(matched-rule-index)
                       MOVE "required value is empty"
                           TO rule-failure-text
                       SET rule-failed TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-VALUE-MAX-LENGTH
                   IF NOT rule-failed
                       PERFORM CHECK-VALUE-TYPE
                   END-IF
                   IF NOT rule-failed
                       PERFORM CHECK-VALUE-AGAINST-CODES
                   END-IF
           END-EVALUATE
           EXIT.

       CHECK-VALUE-MAX-LENGTH.
           IF rule-has-max-length(matched-rule-index)
              AND value-length > rule-max-length(matched-rule-index)
               MOVE "value exceeds maximum length" TO rule-failure-text
               SET rule-failed TO TRUE
           END-IF
           EXIT.

       CHECK-VALUE-TYPE.
           EVALUATE rule-type(matched-rule-index)
               WHEN "N"
                   PERFORM CHECK-VALUE-ALL-DIGITS
                   IF NOT value-all-digits
                       MOVE "value is not numeric" TO rule-failure-text
                       SET rule-failed TO TRUE
                   END-IF
               WHEN "D"
                   PERFORM CHECK-VALUE-IS-A-DATE
                   IF date-is-bad
                       MOVE "value is not a valid YYYYMMDD date"
                           TO rule-failure-text
                       SET rule-failed TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       CHECK-VALUE-ALL-DIGITS.
           MOVE "Y" TO digits-ok-switch.
           PERFORM CHECK-ONE-DIGIT-BYTE
               VARYING scan-index FROM 1 BY 1
               UNTIL scan-index > value-length
                  OR NOT value-all-digits.
           EXIT.

       CHECK-ONE-DIGIT-BYTE.
           MOVE value-buffer(scan-index:1) TO scan-byte.
           IF scan-byte < "0" OR scan-byte > "9"
               MOVE "N" TO digits-ok-switch
           END-IF
           EXIT.

      *--- A date must be eight digits AND a day the calendar actually -
      *--- contains -- February gets 29 only in a leap year (divisible -
      *--- by 4, except centuries not divisible by 400) ----------------
       CHECK-VALUE-IS-A-DATE.
           MOVE "N" TO date-bad-switch.
           IF value-length NOT = 8
               SET date-is-bad TO TRUE
           ELSE
               MOVE value-buffer(1:8) TO date-value
               IF date-value NOT NUMERIC
                   SET date-is-bad TO TRUE
               ELSE
                   MOVE date-value(1:4) TO date-year
                   MOVE date-value(5:2) TO date-month
                   MOVE date-value(7:2) TO date-day
                   PERFORM CHECK-DATE-PIECES
               END-IF
           END-IF
           EXIT.

       CHECK-DATE-PIECES.
           IF date-month < 1 OR date-month > 12
               SET date-is-bad TO TRUE
           ELSE
               EVALUATE date-month
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO month-day-limit
                   WHEN 2
                       PERFORM FIND-FEBRUARY-DAY-LIMIT
                   WHEN OTHER
                       MOVE 31 TO month-day-limit
               END-EVALUATE
               IF date-day < 1 OR date-day > month-day-limit
                   SET date-is-bad TO TRUE
               END-IF
           END-IF
           EXIT.

       FIND-FEBRUARY-DAY-LIMIT.
           MOVE 28 TO month-day-limit.
           DIVIDE date-year BY 4
               GIVING leap-quotient REMAINDER leap-remainder.
           IF leap-remainder = 0
               MOVE 29 TO month-day-limit
               DIVIDE date-year BY 100
                   GIVING leap-quotient REMAINDER leap-remainder
               IF leap-remainder = 0
                   DIVIDE date-year BY 400
                       GIVING leap-quotient REMAINDER leap-remainder
                   IF leap-remainder NOT = 0
                       MOVE 28 TO month-day-limit
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-VALUE-AGAINST-CODES.
           IF rule-code-count(matched-rule-index) > 0
               MOVE "N" TO code-found-switch
               PERFORM CHECK-ONE-ALLOWED-CODE
                   VARYING code-index FROM 1 BY 1
                   UNTIL code-index
                         > rule-code-count(matched-rule-index)
                      OR value-matches-a-code
               IF NOT value-matches-a-code
                   MOVE "value is not an allowed code"
                       TO rule-failure-text
                   SET rule-failed TO TRUE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-ALLOWED-CODE.
           IF value-length
              = rule-code-length(matched-rule-index, code-index)
              AND value-length <= 32
              AND value-buffer(1:value-length)
                  = rule-code-value(matched-rule-index, code-index)
                    (1:value-length)
               SET value-matches-a-code TO TRUE
           END-IF
           EXIT.

      *--- The "C" transaction carries the whole corrected record, -----
      *--- as rsvdelta writes one: change type, "|", then the master ---
      *--- record with the row's other values exactly as they were. ----
      *--- A record that cannot be rebuilt is not written, and its -----
      *--- corrections are not logged as made --------------------------
       WRITE-CHANGE-TRANSACTION.
           MOVE SPACES TO master-work-record.
           MOVE 0   TO record-used.
           MOVE "N" TO record-failure-switch.
           PERFORM APPEND-ONE-COLUMN
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > row-column-count
                  OR record-failed.
           DISPLAY screen-break-line.
           IF record-failed
               ADD 1 TO refused-record-count
               ADD row-correction-count TO left-count
               DISPLAY "Record not written: " record-failure-text
               MOVE current-row TO log-number-a
               MOVE SPACES TO log-message
               STRING "row "               DELIMITED BY SIZE
                      log-number-a         DELIMITED BY SIZE
                      " not written: "     DELIMITED BY SIZE
                      record-failure-text  DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
           ELSE
               MOVE SPACES TO delta-output-record
               MOVE "C" TO delta-output-record(1:1)
               MOVE "|" TO delta-output-record(2:1)
               IF record-used > 0
                   MOVE master-work-record(1:record-used)
                       TO delta-output-record(3:record-used)
               END-IF
               WRITE delta-output-record
               IF delta-output-status NOT = "00"
                   DISPLAY "Could not write correction: "
                       delta-output-status
                   MOVE "ended rc=1 correction could not be written"
                       TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
               END-IF
               ADD 1 TO transaction-count
               DISPLAY "Change transaction written for row "
                   display-row
               PERFORM LOG-ONE-CORRECTION
                   VARYING column-index FROM 1 BY 1
                   UNTIL column-index > row-column-count
           END-IF
           EXIT.

       APPEND-ONE-COLUMN.
           MOVE "N" TO value-null-switch.
           MOVE 0 TO value-length.
           IF column-corrected(column-index)
               MOVE corrected-null-switch(column-index)
                   TO value-null-switch
               MOVE corrected-length(column-index) TO value-length
               MOVE corrected-value(column-index) TO value-buffer
           ELSE
               MOVE column-null-switch(column-index)
                   TO value-null-switch
               IF column-length(column-index) > value-buffer-max
                   MOVE "record is longer than the master record"
                       TO record-failure-text
                   SET record-failed TO TRUE
               ELSE
                   MOVE column-length(column-index) TO value-length
                   IF value-length > 0
                       MOVE row-data(column-start(column-index):
                                     value-length)
                           TO value-buffer(1:value-length)
                   END-IF
               END-IF
           END-IF

           IF NOT record-failed
               IF value-is-null
                   MOVE null-literal TO value-buffer
                   MOVE 4 TO value-length
               ELSE
                   IF code-page-in-use AND value-length > 0
                       PERFORM TRANSCODE-VALUE-FROM-UTF8
                   END-IF
               END-IF
           END-IF

      *--- After conversion only the delimiter matters: in the legacy --
      *--- pages X"FD" to X"FF" are ordinary letters, as in rsvload ----
           IF NOT record-failed
               PERFORM CHECK-VALUE-FOR-DELIMITER
           END-IF

           IF NOT record-failed
               MOVE value-length TO needed-length
               IF column-index > 1
                   ADD 1 TO needed-length
               END-IF
               IF record-used + needed-length > delta-content-limit
                   MOVE "record is longer than the master record"
                       TO record-failure-text
                   SET record-failed TO TRUE
               ELSE
                   IF column-index > 1
                       ADD 1 TO record-used
                       MOVE "|" TO master-work-record(record-used:1)
                   END-IF
                   IF value-length > 0
                       MOVE value-buffer(1:value-length)
                           TO master-work-record(record-used + 1:
                                                 value-length)
                       ADD value-length TO record-used
                   END-IF
               END-IF
           END-IF
           EXIT.

      *--- The value is decoded character by character into the --------
      *--- target page, as rsvload does; it can only get shorter -------
       TRANSCODE-VALUE-FROM-UTF8.
           MOVE 0 TO transcode-length.
           MOVE 0 TO utf8-bytes-expected.
           PERFORM DECODE-ONE-UTF8-BYTE
               VARYING transcode-scan-index FROM 1 BY 1
               UNTIL transcode-scan-index > value-length
                  OR record-failed.
           IF NOT record-failed AND utf8-bytes-expected > 0
               MOVE "a value is not well-formed UTF-8"
                   TO record-failure-text
               SET record-failed TO TRUE
           END-IF
           IF NOT record-failed
               MOVE SPACES TO value-buffer
               IF transcode-length > 0
                   MOVE transcode-buffer(1:transcode-length)
                       TO value-buffer(1:transcode-length)
               END-IF
               MOVE transcode-length TO value-length
           END-IF
           EXIT.

       DECODE-ONE-UTF8-BYTE.
           MOVE value-buffer(transcode-scan-index:1) TO transcode-byte.
           IF utf8-bytes-expected > 0
               IF transcode-byte-num < utf8-next-low
                  OR transcode-byte-num > utf8-next-high
                   MOVE "a value is not well-formed UTF-8"
                       TO record-failure-text
                   SET record-failed TO TRUE
               ELSE
                   COMPUTE transcode-point = transcode-point * 64
                       + transcode-byte-num - 128
                   SUBTRACT 1 FROM utf8-bytes-expected
                   MOVE 128 TO utf8-next-low
                   MOVE 191 TO utf8-next-high
                   IF utf8-bytes-expected = 0
                       PERFORM EMIT-TARGET-BYTE
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN transcode-byte-num < 128
                       MOVE transcode-byte-num TO transcode-point
                       PERFORM EMIT-TARGET-BYTE
                   WHEN transcode-byte-num >= 194
                    AND transcode-byte-num <= 223
                       COMPUTE transcode-point
                           = transcode-byte-num - 192
                       MOVE 1 TO utf8-bytes-expected
                   WHEN transcode-byte-num >= 224
                    AND transcode-byte-num <= 239
                       COMPUTE transcode-point
                           = transcode-byte-num - 224
                       MOVE 2 TO utf8-bytes-expected
                       EVALUATE transcode-byte-num
                           WHEN 224
                               MOVE 160 TO utf8-next-low
                           WHEN 237
                               MOVE 159 TO utf8-next-high
                       END-EVALUATE
                   WHEN transcode-byte-num >= 240
                    AND transcode-byte-num <= 244
                       COMPUTE transcode-point
                           = transcode-byte-num - 240
                       MOVE 3 TO utf8-bytes-expected
                       EVALUATE transcode-byte-num
                           WHEN 240
                               MOVE 144 TO utf8-next-low
                           WHEN 244
                               MOVE 143 TO utf8-next-high
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "a value is not well-formed UTF-8"
                           TO record-failure-text
                       SET record-failed TO TRUE
               END-EVALUATE
           END-IF
           EXIT.

      *--- Below 128 the byte is the code point; above it the page's ---
      *--- table is searched for the code point ------------------------
       EMIT-TARGET-BYTE.
           IF transcode-point < 128
               MOVE transcode-point TO target-byte-num
           ELSE
               PERFORM SKIP-NON-MATCHING-POINT
                   VARYING code-page-index FROM 1 BY 1
                   UNTIL code-page-index > 128
                      OR code-page-point(code-page-index)
                             = transcode-point
               IF code-page-index > 128
                   PERFORM NAME-UNMAPPED-CHARACTER
               ELSE
                   COMPUTE target-byte-num = code-page-index + 127
               END-IF
           END-IF
           IF NOT record-failed
               ADD 1 TO transcode-length
               MOVE target-byte TO transcode-buffer(transcode-length:1)
           END-IF
           EXIT.

       SKIP-NON-MATCHING-POINT.
           CONTINUE.
           EXIT.

       NAME-UNMAPPED-CHARACTER.
           MOVE transcode-point TO hex-work.
           PERFORM SET-ONE-HEX-DIGIT
               VARYING hex-index FROM 6 BY -1
               UNTIL hex-index = 0.
           MOVE SPACES TO unmapped-point.
           EVALUATE TRUE
               WHEN transcode-point < 65536
                   MOVE hex-point(3:4) TO unmapped-point
               WHEN transcode-point < 1048576
                   MOVE hex-point(2:5) TO unmapped-point
               WHEN OTHER
                   MOVE hex-point TO unmapped-point
           END-EVALUATE
           MOVE SPACES TO record-failure-text.
           STRING "U+"                  DELIMITED BY SIZE
                  unmapped-point        DELIMITED BY SPACE
                  " has no equivalent in " DELIMITED BY SIZE
                  code-page-text        DELIMITED BY SPACE
                  INTO record-failure-text
           END-STRING
           SET record-failed TO TRUE.
           EXIT.

       SET-ONE-HEX-DIGIT.
           DIVIDE hex-work BY 16 GIVING hex-work
               REMAINDER hex-remainder.
           MOVE hex-digits(hex-remainder + 1:1)
               TO hex-point(hex-index:1).
           EXIT.

      *--- The audit line: who, where, and the value before and after --
      *--- (each cut to 60 bytes to fit the run-log line) --------------
       LOG-ONE-CORRECTION.
           IF column-corrected(column-index)
               ADD 1 TO corrected-count
               MOVE current-row  TO log-number-a
               MOVE column-index TO log-number-b
               MOVE SPACES TO log-message
               MOVE 1 TO log-pointer
               STRING "corrected row "    DELIMITED BY SIZE
                      log-number-a        DELIMITED BY SIZE
                      " column "          DELIMITED BY SIZE
                      log-number-b        DELIMITED BY SIZE
                      " operator="        DELIMITED BY SIZE
                      operator-id(1:operator-id-length)
                                          DELIMITED BY SIZE
                      " before="          DELIMITED BY SIZE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
               PERFORM BUILD-DISPLAY-VALUE
               PERFORM APPEND-LOGGED-VALUE
               STRING " after="           DELIMITED BY SIZE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
               MOVE SPACES TO display-value
               EVALUATE TRUE
                   WHEN corrected-is-null(column-index)
                       MOVE "(null)" TO display-value
                   WHEN corrected-length(column-index) = 0
                       MOVE "(empty)" TO display-value
                   WHEN OTHER
                       MOVE corrected-value(column-index)
                           TO display-value
               END-EVALUATE
               PERFORM APPEND-LOGGED-VALUE
               PERFORM WRITE-RUN-LOG-ENTRY
           END-IF
           EXIT.

      *--- Trailing pad is dropped; a value's own spaces are kept ------
       APPEND-LOGGED-VALUE.
           PERFORM TRIM-ONE-DISPLAY-BYTE
               VARYING name-length FROM 60 BY -1
               UNTIL name-length = 0
                  OR display-value(name-length:1) NOT = SPACE.
           IF name-length > 0
               STRING display-value(1:name-length) DELIMITED BY SIZE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           EXIT.

       TRIM-ONE-DISPLAY-BYTE.
           CONTINUE.
           EXIT.

       FINISH-READING-RSV.
           CALL "CBL_CLOSE_FILE" USING file-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not close file: " RETURN-CODE
           END-IF
           EXIT.

       FINISH-WRITING-DELTA.
           IF delta-file-open
               CLOSE DELTA-OUTPUT
               MOVE "N" TO delta-open-switch
           END-IF
           EXIT.
