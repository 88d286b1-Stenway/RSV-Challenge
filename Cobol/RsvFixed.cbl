       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvfixed.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC layout-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS layout-file-status.
           SELECT WIDTH-FILE ASSIGN TO DYNAMIC width-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS width-file-status.
           SELECT EXCEPTION-REPORT ASSIGN TO DYNAMIC report-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.
           SELECT COPYBOOK-FILE ASSIGN TO DYNAMIC copybook-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS copybook-file-status.

       DATA                DIVISION.
       FILE                SECTION.
       FD  LAYOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON layout-record-length.
       01  layout-record              PIC X(600).

       FD  WIDTH-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON width-record-length.
       01  width-record               PIC X(200).

       FD  EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  report-record              PIC X(132).

       FD  COPYBOOK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  copybook-record            PIC X(80).

       WORKING-STORAGE     SECTION.
       01  file-handle     PIC X(4)   USAGE COMP-X.
       01  filename        PIC X(256) VALUE "Test.rsv".
       01  parm-filename   PIC X(256).
       01  offset          PIC X(8)   USAGE COMP-X.

       01  read-buffer     PIC X(1).
       01  numBytes        PIC X(4)   USAGE COMP-X.

       01  eof-switch      PIC X(1)   VALUE "N".
           88  end-of-rsv-file         VALUE "Y".
       01  open-failed-switch PIC X(1) VALUE "N".
           88  input-open-failed       VALUE "Y".

      *--- Output: fixed-length records with no line ends, the shape ---
      *--- a partner's record-oriented reader expects, plus the --------
      *--- matching copybook and the exception report beside it --------
       01  output-filename            PIC X(256).
       01  output-handle              PIC X(4)   USAGE COMP-X.
       01  output-offset              PIC X(8)   USAGE COMP-X.
       01  output-bytes               PIC X(4)   USAGE COMP-X.
       01  copybook-filename          PIC X(266).
       01  copybook-file-status       PIC X(2).

      *--- Column names come from the same one-line .LAY the rest of ---
      *--- the suite reads; they name the copybook fields and may be ---
      *--- used in place of positions in the width file ----------------
       01  layout-filename            PIC X(256).
       01  layout-file-status         PIC X(2).
       01  layout-record-length       PIC 9(5)   USAGE COMP.
       01  layout-name-count          PIC 9(5)   USAGE COMP VALUE 0.
       01  layout-name-table.
           05  layout-name OCCURS 20 TIMES PIC X(30).
       01  layout-index               PIC 9(5)   USAGE COMP.

      *--- The width file: one line per column, column|type|width -----
      *--- [|decimals], where column is a 1-based position or a .LAY ---
      *--- name, type is X (text, left-justified, space-filled) or 9 ---
      *--- (unsigned number, right-justified, zero-filled, with the ----
      *--- decimals implied), and every column of the extract must be --
      *--- described exactly once. It defaults to the layout's name ----
      *--- with .WID in place of .LAY ----------------------------------
       01  width-filename             PIC X(256).
       01  width-base-name            PIC X(256).
       01  width-file-status          PIC X(2).
       01  width-record-length        PIC 9(5)   USAGE COMP.
       01  width-line-count           PIC 9(5)   USAGE COMP VALUE 0.
       01  width-parse-bad-switch     PIC X(1)   VALUE "N".
           88  width-parse-failed                VALUE "Y".
       01  parse-column-text          PIC X(30).
       01  parse-column-length        PIC 9(5)   USAGE COMP.
       01  parse-type-text            PIC X(2).
       01  parse-width-text           PIC X(6).
       01  parse-width-length         PIC 9(5)   USAGE COMP.
       01  parse-decimals-text        PIC X(3).
       01  parse-decimals-length      PIC 9(5)   USAGE COMP.
       01  parse-pipe-count           PIC 9(5)   USAGE COMP.
       01  parse-position             PIC 9(5)   USAGE COMP.
       01  parse-width                PIC 9(5)   USAGE COMP.
       01  parse-decimals             PIC 9(5)   USAGE COMP.

       01  column-limit               PIC 9(5)   USAGE COMP VALUE 50.
       01  column-count               PIC 9(5)   USAGE COMP VALUE 0.
       01  column-table.
           05  column-entry OCCURS 50 TIMES.
               10  column-name            PIC X(30).
               10  column-type            PIC X(1).
                   88  column-is-numeric             VALUE "9".
               10  column-width           PIC 9(5)   USAGE COMP.
               10  column-decimals        PIC 9(5)   USAGE COMP.
               10  column-start           PIC 9(5)   USAGE COMP.
               10  column-described       PIC X(1).
                   88  column-is-described           VALUE "Y".
       01  column-index               PIC 9(5)   USAGE COMP.
       01  record-length-limit        PIC 9(5)   USAGE COMP VALUE 8000.
       01  record-length              PIC 9(9)   USAGE COMP VALUE 0.
       01  numeric-width-limit        PIC 9(5)   USAGE COMP VALUE 18.
       01  position-text              PIC 9(3).

      *--- Rules for the two cases a fixed field cannot hold as-is. ----
      *--- Nulls: BLANK (the default) writes spaces for text and zeros -
      *--- for numbers; REJECT keeps the row out. Overlong text: -------
      *--- REJECT (the default) keeps the row out; TRUNCATE writes the -
      *--- leading bytes, cut short of any UTF-8 character that would --
      *--- not fit whole (the rest of the field is spaces). Either way -
      *--- every case is reported -- numbers are never cut, whatever ---
      *--- the rule ----------------------------------------------------
       01  null-rule-text             PIC X(8).
       01  null-rule-switch           PIC X(1)   VALUE "B".
           88  nulls-blanked                     VALUE "B".
           88  nulls-rejected                    VALUE "R".
       01  overlong-rule-text         PIC X(8).
       01  overlong-rule-switch       PIC X(1)   VALUE "R".
           88  overlong-truncated                VALUE "T".
           88  overlong-rejected                 VALUE "R".

       01  skip-header-text           PIC X(1).
       01  skip-header-switch         PIC X(1)   VALUE "N".
           88  header-row-skipped                VALUE "Y".

      *--- Copybook naming: each field is the column name upper-cased, -
      *--- anything but a letter or digit made a hyphen, behind a ------
      *--- prefix (FX- by default) that keeps names such as STATUS -----
      *--- clear of reserved words -------------------------------------
       01  record-name-text           PIC X(30).
       01  prefix-text                PIC X(10).
       01  prefix-length              PIC 9(5)   USAGE COMP.
       01  lower-letters              PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  upper-letters              PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  name-work                  PIC X(40).
       01  name-length                PIC 9(5)   USAGE COMP.
       01  name-index                 PIC 9(5)   USAGE COMP.
       01  name-byte                  PIC X(1).
       01  data-name                  PIC X(30).
       01  data-name-length           PIC 9(5)   USAGE COMP.
       01  number-edit                PIC Z(4)9.
       01  number-lead                PIC 9(5)   USAGE COMP.
       01  width-picture-text         PIC X(5).
       01  decimals-picture-text      PIC X(5).
       01  integer-digits             PIC 9(5)   USAGE COMP.
       01  picture-text               PIC X(20).
       01  copybook-data-line.
           05  FILLER                 PIC X(11)  VALUE SPACES.
           05  FILLER                 PIC X(4)   VALUE "05  ".
           05  copybook-data-name     PIC X(30).
           05  FILLER                 PIC X(5)   VALUE " PIC ".
           05  copybook-picture       PIC X(20).
           05  FILLER                 PIC X(10)  VALUE SPACES.

      *--- The row walk: the same 0xFF/0xFE/0xFD walk rsv2csv uses, ----
      *--- each value placed straight into its slot of the record ------
       01  value-buffer               PIC X(8000).
       01  value-buffer-max           PIC 9(5)   USAGE COMP VALUE 8000.
       01  value-length               PIC 9(9)   USAGE COMP VALUE 0.
       01  null-marker-switch         PIC X(1)   VALUE "N".
           88  value-is-null                     VALUE "Y".
       01  current-row                PIC 9(9)   USAGE COMP VALUE 1.
       01  current-column             PIC 9(9)   USAGE COMP VALUE 0.
       01  fixed-record               PIC X(8000).
       01  row-reject-switch          PIC X(1)   VALUE "N".
           88  row-is-rejected                   VALUE "Y".

      *--- A number is unsigned digits with at most one point; it -----
      *--- is rebuilt right-justified with its decimals implied --------
       01  scan-index                 PIC 9(9)   USAGE COMP.
       01  scan-byte                  PIC X(1).
       01  point-count                PIC 9(5)   USAGE COMP.
       01  point-position             PIC 9(9)   USAGE COMP.
       01  number-bad-switch          PIC X(1).
           88  number-is-bad                     VALUE "Y".
       01  whole-start                PIC 9(9)   USAGE COMP.
       01  whole-length               PIC 9(9)   USAGE COMP.
       01  fraction-start             PIC 9(9)   USAGE COMP.
       01  fraction-length            PIC 9(9)   USAGE COMP.
       01  field-start                PIC 9(9)   USAGE COMP.
       01  field-width                PIC 9(9)   USAGE COMP.
       01  cut-length                 PIC 9(9)   USAGE COMP.
       01  numeric-field              PIC X(18).

       01  row-count                  PIC 9(9)   USAGE COMP VALUE 0.
       01  written-count              PIC 9(9)   USAGE COMP VALUE 0.
       01  rejected-count             PIC 9(9)   USAGE COMP VALUE 0.
       01  null-filled-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  truncated-count            PIC 9(9)   USAGE COMP VALUE 0.

      *--- Exception report: one line per value that was filled, cut ---
      *--- or refused, naming row, column and what was done ------------
       01  report-filename            PIC X(266).
       01  report-file-status         PIC X(2).
       01  report-title-line.
           05  FILLER          PIC X(35)
               VALUE "Fixed-width export exceptions for: ".
           05  title-filename  PIC X(80).
       01  report-detail-line.
           05  FILLER          PIC X(4)  VALUE "Row ".
           05  detail-row      PIC Z(8)9.
           05  FILLER          PIC X(8)  VALUE " column ".
           05  detail-column   PIC Z(4)9.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  detail-name     PIC X(30).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  detail-action   PIC X(40).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  detail-value    PIC X(32).
       01  report-total-line.
           05  total-label     PIC X(18).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  total-count     PIC Z(8)9.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvfixed".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-number-d               PIC 9(9).
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO parm-filename.
           ACCEPT parm-filename FROM COMMAND-LINE.
           IF parm-filename NOT = SPACES
               MOVE parm-filename TO filename
           END-IF

      *--- Layout, width and rule problems are caught before anything --
      *--- is created -- a run that dies on a bad parameter must not ---
      *--- have truncated last month's file or copybook first ----------
           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM LOAD-LAYOUT-NAMES.
           PERFORM LOAD-WIDTH-FILE.
           PERFORM START-READING-RSV.
           IF input-open-failed
               MOVE "ended rc=1 input could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           PERFORM LOG-RUN-START.
           PERFORM START-WRITING-OUTPUT.
           PERFORM OPEN-EXCEPTION-REPORT.
           PERFORM WRITE-COPYBOOK.

           MOVE SPACES TO fixed-record.
           PERFORM READ-AND-EXPORT-BYTE UNTIL end-of-rsv-file.

           PERFORM FINISH-READING-RSV.
           CALL "CBL_CLOSE_FILE" USING output-handle.
           PERFORM FINISH-EXCEPTION-REPORT.

           DISPLAY "Rows read:        " row-count.
           DISPLAY "Rows written:     " written-count.
           DISPLAY "Rows rejected:    " rejected-count.
           DISPLAY "Nulls filled:     " null-filled-count.
           DISPLAY "Values truncated: " truncated-count.

           PERFORM LOG-RUN-END.

           IF rejected-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started input="   DELIMITED BY SIZE
                  filename           DELIMITED BY SPACE
                  " output="         DELIMITED BY SIZE
                  output-filename    DELIMITED BY SPACE
                  " widths="         DELIMITED BY SIZE
                  width-filename     DELIMITED BY SPACE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE written-count     TO log-number-a.
           MOVE rejected-count    TO log-number-b.
           MOVE null-filled-count TO log-number-c.
           MOVE truncated-count   TO log-number-d.
           MOVE SPACES TO log-message.
           IF rejected-count > 0
               STRING "ended rc=1 written=" DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " rejected="          DELIMITED BY SIZE
                      log-number-b          DELIMITED BY SIZE
                      " nulls="             DELIMITED BY SIZE
                      log-number-c          DELIMITED BY SIZE
                      " truncated="         DELIMITED BY SIZE
                      log-number-d          DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               STRING "ended rc=0 written=" DELIMITED BY SIZE
                      log-number-a          DELIMITED BY SIZE
                      " rejected="          DELIMITED BY SIZE
                      log-number-b          DELIMITED BY SIZE
                      " nulls="             DELIMITED BY SIZE
                      log-number-c          DELIMITED BY SIZE
                      " truncated="         DELIMITED BY SIZE
                      log-number-d          DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The export must not die because the logging module is -------
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

      *--- The command line names the extract; the rest comes from -----
      *--- the environment. The output defaults to the input name ------
      *--- plus .FIX and may never be the input itself -----------------
       TAKE-RUNTIME-PARAMETERS.
           MOVE SPACES TO output-filename.
           ACCEPT output-filename
               FROM ENVIRONMENT "RSVFIXED-OUTPUT-FILE".
           IF output-filename = SPACES
               STRING filename DELIMITED BY SPACE
                      ".FIX"   DELIMITED BY SIZE
                      INTO output-filename
           END-IF
           IF output-filename = filename
               DISPLAY "Fixed-width output must not be the input file"
               MOVE "ended rc=1 output names the input file"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE SPACES TO report-filename.
           STRING output-filename DELIMITED BY SPACE
                  ".EXC"          DELIMITED BY SIZE
                  INTO report-filename.
           MOVE SPACES TO copybook-filename.
           STRING output-filename DELIMITED BY SPACE
                  ".CPY"          DELIMITED BY SIZE
                  INTO copybook-filename.

           MOVE SPACES TO null-rule-text.
           ACCEPT null-rule-text FROM ENVIRONMENT "RSVFIXED-NULLS".
           EVALUATE null-rule-text
               WHEN SPACES
               WHEN "BLANK   "
                   SET nulls-blanked TO TRUE
               WHEN "REJECT  "
                   SET nulls-rejected TO TRUE
               WHEN OTHER
                   DISPLAY "Bad null rule: " null-rule-text
                   MOVE "ended rc=1 bad null rule" TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
           END-EVALUATE

           MOVE SPACES TO overlong-rule-text.
           ACCEPT overlong-rule-text
               FROM ENVIRONMENT "RSVFIXED-OVERLONG".
           EVALUATE overlong-rule-text
               WHEN SPACES
               WHEN "REJECT  "
                   SET overlong-rejected TO TRUE
               WHEN "TRUNCATE"
                   SET overlong-truncated TO TRUE
               WHEN OTHER
                   DISPLAY "Bad overlong rule: " overlong-rule-text
                   MOVE "ended rc=1 bad overlong rule" TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
           END-EVALUATE

           MOVE SPACES TO skip-header-text.
           ACCEPT skip-header-text
               FROM ENVIRONMENT "RSVFIXED-SKIP-HEADER".
           IF skip-header-text = "Y"
               SET header-row-skipped TO TRUE
           END-IF

           MOVE SPACES TO record-name-text.
           ACCEPT record-name-text
               FROM ENVIRONMENT "RSVFIXED-RECORD-NAME".
           IF record-name-text = SPACES
               MOVE "EXPORT-RECORD" TO record-name-text
           END-IF
           MOVE SPACES TO prefix-text.
           ACCEPT prefix-text FROM ENVIRONMENT "RSVFIXED-PREFIX".
           IF prefix-text = SPACES
               MOVE "FX-" TO prefix-text
           END-IF
           PERFORM TRIM-ONE-PREFIX-BYTE
               VARYING prefix-length FROM 10 BY -1
               UNTIL prefix-length = 0
                  OR prefix-text(prefix-length:1) NOT = SPACE.
           INSPECT prefix-text CONVERTING lower-letters
               TO upper-letters.
           IF prefix-text(1:1) < "A" OR prefix-text(1:1) > "Z"
               DISPLAY "Bad field-name prefix: " prefix-text
               MOVE "ended rc=1 bad field-name prefix" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       TRIM-ONE-PREFIX-BYTE.
           CONTINUE.
           EXIT.

       STOP-ON-BAD-PARAMETER.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *--- A layout that is named but cannot be read is fatal, the -----
      *--- same rule the extract side follows --------------------------
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

      *--- Without widths there is no record to build, so a missing ---
      *--- or unreadable width file is fatal, and so is any line the ---
      *--- export cannot parse or a column left undescribed ------------
       LOAD-WIDTH-FILE.
           MOVE SPACES TO width-filename.
           ACCEPT width-filename FROM ENVIRONMENT "RSVFIXED-WIDTH-FILE".
           IF width-filename = SPACES AND layout-filename NOT = SPACES
               MOVE SPACES TO width-base-name
               UNSTRING layout-filename DELIMITED BY ".LAY" OR SPACE
                   INTO width-base-name
               END-UNSTRING
               STRING width-base-name DELIMITED BY SPACE
                      ".WID"          DELIMITED BY SIZE
                      INTO width-filename
           END-IF
           IF width-filename = SPACES
               DISPLAY "No width file named -- set RSVFIXED-WIDTH-FILE"
                   " or RSV-LAYOUT-FILE"
               MOVE "ended rc=1 no width file named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE SPACES TO column-table.
           OPEN INPUT WIDTH-FILE.
           IF width-file-status NOT = "00"
               DISPLAY "Could not open width file: " width-file-status
               MOVE "ended rc=1 width file could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           PERFORM READ-WIDTH-RECORD
               UNTIL width-parse-failed
                  OR width-file-status NOT = "00".
           CLOSE WIDTH-FILE.
           IF width-parse-failed
               MOVE "ended rc=1 bad width file line" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           IF width-line-count = 0
               DISPLAY "Width file describes no columns"
               MOVE "ended rc=1 width file describes no columns"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE 0 TO record-length.
           PERFORM PLACE-ONE-COLUMN
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > column-count
                  OR width-parse-failed.
           IF width-parse-failed
               MOVE "ended rc=1 width file leaves a column out"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           IF record-length > record-length-limit
               DISPLAY "Fixed record would be " record-length
                   " bytes -- the limit is " record-length-limit
               MOVE "ended rc=1 fixed record too long" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       READ-WIDTH-RECORD.
           READ WIDTH-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF width-record(1:width-record-length) NOT = SPACES
                       PERFORM PARSE-ONE-WIDTH-LINE
                   END-IF
           END-READ
           EXIT.

       PARSE-ONE-WIDTH-LINE.
           MOVE 0 TO parse-pipe-count.
           INSPECT width-record(1:width-record-length)
               TALLYING parse-pipe-count FOR ALL "|".
           IF parse-pipe-count < 2 OR parse-pipe-count > 3
               DISPLAY "Bad line in width file: "
                   width-record(1:width-record-length)
               SET width-parse-failed TO TRUE
           ELSE
               MOVE SPACES TO parse-column-text
               MOVE SPACES TO parse-type-text
               MOVE SPACES TO parse-width-text
               MOVE SPACES TO parse-decimals-text
               UNSTRING width-record(1:width-record-length)
                   DELIMITED BY "|"
                   INTO parse-column-text,
                        parse-type-text,
                        parse-width-text,
                        parse-decimals-text
               END-UNSTRING
               PERFORM TRIM-ONE-COLUMN-BYTE
                   VARYING parse-column-length FROM 30 BY -1
                   UNTIL parse-column-length = 0
                      OR parse-column-text(parse-column-length:1)
                         NOT = SPACE
               PERFORM TRIM-ONE-WIDTH-BYTE
                   VARYING parse-width-length FROM 6 BY -1
                   UNTIL parse-width-length = 0
                      OR parse-width-text(parse-width-length:1)
                         NOT = SPACE
               PERFORM TRIM-ONE-DECIMALS-BYTE
                   VARYING parse-decimals-length FROM 3 BY -1
                   UNTIL parse-decimals-length = 0
                      OR parse-decimals-text(parse-decimals-length:1)
                         NOT = SPACE
               PERFORM FIND-WIDTH-LINE-COLUMN
               IF NOT width-parse-failed
                   PERFORM STORE-ONE-WIDTH-LINE
               END-IF
           END-IF
           EXIT.

       TRIM-ONE-COLUMN-BYTE.
           CONTINUE.
           EXIT.

       TRIM-ONE-WIDTH-BYTE.
           CONTINUE.
           EXIT.

       TRIM-ONE-DECIMALS-BYTE.
           CONTINUE.
           EXIT.

      *--- The column is a position or a layout name; either way it ----
      *--- ends up as a position and a name for the copybook field -----
       FIND-WIDTH-LINE-COLUMN.
           MOVE 0 TO parse-position.
           EVALUATE TRUE
               WHEN parse-column-length = 0
                   DISPLAY "Width file line names no column: "
                       width-record(1:width-record-length)
                   SET width-parse-failed TO TRUE
               WHEN parse-column-text(1:parse-column-length) NUMERIC
                   IF parse-column-length > 3
                      OR parse-column-text(1:parse-column-length)
                         = ZEROES
                       DISPLAY "Bad column position in width file: "
                           parse-column-text
                       SET width-parse-failed TO TRUE
                   ELSE
                       MOVE parse-column-text(1:parse-column-length)
                           TO parse-position
                   END-IF
               WHEN OTHER
                   PERFORM MATCH-ONE-LAYOUT-NAME
                       VARYING layout-index FROM 1 BY 1
                       UNTIL layout-index > layout-name-count
                          OR parse-position > 0
                   IF parse-position = 0
                       DISPLAY "Width file column "
                           parse-column-text(1:parse-column-length)
                           " is not a column in the layout"
                       SET width-parse-failed TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT width-parse-failed AND parse-position > column-limit
               DISPLAY "Width file describes column " parse-position
                   " -- the limit is " column-limit
               SET width-parse-failed TO TRUE
           END-IF
           EXIT.

       MATCH-ONE-LAYOUT-NAME.
           IF layout-name(layout-index) = parse-column-text
               MOVE layout-index TO parse-position
           END-IF
           EXIT.

       STORE-ONE-WIDTH-LINE.
           MOVE 0 TO parse-width.
           MOVE 0 TO parse-decimals.
           IF parse-width-length > 0
              AND parse-width-text(1:parse-width-length) NUMERIC
              AND parse-width-length < 6
               MOVE parse-width-text(1:parse-width-length)
                   TO parse-width
           END-IF
           IF parse-decimals-length > 0
               IF parse-decimals-text(1:parse-decimals-length)
                  NUMERIC
                   MOVE parse-decimals-text(1:parse-decimals-length)
                       TO parse-decimals
               ELSE
                   MOVE 99999 TO parse-decimals
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN column-is-described(parse-position)
                   DISPLAY "Width file describes column "
                       parse-position " twice"
                   SET width-parse-failed TO TRUE
               WHEN parse-type-text NOT = "X" AND "9"
                   DISPLAY "Bad column type in width file: "
                       parse-type-text
                   SET width-parse-failed TO TRUE
               WHEN parse-width = 0
                   DISPLAY "Bad width in width file: "
                       parse-width-text
                   SET width-parse-failed TO TRUE
               WHEN parse-type-text = "X" AND parse-decimals > 0
                   DISPLAY "Decimals given for a text column: "
                       width-record(1:width-record-length)
                   SET width-parse-failed TO TRUE
               WHEN parse-type-text = "9"
                AND parse-width > numeric-width-limit
                   DISPLAY "Numeric column wider than "
                       numeric-width-limit " digits: "
                       width-record(1:width-record-length)
                   SET width-parse-failed TO TRUE
               WHEN parse-type-text = "9"
                AND parse-decimals NOT < parse-width
                   DISPLAY "Bad decimals in width file: "
                       width-record(1:width-record-length)
                   SET width-parse-failed TO TRUE
               WHEN OTHER
                   ADD 1 TO width-line-count
                   MOVE "Y" TO column-described(parse-position)
                   MOVE parse-type-text TO column-type(parse-position)
                   MOVE parse-width     TO column-width(parse-position)
                   MOVE parse-decimals
                       TO column-decimals(parse-position)
                   IF parse-position > column-count
                       MOVE parse-position TO column-count
                   END-IF
                   PERFORM NAME-WIDTH-LINE-COLUMN
           END-EVALUATE
           EXIT.

      *--- The copybook field takes the layout's name for the column ---
      *--- where there is one, and COLUMN-nnn where there is not -------
       NAME-WIDTH-LINE-COLUMN.
           IF parse-position <= layout-name-count
              AND layout-name(parse-position) NOT = SPACES
               MOVE layout-name(parse-position)
                   TO column-name(parse-position)
           ELSE
               MOVE parse-position TO position-text
               MOVE SPACES TO column-name(parse-position)
               STRING "COLUMN-"     DELIMITED BY SIZE
                      position-text DELIMITED BY SIZE
                      INTO column-name(parse-position)
               END-STRING
           END-IF
           EXIT.

      *--- Every position up to the highest one described must be ------
      *--- there -- a gap would shift every later field ----------------
       PLACE-ONE-COLUMN.
           IF column-is-described(column-index)
               COMPUTE column-start(column-index) = record-length + 1
               ADD column-width(column-index) TO record-length
           ELSE
               DISPLAY "Width file does not describe column "
                   column-index
               SET width-parse-failed TO TRUE
           END-IF
           EXIT.

       START-READING-RSV.
           CALL "CBL_OPEN_FILE"
               USING filename, 1, 0, 0, file-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not open file: " RETURN-CODE
               MOVE "Y" TO eof-switch
               SET input-open-failed TO TRUE
           END-IF
           MOVE 0 TO offset.
           EXIT.

       START-WRITING-OUTPUT.
           CALL "CBL_CREATE_FILE"
               USING output-filename, 2, 0, 0, output-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not create fixed-width file: "
                   RETURN-CODE
               MOVE "ended rc=1 output could not be created"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE 0 TO output-offset.
           EXIT.

       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT.
           IF report-file-status NOT = "00"
               DISPLAY "Could not open exception report: "
                   report-file-status
               MOVE "ended rc=1 exception report could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE filename TO title-filename.
           MOVE report-title-line TO report-record.
           WRITE report-record.
           EXIT.

      *--- The copybook is written from the same column table the ------
      *--- records are built from, so the two cannot disagree ----------
       WRITE-COPYBOOK.
           OPEN OUTPUT COPYBOOK-FILE.
           IF copybook-file-status NOT = "00"
               DISPLAY "Could not open copybook file: "
                   copybook-file-status
               MOVE "ended rc=1 copybook could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE SPACES TO copybook-record.
           STRING "      * RECORD LAYOUT FOR " DELIMITED BY SIZE
                  output-filename            DELIMITED BY SPACE
                  INTO copybook-record(1:72)
           END-STRING
           WRITE copybook-record.
           MOVE record-length TO number-edit.
           PERFORM FIND-NUMBER-EDIT-START.
           MOVE SPACES TO copybook-record.
           STRING "      * RECORD LENGTH "       DELIMITED BY SIZE
                  number-edit(number-lead:)      DELIMITED BY SIZE
                  " BYTES, NO RECORD DELIMITER"  DELIMITED BY SIZE
                  INTO copybook-record
           END-STRING
           WRITE copybook-record.

           MOVE record-name-text TO name-work.
           PERFORM MAKE-COPYBOOK-NAME.
           MOVE SPACES TO copybook-record.
           STRING "       01  "                    DELIMITED BY SIZE
                  data-name(1:data-name-length)   DELIMITED BY SIZE
                  "."                             DELIMITED BY SIZE
                  INTO copybook-record
           END-STRING
           WRITE copybook-record.

           PERFORM WRITE-ONE-COPYBOOK-FIELD
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > column-count.
           CLOSE COPYBOOK-FILE.
           EXIT.

       WRITE-ONE-COPYBOOK-FIELD.
           MOVE SPACES TO name-work.
           STRING prefix-text(1:prefix-length) DELIMITED BY SIZE
                  column-name(column-index)    DELIMITED BY SIZE
                  INTO name-work
           END-STRING
           PERFORM MAKE-COPYBOOK-NAME.

           MOVE column-width(column-index) TO number-edit.
           PERFORM FIND-NUMBER-EDIT-START.
           MOVE number-edit(number-lead:) TO width-picture-text.
           MOVE SPACES TO picture-text.
           IF column-is-numeric(column-index)
               IF column-decimals(column-index) = 0
                   STRING "9("               DELIMITED BY SIZE
                          width-picture-text DELIMITED BY SPACE
                          ")."               DELIMITED BY SIZE
                          INTO picture-text
                   END-STRING
               ELSE
                   COMPUTE integer-digits = column-width(column-index)
                       - column-decimals(column-index)
                   MOVE integer-digits TO number-edit
                   PERFORM FIND-NUMBER-EDIT-START
                   MOVE number-edit(number-lead:)
                       TO width-picture-text
                   MOVE column-decimals(column-index) TO number-edit
                   PERFORM FIND-NUMBER-EDIT-START
                   MOVE number-edit(number-lead:)
                       TO decimals-picture-text
                   STRING "9("                  DELIMITED BY SIZE
                          width-picture-text    DELIMITED BY SPACE
                          ")V9("                DELIMITED BY SIZE
                          decimals-picture-text DELIMITED BY SPACE
                          ")."                  DELIMITED BY SIZE
                          INTO picture-text
                   END-STRING
               END-IF
           ELSE
               STRING "X("               DELIMITED BY SIZE
                      width-picture-text DELIMITED BY SPACE
                      ")."               DELIMITED BY SIZE
                      INTO picture-text
               END-STRING
           END-IF
           MOVE data-name    TO copybook-data-name.
           MOVE picture-text TO copybook-picture.
           MOVE copybook-data-line TO copybook-record.
           WRITE copybook-record.
           EXIT.

       FIND-NUMBER-EDIT-START.
           MOVE 0 TO number-lead.
           INSPECT number-edit TALLYING number-lead
               FOR LEADING SPACES.
           ADD 1 TO number-lead.
           EXIT.

      *--- Upper-cases name-work, turns anything but a letter or digit -
      *--- into a hyphen, and cuts it to a 30-byte COBOL name that -----
      *--- does not end in a hyphen ------------------------------------
       MAKE-COPYBOOK-NAME.
           INSPECT name-work CONVERTING lower-letters TO upper-letters.
           PERFORM TRIM-ONE-NAME-BYTE
               VARYING name-length FROM 40 BY -1
               UNTIL name-length = 0
                  OR name-work(name-length:1) NOT = SPACE.
           PERFORM CLEAN-ONE-NAME-BYTE
               VARYING name-index FROM 1 BY 1
               UNTIL name-index > name-length.
           MOVE name-work(1:30) TO data-name.
           IF name-length > 30
               MOVE 30 TO name-length
           END-IF
           PERFORM TRIM-ONE-NAME-HYPHEN
               VARYING data-name-length FROM name-length BY -1
               UNTIL data-name-length = 1
                  OR data-name(data-name-length:1) NOT = "-".
           IF data-name-length < 30
               MOVE SPACES TO data-name(data-name-length + 1:)
           END-IF
           EXIT.

       TRIM-ONE-NAME-BYTE.
           CONTINUE.
           EXIT.

       CLEAN-ONE-NAME-BYTE.
           MOVE name-work(name-index:1) TO name-byte.
           IF (name-byte < "A" OR name-byte > "Z")
              AND (name-byte < "0" OR name-byte > "9")
               MOVE "-" TO name-work(name-index:1)
           END-IF
           EXIT.

       TRIM-ONE-NAME-HYPHEN.
           CONTINUE.
           EXIT.

      *--- Walks the 0xFF/0xFE/0xFD marker stream; each completed ------
      *--- value goes into its slot and each completed row is written --
      *--- unless one of its values was refused ------------------------
       READ-AND-EXPORT-BYTE.
           MOVE 1 TO numBytes.
           CALL "CBL_READ_FILE"
               USING file-handle, offset, numBytes, 0, read-buffer.
           IF RETURN-CODE <> 0
               MOVE "Y" TO eof-switch
           ELSE
               EVALUATE read-buffer
                   WHEN X"FF"
                       PERFORM EXPORT-ONE-VALUE
                   WHEN X"FD"
                       PERFORM FINISH-ONE-ROW
                   WHEN X"FE"
                       SET value-is-null TO TRUE
                   WHEN OTHER
                       PERFORM ACCUMULATE-VALUE-BYTE
               END-EVALUATE
               ADD 1 TO offset
           END-IF
           EXIT.

      *--- Bytes past the buffer are counted, not kept -- the value ----
      *--- is overlong for any field the export can build anyway -------
       ACCUMULATE-VALUE-BYTE.
           ADD 1 TO value-length.
           IF value-length <= value-buffer-max
               MOVE read-buffer TO value-buffer(value-length:1)
           END-IF
           EXIT.

       EXPORT-ONE-VALUE.
           ADD 1 TO current-column.
           IF current-row = 1 AND header-row-skipped
               CONTINUE
           ELSE
               IF current-column <= column-count
                   MOVE column-start(current-column) TO field-start
                   MOVE column-width(current-column) TO field-width
                   EVALUATE TRUE
                       WHEN value-is-null
                           PERFORM PLACE-NULL-VALUE
                       WHEN column-is-numeric(current-column)
                           PERFORM PLACE-NUMERIC-VALUE
                       WHEN OTHER
                           PERFORM PLACE-TEXT-VALUE
                   END-EVALUATE
               END-IF
           END-IF
           MOVE 0   TO value-length.
           MOVE "N" TO null-marker-switch.
           EXIT.

       PLACE-NULL-VALUE.
           EVALUATE TRUE
               WHEN nulls-rejected AND value-is-null
                   MOVE "null value -- row rejected" TO detail-action
               WHEN nulls-rejected
                   MOVE "empty number -- row rejected" TO detail-action
               WHEN NOT column-is-numeric(current-column)
                   MOVE "null written as spaces" TO detail-action
               WHEN value-is-null
                   MOVE "null written as zeros" TO detail-action
               WHEN OTHER
                   MOVE "empty number written as zeros"
                       TO detail-action
           END-EVALUATE
           IF nulls-rejected
               SET row-is-rejected TO TRUE
           ELSE
               ADD 1 TO null-filled-count
               IF column-is-numeric(current-column)
                   MOVE ALL "0"
                       TO fixed-record(field-start:field-width)
               ELSE
                   MOVE SPACES
                       TO fixed-record(field-start:field-width)
               END-IF
           END-IF
           PERFORM WRITE-ONE-EXCEPTION.
           EXIT.

       PLACE-TEXT-VALUE.
           MOVE SPACES TO fixed-record(field-start:field-width).
           IF value-length <= field-width
               IF value-length > 0
                   MOVE value-buffer(1:value-length)
                       TO fixed-record(field-start:value-length)
               END-IF
           ELSE
               IF overlong-truncated
                   ADD 1 TO truncated-count
                   PERFORM BACK-OFF-ONE-CUT-BYTE
                       VARYING cut-length FROM field-width BY -1
                       UNTIL cut-length = 0
                          OR value-buffer(cut-length + 1:1) < X"80"
                          OR value-buffer(cut-length + 1:1) > X"BF"
                   IF cut-length > 0
                       MOVE value-buffer(1:cut-length)
                           TO fixed-record(field-start:cut-length)
                   END-IF
                   MOVE "longer than field -- truncated"
                       TO detail-action
               ELSE
                   MOVE "longer than field -- row rejected"
                       TO detail-action
                   SET row-is-rejected TO TRUE
               END-IF
               PERFORM WRITE-ONE-EXCEPTION
           END-IF
           EXIT.

      *--- The cut never lands in front of a continuation byte, so -----
      *--- no character is split --------------------------------------
       BACK-OFF-ONE-CUT-BYTE.
           CONTINUE.
           EXIT.

      *--- An empty value in a number column is treated as a null; -----
      *--- anything else must be plain digits with at most one point, --
      *--- with no more whole digits or decimals than the field holds --
      *--- -- trailing zero decimals aside, a number is never rounded --
       PLACE-NUMERIC-VALUE.
           IF value-length = 0
               PERFORM PLACE-NULL-VALUE
           ELSE
               PERFORM SPLIT-NUMERIC-VALUE
               MOVE ALL "0" TO numeric-field
               EVALUATE TRUE
                   WHEN value-length > value-buffer-max
                       MOVE "longer than field -- row rejected"
                           TO detail-action
                   WHEN value-buffer(1:1) = "-"
                       MOVE "negative number -- row rejected"
                           TO detail-action
                   WHEN number-is-bad
                       MOVE "not a number -- row rejected"
                           TO detail-action
                   WHEN whole-length
                        > field-width - column-decimals(current-column)
                       MOVE "too many digits -- row rejected"
                           TO detail-action
                   WHEN fraction-length
                        > column-decimals(current-column)
                       MOVE "too many decimals -- row rejected"
                           TO detail-action
                   WHEN OTHER
                       PERFORM BUILD-NUMERIC-FIELD
               END-EVALUATE
               IF detail-action NOT = SPACES
                   SET row-is-rejected TO TRUE
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-IF
           EXIT.

       SPLIT-NUMERIC-VALUE.
           MOVE SPACES TO detail-action.
           MOVE "N" TO number-bad-switch.
           MOVE 0 TO point-count.
           MOVE 0 TO point-position.
           IF value-length > value-buffer-max
               SET number-is-bad TO TRUE
           ELSE
               PERFORM CHECK-ONE-NUMBER-BYTE
                   VARYING scan-index FROM 1 BY 1
                   UNTIL scan-index > value-length
           END-IF
           IF point-count > 1
              OR value-length = point-count
               SET number-is-bad TO TRUE
           END-IF
           IF point-count = 0
               MOVE value-length TO point-position
               ADD 1 TO point-position
           END-IF
           MOVE 1 TO whole-start.
           COMPUTE whole-length = point-position - 1.
           COMPUTE fraction-start = point-position + 1.
           IF point-count = 0
               MOVE 0 TO fraction-length
           ELSE
               COMPUTE fraction-length = value-length - point-position
           END-IF
           IF NOT number-is-bad
               PERFORM SKIP-ONE-LEADING-ZERO
                   UNTIL whole-length = 0
                      OR value-buffer(whole-start:1) NOT = "0"
               PERFORM DROP-ONE-TRAILING-ZERO
                   UNTIL fraction-length = 0
                      OR value-buffer(fraction-start
                                      + fraction-length - 1:1)
                         NOT = "0"
           END-IF
           EXIT.

       CHECK-ONE-NUMBER-BYTE.
           MOVE value-buffer(scan-index:1) TO scan-byte.
           IF scan-byte = "."
               ADD 1 TO point-count
               IF point-count = 1
                   MOVE scan-index TO point-position
               END-IF
           ELSE
               IF scan-byte < "0" OR scan-byte > "9"
                   SET number-is-bad TO TRUE
               END-IF
           END-IF
           EXIT.

       SKIP-ONE-LEADING-ZERO.
           ADD 1 TO whole-start.
           SUBTRACT 1 FROM whole-length.
           EXIT.

       DROP-ONE-TRAILING-ZERO.
           SUBTRACT 1 FROM fraction-length.
           EXIT.

       BUILD-NUMERIC-FIELD.
           IF whole-length > 0
               MOVE value-buffer(whole-start:whole-length)
                   TO numeric-field(field-width
                       - column-decimals(current-column)
                       - whole-length + 1:whole-length)
           END-IF
           IF fraction-length > 0
               MOVE value-buffer(fraction-start:fraction-length)
                   TO numeric-field(field-width
                       - column-decimals(current-column)
                       + 1:fraction-length)
           END-IF
           MOVE numeric-field(1:field-width)
               TO fixed-record(field-start:field-width).
           EXIT.

      *--- A row is written only when it has exactly the described -----
      *--- columns and none of its values was refused; the header row --
      *--- is passed over when asked -----------------------------------
       FINISH-ONE-ROW.
           IF current-row = 1 AND header-row-skipped
               CONTINUE
           ELSE
               ADD 1 TO row-count
               IF current-column NOT = column-count
                   MOVE "wrong column count -- row rejected"
                       TO detail-action
                   MOVE 0 TO value-length
                   MOVE SPACES TO detail-name
                   SET row-is-rejected TO TRUE
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
               IF row-is-rejected
                   ADD 1 TO rejected-count
               ELSE
                   MOVE record-length TO output-bytes
                   CALL "CBL_WRITE_FILE"
                       USING output-handle, output-offset,
                             output-bytes, 0, fixed-record
                   IF RETURN-CODE <> 0
                       DISPLAY "Could not write fixed-width record: "
                           RETURN-CODE
                       PERFORM FINISH-READING-RSV
                       CALL "CBL_CLOSE_FILE" USING output-handle
                       CLOSE EXCEPTION-REPORT
                       MOVE "ended rc=1 output could not be written"
                           TO log-message
                       PERFORM STOP-ON-BAD-PARAMETER
                   END-IF
                   ADD output-bytes TO output-offset
                   ADD 1 TO written-count
               END-IF
           END-IF
           ADD 1 TO current-row.
           MOVE 0   TO current-column.
           MOVE "N" TO row-reject-switch.
           MOVE SPACES TO fixed-record.
           EXIT.

      *--- The value shown is the first 32 bytes as received; a row ----
      *--- count problem shows the number of columns the row had -------
       WRITE-ONE-EXCEPTION.
           MOVE current-row    TO detail-row.
           MOVE current-column TO detail-column.
           MOVE SPACES TO detail-value.
           IF current-column <= column-count
              AND detail-action(1:5) NOT = "wrong"
               MOVE column-name(current-column) TO detail-name
               EVALUATE TRUE
                   WHEN value-is-null
                       MOVE "(null)" TO detail-value
                   WHEN value-length > 32
                       MOVE value-buffer(1:32) TO detail-value
                   WHEN value-length > 0
                       MOVE value-buffer(1:value-length)
                           TO detail-value
               END-EVALUATE
           END-IF
           MOVE report-detail-line TO report-record.
           WRITE report-record.
           MOVE SPACES TO detail-action.
           MOVE SPACES TO detail-name.
           EXIT.

       FINISH-EXCEPTION-REPORT.
           MOVE "Rows read:"        TO total-label.
           MOVE row-count           TO total-count.
           MOVE report-total-line   TO report-record.
           WRITE report-record.
           MOVE "Rows written:"     TO total-label.
           MOVE written-count       TO total-count.
           MOVE report-total-line   TO report-record.
           WRITE report-record.
           MOVE "Rows rejected:"    TO total-label.
           MOVE rejected-count      TO total-count.
           MOVE report-total-line   TO report-record.
           WRITE report-record.
           MOVE "Nulls filled:"     TO total-label.
           MOVE null-filled-count   TO total-count.
           MOVE report-total-line   TO report-record.
           WRITE report-record.
           MOVE "Values truncated:" TO total-label.
           MOVE truncated-count     TO total-count.
           MOVE report-total-line   TO report-record.
           WRITE report-record.
           CLOSE EXCEPTION-REPORT.
           EXIT.

       FINISH-READING-RSV.
           CALL "CBL_CLOSE_FILE" USING file-handle.
           IF RETURN-CODE <> 0
               DISPLAY "Could not close file: " RETURN-CODE
           END-IF
           EXIT.
