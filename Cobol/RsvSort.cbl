       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvsort.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC layout-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS layout-file-status.
      *--- Rows are sorted whole: the built key rides in front of the --
      *--- row's own bytes, the same shape rsvdelta and rsvapply sort --
           SELECT SORTED-ROWS ASSIGN TO DYNAMIC sorted-rows-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS sorted-rows-status.
           SELECT SORT-WORK ASSIGN TO "rsvsort.swk".

       DATA                DIVISION.
       FILE                SECTION.
       FD  LAYOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON layout-record-length.
       01  layout-record              PIC X(600).

      *--- Ten key slots of 65 bytes: a null flag ("0" null, "1" -------
      *--- valued -- nulls sort first ascending) and the value, at -----
      *--- most the suite's 64-byte key; a longer key value stops the --
      *--- run rather than be cut. The row number breaks ties, so ------
      *--- rows sharing a key keep their input order -------------------
       FD  SORTED-ROWS
           RECORD CONTAINS 8664 CHARACTERS.
       01  sorted-rows-record.
           05  sorted-key-area        PIC X(650).
           05  sorted-row-number      PIC 9(9).
           05  sorted-row-length      PIC 9(5).
           05  sorted-row-data        PIC X(8000).

       SD  SORT-WORK
           RECORD CONTAINS 8664 CHARACTERS.
       01  sort-work-record.
           05  sort-work-key-area.
               10  sort-work-key-slot OCCURS 10 TIMES PIC X(65).
           05  sort-work-row-number   PIC 9(9).
           05  sort-work-row-length   PIC 9(5).
           05  sort-work-row-data     PIC X(8000).

       WORKING-STORAGE     SECTION.
       01  file-handle     PIC X(4)   USAGE COMP-X.
       01  filename        PIC X(256) VALUE "Test.rsv".
       01  parm-filename   PIC X(256).
       01  offset          PIC X(8)   USAGE COMP-X.

       01  read-buffer     PIC X(1).
       01  numBytes        PIC X(4)   USAGE COMP-X.

       01  eof-switch      PIC X(1)   VALUE "N".
           88  end-of-rsv-file         VALUE "Y".

      *--- Output: a sorted RSV with its own fresh trailer, and the ----
      *--- duplicate-key exception file -- every row whose full key ---
      *--- another row shares, itself a readable RSV -------------------
       01  output-filename            PIC X(256).
       01  output-handle              PIC X(4)   USAGE COMP-X.
       01  output-offset              PIC X(8)   USAGE COMP-X.
       01  output-bytes               PIC X(4)   USAGE COMP-X.
       01  duplicate-filename         PIC X(266).
       01  duplicate-handle           PIC X(4)   USAGE COMP-X.
       01  duplicate-offset           PIC X(8)   USAGE COMP-X.
       01  duplicate-open-switch      PIC X(1)   VALUE "N".
           88  duplicate-file-open               VALUE "Y".
       01  sorted-rows-name           PIC X(266).
       01  sorted-rows-status         PIC X(2).
       01  sorted-rows-eof            PIC X(1)   VALUE "N".
           88  end-of-sorted-rows                VALUE "Y".

      *--- Duplicate handling: KEEP writes every row and reports the ---
      *--- duplicates; DROP keeps the first row of each key (in input --
      *--- order) and reports the rest; FAIL reports them and ends -----
      *--- the run without a sorted file. FAIL is the default -- a -----
      *--- duplicated key is exactly what must not ship unnoticed ------
       01  duplicate-mode-text        PIC X(8).
       01  duplicate-mode-switch      PIC X(1)   VALUE "F".
           88  duplicates-kept                   VALUE "K".
           88  duplicates-dropped                VALUE "D".
           88  duplicates-fail                   VALUE "F".

       01  skip-header-text           PIC X(1).
       01  skip-header-switch         PIC X(1)   VALUE "N".
           88  header-row-kept-first             VALUE "Y".

      *--- The sort keys, from RSVSORT-KEYS: a comma-separated list, ---
      *--- most significant first, of column[:A|D] where column is a ---
      *--- 1-based position or a name from the RSV-LAYOUT-FILE .LAY ----
      *--- the rest of the suite shares; A (the default) ascends, D ----
      *--- descends ----------------------------------------------------
       01  keys-text                  PIC X(256).
       01  keys-text-length           PIC 9(5)   USAGE COMP.
       01  key-limit                  PIC 9(3)   USAGE COMP VALUE 10.
       01  key-count                  PIC 9(3)   USAGE COMP VALUE 0.
       01  key-spec-table.
           05  key-spec OCCURS 10 TIMES PIC X(40).
       01  key-spec-overflow-switch   PIC X(1)   VALUE "N".
           88  too-many-key-specs                VALUE "Y".
       01  key-reference              PIC X(30).
       01  key-reference-length       PIC 9(5)   USAGE COMP.
       01  key-direction-text         PIC X(5).
       01  key-table.
           05  sort-key OCCURS 10 TIMES.
               10  key-column             PIC 9(5)   USAGE COMP.
               10  key-direction          PIC X(1).
                   88  key-is-descending             VALUE "D".
       01  key-index                  PIC 9(3)   USAGE COMP.
       01  key-error                  PIC X(60).
       01  key-error-switch           PIC X(1)   VALUE "N".
           88  key-spec-rejected                 VALUE "Y".

       01  layout-filename            PIC X(256).
       01  layout-file-status         PIC X(2).
       01  layout-record-length       PIC 9(5)   USAGE COMP.
       01  layout-name-count          PIC 9(5)   USAGE COMP VALUE 0.
       01  layout-name-table.
           05  layout-name OCCURS 20 TIMES PIC X(30).
       01  layout-index               PIC 9(5)   USAGE COMP.

      *--- A descending key is stored as each byte's complement, so ----
      *--- one ascending SORT serves every mix of directions. The two --
      *--- 256-byte tables are every byte value, upward and downward ---
       01  ascending-bytes            PIC X(256).
       01  descending-bytes           PIC X(256).
       01  table-byte                 PIC X(1).
       01  table-byte-num REDEFINES table-byte
                                      PIC 9(2)   USAGE COMP-X.
       01  table-index                PIC 9(5)   USAGE COMP.

      *--- The row walk: the same 0xFF/0xFE/0xFD walk the suite uses; --
      *--- every byte is kept for the rewrite, and key values are ------
      *--- captured as the row goes by ---------------------------------
       01  row-data-limit             PIC 9(5)   USAGE COMP VALUE 8000.
       01  row-data                   PIC X(8000).
       01  row-length                 PIC 9(5)   USAGE COMP VALUE 0.
       01  value-buffer               PIC X(64).
       01  value-length               PIC 9(5)   USAGE COMP VALUE 0.
       01  null-marker-switch         PIC X(1)   VALUE "N".
           88  value-is-null                     VALUE "Y".
       01  value-overflow-switch      PIC X(1)   VALUE "N".
           88  value-overflowed                  VALUE "Y".
       01  current-column             PIC 9(5)   USAGE COMP VALUE 0.
       01  current-row                PIC 9(9)   USAGE COMP VALUE 0.
       01  key-slot-work.
           05  key-slot OCCURS 10 TIMES.
               10  key-slot-flag          PIC X(1).
               10  key-slot-value         PIC X(64).
       01  header-row-data            PIC X(8000).
       01  header-row-length          PIC 9(5)   USAGE COMP VALUE 0.

      *--- Anything that makes the input unsortable stops the run -----
      *--- after the sort, and the half-made output is removed ---------
       01  abort-switch               PIC X(1)   VALUE "N".
           88  sort-aborted                      VALUE "Y".
       01  abort-message              PIC X(60).

      *--- The match pass holds one row and looks one ahead: a row is --
      *--- a duplicate when its key equals the row before or the row ---
      *--- after ------------------------------------------------------
       01  current-sorted.
           05  current-key-area       PIC X(650).
           05  current-row-number     PIC 9(9).
           05  current-row-length     PIC 9(5).
           05  current-row-data       PIC X(8000).
       01  current-held-switch        PIC X(1)   VALUE "N".
           88  current-row-held                  VALUE "Y".
       01  previous-key-area          PIC X(650).
       01  previous-held-switch       PIC X(1)   VALUE "N".
           88  previous-row-held                 VALUE "Y".
       01  row-duplicate-switch       PIC X(1).
           88  row-is-duplicate                  VALUE "Y".
       01  first-of-key-switch        PIC X(1).
           88  row-first-of-key                  VALUE "Y".

       01  input-row-count            PIC 9(9)   USAGE COMP VALUE 0.
       01  written-row-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  dropped-row-count          PIC 9(9)   USAGE COMP VALUE 0.
       01  duplicate-row-count        PIC 9(9)   USAGE COMP VALUE 0.
       01  duplicate-key-count        PIC 9(9)   USAGE COMP VALUE 0.

      *--- The input's own trailer is read for two things: a ----------
      *--- multi-part extract is refused (only its base part is this ---
      *--- file), and a masked extract's flag carries over -- sorting --
      *--- does not unmask anything ------------------------------------
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
       01  input-mask-flag            PIC X(1)   VALUE SPACE.
       01  input-mask-file            PIC X(26)  VALUE SPACES.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)   VALUE "rsvsort".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-module-switch          PIC X(1)   VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO parm-filename.
           ACCEPT parm-filename FROM COMMAND-LINE.
           IF parm-filename NOT = SPACES
               MOVE parm-filename TO filename
           END-IF

           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM LOAD-LAYOUT-NAMES.
           PERFORM LOAD-SORT-KEYS.
           PERFORM READ-INPUT-TRAILER.
           PERFORM BUILD-BYTE-TABLES.
           PERFORM LOG-RUN-START.

           PERFORM START-READING-RSV.
           PERFORM START-WRITING-OUTPUT.

           SORT SORT-WORK
               ON ASCENDING KEY sort-work-key-area
                                sort-work-row-number
               INPUT PROCEDURE IS FEED-ROWS-TO-SORT
               GIVING SORTED-ROWS.

           CALL "CBL_CLOSE_FILE" USING file-handle.

           IF NOT sort-aborted
               PERFORM WRITE-SORTED-ROWS
           END-IF
           CALL "CBL_CLOSE_FILE" USING output-handle.
           IF duplicate-file-open
               CALL "CBL_CLOSE_FILE" USING duplicate-handle
           END-IF
           CALL "CBL_DELETE_FILE" USING sorted-rows-name.

           IF duplicates-fail AND duplicate-row-count > 0
               MOVE "duplicate keys found -- no sorted file written"
                   TO abort-message
               SET sort-aborted TO TRUE
           END-IF

           DISPLAY "Rows read:        " input-row-count.
           DISPLAY "Rows written:     " written-row-count.
           DISPLAY "Duplicate keys:   " duplicate-key-count.
           DISPLAY "Duplicate rows:   " duplicate-row-count.
           DISPLAY "Rows dropped:     " dropped-row-count.

           IF sort-aborted
               PERFORM REMOVE-SORTED-OUTPUT
               DISPLAY abort-message
               MOVE abort-message TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM LOG-RUN-END
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM WRITE-FINAL-TRAILER-FILE
               PERFORM LOG-RUN-END
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started input="   DELIMITED BY SIZE
                  filename           DELIMITED BY SPACE
                  " output="         DELIMITED BY SIZE
                  output-filename    DELIMITED BY SPACE
                  " keys="           DELIMITED BY SIZE
                  keys-text(1:keys-text-length)
                                     DELIMITED BY SIZE
                  " duplicates="     DELIMITED BY SIZE
                  duplicate-mode-text DELIMITED BY SPACE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE written-row-count   TO log-number-a.
           MOVE duplicate-row-count TO log-number-b.
           MOVE dropped-row-count   TO log-number-c.
           MOVE SPACES TO log-message.
           IF sort-aborted
               STRING "ended rc=1 rows="     DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " duplicates="         DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               STRING "ended rc=0 rows="     DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " duplicates="         DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " dropped="            DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The sort must not die because the logging module is ---------
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

      *--- The command line names the extract; the output, the keys, ---
      *--- the duplicate rule and the header flag come from the --------
      *--- environment. The output defaults to the input name plus -----
      *--- .SRT and may never be the input itself -- sorting in place --
      *--- would truncate the rows still to be read --------------------
       TAKE-RUNTIME-PARAMETERS.
           MOVE SPACES TO output-filename.
           ACCEPT output-filename
               FROM ENVIRONMENT "RSVSORT-OUTPUT-FILE".
           IF output-filename = SPACES
               STRING filename DELIMITED BY SPACE
                      ".SRT"   DELIMITED BY SIZE
                      INTO output-filename
           END-IF
           IF output-filename = filename
               DISPLAY "Sort output must not be the input file"
               MOVE "ended rc=1 output names the input file"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE SPACES TO duplicate-mode-text.
           ACCEPT duplicate-mode-text
               FROM ENVIRONMENT "RSVSORT-DUPLICATES".
           EVALUATE duplicate-mode-text
               WHEN "KEEP    "
                   MOVE "K" TO duplicate-mode-switch
               WHEN "DROP    "
                   MOVE "D" TO duplicate-mode-switch
               WHEN "FAIL    "
                   MOVE "F" TO duplicate-mode-switch
               WHEN SPACES
                   MOVE "F" TO duplicate-mode-switch
                   MOVE "FAIL" TO duplicate-mode-text
               WHEN OTHER
                   DISPLAY "Bad duplicate rule: " duplicate-mode-text
                   MOVE "ended rc=1 bad duplicate rule" TO log-message
                   PERFORM STOP-ON-BAD-PARAMETER
           END-EVALUATE

           MOVE SPACES TO skip-header-text.
           ACCEPT skip-header-text
               FROM ENVIRONMENT "RSVSORT-SKIP-HEADER".
           IF skip-header-text = "Y"
               SET header-row-kept-first TO TRUE
           END-IF

           MOVE SPACES TO duplicate-filename.
           STRING output-filename DELIMITED BY SPACE
                  ".DUP"          DELIMITED BY SIZE
                  INTO duplicate-filename.
           MOVE SPACES TO sorted-rows-name.
           STRING output-filename DELIMITED BY SPACE
                  ".SR1"          DELIMITED BY SIZE
                  INTO sorted-rows-name.
           EXIT.

       STOP-ON-BAD-PARAMETER.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *--- Column names are only needed when a key is named; a layout --
      *--- that is named but cannot be read is fatal all the same ------
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

      *--- Every key is resolved to a column before a byte is read; ---
      *--- a key that names nothing would otherwise sort the whole -----
      *--- file on an empty value and call it done ---------------------
       LOAD-SORT-KEYS.
           MOVE SPACES TO keys-text.
           ACCEPT keys-text FROM ENVIRONMENT "RSVSORT-KEYS".
           PERFORM TRIM-ONE-KEYS-BYTE
               VARYING keys-text-length FROM 256 BY -1
               UNTIL keys-text-length = 0
                  OR keys-text(keys-text-length:1) NOT = SPACE.
           IF keys-text-length = 0
               DISPLAY "No sort keys named"
               MOVE "ended rc=1 no sort keys named" TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           MOVE SPACES TO key-spec-table.
           MOVE 0 TO key-count.
           UNSTRING keys-text(1:keys-text-length)
               DELIMITED BY ","
               INTO key-spec(1), key-spec(2), key-spec(3),
                    key-spec(4), key-spec(5), key-spec(6),
                    key-spec(7), key-spec(8), key-spec(9),
                    key-spec(10)
               TALLYING IN key-count
               ON OVERFLOW
                   SET too-many-key-specs TO TRUE
           END-UNSTRING
           IF too-many-key-specs
               DISPLAY "More than ten sort keys named"
               MOVE "ended rc=1 more than ten sort keys"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF

           PERFORM RESOLVE-ONE-SORT-KEY
               VARYING key-index FROM 1 BY 1
               UNTIL key-index > key-count
                  OR key-spec-rejected.
           IF key-spec-rejected
               DISPLAY "Bad sort key: " key-error
               MOVE SPACES TO log-message
               STRING "ended rc=1 bad sort key: " DELIMITED BY SIZE
                      key-error                   DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           EXIT.

       TRIM-ONE-KEYS-BYTE.
           CONTINUE.
           EXIT.

       RESOLVE-ONE-SORT-KEY.
           MOVE SPACES TO key-reference.
           MOVE SPACES TO key-direction-text.
           UNSTRING key-spec(key-index)
               DELIMITED BY ":"
               INTO key-reference, key-direction-text
           END-UNSTRING
           PERFORM TRIM-ONE-REFERENCE-BYTE
               VARYING key-reference-length FROM 30 BY -1
               UNTIL key-reference-length = 0
                  OR key-reference(key-reference-length:1)
                     NOT = SPACE.

           EVALUATE TRUE
               WHEN key-reference-length = 0
                   MOVE "empty key in the list" TO key-error
                   SET key-spec-rejected TO TRUE
               WHEN key-direction-text = SPACES
               WHEN key-direction-text = "A"
                   MOVE "A" TO key-direction(key-index)
               WHEN key-direction-text = "D"
                   MOVE "D" TO key-direction(key-index)
               WHEN OTHER
                   MOVE key-spec(key-index) TO key-error
                   SET key-spec-rejected TO TRUE
           END-EVALUATE

           IF NOT key-spec-rejected
               IF key-reference(1:key-reference-length) NUMERIC
                   IF key-reference-length > 5
                      OR key-reference(1:key-reference-length)
                         = ZEROES
                       MOVE key-spec(key-index) TO key-error
                       SET key-spec-rejected TO TRUE
                   ELSE
                       MOVE key-reference(1:key-reference-length)
                           TO key-column(key-index)
                   END-IF
               ELSE
                   PERFORM FIND-KEY-NAME-IN-LAYOUT
               END-IF
           END-IF
           EXIT.

       TRIM-ONE-REFERENCE-BYTE.
           CONTINUE.
           EXIT.

       FIND-KEY-NAME-IN-LAYOUT.
           MOVE 0 TO key-column(key-index).
           PERFORM MATCH-ONE-LAYOUT-NAME
               VARYING layout-index FROM 1 BY 1
               UNTIL layout-index > layout-name-count
                  OR key-column(key-index) > 0.
           IF key-column(key-index) = 0
               MOVE SPACES TO key-error
               STRING key-reference(1:key-reference-length)
                                          DELIMITED BY SIZE
                      " is not a column in the layout"
                                          DELIMITED BY SIZE
                      INTO key-error
               END-STRING
               SET key-spec-rejected TO TRUE
           END-IF
           EXIT.

       MATCH-ONE-LAYOUT-NAME.
           IF layout-name(layout-index) = key-reference
               MOVE layout-index TO key-column(key-index)
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
               IF RETURN-CODE = 0
                   IF trailer-part-count NUMERIC
                      AND trailer-part-count > 0
                       CALL "CBL_CLOSE_FILE"
                           USING trailer-file-handle
                       DISPLAY "Input is a multi-part extract -- "
                           "sort the loaded whole instead"
                       MOVE "ended rc=1 input is a multi-part extract"
                           TO log-message
                       PERFORM STOP-ON-BAD-PARAMETER
                   END-IF
                   MOVE trailer-mask-flag TO input-mask-flag
                   MOVE trailer-mask-file TO input-mask-file
               END-IF
               CALL "CBL_CLOSE_FILE" USING trailer-file-handle
           END-IF
           EXIT.

       BUILD-BYTE-TABLES.
           PERFORM SET-ONE-TABLE-BYTE
               VARYING table-index FROM 1 BY 1
               UNTIL table-index > 256.
           EXIT.

       SET-ONE-TABLE-BYTE.
           COMPUTE table-byte-num = table-index - 1.
           MOVE table-byte TO ascending-bytes(table-index:1).
           COMPUTE table-byte-num = 256 - table-index.
           MOVE table-byte TO descending-bytes(table-index:1).
           EXIT.

       START-READING-RSV.
           CALL "CBL_OPEN_FILE"
               USING filename, 1, 0, 0, file-handle.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not open file: " RETURN-CODE
               MOVE "ended rc=1 input could not be opened"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE 0 TO offset.
           EXIT.

      *--- A stale exception file from an earlier run is removed, so ---
      *--- its presence always means this run found duplicates ---------
       START-WRITING-OUTPUT.
           CALL "CBL_DELETE_FILE" USING duplicate-filename.
           CALL "CBL_CREATE_FILE"
               USING output-filename, 2, 0, 0, output-handle.
           IF RETURN-CODE NOT = 0
               DISPLAY "Could not create sorted file: " RETURN-CODE
               CALL "CBL_CLOSE_FILE" USING file-handle
               MOVE "ended rc=1 sorted file could not be created"
                   TO log-message
               PERFORM STOP-ON-BAD-PARAMETER
           END-IF
           MOVE 0 TO output-offset.
           EXIT.

       FEED-ROWS-TO-SORT.
           MOVE "N" TO eof-switch.
           PERFORM START-ONE-ROW.
           PERFORM READ-AND-COLLECT-BYTE
               UNTIL end-of-rsv-file OR sort-aborted.
           IF NOT sort-aborted AND row-length > 0
               MOVE "extract ends part-way through a row"
                   TO abort-message
               SET sort-aborted TO TRUE
           END-IF
           EXIT.

       START-ONE-ROW.
           MOVE 0 TO row-length.
           MOVE 0 TO current-column.
           MOVE 0 TO value-length.
           MOVE SPACES TO value-buffer.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO value-overflow-switch.
           PERFORM CLEAR-ONE-KEY-SLOT
               VARYING key-index FROM 1 BY 1
               UNTIL key-index > key-limit.
           EXIT.

      *--- A column the row never reaches sorts as a null -------------
       CLEAR-ONE-KEY-SLOT.
           MOVE "0"    TO key-slot-flag(key-index).
           MOVE SPACES TO key-slot-value(key-index).
           EXIT.

       READ-AND-COLLECT-BYTE.
           MOVE 1 TO numBytes.
           CALL "CBL_READ_FILE"
               USING file-handle, offset, numBytes, 0, read-buffer.
           IF RETURN-CODE <> 0
               SET end-of-rsv-file TO TRUE
           ELSE
               ADD 1 TO offset
               IF row-length >= row-data-limit
                   MOVE "row longer than the sort can carry"
                       TO abort-message
                   SET sort-aborted TO TRUE
               ELSE
                   ADD 1 TO row-length
                   MOVE read-buffer TO row-data(row-length:1)
                   EVALUATE read-buffer
                       WHEN X"FF"
                           PERFORM FINISH-ONE-VALUE
                       WHEN X"FD"
                           PERFORM FINISH-ONE-ROW
                       WHEN X"FE"
                           SET value-is-null TO TRUE
                       WHEN OTHER
                           IF value-length < 64
                               ADD 1 TO value-length
                               MOVE read-buffer
                                   TO value-buffer(value-length:1)
                           ELSE
                               SET value-overflowed TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       FINISH-ONE-VALUE.
           ADD 1 TO current-column.
           PERFORM FILL-ONE-KEY-SLOT
               VARYING key-index FROM 1 BY 1
               UNTIL key-index > key-count.
           MOVE 0 TO value-length.
           MOVE SPACES TO value-buffer.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO value-overflow-switch.
           EXIT.

      *--- Rows whose keys differ only past byte 64 would sort as ------
      *--- equals and be reported, or dropped, as duplicates, so a -----
      *--- key value that does not fit stops the run; the header row --
      *--- kept first is never compared and may be any length ---------
       FILL-ONE-KEY-SLOT.
           IF key-column(key-index) = current-column
              AND NOT value-is-null
               MOVE "1"          TO key-slot-flag(key-index)
               MOVE value-buffer TO key-slot-value(key-index)
               IF value-overflowed
                  AND NOT (current-row = 0 AND header-row-kept-first)
                   MOVE "key value longer than 64 bytes"
                       TO abort-message
                   SET sort-aborted TO TRUE
               END-IF
           END-IF
           EXIT.

      *--- The header row, when there is one, goes straight out ahead --
      *--- of the sorted body and is never compared as a key ----------
       FINISH-ONE-ROW.
           ADD 1 TO current-row.
           ADD 1 TO input-row-count.
           IF current-row = 1 AND header-row-kept-first
               MOVE row-data(1:row-length) TO header-row-data
               MOVE row-length TO header-row-length
               MOVE row-data(1:row-length) TO current-row-data
               MOVE row-length TO current-row-length
               PERFORM WRITE-ROW-TO-OUTPUT
           ELSE
               PERFORM BUILD-SORT-KEY-AREA
               MOVE current-row            TO sort-work-row-number
               MOVE row-length             TO sort-work-row-length
               MOVE row-data(1:row-length) TO sort-work-row-data
               RELEASE sort-work-record
           END-IF
           PERFORM START-ONE-ROW.
           EXIT.

       BUILD-SORT-KEY-AREA.
           MOVE SPACES TO sort-work-key-area.
           PERFORM BUILD-ONE-SORT-KEY-SLOT
               VARYING key-index FROM 1 BY 1
               UNTIL key-index > key-count.
           EXIT.

       BUILD-ONE-SORT-KEY-SLOT.
           MOVE key-slot(key-index) TO sort-work-key-slot(key-index).
           IF key-is-descending(key-index)
               INSPECT sort-work-key-slot(key-index)
                   CONVERTING ascending-bytes TO descending-bytes
           END-IF
           EXIT.

      *--- One row held, one read ahead; the first row of each key ----
      *--- is the one DROP keeps -- ties were sorted by row number, ----
      *--- so that is the row that came first in the input -------------
       WRITE-SORTED-ROWS.
           OPEN INPUT SORTED-ROWS.
           MOVE "N" TO sorted-rows-eof.
           MOVE "N" TO current-held-switch.
           MOVE "N" TO previous-held-switch.
           PERFORM READ-SORTED-ROW.
           IF NOT end-of-sorted-rows
               MOVE sorted-rows-record TO current-sorted
               SET current-row-held TO TRUE
               PERFORM READ-SORTED-ROW
           END-IF
           PERFORM WRITE-ONE-SORTED-ROW
               UNTIL NOT current-row-held.
           CLOSE SORTED-ROWS.
           EXIT.

       READ-SORTED-ROW.
           READ SORTED-ROWS
               AT END
                   SET end-of-sorted-rows TO TRUE
           END-READ
           EXIT.

       WRITE-ONE-SORTED-ROW.
           MOVE "N" TO row-duplicate-switch.
           MOVE "Y" TO first-of-key-switch.
           IF previous-row-held
              AND previous-key-area = current-key-area
               SET row-is-duplicate TO TRUE
               MOVE "N" TO first-of-key-switch
           END-IF
           IF NOT end-of-sorted-rows
              AND sorted-key-area = current-key-area
               SET row-is-duplicate TO TRUE
           END-IF

           IF row-is-duplicate
               ADD 1 TO duplicate-row-count
               IF row-first-of-key
                   ADD 1 TO duplicate-key-count
               END-IF
               PERFORM WRITE-ROW-TO-DUPLICATES
           END-IF
           IF duplicates-dropped AND NOT row-first-of-key
               ADD 1 TO dropped-row-count
           ELSE
               PERFORM WRITE-ROW-TO-OUTPUT
           END-IF

           MOVE current-key-area TO previous-key-area.
           SET previous-row-held TO TRUE.
           IF end-of-sorted-rows
               MOVE "N" TO current-held-switch
           ELSE
               MOVE sorted-rows-record TO current-sorted
               PERFORM READ-SORTED-ROW
           END-IF
           EXIT.

       WRITE-ROW-TO-OUTPUT.
           MOVE current-row-length TO output-bytes.
           CALL "CBL_WRITE_FILE"
               USING output-handle, output-offset, output-bytes, 0,
                     current-row-data.
           IF RETURN-CODE <> 0
               DISPLAY "Could not write sorted row: " RETURN-CODE
               MOVE "sorted file could not be written"
                   TO abort-message
               SET sort-aborted TO TRUE
           END-IF
           ADD current-row-length TO output-offset.
           ADD 1 TO written-row-count.
           EXIT.

      *--- The exception file is an RSV of its own, led by the header --
      *--- row when there is one, so rsvdump or rsv2csv can show it ----
       WRITE-ROW-TO-DUPLICATES.
           IF NOT duplicate-file-open
               CALL "CBL_CREATE_FILE"
                   USING duplicate-filename, 2, 0, 0,
                         duplicate-handle
               IF RETURN-CODE NOT = 0
                   DISPLAY "Could not create duplicate file: "
                       RETURN-CODE
                   MOVE "duplicate file could not be created"
                       TO abort-message
                   SET sort-aborted TO TRUE
               ELSE
                   SET duplicate-file-open TO TRUE
                   MOVE 0 TO duplicate-offset
                   IF header-row-length > 0
                       MOVE header-row-length TO output-bytes
                       CALL "CBL_WRITE_FILE"
                           USING duplicate-handle, duplicate-offset,
                                 output-bytes, 0, header-row-data
                       PERFORM CHECK-DUPLICATE-WRITE
                       ADD header-row-length TO duplicate-offset
                   END-IF
               END-IF
           END-IF
           IF duplicate-file-open
               MOVE current-row-length TO output-bytes
               CALL "CBL_WRITE_FILE"
                   USING duplicate-handle, duplicate-offset,
                         output-bytes, 0, current-row-data
               PERFORM CHECK-DUPLICATE-WRITE
               ADD current-row-length TO duplicate-offset
           END-IF
           EXIT.

       CHECK-DUPLICATE-WRITE.
           IF RETURN-CODE <> 0
               DISPLAY "Could not write duplicate row: " RETURN-CODE
               MOVE "duplicate file could not be written"
                   TO abort-message
               SET sort-aborted TO TRUE
           END-IF
           EXIT.

      *--- A run that stops leaves neither a sorted file nor a --------
      *--- trailer from an earlier run that could pass for one ---------
       REMOVE-SORTED-OUTPUT.
           CALL "CBL_DELETE_FILE" USING output-filename.
           MOVE SPACES TO trailer-filename.
           STRING output-filename DELIMITED BY SPACE
                  ".TRL"          DELIMITED BY SIZE
                  INTO trailer-filename.
           CALL "CBL_DELETE_FILE" USING trailer-filename.
           EXIT.

      *--- A fresh trailer in rsv's own layout: the rows and bytes -----
      *--- now in the file, every row read, and the rows DROP left -----
      *--- out as the excluded count, so rsvrecon reconciles the -------
      *--- sorted file exactly as it would a fresh extract -------------
       WRITE-FINAL-TRAILER-FILE.
           MOVE SPACES TO trailer-filename.
           STRING output-filename DELIMITED BY SPACE
                  ".TRL"          DELIMITED BY SIZE
                  INTO trailer-filename.
           MOVE SPACES            TO trailer-record.
           MOVE written-row-count TO trailer-row-count.
           MOVE output-offset     TO trailer-byte-offset.
           MOVE input-row-count   TO trailer-input-count.
           MOVE written-row-count TO trailer-included-count.
           MOVE dropped-row-count TO trailer-excluded-count.
           MOVE 0                 TO trailer-part-count.
           MOVE written-row-count TO trailer-part-row-count.
           MOVE output-offset     TO trailer-part-byte-offset.
           MOVE input-mask-flag   TO trailer-mask-flag.
           MOVE input-mask-file   TO trailer-mask-file.

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
