               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS prior-sorted-status.
           SELECT SORT-WORK ASSIGN TO "rsvdelta.swk".
      *--- The change-detail report sits beside the delta; the layout --
      *--- is the same optional .LAY that rsv and rsvseek take ---------
           SELECT CHANGE-DETAIL ASSIGN TO DYNAMIC detail-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS detail-file-status.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC layout-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS layout-file-status.

       DATA                DIVISION.
       FILE                SECTION.
           05  sort-work-length       PIC 9(4).
           05  sort-work-data         PIC X(4091).

      *--- A detail line carries a whole before or after value, and ----
      *--- a master field can run to the full record width -- nothing --
      *--- is ever cut short on a report audit relies on ---------------
       FD  CHANGE-DETAIL
           RECORD IS VARYING IN SIZE FROM 1 TO 4200 CHARACTERS
           DEPENDING ON detail-record-length.
       01  detail-record              PIC X(4200).

       FD  LAYOUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON layout-record-length.
       01  layout-record              PIC X(600).

       WORKING-STORAGE     SECTION.
       01  current-filename           PIC X(256)
           VALUE "CUSTMAST.DAT".
       01  deleted-count              PIC 9(9)   USAGE COMP VALUE 0.
       01  unchanged-count            PIC 9(9)   USAGE COMP VALUE 0.
       01  rejected-count             PIC 9(9)   USAGE COMP VALUE 0.
       01  rejected-before-write      PIC 9(9)   USAGE COMP.

      *--- Change detail: every "C" key that reaches the delta gets ----
      *--- each differing pipe-delimited field listed before and after -
       01  detail-filename            PIC X(266).
       01  detail-file-status         PIC X(2).
       01  detail-record-length       PIC 9(5)   USAGE COMP.
      *--- A report that cannot be written fails the run once, not -----
      *--- once per line -----------------------------------------------
       01  detail-write-switch        PIC X(1)   VALUE "N".
           88  detail-write-failed               VALUE "Y".
       01  detail-line-buffer         PIC X(4200).
       01  detail-line-length         PIC 9(5)   USAGE COMP.

      *--- Column names from the .LAY file when one is named, exactly --
      *--- as rsvseek loads them; without one a column is reported by --
      *--- its position alone ------------------------------------------
       01  layout-filename            PIC X(256).
       01  layout-file-status         PIC X(2).
       01  layout-record-length       PIC 9(5)   USAGE COMP.
       01  layout-name-count          PIC 9(5)   USAGE COMP VALUE 0.
       01  layout-name-table.
           05  layout-name OCCURS 20 TIMES PIC X(30).
       01  name-length                PIC 9(5)   USAGE COMP.
       01  detail-key-length          PIC 9(5)   USAGE COMP.

      *--- One field at a time is taken from each side with a pointer --
      *--- walk; a record ending in a delimiter still has one more -----
      *--- (empty) field, and a field past the end of the shorter ------
      *--- record is absent, which differs from any value --------------
       01  current-field-buffer       PIC X(4091).
       01  current-field-length       PIC 9(5)   USAGE COMP.
       01  current-field-pointer      PIC 9(5)   USAGE COMP.
       01  current-field-delimiter    PIC X(1).
       01  current-field-switch       PIC X(1).
           88  current-field-present             VALUE "Y".
       01  current-more-switch        PIC X(1).
           88  current-has-more-fields           VALUE "Y".
       01  prior-field-buffer         PIC X(4091).
       01  prior-field-length         PIC 9(5)   USAGE COMP.
       01  prior-field-pointer        PIC 9(5)   USAGE COMP.
       01  prior-field-delimiter      PIC X(1).
       01  prior-field-switch         PIC X(1).
           88  prior-field-present               VALUE "Y".
       01  prior-more-switch          PIC X(1).
           88  prior-has-more-fields             VALUE "Y".
       01  field-scan-switch          PIC X(1).
           88  field-scan-done                   VALUE "Y".
       01  fields-differ-count        PIC 9(5)   USAGE COMP.

      *--- One changed-record count per column position, 200 wide like -
      *--- rsvstat -- anything further out lands in the overflow count -
       01  column-limit               PIC 9(5)   USAGE COMP VALUE 200.
       01  column-change-table.
           05  column-change-count OCCURS 200 TIMES
                                      PIC 9(9)   USAGE COMP.
       01  column-number              PIC 9(5)   USAGE COMP.
       01  column-index               PIC 9(5)   USAGE COMP.
       01  highest-changed-column     PIC 9(5)   USAGE COMP VALUE 0.
       01  column-overflow-count      PIC 9(9)   USAGE COMP VALUE 0.
       01  display-column             PIC Z(4)9.
       01  display-count              PIC Z(8)9.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       PROCEDURE DIVISION.
           PERFORM TAKE-RUNTIME-PARAMETERS.
           PERFORM LOAD-FILE-FORMATS.
           PERFORM LOAD-LAYOUT-NAMES.
           PERFORM BUILD-SORTED-WORK-FILENAMES.
           PERFORM LOG-RUN-START.
           PERFORM CHECK-INPUT-FILES-EXIST.
           END-EVALUATE
           EXIT.

      *--- The .LAY column names are optional dressing for the change --
      *--- detail; a layout that is named but cannot be read is fatal --
      *--- before anything is written, as in rsvseek -------------------
       LOAD-LAYOUT-NAMES.
           PERFORM CLEAR-ONE-COLUMN-COUNT
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > column-limit.
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
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM READ-LAYOUT-NAMES
                   CLOSE LAYOUT-FILE
               END-IF
           END-IF
           EXIT.

       CLEAR-ONE-COLUMN-COUNT.
           MOVE 0 TO column-change-count(column-index).
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

       BUILD-SORTED-WORK-FILENAMES.
           MOVE SPACES TO current-sorted-name.
           STRING delta-filename DELIMITED BY SPACE
           STRING delta-filename DELIMITED BY SPACE
                  ".SR2"         DELIMITED BY SIZE
                  INTO prior-sorted-name.
           MOVE SPACES TO detail-filename.
           STRING delta-filename DELIMITED BY SPACE
                  ".CHG"         DELIMITED BY SIZE
                  INTO detail-filename.
           EXIT.

      *--- A missing prior snapshot is refused rather than treated as --
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CHANGE-DETAIL.

           MOVE "N" TO current-sorted-eof.
           MOVE "N" TO prior-sorted-eof.
           ELSE
               CLOSE DELTA-OUTPUT
           END-IF
           PERFORM FINISH-CHANGE-DETAIL.
           EXIT.

       READ-CURRENT-SORTED.
                   MOVE "A" TO change-type
                   MOVE current-sorted-data   TO extract-key-source
                   MOVE current-sorted-length TO record-length
                   MOVE rejected-count TO rejected-before-write
                   PERFORM WRITE-DELTA-RECORD
                   IF rejected-count = rejected-before-write
                       ADD 1 TO added-count
                   END-IF
                   PERFORM READ-CURRENT-SORTED
               WHEN current-sorted-key > prior-sorted-key
                   MOVE "D" TO change-type
                   MOVE prior-sorted-data   TO extract-key-source
                   MOVE prior-sorted-length TO record-length
                   MOVE rejected-count TO rejected-before-write
                   PERFORM WRITE-DELTA-RECORD
                   IF rejected-count = rejected-before-write
                       ADD 1 TO deleted-count
                   END-IF
                   PERFORM READ-PRIOR-SORTED
               WHEN current-sorted-length = prior-sorted-length
                AND current-sorted-data = prior-sorted-data
                   MOVE "C" TO change-type
                   MOVE current-sorted-data   TO extract-key-source
                   MOVE current-sorted-length TO record-length
                   MOVE rejected-count TO rejected-before-write
                   PERFORM WRITE-DELTA-RECORD
      *--- only a change that reached the delta is counted and ---------
      *--- detailed, so the counts and the .CHG agree ------------------
                   IF rejected-count = rejected-before-write
                       ADD 1 TO changed-count
                       PERFORM WRITE-CHANGE-DETAIL
                   END-IF
                   PERFORM READ-CURRENT-SORTED
                   PERFORM READ-PRIOR-SORTED
           END-EVALUATE
           END-IF
           EXIT.

      *--- Change-detail report ----------------------------------------
       OPEN-CHANGE-DETAIL.
           OPEN OUTPUT CHANGE-DETAIL.
           IF detail-file-status NOT = "00"
               DISPLAY "Could not open change detail report: "
                   detail-file-status
               MOVE "ended rc=1 change detail could not be opened"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               CLOSE CURRENT-SORTED
               CLOSE PRIOR-SORTED
               IF output-is-prefixed
                   CLOSE DELTA-OUTPUT-PFX
               ELSE
                   CLOSE DELTA-OUTPUT
               END-IF
               PERFORM REMOVE-SORTED-WORK-FILES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO detail-line-buffer.
           STRING "Change detail for: " DELIMITED BY SIZE
                  delta-filename        DELIMITED BY SPACE
                  " current="           DELIMITED BY SIZE
                  current-filename      DELIMITED BY SPACE
                  " prior="             DELIMITED BY SIZE
                  prior-filename        DELIMITED BY SPACE
                  INTO detail-line-buffer
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO detail-line-buffer.
           PERFORM WRITE-DETAIL-LINE.
           EXIT.

      *--- One block per changed key: a key line, then a column line ---
      *--- with its before and after values for each field that -------
      *--- differs -----------------------------------------------------
       WRITE-CHANGE-DETAIL.
           PERFORM FIND-DETAIL-KEY-LENGTH.
           MOVE SPACES TO detail-line-buffer.
           MOVE "Key " TO detail-line-buffer.
           IF detail-key-length > 0
               MOVE current-sorted-key(1:detail-key-length)
                   TO detail-line-buffer(5:detail-key-length)
           END-IF
           PERFORM WRITE-DETAIL-LINE.

           MOVE 1   TO current-field-pointer.
           MOVE 1   TO prior-field-pointer.
           MOVE "Y" TO current-more-switch.
           MOVE "Y" TO prior-more-switch.
           MOVE "N" TO field-scan-switch.
           MOVE 0   TO column-number.
           MOVE 0   TO fields-differ-count.
           PERFORM COMPARE-NEXT-FIELD-PAIR
               UNTIL field-scan-done.

      *--- the records differ only in what the fixed shape trims away --
           IF fields-differ-count = 0
               MOVE "  no field-level difference (record length only)"
                   TO detail-line-buffer
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT.

       COMPARE-NEXT-FIELD-PAIR.
           ADD 1 TO column-number.
           PERFORM TAKE-NEXT-CURRENT-FIELD.
           PERFORM TAKE-NEXT-PRIOR-FIELD.
           IF NOT current-field-present AND NOT prior-field-present
               SET field-scan-done TO TRUE
           ELSE
               IF current-field-switch NOT = prior-field-switch
                  OR current-field-length NOT = prior-field-length
                  OR current-field-buffer NOT = prior-field-buffer
                   PERFORM REPORT-ONE-CHANGED-FIELD
               END-IF
           END-IF
           EXIT.

       TAKE-NEXT-CURRENT-FIELD.
           MOVE SPACES TO current-field-buffer.
           MOVE 0      TO current-field-length.
           MOVE "N"    TO current-field-switch.
           IF current-has-more-fields
               SET current-field-present TO TRUE
               IF current-field-pointer > current-sorted-length
                   MOVE "N" TO current-more-switch
               ELSE
                   MOVE SPACE TO current-field-delimiter
                   UNSTRING current-sorted-data(1:current-sorted-length)
                       DELIMITED BY "|"
                       INTO current-field-buffer
                       DELIMITER IN current-field-delimiter
                       COUNT IN current-field-length
                       WITH POINTER current-field-pointer
                   END-UNSTRING
                   IF current-field-delimiter NOT = "|"
                       MOVE "N" TO current-more-switch
                   END-IF
               END-IF
           END-IF
           EXIT.

       TAKE-NEXT-PRIOR-FIELD.
           MOVE SPACES TO prior-field-buffer.
           MOVE 0      TO prior-field-length.
           MOVE "N"    TO prior-field-switch.
           IF prior-has-more-fields
               SET prior-field-present TO TRUE
               IF prior-field-pointer > prior-sorted-length
                   MOVE "N" TO prior-more-switch
               ELSE
                   MOVE SPACE TO prior-field-delimiter
                   UNSTRING prior-sorted-data(1:prior-sorted-length)
                       DELIMITED BY "|"
                       INTO prior-field-buffer
                       DELIMITER IN prior-field-delimiter
                       COUNT IN prior-field-length
                       WITH POINTER prior-field-pointer
                   END-UNSTRING
                   IF prior-field-delimiter NOT = "|"
                       MOVE "N" TO prior-more-switch
                   END-IF
               END-IF
           END-IF
           EXIT.

       REPORT-ONE-CHANGED-FIELD.
           ADD 1 TO fields-differ-count.
           IF column-number > column-limit
               ADD 1 TO column-overflow-count
           ELSE
               ADD 1 TO column-change-count(column-number)
               IF column-number > highest-changed-column
                   MOVE column-number TO highest-changed-column
               END-IF
           END-IF

           MOVE column-number TO column-index.
           PERFORM BUILD-COLUMN-LABEL.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO detail-line-buffer.
           IF prior-field-present
               STRING "    before: "  DELIMITED BY SIZE
                      INTO detail-line-buffer
               END-STRING
               IF prior-field-length > 0
                   MOVE prior-field-buffer(1:prior-field-length)
                       TO detail-line-buffer(13:prior-field-length)
               END-IF
           ELSE
               MOVE "    before: (no such field)" TO detail-line-buffer
           END-IF
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO detail-line-buffer.
           IF current-field-present
               STRING "    after:  "  DELIMITED BY SIZE
                      INTO detail-line-buffer
               END-STRING
               IF current-field-length > 0
                   MOVE current-field-buffer(1:current-field-length)
                       TO detail-line-buffer(13:current-field-length)
               END-IF
           ELSE
               MOVE "    after:  (no such field)" TO detail-line-buffer
           END-IF
           PERFORM WRITE-DETAIL-LINE.
           EXIT.

      *--- "column N" alone, or "column N NAME" when the layout names --
      *--- the position -- the summary lines use the same label --------
       BUILD-COLUMN-LABEL.
           MOVE column-index TO display-column.
           MOVE SPACES TO detail-line-buffer.
           IF column-index <= layout-name-count
              AND layout-name(column-index) NOT = SPACES
               PERFORM FIND-LAYOUT-NAME-LENGTH
               STRING "  column "       DELIMITED BY SIZE
                      display-column    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      layout-name(column-index)(1:name-length)
                                        DELIMITED BY SIZE
                      INTO detail-line-buffer
               END-STRING
           ELSE
               STRING "  column "       DELIMITED BY SIZE
                      display-column    DELIMITED BY SIZE
                      INTO detail-line-buffer
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

      *--- Trailing pad only -- a key such as "ACME CORP" is shown -----
      *--- whole, embedded space and all -------------------------------
       FIND-DETAIL-KEY-LENGTH.
           PERFORM TRIM-ONE-KEY-BYTE
               VARYING detail-key-length
               FROM 64 BY -1
               UNTIL detail-key-length = 0
                  OR current-sorted-key(detail-key-length:1)
                     NOT = SPACE.
           EXIT.

       TRIM-ONE-KEY-BYTE.
           CONTINUE.
           EXIT.

      *--- The summary: how many changed records touched each column ---
       FINISH-CHANGE-DETAIL.
           MOVE SPACES TO detail-line-buffer.
           MOVE "--" TO detail-line-buffer.
           PERFORM WRITE-DETAIL-LINE.
           MOVE changed-count TO log-number-a.
           MOVE SPACES TO detail-line-buffer.
           STRING "Changed records: " DELIMITED BY SIZE
                  log-number-a        DELIMITED BY SIZE
                  INTO detail-line-buffer
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE "Changed records by column:" TO detail-line-buffer.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-ONE-COLUMN-SUMMARY
               VARYING column-index FROM 1 BY 1
               UNTIL column-index > highest-changed-column.
           IF highest-changed-column = 0
               MOVE "  (none)" TO detail-line-buffer
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF column-overflow-count > 0
               MOVE column-overflow-count TO display-count
               MOVE SPACES TO detail-line-buffer
               STRING "  beyond column 200: " DELIMITED BY SIZE
                      display-count           DELIMITED BY SIZE
                      INTO detail-line-buffer
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           CLOSE CHANGE-DETAIL.
           EXIT.

       WRITE-ONE-COLUMN-SUMMARY.
           IF column-change-count(column-index) > 0
               PERFORM BUILD-COLUMN-LABEL
               MOVE column-change-count(column-index) TO display-count
               MOVE ": "          TO detail-line-buffer(50:2)
               MOVE display-count TO detail-line-buffer(52:9)
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT.

       WRITE-DETAIL-LINE.
           MOVE 4200 TO detail-line-length.
           PERFORM TRIM-ONE-DETAIL-BYTE
               VARYING detail-line-length
               FROM 4200 BY -1
               UNTIL detail-line-length = 0
                  OR detail-line-buffer(detail-line-length:1)
                     NOT = SPACE.
           IF detail-line-length = 0
               MOVE 1 TO detail-line-length
           END-IF
           MOVE SPACES TO detail-record.
           MOVE detail-line-buffer(1:detail-line-length)
               TO detail-record.
           MOVE detail-line-length TO detail-record-length.
           WRITE detail-record.
           IF detail-file-status NOT = "00"
              AND NOT detail-write-failed
               DISPLAY "Could not write change detail: "
                   detail-file-status
               SET detail-write-failed TO TRUE
               ADD 1 TO rejected-count
           END-IF
           EXIT.

       TRIM-ONE-DETAIL-BYTE.
           CONTINUE.
           EXIT.

      *--- Trailing-pad trimming for the classic shape, same rule ------
      *--- (and same known last-field limitation) as the extract -------
      *--- itself -- a prefixed file's reader takes the carried --------
