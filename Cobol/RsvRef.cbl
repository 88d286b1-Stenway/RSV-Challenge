       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         rsvref.

       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE
               ASSIGN TO DYNAMIC relationship-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS relationship-file-status.
           SELECT ORPHAN-REPORT ASSIGN TO DYNAMIC report-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.
      *--- Both sides of a relationship are reduced to key/row pairs ---
      *--- and sorted, then matched in one balanced pass the way -------
      *--- rsvdelta matches its masters --------------------------------
           SELECT PARENT-SORTED ASSIGN TO DYNAMIC parent-sorted-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS parent-sorted-status.
           SELECT CHILD-SORTED ASSIGN TO DYNAMIC child-sorted-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS child-sorted-status.
           SELECT SORT-WORK ASSIGN TO "rsvref.swk".

       DATA                DIVISION.
       FILE                SECTION.
       FD  RELATIONSHIP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON relationship-record-length.
       01  relationship-record        PIC X(600).

      *--- A report line can carry two full extract names -- nothing ---
      *--- on a report a partner dispute turns on is cut short ---------
       FD  ORPHAN-REPORT
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON report-record-length.
       01  report-record              PIC X(600).

      *--- key-flag is M when the child row has no value at the --------
      *--- column at all -- that row is an orphan whatever the parent --
      *--- holds -------------------------------------------------------
       FD  PARENT-SORTED
           RECORD CONTAINS 74 CHARACTERS.
       01  parent-sorted-record.
           05  parent-sorted-key      PIC X(64).
           05  parent-sorted-row      PIC 9(9).
           05  parent-sorted-flag     PIC X(1).

       FD  CHILD-SORTED
           RECORD CONTAINS 74 CHARACTERS.
       01  child-sorted-record.
           05  child-sorted-key       PIC X(64).
           05  child-sorted-row       PIC 9(9).
           05  child-sorted-flag      PIC X(1).
               88  child-column-missing           VALUE "M".

       SD  SORT-WORK
           RECORD CONTAINS 74 CHARACTERS.
       01  sort-work-record.
           05  sort-work-key          PIC X(64).
           05  sort-work-row          PIC 9(9).
           05  sort-work-flag         PIC X(1).

       WORKING-STORAGE     SECTION.
       01  relationship-filename      PIC X(256) VALUE "rsvref.ctl".
       01  parm-filename              PIC X(256).
       01  relationship-file-status   PIC X(2).
       01  relationship-record-length PIC 9(5)   USAGE COMP.
       01  relationship-file-eof      PIC X(1)   VALUE "N".
           88  end-of-relationship-file          VALUE "Y".
       01  relationship-line-number   PIC 9(9)   USAGE COMP VALUE 0.

      *--- One relationship per line: ----------------------------------
      *---   child-extract|column|parent-extract[|Y|Y] -----------------
      *--- says every value at that column of the child must be a key --
      *--- (first column) of the parent. The two optional flags say ---
      *--- the child and the parent lead with a .LAY header row, which -
      *--- is then left out of the check -------------------------------
      *--- The whole file is read and checked before any relationship --
      *--- runs -- a typo on the last line must not surface after the --
      *--- first relationships have already been reported --------------
       01  relationship-pipe-count    PIC 9(5)   USAGE COMP.
       01  relationship-field-1       PIC X(256).
       01  relationship-field-1-length PIC 9(5)  USAGE COMP.
       01  relationship-field-2       PIC X(5).
       01  relationship-field-2-length PIC 9(5)  USAGE COMP.
       01  relationship-field-3       PIC X(256).
       01  relationship-field-3-length PIC 9(5)  USAGE COMP.
       01  relationship-field-4       PIC X(1).
       01  relationship-field-5       PIC X(1).
       01  relationship-line-error    PIC X(60).
       01  relationship-bad-switch    PIC X(1)   VALUE "N".
           88  relationship-line-rejected        VALUE "Y".

       01  relationship-limit         PIC 9(3)   USAGE COMP VALUE 50.
       01  relationship-count         PIC 9(3)   USAGE COMP VALUE 0.
       01  relationship-table.
           05  relationship OCCURS 50 TIMES.
               10  rel-child-file         PIC X(256).
               10  rel-child-length       PIC 9(5)   USAGE COMP.
               10  rel-column             PIC 9(5)   USAGE COMP.
               10  rel-parent-file        PIC X(256).
               10  rel-parent-length      PIC 9(5)   USAGE COMP.
               10  rel-child-header       PIC X(1).
                   88  rel-child-has-header          VALUE "Y".
               10  rel-parent-header      PIC X(1).
                   88  rel-parent-has-header         VALUE "Y".
       01  rel-index                  PIC 9(3)   USAGE COMP.

      *--- The parent's sidecar: the same 100-byte header and entries --
      *--- rsvindex writes and rsvseek reads ---------------------------
       01  index-filename             PIC X(266).
       01  index-handle               PIC X(4)  USAGE COMP-X.
       01  index-offset               PIC X(8)  USAGE COMP-X.
       01  index-bytes                PIC X(4)  USAGE COMP-X.
       01  index-header-record.
           05  header-magic             PIC X(8).
           05  FILLER                   PIC X(1).
           05  header-byte-count        PIC 9(18).
           05  FILLER                   PIC X(1).
           05  header-row-count         PIC 9(9).
           05  FILLER                   PIC X(63).
       01  index-entry-record.
           05  entry-key                PIC X(64).
           05  FILLER                   PIC X(1).
           05  entry-byte-offset        PIC 9(18).
           05  FILLER                   PIC X(17).
       01  index-eof-switch           PIC X(1)  VALUE "N".
           88  end-of-index                     VALUE "Y".
       01  index-entry-number         PIC 9(9)  USAGE COMP.

      *--- Freshness, exactly as rsvseek judges it: an index older -----
      *--- than its extract, or one whose recorded byte size no longer -
      *--- matches, is refused -- checking against a stale key set -----
      *--- would pass orphans or flag good rows ------------------------
       01  file-info.
           05  file-info-size         PIC X(8)  USAGE COMP-X.
           05  file-info-day          PIC X(1)  USAGE COMP-X.
           05  file-info-month        PIC X(1)  USAGE COMP-X.
           05  file-info-year         PIC X(2)  USAGE COMP-X.
           05  file-info-hour         PIC X(1)  USAGE COMP-X.
           05  file-info-minute       PIC X(1)  USAGE COMP-X.
           05  file-info-second       PIC X(1)  USAGE COMP-X.
           05  FILLER                 PIC X(1).
       01  extract-stamp              PIC 9(14) USAGE COMP.
       01  index-stamp                PIC 9(14) USAGE COMP.
       01  extract-byte-size          PIC 9(18) USAGE COMP.
       01  parent-filename            PIC X(256).
       01  check-refused-reason       PIC X(60).
       01  check-refused-switch       PIC X(1)  VALUE "N".
           88  relationship-refused             VALUE "Y".

      *--- The child walk: the same 0xFF/0xFE/0xFD walk rsvvalid uses, -
      *--- keeping only the value at the relationship's column. The ---
      *--- key is held to 64 bytes the way rsvindex holds the parent's -
      *--- -- a longer value matches on its first 64 bytes only --------
       01  child-filename             PIC X(256).
       01  file-handle                PIC X(4)   USAGE COMP-X.
       01  offset                     PIC X(8)   USAGE COMP-X.
       01  read-buffer                PIC X(1).
       01  numBytes                   PIC X(4)   USAGE COMP-X.
       01  eof-switch                 PIC X(1)   VALUE "N".
           88  end-of-rsv-file                   VALUE "Y".
       01  key-limit                  PIC 9(5)   USAGE COMP VALUE 64.
       01  key-buffer                 PIC X(64).
       01  key-length                 PIC 9(5)   USAGE COMP.
       01  target-column              PIC 9(5)   USAGE COMP.
       01  current-column             PIC 9(5)   USAGE COMP.
       01  current-row                PIC 9(9)   USAGE COMP.
       01  null-marker-switch         PIC X(1)   VALUE "N".
           88  value-is-null                     VALUE "Y".
       01  column-found-switch        PIC X(1)   VALUE "N".
           88  target-column-found               VALUE "Y".
       01  column-null-switch         PIC X(1)   VALUE "N".
           88  target-column-null                VALUE "Y".

       01  parent-sorted-name         PIC X(266).
       01  parent-sorted-status       PIC X(2).
       01  parent-sorted-eof          PIC X(1).
           88  end-of-parent-sorted              VALUE "Y".
       01  child-sorted-name          PIC X(266).
       01  child-sorted-status        PIC X(2).
       01  child-sorted-eof           PIC X(1).
           88  end-of-child-sorted               VALUE "Y".

      *--- Counts: per relationship, then for the whole run ------------
       01  rel-rows-checked           PIC 9(9)   USAGE COMP.
       01  rel-null-count             PIC 9(9)   USAGE COMP.
       01  rel-orphan-count           PIC 9(9)   USAGE COMP.
       01  parent-key-count           PIC 9(9)   USAGE COMP.
       01  total-orphan-count         PIC 9(9)   USAGE COMP VALUE 0.
       01  checked-count              PIC 9(9)   USAGE COMP VALUE 0.
       01  refused-count              PIC 9(9)   USAGE COMP VALUE 0.

      *--- Orphan report: beside the relationship file, one section ----
      *--- per relationship, one line per orphan naming the -----------
      *--- relationship, the child row and the key that failed ---------
       01  report-filename            PIC X(266).
       01  report-file-status         PIC X(2).
       01  report-record-length       PIC 9(5)   USAGE COMP.
       01  report-line                PIC X(600).
       01  report-line-length         PIC 9(5)   USAGE COMP.
       01  report-pointer             PIC 9(5)   USAGE COMP.
       01  display-rel                PIC Z(2)9.
       01  display-column             PIC Z(4)9.
       01  display-row                PIC Z(8)9.
       01  display-count              PIC Z(8)9.
       01  display-key-length         PIC 9(5)   USAGE COMP.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name           PIC X(8)  VALUE "rsvref".
       01  log-message                PIC X(200).
       01  log-number-a               PIC 9(9).
       01  log-number-b               PIC 9(9).
       01  log-number-c               PIC 9(9).
       01  log-module-switch          PIC X(1)  VALUE "N".
           88  log-module-missing                VALUE "Y".

       PROCEDURE DIVISION.
           MOVE SPACES TO parm-filename.
           ACCEPT parm-filename FROM COMMAND-LINE.
           IF parm-filename NOT = SPACES
               MOVE parm-filename TO relationship-filename
           END-IF

           PERFORM LOG-RUN-START.

      *--- Relationship problems are caught before the report is -------
      *--- created -- a run that dies on a bad line must not have ------
      *--- truncated the last good orphan report first -----------------
           PERFORM LOAD-RELATIONSHIP-FILE.
           PERFORM BUILD-WORK-FILENAMES.
           PERFORM OPEN-ORPHAN-REPORT.

           PERFORM CHECK-ONE-RELATIONSHIP
               VARYING rel-index FROM 1 BY 1
               UNTIL rel-index > relationship-count.

           PERFORM FINISH-ORPHAN-REPORT.
           PERFORM REMOVE-SORTED-WORK-FILES.

           DISPLAY "Relationships checked: " checked-count.
           DISPLAY "Relationships refused: " refused-count.
           DISPLAY "Orphan rows:           " total-orphan-count.

           PERFORM LOG-RUN-END.

      *--- Any orphan -- or any relationship that could not be --------
      *--- checked at all -- fails the run, so a gate on this step ----
      *--- keeps the manifest from being built -------------------------
           IF total-orphan-count > 0 OR refused-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started relationships=" DELIMITED BY SIZE
                  relationship-filename    DELIMITED BY SPACE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-END.
           MOVE checked-count      TO log-number-a.
           MOVE refused-count      TO log-number-b.
           MOVE total-orphan-count TO log-number-c.
           MOVE SPACES TO log-message.
           IF total-orphan-count > 0 OR refused-count > 0
               STRING "ended rc=1 checked="  DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " refused="            DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " orphans="            DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           ELSE
               STRING "ended rc=0 checked="  DELIMITED BY SIZE
                      log-number-a           DELIMITED BY SIZE
                      " refused="            DELIMITED BY SIZE
                      log-number-b           DELIMITED BY SIZE
                      " orphans="            DELIMITED BY SIZE
                      log-number-c           DELIMITED BY SIZE
                      INTO log-message
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- The gate must not die because the logging module is ---------
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

      *--- The relationship file is the whole point of this gate -- ----
      *--- a missing, unreadable or empty one would wave every batch ---
      *--- through, so each is fatal -----------------------------------
       LOAD-RELATIONSHIP-FILE.
           OPEN INPUT RELATIONSHIP-FILE.
           IF relationship-file-status NOT = "00"
               DISPLAY "Could not open relationship file: "
                   relationship-file-status
               MOVE "ended rc=1 relationship file could not be opened"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-RELATIONSHIP-RECORD
               UNTIL end-of-relationship-file
                  OR relationship-line-rejected.
           CLOSE RELATIONSHIP-FILE.

           IF relationship-line-rejected
               MOVE relationship-line-number TO log-number-a
               DISPLAY "Bad relationship line " log-number-a ": "
                   relationship-line-error
               MOVE SPACES TO log-message
               STRING "ended rc=1 bad relationship line "
                                              DELIMITED BY SIZE
                      log-number-a            DELIMITED BY SIZE
                      ": "                    DELIMITED BY SIZE
                      relationship-line-error DELIMITED BY SIZE
                      INTO log-message
               END-STRING
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF relationship-count = 0
               DISPLAY "Relationship file names no relationships"
               MOVE "ended rc=1 relationship file names none"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       READ-RELATIONSHIP-RECORD.
           READ RELATIONSHIP-FILE
               AT END
                   SET end-of-relationship-file TO TRUE
               NOT AT END
                   ADD 1 TO relationship-line-number
                   PERFORM PARSE-RELATIONSHIP-RECORD
           END-READ
           EXIT.

      *--- The *-length items are zeroed first for the same reason -----
      *--- rsvbatch gives: UNSTRING leaves a COUNT IN item alone for a -
      *--- field past the last delimiter it actually found -------------
       PARSE-RELATIONSHIP-RECORD.
           MOVE 0 TO relationship-pipe-count.
           INSPECT relationship-record(1:relationship-record-length)
               TALLYING relationship-pipe-count FOR ALL "|".
           IF relationship-pipe-count < 2
              OR relationship-pipe-count > 4
               MOVE "expected child|column|parent[|Y|Y]"
                   TO relationship-line-error
               SET relationship-line-rejected TO TRUE
           ELSE
               MOVE SPACES TO relationship-field-1
               MOVE SPACES TO relationship-field-2
               MOVE SPACES TO relationship-field-3
               MOVE SPACES TO relationship-field-4
               MOVE SPACES TO relationship-field-5
               MOVE 0 TO relationship-field-1-length
               MOVE 0 TO relationship-field-2-length
               MOVE 0 TO relationship-field-3-length
               UNSTRING relationship-record
                           (1:relationship-record-length)
                   DELIMITED BY "|"
                   INTO relationship-field-1
                            COUNT IN relationship-field-1-length,
                        relationship-field-2
                            COUNT IN relationship-field-2-length,
                        relationship-field-3
                            COUNT IN relationship-field-3-length,
                        relationship-field-4,
                        relationship-field-5
               END-UNSTRING
               PERFORM STORE-ONE-RELATIONSHIP
           END-IF
           EXIT.

      *--- Column positions are 1-based, as in rsv's select file and ---
      *--- rsvvalid's rules -- zero can never name a value -------------
       STORE-ONE-RELATIONSHIP.
           EVALUATE TRUE
               WHEN relationship-count >= relationship-limit
                   MOVE "more relationships than the run can hold"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-1-length = 0
                   MOVE "child extract missing"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-3-length = 0
                   MOVE "parent extract missing"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-1-length > 256
                   MOVE "child extract name longer than 256"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-3-length > 256
                   MOVE "parent extract name longer than 256"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-2-length = 0
                 OR relationship-field-2-length > 5
                   MOVE "column position missing or too long"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-4 NOT = SPACE
                AND relationship-field-4 NOT = "Y"
                AND relationship-field-4 NOT = "N"
                   MOVE "child header flag must be Y, N or empty"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN relationship-field-5 NOT = SPACE
                AND relationship-field-5 NOT = "Y"
                AND relationship-field-5 NOT = "N"
                   MOVE "parent header flag must be Y, N or empty"
                       TO relationship-line-error
                   SET relationship-line-rejected TO TRUE
               WHEN OTHER
                   PERFORM STORE-RELATIONSHIP-COLUMN
           END-EVALUATE
           EXIT.

       STORE-RELATIONSHIP-COLUMN.
           IF relationship-field-2(1:relationship-field-2-length)
              NOT NUMERIC
              OR relationship-field-2(1:relationship-field-2-length)
              = ZEROES
               MOVE "column position must be a number from 1"
                   TO relationship-line-error
               SET relationship-line-rejected TO TRUE
           ELSE
               ADD 1 TO relationship-count
               MOVE relationship-field-1
                   TO rel-child-file(relationship-count)
               MOVE relationship-field-1-length
                   TO rel-child-length(relationship-count)
               MOVE relationship-field-2(1:relationship-field-2-length)
                   TO rel-column(relationship-count)
               MOVE relationship-field-3
                   TO rel-parent-file(relationship-count)
               MOVE relationship-field-3-length
                   TO rel-parent-length(relationship-count)
               MOVE relationship-field-4
                   TO rel-child-header(relationship-count)
               MOVE relationship-field-5
                   TO rel-parent-header(relationship-count)
           END-IF
           EXIT.

       BUILD-WORK-FILENAMES.
           MOVE SPACES TO report-filename.
           STRING relationship-filename DELIMITED BY SPACE
                  ".ORP"                DELIMITED BY SIZE
                  INTO report-filename.
           MOVE SPACES TO parent-sorted-name.
           STRING relationship-filename DELIMITED BY SPACE
                  ".SR1"                DELIMITED BY SIZE
                  INTO parent-sorted-name.
           MOVE SPACES TO child-sorted-name.
           STRING relationship-filename DELIMITED BY SPACE
                  ".SR2"                DELIMITED BY SIZE
                  INTO child-sorted-name.
           EXIT.

       OPEN-ORPHAN-REPORT.
           OPEN OUTPUT ORPHAN-REPORT.
           IF report-file-status NOT = "00"
               DISPLAY "Could not open orphan report: "
                   report-file-status
               MOVE "ended rc=1 orphan report could not be opened"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line.
           STRING "Orphan report for: "   DELIMITED BY SIZE
                  relationship-filename   DELIMITED BY SPACE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *--- One relationship: its heading, then either the reason it ---
      *--- was refused or the sort-and-match and its counts ------------
       CHECK-ONE-RELATIONSHIP.
           MOVE rel-index TO display-rel.
           MOVE rel-column(rel-index) TO display-column.
           MOVE SPACES TO report-line.
           STRING "--"                    DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO report-line.
           STRING "Relationship "         DELIMITED BY SIZE
                  display-rel             DELIMITED BY SIZE
                  ": "                    DELIMITED BY SIZE
                  rel-child-file(rel-index)
                      (1:rel-child-length(rel-index))
                                          DELIMITED BY SIZE
                  " column "              DELIMITED BY SIZE
                  display-column          DELIMITED BY SIZE
                  " must be a key of "    DELIMITED BY SIZE
                  rel-parent-file(rel-index)
                      (1:rel-parent-length(rel-index))
                                          DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO parent-filename.
           MOVE rel-parent-file(rel-index)
               (1:rel-parent-length(rel-index)) TO parent-filename.
           MOVE SPACES TO child-filename.
           MOVE rel-child-file(rel-index)
               (1:rel-child-length(rel-index)) TO child-filename.
           MOVE rel-column(rel-index) TO target-column.
           MOVE 0 TO rel-rows-checked.
           MOVE 0 TO rel-null-count.
           MOVE 0 TO rel-orphan-count.
           MOVE 0 TO parent-key-count.

           MOVE "N" TO check-refused-switch.
           PERFORM CHECK-PARENT-INDEX.
           IF NOT relationship-refused
               PERFORM CHECK-CHILD-EXTRACT
           END-IF

           IF relationship-refused
               ADD 1 TO refused-count
               MOVE SPACES TO report-line
               STRING "  not checked: "       DELIMITED BY SIZE
                      check-refused-reason    DELIMITED BY SIZE
                      INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE
               DISPLAY "Relationship " display-rel " not checked: "
                   check-refused-reason
               PERFORM LOG-RELATIONSHIP-REFUSED
           ELSE
               ADD 1 TO checked-count
               SORT SORT-WORK
                   ON ASCENDING KEY sort-work-key
                   INPUT PROCEDURE IS FEED-PARENT-INDEX-TO-SORT
                   GIVING PARENT-SORTED
               SORT SORT-WORK
                   ON ASCENDING KEY sort-work-key sort-work-row
                   INPUT PROCEDURE IS FEED-CHILD-KEYS-TO-SORT
                   GIVING CHILD-SORTED
               PERFORM MATCH-CHILD-AGAINST-PARENT
               PERFORM WRITE-RELATIONSHIP-COUNTS
               ADD rel-orphan-count TO total-orphan-count
           END-IF
           EXIT.

       LOG-RELATIONSHIP-REFUSED.
           MOVE rel-index TO log-number-a.
           MOVE SPACES TO log-message.
           STRING "relationship "         DELIMITED BY SIZE
                  log-number-a            DELIMITED BY SIZE
                  " not checked: "        DELIMITED BY SIZE
                  check-refused-reason    DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- Two probes, no scans: the directory stamps must not show ----
      *--- the parent newer than its index, and the index header's -----
      *--- recorded byte size must still match the parent on disk ------
       CHECK-PARENT-INDEX.
           MOVE SPACES TO index-filename.
           STRING parent-filename DELIMITED BY SPACE
                  ".IDX"          DELIMITED BY SIZE
                  INTO index-filename.

           CALL "CBL_CHECK_FILE_EXIST" USING parent-filename, file-info.
           IF RETURN-CODE NOT = 0
               MOVE "parent extract not found"
                   TO check-refused-reason
               SET relationship-refused TO TRUE
           ELSE
               PERFORM FOLD-FILE-STAMP
               MOVE index-stamp TO extract-stamp
               MOVE file-info-size TO extract-byte-size
               CALL "CBL_CHECK_FILE_EXIST"
                   USING index-filename, file-info
               IF RETURN-CODE NOT = 0
                   MOVE "no index for parent -- run rsvindex first"
                       TO check-refused-reason
                   SET relationship-refused TO TRUE
               ELSE
                   PERFORM FOLD-FILE-STAMP
                   IF extract-stamp > index-stamp
                       MOVE "parent index is older than the parent"
                           TO check-refused-reason
                       SET relationship-refused TO TRUE
                   ELSE
                       PERFORM CHECK-PARENT-INDEX-HEADER
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-PARENT-INDEX-HEADER.
           MOVE SPACES TO index-header-record.
           CALL "CBL_OPEN_FILE"
               USING index-filename, 1, 0, 0, index-handle.
           IF RETURN-CODE = 0
               MOVE 0   TO index-offset
               MOVE 100 TO index-bytes
               CALL "CBL_READ_FILE"
                   USING index-handle, index-offset, index-bytes, 0,
                         index-header-record
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO index-header-record
               END-IF
               CALL "CBL_CLOSE_FILE" USING index-handle
           END-IF
           IF header-magic NOT = "RSVINDEX"
              OR header-byte-count NOT NUMERIC
               MOVE "parent index is not an rsvindex sidecar"
                   TO check-refused-reason
               SET relationship-refused TO TRUE
           ELSE
               IF header-byte-count NOT = extract-byte-size
                   MOVE "parent index was built for a different file"
                       TO check-refused-reason
                   SET relationship-refused TO TRUE
               END-IF
           END-IF
           EXIT.

      *--- The directory stamp folds to one comparable figure: ---------
      *--- YYYYMMDDhhmmss ----------------------------------------------
       FOLD-FILE-STAMP.
           COMPUTE index-stamp
               = file-info-year * 10000000000
               + file-info-month  * 100000000
               + file-info-day      * 1000000
               + file-info-hour       * 10000
               + file-info-minute       * 100
               + file-info-second.
           EXIT.

      *--- A child that cannot be opened leaves nothing to check -- ----
      *--- that is a refusal, never a clean pass -----------------------
       CHECK-CHILD-EXTRACT.
           CALL "CBL_OPEN_FILE"
               USING child-filename, 1, 0, 0, file-handle.
           IF RETURN-CODE NOT = 0
               MOVE "child extract could not be opened"
                   TO check-refused-reason
               SET relationship-refused TO TRUE
           ELSE
               CALL "CBL_CLOSE_FILE" USING file-handle
           END-IF
           EXIT.

      *--- Every index entry after the header is a parent key; the -----
      *--- parent's own header row, when it has one, is the first ------
      *--- entry and names a column, not a customer --------------------
       FEED-PARENT-INDEX-TO-SORT.
           CALL "CBL_OPEN_FILE"
               USING index-filename, 1, 0, 0, index-handle.
           IF RETURN-CODE NOT = 0
               SET end-of-index TO TRUE
           ELSE
               MOVE "N" TO index-eof-switch
           END-IF
           MOVE 100 TO index-offset.
           MOVE 0   TO index-entry-number.
           PERFORM RELEASE-ONE-PARENT-KEY
               UNTIL end-of-index.
           CALL "CBL_CLOSE_FILE" USING index-handle.
           EXIT.

       RELEASE-ONE-PARENT-KEY.
           MOVE 100 TO index-bytes.
           CALL "CBL_READ_FILE"
               USING index-handle, index-offset, index-bytes, 0,
                     index-entry-record.
           IF RETURN-CODE NOT = 0
               SET end-of-index TO TRUE
           ELSE
               ADD 100 TO index-offset
               ADD 1 TO index-entry-number
               IF index-entry-number = 1
                  AND rel-parent-has-header(rel-index)
                   CONTINUE
               ELSE
                   MOVE entry-key          TO sort-work-key
                   MOVE index-entry-number TO sort-work-row
                   MOVE SPACE              TO sort-work-flag
                   RELEASE sort-work-record
                   ADD 1 TO parent-key-count
               END-IF
           END-IF
           EXIT.

      *--- One pass over the child's marker stream; at each EOR the ----
      *--- row's value at the target column (if it had one) goes to ----
      *--- the sort. A null is an absent reference, not a broken one ---
      *--- -- it is counted and left out -------------------------------
       FEED-CHILD-KEYS-TO-SORT.
           CALL "CBL_OPEN_FILE"
               USING child-filename, 1, 0, 0, file-handle.
           IF RETURN-CODE NOT = 0
               SET end-of-rsv-file TO TRUE
           ELSE
               MOVE "N" TO eof-switch
           END-IF
           MOVE 0   TO offset.
           MOVE 1   TO current-row.
           MOVE 0   TO current-column.
           MOVE 0   TO key-length.
           MOVE SPACES TO key-buffer.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO column-found-switch.
           MOVE "N" TO column-null-switch.
           PERFORM READ-ONE-CHILD-BYTE
               UNTIL end-of-rsv-file.
           CALL "CBL_CLOSE_FILE" USING file-handle.
           EXIT.

       READ-ONE-CHILD-BYTE.
           MOVE 1 TO numBytes.
           CALL "CBL_READ_FILE"
               USING file-handle, offset, numBytes, 0, read-buffer.
           IF RETURN-CODE <> 0
               SET end-of-rsv-file TO TRUE
           ELSE
               EVALUATE read-buffer
                   WHEN X"FF"
                       PERFORM FINISH-ONE-CHILD-VALUE
                   WHEN X"FD"
                       PERFORM FINISH-ONE-CHILD-ROW
                   WHEN X"FE"
                       SET value-is-null TO TRUE
                   WHEN OTHER
                       IF current-column + 1 = target-column
                          AND key-length < key-limit
                           ADD 1 TO key-length
                           MOVE read-buffer
                               TO key-buffer(key-length:1)
                       END-IF
               END-EVALUATE
               ADD 1 TO offset
           END-IF
           EXIT.

       FINISH-ONE-CHILD-VALUE.
           ADD 1 TO current-column.
           IF current-column = target-column
               SET target-column-found TO TRUE
               IF value-is-null
                   SET target-column-null TO TRUE
               END-IF
           END-IF
           MOVE "N" TO null-marker-switch.
           EXIT.

       FINISH-ONE-CHILD-ROW.
           IF current-row = 1 AND rel-child-has-header(rel-index)
               CONTINUE
           ELSE
               ADD 1 TO rel-rows-checked
               EVALUATE TRUE
                   WHEN NOT target-column-found
                       MOVE SPACES      TO sort-work-key
                       MOVE current-row TO sort-work-row
                       MOVE "M"         TO sort-work-flag
                       RELEASE sort-work-record
                   WHEN target-column-null
                       ADD 1 TO rel-null-count
                   WHEN OTHER
                       MOVE key-buffer  TO sort-work-key
                       MOVE current-row TO sort-work-row
                       MOVE SPACE       TO sort-work-flag
                       RELEASE sort-work-record
               END-EVALUATE
           END-IF
           ADD 1 TO current-row.
           MOVE 0   TO current-column.
           MOVE 0   TO key-length.
           MOVE SPACES TO key-buffer.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO column-found-switch.
           MOVE "N" TO column-null-switch.
           EXIT.

      *--- Both sides ascend by key, so the parent only ever moves ----
      *--- forward: it is advanced past every key below the child's, --
      *--- and the child key is good exactly when the parent then -----
      *--- stands on it. Several child rows may share one parent key ---
       MATCH-CHILD-AGAINST-PARENT.
           OPEN INPUT PARENT-SORTED.
           OPEN INPUT CHILD-SORTED.
           MOVE "N" TO parent-sorted-eof.
           MOVE "N" TO child-sorted-eof.
           PERFORM READ-PARENT-SORTED.
           PERFORM READ-CHILD-SORTED.
           PERFORM MATCH-ONE-CHILD-KEY
               UNTIL end-of-child-sorted.
           CLOSE PARENT-SORTED.
           CLOSE CHILD-SORTED.
           EXIT.

       READ-PARENT-SORTED.
           READ PARENT-SORTED
               AT END
                   SET end-of-parent-sorted TO TRUE
                   MOVE HIGH-VALUES TO parent-sorted-key
           END-READ
           EXIT.

       READ-CHILD-SORTED.
           READ CHILD-SORTED
               AT END
                   SET end-of-child-sorted TO TRUE
           END-READ
           EXIT.

       MATCH-ONE-CHILD-KEY.
           IF child-column-missing
               PERFORM WRITE-ONE-ORPHAN
           ELSE
               PERFORM READ-PARENT-SORTED
                   UNTIL end-of-parent-sorted
                      OR parent-sorted-key >= child-sorted-key
               IF end-of-parent-sorted
                  OR parent-sorted-key NOT = child-sorted-key
                   PERFORM WRITE-ONE-ORPHAN
               END-IF
           END-IF
           PERFORM READ-CHILD-SORTED.
           EXIT.

       WRITE-ONE-ORPHAN.
           ADD 1 TO rel-orphan-count.
           MOVE child-sorted-row TO display-row.
           MOVE SPACES TO report-line.
           MOVE 1 TO report-pointer.
           STRING "  relationship "     DELIMITED BY SIZE
                  display-rel           DELIMITED BY SIZE
                  " row "               DELIMITED BY SIZE
                  display-row           DELIMITED BY SIZE
                  INTO report-line
                  WITH POINTER report-pointer
           END-STRING
           IF child-column-missing
               STRING " has no column "   DELIMITED BY SIZE
                      display-column      DELIMITED BY SIZE
                      INTO report-line
                      WITH POINTER report-pointer
               END-STRING
           ELSE
               PERFORM FIND-ORPHAN-KEY-LENGTH
               IF display-key-length = 0
                   STRING " key: (empty)"  DELIMITED BY SIZE
                          INTO report-line
                          WITH POINTER report-pointer
                   END-STRING
               ELSE
                   STRING " key: "         DELIMITED BY SIZE
                          child-sorted-key(1:display-key-length)
                                           DELIMITED BY SIZE
                          INTO report-line
                          WITH POINTER report-pointer
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       FIND-ORPHAN-KEY-LENGTH.
           PERFORM TRIM-ONE-KEY-BYTE
               VARYING display-key-length FROM 64 BY -1
               UNTIL display-key-length = 0
                  OR child-sorted-key(display-key-length:1)
                     NOT = SPACE.
           EXIT.

       TRIM-ONE-KEY-BYTE.
           CONTINUE.
           EXIT.

       WRITE-RELATIONSHIP-COUNTS.
           MOVE parent-key-count TO display-count.
           MOVE SPACES TO report-line.
           STRING "  parent keys:  "    DELIMITED BY SIZE
                  display-count         DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE rel-rows-checked TO display-count.
           MOVE SPACES TO report-line.
           STRING "  child rows:   "    DELIMITED BY SIZE
                  display-count         DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE rel-null-count TO display-count.
           MOVE SPACES TO report-line.
           STRING "  null keys:    "    DELIMITED BY SIZE
                  display-count         DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE rel-orphan-count TO display-count.
           MOVE SPACES TO report-line.
           STRING "  orphan rows:  "    DELIMITED BY SIZE
                  display-count         DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       FINISH-ORPHAN-REPORT.
           MOVE SPACES TO report-line.
           STRING "--"                  DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE total-orphan-count TO display-count.
           MOVE SPACES TO report-line.
           STRING "Orphan rows found:      " DELIMITED BY SIZE
                  display-count              DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           MOVE refused-count TO display-count.
           MOVE SPACES TO report-line.
           STRING "Relationships refused:  " DELIMITED BY SIZE
                  display-count              DELIMITED BY SIZE
                  INTO report-line
           END-STRING
           PERFORM WRITE-REPORT-LINE.
           CLOSE ORPHAN-REPORT.
           EXIT.

      *--- Lines go out at their trimmed length ------------------------
       WRITE-REPORT-LINE.
           PERFORM TRIM-ONE-REPORT-BYTE
               VARYING report-line-length FROM 600 BY -1
               UNTIL report-line-length = 0
                  OR report-line(report-line-length:1) NOT = SPACE.
           IF report-line-length = 0
               MOVE 1 TO report-line-length
           END-IF
           MOVE report-line-length TO report-record-length.
           MOVE report-line(1:report-line-length) TO report-record.
           WRITE report-record.
           EXIT.

       TRIM-ONE-REPORT-BYTE.
           CONTINUE.
           EXIT.

       REMOVE-SORTED-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING parent-sorted-name.
           CALL "CBL_DELETE_FILE" USING child-sorted-name.
           EXIT.
