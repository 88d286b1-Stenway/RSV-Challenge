           SELECT MASTER-OUTPUT-PFX ASSIGN TO DYNAMIC master-filename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS master-pfx-status.
      *--- Characters the target code page cannot hold, one line -------
      *--- each, so none is lost without a trace -----------------------
           SELECT UNMAPPED-REPORT ASSIGN TO DYNAMIC unmapped-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS unmapped-file-status.

       DATA                DIVISION.
       FILE                SECTION.
           05  pfx-record-delimiter   PIC X(1).
           05  pfx-record-content     PIC X(4091).

       FD  UNMAPPED-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  unmapped-record            PIC X(132).

       WORKING-STORAGE     SECTION.
       01  file-handle     PIC X(4)   USAGE COMP-X.
       01  filename        PIC X(256) VALUE "Test.rsv".

       01  row-count                PIC 9(9)  USAGE COMP VALUE 0.
       01  value-count              PIC 9(9)  USAGE COMP VALUE 0.
       01  column-count             PIC 9(5)  USAGE COMP VALUE 0.

      *--- Target code page: the legacy single-byte encoding the -------
      *--- master is kept in. The RSV carries UTF-8, so when one is ----
      *--- named (ISO-8859-1, ISO-8859-15 or CP1252) every value is ----
      *--- converted back before it is placed in the record; left ------
      *--- blank, or UTF-8, the bytes are loaded as they are. The ------
      *--- tables are the ones rsv transcodes from: code-page-point ----
      *--- holds the Unicode code point of each byte from X"80" to -----
      *--- X"FF", zero where the code page leaves a byte unassigned ----
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

      *--- UTF-8 decoding state: a lead byte says how many -------------
      *--- continuation bytes follow and the range the first of them ---
      *--- must fall in, the same rules rsvcheck holds a file to -------
       01  transcode-buffer            PIC X(32000).
       01  transcode-length            PIC 9(5)  USAGE COMP.
       01  transcode-scan-index        PIC 9(5)  USAGE COMP.
       01  transcode-byte              PIC X(1).
       01  transcode-byte-num REDEFINES transcode-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  target-byte                 PIC X(1).
       01  target-byte-num REDEFINES target-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  transcode-point             PIC 9(7)  USAGE COMP.
       01  character-start             PIC 9(5)  USAGE COMP.
       01  utf8-bytes-expected         PIC 9(1)  USAGE COMP VALUE 0.
       01  utf8-next-low               PIC 9(3)  USAGE COMP VALUE 128.
       01  utf8-next-high              PIC 9(3)  USAGE COMP VALUE 191.
       01  substitute-byte             PIC X(1)  VALUE X"1A".

      *--- A character with no byte in the target page is loaded as ----
      *--- the SUB control character and listed in <master>.UNM. -------
      *--- RSVLOAD-UNMAPPABLE=SUBSTITUTE accepts the load that way; ----
      *--- otherwise (FAIL, the default) the run ends rc=1 so the ------
      *--- master is not taken up with characters silently changed -----
       01  unmappable-text             PIC X(12).
       01  unmappable-switch           PIC X(1)  VALUE "F".
           88  substitute-unmappable             VALUE "S".
       01  unmapped-count              PIC 9(9)  USAGE COMP VALUE 0.
       01  unmapped-filename           PIC X(270).
       01  unmapped-file-status        PIC X(2).
       01  unmapped-report-switch      PIC X(1)  VALUE "N".
           88  unmapped-report-open              VALUE "Y".
       01  hex-digits                  PIC X(16)
           VALUE "0123456789ABCDEF".
       01  hex-point                   PIC X(6).
       01  hex-work                    PIC 9(7)  USAGE COMP.
       01  hex-remainder               PIC 9(2)  USAGE COMP.
       01  hex-index                   PIC 9(1)  USAGE COMP.
       01  unmapped-title-line.
           05  FILLER          PIC X(33)
               VALUE "Unmappable character report for: ".
           05  unmapped-title-filename PIC X(80).
       01  unmapped-detail-line.
           05  FILLER          PIC X(4)  VALUE "Row ".
           05  unmapped-row    PIC Z(8)9.
           05  FILLER          PIC X(8)  VALUE " column ".
           05  unmapped-column PIC Z(4)9.
           05  FILLER          PIC X(6)  VALUE " byte ".
           05  unmapped-byte   PIC Z(4)9.
           05  FILLER          PIC X(4)  VALUE ": U+".
           05  unmapped-point  PIC X(6).
           05  FILLER          PIC X(22)
               VALUE " has no equivalent in ".
           05  unmapped-page   PIC X(16).
       01  unmapped-total-line.
           05  FILLER          PIC X(41)
               VALUE "Characters with no equivalent in target: ".
           05  unmapped-total  PIC Z(8)9.

      *--- Size-capped multi-part input: when the master .TRL carries --
      *--- a part count above zero the extract shipped as base plus ----
       01  log-program-name         PIC X(8)  VALUE "rsvload".
       01  log-message              PIC X(200).
       01  log-number-a             PIC 9(9).
       01  log-pointer              PIC 9(3)  USAGE COMP.
       01  log-module-switch        PIC X(1)  VALUE "N".
           88  log-module-missing             VALUE "Y".

               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Rows loaded: " row-count
               IF unmapped-count > 0
                   DISPLAY "Characters with no equivalent in "
                       "the target code page: " unmapped-count
                   MOVE unmapped-count TO log-number-a
                   MOVE SPACES TO log-message
                   STRING "characters with no equivalent in the "
                                              DELIMITED BY SIZE
                          "target code page=" DELIMITED BY SIZE
                          log-number-a        DELIMITED BY SIZE
                          INTO log-message
                   END-STRING
                   PERFORM WRITE-RUN-LOG-ENTRY
               END-IF
               MOVE row-count TO log-number-a
               MOVE SPACES TO log-message
               IF unmapped-count > 0 AND NOT substitute-unmappable
                   STRING "ended rc=1 rows loaded=" DELIMITED BY SIZE
                          log-number-a              DELIMITED BY SIZE
                          " with unmappable characters"
                                                    DELIMITED BY SIZE
                          INTO log-message
                   END-STRING
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
               ELSE
                   STRING "ended rc=0 rows loaded=" DELIMITED BY SIZE
                          log-number-a              DELIMITED BY SIZE
                          INTO log-message
                   END-STRING
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           MOVE 1 TO log-pointer.
           STRING "started input="  DELIMITED BY SIZE
                  filename          DELIMITED BY SPACE
                  " output="        DELIMITED BY SIZE
                  master-filename   DELIMITED BY SPACE
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

           END-IF

           PERFORM LOAD-OUTPUT-FORMAT.
           PERFORM LOAD-TARGET-CODE-PAGE.

           IF output-is-prefixed
               OPEN OUTPUT MASTER-OUTPUT-PFX
                   TO violation-message
           END-IF

           IF code-page-in-use AND NOT violation-found
               PERFORM OPEN-UNMAPPED-REPORT
           END-IF

           MOVE SPACES TO master-work-record.
           MOVE 0   TO record-used.
           MOVE "Y" TO first-field-switch.
           EXIT.

      *--- A code page this program has no table for is fatal, as is ---
      *--- an unmappable-character rule it does not know -- both are ---
      *--- settled before anything is loaded ---------------------------
       LOAD-TARGET-CODE-PAGE.
           MOVE SPACES TO code-page-text.
           ACCEPT code-page-text
               FROM ENVIRONMENT "RSVLOAD-TARGET-CODEPAGE".
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
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO unmappable-text.
           ACCEPT unmappable-text
               FROM ENVIRONMENT "RSVLOAD-UNMAPPABLE".
           EVALUATE unmappable-text
               WHEN SPACES
               WHEN "FAIL"
                   MOVE "F" TO unmappable-switch
               WHEN "SUBSTITUTE"
                   MOVE "S" TO unmappable-switch
               WHEN OTHER
                   DISPLAY "Bad unmappable rule: " unmappable-text
                   MOVE "ended rc=1 bad unmappable rule" TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
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

      *--- The report sits beside the master it describes --------------
       OPEN-UNMAPPED-REPORT.
           MOVE SPACES TO unmapped-filename.
           STRING master-filename DELIMITED BY SPACE
                  ".UNM"          DELIMITED BY SIZE
                  INTO unmapped-filename.
           OPEN OUTPUT UNMAPPED-REPORT.
           IF unmapped-file-status NOT = "00"
               DISPLAY "Could not open unmappable character report: "
                   unmapped-file-status
               MOVE "Y" TO eof-switch
               SET violation-found TO TRUE
               MOVE "Unmappable character report could not be opened"
                   TO violation-message
           ELSE
               SET unmapped-report-open TO TRUE
               MOVE filename TO unmapped-title-filename
               MOVE unmapped-title-line TO unmapped-record
               WRITE unmapped-record
               PERFORM CHECK-UNMAPPED-WRITE
           END-IF
           EXIT.

      *--- A report that cannot be written in full is as bad as one ----
      *--- that cannot be opened -- the load must not pass without -----
      *--- the list of what it changed ---------------------------------
       CHECK-UNMAPPED-WRITE.
           IF unmapped-file-status NOT = "00"
               DISPLAY "Could not write unmappable character report: "
                   unmapped-file-status
               IF NOT violation-found
                   MOVE "Y" TO eof-switch
                   SET violation-found TO TRUE
                   MOVE "Unmappable character report not written"
                       TO violation-message
               END-IF
           END-IF
           EXIT.

      *--- A format name that does not parse is fatal -- writing the ---
      *--- wrong shape would corrupt the master for every reader -------
      *--- downstream. The prefixed shape also raises the row ----------
      *--- contributes nothing between its delimiters ------------------
       APPEND-VALUE-TO-RECORD.
           ADD 1 TO value-count.
           ADD 1 TO column-count.
           IF code-page-in-use AND NOT value-is-null
               PERFORM TRANSCODE-VALUE-FROM-UTF8
           END-IF
           IF NOT violation-found
               PERFORM CHECK-VALUE-FOR-DELIMITER
           END-IF

           IF NOT violation-found
               IF value-is-null
           MOVE "N" TO null-marker-switch.
           EXIT.

      *--- The value is decoded character by character into the --------
      *--- target page; it can only get shorter, so it goes back into --
      *--- value-buffer for the checks that follow ---------------------
       TRANSCODE-VALUE-FROM-UTF8.
           MOVE 0 TO transcode-length.
           MOVE 0 TO utf8-bytes-expected.
           PERFORM DECODE-ONE-UTF8-BYTE
               VARYING transcode-scan-index FROM 1 BY 1
               UNTIL transcode-scan-index > value-length
                  OR violation-found.
           IF NOT violation-found AND utf8-bytes-expected > 0
               SET violation-found TO TRUE
               MOVE "Value ends part-way through a UTF-8 character"
                   TO violation-message
           END-IF
           IF NOT violation-found
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
                   SET violation-found TO TRUE
                   MOVE "Value is not well-formed UTF-8"
                       TO violation-message
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
               MOVE transcode-scan-index TO character-start
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
                       SET violation-found TO TRUE
                       MOVE "Value is not well-formed UTF-8"
                           TO violation-message
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
                   MOVE substitute-byte TO target-byte
                   PERFORM REPORT-UNMAPPED-CHARACTER
               ELSE
                   COMPUTE target-byte-num = code-page-index + 127
               END-IF
           END-IF
           ADD 1 TO transcode-length.
           MOVE target-byte TO transcode-buffer(transcode-length:1).
           EXIT.

       SKIP-NON-MATCHING-POINT.
           CONTINUE.
           EXIT.

      *--- Row is the one being assembled, column the value's place ----
      *--- in it, byte the character's first byte within the value -----
       REPORT-UNMAPPED-CHARACTER.
           ADD 1 TO unmapped-count.
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
           COMPUTE unmapped-row = row-count + 1.
           MOVE column-count    TO unmapped-column.
           MOVE character-start TO unmapped-byte.
           MOVE code-page-text  TO unmapped-page.
           MOVE unmapped-detail-line TO unmapped-record.
           WRITE unmapped-record.
           PERFORM CHECK-UNMAPPED-WRITE.
           EXIT.

       SET-ONE-HEX-DIGIT.
           DIVIDE hex-work BY 16 GIVING hex-work
               REMAINDER hex-remainder.
           MOVE hex-digits(hex-remainder + 1:1)
               TO hex-point(hex-index:1).
           EXIT.

      *--- A data value carrying the field delimiter cannot survive ----
      *--- the round trip -- it would read back as two fields ----------
       CHECK-VALUE-FOR-DELIMITER.
           END-IF
           MOVE SPACES TO master-work-record.
           MOVE 0   TO record-used.
           MOVE 0   TO column-count.
           MOVE "Y" TO first-field-switch.
           EXIT.

           ELSE
               CLOSE MASTER-OUTPUT
           END-IF
           IF unmapped-report-open
               MOVE unmapped-count TO unmapped-total
               MOVE unmapped-total-line TO unmapped-record
               WRITE unmapped-record
               PERFORM CHECK-UNMAPPED-WRITE
               CLOSE UNMAPPED-REPORT
               MOVE "N" TO unmapped-report-switch
           END-IF
           EXIT.
