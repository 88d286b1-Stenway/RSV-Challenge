       01  offset          PIC X(8)   USAGE COMP-X.

       01  read-buffer     PIC X(1).
       01  read-byte-value REDEFINES read-buffer
                           PIC 9(2)   USAGE COMP-X.
       01  numBytes        PIC X(4)   USAGE COMP-X.

       01  eof-switch      PIC X(1)   VALUE "N".
       01  violation-offset        PIC 9(9)  USAGE COMP VALUE 0.
       01  violation-message       PIC X(60).

      *--- Where the scan is in the table, so a bad value can be -------
      *--- reported by row and column as well as by file offset --------
       01  current-row             PIC 9(9)  USAGE COMP VALUE 1.
       01  current-column          PIC 9(9)  USAGE COMP VALUE 1.
       01  violation-row           PIC 9(9)  USAGE COMP VALUE 0.
       01  violation-column        PIC 9(9)  USAGE COMP VALUE 0.
       01  violation-value-byte    PIC 9(9)  USAGE COMP VALUE 0.
       01  utf8-violation-switch   PIC X(1)  VALUE "N".
           88  utf8-violation-found           VALUE "Y".

      *--- Every value must be well-formed UTF-8: a lead byte says how -
      *--- many continuation bytes follow, and the first of them must --
      *--- fall in the range that keeps the character out of the -------
      *--- overlong forms, the surrogates and the range past U+10FFFF --
       01  utf8-bytes-expected     PIC 9(1)  USAGE COMP VALUE 0.
       01  utf8-next-low           PIC 9(3)  USAGE COMP VALUE 128.
       01  utf8-next-high          PIC 9(3)  USAGE COMP VALUE 191.
       01  utf8-start-offset       PIC 9(9)  USAGE COMP VALUE 0.
       01  utf8-start-value-byte   PIC 9(9)  USAGE COMP VALUE 0.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name        PIC X(8)  VALUE "rsvcheck".
       01  log-message             PIC X(200).
       01  log-number-a            PIC 9(9).
       01  log-pointer             PIC 9(3)  USAGE COMP.
       01  log-module-switch       PIC X(1)  VALUE "N".
           88  log-module-missing            VALUE "Y".

               DISPLAY "Offset: " violation-offset
               MOVE violation-message TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               IF utf8-violation-found
                   PERFORM REPORT-UTF8-POSITION
               END-IF
               MOVE violation-offset TO log-number-a
               MOVE SPACES TO log-message
               STRING "ended rc=1 violation at offset "

           STOP RUN.

      *--- A bad character is found by row, column and byte within -----
      *--- the value -- the file offset alone means little to whoever --
      *--- has to go back to the source data ---------------------------
       REPORT-UTF8-POSITION.
           DISPLAY "Row: " violation-row
               " Column: " violation-column
               " Byte in value: " violation-value-byte.
           MOVE SPACES TO log-message.
           MOVE 1 TO log-pointer.
           MOVE violation-row TO log-number-a.
           STRING "malformed UTF-8 at row " DELIMITED BY SIZE
                  log-number-a             DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           MOVE violation-column TO log-number-a.
           STRING " column "               DELIMITED BY SIZE
                  log-number-a             DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           MOVE violation-value-byte TO log-number-a.
           STRING " byte "                 DELIMITED BY SIZE
                  log-number-a             DELIMITED BY SIZE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           STRING "started input=" DELIMITED BY SIZE
               MOVE "Null value has extra bytes before EOV"
                   TO violation-message
           END-IF
           IF NOT violation-found AND utf8-bytes-expected > 0
               MOVE "Value ends part-way through a UTF-8 character"
                   TO violation-message
               PERFORM RECORD-UTF8-VIOLATION
           END-IF
           PERFORM RESET-SEGMENT.
           ADD 1 TO current-column.
           EXIT.

      *--- EOR: the current value/row must already be terminated; an -
                   TO violation-message
           END-IF
           PERFORM RESET-SEGMENT.
           ADD 1 TO current-row.
           MOVE 1 TO current-column.
           EXIT.

       ACCUMULATE-NULL-MARKER-BYTE.
               MOVE offset TO segment-start-offset
           END-IF
           ADD 1 TO segment-length.
           PERFORM CHECK-UTF8-BYTE.
           EXIT.

      *--- One step of the UTF-8 check: either the continuation byte ---
      *--- the previous lead byte asked for, or a new character --------
       CHECK-UTF8-BYTE.
           IF utf8-bytes-expected > 0
               IF read-byte-value < utf8-next-low
                  OR read-byte-value > utf8-next-high
                   MOVE "Value is not well-formed UTF-8"
                       TO violation-message
                   PERFORM RECORD-UTF8-VIOLATION
               ELSE
                   SUBTRACT 1 FROM utf8-bytes-expected
                   MOVE 128 TO utf8-next-low
                   MOVE 191 TO utf8-next-high
               END-IF
           ELSE
               MOVE 128 TO utf8-next-low
               MOVE 191 TO utf8-next-high
               MOVE offset         TO utf8-start-offset
               MOVE segment-length TO utf8-start-value-byte
               EVALUATE TRUE
                   WHEN read-byte-value < 128
                       CONTINUE
                   WHEN read-byte-value >= 194
                    AND read-byte-value <= 223
                       MOVE 1 TO utf8-bytes-expected
                   WHEN read-byte-value = 224
                       MOVE 2 TO utf8-bytes-expected
                       MOVE 160 TO utf8-next-low
                   WHEN read-byte-value = 237
                       MOVE 2 TO utf8-bytes-expected
                       MOVE 159 TO utf8-next-high
                   WHEN read-byte-value >= 225
                    AND read-byte-value <= 239
                       MOVE 2 TO utf8-bytes-expected
                   WHEN read-byte-value = 240
                       MOVE 3 TO utf8-bytes-expected
                       MOVE 144 TO utf8-next-low
                   WHEN read-byte-value = 244
                       MOVE 3 TO utf8-bytes-expected
                       MOVE 143 TO utf8-next-high
                   WHEN read-byte-value >= 241
                    AND read-byte-value <= 243
                       MOVE 3 TO utf8-bytes-expected
                   WHEN OTHER
                       MOVE "Value is not well-formed UTF-8"
                           TO violation-message
                       PERFORM RECORD-UTF8-VIOLATION
               END-EVALUATE
           END-IF
           EXIT.

      *--- The position reported is the first byte of the character ---
      *--- that is broken, which is where someone looking at the -------
      *--- source data needs to start ----------------------------------
       RECORD-UTF8-VIOLATION.
           SET violation-found      TO TRUE.
           SET utf8-violation-found TO TRUE.
           MOVE utf8-start-offset     TO violation-offset.
           MOVE current-row           TO violation-row.
           MOVE current-column        TO violation-column.
           MOVE utf8-start-value-byte TO violation-value-byte.
           EXIT.

       RESET-SEGMENT.
           MOVE 0   TO segment-length.
           MOVE "N" TO null-marker-switch.
           MOVE "N" TO null-extra-switch.
           MOVE 0   TO utf8-bytes-expected.
           EXIT.

      *--- A well-formed file ends exactly on an EOR; anything left --
