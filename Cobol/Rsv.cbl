           SELECT SELECT-FILE ASSIGN TO DYNAMIC select-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS select-file-status.
           SELECT MASK-FILE ASSIGN TO DYNAMIC mask-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mask-file-status.

       DATA                DIVISION.
       FILE                SECTION.
           DEPENDING ON select-record-length.
       01  select-record              PIC X(600).

       FD  MASK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
           DEPENDING ON mask-record-length.
       01  mask-record                PIC X(600).

       WORKING-STORAGE     SECTION.
       01  input-filename             PIC X(256) VALUE "CUSTMAST.DAT".
       01  parm-input-filename        PIC X(256).
           05  trailer-part-row-count   PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-part-byte-offset PIC 9(18).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-mask-flag        PIC X(1)  VALUE SPACE.
               88  trailer-is-masked              VALUE "M".
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  trailer-mask-file        PIC X(26) VALUE SPACES.

      *--- Size-capped multi-part output: when a cap is set the extract
      *--- rolls to <filename>.001, .002 ... whenever the current part -
       01  included-count             PIC 9(9)   USAGE COMP VALUE 0.
       01  excluded-count             PIC 9(9)   USAGE COMP VALUE 0.

      *--- Optional key range, for a partitioned run: RSV-KEY-FIELD ----
      *--- names the key's field position and RSV-KEY-LOW/HIGH bound ---
      *--- it as low <= key < high (a blank bound is open). A record ---
      *--- outside the range belongs to another partition -- it is -----
      *--- consumed (the checkpoint moves past it) but is neither ------
      *--- included nor excluded, and is not held to the layout, so ----
      *--- the partitions' counts add up to a single run's -------------
       01  key-range-field-text       PIC X(5).
       01  key-range-field-length     PIC 9(5)   USAGE COMP.
       01  key-range-position         PIC 9(5)   USAGE COMP VALUE 0.
       01  key-range-low              PIC X(256).
       01  key-range-high             PIC X(256).
       01  key-range-switch           PIC X(1)   VALUE "N".
           88  key-range-in-use                  VALUE "Y".
       01  record-in-range-switch     PIC X(1).
           88  record-in-range                   VALUE "Y".
       01  outside-range-count        PIC 9(9)   USAGE COMP VALUE 0.

      *--- RSV-LAYOUT-HEADER=N validates against the layout but writes -
      *--- no header row -- every partition after the first, whose -----
      *--- rows are stitched in under the first one's header -----------
       01  layout-header-text         PIC X(1).
       01  layout-header-switch       PIC X(1)   VALUE "Y".
           88  layout-header-wanted              VALUE "Y".

      *--- Optional masking rules for extracts bound for test and ------
      *--- development: each line of the mask file is ------------------
      *--- field-position|treatment, with an argument where the --------
      *--- treatment takes one -----------------------------------------
      *---   REDACT        every byte of the value becomes "*" ---------
      *---   FIRST|n       the first n bytes are kept, the rest "*" ----
      *---   LAST|n        the last n bytes are kept, the rest "*" -----
      *---                 (fewer, rather than half a UTF-8 character) -
      *---   FIXED|value   the whole value is replaced by value --------
      *---   TOKEN[|key]   the value becomes a token that is the same --
      *---                 every run for the same value and key, so ----
      *---                 masked keys still join across extracts ------
      *--- A NULL stays null and the header row is never masked. A -----
      *--- mask file that cannot be parsed is fatal -- a rule silently -
      *--- dropped would ship live customer data into test -------------
       01  mask-filename              PIC X(256).
       01  mask-file-status           PIC X(2).
       01  mask-record-length         PIC 9(5)   USAGE COMP.
       01  mask-switch                PIC X(1)   VALUE "N".
           88  mask-in-use                       VALUE "Y".
       01  mask-rule-count            PIC 9(5)   USAGE COMP VALUE 0.
       01  mask-column-limit          PIC 9(5)   USAGE COMP VALUE 200.
       01  mask-column-table.
           05  mask-column OCCURS 200 TIMES.
               10  mask-treatment          PIC X(1).
               10  mask-keep-count         PIC 9(5)  USAGE COMP.
               10  mask-argument           PIC X(256).
               10  mask-argument-length    PIC 9(5)  USAGE COMP.
       01  mask-position              PIC 9(5)   USAGE COMP.
       01  mask-position-text         PIC X(5).
       01  mask-position-length       PIC 9(5)   USAGE COMP.
       01  mask-pipe-count            PIC 9(5)   USAGE COMP.
       01  mask-treatment-text        PIC X(8).
       01  mask-argument-text         PIC X(256).
       01  mask-argument-text-length  PIC 9(5)   USAGE COMP.
       01  mask-parse-bad-switch      PIC X(1)   VALUE "N".
           88  mask-parse-failed                 VALUE "Y".

      *--- Masking works column by column -- field-number counts the ---
      *--- fields of the row being written -----------------------------
       01  field-number               PIC 9(5)   USAGE COMP.
       01  header-row-switch          PIC X(1)   VALUE "N".
           88  writing-header-row                VALUE "Y".
       01  mask-keep-from             PIC 9(5)   USAGE COMP.
       01  mask-hide-length           PIC 9(5)   USAGE COMP.

      *--- The token is two running hashes of the key then the value, --
      *--- each folded modulo its own prime -- ordinary arithmetic, so -
      *--- the same input gives the same token on every run. Without a -
      *--- key a short value (a customer number, say) could be found ---
      *--- again by hashing every candidate, so key-sensitive columns --
      *--- should carry one --------------------------------------------
       01  mask-byte                  PIC X(1).
       01  mask-byte-num REDEFINES mask-byte
                                      PIC 9(2)   USAGE COMP-X.
       01  mask-scan-index            PIC 9(5)   USAGE COMP.
       01  mask-hash-input            PIC 9(5)   USAGE COMP.
       01  mask-hash-one              PIC 9(9)   USAGE COMP.
       01  mask-hash-two              PIC 9(9)   USAGE COMP.
       01  mask-hash-work             PIC 9(18)  USAGE COMP.
       01  mask-hash-quotient         PIC 9(18)  USAGE COMP.
       01  mask-token.
           05  FILLER                 PIC X(2)   VALUE "TK".
           05  mask-token-part-one    PIC 9(9).
           05  mask-token-part-two    PIC 9(9).
       01  mask-token-length          PIC 9(5)   USAGE COMP VALUE 20.

      *--- Embedded control-byte audit: a value passed to --------------
      *--- WRITE-STRING-DATA is scanned for bytes below a space so -----
      *--- the operator's log shows which row carried raw control data -
       01  control-byte-value          PIC X(1).
       01  control-byte-row-number     PIC 9(9)  USAGE COMP.

      *--- Source code page: the legacy single-byte encoding the -------
      *--- master was keyed in. RSV values must be UTF-8, so when one --
      *--- is named (ISO-8859-1, ISO-8859-15 or CP1252) every value is -
      *--- transcoded as it is written; left blank, or UTF-8, the ------
      *--- bytes go out as they are. code-page-point holds the ---------
      *--- Unicode code point of each byte from X"80" to X"FF"; zero ---
      *--- marks a byte the code page leaves unassigned, which is ------
      *--- written as U+FFFD and logged rather than passed on as a -----
      *--- malformed byte ----------------------------------------------
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
       01  transcode-buffer            PIC X(32000).
       01  transcode-length            PIC 9(5)  USAGE COMP.
       01  transcode-scan-index        PIC 9(5)  USAGE COMP.
       01  transcode-byte              PIC X(1).
       01  transcode-byte-num REDEFINES transcode-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  utf8-byte                   PIC X(1).
       01  utf8-byte-num REDEFINES utf8-byte
                                       PIC 9(2)  USAGE COMP-X.
       01  transcode-point             PIC 9(5)  USAGE COMP.
       01  transcode-quotient          PIC 9(5)  USAGE COMP.
       01  transcode-remainder         PIC 9(5)  USAGE COMP.
       01  unmapped-byte-count         PIC 9(9)  USAGE COMP VALUE 0.

      *--- Central run-log: significant events are appended to the -----
      *--- shared dated run log through the rsvlog subprogram ----------
       01  log-program-name            PIC X(8)  VALUE "rsv".
      *--- extract first -----------------------------------------------
           PERFORM LOAD-LAYOUT-FILE.
           PERFORM LOAD-SELECT-FILE.
           PERFORM LOAD-KEY-RANGE.
           PERFORM LOAD-MASK-FILE.
           PERFORM LOAD-PART-SIZE-LIMIT.
           PERFORM LOAD-MASTER-FORMAT.
           PERFORM LOAD-SOURCE-CODE-PAGE.
           PERFORM START-WRITING-RSV.
           PERFORM LOG-RUN-START.

      *--- abended before anything was committed -- either way the -----
      *--- header row is still owed ------------------------------------
           IF layout-in-use AND row-count = 0
              AND layout-header-wanted
               PERFORM WRITE-LAYOUT-HEADER-ROW
           END-IF

               DISPLAY "Records excluded by filter: " excluded-count
           END-IF

           IF key-range-in-use
               DISPLAY "Records outside key range: "
                   outside-range-count
           END-IF

           IF unmapped-byte-count > 0
               DISPLAY "Bytes with no character in the code page: "
                   unmapped-byte-count
           END-IF

           PERFORM LOG-RUN-END.
           DISPLAY "Done".
           STOP RUN.

       LOG-RUN-START.
           MOVE SPACES TO log-message.
           MOVE 1 TO log-pointer.
           STRING "started input=" DELIMITED BY SIZE
                  input-filename   DELIMITED BY SPACE
                  " output="       DELIMITED BY SIZE
                  filename         DELIMITED BY SPACE
                  INTO log-message
                  WITH POINTER log-pointer
           END-STRING
           IF key-range-in-use
               STRING " range="        DELIMITED BY SIZE
                      key-range-low    DELIMITED BY SPACE
                      "-"              DELIMITED BY SIZE
                      key-range-high   DELIMITED BY SPACE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           IF code-page-in-use
               STRING " codepage="     DELIMITED BY SIZE
                      code-page-text   DELIMITED BY SPACE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           PERFORM ADD-MASK-TO-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

      *--- A masked extract says so, and under which rules, on both ----
      *--- its start and end lines -- the audit trail must never let a -
      *--- masked file pass for a production one, or the other way -----
      *--- round -------------------------------------------------------
       ADD-MASK-TO-LOG-MESSAGE.
           IF mask-in-use
               STRING " masked="       DELIMITED BY SIZE
                      mask-filename    DELIMITED BY SPACE
                      INTO log-message
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           EXIT.

       LOG-RUN-END.
           MOVE row-count          TO log-number-a.
      *--- the audit line carries the whole run's bytes, the same ------
                      WITH POINTER log-pointer
               END-STRING
           END-IF
           PERFORM ADD-MASK-TO-LOG-MESSAGE.
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

           END-EVALUATE
           EXIT.

      *--- A code page this program has no table for is fatal -- ------
      *--- guessing would ship every accented name wrong ---------------
       LOAD-SOURCE-CODE-PAGE.
           MOVE SPACES TO code-page-text.
           ACCEPT code-page-text
               FROM ENVIRONMENT "RSV-SOURCE-CODEPAGE".
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
                   DISPLAY "Unknown source code page: " code-page-text
                   MOVE "ended rc=1 unknown source code page"
                       TO log-message
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

      *--- Customer master input ------------------------------------
       OPEN-CUSTOMER-MASTER.
           IF master-is-prefixed
           PERFORM READ-ONE-MASTER-RECORD.
           IF NOT end-of-customer-master
               ADD 1 TO input-record-count
               PERFORM CHECK-RECORD-AGAINST-KEY-RANGE
               IF record-in-range
                   PERFORM CHECK-RECORD-AGAINST-LAYOUT
               END-IF
               IF record-in-range AND record-matches-layout
                   PERFORM CHECK-RECORD-AGAINST-FILTER
                   IF record-selected
                       ADD 1 TO included-count
      *--- row: EOR with no preceding value at all --------------------
       PARSE-AND-WRITE-ROW.
           MOVE 1   TO field-pointer.
           MOVE 0   TO field-number.
           MOVE "N" TO end-of-record-switch.

           IF record-length > 0
           MOVE 0 TO field-length.
           MOVE SPACE TO field-delimiter.

           ADD 1 TO field-number.

           IF field-pointer > record-length
      *--- record ended on a delimiter -- the trailing field is empty --
               SET end-of-record TO TRUE
           IF field-length = 4 AND field-buffer(1:4) = "NULL"
               PERFORM WRITE-NULL-VALUE
           ELSE
               IF mask-in-use AND NOT writing-header-row
                  AND field-number <= mask-column-limit
                   PERFORM APPLY-MASK-TO-FIELD
               END-IF
               IF field-length > 0
                   MOVE field-buffer(1:field-length) TO buffer
                   MOVE field-length TO numBytes
           PERFORM WRITE-END-OF-VALUE.
           EXIT.

      *--- The column's rule rewrites field-buffer/field-length in -----
      *--- place; a column with no rule passes through untouched. An ---
      *--- empty value has nothing to hide and stays empty, except -----
      *--- under FIXED, which always ships its replacement -------------
       APPLY-MASK-TO-FIELD.
           EVALUATE mask-treatment(field-number)
               WHEN "R"
                   IF field-length > 0
                       INSPECT field-buffer(1:field-length)
                           REPLACING CHARACTERS BY "*"
                   END-IF
      *--- The kept count is in bytes; on a UTF-8 master the boundary --
      *--- moves so a character is never left half kept, half hidden ---
      *--- (after the source code page is applied every character is ---
      *--- still one byte here) ----------------------------------------
               WHEN "F"
                   IF field-length > mask-keep-count(field-number)
                       COMPUTE mask-keep-from
                           = mask-keep-count(field-number) + 1
                       IF NOT code-page-in-use
                           PERFORM BACK-OFF-ONE-KEEP-BYTE
                               VARYING mask-keep-from
                               FROM mask-keep-from BY -1
                               UNTIL mask-keep-from = 1
                                  OR field-buffer(mask-keep-from:1)
                                     < X"80"
                                  OR field-buffer(mask-keep-from:1)
                                     > X"BF"
                       END-IF
                       COMPUTE mask-hide-length
                           = field-length - mask-keep-from + 1
                       INSPECT field-buffer(mask-keep-from:
                                            mask-hide-length)
                           REPLACING CHARACTERS BY "*"
                   END-IF
               WHEN "L"
                   IF field-length > mask-keep-count(field-number)
                       COMPUTE mask-hide-length = field-length
                           - mask-keep-count(field-number)
                       IF NOT code-page-in-use
                           PERFORM BACK-OFF-ONE-KEEP-BYTE
                               VARYING mask-hide-length
                               FROM mask-hide-length BY 1
                               UNTIL mask-hide-length = field-length
                                  OR field-buffer
                                     (mask-hide-length + 1:1) < X"80"
                                  OR field-buffer
                                     (mask-hide-length + 1:1) > X"BF"
                       END-IF
                       INSPECT field-buffer(1:mask-hide-length)
                           REPLACING CHARACTERS BY "*"
                   END-IF
               WHEN "V"
                   MOVE SPACES TO field-buffer
                   MOVE mask-argument-length(field-number)
                       TO field-length
                   IF field-length > 0
                       MOVE mask-argument(field-number)(1:field-length)
                           TO field-buffer
                   END-IF
               WHEN "T"
                   IF field-length > 0
                       PERFORM BUILD-MASK-TOKEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       BACK-OFF-ONE-KEEP-BYTE.
           CONTINUE.
           EXIT.

      *--- both hashes start from a non-zero seed so even a one- or ----
      *--- two-byte value folds past its prime and fills the token -----
       BUILD-MASK-TOKEN.
           MOVE 314159265 TO mask-hash-one.
           MOVE 271828182 TO mask-hash-two.
           IF mask-argument-length(field-number) > 0
               PERFORM HASH-ONE-KEY-BYTE
                   VARYING mask-scan-index FROM 1 BY 1
                   UNTIL mask-scan-index
                         > mask-argument-length(field-number)
      *--- 256 is no byte value, so the key can never run on into ------
      *--- the value and collide with a different key/value split ------
               MOVE 256 TO mask-hash-input
               PERFORM MIX-ONE-HASH-INPUT
           END-IF
           PERFORM HASH-ONE-VALUE-BYTE
               VARYING mask-scan-index FROM 1 BY 1
               UNTIL mask-scan-index > field-length.
           PERFORM FOLD-MASK-HASHES 2 TIMES.
           MOVE mask-hash-one TO mask-token-part-one.
           MOVE mask-hash-two TO mask-token-part-two.
           MOVE SPACES TO field-buffer.
           MOVE mask-token TO field-buffer.
           MOVE mask-token-length TO field-length.
           EXIT.

       HASH-ONE-KEY-BYTE.
           MOVE mask-argument(field-number)(mask-scan-index:1)
               TO mask-byte.
           MOVE mask-byte-num TO mask-hash-input.
           PERFORM MIX-ONE-HASH-INPUT.
           EXIT.

       HASH-ONE-VALUE-BYTE.
           MOVE field-buffer(mask-scan-index:1) TO mask-byte.
           MOVE mask-byte-num TO mask-hash-input.
           PERFORM MIX-ONE-HASH-INPUT.
           EXIT.

       MIX-ONE-HASH-INPUT.
           COMPUTE mask-hash-work
               = mask-hash-one * 257 + mask-hash-input + 1.
           DIVIDE mask-hash-work BY 999999937
               GIVING mask-hash-quotient REMAINDER mask-hash-one.
           COMPUTE mask-hash-work
               = mask-hash-two * 263 + mask-hash-input + 1.
           DIVIDE mask-hash-work BY 999999929
               GIVING mask-hash-quotient REMAINDER mask-hash-two.
           EXIT.

      *--- The running hashes move in step with the last byte, so ------
      *--- values one byte apart would give tokens one digit apart -- --
      *--- squaring each into the other scatters near neighbours -------
       FOLD-MASK-HASHES.
           COMPUTE mask-hash-work
               = mask-hash-one * mask-hash-one + mask-hash-two.
           DIVIDE mask-hash-work BY 999999937
               GIVING mask-hash-quotient REMAINDER mask-hash-one.
           COMPUTE mask-hash-work
               = mask-hash-two * mask-hash-two + mask-hash-one.
           DIVIDE mask-hash-work BY 999999929
               GIVING mask-hash-quotient REMAINDER mask-hash-two.
           EXIT.


       START-WRITING-RSV.
           MOVE SPACES TO parm-filename.
           MOVE layout-line(1:layout-line-size)
               TO master-work-record.
           MOVE layout-line-size TO record-length.
           SET writing-header-row TO TRUE.
           PERFORM PARSE-AND-WRITE-ROW.
           MOVE "N" TO header-row-switch.
           EXIT.

      *--- The select file names the filter: line 1 is AND or OR, ------
           END-IF
           EXIT.

      *--- The mask file follows the select file's rules: named but ----
      *--- unopenable, unparseable or empty is fatal before any output -
      *--- exists. The name is kept whole in the 26-byte trailer field -
      *--- so a resume can tell one rules file from another; a longer --
      *--- name is refused rather than cut ----------------------------
       LOAD-MASK-FILE.
           MOVE SPACES TO mask-filename.
           ACCEPT mask-filename FROM ENVIRONMENT "RSV-MASK-FILE".
           IF mask-filename(27:230) NOT = SPACES
               DISPLAY "Mask file name longer than 26: "
                   mask-filename(1:60)
               MOVE "ended rc=1 mask file name longer than 26"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF mask-filename NOT = SPACES
               OPEN INPUT MASK-FILE
               IF mask-file-status NOT = "00"
                   DISPLAY "Could not open mask file: "
                       mask-file-status
                   MOVE "ended rc=1 mask file could not be opened"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO mask-column-table
               PERFORM READ-MASK-RULE
                   UNTIL mask-parse-failed
                      OR mask-file-status NOT = "00"
               CLOSE MASK-FILE
               IF mask-parse-failed
                   MOVE "ended rc=1 bad masking rules"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF mask-rule-count = 0
                   DISPLAY "Mask file names no rules"
                   MOVE "ended rc=1 mask file names no rules"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET mask-in-use TO TRUE
               DISPLAY "Masking " mask-rule-count " columns under "
                   mask-filename(1:60)
           END-IF
           EXIT.

       READ-MASK-RULE.
           READ MASK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PARSE-ONE-MASK-RULE
           END-READ
           EXIT.

      *--- A rule line is position|treatment or position|treatment| ----
      *--- argument -- anything with more delimiters would cut a FIXED -
      *--- value or a TOKEN key short at the extra "|", so it fails ----
       PARSE-ONE-MASK-RULE.
           MOVE 0 TO mask-pipe-count.
           INSPECT mask-record(1:mask-record-length)
               TALLYING mask-pipe-count FOR ALL "|".
           IF mask-pipe-count < 1 OR mask-pipe-count > 2
               DISPLAY "Bad rule line in mask file: "
                   mask-record(1:mask-record-length)
               SET mask-parse-failed TO TRUE
           ELSE
               MOVE SPACES TO mask-position-text
               MOVE SPACES TO mask-treatment-text
               MOVE SPACES TO mask-argument-text
               MOVE 0 TO mask-position-length
               MOVE 0 TO mask-argument-text-length
               UNSTRING mask-record(1:mask-record-length)
                   DELIMITED BY "|"
                   INTO mask-position-text
                            COUNT IN mask-position-length,
                        mask-treatment-text,
                        mask-argument-text
                            COUNT IN mask-argument-text-length
               END-UNSTRING
               PERFORM STORE-ONE-MASK-RULE
           END-IF
           EXIT.

      *--- One rule per column: a second rule for the same position ----
      *--- is an error, not an override -- which of the two the author -
      *--- meant cannot be known ---------------------------------------
       STORE-ONE-MASK-RULE.
           IF mask-position-length = 0
              OR mask-position-length > 5
              OR mask-position-text(1:mask-position-length)
                 NOT NUMERIC
              OR mask-position-text(1:mask-position-length)
                 = ZEROES
               DISPLAY "Bad field position in mask file: "
                   mask-position-text
               SET mask-parse-failed TO TRUE
           ELSE
               MOVE mask-position-text(1:mask-position-length)
                   TO mask-position
               IF mask-position > mask-column-limit
                   DISPLAY "Mask file position beyond column "
                       mask-column-limit ": " mask-position
                   SET mask-parse-failed TO TRUE
               ELSE
                   IF mask-treatment(mask-position) NOT = SPACE
                       DISPLAY "Mask file names column "
                           mask-position " more than once"
                       SET mask-parse-failed TO TRUE
                   ELSE
                       PERFORM STORE-MASK-TREATMENT
                   END-IF
               END-IF
           END-IF
           EXIT.

       STORE-MASK-TREATMENT.
           EVALUATE mask-treatment-text
               WHEN "REDACT"
                   IF mask-pipe-count = 1
                       MOVE "R" TO mask-treatment(mask-position)
                   ELSE
                       DISPLAY "REDACT takes no argument: column "
                           mask-position
                       SET mask-parse-failed TO TRUE
                   END-IF
               WHEN "FIRST"
               WHEN "LAST"
                   PERFORM STORE-MASK-KEEP-COUNT
               WHEN "FIXED"
                   IF mask-pipe-count = 2
                       MOVE "V" TO mask-treatment(mask-position)
                       MOVE mask-argument-text
                           TO mask-argument(mask-position)
                       MOVE mask-argument-text-length
                           TO mask-argument-length(mask-position)
                   ELSE
                       DISPLAY "FIXED needs a replacement value: "
                           "column " mask-position
                       SET mask-parse-failed TO TRUE
                   END-IF
               WHEN "TOKEN"
                   MOVE "T" TO mask-treatment(mask-position)
                   MOVE mask-argument-text
                       TO mask-argument(mask-position)
                   MOVE mask-argument-text-length
                       TO mask-argument-length(mask-position)
               WHEN OTHER
                   DISPLAY "Bad treatment in mask file: "
                       mask-treatment-text
                   SET mask-parse-failed TO TRUE
           END-EVALUATE
           IF NOT mask-parse-failed
               ADD 1 TO mask-rule-count
           END-IF
           EXIT.

      *--- FIRST and LAST need a count of bytes to keep -- a missing, --
      *--- non-numeric or zero count is rejected rather than read as ---
      *--- "keep nothing", which REDACT already says plainly -----------
       STORE-MASK-KEEP-COUNT.
           IF mask-pipe-count NOT = 2
              OR mask-argument-text-length = 0
              OR mask-argument-text-length > 5
               DISPLAY "Bad keep count in mask file: column "
                   mask-position
               SET mask-parse-failed TO TRUE
           ELSE
               IF mask-argument-text(1:mask-argument-text-length)
                  NOT NUMERIC
                  OR mask-argument-text(1:mask-argument-text-length)
                  = ZEROES
                   DISPLAY "Bad keep count in mask file: column "
                       mask-position
                   SET mask-parse-failed TO TRUE
               ELSE
                   MOVE mask-argument-text(1:mask-argument-text-length)
                       TO mask-keep-count(mask-position)
                   IF mask-treatment-text = "FIRST"
                       MOVE "F" TO mask-treatment(mask-position)
                   ELSE
                       MOVE "L" TO mask-treatment(mask-position)
                   END-IF
               END-IF
           END-IF
           EXIT.

      *--- AND starts selected and any failed condition clears it; -----
      *--- OR starts unselected and any met condition sets it ----------
       CHECK-RECORD-AGAINST-FILTER.
           END-IF
           EXIT.

      *--- A range that cannot be honored is fatal before any output ---
      *--- exists: a partition that quietly took every record would ----
      *--- ship its neighbours' rows twice -----------------------------
       LOAD-KEY-RANGE.
           MOVE SPACES TO key-range-field-text.
           MOVE SPACES TO key-range-low.
           MOVE SPACES TO key-range-high.
           ACCEPT key-range-field-text FROM ENVIRONMENT "RSV-KEY-FIELD".
           ACCEPT key-range-low FROM ENVIRONMENT "RSV-KEY-LOW".
           ACCEPT key-range-high FROM ENVIRONMENT "RSV-KEY-HIGH".
           IF key-range-field-text NOT = SPACES
               MOVE 0 TO key-range-field-length
               INSPECT key-range-field-text
                   TALLYING key-range-field-length
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF key-range-field-length = 0
                  OR key-range-field-text(1:key-range-field-length)
                     NOT NUMERIC
                  OR key-range-field-text(1:key-range-field-length)
                     = ZEROES
                   DISPLAY "Bad key field position: "
                       key-range-field-text
                   MOVE "ended rc=1 bad key field position"
                       TO log-message
                   PERFORM WRITE-RUN-LOG-ENTRY
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE key-range-field-text(1:key-range-field-length)
                   TO key-range-position
               SET key-range-in-use TO TRUE
           END-IF
           IF NOT key-range-in-use
              AND (key-range-low NOT = SPACES
                   OR key-range-high NOT = SPACES)
               DISPLAY "A key range needs RSV-KEY-FIELD"
               MOVE "ended rc=1 key range without a key field"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF key-range-low NOT = SPACES
              AND key-range-high NOT = SPACES
              AND key-range-low NOT < key-range-high
               DISPLAY "Key range is empty: low is not below high"
               MOVE "ended rc=1 empty key range" TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO layout-header-text.
           ACCEPT layout-header-text
               FROM ENVIRONMENT "RSV-LAYOUT-HEADER".
           IF layout-header-text = "N"
               MOVE "N" TO layout-header-switch
           END-IF
           EXIT.

      *--- The key is compared as characters, space-padded, the way ----
      *--- the select file compares -- a partition file for a numeric --
      *--- key wants keys of one width -------------------------------
       CHECK-RECORD-AGAINST-KEY-RANGE.
           MOVE "Y" TO record-in-range-switch.
           IF key-range-in-use
               MOVE key-range-position TO filter-target-position
               PERFORM EXTRACT-FILTER-FIELD
               MOVE SPACES TO filter-compare-left
               IF filter-field-length > 0
                   MOVE filter-field-buffer(1:filter-field-length)
                       TO filter-compare-left
               END-IF
               IF (key-range-low NOT = SPACES
                   AND filter-compare-left < key-range-low)
                  OR (key-range-high NOT = SPACES
                   AND filter-compare-left NOT < key-range-high)
                   MOVE "N" TO record-in-range-switch
                   ADD 1 TO outside-range-count
      *--- consumed without a row, so the checkpoint moves with it -----
                   PERFORM WRITE-TRAILER-CONTROL-FILE
               END-IF
           END-IF
           EXIT.

      *--- RSV-MAX-PART-BYTES caps each output part; the transfer ------
      *--- gateway's limit belongs here, not in anyone's memory. A -----
      *--- value that does not parse is fatal -- silently ignoring it --
               STOP RUN
           END-IF

      *--- nor can a checkpoint be finished under different masking ----
      *--- -- the rebuilt file would mix live and masked rows, or rows -
      *--- masked under two sets of rules -----------------------------
           IF (trailer-is-masked AND NOT mask-in-use)
              OR (mask-in-use AND NOT trailer-is-masked)
              OR (mask-in-use
                  AND trailer-mask-file NOT = mask-filename(1:26))
               DISPLAY "Checkpoint masking does not match this run -- "
                   "rerun with the same RSV-MASK-FILE to resume it"
               MOVE "ended rc=1 checkpoint masking does not match"
                   TO log-message
               PERFORM WRITE-RUN-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE trailer-part-count TO part-number.
           PERFORM BUILD-PART-FILENAME.
           CALL "CBL_OPEN_FILE"
      *--- value longer than one chunk is still written in full --------
       WRITE-STRING-DATA.
           PERFORM CHECK-FOR-CONTROL-BYTES.
           IF code-page-in-use
               PERFORM TRANSCODE-VALUE-TO-UTF8
           END-IF

           MOVE numBytes TO bytes-remaining.
           MOVE 1 TO chunk-offset.
           END-IF
           EXIT.

      *--- A byte below X"80" is the same character in UTF-8; any -----
      *--- other becomes the two- or three-byte sequence for its code --
      *--- point. A master record is at most 4091 bytes, so even -------
      *--- three bytes for every one still fits the buffer -------------
       TRANSCODE-VALUE-TO-UTF8.
           MOVE 0 TO transcode-length.
           PERFORM TRANSCODE-ONE-BYTE
               VARYING transcode-scan-index FROM 1 BY 1
               UNTIL transcode-scan-index > numBytes.
           IF transcode-length > 0
               MOVE transcode-buffer(1:transcode-length)
                   TO buffer(1:transcode-length)
           END-IF
           MOVE transcode-length TO numBytes.
           EXIT.

       TRANSCODE-ONE-BYTE.
           MOVE buffer(transcode-scan-index:1) TO transcode-byte.
           IF transcode-byte-num < 128
               MOVE transcode-byte TO utf8-byte
               PERFORM APPEND-ONE-UTF8-BYTE
           ELSE
               MOVE code-page-point(transcode-byte-num - 127)
                   TO transcode-point
               IF transcode-point = 0
                   PERFORM REPORT-UNMAPPED-BYTE
                   MOVE 65533 TO transcode-point
               END-IF
               IF transcode-point < 2048
                   DIVIDE transcode-point BY 64
                       GIVING transcode-quotient
                       REMAINDER transcode-remainder
                   COMPUTE utf8-byte-num = 192 + transcode-quotient
                   PERFORM APPEND-ONE-UTF8-BYTE
               ELSE
                   DIVIDE transcode-point BY 4096
                       GIVING transcode-quotient
                       REMAINDER transcode-remainder
                   COMPUTE utf8-byte-num = 224 + transcode-quotient
                   PERFORM APPEND-ONE-UTF8-BYTE
                   DIVIDE transcode-remainder BY 64
                       GIVING transcode-quotient
                       REMAINDER transcode-remainder
                   COMPUTE utf8-byte-num = 128 + transcode-quotient
                   PERFORM APPEND-ONE-UTF8-BYTE
               END-IF
               COMPUTE utf8-byte-num = 128 + transcode-remainder
               PERFORM APPEND-ONE-UTF8-BYTE
           END-IF
           EXIT.

       APPEND-ONE-UTF8-BYTE.
           ADD 1 TO transcode-length.
           MOVE utf8-byte TO transcode-buffer(transcode-length:1).
           EXIT.

      *--- Same audit trail as an embedded control byte: the row and ---
      *--- the byte within the value go to the operator and the log ----
       REPORT-UNMAPPED-BYTE.
           ADD 1 TO unmapped-byte-count.
           COMPUTE control-byte-row-number = row-count + 1.
           DISPLAY "Byte with no character in the code page for row "
               control-byte-row-number " at byte " transcode-scan-index
           MOVE control-byte-row-number TO log-number-a.
           MOVE transcode-scan-index    TO log-number-b.
           MOVE SPACES TO log-message.
           STRING "unmapped byte in value for row "
                      DELIMITED BY SIZE
                  log-number-a      DELIMITED BY SIZE
                  " at byte "       DELIMITED BY SIZE
                  log-number-b      DELIMITED BY SIZE
                  INTO log-message
           END-STRING
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT.

       WRITE-STRING-CHUNK.
           IF bytes-remaining > chunk-size
               MOVE chunk-size TO chunk-bytes
           MOVE part-number        TO trailer-part-count.
           MOVE part-row-count     TO trailer-part-row-count.
           MOVE offset             TO trailer-part-byte-offset.
           IF mask-in-use
               MOVE "M"            TO trailer-mask-flag
               MOVE mask-filename  TO trailer-mask-file
           ELSE
               MOVE SPACE          TO trailer-mask-flag
               MOVE SPACES         TO trailer-mask-file
           END-IF

           MOVE 0   TO control-offset.
           MOVE 120 TO control-bytes.
