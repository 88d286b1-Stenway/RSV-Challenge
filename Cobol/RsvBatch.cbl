       01  select-env-length          PIC 9(5)   USAGE COMP.
       01  env-name-select            PIC X(20)
           VALUE "RSV-SELECT-FILE".
      *--- Optional fifth field: a masking-rules file for an extract ---
      *--- bound for test or development (see the mask-file handling --
      *--- in the extract itself). Leave the fourth field empty to -----
      *--- mask without filtering --------------------------------------
       01  mask-file                  PIC X(256).
       01  mask-file-length           PIC 9(5)   USAGE COMP.
       01  mask-env-clause            PIC X(300).
       01  mask-env-length            PIC 9(5)   USAGE COMP.
       01  env-name-mask              PIC X(20)
           VALUE "RSV-MASK-FILE".
      *--- Optional sixth field: the legacy code page the table's ------
      *--- master was keyed in, for rsv to transcode to UTF-8 (see the -
      *--- code-page handling in the extract itself) -------------------
       01  code-page                  PIC X(256).
       01  code-page-length           PIC 9(5)   USAGE COMP.
       01  code-page-env-clause       PIC X(300).
       01  code-page-env-length       PIC 9(5)   USAGE COMP.
       01  env-name-code-page         PIC X(20)
           VALUE "RSV-SOURCE-CODEPAGE".

       01  extract-program            PIC X(256) VALUE "rsv".
       01  extract-command            PIC X(1600).

      *--- The control record's table name doubles as the hook for a ---
      *--- per-table layout: if <table-name>.LAY exists it is handed ---

      *--- Each control record is table-name|input-file|output-file ----
      *--- with an optional fourth field naming a selection-criteria ---
      *--- file, an optional fifth naming a masking-rules file and an --
      *--- optional sixth naming the master's source code page for -----
      *--- that extract ------------------------------------------------
      *--- COUNT IN captures the exact field length so a later -------
      *--- STRING can use reference modification instead of ----------
      *--- DELIMITED BY SPACE, which would truncate a name at an -----
           MOVE SPACES TO input-file.
           MOVE SPACES TO output-file.
           MOVE SPACES TO select-file.
           MOVE SPACES TO mask-file.
           MOVE SPACES TO code-page.
           MOVE 0 TO table-name-length.
           MOVE 0 TO input-file-length.
           MOVE 0 TO output-file-length.
           MOVE 0 TO select-file-length.
           MOVE 0 TO mask-file-length.
           MOVE 0 TO code-page-length.

           UNSTRING control-record(1:control-record-length)
               DELIMITED BY "|"
               INTO table-name  COUNT IN table-name-length,
                    input-file  COUNT IN input-file-length,
                    output-file COUNT IN output-file-length,
                    select-file COUNT IN select-file-length,
                    mask-file   COUNT IN mask-file-length,
                    code-page   COUNT IN code-page-length
           END-UNSTRING

      *--- table-name is a log label only -- a blank one is harmless, --
               END-IF
           END-IF

      *--- likewise the mask file -- an extract whose masking cannot ---
      *--- be passed through must not ship live data instead -----------
           IF mask-file-length > 0
               MOVE mask-file          TO field-to-validate
               MOVE mask-file-length   TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   MOVE "N" TO extract-fields-valid-switch
               END-IF
           END-IF

      *--- and the code page, which lands on the same command line -----
           IF code-page-length > 0
               MOVE code-page          TO field-to-validate
               MOVE code-page-length   TO field-to-validate-length
               PERFORM VALIDATE-FIELD-FOR-SHELL-SAFETY
               IF field-is-invalid
                   MOVE "N" TO extract-fields-valid-switch
               END-IF
           END-IF

           IF NOT extract-fields-valid
               DISPLAY "Extract rejected for " table-name
                   ": unsafe character in input/output file name"
           END-IF
           EXIT.

      *--- the layout, select, mask and code-page clauses are a -------
      *--- single space when no layout or filter applies so the -------
      *--- STRING below can splice -------------------------------------
      *--- them in unconditionally -------------------------------------
       BUILD-EXTRACT-COMMAND.
           MOVE SPACES TO select-env-clause.
               SUBTRACT 1 FROM select-env-length
           END-IF

           MOVE SPACES TO mask-env-clause.
           MOVE 1      TO mask-env-length.
           IF mask-file-length > 0
               STRING """"            DELIMITED BY SIZE
                      env-name-mask   DELIMITED BY SPACE
                      "="             DELIMITED BY SIZE
                      mask-file(1:mask-file-length)
                                      DELIMITED BY SIZE
                      """ "           DELIMITED BY SIZE
                      INTO mask-env-clause
                      WITH POINTER mask-env-length
               END-STRING
               SUBTRACT 1 FROM mask-env-length
           END-IF

           MOVE SPACES TO code-page-env-clause.
           MOVE 1      TO code-page-env-length.
           IF code-page-length > 0
               STRING """"            DELIMITED BY SIZE
                      env-name-code-page DELIMITED BY SPACE
                      "="             DELIMITED BY SIZE
                      code-page(1:code-page-length)
                                      DELIMITED BY SIZE
                      """ "           DELIMITED BY SIZE
                      INTO code-page-env-clause
                      WITH POINTER code-page-env-length
               END-STRING
               SUBTRACT 1 FROM code-page-env-length
           END-IF

           MOVE SPACES TO layout-env-clause.
           MOVE 1      TO layout-env-length.
           IF layout-found
                                   DELIMITED BY SIZE
                  select-env-clause(1:select-env-length)
                                   DELIMITED BY SIZE
                  mask-env-clause(1:mask-env-length)
                                   DELIMITED BY SIZE
                  code-page-env-clause(1:code-page-env-length)
                                   DELIMITED BY SIZE
                  extract-program  DELIMITED BY SPACE
                  INTO extract-command
           END-STRING
