        *>
        *> Copybook file-inbound-file.cpy
        *> Put in the /copy directory.
        *>
        *> Shared filing of a handled intake file - moves it out
        *> of the landing folder under a dated name,
        *> <kind>-YYYYMMDD-HHMMSS.txt, to ../data/processed/ when
        *> loaded (status P) or to ../data/rejected/ when refused
        *> (D) or stopped by a database error (E), and writes its
        *> tbl_inbound_file row. A stopped load's open work is
        *> rolled back first - the rows committed before the
        *> error stay. A file that cannot be moved stays where it
        *> is and i-handled-file comes back blank. Expects
        *> inbound-vars.cpy in WORKING-STORAGE; the including
        *> program commits.
        *>
           IF i-file-status = 'E'
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO i-stamp
           MOVE SPACE TO i-handled-path
           IF i-file-status = 'P'
               STRING '../data/processed/'
                      FUNCTION TRIM(i-file-kind) '-'
                      i-stamp(1:8) '-' i-stamp(9:6) '.txt'
                      DELIMITED BY SIZE INTO i-handled-path
               END-STRING
           ELSE
               STRING '../data/rejected/'
                      FUNCTION TRIM(i-file-kind) '-'
                      i-stamp(1:8) '-' i-stamp(9:6) '.txt'
                      DELIMITED BY SIZE INTO i-handled-path
               END-STRING
           END-IF
           MOVE i-handled-path(9:60) TO i-handled-file

           *> the landed file goes only once the copy is there
           MOVE RETURN-CODE TO i-saved-rtn
           CALL 'C$COPY' USING i-landing-path, i-handled-path, 0
           IF RETURN-CODE = ZERO
               CALL 'C$DELETE' USING i-landing-path, 0
           ELSE
               MOVE SPACE TO i-handled-file
           END-IF
           MOVE i-saved-rtn TO RETURN-CODE

           EXEC SQL
               INSERT INTO tbl_inbound_file
               (file_id, file_kind, file_checksum, line_cnt,
                loaded_cnt, rejected_cnt, file_status,
                handled_file)
               VALUES (nextval('tbl_inbound_file_file_id_seq'),
                       :i-file-kind, :i-file-checksum,
                       :i-line-cnt, :i-loaded-cnt,
                       :i-rejected-cnt, :i-file-status,
                       :i-handled-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF
