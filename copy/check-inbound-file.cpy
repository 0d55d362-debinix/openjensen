        *>
        *> Copybook check-inbound-file.cpy
        *> Put in the /copy directory.
        *>
        *> Shared pick-up of an intake file from the landing
        *> folder - reads OJ_INTAKE_MODE (validate = check the
        *> file and write nothing), fingerprints the landed file
        *> (file-checksum) and looks the fingerprint up among the
        *> files of the same kind already loaded. No file leaves
        *> is-file-landed off; a file identical to one loaded
        *> sets is-duplicate-file, with the date it was loaded
        *> in i-dup-date. Expects inbound-vars.cpy in
        *> WORKING-STORAGE and a connected database.
        *>
           MOVE SPACE TO i-intake-mode
           ACCEPT i-intake-mode FROM ENVIRONMENT 'OJ_INTAKE_MODE'
           IF FUNCTION TRIM(i-intake-mode) = 'validate'
               SET is-validate-only TO TRUE
           END-IF

           *> the folders live below ../data, out of reach of the
           *> cleanup-old-files sweep
           CALL 'CBL_CREATE_DIR' USING i-landing-dir
           CALL 'CBL_CREATE_DIR' USING i-processed-dir
           CALL 'CBL_CREATE_DIR' USING i-rejected-dir

           MOVE ZERO TO i-checksum-rtn
           CALL 'file-checksum' USING i-checksum-rtn i-landing-path
                                      i-line-cnt i-file-checksum

           IF i-checksum-rtn = ZERO
               SET is-file-landed TO TRUE

               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(TO_CHAR(created_date,
                                               'YYYY-MM-DD')), '')
                   INTO :i-dup-cnt, :i-dup-date
                   FROM tbl_inbound_file
                   WHERE file_kind = :i-file-kind
                   AND file_checksum = :i-file-checksum
                   AND file_status = 'P'
               END-EXEC

               IF i-dup-cnt > ZERO
                   SET is-duplicate-file TO TRUE
               END-IF
           END-IF
