        *>
        *> Copybook register-outbound-file.cpy
        *> Put in the /copy directory.
        *>
        *> Shared registration of a file handed to an authority
        *> or partner - reads the written file back for its
        *> line count and checksum (file-checksum), gives it the
        *> next sequence number of its kind, keeps its own copy
        *> as ../data/archive/<kind>-<seq>.txt and writes the
        *> tbl_outbound_file row, status C (created - not yet
        *> sent). A file id drawn beforehand (a correction run
        *> links its rejects to it while writing) is kept.
        *> Expects outbound-vars.cpy in WORKING-STORAGE; the
        *> including program commits. A file that cannot be
        *> read back is not registered - o-file-id comes back
        *> zero.
        *>
           MOVE ZERO TO o-checksum-rtn
           CALL 'file-checksum' USING o-checksum-rtn o-source-path
                                      o-line-cnt o-file-checksum

           IF o-checksum-rtn NOT = ZERO
               MOVE ZERO TO o-file-id
           ELSE
               IF o-file-id = ZERO
                   EXEC SQL
                       SELECT nextval('tbl_outbound_file_file_id_seq')
                       INTO :o-file-id
                   END-EXEC
               END-IF

               EXEC SQL
                   SELECT COALESCE(MAX(file_seq), 0) + 1
                   INTO :o-file-seq
                   FROM tbl_outbound_file
                   WHERE file_kind = :o-file-kind
               END-EXEC

               MOVE SPACE TO o-archive-path
               STRING '../data/archive/' FUNCTION TRIM(o-file-kind)
                      '-' o-file-seq '.txt'
                      DELIMITED BY SIZE INTO o-archive-path
               END-STRING
               MOVE o-archive-path(9:52) TO o-archive-file

               CALL 'C$COPY' USING o-source-path, o-archive-path, 0

               EXEC SQL
                   INSERT INTO tbl_outbound_file
                   (file_id, file_kind, file_period, file_seq,
                    correction_of, record_cnt, control_total,
                    control_label, line_cnt, file_checksum,
                    archive_file)
                   VALUES (:o-file-id, :o-file-kind,
                           :o-file-period, :o-file-seq,
                           :o-correction-of, :o-record-cnt,
                           :o-control-total, :o-control-label,
                           :o-line-cnt, :o-file-checksum,
                           :o-archive-file)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF
