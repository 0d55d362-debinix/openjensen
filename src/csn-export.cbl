       *>          month. Meant to be run from cron like
       *>          backup-nightly, not from the web server;
       *>          output goes to ../data/csn-export.txt with a
       *>          record-count trailer. Every file is registered
       *>          in tbl_outbound_file with its own archived
       *>          copy (copy/register-outbound-file.cpy). With
       *>          OJ_CORRECTION_OF set to the file id of a
       *>          file CSN sent back rejections for, only the
       *>          students still rejected are written, for that
       *>          file's period, as a numbered correction file.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>       0.3: Hold back protected identities.
       *>       0.4: Register the file sent; correction runs.
       *>       0.5: A study visit counts as attendance.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. csn-export.
       FD  exportfile.
       01  fd-export-detail.
           03  fc-rec-type                PIC X(1).
           03  fc-user-id                 PIC 9(9).
           03  fc-program-id              PIC 9(4).
           03  fc-enrolled-points         PIC 9(5).
           03  fc-active-flag             PIC X(1).
       01  fd-export-trailer.
           03  fc-trl-type                PIC X(1).
           03  fc-trl-count               PIC 9(6).
           03  fc-trl-filler              PIC X(20).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-correction-switch        PIC X   VALUE 'N'.
                88  is-correction                   VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  csn-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-program        PIC  9(4).
             05  t-user-status         PIC  X(1).
             05  t-enrolled-points     PIC  9(5).
             05  t-enrolled-cnt        PIC  9(4).
             05  t-present-cnt         PIC  9(5).
       01  wc-period-like            PIC  X(8) VALUE SPACE.
       01  correction-vars.
             05  t-record-key          PIC  X(20) VALUE SPACE.
             05  t-open-reject-cnt     PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> protected identities stay out of the file unless
       *> overridden - see copy/check-protected-release.cpy
       COPY protected-vars.

       *> the register of files sent - see
       *> copy/register-outbound-file.cpy
       COPY outbound-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the reporting period, YYYY-MM
       01  wc-period                PIC X(7)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.

       *> the file a correction run corrects
       01  wc-correction-of         PIC X(9)  VALUE SPACE.
       01  wn-user-id-disp          PIC 9(9)  VALUE ZERO.

       *> per-run record counter for the trailer
       01  wn-record-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-points-total          PIC 9(9)  VALUE ZERO.
       01  wn-withheld-cnt          PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.

           PERFORM B0100-connect

           IF is-db-connected AND is-correction
               PERFORM B0150-check-correction
           END-IF

           IF is-db-connected
               OPEN OUTPUT exportfile
               PERFORM B0200-sweep-students
               PERFORM B0900-write-trailer
               CLOSE exportfile
               IF NOT is-sql-error
                   PERFORM B0950-register-file
               END-IF
               PERFORM Z0200-disconnect
           END-IF

               DISPLAY '*** csn-export: finished with errors ***'
           ELSE
               DISPLAY '*** csn-export: done, ' wn-record-cnt
                       ' records for ' wc-period ', '
                       wn-withheld-cnt ' protected held back, '
                       'file ' o-file-seq ' ***'
           END-IF

           GOBACK
               END-STRING
           END-IF

           PERFORM A0110-set-period-like

           *> a correction of an earlier file, by its file id
           ACCEPT wc-correction-of FROM ENVIRONMENT
               'OJ_CORRECTION_OF'
           IF wc-correction-of NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-correction-of)
                   TO o-correction-of
               SET is-correction TO TRUE
           END-IF

           .

       *>**************************************************
       A0110-set-period-like.

           *> the LIKE pattern used against session_date
           MOVE SPACE TO wc-period-like
           STRING FUNCTION TRIM(wc-period) '%'
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** csn-export: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0150-check-correction.

           *> the correction covers the corrected file's period
           EXEC SQL
               SELECT file_period
               INTO :o-file-period
               FROM tbl_outbound_file
               WHERE file_id = :o-correction-of
               AND file_kind = 'csn-export'
           END-EXEC

           IF  sqlcode NOT = zero
                DISPLAY '*** csn-export: refused - file '
                        o-correction-of ' is no csn-export file ***'
                PERFORM Z0200-disconnect
                MOVE 'N' TO is-db-connected-switch
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE o-file-period(1:7) TO wc-period
                PERFORM A0110-set-period-like
                *> drawn now - the rejects are linked as written
                EXEC SQL
                    SELECT nextval('tbl_outbound_file_file_id_seq')
                    INTO :o-file-id
                END-EXEC
           END-IF

           .

           PERFORM UNTIL SQLCODE NOT = ZERO

               *> a protected identity goes to CSN only under
               *> an override for this export
               MOVE t-user-id TO wn-protected-user-id
               MOVE 'csn-export' TO wc-protected-scope

               COPY check-protected-release.

               IF wc-protected-release-flag = 'Y'
                   MOVE t-user-id TO wn-user-id-disp
                   MOVE wn-user-id-disp TO t-record-key
                   IF is-correction
                       PERFORM B0205-check-rejected
                   END-IF
                   IF NOT is-correction OR t-open-reject-cnt > ZERO
                       PERFORM B0210-write-one-student
                   END-IF
               ELSE
                   ADD 1 TO wn-withheld-cnt
               END-IF

               EXEC SQL
                   FETCH curscsn INTO :t-user-id,

           .

       *>**************************************************
       B0205-check-rejected.

           *> still rejected from the file being corrected
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-open-reject-cnt
               FROM tbl_outbound_reject
               WHERE file_id = :o-correction-of
               AND record_key = :t-record-key
               AND corrected_file_id = 0
           END-EXEC

           .

       *>**************************************************
       B0210-write-one-student.

               WHERE e.user_id = :t-user-id
           END-EXEC

           *> present or late at least once in the period - on
           *> a study visit counts as present
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-present-cnt
               INNER JOIN tbl_attendance_session s
               ON s.session_id = a.session_id
               WHERE a.user_id = :t-user-id
               AND a.attendance_status IN ('P', 'L', 'T')
               AND s.session_date LIKE :wc-period-like
           END-EXEC


           WRITE fd-export-detail
           ADD 1 TO wn-record-cnt
           ADD t-enrolled-points TO wn-points-total

           IF is-correction
               EXEC SQL
                   UPDATE tbl_outbound_reject
                   SET corrected_file_id = :o-file-id
                   WHERE file_id = :o-correction-of
                   AND record_key = :t-record-key
                   AND corrected_file_id = 0
               END-EXEC
           END-IF

           .


           .

       *>**************************************************
       B0950-register-file.

           MOVE 'csn-export' TO o-file-kind
           MOVE wc-period TO o-file-period
           MOVE wn-record-cnt TO o-record-cnt
           MOVE wn-points-total TO o-control-total
           MOVE 'enrolled points' TO o-control-label
           MOVE '../data/csn-export.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               DISPLAY '*** csn-export: the file could not be read '
                       'back - not registered ***'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

           .

       *>**************************************************
       Z0100-error-routine.

