       *>          control-total trailer (record count and total
       *>          points). Written to ../data/beda-export.txt;
       *>          run from the command line or cron like the
       *>          other batches. Every file is registered in
       *>          tbl_outbound_file with its own archived copy
       *>          (copy/register-outbound-file.cpy). With
       *>          OJ_CORRECTION_OF set to the file id of a file
       *>          UHR sent back rejections for, only the
       *>          students still rejected are written, for that
       *>          file's term, as a numbered correction file.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>       0.3: Only certified grades are reported.
       *>       0.4: Hold back protected identities.
       *>       0.5: Register the file sent; correction runs.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. beda-export.
                88  is-sql-error                    VALUE 'Y'.
            03  is-student-eligible-switch  PIC X   VALUE 'N'.
                88  is-student-eligible             VALUE 'Y'.
            03  is-correction-switch        PIC X   VALUE 'N'.
                88  is-correction                   VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  beda-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-pnr            PIC  X(13).
             05  t-user-program        PIC  9(4).
             05  t-course-id           PIC  9(9).
             05  t-course-points       PIC  9(5).
             05  t-grade-grade         PIC  X(40).
             05  t-national-code       PIC  X(12).
             05  t-passed-points       PIC  9(5).
             05  t-required-points     PIC  9(5).
       01  wc-beda-term              PIC  X(10) VALUE SPACE.
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

       *> the file a correction run corrects
       01  wc-correction-of         PIC X(9)  VALUE SPACE.

       *> the internal id as text, for the unmapped fallback
       01  wc-course-id-disp        PIC 9(9)  VALUE ZERO.

       *> control totals for the trailer
       01  wn-record-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-points-total          PIC 9(8)  VALUE ZERO.
       01  wn-graduate-cnt          PIC 9(5)  VALUE ZERO.
       01  wn-withheld-cnt          PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.

           ACCEPT wc-beda-term FROM ENVIRONMENT 'OJ_BEDA_TERM'

           *> a correction of an earlier file, by its file id
           ACCEPT wc-correction-of FROM ENVIRONMENT
               'OJ_CORRECTION_OF'
           IF wc-correction-of NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-correction-of)
                   TO o-correction-of
               SET is-correction TO TRUE
           END-IF

           IF wc-beda-term = SPACE AND NOT is-correction
               DISPLAY '*** beda-export: OJ_BEDA_TERM not set'
                       ' - nothing to do ***'
           ELSE
               PERFORM B0100-connect
               IF is-db-connected AND is-correction
                   PERFORM B0150-check-correction
               END-IF
               IF is-db-connected
                   OPEN OUTPUT exportfile
                   PERFORM B0200-sweep-graduates
                   PERFORM B0900-write-trailer
                   CLOSE exportfile
                   IF NOT is-sql-error
                       PERFORM B0950-register-file
                   END-IF
                   PERFORM Z0200-disconnect
               END-IF
               DISPLAY '*** beda-export: ' wn-graduate-cnt
                       ' graduates, ' wn-record-cnt
                       ' records, ' wn-withheld-cnt
                       ' protected held back, file '
                       o-file-seq ' ***'
           END-IF

           GOBACK
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** beda-export: refused - ids in '
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

           *> the correction covers the corrected file's term
           EXEC SQL
               SELECT file_period
               INTO :wc-beda-term
               FROM tbl_outbound_file
               WHERE file_id = :o-correction-of
               AND file_kind = 'beda-export'
           END-EXEC

           IF  sqlcode NOT = zero
                DISPLAY '*** beda-export: refused - file '
                        o-correction-of ' is no beda-export file ***'
                PERFORM Z0200-disconnect
                MOVE 'N' TO is-db-connected-switch
                MOVE 8 TO RETURN-CODE
           ELSE
                *> drawn now - the rejects are linked as written
                EXEC SQL
                    SELECT nextval('tbl_outbound_file_file_id_seq')
                    INTO :o-file-id
                END-EXEC
           END-IF

           .
               FROM tbl_user u
               INNER JOIN v_grade_all g
               ON g.user_id = u.user_id
               AND g.grade_attested = 'Y'
               INNER JOIN tbl_course c
               ON c.course_id = g.course_id
               WHERE u.usertype_id = 1

               PERFORM B0210-check-eligibility

               IF is-student-eligible
                   PERFORM B0215-check-protected
               END-IF

               IF is-student-eligible AND is-correction
                   PERFORM B0217-check-rejected
               END-IF

               IF is-student-eligible
                   ADD 1 TO wn-graduate-cnt
                   PERFORM B0220-write-student-grades
                   (SELECT 1 FROM v_grade_all g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = r.course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
               AND NOT EXISTS
                   (SELECT 1 FROM v_grade_all g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = c.course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
               OR EXISTS

           .

       *>**************************************************
       B0215-check-protected.

           *> a protected identity goes to UHR only under an
           *> override for this export
           MOVE t-user-id TO wn-protected-user-id
           MOVE 'beda-export' TO wc-protected-scope

           COPY check-protected-release.

           IF wc-protected-release-flag NOT = 'Y'
               MOVE 'N' TO is-student-eligible-switch
               ADD 1 TO wn-withheld-cnt
           END-IF

           .

       *>**************************************************
       B0217-check-rejected.

           *> still rejected from the file being corrected - the
           *> student's records go again, all of them
           MOVE t-user-pnr TO t-record-key

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-open-reject-cnt
               FROM tbl_outbound_reject
               WHERE file_id = :o-correction-of
               AND record_key = :t-record-key
               AND corrected_file_id = 0
           END-EXEC

           IF t-open-reject-cnt = ZERO
               MOVE 'N' TO is-student-eligible-switch
           ELSE
               EXEC SQL
                   UPDATE tbl_outbound_reject
                   SET corrected_file_id = :o-file-id
                   WHERE file_id = :o-correction-of
                   AND record_key = :t-record-key
                   AND corrected_file_id = 0
               END-EXEC
           END-IF

           .

       *>**************************************************
       B0220-write-student-grades.


           .

       *>**************************************************
       B0950-register-file.

           MOVE 'beda-export' TO o-file-kind
           MOVE wc-beda-term TO o-file-period
           MOVE wn-record-cnt TO o-record-cnt
           MOVE wn-points-total TO o-control-total
           MOVE 'points' TO o-control-label
           MOVE '../data/beda-export.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               DISPLAY '*** beda-export: the file could not be read '
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

