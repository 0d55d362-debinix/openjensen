       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Record the enrollments as one bulk operation
       *>            that cgi-undo-bulk-operation can take back.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-class-enrollment.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  classenroll-rec-vars.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-class-id             PIC  9(9) VALUE ZERO.
             05  t-enrolled-cnt         PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> the enrollments made are one bulk operation - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       *>**************************************************
       B0200-enroll-class.

           PERFORM B0205-record-bulk-rows

           *> one statement covers the whole class; students who
           *> are already enrolled simply stay enrolled
           EXEC SQL
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Antal anmälda i kursen: '
                        t-enrolled-cnt '</p>'
                DISPLAY '<p>Operation nr ' b-op-id '</p>'
           END-IF

           .

       *>**************************************************
       B0205-record-bulk-rows.

           MOVE 'cgi-add-class-enrollment' TO b-op-program
           COPY open-bulk-operation.

           *> the same students the insert below takes - only
           *> those not enrolled already, as only they are new
           EXEC SQL
               INSERT INTO tbl_bulk_operation_row
               (row_id, op_id, table_name, row_action, key_id,
                key_id2)
               SELECT nextval('tbl_bulk_operation_row_row_id_seq'),
                      :b-op-id, 'tbl_enrollment', 'I', u.user_id,
                      :t-course-id
               FROM tbl_user u
               WHERE u.user_class = :t-class-id
               AND u.usertype_id = 1
               AND u.user_active = 'Y'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_enrollment e
                    WHERE e.user_id = u.user_id
                    AND e.course_id = :t-course-id)
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

           COPY write-audit-row.

           MOVE 'enrollment' TO t-event-kind
           MOVE 'ADD' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
