       *> Author:  Peter Brink
       *> Purpose: Assign a student to a class - sets
       *>          tbl_user.user_class. Assigning class 0 takes
       *>          the student out of their class. A whole group
       *>          is placed in one submission as user_id_1..
       *>          up to row_count instead of user_id; either
       *>          way the placement is one bulk operation that
       *>          cgi-undo-bulk-operation can take back.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Place a roster of students in one operation,
       *>            recorded as a bulk operation.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-assign-class.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-assign-failed-switch        PIC X   VALUE 'N'.
                88  is-assign-failed                   VALUE 'Y'.

       *> each switch monitors one received POST name-value pair
       01  sub-init-swithes.

       01  wc-pagetitle   PIC X(20) VALUE 'Klassplacering'.

       *> roster bookkeeping when a group is placed at once
       01  wn-row-count            PIC 9(3)  VALUE ZERO.
       01  wn-row-index            PIC 9(3)  VALUE ZERO.
       01  wc-row-index-disp       PIC 9(3)  VALUE ZERO.
       01  wn-assigned-cnt         PIC 9(3)  VALUE ZERO.

       *> class ids as text for the bulk-operation row
       01  wc-edit-id              PIC Z(8)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).

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
       01  assign-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-class-id             PIC  9(9) VALUE ZERO.
             05  t-old-class-id         PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> the placement is one bulk operation - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
               SET is-valid-init-user TO TRUE
           END-IF

           *> or a group of students, user_id_1.. up to row_count
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'row_count' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-row-count
               IF wn-row-count > ZERO
                   SET is-valid-init-user TO TRUE
               END-IF
           END-IF

           *> which class - 0 removes the placement (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
       *>**************************************************
       B0200-assign-class.

           MOVE 'cgi-assign-class' TO b-op-program
           COPY open-bulk-operation.

           IF wn-row-count = ZERO
               PERFORM B0210-assign-one-student
           ELSE
               PERFORM B0205-assign-roster-row
                   VARYING wn-row-index FROM 1 BY 1
                   UNTIL wn-row-index > wn-row-count
                   OR is-assign-failed
           END-IF

           *> all or nothing - a failed row leaves the whole
           *> placement uncommitted
           IF NOT is-assign-failed
                PERFORM B0230-commit-work
                MOVE 'Klassplacering uppdaterad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Operation nr ' b-op-id ': '
                        wn-assigned-cnt ' elever placerade</p>'
           END-IF

           .

       *>**************************************************
       B0205-assign-roster-row.

           MOVE wn-row-index TO wc-row-index-disp

           *> build 'user_id_<n>' and fetch it
           STRING 'user_id_' wc-row-index-disp DELIMITED BY SIZE
               INTO wc-post-name
           END-STRING
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           CALL 'get-post-value' USING wn-rtn-code wc-post-name
                                       wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
               PERFORM B0210-assign-one-student
           END-IF

           .

       *>**************************************************
       B0210-assign-one-student.

           *> the class the student leaves, so the operation can
           *> put them back
           EXEC SQL
               SELECT COALESCE(user_class, 0)
               INTO :t-old-class-id
               FROM tbl_user
               WHERE user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
                SET is-assign-failed TO TRUE
           ELSE
                EXEC SQL
                    UPDATE tbl_user
                    SET user_class = :t-class-id
                    WHERE user_id = :t-user-id
                END-EXEC
                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                     SET is-assign-failed TO TRUE
                ELSE
                     PERFORM B0225-write-audit-row
                     PERFORM B0227-record-bulk-row
                     ADD 1 TO wn-assigned-cnt
                END-IF
           END-IF

           .

           COPY write-audit-row.

           MOVE 'class' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE SPACE TO t-event-key
           STRING 'user_id=' t-user-id ' class_id=' t-class-id
                  DELIMITED BY SIZE INTO t-event-key
           END-STRING
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
       B0227-record-bulk-row.

           MOVE 'tbl_user' TO b-table-name
           MOVE 'U' TO b-row-action
           MOVE t-user-id TO b-key-id
           MOVE 'user_class' TO b-field-name
           MOVE t-old-class-id TO wc-edit-id
           MOVE FUNCTION TRIM(wc-edit-id) TO b-old-value
           MOVE t-class-id TO wc-edit-id
           MOVE FUNCTION TRIM(wc-edit-id) TO b-new-value

           COPY record-bulk-row.

           .

       *>**************************************************
