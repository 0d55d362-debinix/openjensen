       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: SS12000-style export for learning platforms
       *>          and school apps - one site (OJ_SS12000_ORT,
       *>          the t_ort ort_id) and one term
       *>          (OJ_SS12000_TERM, a tbl_term code) per run.
       *>          Writes ../data/ss12000-<ort>-<term>.json with
       *>          organisations (the site as a Skolenhet),
       *>          persons (the site's active students and the
       *>          teachers of its courses that term), groups
       *>          (the classes, groupType Klass, and the term's
       *>          course offerings, groupType Undervisning, each
       *>          with its groupMemberships), duties (one Lärare
       *>          duty per teacher at the site) and activities
       *>          (each offering with its group and teachers'
       *>          duties). Every id is a UUID derived from our
       *>          own key, so the same site, person, class,
       *>          offering or duty carries the same id in every
       *>          run and the receiver updates instead of
       *>          duplicating. A protected identity is left out
       *>          everywhere unless released to 'ss12000-export'.
       *>          Each file is registered in tbl_outbound_file
       *>          with its own archived copy, the memberships as
       *>          control total (copy/register-outbound-file.cpy).
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Register the file sent.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. ss12000-export.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT exportfile ASSIGN TO wc-export-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  exportfile.
       01  fc-json-line                PIC X(400).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-valid-request-switch     PIC X   VALUE 'N'.
                88  is-valid-request                VALUE 'Y'.
            03  is-first-row-switch         PIC X   VALUE 'Y'.
                88  is-first-row                    VALUE 'Y'.
            03  is-first-member-switch      PIC X   VALUE 'Y'.
                88  is-first-member                 VALUE 'Y'.
            03  is-person-released-switch   PIC X   VALUE 'N'.
                88  is-person-released              VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  run-vars.
             05  t-ort-id              PIC  9(9)  VALUE ZERO.
             05  t-term-code           PIC  X(10) VALUE SPACE.
             05  t-ort-name            PIC  X(40) VALUE SPACE.
             05  t-ort-uuid            PIC  X(36) VALUE SPACE.
             05  t-term-start          PIC  X(10) VALUE SPACE.
             05  t-term-end            PIC  X(10) VALUE SPACE.
       01  person-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-person-uuid         PIC  X(36) VALUE SPACE.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-pnr            PIC  X(13) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
       01  group-rec-vars.
             05  t-group-key           PIC  9(9)  VALUE ZERO.
             05  t-group-uuid          PIC  X(36) VALUE SPACE.
             05  t-group-name          PIC  X(40) VALUE SPACE.
             05  t-activity-uuid       PIC  X(36) VALUE SPACE.
       01  member-rec-vars.
             05  t-member-id           PIC  9(9)  VALUE ZERO.
             05  t-member-uuid         PIC  X(36) VALUE SPACE.
       01  duty-rec-vars.
             05  t-duty-uuid           PIC  X(36) VALUE SPACE.
       01  t-term-cnt                  PIC  9(4)  VALUE ZERO.
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

       *> the run parameters from the environment
       01  wc-ort-env               PIC X(10) VALUE SPACE.
       01  wc-term-file             PIC X(10) VALUE SPACE.
       01  wn-ort-edit              PIC Z(8)9 VALUE ZERO.

       *> the export file
       01  wc-export-path           PIC X(60) VALUE SPACE.

       *> escaped copies for the export
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(82) VALUE SPACE.
       01  wc-escaped-2             PIC X(82) VALUE SPACE.
       01  wc-escaped-3             PIC X(82) VALUE SPACE.

       *> per-run counters
       01  wn-person-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-group-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-member-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-duty-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-withheld-cnt          PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** ss12000-export: started ***'

           PERFORM A0100-init

           IF is-valid-request
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0150-check-site-term
               IF is-valid-request
                   OPEN OUTPUT exportfile
                   MOVE '{' TO fc-json-line
                   WRITE fc-json-line
                   PERFORM B0200-write-organisation
                   PERFORM B0300-write-persons
                   PERFORM B0400-write-class-groups
                   PERFORM B0450-write-course-groups
                   PERFORM B0500-write-duties
                   PERFORM B0600-write-activities
                   MOVE '}' TO fc-json-line
                   WRITE fc-json-line
                   CLOSE exportfile
                   IF NOT is-sql-error
                       PERFORM B0950-register-file
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error OR NOT is-valid-request
              OR NOT is-db-connected
               DISPLAY '*** ss12000-export: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '*** ss12000-export: '
                       FUNCTION TRIM(wc-export-path) ', '
                       wn-person-cnt ' persons, '
                       wn-group-cnt ' groups, '
                       wn-member-cnt ' memberships, '
                       wn-duty-cnt ' duties, '
                       wn-withheld-cnt ' protected held back ***'
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           ACCEPT wc-ort-env FROM ENVIRONMENT 'OJ_SS12000_ORT'
           ACCEPT t-term-code FROM ENVIRONMENT 'OJ_SS12000_TERM'

           IF wc-ort-env = SPACE OR t-term-code = SPACE
               DISPLAY '*** ss12000-export: OJ_SS12000_ORT and '
                       'OJ_SS12000_TERM must both be set ***'
           ELSE
               MOVE FUNCTION NUMVAL(wc-ort-env) TO t-ort-id
               SET is-valid-request TO TRUE

               *> the term code's space becomes a dash in the
               *> file name
               MOVE t-term-code TO wc-term-file
               INSPECT wc-term-file REPLACING ALL ' ' BY '-'
               MOVE t-ort-id TO wn-ort-edit
               STRING '../data/ss12000-'
                      FUNCTION TRIM(wn-ort-edit) '-'
                      FUNCTION TRIM(wc-term-file TRAILING) '.json'
                      DELIMITED BY SIZE INTO wc-export-path
               END-STRING
           END-IF

           .

       *>**************************************************
       B0100-connect.

           *>  connect
           MOVE  "openjensen"    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           COPY db-password.
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                            USING :wc-database
           END-EXEC

           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** ss12000-export: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0150-check-site-term.

           EXEC SQL
               SELECT COALESCE(enhetsnamn, ''),
                      CAST(CAST(md5('openjensen:org:' ||
                           CAST(ort_id AS TEXT)) AS uuid) AS TEXT)
               INTO :t-ort-name, :t-ort-uuid
               FROM t_ort
               WHERE ort_id = :t-ort-id
           END-EXEC

           IF  sqlcode NOT = zero
               DISPLAY '*** ss12000-export: site ' t-ort-id
                       ' not found in t_ort ***'
               MOVE 'N' TO is-valid-request-switch
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-term-cnt
               FROM tbl_term
               WHERE term_code = :t-term-code
           END-EXEC

           IF  sqlcode NOT = zero OR t-term-cnt = ZERO
               DISPLAY '*** ss12000-export: term '
                       FUNCTION TRIM(t-term-code)
                       ' not found in tbl_term ***'
               MOVE 'N' TO is-valid-request-switch
           ELSE
               EXEC SQL
                   SELECT term_startdate, term_enddate
                   INTO :t-term-start, :t-term-end
                   FROM tbl_term
                   WHERE term_code = :t-term-code
               END-EXEC
           END-IF

           .

       *>**************************************************
       B0200-write-organisation.

           MOVE t-ort-name TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE t-ort-id TO wn-ort-edit

           MOVE '"organisations":[' TO fc-json-line
           WRITE fc-json-line

           MOVE SPACE TO fc-json-line
           STRING '{"id":"' t-ort-uuid '",'
                  '"displayName":"'
                  FUNCTION TRIM(wc-escaped-value) '",'
                  '"organisationType":"Skolenhet",'
                  '"organisationCode":"'
                  FUNCTION TRIM(wn-ort-edit) '"}'
                  DELIMITED BY SIZE INTO fc-json-line
           END-STRING
           WRITE fc-json-line

           MOVE '],' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0300-write-persons.

           *> the site's active students, everyone enrolled in
           *> one of its courses this term, and those courses'
           *> teachers
           EXEC SQL
               DECLARE cursssperson CURSOR FOR
               SELECT u.user_id,
                      CAST(CAST(md5('openjensen:person:' ||
                           CAST(u.user_id AS TEXT)) AS uuid)
                           AS TEXT),
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.user_pnr, ''),
                      COALESCE(u.user_email, '')
               FROM tbl_user u
               WHERE u.user_active = 'Y'
               AND ((u.usertype_id = 1 AND u.ort_id = :t-ort-id)
                    OR u.user_id IN
                       (SELECT e.user_id
                        FROM tbl_enrollment e
                        INNER JOIN tbl_course c
                        ON c.course_id = e.course_id
                        WHERE c.ort_id = :t-ort-id
                        AND c.course_term = :t-term-code)
                    OR u.user_id IN
                       (SELECT ct.teacher_user_id
                        FROM tbl_course_teacher ct
                        INNER JOIN tbl_course c
                        ON c.course_id = ct.course_id
                        WHERE c.ort_id = :t-ort-id
                        AND c.course_term = :t-term-code))
               ORDER BY u.user_id
           END-EXEC

           MOVE '"persons":[' TO fc-json-line
           WRITE fc-json-line
           MOVE 'Y' TO is-first-row-switch

           EXEC SQL
               OPEN cursssperson
           END-EXEC

           EXEC SQL
               FETCH cursssperson INTO :t-user-id, :t-person-uuid,
                                       :t-user-firstname,
                                       :t-user-lastname,
                                       :t-user-pnr, :t-user-email
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE t-user-id TO wn-protected-user-id
               PERFORM B0290-check-released

               IF is-person-released
                   PERFORM B0310-write-person
               ELSE
                   ADD 1 TO wn-withheld-cnt
               END-IF

               EXEC SQL
                   FETCH cursssperson INTO :t-user-id,
                                           :t-person-uuid,
                                           :t-user-firstname,
                                           :t-user-lastname,
                                           :t-user-pnr,
                                           :t-user-email
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssperson
           END-EXEC

           MOVE '],' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0310-write-person.

           PERFORM B0295-comma-between-rows

           MOVE t-user-firstname TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE t-user-lastname TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-2
           MOVE t-user-email TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-3

           MOVE SPACE TO fc-json-line
           STRING '{"id":"' t-person-uuid '",'
                  '"givenName":"'
                  FUNCTION TRIM(wc-escaped-value) '",'
                  '"familyName":"'
                  FUNCTION TRIM(wc-escaped-2) '",'
                  '"civicNo":{"value":"'
                  FUNCTION TRIM(t-user-pnr) '"},'
                  '"emails":[{"value":"'
                  FUNCTION TRIM(wc-escaped-3) '"}]}'
                  DELIMITED BY SIZE INTO fc-json-line
           END-STRING
           WRITE fc-json-line

           ADD 1 TO wn-person-cnt

           .

       *>**************************************************
       B0400-write-class-groups.

           *> every class with active students at the site
           EXEC SQL
               DECLARE cursssclass CURSOR FOR
               SELECT DISTINCT k.class_id,
                      CAST(CAST(md5('openjensen:class:' ||
                           CAST(k.class_id AS TEXT)) AS uuid)
                           AS TEXT),
                      k.class_name
               FROM tbl_class k
               INNER JOIN tbl_user u
               ON u.user_class = k.class_id
               WHERE u.usertype_id = 1
               AND u.user_active = 'Y'
               AND u.ort_id = :t-ort-id
               ORDER BY k.class_id
           END-EXEC

           MOVE '"groups":[' TO fc-json-line
           WRITE fc-json-line
           MOVE 'Y' TO is-first-row-switch

           EXEC SQL
               OPEN cursssclass
           END-EXEC

           EXEC SQL
               FETCH cursssclass INTO :t-group-key, :t-group-uuid,
                                      :t-group-name
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0295-comma-between-rows
               PERFORM B0410-write-group-head
               MOVE SPACE TO fc-json-line
               STRING '"groupType":"Klass",'
                      '"groupMemberships":['
                      DELIMITED BY SIZE INTO fc-json-line
               END-STRING
               WRITE fc-json-line
               PERFORM B0420-write-class-members
               MOVE ']}' TO fc-json-line
               WRITE fc-json-line
               ADD 1 TO wn-group-cnt

               EXEC SQL
                   FETCH cursssclass INTO :t-group-key,
                                          :t-group-uuid,
                                          :t-group-name
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssclass
           END-EXEC

           .

       *>**************************************************
       B0410-write-group-head.

           MOVE t-group-name TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           MOVE SPACE TO fc-json-line
           STRING '{"id":"' t-group-uuid '",'
                  '"displayName":"'
                  FUNCTION TRIM(wc-escaped-value) '",'
                  '"startDate":"' t-term-start '",'
                  '"endDate":"' t-term-end '",'
                  '"organisation":{"id":"' t-ort-uuid '"},'
                  DELIMITED BY SIZE INTO fc-json-line
           END-STRING
           WRITE fc-json-line

           .

       *>**************************************************
       B0420-write-class-members.

           EXEC SQL
               DECLARE cursssclassmem CURSOR FOR
               SELECT u.user_id,
                      CAST(CAST(md5('openjensen:person:' ||
                           CAST(u.user_id AS TEXT)) AS uuid)
                           AS TEXT)
               FROM tbl_user u
               WHERE u.user_class = :t-group-key
               AND u.usertype_id = 1
               AND u.user_active = 'Y'
               AND u.ort_id = :t-ort-id
               ORDER BY u.user_id
           END-EXEC

           MOVE 'Y' TO is-first-member-switch

           EXEC SQL
               OPEN cursssclassmem
           END-EXEC

           EXEC SQL
               FETCH cursssclassmem INTO :t-member-id,
                                         :t-member-uuid
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0490-write-member

               EXEC SQL
                   FETCH cursssclassmem INTO :t-member-id,
                                             :t-member-uuid
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssclassmem
           END-EXEC

           .

       *>**************************************************
       B0450-write-course-groups.

           *> the term's course offerings at the site - the
           *> course_id is the offering, one per term
           EXEC SQL
               DECLARE curssscourse CURSOR FOR
               SELECT c.course_id,
                      CAST(CAST(md5('openjensen:course:' ||
                           CAST(c.course_id AS TEXT)) AS uuid)
                           AS TEXT),
                      c.course_name
               FROM tbl_course c
               WHERE c.ort_id = :t-ort-id
               AND c.course_term = :t-term-code
               ORDER BY c.course_id
           END-EXEC

           EXEC SQL
               OPEN curssscourse
           END-EXEC

           EXEC SQL
               FETCH curssscourse INTO :t-group-key,
                                        :t-group-uuid,
                                        :t-group-name
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0295-comma-between-rows
               PERFORM B0410-write-group-head
               MOVE SPACE TO fc-json-line
               STRING '"groupType":"Undervisning",'
                      '"groupMemberships":['
                      DELIMITED BY SIZE INTO fc-json-line
               END-STRING
               WRITE fc-json-line
               PERFORM B0460-write-course-members
               MOVE ']}' TO fc-json-line
               WRITE fc-json-line
               ADD 1 TO wn-group-cnt

               EXEC SQL
                   FETCH curssscourse INTO :t-group-key,
                                            :t-group-uuid,
                                            :t-group-name
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssscourse
           END-EXEC

           MOVE '],' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0460-write-course-members.

           EXEC SQL
               DECLARE curssscoursemem CURSOR FOR
               SELECT u.user_id,
                      CAST(CAST(md5('openjensen:person:' ||
                           CAST(u.user_id AS TEXT)) AS uuid)
                           AS TEXT)
               FROM tbl_enrollment e
               INNER JOIN tbl_user u
               ON u.user_id = e.user_id
               WHERE e.course_id = :t-group-key
               AND u.user_active = 'Y'
               ORDER BY u.user_id
           END-EXEC

           MOVE 'Y' TO is-first-member-switch

           EXEC SQL
               OPEN curssscoursemem
           END-EXEC

           EXEC SQL
               FETCH curssscoursemem INTO :t-member-id,
                                           :t-member-uuid
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0490-write-member

               EXEC SQL
                   FETCH curssscoursemem INTO :t-member-id,
                                               :t-member-uuid
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssscoursemem
           END-EXEC

           .

       *>**************************************************
       B0490-write-member.

           MOVE t-member-id TO wn-protected-user-id
           PERFORM B0290-check-released

           IF is-person-released
               IF is-first-member
                   MOVE 'N' TO is-first-member-switch
               ELSE
                   MOVE ',' TO fc-json-line
                   WRITE fc-json-line
               END-IF
               MOVE SPACE TO fc-json-line
               STRING '{"person":{"id":"' t-member-uuid '"}}'
                      DELIMITED BY SIZE INTO fc-json-line
               END-STRING
               WRITE fc-json-line
               ADD 1 TO wn-member-cnt
           END-IF

           .

       *>**************************************************
       B0500-write-duties.

           *> one teaching duty per teacher at the site - the id
           *> is the site and the person, so it survives terms
           EXEC SQL
               DECLARE cursssduty CURSOR FOR
               SELECT DISTINCT ct.teacher_user_id,
                      CAST(CAST(md5('openjensen:duty:' ||
                           CAST(c.ort_id AS TEXT) || ':' ||
                           CAST(ct.teacher_user_id AS TEXT))
                           AS uuid) AS TEXT),
                      CAST(CAST(md5('openjensen:person:' ||
                           CAST(ct.teacher_user_id AS TEXT))
                           AS uuid) AS TEXT)
               FROM tbl_course_teacher ct
               INNER JOIN tbl_course c
               ON c.course_id = ct.course_id
               INNER JOIN tbl_user u
               ON u.user_id = ct.teacher_user_id
               WHERE c.ort_id = :t-ort-id
               AND c.course_term = :t-term-code
               AND u.user_active = 'Y'
               ORDER BY ct.teacher_user_id
           END-EXEC

           MOVE '"duties":[' TO fc-json-line
           WRITE fc-json-line
           MOVE 'Y' TO is-first-row-switch

           EXEC SQL
               OPEN cursssduty
           END-EXEC

           EXEC SQL
               FETCH cursssduty INTO :t-user-id, :t-duty-uuid,
                                     :t-person-uuid
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE t-user-id TO wn-protected-user-id
               PERFORM B0290-check-released

               IF is-person-released
                   PERFORM B0295-comma-between-rows
                   MOVE SPACE TO fc-json-line
                   STRING '{"id":"' t-duty-uuid '",'
                          '"person":{"id":"' t-person-uuid '"},'
                          '"dutyAt":{"id":"' t-ort-uuid '"},'
                          '"dutyRole":"Lärare",'
                          '"startDate":"' t-term-start '"}'
                          DELIMITED BY SIZE INTO fc-json-line
                   END-STRING
                   WRITE fc-json-line
                   ADD 1 TO wn-duty-cnt
               END-IF

               EXEC SQL
                   FETCH cursssduty INTO :t-user-id,
                                         :t-duty-uuid,
                                         :t-person-uuid
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssduty
           END-EXEC

           MOVE '],' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0600-write-activities.

           *> the teacher assignments: each offering's group and
           *> the duties of the teachers on it
           EXEC SQL
               DECLARE cursssact CURSOR FOR
               SELECT c.course_id,
                      CAST(CAST(md5('openjensen:course:' ||
                           CAST(c.course_id AS TEXT)) AS uuid)
                           AS TEXT),
                      c.course_name,
                      CAST(CAST(md5('openjensen:activity:' ||
                           CAST(c.course_id AS TEXT)) AS uuid)
                           AS TEXT)
               FROM tbl_course c
               WHERE c.ort_id = :t-ort-id
               AND c.course_term = :t-term-code
               ORDER BY c.course_id
           END-EXEC

           MOVE '"activities":[' TO fc-json-line
           WRITE fc-json-line
           MOVE 'Y' TO is-first-row-switch

           EXEC SQL
               OPEN cursssact
           END-EXEC

           EXEC SQL
               FETCH cursssact INTO :t-group-key, :t-group-uuid,
                                    :t-group-name,
                                    :t-activity-uuid
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0295-comma-between-rows
               PERFORM B0610-write-activity

               EXEC SQL
                   FETCH cursssact INTO :t-group-key,
                                        :t-group-uuid,
                                        :t-group-name,
                                        :t-activity-uuid
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssact
           END-EXEC

           MOVE ']' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0610-write-activity.

           MOVE t-group-name TO wc-escape-input
           CALL 'json-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           MOVE SPACE TO fc-json-line
           STRING '{"id":"' t-activity-uuid '",'
                  '"displayName":"'
                  FUNCTION TRIM(wc-escaped-value) '",'
                  '"organisation":{"id":"' t-ort-uuid '"},'
                  '"groups":[{"id":"' t-group-uuid '"}],'
                  '"teachers":['
                  DELIMITED BY SIZE INTO fc-json-line
           END-STRING
           WRITE fc-json-line

           EXEC SQL
               DECLARE cursssactteach CURSOR FOR
               SELECT ct.teacher_user_id,
                      CAST(CAST(md5('openjensen:duty:' ||
                           CAST(:t-ort-id AS TEXT) || ':' ||
                           CAST(ct.teacher_user_id AS TEXT))
                           AS uuid) AS TEXT)
               FROM tbl_course_teacher ct
               INNER JOIN tbl_user u
               ON u.user_id = ct.teacher_user_id
               WHERE ct.course_id = :t-group-key
               AND u.user_active = 'Y'
               ORDER BY ct.teacher_user_id
           END-EXEC

           MOVE 'Y' TO is-first-member-switch

           EXEC SQL
               OPEN cursssactteach
           END-EXEC

           EXEC SQL
               FETCH cursssactteach INTO :t-member-id,
                                         :t-duty-uuid
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE t-member-id TO wn-protected-user-id
               PERFORM B0290-check-released

               IF is-person-released
                   IF is-first-member
                       MOVE 'N' TO is-first-member-switch
                   ELSE
                       MOVE ',' TO fc-json-line
                       WRITE fc-json-line
                   END-IF
                   MOVE SPACE TO fc-json-line
                   STRING '{"duty":{"id":"' t-duty-uuid '"}}'
                          DELIMITED BY SIZE INTO fc-json-line
                   END-STRING
                   WRITE fc-json-line
               END-IF

               EXEC SQL
                   FETCH cursssactteach INTO :t-member-id,
                                             :t-duty-uuid
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursssactteach
           END-EXEC

           MOVE ']}' TO fc-json-line
           WRITE fc-json-line

           .

       *>**************************************************
       B0290-check-released.

           *> a protected identity goes to the receiving system
           *> only under an override for this export
           MOVE 'ss12000-export' TO wc-protected-scope

           COPY check-protected-release.

           IF wc-protected-release-flag = 'Y'
               SET is-person-released TO TRUE
           ELSE
               MOVE 'N' TO is-person-released-switch
           END-IF

           .

       *>**************************************************
       B0295-comma-between-rows.

           IF is-first-row
               MOVE 'N' TO is-first-row-switch
           ELSE
               MOVE ',' TO fc-json-line
               WRITE fc-json-line
           END-IF

           .

       *>**************************************************
       B0950-register-file.

           MOVE 'ss12000-export' TO o-file-kind
           MOVE t-term-code TO o-file-period
           MOVE wn-person-cnt TO o-record-cnt
           MOVE wn-member-cnt TO o-control-total
           MOVE 'memberships' TO o-control-label
           MOVE wc-export-path TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               DISPLAY '*** ss12000-export: the file could not be '
                       'read back - not registered ***'
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

           SET is-sql-error TO TRUE

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       Z0200-disconnect.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       *> END PROGRAM
