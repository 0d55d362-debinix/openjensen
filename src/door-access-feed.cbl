       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Nightly card-holder file for the building
       *>          access system - the complete set of people
       *>          who should hold a card tonight, written to
       *>          ../data/door-access.txt for the access system
       *>          to load in place of the previous file. Staff
       *>          (usertype 2, 4, 16, 32) are in until their
       *>          employment_enddate has passed, students while
       *>          their status is A; a student on study break
       *>          (B) keeps the card but is suspended until the
       *>          status goes back to A. Anyone deactivated,
       *>          withdrawn (W), graduated (G) or past the
       *>          employment end is simply not in the file, so
       *>          the access system pulls the card the same
       *>          night. Record layout, ';' delimited:
       *>          status;person_key;firstname;lastname;ort_id;
       *>          access_group;return_date
       *>          status A access or S suspended, access_group
       *>          staff, student or evening (every running
       *>          course an evening course), person_key the same
       *>          'OJ' + user_id key as directory-feed. Between
       *>          a header (H;date) and a trailer (T;record
       *>          count). A protected identity keeps the door
       *>          access, but goes with key only unless released
       *>          to 'door-access-feed'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. door-access-feed.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT accessfile ASSIGN TO
              '../data/door-access.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  accessfile.
       01  fc-access-line              PIC X(200).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  holder-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-ort-id              PIC  9(9)  VALUE ZERO.
             05  t-usertype-id         PIC  9(4)  VALUE ZERO.
             05  t-user-status         PIC  X(1)  VALUE SPACE.
             05  t-return-date         PIC  X(10) VALUE SPACE.
             05  t-user-protected      PIC  X(1)  VALUE SPACE.
             05  t-day-course-cnt      PIC  9(4)  VALUE ZERO.
             05  t-evening-course-cnt  PIC  9(4)  VALUE ZERO.
       01  wc-today-date             PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> protected identities go without a name unless
       *> overridden - see copy/check-protected-release.cpy
       COPY protected-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-access-status         PIC X(1)  VALUE SPACE.
       01  wc-access-group          PIC X(10) VALUE SPACE.
       01  wn-ort-edit              PIC Z(8)9 VALUE ZERO.

       *> the stable key: OJ and the zero-padded user_id
       01  wr-person-key.
           05  FILLER               PIC X(2)  VALUE 'OJ'.
           05  wn-key-user-id       PIC 9(9)  VALUE ZERO.

       *> per-run counters
       01  wn-record-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-suspended-cnt         PIC 9(6)  VALUE ZERO.
       01  wn-unnamed-cnt           PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** door-access-feed: started ***'

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           PERFORM B0100-connect

           IF is-db-connected
               OPEN OUTPUT accessfile
               MOVE SPACE TO fc-access-line
               STRING 'H;' wc-today-date
                      DELIMITED BY SIZE INTO fc-access-line
               END-STRING
               WRITE fc-access-line
               PERFORM B0200-sweep-card-holders
               PERFORM B0900-write-trailer
               CLOSE accessfile
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error OR NOT is-db-connected
               *> a half-written set would pull cards from people
               *> who should keep them - the step fails instead
               DISPLAY '*** door-access-feed: finished with errors'
                       ' - door-access.txt must not be loaded ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '*** door-access-feed: ' wn-record-cnt
                       ' card holders, ' wn-suspended-cnt
                       ' suspended, ' wn-unnamed-cnt
                       ' protected without name ***'
           END-IF

           GOBACK
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
                    DISPLAY '*** door-access-feed: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0200-sweep-card-holders.

           *> staff until the employment end has passed, students
           *> active or on break - with the count of their running
           *> day and evening courses for the access group
           EXEC SQL
               DECLARE cursdoor CURSOR FOR
               SELECT u.user_id,
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.ort_id, 0),
                      u.usertype_id,
                      COALESCE(u.user_status, 'A'),
                      COALESCE(u.status_return_date, ''),
                      COALESCE(u.user_protected, 'N'),
                      CAST((SELECT COUNT(*)
                            FROM tbl_enrollment e
                            INNER JOIN tbl_course c
                            ON c.course_id = e.course_id
                            WHERE e.user_id = u.user_id
                            AND c.course_startdate <= :wc-today-date
                            AND c.course_enddate >= :wc-today-date
                            AND c.course_evening <> 'Y')
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_enrollment e
                            INNER JOIN tbl_course c
                            ON c.course_id = e.course_id
                            WHERE e.user_id = u.user_id
                            AND c.course_startdate <= :wc-today-date
                            AND c.course_enddate >= :wc-today-date
                            AND c.course_evening = 'Y')
                           AS INTEGER)
               FROM tbl_user u
               WHERE u.user_active = 'Y'
               AND ((u.usertype_id IN (2, 4, 16, 32)
                     AND (COALESCE(u.employment_enddate, '') = ''
                          OR u.employment_enddate
                             >= :wc-today-date))
                    OR (u.usertype_id = 1
                        AND COALESCE(u.user_status, 'A')
                            IN ('A', 'B')))
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               OPEN cursdoor
           END-EXEC

           EXEC SQL
               FETCH cursdoor INTO :t-user-id, :t-user-firstname,
                                   :t-user-lastname, :t-ort-id,
                                   :t-usertype-id, :t-user-status,
                                   :t-return-date,
                                   :t-user-protected,
                                   :t-day-course-cnt,
                                   :t-evening-course-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-card-holder

               EXEC SQL
                   FETCH cursdoor INTO :t-user-id,
                                       :t-user-firstname,
                                       :t-user-lastname,
                                       :t-ort-id,
                                       :t-usertype-id,
                                       :t-user-status,
                                       :t-return-date,
                                       :t-user-protected,
                                       :t-day-course-cnt,
                                       :t-evening-course-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdoor
           END-EXEC

           .

       *>**************************************************
       B0210-write-card-holder.

           EVALUATE TRUE
               WHEN t-usertype-id NOT = 1
                   MOVE 'staff' TO wc-access-group
               WHEN t-evening-course-cnt > ZERO
                AND t-day-course-cnt = ZERO
                   MOVE 'evening' TO wc-access-group
               WHEN OTHER
                   MOVE 'student' TO wc-access-group
           END-EVALUATE

           *> a study break keeps the card, shuts the doors
           IF t-usertype-id = 1 AND t-user-status = 'B'
               MOVE 'S' TO wc-access-status
               ADD 1 TO wn-suspended-cnt
           ELSE
               MOVE 'A' TO wc-access-status
               MOVE SPACE TO t-return-date
           END-IF

           *> a protected identity still needs to get in - the
           *> name stays out of the access system unless released
           IF t-user-protected = 'Y'
               MOVE t-user-id TO wn-protected-user-id
               MOVE 'door-access-feed' TO wc-protected-scope
               COPY check-protected-release.
               IF wc-protected-release-flag NOT = 'Y'
                   MOVE SPACE TO t-user-firstname
                   MOVE SPACE TO t-user-lastname
                   ADD 1 TO wn-unnamed-cnt
               END-IF
           END-IF

           INSPECT t-user-firstname REPLACING ALL ';' BY ','
           INSPECT t-user-lastname REPLACING ALL ';' BY ','

           MOVE t-user-id TO wn-key-user-id
           MOVE t-ort-id TO wn-ort-edit

           MOVE SPACE TO fc-access-line
           STRING wc-access-status ';' wr-person-key ';'
                  FUNCTION TRIM(t-user-firstname) ';'
                  FUNCTION TRIM(t-user-lastname) ';'
                  FUNCTION TRIM(wn-ort-edit) ';'
                  FUNCTION TRIM(wc-access-group) ';'
                  FUNCTION TRIM(t-return-date)
                  DELIMITED BY SIZE INTO fc-access-line
           END-STRING
           WRITE fc-access-line

           ADD 1 TO wn-record-cnt

           .

       *>**************************************************
       B0900-write-trailer.

           MOVE SPACE TO fc-access-line
           STRING 'T;' wn-record-cnt
                  DELIMITED BY SIZE INTO fc-access-line
           END-STRING
           WRITE fc-access-line

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
