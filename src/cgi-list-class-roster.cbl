       *> Purpose: Print a roster for one class - its students
       *>          in name order, for the binder on the
       *>          classroom door and start-of-term checks.
       *>          A student with medical notes in force is
       *>          marked, without the details - staff read them
       *>          on cgi-list-medical-notes.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Marker for students with medical notes.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-class-roster.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  roster-rec-vars.
           05  t-user-id                 PIC  9(9).
           05  t-user-firstname          PIC  X(40).
           05  t-user-lastname           PIC  X(40).
           05  t-class-name              PIC  X(10).
           05  t-medical-flag            PIC  X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> course names are user-entered text - escaped before
           EXEC SQL
               DECLARE cursroster CURSOR FOR
               SELECT u.user_id, u.user_firstname,
                      u.user_lastname, k.class_name,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM tbl_medical_note n
                           WHERE n.student_user_id = u.user_id
                           AND n.note_active = 'Y')
                      THEN 'Y' ELSE 'N' END
               FROM tbl_user u
               INNER JOIN tbl_class k
               ON k.class_id = u.user_class

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Efternamn</th>'
                   '<th>Förnamn</th><th>Klass</th>'
                   '<th>Obs</th></tr>'

           EXEC SQL
                FETCH cursroster INTO :t-user-id,
                                      :t-user-firstname,
                                      :t-user-lastname,
                                      :t-class-name,
                                      :t-medical-flag
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                    FETCH cursroster INTO :t-user-id,
                                          :t-user-firstname,
                                          :t-user-lastname,
                                          :t-class-name,
                                          :t-medical-flag
               END-EXEC

           END-PERFORM
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           DISPLAY '<td>' FUNCTION TRIM(t-class-name) '</td>'

           *> the marker only - the notes are need-to-know
           IF t-medical-flag = 'Y'
               DISPLAY '<td>Medicinsk info</td></tr>'
           ELSE
               DISPLAY '<td></td></tr>'
           END-IF

           .

