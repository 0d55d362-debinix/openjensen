       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Only certified grades count.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-make-examensbevis.
       *> the caller - resolved from the posted session token;
       *> issuing a diploma is user-maintenance work
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  student-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-user-program        PIC  9(4).
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
