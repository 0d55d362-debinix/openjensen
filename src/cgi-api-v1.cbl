       *> Created: 2026-09-03
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: A guardian's read logged in tbl_read_log.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-api-v1.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-link-cnt                 PIC  9(4) VALUE ZERO.
       01  wn-subject-user-id          PIC  9(9) VALUE ZERO.
       01  api-grade-vars.
           05  t-course-name          PIC  X(40).
           05  t-grade-grade          PIC  X(40).
                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0190-write-read-log
                        PERFORM B0200-serve-resource
                    ELSE
                        *> the maintenance answer was already

           .

       *>**************************************************
       B0190-write-read-log.

           *> a guardian reading the student's data is logged -
           *> the student's own reads are not
           MOVE wn-subject-user-id TO t-read-student-id
           MOVE 'cgi-api-v1' TO t-read-program
           MOVE wc-resource TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-serve-resource.


           .

       *>**************************************************
       Z0100-error-routine.

           *> no HTML here - the response names the error
           SET is-sql-error TO TRUE

           .

       *>**************************************************
       Z0200-disconnect.

