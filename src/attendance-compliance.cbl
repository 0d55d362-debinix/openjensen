       *> Purpose: Attendance compliance sweep. The expected
       *>          lesson occurrences are the approved, already
       *>          held tbl_room_booking rows; a booking more
       *>          than the ATTENDANCE_GRACE_DAYS setting's days
       *>          gone (default 3) with no tbl_attendance_session
       *>          opened for the course that day is a
       *>          recording gap. Each gap nags the responsible
       *>          teacher - the substitute instead, when a
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Grace days from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. attendance-compliance.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  nag-rec-vars.
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-gap-cnt             PIC  9(5).
             05  t-teacher-user-id     PIC  9(9).
       01  coverage-rec-vars.
             05  t-cov-course-id       PIC  9(9).
             05  t-cov-course-name     PIC  X(40).
             05  t-expected-cnt        PIC  9(5).
             05  t-recorded-cnt        PIC  9(5).
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> horizon arithmetic
       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           .

       *>**************************************************
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'ATTENDANCE_GRACE_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-grace-env
           IF wc-grace-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-grace-env)
                    TO wn-grace-days
           END-IF

           *> today minus the grace, as YYYY-MM-DD - gaps newer
           *> than this are still the teacher's to catch up
           COMPUTE wn-date-numeric =
               FUNCTION NUMVAL(wc-now(1:8))
           COMPUTE wn-day-integer =
               FUNCTION INTEGER-OF-DATE(wn-date-numeric)
               - wn-grace-days
           COMPUTE wn-date-numeric =
               FUNCTION DATE-OF-INTEGER(wn-day-integer)
           MOVE wn-date-numeric TO wc-date-digits
           STRING wc-date-digits(1:4) '-'
                  wc-date-digits(5:2) '-'
                  wc-date-digits(7:2)
                  DELIMITED BY SIZE INTO wc-grace-date
           END-STRING

           .

       *>**************************************************
       B0200-nag-gaps.

