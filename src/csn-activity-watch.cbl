       *>          the monthly export does. A student enrolled
       *>          in something but without a single present or
       *>          late tbl_attendance mark over the last
       *>          CSN_WATCH_DAYS days (default 14) gets an
       *>          open tbl_csn_warning case, with notifications
       *>          to the student and their class mentors. An
       *>          open or talked-through case whose student has
       *>          activity again closes itself; one still
       *>          inactive CSN_ESCALATE_DAYS days after
       *>          opening (default 14) escalates to every
       *>          Utbildningsledare. A nightly cron or
       *>          batch-window step; cgi-edit-csn-warning is
       *>          where the conversation gets recorded.
       *>          A new case records the window's valid and
       *>          invalid absence separately, and the mentors'
       *>          notification carries both counts - CSN and
       *>          the mentors treat a reported illness and
       *>          truancy differently.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Valid and invalid absence on each new case.
       *>       0.3: Watch and escalation days from the settings
       *>            register.
       *>       0.4: A lesson spent on a study visit counts as
       *>            activity.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. csn-activity-watch.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  watch-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-class          PIC  9(4).
             05  t-warning-id          PIC  9(9).
             05  t-valid-absence-cnt   PIC  9(4).
             05  t-invalid-absence-cnt PIC  9(4).
       01  wc-window-date             PIC  X(10) VALUE SPACE.
       01  wn-watch-days              PIC  9(3) VALUE 14.
       01  wn-escalate-days           PIC  9(3) VALUE 14.
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       01  t-notif-user-id            PIC  9(9) VALUE ZERO.
       01  wn-resolved-cnt            PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> horizon arithmetic

           DISPLAY '*** csn-activity-watch: started ***'

           PERFORM B0100-connect

           IF is-db-connected
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
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'CSN_WATCH_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-watch-env
           IF wc-watch-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-watch-env)
                    TO wn-watch-days
           END-IF

           MOVE 'CSN_ESCALATE_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-escalate-env
           IF wc-escalate-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-escalate-env)
                    TO wn-escalate-days

           .

       *>**************************************************
       B0200-open-new-cases.

                    INNER JOIN tbl_attendance_session s
                    ON s.session_id = a.session_id
                    WHERE a.user_id = u.user_id
                    AND a.attendance_status IN ('P', 'L', 'T')
                    AND s.session_date >= :wc-window-date)
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_csn_warning w
       *>**************************************************
       B0210-open-one-case.

           *> the window's absence, valid and invalid apart
           EXEC SQL
               SELECT CAST(COUNT(*) FILTER
                          (WHERE a.absence_valid = 'Y')
                           AS INTEGER),
                      CAST(COUNT(*) FILTER
                          (WHERE a.absence_valid = 'N')
                           AS INTEGER)
               INTO :t-valid-absence-cnt, :t-invalid-absence-cnt
               FROM tbl_attendance a
               INNER JOIN tbl_attendance_session s
               ON s.session_id = a.session_id
               WHERE a.user_id = :t-user-id
               AND a.attendance_status = 'A'
               AND s.session_date >= :wc-window-date
           END-EXEC

           EXEC SQL
               SELECT nextval('tbl_csn_warning_warning_id_seq')
               INTO :t-warning-id

           EXEC SQL
               INSERT INTO tbl_csn_warning
               (warning_id, user_id, valid_absence_cnt,
                invalid_absence_cnt)
               VALUES (:t-warning-id, :t-user-id,
                       :t-valid-absence-cnt,
                       :t-invalid-absence-cnt)
           END-EXEC

           IF  sqlcode NOT = zero
       B0220-notify-mentors.

           MOVE SPACE TO t-notif-message
           STRING 'CSN-varning student ' t-user-id
                  ' ärende ' t-warning-id
                  ' giltig/ogiltig ' t-valid-absence-cnt
                  '/' t-invalid-absence-cnt
                  DELIMITED BY SIZE INTO t-notif-message
           END-STRING

                    INNER JOIN tbl_attendance_session s
                    ON s.session_id = a.session_id
                    WHERE a.user_id = w.user_id
                    AND a.attendance_status IN ('P', 'L', 'T')
                    AND s.session_date >= :wc-window-date)
           END-EXEC

                    INNER JOIN tbl_attendance_session s
                    ON s.session_id = a.session_id
                    WHERE a.user_id = w.user_id
                    AND a.attendance_status IN ('P', 'L', 'T')
                    AND s.session_date >= :wc-window-date)
           END-EXEC

