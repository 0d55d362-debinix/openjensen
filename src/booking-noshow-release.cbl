       *> Author:  Peter Brink
       *> Purpose: Release unconfirmed room bookings back to
       *>          bookable. A booking whose start time is more
       *>          than CHECKIN_GRACE_MIN minutes gone
       *>          (default 15) and that was never confirmed in
       *>          cgi-checkin-booking is marked no-show
       *>          (checkin_status X) and its booking_status
       *>          frees up. The booker gets a tbl_notification.
       *>          Exam-room bookings (tbl_exam_room) are exempt:
       *>          an exam room stays blocked for the whole
       *>          occasion, confirmed or not. So are external
       *>          hires (hire_customer_id set): the hirer has no
       *>          login to check in with. Legacy rows with
       *>          blank times are left alone; there is no start
       *>          to grace against. Meant to run from cron a few
       *>          times an hour during the school day.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: External room hires are never released.
       *>       0.3: Record a change event for every change.
       *>       0.4: Grace minutes from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. booking-noshow-release.
             05  t-booking-id          PIC  9(9).
             05  t-booking-date        PIC  X(10).
             05  t-starttime           PIC  X(5).
             05  t-booked-by           PIC  9(9).
             05  t-lokal-name          PIC  X(40).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  wc-cutoff-time             PIC  X(5) VALUE SPACE.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the changes are made by the run, not by a user - the
       *> change events carry changed_by 0
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> grace-period arithmetic
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

           *> how long after the start a booking may sit
           *> unconfirmed before it is released
           MOVE 'CHECKIN_GRACE_MIN' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-grace-env
           IF wc-grace-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-grace-env)
                    TO wn-grace-min
           END-IF

           *> now minus the grace, as HH:MM - before midnight
           *> plus grace the cutoff clamps to 00:00 and
           *> yesterday's rows carry the release instead
           COMPUTE wn-minutes =
               FUNCTION NUMVAL(wc-now(9:2)) * 60
               + FUNCTION NUMVAL(wc-now(11:2))
               - wn-grace-min
           IF wn-minutes < ZERO
               MOVE ZERO TO wn-minutes
           END-IF
           COMPUTE wn-cut-hh = wn-minutes / 60
           COMPUTE wn-cut-mm = FUNCTION MOD(wn-minutes, 60)
           MOVE SPACE TO wc-cutoff-time
           STRING wn-cut-hh ':' wn-cut-mm
                  DELIMITED BY SIZE INTO wc-cutoff-time
           END-STRING

           .

       *>**************************************************
       B0200-release-noshows.

           *> grace - earlier days are caught up wholesale. An
           *> exam-room booking is never released: freeing the
           *> room mid-exam would let it be re-booked and drop
           *> the session from the students' timetables. Nor is
           *> an external hire - nobody there can check in
           EXEC SQL
               DECLARE cursnoshow CURSOR FOR
               SELECT b.booking_id, b.booking_date,
               WHERE b.booking_status = 'A'
               AND b.checkin_status = 'P'
               AND b.booking_starttime <> ''
               AND b.hire_customer_id = 0
               AND (b.booking_date < :wc-today-date
                    OR (b.booking_date = :wc-today-date
                        AND b.booking_starttime
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'booking' TO t-event-kind
                MOVE 'RELEASE' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'booking_id=' t-booking-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE ZERO TO t-event-user-id

                COPY write-change-event.

                ADD 1 TO wn-released-cnt
                IF t-booked-by > ZERO
                    PERFORM B0220-notify-booker
