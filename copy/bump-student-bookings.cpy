        *>
        *> Copybook bump-student-bookings.cpy
        *> Put in the /copy directory.
        *>
        *> Shared staff priority - copied once a staff booking of
        *> wn-bump-lokal-id on wc-bump-date from wc-bump-starttime
        *> to wc-bump-endtime (blank times - the whole day) has
        *> been written: every student group-room booking
        *> (student_booking 'Y', approved or pending) it overlaps
        *> is set to booking_status 'B', bumped by staff, and its
        *> student gets a tbl_notification in category 'bookings'
        *> from template 'student-booking-bump' in their own
        *> language. Each bumped booking is also written to
        *> tbl_change_event as a 'booking' 'BUMP' for the
        *> student, changed by wn-requesting-user-id. Runs
        *> inside the caller's transaction and leaves the
        *> number bumped in wn-bump-cnt. Expects bump-vars.cpy
        *> in WORKING-STORAGE.
        *>
           MOVE ZERO TO wn-bump-cnt

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-bump-cnt
               FROM tbl_room_booking
               WHERE lokal_id = :wn-bump-lokal-id
               AND booking_date = :wc-bump-date
               AND student_booking = 'Y'
               AND booking_status IN ('A', 'P')
               AND (TRIM(:wc-bump-starttime) = ''
                    OR (booking_starttime < TRIM(:wc-bump-endtime)
                        AND booking_endtime
                            > TRIM(:wc-bump-starttime)))
           END-EXEC

           IF  sqlcode = zero AND wn-bump-cnt > 0
               EXEC SQL
                   INSERT INTO tbl_notification
                   (notification_id, user_id, message, category,
                    template_key, template_version)
                   SELECT
                       nextval('tbl_notification_notification_id_seq'),
                          b.booked_by,
                          LEFT(REPLACE(REPLACE(REPLACE(t.template_body,
                               '{text}', TRIM(l.Lokalnamn)),
                               '{datum}', b.booking_date),
                               '{kod}', b.booking_starttime), 80),
                          'bookings', 'student-booking-bump',
                          t.template_version
                   FROM tbl_room_booking b
                   INNER JOIN T_JLOKAL l
                       ON l.Lokal_id = b.lokal_id
                   INNER JOIN tbl_user u
                       ON u.user_id = b.booked_by
                   CROSS JOIN LATERAL
                       (SELECT m.template_body, m.template_version
                        FROM tbl_message_template m
                        WHERE m.template_key = 'student-booking-bump'
                        AND m.template_lang IN (u.user_language, 'sv')
                        ORDER BY CASE WHEN m.template_lang
                                           = u.user_language
                                      THEN 0 ELSE 1 END,
                                 m.template_version DESC
                        LIMIT 1) t
                   WHERE b.lokal_id = :wn-bump-lokal-id
                   AND b.booking_date = :wc-bump-date
                   AND b.student_booking = 'Y'
                   AND b.booking_status IN ('A', 'P')
                   AND (TRIM(:wc-bump-starttime) = ''
                        OR (b.booking_starttime
                                < TRIM(:wc-bump-endtime)
                            AND b.booking_endtime
                                > TRIM(:wc-bump-starttime)))
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                   EXEC SQL
                       INSERT INTO tbl_change_event
                       (event_id, event_kind, event_action,
                        event_key, user_id, changed_by)
                       SELECT
                           nextval('tbl_change_event_event_id_seq'),
                           'booking', 'BUMP',
                           'booking_id=' ||
                           LPAD(CAST(b.booking_id AS TEXT), 9, '0'),
                           b.booked_by, :wn-requesting-user-id
                       FROM tbl_room_booking b
                       WHERE b.lokal_id = :wn-bump-lokal-id
                       AND b.booking_date = :wc-bump-date
                       AND b.student_booking = 'Y'
                       AND b.booking_status IN ('A', 'P')
                       AND (TRIM(:wc-bump-starttime) = ''
                            OR (b.booking_starttime
                                    < TRIM(:wc-bump-endtime)
                                AND b.booking_endtime
                                    > TRIM(:wc-bump-starttime)))
                   END-EXEC

                   IF  sqlcode NOT = zero
                        PERFORM Z0100-error-routine
                   END-IF
               END-IF

               IF  sqlcode = zero
                   EXEC SQL
                       UPDATE tbl_room_booking
                       SET booking_status = 'B'
                       WHERE lokal_id = :wn-bump-lokal-id
                       AND booking_date = :wc-bump-date
                       AND student_booking = 'Y'
                       AND booking_status IN ('A', 'P')
                       AND (TRIM(:wc-bump-starttime) = ''
                            OR (booking_starttime
                                    < TRIM(:wc-bump-endtime)
                                AND booking_endtime
                                    > TRIM(:wc-bump-starttime)))
                   END-EXEC

                   IF  sqlcode NOT = zero
                        PERFORM Z0100-error-routine
                   END-IF
               END-IF
           END-IF
