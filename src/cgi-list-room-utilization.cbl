       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Lessons cancelled by a closure not counted.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-room-utilization.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
               ON t.term_code = :wc-util-term
               WHERE b.booking_date >= t.term_startdate
               AND b.booking_date <= t.term_enddate
               AND b.booking_status NOT IN ('R', 'C')
               GROUP BY l.Lokal_id, l.Lokalnamn, l.Maxdeltagare,
                        TO_CHAR(TO_DATE(b.booking_date,
                                        'YYYY-MM-DD'), 'IYYY-IW')
               FROM T_JLOKAL l
               LEFT JOIN tbl_room_booking b
               ON b.lokal_id = l.Lokal_id
               AND b.booking_status NOT IN ('R', 'C')
               AND b.booking_date >=
                   (SELECT term_startdate FROM tbl_term
                    WHERE term_code = :wc-util-term)
