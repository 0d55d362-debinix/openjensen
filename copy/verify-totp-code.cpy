        *>
        *> Copybook verify-totp-code.cpy
        *> Put in the /copy directory.
        *>
        *> Shared one-time code check (RFC 6238) - the database
        *> computes the code from the secret in tbl_totp with
        *> pgcrypto's HMAC-SHA1 over the 30-second step counter,
        *> takes the dynamic truncation to six digits and
        *> compares. The step before and after now are accepted
        *> too, since phone clocks drift. A step at or below
        *> last_step has been used already and is refused; an
        *> accepted step is stamped there, and the including
        *> program commits it. Expects totp-vars.cpy.
        *>
           MOVE 'N' TO wc-totp-ok-flag
           MOVE ZERO TO t-totp-step

           IF t-totp-code IS NUMERIC
               EXEC SQL
                   SELECT s.step
                   INTO :t-totp-step
                   FROM tbl_totp t
                   CROSS JOIN LATERAL
                       (SELECT FLOOR(EXTRACT(EPOCH FROM
                               CURRENT_TIMESTAMP) / 30)::BIGINT
                               + g.d AS step
                        FROM generate_series(-1, 1) AS g(d)) s
                   CROSS JOIN LATERAL
                       (SELECT hmac(int8send(s.step),
                                    decode(t.totp_secret, 'hex'),
                                    'sha1') AS h) m
                   CROSS JOIN LATERAL
                       (SELECT get_byte(m.h, 19) & 15 AS o) x
                   WHERE t.user_id = :t-totp-user-id
                   AND t.totp_status = :t-totp-status
                   AND s.step > t.last_step
                   AND LPAD(MOD((get_byte(m.h, x.o) & 127)
                                * 16777216
                                + get_byte(m.h, x.o + 1) * 65536
                                + get_byte(m.h, x.o + 2) * 256
                                + get_byte(m.h, x.o + 3),
                                1000000)::TEXT, 6, '0')
                       = :t-totp-code
                   ORDER BY s.step DESC
                   LIMIT 1
               END-EXEC

               IF  sqlcode = zero
                   MOVE 'Y' TO wc-totp-ok-flag
                   EXEC SQL
                       UPDATE tbl_totp
                       SET last_step = :t-totp-step
                       WHERE user_id = :t-totp-user-id
                   END-EXEC
               END-IF
           END-IF
