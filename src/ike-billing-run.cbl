       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Month-end billing of the inter-municipal
       *>          compensation (interkommunal ersättning). For
       *>          the period (OJ_IKE_PERIOD, YYYY-MM, default
       *>          the previous month; one not yet over is
       *>          refused) every student is counted day by day:
       *>          status that day from tbl_user_status_history,
       *>          home municipality from tbl_municipality_history
       *>          and program from tbl_program_transfer_history.
       *>          A day is billed when the student was active -
       *>          not before the start, not on a study break,
       *>          not after withdrawal or graduation - with a
       *>          home municipality other than the school's own
       *>          (SCHOOL_MUNICIPALITY, required), at the
       *>          month price of tbl_ike_price prorated by the
       *>          days. The months already billed within
       *>          IKE_LOOKBACK months (default 12) are counted
       *>          again the same way and any difference against
       *>          what was billed goes on as a correction line.
       *>          The lines are kept in tbl_ike_line; each home
       *>          municipality gets a specification written to
       *>          ../data/archive/ike-<period>-<kommun>.txt,
       *>          kept in tbl_ike_spec and registered in
       *>          tbl_report_archive. A period can be rerun
       *>          until the next one has been billed. Protected
       *>          identities are listed by personnummer only
       *>          unless released to 'ike-billing-run'. Meant to
       *>          be run from cron like hire-invoice-run.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Kommunkod and lookback from the settings
       *>            register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. ike-billing-run.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT docfile ASSIGN TO wc-doc-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  docfile.
       01  fc-doc-line                 PIC X(132).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-valid-period-switch      PIC X   VALUE 'N'.
                88  is-valid-period                 VALUE 'Y'.
            03  is-period-open-switch       PIC X   VALUE 'N'.
                88  is-period-open                  VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  period-vars.
             05  t-period              PIC  X(7)  VALUE SPACE.
             05  t-school-municipality PIC  X(4)  VALUE SPACE.
             05  t-months-back         PIC  9(3)  VALUE ZERO.
             05  t-service-period      PIC  X(7)  VALUE SPACE.
             05  t-service-start       PIC  X(10) VALUE SPACE.
             05  t-oldest-period       PIC  X(7)  VALUE SPACE.
             05  t-later-cnt           PIC  9(9)  VALUE ZERO.
             05  t-billed-cnt          PIC  9(9)  VALUE ZERO.
             05  t-unpriced-cnt        PIC  9(9)  VALUE ZERO.
             05  t-archive-pattern     PIC  X(20) VALUE SPACE.
       01  spec-rec-vars.
             05  t-municipality        PIC  X(4)  VALUE SPACE.
             05  t-spec-id             PIC  9(9)  VALUE ZERO.
             05  t-spec-total          PIC  S9(9) VALUE ZERO.
             05  t-line-cnt            PIC  9(6)  VALUE ZERO.
             05  t-spec-file           PIC  X(60) VALUE SPACE.
       01  line-rec-vars.
             05  t-line-service-period PIC  X(7)  VALUE SPACE.
             05  t-line-kind           PIC  X(1)  VALUE SPACE.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-pnr            PIC  X(13) VALUE SPACE.
             05  t-user-name           PIC  X(40) VALUE SPACE.
             05  t-program-name        PIC  X(40) VALUE SPACE.
             05  t-billed-days         PIC  S9(4) VALUE ZERO.
             05  t-month-days          PIC  9(2)  VALUE ZERO.
             05  t-month-price         PIC  9(7)  VALUE ZERO.
             05  t-line-amount         PIC  S9(9) VALUE ZERO.
       01  t-archive-id               PIC  9(9) VALUE ZERO.
       01  t-archive-file             PIC  X(60) VALUE SPACE.
       01  t-report-params            PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> protected identities go by personnummer only unless
       *> released - see copy/check-protected-release.cpy
       COPY protected-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the period and the dates derived from it
       01  wc-period                PIC X(7)  VALUE SPACE.
       01  wc-lookback              PIC X(3)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.
       01  wn-year                  PIC 9(4)  VALUE ZERO.
       01  wn-month                 PIC 9(2)  VALUE ZERO.
       01  wn-next-year             PIC 9(4)  VALUE ZERO.
       01  wn-next-month            PIC 9(2)  VALUE ZERO.
       01  wn-today                 PIC 9(8)  VALUE ZERO.
       01  wn-lookback              PIC 9(3)  VALUE 12.
       01  wn-months-back           PIC 9(3)  VALUE ZERO.

       *> per-municipality document
       01  wc-doc-path              PIC X(60) VALUE SPACE.
       01  wc-kind-text             PIC X(10) VALUE SPACE.
       01  wn-days-edit             PIC -ZZ9  VALUE ZERO.
       01  wn-amount-edit           PIC -(8)9 VALUE ZERO.

       *> per-run counters
       01  wn-spec-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-run-total             PIC S9(11) VALUE ZERO.
       01  wn-run-total-edit        PIC -(10)9 VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** ike-billing-run: started ***'

           PERFORM A0100-init

           IF is-valid-period
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0200-check-period
               IF is-period-open
                   PERFORM B0300-count-months
                   IF NOT is-sql-error
                       PERFORM B0400-make-lines
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0500-write-specifications
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** ike-billing-run: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-period-open
                   MOVE wn-run-total TO wn-run-total-edit
                   DISPLAY '*** ike-billing-run: done, '
                           wn-spec-cnt ' municipalities, '
                           FUNCTION TRIM(wn-run-total-edit)
                           ' kr for ' wc-period ' ***'
               END-IF
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           MOVE wc-now(1:8) TO wn-today
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           *> the period from the environment, defaulting to the
           *> month before the current one
           ACCEPT wc-period FROM ENVIRONMENT 'OJ_IKE_PERIOD'

           IF wc-period = SPACE
               MOVE wc-now(1:4) TO wn-year
               MOVE wc-now(5:2) TO wn-month
               IF wn-month = 1
                   MOVE 12 TO wn-month
                   SUBTRACT 1 FROM wn-year
               ELSE
                   SUBTRACT 1 FROM wn-month
               END-IF
               STRING wn-year '-' wn-month
                      DELIMITED BY SIZE INTO wc-period
               END-STRING
           END-IF

           IF wc-period(1:4) IS NUMERIC AND wc-period(5:1) = '-'
              AND wc-period(6:2) IS NUMERIC
               MOVE wc-period(1:4) TO wn-year
               MOVE wc-period(6:2) TO wn-month
               IF wn-month >= 1 AND wn-month <= 12
                   SET is-valid-period TO TRUE
               END-IF
           END-IF

           IF NOT is-valid-period
               DISPLAY '*** ike-billing-run: refused - period '
                       wc-period ' is not YYYY-MM ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM A0110-derive-dates
           END-IF

           .

       *>**************************************************
       A0110-derive-dates.

           MOVE wc-period TO t-period

           *> the first day of the next month - the period is
           *> over when today has reached it
           MOVE wn-year TO wn-next-year
           IF wn-month = 12
               MOVE 1 TO wn-next-month
               ADD 1 TO wn-next-year
           ELSE
               COMPUTE wn-next-month = wn-month + 1
           END-IF

           MOVE SPACE TO t-archive-pattern
           STRING 'period=' wc-period ' %'
                  DELIMITED BY SIZE INTO t-archive-pattern
           END-STRING

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
                    DISPLAY '*** ike-billing-run: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
                IF is-db-connected
                    PERFORM B0110-read-settings
                END-IF
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> the school's own kommunkod - its students are not
           *> billed to anyone
           MOVE 'SCHOOL_MUNICIPALITY' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO t-school-municipality

           *> how many months back a change is still corrected
           MOVE 'IKE_LOOKBACK' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-lookback
           IF wc-lookback NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-lookback) TO wn-lookback
           END-IF

           IF t-school-municipality = SPACE
              OR t-school-municipality IS NOT NUMERIC
               DISPLAY '*** ike-billing-run: refused - setting '
                       'SCHOOL_MUNICIPALITY is not a '
                       'kommunkod ***'
               PERFORM Z0200-disconnect
               MOVE 'N' TO is-db-connected-switch
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       *>**************************************************
       B0200-check-period.

           *> a month is billed after it is over, and a rerun may
           *> not undercut a later month's corrections
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-later-cnt
               FROM tbl_ike_spec
               WHERE billed_period > :t-period
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF wn-today < wn-next-year * 10000
                              + wn-next-month * 100 + 1
                    DISPLAY '*** ike-billing-run: refused - '
                            'period ' wc-period
                            ' is not over yet ***'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF t-later-cnt > ZERO
                        DISPLAY '*** ike-billing-run: refused - '
                                'a later period than ' wc-period
                                ' has been billed ***'
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        SET is-period-open TO TRUE
                        PERFORM B0210-clear-rerun
                    END-IF
                END-IF
           END-IF

           .

       *>**************************************************
       B0210-clear-rerun.

           *> a rerun of the period starts over
           EXEC SQL
               DELETE FROM tbl_ike_line
               WHERE billed_period = :t-period
           END-EXEC

           EXEC SQL
               DELETE FROM tbl_ike_spec
               WHERE billed_period = :t-period
           END-EXEC

           EXEC SQL
               DELETE FROM tbl_report_archive
               WHERE report_type = 'ike-spec'
               AND report_params LIKE :t-archive-pattern
           END-EXEC

           EXEC SQL
               DELETE FROM tbl_ike_calc
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0300-count-months.

           *> the period itself, then back through the months
           *> already billed
           PERFORM B0310-count-one-month
               VARYING wn-months-back FROM 0 BY 1
               UNTIL wn-months-back > wn-lookback
                  OR is-sql-error

           IF NOT is-sql-error
               PERFORM B0330-price-days
           END-IF

           .

       *>**************************************************
       B0310-count-one-month.

           MOVE wn-months-back TO t-months-back

           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:t-period, 'YYYY-MM')
                              - CAST(:t-months-back AS INTEGER)
                                * INTERVAL '1 month', 'YYYY-MM')
               INTO :t-service-period
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-billed-cnt
               FROM tbl_ike_line
               WHERE service_period = :t-service-period
               AND billed_period < :t-period
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE t-service-period TO t-oldest-period
                *> a month never billed is not billed late - only
                *> the period itself is new
                IF wn-months-back = ZERO OR t-billed-cnt > ZERO
                    MOVE SPACE TO t-service-start
                    STRING t-service-period '-01'
                           DELIMITED BY SIZE INTO t-service-start
                    END-STRING
                    PERFORM B0320-count-days
                END-IF
           END-IF

           .

       *>**************************************************
       B0320-count-days.

           *> status, home municipality and program on each day
           *> are the last change made by the end of that day;
           *> with no change before it, what the first later
           *> change changed from; with no change at all, today's
           *> value. A municipality with no valid_from has
           *> applied from the start
           EXEC SQL
               INSERT INTO tbl_ike_calc
                   (service_period, user_id, municipality,
                    program_id, billed_days, month_days)
               SELECT :t-service-period, d.user_id,
                      d.municipality, d.program_id,
                      COUNT(*), MAX(d.month_days)
               FROM
                   (SELECT u.user_id,
                           CAST(EXTRACT(DAY FROM
                               CAST(:t-service-start AS DATE)
                               + INTERVAL '1 month'
                               - INTERVAL '1 day') AS INTEGER)
                               AS month_days,
                           COALESCE(
                               (SELECT h.new_status
                                FROM tbl_user_status_history h
                                WHERE h.user_id = u.user_id
                                AND h.created_date <
                                    g.day + INTERVAL '1 day'
                                ORDER BY h.created_date DESC,
                                         h.history_id DESC
                                LIMIT 1),
                               (SELECT h.old_status
                                FROM tbl_user_status_history h
                                WHERE h.user_id = u.user_id
                                AND h.created_date >=
                                    g.day + INTERVAL '1 day'
                                ORDER BY h.created_date,
                                         h.history_id
                                LIMIT 1),
                               u.user_status) AS user_status,
                           TRIM(COALESCE(
                               (SELECT m.new_municipality
                                FROM tbl_municipality_history m
                                WHERE m.user_id = u.user_id
                                AND m.valid_from <=
                                    TO_CHAR(g.day, 'YYYY-MM-DD')
                                ORDER BY m.valid_from DESC,
                                         m.history_id DESC
                                LIMIT 1),
                               (SELECT m.old_municipality
                                FROM tbl_municipality_history m
                                WHERE m.user_id = u.user_id
                                AND m.valid_from >
                                    TO_CHAR(g.day, 'YYYY-MM-DD')
                                ORDER BY m.valid_from,
                                         m.history_id
                                LIMIT 1),
                               u.user_municipality))
                               AS municipality,
                           COALESCE(
                               (SELECT t.new_program_id
                                FROM tbl_program_transfer_history t
                                WHERE t.user_id = u.user_id
                                AND t.transfer_date <
                                    g.day + INTERVAL '1 day'
                                ORDER BY t.transfer_date DESC,
                                         t.transfer_id DESC
                                LIMIT 1),
                               (SELECT t.old_program_id
                                FROM tbl_program_transfer_history t
                                WHERE t.user_id = u.user_id
                                AND t.transfer_date >=
                                    g.day + INTERVAL '1 day'
                                ORDER BY t.transfer_date,
                                         t.transfer_id
                                LIMIT 1),
                               u.user_program) AS program_id
                    FROM tbl_user u
                    CROSS JOIN generate_series(
                        CAST(:t-service-start AS DATE),
                        CAST(:t-service-start AS DATE)
                            + INTERVAL '1 month' - INTERVAL '1 day',
                        INTERVAL '1 day') AS g(day)
                    WHERE u.usertype_id = 1
                    AND (u.user_created_date IS NULL
                         OR u.user_created_date <
                            g.day + INTERVAL '1 day')
                    AND (u.user_municipality NOT IN
                             ('', :t-school-municipality)
                         OR EXISTS
                             (SELECT 1
                              FROM tbl_municipality_history m
                              WHERE m.user_id = u.user_id
                              AND m.new_municipality NOT IN
                                  ('', :t-school-municipality)))) d
               WHERE d.user_status = 'A'
               AND d.municipality <> ''
               AND d.municipality <> :t-school-municipality
               GROUP BY d.user_id, d.municipality, d.program_id
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0330-price-days.

           *> the latest price on or before the month, the
           *> program's own before the one for any program
           EXEC SQL
               UPDATE tbl_ike_calc c
               SET month_price = COALESCE(
                   (SELECT p.month_price
                    FROM tbl_ike_price p
                    WHERE p.municipality = c.municipality
                    AND p.program_id IN (c.program_id, 0)
                    AND p.price_from <= c.service_period
                    ORDER BY p.program_id DESC, p.price_from DESC
                    LIMIT 1), 0)
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    UPDATE tbl_ike_calc
                    SET line_amount =
                        ROUND(CAST(month_price AS NUMERIC)
                              * billed_days / month_days)
                END-EXEC
                IF  sqlcode NOT = zero AND sqlcode NOT = 100
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-unpriced-cnt
                   FROM tbl_ike_calc
                   WHERE month_price = 0
               END-EXEC
               IF t-unpriced-cnt > ZERO
                   DISPLAY '    warning: ' t-unpriced-cnt
                           ' student months without a price in '
                           'tbl_ike_price - billed at 0 kr'
               END-IF
           END-IF

           .

       *>**************************************************
       B0400-make-lines.

           *> the period as counted, and for an earlier month the
           *> difference between the new count and everything
           *> billed for it so far - a student no longer billable
           *> that month is credited in full
           EXEC SQL
               INSERT INTO tbl_ike_line
                   (billed_period, service_period, user_id,
                    municipality, program_id, billed_days,
                    month_days, month_price, line_amount,
                    line_kind)
               SELECT :t-period,
                      COALESCE(c.service_period, b.service_period),
                      COALESCE(c.user_id, b.user_id),
                      COALESCE(c.municipality, b.municipality),
                      COALESCE(c.program_id, b.program_id),
                      COALESCE(c.billed_days, 0)
                          - COALESCE(b.billed_days, 0),
                      COALESCE(c.month_days, b.month_days),
                      COALESCE(c.month_price, b.month_price),
                      COALESCE(c.line_amount, 0)
                          - COALESCE(b.line_amount, 0),
                      CASE WHEN COALESCE(c.service_period,
                                         b.service_period)
                                = :t-period
                           THEN 'O' ELSE 'C' END
               FROM tbl_ike_calc c
               FULL OUTER JOIN
                   (SELECT l.service_period, l.user_id,
                           l.municipality, l.program_id,
                           SUM(l.billed_days) AS billed_days,
                           MAX(l.month_days) AS month_days,
                           MAX(l.month_price) AS month_price,
                           SUM(l.line_amount) AS line_amount
                    FROM tbl_ike_line l
                    WHERE l.billed_period < :t-period
                    AND l.service_period >= :t-oldest-period
                    GROUP BY l.service_period, l.user_id,
                             l.municipality, l.program_id) b
                   ON b.service_period = c.service_period
                   AND b.user_id = c.user_id
                   AND b.municipality = c.municipality
                   AND b.program_id = c.program_id
               WHERE COALESCE(c.billed_days, 0)
                         <> COALESCE(b.billed_days, 0)
                  OR COALESCE(c.line_amount, 0)
                         <> COALESCE(b.line_amount, 0)
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0500-write-specifications.

           EXEC SQL
               DECLARE cursmunicipality CURSOR FOR
               SELECT DISTINCT municipality
               FROM tbl_ike_line
               WHERE billed_period = :t-period
               ORDER BY municipality
           END-EXEC

           EXEC SQL
               OPEN cursmunicipality
           END-EXEC

           EXEC SQL
               FETCH cursmunicipality INTO :t-municipality
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0510-bill-one-municipality

               EXEC SQL
                   FETCH cursmunicipality INTO :t-municipality
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursmunicipality
           END-EXEC

           .

       *>**************************************************
       B0510-bill-one-municipality.

           MOVE ZERO TO t-spec-total
           MOVE ZERO TO t-line-cnt
           PERFORM B0520-write-document

           IF NOT is-sql-error
               PERFORM B0540-register-specification
           END-IF
           IF NOT is-sql-error
               PERFORM B0550-register-in-archive
           END-IF
           IF NOT is-sql-error
               ADD 1 TO wn-spec-cnt
               ADD t-spec-total TO wn-run-total
               MOVE t-spec-total TO wn-amount-edit
               DISPLAY '    ' t-municipality ' ' t-line-cnt
                       ' lines ' FUNCTION TRIM(wn-amount-edit) ' kr'
           END-IF

           .

       *>**************************************************
       B0520-write-document.

           MOVE SPACE TO wc-doc-path
           STRING '../data/archive/ike-' wc-period '-'
                  t-municipality '.txt'
                  DELIMITED BY SIZE INTO wc-doc-path
           END-STRING

           OPEN OUTPUT docfile

           MOVE ALL '=' TO fc-doc-line
           WRITE fc-doc-line
           MOVE '          SPECIFIKATION - INTERKOMMUNAL ERSÄTTNING'
               TO fc-doc-line
           WRITE fc-doc-line
           MOVE ALL '=' TO fc-doc-line
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line

           MOVE SPACE TO fc-doc-line
           STRING 'Hemkommun: ' t-municipality
                  '   Skolans kommun: ' t-school-municipality
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'Datum: ' wc-today-date
                  '   Period: ' wc-period
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line

           MOVE '  Månad   Avser     Personnr      Namn / Program'
               TO fc-doc-line
           WRITE fc-doc-line

           PERFORM B0530-write-lines

           MOVE t-spec-total TO wn-amount-edit
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'Att betala: ' FUNCTION TRIM(wn-amount-edit)
                  ' kr   Antal rader: ' t-line-cnt
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE 'Rättelse = ändring av en redan fakturerad månad.'
                TO fc-doc-line
           WRITE fc-doc-line

           CLOSE docfile

           .

       *>**************************************************
       B0530-write-lines.

           EXEC SQL
               DECLARE cursline CURSOR FOR
               SELECT l.service_period, l.line_kind, l.user_id,
                      u.user_pnr,
                      LEFT(TRIM(u.user_lastname) || ', '
                           || TRIM(u.user_firstname), 40),
                      COALESCE(p.program_name, ''),
                      l.billed_days, l.month_days, l.month_price,
                      l.line_amount
               FROM tbl_ike_line l
               INNER JOIN tbl_user u
               ON u.user_id = l.user_id
               LEFT JOIN tbl_program p
               ON p.program_id = l.program_id
               WHERE l.billed_period = :t-period
               AND l.municipality = :t-municipality
               ORDER BY l.line_kind DESC, l.service_period,
                        u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN cursline
           END-EXEC

           EXEC SQL
               FETCH cursline INTO :t-line-service-period,
                                   :t-line-kind, :t-user-id,
                                   :t-user-pnr, :t-user-name,
                                   :t-program-name,
                                   :t-billed-days, :t-month-days,
                                   :t-month-price, :t-line-amount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0535-write-one-line

               EXEC SQL
                   FETCH cursline INTO :t-line-service-period,
                                       :t-line-kind, :t-user-id,
                                       :t-user-pnr, :t-user-name,
                                       :t-program-name,
                                       :t-billed-days,
                                       :t-month-days,
                                       :t-month-price,
                                       :t-line-amount
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursline
           END-EXEC

           .

       *>**************************************************
       B0535-write-one-line.

           *> the home municipality is owed the personnummer;
           *> the name of a protected identity stays out
           MOVE t-user-id TO wn-protected-user-id
           MOVE 'ike-billing-run' TO wc-protected-scope
           COPY check-protected-release.
           IF wc-protected-release-flag NOT = 'Y'
               MOVE '(skyddad identitet)' TO t-user-name
           END-IF

           IF t-line-kind = 'C'
               MOVE 'Rättelse' TO wc-kind-text
           ELSE
               MOVE 'Månad' TO wc-kind-text
           END-IF

           MOVE t-billed-days TO wn-days-edit
           MOVE t-line-amount TO wn-amount-edit
           MOVE SPACE TO fc-doc-line
           STRING '  ' t-line-service-period ' ' wc-kind-text
                  ' ' t-user-pnr ' ' t-user-name(1:30)
                  ' ' t-program-name(1:20) ' ' wn-days-edit
                  '/' t-month-days ' ' t-month-price ' kr '
                  wn-amount-edit ' kr'
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line

           ADD t-line-amount TO t-spec-total
           ADD 1 TO t-line-cnt

           .

       *>**************************************************
       B0540-register-specification.

           MOVE wc-doc-path(9:52) TO t-spec-file

           EXEC SQL
               INSERT INTO tbl_ike_spec
               (spec_id, billed_period, municipality, spec_total,
                line_cnt, spec_file)
               VALUES (nextval('tbl_ike_spec_spec_id_seq'),
                       :t-period, :t-municipality, :t-spec-total,
                       :t-line-cnt, :t-spec-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0550-register-in-archive.

           MOVE wc-doc-path(9:52) TO t-archive-file
           MOVE t-spec-total TO wn-amount-edit
           MOVE SPACE TO t-report-params
           STRING 'period=' wc-period
                  ' municipality=' t-municipality
                  ' total=' FUNCTION TRIM(wn-amount-edit)
                  DELIMITED BY SIZE INTO t-report-params
           END-STRING

           EXEC SQL
               SELECT
                 nextval('tbl_report_archive_archive_id_seq')
               INTO :t-archive-id
           END-EXEC

           *> made by the run, not by a user
           EXEC SQL
               INSERT INTO tbl_report_archive
               (archive_id, user_id, report_type,
                report_params, archive_file)
               VALUES (:t-archive-id, 0,
                       'ike-spec', :t-report-params,
                       :t-archive-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0790-commit-work.

           *>  the lines and the specifications go in together
           EXEC SQL
               COMMIT WORK
           END-EXEC
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
