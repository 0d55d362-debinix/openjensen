       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Month-end payroll export of substitute and
       *>          extra teaching hours. A month (OJ_PAYROLL_
       *>          PERIOD, YYYY-MM, default the previous month)
       *>          is first drafted: every booked lesson covered
       *>          by a substitute (tbl_substitution) and not
       *>          paid before is claimed for the substitute, a
       *>          cover registered late for an earlier month
       *>          included; the own lessons of each teacher with
       *>          a contract (tbl_teacher_contract) are claimed
       *>          and what goes beyond the contracted hours is
       *>          paid as extra hours. A lesson once claimed in
       *>          tbl_payroll_session is never counted again.
       *>          The draft gets a summary per teacher in
       *>          ../data/payroll-summary-YYYY-MM.txt with a
       *>          control total, and lists covers changed after
       *>          their lesson was released. Rerunning a draft
       *>          rebuilds it. Once the Utbildningsledare has
       *>          approved the draft (cgi-approve-payroll), the
       *>          next run writes ../data/payroll-YYYY-MM.txt in
       *>          the payroll system's import layout, registers
       *>          it in tbl_outbound_file and releases the
       *>          month, which is then closed. Meant to be run
       *>          from cron like sie-export.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. payroll-export.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT payfile ASSIGN TO wc-pay-path
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT summaryfile ASSIGN TO wc-summary-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       *> the payroll system's import layout - header, one
       *> record per teacher and pay type, trailer; hours with
       *> two decimals
       FD  payfile.
       01  fd-pay-header.
           03  fp-hdr-type                PIC X(1).
           03  fp-hdr-period              PIC X(6).
           03  fp-hdr-created             PIC X(8).
           03  fp-hdr-filler              PIC X(33).
       01  fd-pay-detail.
           03  fp-rec-type                PIC X(1).
           03  fp-pnr                     PIC X(12).
           03  fp-pay-type                PIC X(4).
           03  fp-period                  PIC X(6).
           03  fp-hours                   PIC 9(4)V99.
           03  fp-user-id                 PIC 9(9).
           03  fp-filler                  PIC X(10).
       01  fd-pay-trailer.
           03  fp-trl-type                PIC X(1).
           03  fp-trl-count               PIC 9(6).
           03  fp-trl-hours               PIC 9(7)V99.
           03  fp-trl-filler              PIC X(32).

       FD  summaryfile.
       01  fc-summary-line                PIC X(120).

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
            03  run-mode-switch             PIC X   VALUE SPACE.
                88  is-draft-run                    VALUE 'D'.
                88  is-release-run                  VALUE 'R'.

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
             05  t-period-start        PIC  X(10) VALUE SPACE.
             05  t-period-next         PIC  X(10) VALUE SPACE.
             05  t-later-cnt           PIC  9(4)  VALUE ZERO.
       01  run-vars.
             05  t-run-id              PIC  9(9)  VALUE ZERO.
             05  t-run-status          PIC  X(1)  VALUE SPACE.
             05  t-line-cnt            PIC  9(7)  VALUE ZERO.
             05  t-control-total       PIC  9(9)  VALUE ZERO.
             05  t-changed-cnt         PIC  9(7)  VALUE ZERO.
       01  teacher-vars.
             05  t-teacher-user-id     PIC  9(9)  VALUE ZERO.
             05  t-teacher-name        PIC  X(80) VALUE SPACE.
             05  t-teacher-pnr         PIC  X(13) VALUE SPACE.
             05  t-cover-min           PIC  9(7)  VALUE ZERO.
             05  t-own-min             PIC  9(7)  VALUE ZERO.
             05  t-contract-hours      PIC  9(3)  VALUE ZERO.
             05  t-extra-min           PIC  9(7)  VALUE ZERO.
             05  t-first-cover-date    PIC  X(10) VALUE SPACE.
       01  line-vars.
             05  t-pay-code            PIC  X(1)  VALUE SPACE.
             05  t-pay-min             PIC  9(7)  VALUE ZERO.
       01  change-vars.
             05  t-booking-id          PIC  9(9)  VALUE ZERO.
             05  t-session-date        PIC  X(10) VALUE SPACE.
             05  t-claim-kind          PIC  X(1)  VALUE SPACE.
             05  t-change-note         PIC  X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       *> the register of files sent - see
       *> copy/register-outbound-file.cpy
       COPY outbound-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the period and the dates derived from it
       01  wc-period                PIC X(7)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-year                  PIC 9(4)  VALUE ZERO.
       01  wn-month                 PIC 9(2)  VALUE ZERO.
       01  wn-next-year             PIC 9(4)  VALUE ZERO.
       01  wn-next-month            PIC 9(2)  VALUE ZERO.
       01  wn-today                 PIC 9(8)  VALUE ZERO.

       *> the files
       01  wc-pay-path              PIC X(60) VALUE SPACE.
       01  wc-summary-path          PIC X(60) VALUE SPACE.

       *> pay types from the settings register
       01  wc-code-cover            PIC X(4)  VALUE '310'.
       01  wc-code-extra            PIC X(4)  VALUE '320'.

       *> minutes shown as hours on the summary
       01  wn-hours                 PIC 9(5)V99 VALUE ZERO.
       01  wn-hours-edit            PIC Z(4)9.99 VALUE ZERO.
       01  wc-cover-hours           PIC X(8)  VALUE SPACE.
       01  wc-own-hours             PIC X(8)  VALUE SPACE.
       01  wc-extra-hours           PIC X(8)  VALUE SPACE.
       01  wn-contract-edit         PIC ZZ9   VALUE ZERO.

       *> per-run counters
       01  wn-teacher-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-nopnr-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-record-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-file-hours            PIC 9(7)V99 VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** payroll-export: started ***'

           PERFORM A0100-init

           IF is-valid-period
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0200-check-run
               IF is-draft-run
                   PERFORM B0300-build-draft
                   IF NOT is-sql-error
                       OPEN OUTPUT summaryfile
                       PERFORM B0400-write-summary
                       CLOSE summaryfile
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               IF is-release-run
                   OPEN OUTPUT payfile
                   PERFORM B0500-write-pay-file
                   CLOSE payfile
                   IF NOT is-sql-error
                       PERFORM B0600-release-run
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** payroll-export: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-draft-run
                   DISPLAY '*** payroll-export: draft for '
                           wc-period ', ' wn-teacher-cnt
                           ' teachers, control total '
                           t-control-total ' ***'
               END-IF
               IF is-release-run
                   DISPLAY '*** payroll-export: released '
                           wc-period ', ' wn-record-cnt
                           ' records, file ' o-file-seq ' ***'
               END-IF
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           MOVE wc-now(1:8) TO wn-today

           *> the period from the environment, defaulting to the
           *> month before the current one
           ACCEPT wc-period FROM ENVIRONMENT 'OJ_PAYROLL_PERIOD'

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
               DISPLAY '*** payroll-export: refused - period '
                       wc-period ' is not YYYY-MM ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM A0110-derive-dates
           END-IF

           .

       *>**************************************************
       A0110-derive-dates.

           MOVE wc-period TO t-period

           MOVE SPACE TO t-period-start
           STRING wc-period '-01'
                  DELIMITED BY SIZE INTO t-period-start
           END-STRING

           *> the first day of the next month bounds the lessons
           MOVE wn-year TO wn-next-year
           IF wn-month = 12
               MOVE 1 TO wn-next-month
               ADD 1 TO wn-next-year
           ELSE
               COMPUTE wn-next-month = wn-month + 1
           END-IF

           MOVE SPACE TO t-period-next
           STRING wn-next-year '-' wn-next-month '-01'
                  DELIMITED BY SIZE INTO t-period-next
           END-STRING

           MOVE SPACE TO wc-pay-path
           STRING '../data/payroll-' wc-period '.txt'
                  DELIMITED BY SIZE INTO wc-pay-path
           END-STRING

           MOVE SPACE TO wc-summary-path
           STRING '../data/payroll-summary-' wc-period '.txt'
                  DELIMITED BY SIZE INTO wc-summary-path
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
                PERFORM B0110-read-settings
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** payroll-export: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'PAYROLL_CODE_COVER' TO wc-setting-code
           COPY get-setting.
           IF wc-setting-value NOT = SPACE
               MOVE wc-setting-value TO wc-code-cover
           END-IF

           MOVE 'PAYROLL_CODE_EXTRA' TO wc-setting-code
           COPY get-setting.
           IF wc-setting-value NOT = SPACE
               MOVE wc-setting-value TO wc-code-extra
           END-IF

           .

       *>**************************************************
       B0200-check-run.

           *> not before the month is over
           IF wn-today < wn-next-year * 10000
                         + wn-next-month * 100 + 1
               DISPLAY '*** payroll-export: refused - period '
                       wc-period ' is not over yet ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT run_id, run_status
                   INTO :t-run-id, :t-run-status
                   FROM tbl_payroll_run
                   WHERE pay_period = :t-period
               END-EXEC

               EVALUATE TRUE
                   WHEN sqlcode = 100
                       MOVE ZERO TO t-run-id
                       PERFORM B0210-check-later-run
                   WHEN sqlcode NOT = zero
                       PERFORM Z0100-error-routine
                   WHEN t-run-status = 'D'
                       SET is-draft-run TO TRUE
                   WHEN t-run-status = 'A'
                       SET is-release-run TO TRUE
                   WHEN OTHER
                       DISPLAY '*** payroll-export: refused - '
                               'period ' wc-period
                               ' is already released ***'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           .

       *>**************************************************
       B0210-check-later-run.

           *> a month cannot be drafted behind a later one - the
           *> later run has already claimed what was due
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-later-cnt
               FROM tbl_payroll_run
               WHERE pay_period > :t-period
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF t-later-cnt > ZERO
                    DISPLAY '*** payroll-export: refused - a '
                            'period after ' wc-period
                            ' is already run ***'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    SET is-draft-run TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0300-build-draft.

           *> a new draft, or the old draft emptied - its claims
           *> go back so the rebuild sees today's covers
           IF t-run-id = ZERO
               EXEC SQL
                   SELECT nextval('tbl_payroll_run_run_id_seq')
                   INTO :t-run-id
               END-EXEC
               EXEC SQL
                   INSERT INTO tbl_payroll_run
                   (run_id, pay_period)
                   VALUES (:t-run-id, :t-period)
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM tbl_payroll_session
                   WHERE run_id = :t-run-id
               END-EXEC
               EXEC SQL
                   DELETE FROM tbl_payroll_line
                   WHERE run_id = :t-run-id
               END-EXEC
               EXEC SQL
                   UPDATE tbl_payroll_session
                   SET change_run_id = 0
                   WHERE change_run_id = :t-run-id
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0310-claim-cover
                PERFORM B0320-claim-own-teaching
                PERFORM B0330-build-lines
                PERFORM B0340-mark-changes
                PERFORM B0350-total-run
           END-IF

           .

       *>**************************************************
       B0310-claim-cover.

           *> every booked lesson up to the end of the month with
           *> a substitute on the course that day, not claimed
           *> before - back to the first month ever run, so a
           *> cover registered late is paid in the next run. Two
           *> covers on one day: the latest registered is paid
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_payroll_session
                   (booking_id, teacher_user_id, claim_kind,
                    session_date, session_min, run_id)
                   SELECT DISTINCT ON (b.booking_id)
                          b.booking_id, su.substitute_user_id, 'S',
                          b.booking_date,
                          CAST(EXTRACT(EPOCH FROM
                              (b.booking_endtime::time
                               - b.booking_starttime::time)) / 60
                              AS INTEGER),
                          :t-run-id
                   FROM tbl_room_booking b
                   INNER JOIN tbl_substitution su
                       ON su.course_id = b.course_id
                       AND su.sub_fromdate <= b.booking_date
                       AND su.sub_todate >= b.booking_date
                   WHERE b.booking_status = 'A'
                   AND b.booking_starttime <> ''
                   AND b.booking_endtime <> ''
                   AND b.booking_date < :t-period-next
                   AND b.booking_date >=
                       (SELECT MIN(r.pay_period) || '-01'
                        FROM tbl_payroll_run r)
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_payroll_session ps
                        WHERE ps.booking_id = b.booking_id)
                   ORDER BY b.booking_id, su.substitution_id DESC
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0320-claim-own-teaching.

           *> the month's own lessons of each teacher with a
           *> contract - not a covered lesson, not a day the
           *> teacher was away, not one claimed before
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_payroll_session
                   (booking_id, teacher_user_id, claim_kind,
                    session_date, session_min, run_id)
                   SELECT b.booking_id, ct.teacher_user_id, 'O',
                          b.booking_date,
                          CAST(EXTRACT(EPOCH FROM
                              (b.booking_endtime::time
                               - b.booking_starttime::time)) / 60
                              AS INTEGER),
                          :t-run-id
                   FROM tbl_room_booking b
                   INNER JOIN tbl_course_teacher ct
                       ON ct.course_id = b.course_id
                   INNER JOIN tbl_teacher_contract tc
                       ON tc.teacher_user_id = ct.teacher_user_id
                   WHERE tc.contract_hours > 0
                   AND b.booking_status = 'A'
                   AND b.booking_starttime <> ''
                   AND b.booking_endtime <> ''
                   AND b.booking_date >= :t-period-start
                   AND b.booking_date < :t-period-next
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_substitution su
                        WHERE su.course_id = b.course_id
                        AND su.sub_fromdate <= b.booking_date
                        AND su.sub_todate >= b.booking_date)
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_staff_absence sa
                        WHERE sa.teacher_user_id
                              = ct.teacher_user_id
                        AND sa.abs_fromdate <= b.booking_date
                        AND sa.abs_todate >= b.booking_date)
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_payroll_session ps
                        WHERE ps.booking_id = b.booking_id
                        AND (ps.claim_kind = 'S'
                             OR ps.teacher_user_id
                                = ct.teacher_user_id))
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0330-build-lines.

           *> cover is paid in full; own teaching only beyond
           *> the contracted hours
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_payroll_line
                   (run_id, teacher_user_id, pay_code, pay_min)
                   SELECT :t-run-id, ps.teacher_user_id, 'S',
                          SUM(ps.session_min)
                   FROM tbl_payroll_session ps
                   WHERE ps.run_id = :t-run-id
                   AND ps.claim_kind = 'S'
                   GROUP BY ps.teacher_user_id
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_payroll_line
                   (run_id, teacher_user_id, pay_code, pay_min)
                   SELECT :t-run-id, ps.teacher_user_id, 'E',
                          SUM(ps.session_min)
                          - MAX(tc.contract_hours) * 60
                   FROM tbl_payroll_session ps
                   INNER JOIN tbl_teacher_contract tc
                       ON tc.teacher_user_id = ps.teacher_user_id
                   WHERE ps.run_id = :t-run-id
                   AND ps.claim_kind = 'O'
                   GROUP BY ps.teacher_user_id
                   HAVING SUM(ps.session_min)
                          > MAX(tc.contract_hours) * 60
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0340-mark-changes.

           *> lessons already released whose cover has changed
           *> since - cancelled, covered by someone else, or
           *> covered after the teacher was paid for teaching
           *> it. Payroll settles them by hand; each is listed
           *> by one summary only
           IF NOT is-sql-error
               EXEC SQL
                   UPDATE tbl_payroll_session ps
                   SET change_run_id = :t-run-id
                   FROM tbl_payroll_run r,
                        tbl_room_booking b
                   WHERE r.run_id = ps.run_id
                   AND r.run_status = 'R'
                   AND b.booking_id = ps.booking_id
                   AND ps.change_run_id = 0
                   AND (b.booking_status <> 'A'
                        OR (ps.claim_kind = 'S'
                            AND NOT EXISTS
                                (SELECT 1 FROM tbl_substitution su
                                 WHERE su.course_id = b.course_id
                                 AND su.substitute_user_id
                                     = ps.teacher_user_id
                                 AND su.sub_fromdate
                                     <= b.booking_date
                                 AND su.sub_todate
                                     >= b.booking_date))
                        OR (ps.claim_kind = 'O'
                            AND EXISTS
                                (SELECT 1 FROM tbl_substitution su
                                 WHERE su.course_id = b.course_id
                                 AND su.sub_fromdate
                                     <= b.booking_date
                                 AND su.sub_todate
                                     >= b.booking_date)))
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0350-total-run.

           *> the control total the approval is made against
           IF NOT is-sql-error
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(pay_min), 0)
                   INTO :t-line-cnt, :t-control-total
                   FROM tbl_payroll_line
                   WHERE run_id = :t-run-id
               END-EXEC

               EXEC SQL
                   UPDATE tbl_payroll_run
                   SET line_cnt = :t-line-cnt,
                       control_total = :t-control-total,
                       created_date = CURRENT_TIMESTAMP
                   WHERE run_id = :t-run-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0400-write-summary.

           MOVE SPACE TO fc-summary-line
           STRING 'Lönesammanställning ' wc-period
                  ' - UTKAST, run_id ' t-run-id
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           MOVE SPACE TO fc-summary-line
           STRING 'Lärare                                   '
                  ' Vikariat  Egen tid Tjänst   Utöver'
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           PERFORM B0410-list-teachers

           IF NOT is-sql-error
               PERFORM B0430-list-changes
           END-IF

           MOVE SPACE TO fc-summary-line
           STRING 'Rader ' t-line-cnt
                  ', kontrollsumma (minuter) ' t-control-total
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           IF wn-nopnr-cnt > ZERO
               MOVE SPACE TO fc-summary-line
               STRING wn-nopnr-cnt ' lärare saknar personnummer'
                      ' - rätta innan godkännande'
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line
           END-IF

           MOVE SPACE TO fc-summary-line
           STRING 'Godkänns i cgi-approve-payroll med '
                  'kontrollsumman; nästa körning skriver lönefilen'
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           .

       *>**************************************************
       B0410-list-teachers.

           *> everyone the run counted a lesson for
           EXEC SQL
               DECLARE curspayteacher CURSOR FOR
               SELECT u.user_id,
                      TRIM(u.user_lastname) || ', ' ||
                      TRIM(u.user_firstname),
                      REPLACE(TRIM(COALESCE(u.user_pnr, '')),
                              '-', ''),
                      CAST(COALESCE(
                          (SELECT SUM(ps.session_min)
                           FROM tbl_payroll_session ps
                           WHERE ps.run_id = :t-run-id
                           AND ps.teacher_user_id = u.user_id
                           AND ps.claim_kind = 'S'), 0)
                          AS INTEGER),
                      CAST(COALESCE(
                          (SELECT SUM(ps.session_min)
                           FROM tbl_payroll_session ps
                           WHERE ps.run_id = :t-run-id
                           AND ps.teacher_user_id = u.user_id
                           AND ps.claim_kind = 'O'), 0)
                          AS INTEGER),
                      COALESCE(tc.contract_hours, 0),
                      COALESCE(
                          (SELECT l.pay_min
                           FROM tbl_payroll_line l
                           WHERE l.run_id = :t-run-id
                           AND l.teacher_user_id = u.user_id
                           AND l.pay_code = 'E'), 0),
                      COALESCE(
                          (SELECT MIN(ps.session_date)
                           FROM tbl_payroll_session ps
                           WHERE ps.run_id = :t-run-id
                           AND ps.teacher_user_id = u.user_id
                           AND ps.claim_kind = 'S'), '')
               FROM tbl_user u
               LEFT JOIN tbl_teacher_contract tc
                   ON tc.teacher_user_id = u.user_id
               WHERE u.user_id IN
                   (SELECT ps.teacher_user_id
                    FROM tbl_payroll_session ps
                    WHERE ps.run_id = :t-run-id)
               ORDER BY u.user_lastname, u.user_firstname,
                        u.user_id
           END-EXEC

           EXEC SQL
               OPEN curspayteacher
           END-EXEC

           EXEC SQL
               FETCH curspayteacher INTO :t-teacher-user-id,
                                         :t-teacher-name,
                                         :t-teacher-pnr,
                                         :t-cover-min,
                                         :t-own-min,
                                         :t-contract-hours,
                                         :t-extra-min,
                                         :t-first-cover-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0420-write-teacher-line

               EXEC SQL
                   FETCH curspayteacher INTO :t-teacher-user-id,
                                             :t-teacher-name,
                                             :t-teacher-pnr,
                                             :t-cover-min,
                                             :t-own-min,
                                             :t-contract-hours,
                                             :t-extra-min,
                                             :t-first-cover-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspayteacher
           END-EXEC

           .

       *>**************************************************
       B0420-write-teacher-line.

           ADD 1 TO wn-teacher-cnt

           COMPUTE wn-hours ROUNDED = t-cover-min / 60
           MOVE wn-hours TO wn-hours-edit
           MOVE wn-hours-edit TO wc-cover-hours
           COMPUTE wn-hours ROUNDED = t-own-min / 60
           MOVE wn-hours TO wn-hours-edit
           MOVE wn-hours-edit TO wc-own-hours
           COMPUTE wn-hours ROUNDED = t-extra-min / 60
           MOVE wn-hours TO wn-hours-edit
           MOVE wn-hours-edit TO wc-extra-hours
           MOVE t-contract-hours TO wn-contract-edit

           MOVE SPACE TO fc-summary-line
           STRING t-teacher-name(1:40) ' ' wc-cover-hours ' '
                  wc-own-hours '    ' wn-contract-edit ' '
                  wc-extra-hours
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           *> a cover registered late for an earlier month
           IF t-first-cover-date NOT = SPACE
              AND t-first-cover-date < t-period-start
               MOVE SPACE TO fc-summary-line
               STRING '    varav vikariat före ' wc-period
                      ' från ' t-first-cover-date
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line
           END-IF

           IF t-teacher-pnr = SPACE
               ADD 1 TO wn-nopnr-cnt
               MOVE SPACE TO fc-summary-line
               STRING '    SAKNAR PERSONNUMMER, user_id '
                      t-teacher-user-id
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line
           END-IF

           .

       *>**************************************************
       B0430-list-changes.

           EXEC SQL
               DECLARE curspaychange CURSOR FOR
               SELECT ps.booking_id, ps.session_date,
                      ps.claim_kind,
                      TRIM(u.user_lastname) || ', ' ||
                      TRIM(u.user_firstname),
                      CASE WHEN b.booking_status <> 'A'
                           THEN 'inställd'
                           WHEN ps.claim_kind = 'S'
                           THEN 'annan vikarie'
                           ELSE 'vikarie efteråt' END
               FROM tbl_payroll_session ps
               INNER JOIN tbl_room_booking b
                   ON b.booking_id = ps.booking_id
               INNER JOIN tbl_user u
                   ON u.user_id = ps.teacher_user_id
               WHERE ps.change_run_id = :t-run-id
               ORDER BY ps.session_date, ps.booking_id
           END-EXEC

           EXEC SQL
               OPEN curspaychange
           END-EXEC

           EXEC SQL
               FETCH curspaychange INTO :t-booking-id,
                                        :t-session-date,
                                        :t-claim-kind,
                                        :t-teacher-name,
                                        :t-change-note
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Ändrat efter utbetalning - rättas för hand:'
                   TO fc-summary-line
               WRITE fc-summary-line
           END-IF

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO t-changed-cnt
               MOVE SPACE TO fc-summary-line
               STRING '    ' t-session-date ' booking_id '
                      t-booking-id ' ' t-claim-kind ' '
                      t-teacher-name(1:40) ' '
                      FUNCTION TRIM(t-change-note)
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line

               EXEC SQL
                   FETCH curspaychange INTO :t-booking-id,
                                            :t-session-date,
                                            :t-claim-kind,
                                            :t-teacher-name,
                                            :t-change-note
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspaychange
           END-EXEC

           .

       *>**************************************************
       B0500-write-pay-file.

           MOVE 'H' TO fp-hdr-type
           MOVE wc-period(1:4) TO fp-hdr-period(1:4)
           MOVE wc-period(6:2) TO fp-hdr-period(5:2)
           MOVE wc-now(1:8) TO fp-hdr-created
           MOVE SPACE TO fp-hdr-filler
           WRITE fd-pay-header

           EXEC SQL
               DECLARE curspayline CURSOR FOR
               SELECT l.teacher_user_id,
                      REPLACE(TRIM(COALESCE(u.user_pnr, '')),
                              '-', ''),
                      l.pay_code, l.pay_min
               FROM tbl_payroll_line l
               INNER JOIN tbl_user u
                   ON u.user_id = l.teacher_user_id
               WHERE l.run_id = :t-run-id
               ORDER BY u.user_pnr, l.teacher_user_id, l.pay_code
           END-EXEC

           EXEC SQL
               OPEN curspayline
           END-EXEC

           EXEC SQL
               FETCH curspayline INTO :t-teacher-user-id,
                                      :t-teacher-pnr,
                                      :t-pay-code, :t-pay-min
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0510-write-pay-record

               EXEC SQL
                   FETCH curspayline INTO :t-teacher-user-id,
                                          :t-teacher-pnr,
                                          :t-pay-code,
                                          :t-pay-min
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspayline
           END-EXEC

           MOVE 'T' TO fp-trl-type
           MOVE wn-record-cnt TO fp-trl-count
           MOVE wn-file-hours TO fp-trl-hours
           MOVE SPACE TO fp-trl-filler
           WRITE fd-pay-trailer

           .

       *>**************************************************
       B0510-write-pay-record.

           MOVE 'D' TO fp-rec-type
           MOVE t-teacher-pnr(1:12) TO fp-pnr
           IF t-pay-code = 'S'
               MOVE wc-code-cover TO fp-pay-type
           ELSE
               MOVE wc-code-extra TO fp-pay-type
           END-IF
           MOVE fp-hdr-period TO fp-period
           COMPUTE fp-hours ROUNDED = t-pay-min / 60
           MOVE t-teacher-user-id TO fp-user-id
           MOVE SPACE TO fp-filler

           ADD fp-hours TO wn-file-hours
           ADD 1 TO wn-record-cnt
           WRITE fd-pay-detail

           .

       *>**************************************************
       B0600-release-run.

           *> the approved control total goes with the file
           EXEC SQL
               SELECT control_total
               INTO :t-control-total
               FROM tbl_payroll_run
               WHERE run_id = :t-run-id
           END-EXEC

           MOVE 'payroll-export' TO o-file-kind
           MOVE wc-period TO o-file-period
           MOVE wn-record-cnt TO o-record-cnt
           MOVE t-control-total TO o-control-total
           MOVE 'minutes' TO o-control-label
           MOVE wc-pay-path TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               DISPLAY '*** payroll-export: the file could not be '
                       'read back - not released ***'
               MOVE 8 TO RETURN-CODE
               SET is-sql-error TO TRUE
           ELSE
               EXEC SQL
                   UPDATE tbl_payroll_run
                   SET run_status = 'R',
                       released_date = CURRENT_TIMESTAMP,
                       file_id = :o-file-id
                   WHERE run_id = :t-run-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0790-commit-work.

           *>  the claims and the run go in together
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
