       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Cohort throughput (genomströmning) for
       *>          ledningsgruppen: every admission cohort -
       *>          the students admitted for a term, per
       *>          program and site (tbl_admission) - followed
       *>          to its outcome in v_cohort_outcome: graduated
       *>          on time, within one year more or later,
       *>          withdrawn, or still studying. A second table
       *>          shows where the withdrawn left, by study term
       *>          counted from the admission. A posted
       *>          admission_term (a term code such as
       *>          '2026 HT') narrows both to one cohort.
       *>          Aggregates only, under the same privacy floor
       *>          as the other aggregate reports (MIN_GROUP,
       *>          default 5).
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Posted term checked; names escaped.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-cohort-throughput.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Genomströmning'.

       *> a value escaped before it goes into a <td> cell
       01  wc-escape-input         PIC X(40)  VALUE SPACE.
       01  wc-escaped-value        PIC X(240) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  cohort-rec-vars.
           05  t-admission-term       PIC  X(10).
           05  t-program-id           PIC  9(4).
           05  t-ort-id               PIC  9(9).
           05  t-ort-name             PIC  X(40).
           05  t-admitted-cnt         PIC  9(5).
           05  t-ontime-cnt           PIC  9(5).
           05  t-late1-cnt            PIC  9(5).
           05  t-later-cnt            PIC  9(5).
           05  t-withdrawn-cnt        PIC  9(5).
           05  t-studying-cnt         PIC  9(5).
       01  leave-rec-vars.
           05  t-leave-term1-cnt      PIC  9(5).
           05  t-leave-term2-cnt      PIC  9(5).
           05  t-leave-term3-cnt      PIC  9(5).
           05  t-leave-term4-cnt      PIC  9(5).
           05  t-leave-term5-cnt      PIC  9(5).
           05  t-leave-term6-cnt      PIC  9(5).
           05  t-leave-unknown-cnt    PIC  9(5).
       01  t-filter-term              PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> aggregate cells under the privacy floor print as
       *> suppressed, never as a count (MIN_GROUP, default 5)
       01  wc-min-group-env         PIC X(4)  VALUE SPACE.
       01  wn-min-group             PIC 9(3)  VALUE 5.

       01  wn-ontime-pct            PIC 9(3)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

               PERFORM B0100-connect
               IF is-db-connected

                   PERFORM B0105-verify-caller-authorized

                   IF is-caller-authorized
                       PERFORM B0200-list-cohorts
                   ELSE
                       MOVE 'Behörighet saknas'
                           TO wc-printscr-string
                       CALL 'stop-printscr' USING
                                            wc-printscr-string
                   END-IF

                   PERFORM Z0200-disconnect
               END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'session_token' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO wc-session-token

               *> admission_term (optional) - one cohort only
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'admission_term' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE FUNCTION UPPER-CASE(wc-post-value(1:10))
                    TO t-filter-term
           END-IF

           PERFORM A0110-check-filter-term

           .

       *>**************************************************
       A0110-check-filter-term.

           *> blank for every cohort, else a canonical term
           *> code - the year, a space and HT or VT
           EVALUATE TRUE
               WHEN t-filter-term = SPACE
                   SET is-valid-init TO TRUE
               WHEN t-filter-term(1:4) IS NUMERIC
                AND t-filter-term(5:1) = SPACE
                AND (t-filter-term(6:2) = 'HT'
                     OR t-filter-term(6:2) = 'VT')
                AND t-filter-term(8:3) = SPACE
                   SET is-valid-init TO TRUE
               WHEN OTHER
                   MOVE 'Ogiltig antagningstermin - t.ex. 2026 HT'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
           END-EVALUATE

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
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> the privacy floor for aggregate cells
           MOVE 'MIN_GROUP' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-min-group-env
           IF wc-min-group-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-min-group-env)
                    TO wn-min-group
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'reports' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-cohorts.

           DISPLAY '<h2>Genomströmning per antagningstermin</h2>'

           IF t-filter-term NOT = SPACE
               DISPLAY '<p>Antagna ' FUNCTION TRIM(t-filter-term)
                       '</p>'
           END-IF

           PERFORM B0210-list-outcomes
           PERFORM B0230-list-leaving-points

           .

       *>**************************************************
       B0210-list-outcomes.

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Antagna</th><th>Program</th>'
                   '<th>Ort</th><th>Antal</th>'
                   '<th>Examen i tid</th><th>Inom +1 år</th>'
                   '<th>Senare</th><th>Avbrott</th>'
                   '<th>Studerar</th><th>I tid %</th></tr>'

           *> one row per cohort, program and site - the
           *> outcome per student is v_cohort_outcome's
           EXEC SQL
               DECLARE curscohort CURSOR FOR
               SELECT v.admission_term, v.program_id, v.ort_id,
                      COALESCE(o.enhetsnamn, 'utan ort'),
                      CAST(COUNT(*) AS INTEGER),
                      CAST(SUM(CASE WHEN v.outcome = 'G0'
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.outcome = 'G1'
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.outcome = 'G2'
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.outcome = 'W'
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.outcome = 'S'
                                    THEN 1 ELSE 0 END) AS INTEGER)
               FROM v_cohort_outcome v
               LEFT JOIN t_ort o
                   ON o.ort_id = v.ort_id
               WHERE (:t-filter-term = ''
                      OR v.admission_term = :t-filter-term)
               GROUP BY v.term_startdate, v.admission_term,
                        v.program_id, v.ort_id, o.enhetsnamn
               ORDER BY v.term_startdate, v.admission_term,
                        v.program_id, v.ort_id
           END-EXEC

           EXEC SQL
               OPEN curscohort
           END-EXEC

           EXEC SQL
               FETCH curscohort INTO :t-admission-term,
                                     :t-program-id,
                                     :t-ort-id,
                                     :t-ort-name,
                                     :t-admitted-cnt,
                                     :t-ontime-cnt,
                                     :t-late1-cnt,
                                     :t-later-cnt,
                                     :t-withdrawn-cnt,
                                     :t-studying-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-outcome-row

               EXEC SQL
                   FETCH curscohort INTO :t-admission-term,
                                         :t-program-id,
                                         :t-ort-id,
                                         :t-ort-name,
                                         :t-admitted-cnt,
                                         :t-ontime-cnt,
                                         :t-late1-cnt,
                                         :t-later-cnt,
                                         :t-withdrawn-cnt,
                                         :t-studying-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscohort
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0220-write-outcome-row.

           IF t-admitted-cnt > ZERO
               COMPUTE wn-ontime-pct =
                   (t-ontime-cnt * 100) / t-admitted-cnt
           ELSE
               MOVE ZERO TO wn-ontime-pct
           END-IF

           MOVE t-admission-term TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td><td>' t-program-id '</td>'

           MOVE t-ort-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' t-ort-id ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           IF t-admitted-cnt < wn-min-group
               *> a cohort this small would point at the
               *> students themselves - the size only
               DISPLAY '<td>' t-admitted-cnt
                       '</td><td>***</td><td>***</td>'
                       '<td>***</td><td>***</td><td>***</td>'
                       '<td>***</td></tr>'
           ELSE
               DISPLAY '<td>' t-admitted-cnt '</td><td>'
                       t-ontime-cnt '</td><td>'
                       t-late1-cnt '</td><td>'
                       t-later-cnt '</td><td>'
                       t-withdrawn-cnt '</td><td>'
                       t-studying-cnt '</td><td>'
                       wn-ontime-pct '</td></tr>'
           END-IF

           .

       *>**************************************************
       B0230-list-leaving-points.

           DISPLAY '<h3>Avbrott per studietermin</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Program</th><th>Avbrott</th>'
                   '<th>Termin 1</th><th>Termin 2</th>'
                   '<th>Termin 3</th><th>Termin 4</th>'
                   '<th>Termin 5</th><th>Termin 6+</th>'
                   '<th>Okänd</th></tr>'

           *> per program over the cohorts shown - a site
           *> split would leave too few in each cell
           EXEC SQL
               DECLARE cursleave CURSOR FOR
               SELECT v.program_id,
                      CAST(COUNT(*) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 1
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 2
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 3
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 4
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 5
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no >= 6
                                    THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN v.leave_term_no = 0
                                    THEN 1 ELSE 0 END) AS INTEGER)
               FROM v_cohort_outcome v
               WHERE v.outcome = 'W'
               AND (:t-filter-term = ''
                    OR v.admission_term = :t-filter-term)
               GROUP BY v.program_id
               ORDER BY v.program_id
           END-EXEC

           EXEC SQL
               OPEN cursleave
           END-EXEC

           EXEC SQL
               FETCH cursleave INTO :t-program-id,
                                    :t-withdrawn-cnt,
                                    :t-leave-term1-cnt,
                                    :t-leave-term2-cnt,
                                    :t-leave-term3-cnt,
                                    :t-leave-term4-cnt,
                                    :t-leave-term5-cnt,
                                    :t-leave-term6-cnt,
                                    :t-leave-unknown-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0240-write-leaving-row

               EXEC SQL
                   FETCH cursleave INTO :t-program-id,
                                        :t-withdrawn-cnt,
                                        :t-leave-term1-cnt,
                                        :t-leave-term2-cnt,
                                        :t-leave-term3-cnt,
                                        :t-leave-term4-cnt,
                                        :t-leave-term5-cnt,
                                        :t-leave-term6-cnt,
                                        :t-leave-unknown-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursleave
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0240-write-leaving-row.

           IF t-withdrawn-cnt < wn-min-group
               DISPLAY '<tr><td>' t-program-id '</td><td>'
                       t-withdrawn-cnt
                       '</td><td>***</td><td>***</td>'
                       '<td>***</td><td>***</td><td>***</td>'
                       '<td>***</td><td>***</td></tr>'
           ELSE
               DISPLAY '<tr><td>' t-program-id '</td><td>'
                       t-withdrawn-cnt '</td><td>'
                       t-leave-term1-cnt '</td><td>'
                       t-leave-term2-cnt '</td><td>'
                       t-leave-term3-cnt '</td><td>'
                       t-leave-term4-cnt '</td><td>'
                       t-leave-term5-cnt '</td><td>'
                       t-leave-term6-cnt '</td><td>'
                       t-leave-unknown-cnt '</td></tr>'
           END-IF

           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

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
