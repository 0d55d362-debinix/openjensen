       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Month-end SIE4 export of the material-fee
       *>          ledger for the accounting system. Every
       *>          charge event not yet exported - charged,
       *>          paid, or reversed by cgi-remove-enrollment
       *>          inside the refund window - is booked in
       *>          tbl_fee_posting under the period, and the
       *>          file gets one voucher per site and kind on
       *>          the last day of the month, on the accounts in
       *>          tbl_fee_account (the ort_id 0 row for sites
       *>          without their own). An event dated in a month
       *>          already closed goes in a voucher of its own
       *>          marked as an adjustment. The totals are then
       *>          reconciled against tbl_charge and the period is
       *>          closed in tbl_fee_period. The period (YYYY-MM)
       *>          comes from OJ_SIE_PERIOD and defaults to the
       *>          previous month; a closed period, or one not yet
       *>          over, is refused. Meant to be run from cron
       *>          like csn-export; output goes to
       *>          ../data/sie-YYYY-MM.se.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Company name from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. sie-export.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT siefile ASSIGN TO wc-sie-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  siefile.
       01  fd-sie-line                    PIC X(120).

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
             05  t-period-next         PIC  X(10) VALUE SPACE.
             05  t-closed-cnt          PIC  9(4)  VALUE ZERO.
             05  t-later-cnt           PIC  9(4)  VALUE ZERO.
             05  t-sie-file            PIC  X(60) VALUE SPACE.
       01  voucher-vars.
             05  t-ort-id              PIC  9(9)  VALUE ZERO.
             05  t-event-type          PIC  X(1)  VALUE SPACE.
             05  t-adjustment-flag     PIC  X(1)  VALUE SPACE.
             05  t-amount              PIC S9(9)  VALUE ZERO.
             05  t-receivable-account  PIC  X(4)  VALUE SPACE.
             05  t-revenue-account     PIC  X(4)  VALUE SPACE.
             05  t-bank-account        PIC  X(4)  VALUE SPACE.
       01  total-vars.
             05  t-charged-total       PIC S9(9)  VALUE ZERO.
             05  t-paid-total          PIC S9(9)  VALUE ZERO.
             05  t-reversed-total      PIC S9(9)  VALUE ZERO.
             05  t-adjustment-total    PIC S9(9)  VALUE ZERO.
             05  t-reconciled          PIC  X(1)  VALUE 'N'.
       *> everything ever exported, against tbl_charge as of the
       *> end of the period
       01  reconcile-vars.
             05  t-posted-charged      PIC S9(11) VALUE ZERO.
             05  t-posted-paid         PIC S9(11) VALUE ZERO.
             05  t-posted-reversed     PIC S9(11) VALUE ZERO.
             05  t-ledger-charged      PIC S9(11) VALUE ZERO.
             05  t-ledger-paid         PIC S9(11) VALUE ZERO.
             05  t-ledger-reversed     PIC S9(11) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the period and the dates derived from it
       01  wc-period                PIC X(7)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-year                  PIC 9(4)  VALUE ZERO.
       01  wn-month                 PIC 9(2)  VALUE ZERO.
       01  wn-next-year             PIC 9(4)  VALUE ZERO.
       01  wn-next-month            PIC 9(2)  VALUE ZERO.
       01  wn-date-numeric          PIC 9(8)  VALUE ZERO.
       01  wn-day-integer           PIC 9(7)  VALUE ZERO.
       01  wn-today                 PIC 9(8)  VALUE ZERO.
       01  wc-voucher-date          PIC X(8)  VALUE SPACE.

       *> the SIE file
       01  wc-sie-path              PIC X(60) VALUE SPACE.
       01  wc-sie-line              PIC X(120) VALUE SPACE.
       01  wc-company-name          PIC X(40) VALUE SPACE.
       01  wc-voucher-kind          PIC X(40) VALUE SPACE.
       01  wc-voucher-text          PIC X(60) VALUE SPACE.
       01  wc-debit-account         PIC X(4)  VALUE SPACE.
       01  wc-credit-account        PIC X(4)  VALUE SPACE.
       01  wn-amount-edit           PIC -(10)9 VALUE ZERO.
       01  wc-debit-amount          PIC X(16) VALUE SPACE.
       01  wc-credit-amount         PIC X(16) VALUE SPACE.
       01  wn-ort-edit              PIC Z(8)9 VALUE ZERO.

       *> per-run voucher counter
       01  wn-voucher-cnt           PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** sie-export: started ***'

           PERFORM A0100-init

           IF is-valid-period
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0200-check-period
               IF is-period-open
                   PERFORM B0300-book-events
                   IF NOT is-sql-error
                       OPEN OUTPUT siefile
                       PERFORM B0400-write-file-header
                       PERFORM B0500-write-vouchers
                       CLOSE siefile
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0600-reconcile
                       PERFORM B0700-close-period
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** sie-export: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-period-open
                   DISPLAY '*** sie-export: done, ' wn-voucher-cnt
                           ' vouchers for ' wc-period ' ***'
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
           ACCEPT wc-period FROM ENVIRONMENT 'OJ_SIE_PERIOD'

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
               DISPLAY '*** sie-export: refused - period '
                       wc-period ' is not YYYY-MM ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM A0110-derive-dates
           END-IF

           .

       *>**************************************************
       A0110-derive-dates.

           MOVE wc-period TO t-period

           *> the first day of the next month bounds the events
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

           *> and the day before it dates the vouchers
           COMPUTE wn-date-numeric = wn-next-year * 10000
                                   + wn-next-month * 100 + 1
           COMPUTE wn-day-integer =
               FUNCTION INTEGER-OF-DATE(wn-date-numeric) - 1
           MOVE FUNCTION DATE-OF-INTEGER(wn-day-integer)
               TO wn-date-numeric
           MOVE wn-date-numeric TO wc-voucher-date

           MOVE SPACE TO wc-sie-path
           STRING '../data/sie-' wc-period '.se'
                  DELIMITED BY SIZE INTO wc-sie-path
           END-STRING
           MOVE wc-sie-path(9:52) TO t-sie-file

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
                    DISPLAY '*** sie-export: refused - ids in '
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

           *> the company name on the #FNAMN line - the file is
           *> PC8, so keep it to plain letters
           MOVE 'SIE_COMPANY' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-company-name
           IF wc-company-name = SPACE
               MOVE 'OpenJensen' TO wc-company-name
           END-IF

           .

       *>**************************************************
       B0200-check-period.

           *> a month is exported once; what turns up later is
           *> booked as an adjustment in the next month instead
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-closed-cnt
               FROM tbl_fee_period
               WHERE period = :t-period
           END-EXEC

           *> nor can a month be exported behind a later one
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-later-cnt
               FROM tbl_fee_period
               WHERE period > :t-period
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF t-closed-cnt > ZERO
                    DISPLAY '*** sie-export: refused - period '
                            wc-period ' is already closed ***'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF t-later-cnt > ZERO
                        DISPLAY '*** sie-export: refused - a '
                                'period after ' wc-period
                                ' is already closed ***'
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        *> and not before the month is over
                        IF wn-today < wn-next-year * 10000
                                      + wn-next-month * 100 + 1
                            DISPLAY '*** sie-export: refused - '
                                    'period ' wc-period
                                    ' is not over yet ***'
                            MOVE 8 TO RETURN-CODE
                        ELSE
                            SET is-period-open TO TRUE
                        END-IF
                    END-IF
                END-IF
           END-IF

           .

       *>**************************************************
       B0300-book-events.

           *> charged - the charge is created when the student
           *> enrols and goes on the next invoice
           EXEC SQL
               INSERT INTO tbl_fee_posting
               (charge_id, event_type, event_date, period,
                ort_id, amount)
               SELECT ch.charge_id, 'C',
                      TO_CHAR(ch.created_date, 'YYYY-MM-DD'),
                      :t-period, COALESCE(c.ort_id, 0),
                      ch.charge_amount
               FROM tbl_charge ch
               LEFT JOIN tbl_course c
               ON c.course_id = ch.course_id
               WHERE ch.created_date < CAST(:t-period-next AS DATE)
               ON CONFLICT (charge_id, event_type) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           *> paid - by hand or through the bank file
           EXEC SQL
               INSERT INTO tbl_fee_posting
               (charge_id, event_type, event_date, period,
                ort_id, amount)
               SELECT ch.charge_id, 'P',
                      TO_CHAR(ch.paid_date, 'YYYY-MM-DD'),
                      :t-period, COALESCE(c.ort_id, 0),
                      ch.charge_amount
               FROM tbl_charge ch
               LEFT JOIN tbl_course c
               ON c.course_id = ch.course_id
               WHERE ch.charge_status = 'P'
               AND ch.paid_date < CAST(:t-period-next AS DATE)
               ON CONFLICT (charge_id, event_type) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           *> reversed - charges reversed before the reversal
           *> date was kept count from when they were created
           EXEC SQL
               INSERT INTO tbl_fee_posting
               (charge_id, event_type, event_date, period,
                ort_id, amount)
               SELECT ch.charge_id, 'R',
                      TO_CHAR(COALESCE(ch.reversed_date,
                                       ch.created_date),
                              'YYYY-MM-DD'),
                      :t-period, COALESCE(c.ort_id, 0),
                      ch.charge_amount
               FROM tbl_charge ch
               LEFT JOIN tbl_course c
               ON c.course_id = ch.course_id
               WHERE ch.charge_status = 'R'
               AND COALESCE(ch.reversed_date, ch.created_date)
                   < CAST(:t-period-next AS DATE)
               ON CONFLICT (charge_id, event_type) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0400-write-file-header.

           MOVE '#FLAGGA 0' TO wc-sie-line
           PERFORM B0590-write-line

           MOVE '#PROGRAM "OpenJensen sie-export" 0.1'
               TO wc-sie-line
           PERFORM B0590-write-line

           MOVE '#FORMAT PC8' TO wc-sie-line
           PERFORM B0590-write-line

           MOVE SPACE TO wc-sie-line
           STRING '#GEN ' wc-now(1:8)
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           MOVE '#SIETYP 4' TO wc-sie-line
           PERFORM B0590-write-line

           MOVE SPACE TO wc-sie-line
           STRING '#FNAMN "' FUNCTION TRIM(wc-company-name) '"'
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           *> the municipal books run on the calendar year
           MOVE SPACE TO wc-sie-line
           STRING '#RAR 0 ' wc-voucher-date(1:4) '0101 '
                  wc-voucher-date(1:4) '1231'
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           .

       *>**************************************************
       B0500-write-vouchers.

           *> one voucher per site, kind and adjustment - an
           *> adjustment is an event dated in a closed month
           EXEC SQL
               DECLARE curssie CURSOR FOR
               SELECT fp.ort_id, fp.event_type,
                      CASE WHEN cp.period IS NULL THEN 'N'
                           ELSE 'Y' END,
                      SUM(fp.amount),
                      COALESCE(a.receivable_account,
                               d.receivable_account),
                      COALESCE(a.revenue_account,
                               d.revenue_account),
                      COALESCE(a.bank_account, d.bank_account)
               FROM tbl_fee_posting fp
               LEFT JOIN tbl_fee_period cp
               ON cp.period = SUBSTR(fp.event_date, 1, 7)
               LEFT JOIN tbl_fee_account a
               ON a.ort_id = fp.ort_id
               INNER JOIN tbl_fee_account d
               ON d.ort_id = 0
               WHERE fp.period = :t-period
               GROUP BY 1, 2, 3, 5, 6, 7
               ORDER BY 1, 3, 2
           END-EXEC

           EXEC SQL
               OPEN curssie
           END-EXEC

           EXEC SQL
               FETCH curssie INTO :t-ort-id, :t-event-type,
                                  :t-adjustment-flag, :t-amount,
                                  :t-receivable-account,
                                  :t-revenue-account,
                                  :t-bank-account
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0510-write-one-voucher

               EXEC SQL
                   FETCH curssie INTO :t-ort-id, :t-event-type,
                                      :t-adjustment-flag,
                                      :t-amount,
                                      :t-receivable-account,
                                      :t-revenue-account,
                                      :t-bank-account
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssie
           END-EXEC

           .

       *>**************************************************
       B0510-write-one-voucher.

           *> charged:  receivable against revenue
           *> paid:     bank against receivable
           *> reversed: revenue back against receivable
           EVALUATE t-event-type
               WHEN 'C'
                   MOVE t-receivable-account TO wc-debit-account
                   MOVE t-revenue-account TO wc-credit-account
                   MOVE 'Materialavgifter fakturerade'
                       TO wc-voucher-kind
                   ADD t-amount TO t-charged-total
               WHEN 'P'
                   MOVE t-bank-account TO wc-debit-account
                   MOVE t-receivable-account TO wc-credit-account
                   MOVE 'Materialavgifter inbetalda'
                       TO wc-voucher-kind
                   ADD t-amount TO t-paid-total
               WHEN OTHER
                   MOVE t-revenue-account TO wc-debit-account
                   MOVE t-receivable-account TO wc-credit-account
                   MOVE 'Materialavgifter krediterade'
                       TO wc-voucher-kind
                   ADD t-amount TO t-reversed-total
           END-EVALUATE

           IF t-adjustment-flag = 'Y'
               ADD t-amount TO t-adjustment-total
               MOVE SPACE TO wc-voucher-text
               STRING FUNCTION TRIM(wc-voucher-kind)
                      ', justering'
                      DELIMITED BY SIZE INTO wc-voucher-text
               END-STRING
           ELSE
               MOVE wc-voucher-kind TO wc-voucher-text
           END-IF

           MOVE t-ort-id TO wn-ort-edit
           MOVE t-amount TO wn-amount-edit
           MOVE SPACE TO wc-debit-amount
           STRING FUNCTION TRIM(wn-amount-edit) '.00'
                  DELIMITED BY SIZE INTO wc-debit-amount
           END-STRING
           COMPUTE wn-amount-edit = t-amount * -1
           MOVE SPACE TO wc-credit-amount
           STRING FUNCTION TRIM(wn-amount-edit) '.00'
                  DELIMITED BY SIZE INTO wc-credit-amount
           END-STRING

           *> no voucher number - the accounting system numbers
           *> imported vouchers itself
           MOVE SPACE TO wc-sie-line
           STRING '#VER "M" "" ' wc-voucher-date ' "'
                  FUNCTION TRIM(wc-voucher-text) ' ort '
                  FUNCTION TRIM(wn-ort-edit) ' ' wc-period '"'
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           MOVE '{' TO wc-sie-line
           PERFORM B0590-write-line

           MOVE SPACE TO wc-sie-line
           STRING '   #TRANS ' wc-debit-account ' {} '
                  FUNCTION TRIM(wc-debit-amount)
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           MOVE SPACE TO wc-sie-line
           STRING '   #TRANS ' wc-credit-account ' {} '
                  FUNCTION TRIM(wc-credit-amount)
                  DELIMITED BY SIZE INTO wc-sie-line
           END-STRING
           PERFORM B0590-write-line

           MOVE '}' TO wc-sie-line
           PERFORM B0590-write-line

           ADD 1 TO wn-voucher-cnt

           .

       *>**************************************************
       B0590-write-line.

           WRITE fd-sie-line FROM wc-sie-line
           MOVE SPACE TO wc-sie-line

           .

       *>**************************************************
       B0600-reconcile.

           *> all exported so far, this period included ...
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN event_type = 'C'
                                   THEN amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN event_type = 'P'
                                   THEN amount ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN event_type = 'R'
                                   THEN amount ELSE 0 END), 0)
               INTO :t-posted-charged, :t-posted-paid,
                    :t-posted-reversed
               FROM tbl_fee_posting
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           *> ... against what tbl_charge says up to the period end
           EXEC SQL
               SELECT COALESCE(SUM(charge_amount), 0),
                      COALESCE(SUM(CASE WHEN charge_status = 'P'
                                   AND paid_date <
                                   CAST(:t-period-next AS DATE)
                                   THEN charge_amount ELSE 0 END),
                               0),
                      COALESCE(SUM(CASE WHEN charge_status = 'R'
                                   AND COALESCE(reversed_date,
                                                created_date) <
                                   CAST(:t-period-next AS DATE)
                                   THEN charge_amount ELSE 0 END),
                               0)
               INTO :t-ledger-charged, :t-ledger-paid,
                    :t-ledger-reversed
               FROM tbl_charge
               WHERE created_date < CAST(:t-period-next AS DATE)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           IF t-posted-charged = t-ledger-charged
              AND t-posted-paid = t-ledger-paid
              AND t-posted-reversed = t-ledger-reversed
               MOVE 'Y' TO t-reconciled
           ELSE
               *> a charge changed after it was exported - the
               *> file is still right for what it says, but the
               *> expedition has to find the change by hand
               MOVE 'N' TO t-reconciled
               DISPLAY '*** sie-export: not reconciled with '
                       'tbl_charge ***'
               DISPLAY '    charged  exported ' t-posted-charged
                       ' tbl_charge ' t-ledger-charged
               DISPLAY '    paid     exported ' t-posted-paid
                       ' tbl_charge ' t-ledger-paid
               DISPLAY '    reversed exported ' t-posted-reversed
                       ' tbl_charge ' t-ledger-reversed
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '    ' wc-period ' charged ' t-charged-total
                   ' paid ' t-paid-total
                   ' reversed ' t-reversed-total
                   ' of which adjustments ' t-adjustment-total

           .

       *>**************************************************
       B0700-close-period.

           EXEC SQL
               INSERT INTO tbl_fee_period
               (period, charged_total, paid_total,
                reversed_total, adjustment_total, reconciled,
                sie_file)
               VALUES (:t-period, :t-charged-total,
                       :t-paid-total, :t-reversed-total,
                       :t-adjustment-total, :t-reconciled,
                       :t-sie-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0790-commit-work.

           *>  the postings and the closed period go in together
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
