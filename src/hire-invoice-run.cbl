       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Month-end invoicing of the external room
       *>          hires. Every hire customer with approved
       *>          hires not yet invoiced, dated before the end
       *>          of the period, gets one invoice listing them
       *>          - date, room, time, hours, hour price and
       *>          amount, as fixed in tbl_hire_booking when the
       *>          hire was booked - in the hire invoices' own
       *>          number series (tbl_hire_invoice, printed
       *>          H<number>), written to
       *>          ../data/archive/hire-invoice-<no>.txt and
       *>          registered in tbl_report_archive. The hires
       *>          are marked with their invoice, so a rerun, or
       *>          the next month, picks up only what is new.
       *>          The period (YYYY-MM) comes from
       *>          OJ_HIRE_PERIOD and defaults to the previous
       *>          month; one not yet over is refused. Payment
       *>          terms from HIRE_DUE_DAYS (default 30),
       *>          bankgiro from BANKGIRO. Meant to be run
       *>          from cron like sie-export.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Payment terms and bankgiro from the settings
       *>            register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. hire-invoice-run.
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
            03  is-period-over-switch       PIC X   VALUE 'N'.
                88  is-period-over                  VALUE 'Y'.

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
             05  t-due-days            PIC  9(3)  VALUE 30.
       01  customer-rec-vars.
             05  t-customer-id         PIC  9(9)  VALUE ZERO.
             05  t-customer-name       PIC  X(40) VALUE SPACE.
             05  t-customer-orgnr      PIC  X(11) VALUE SPACE.
             05  t-contact-name        PIC  X(40) VALUE SPACE.
             05  t-invoice-address     PIC  X(40) VALUE SPACE.
             05  t-invoice-postcode    PIC  X(6)  VALUE SPACE.
             05  t-invoice-city        PIC  X(40) VALUE SPACE.
       01  hire-line-vars.
             05  t-booking-date        PIC  X(10) VALUE SPACE.
             05  t-lokalnamn           PIC  X(40) VALUE SPACE.
             05  t-booking-starttime   PIC  X(5)  VALUE SPACE.
             05  t-booking-endtime     PIC  X(5)  VALUE SPACE.
             05  t-hire-minutes        PIC  9(4)  VALUE ZERO.
             05  t-hour-price          PIC  9(7)  VALUE ZERO.
             05  t-hire-amount         PIC  9(9)  VALUE ZERO.
       01  invoice-rec-vars.
             05  t-hire-invoice-id     PIC  9(9)  VALUE ZERO.
             05  t-invoice-total       PIC  9(9)  VALUE ZERO.
             05  t-booking-cnt         PIC  9(4)  VALUE ZERO.
             05  t-due-date            PIC  X(10) VALUE SPACE.
             05  t-invoice-file        PIC  X(60) VALUE SPACE.
       01  t-archive-id               PIC  9(9) VALUE ZERO.
       01  t-archive-file             PIC  X(60) VALUE SPACE.
       01  t-report-params            PIC  X(80) VALUE SPACE.
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
       01  wc-due-days              PIC X(3)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.
       01  wn-year                  PIC 9(4)  VALUE ZERO.
       01  wn-month                 PIC 9(2)  VALUE ZERO.
       01  wn-next-year             PIC 9(4)  VALUE ZERO.
       01  wn-next-month            PIC 9(2)  VALUE ZERO.
       01  wn-today                 PIC 9(8)  VALUE ZERO.

       *> per-invoice document
       01  wc-doc-path              PIC X(60) VALUE SPACE.
       01  wc-invoice-no            PIC X(10) VALUE SPACE.
       01  wn-invoice-id-disp       PIC 9(9)  VALUE ZERO.
       01  wn-lead-zeros            PIC 9(2)  VALUE ZERO.
       01  wn-hours-edit            PIC Z9.99 VALUE ZERO.
       01  wn-amount-edit           PIC Z(8)9 VALUE ZERO.

       *> the school's bankgiro number printed on the invoice
       01  wc-bankgiro              PIC X(10) VALUE SPACE.

       *> per-run counters
       01  wn-invoice-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-run-total             PIC 9(11) VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** hire-invoice-run: started ***'

           PERFORM A0100-init

           IF is-valid-period
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0200-check-period
               IF is-period-over
                   PERFORM B0300-invoice-customers
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** hire-invoice-run: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-period-over
                   DISPLAY '*** hire-invoice-run: done, '
                           wn-invoice-cnt ' invoices, '
                           wn-run-total ' kr for ' wc-period ' ***'
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
           ACCEPT wc-period FROM ENVIRONMENT 'OJ_HIRE_PERIOD'

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
               DISPLAY '*** hire-invoice-run: refused - period '
                       wc-period ' is not YYYY-MM ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM A0110-derive-dates
           END-IF

           .

       *>**************************************************
       A0110-derive-dates.

           MOVE wc-period TO t-period

           *> the first day of the next month bounds the hires
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
                    DISPLAY '*** hire-invoice-run: refused - ids in '
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

           *> payment terms in days
           MOVE 'HIRE_DUE_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-due-days
           IF wc-due-days NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-due-days) TO t-due-days
           END-IF

           MOVE 'BANKGIRO' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-bankgiro

           .

       *>**************************************************
       B0200-check-period.

           *> a hire is invoiced after the month it took place in
           IF wn-today < wn-next-year * 10000
                         + wn-next-month * 100 + 1
               DISPLAY '*** hire-invoice-run: refused - '
                       'period ' wc-period
                       ' is not over yet ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET is-period-over TO TRUE
           END-IF

           .

       *>**************************************************
       B0300-invoice-customers.

           *> approved hires only - a pending one was never
           *> confirmed and a rejected or cancelled one never
           *> took place; earlier months' stragglers come along
           EXEC SQL
               DECLARE curscustomer CURSOR FOR
               SELECT DISTINCT hc.customer_id, hc.customer_name,
                      hc.customer_orgnr, hc.contact_name,
                      hc.invoice_address, hc.invoice_postcode,
                      hc.invoice_city
               FROM tbl_hire_booking h
               INNER JOIN tbl_room_booking b
               ON b.booking_id = h.booking_id
               INNER JOIN tbl_hire_customer hc
               ON hc.customer_id = h.customer_id
               WHERE h.hire_invoice_id = 0
               AND b.booking_status = 'A'
               AND b.booking_date < :t-period-next
               ORDER BY hc.customer_id
           END-EXEC

           EXEC SQL
               OPEN curscustomer
           END-EXEC

           EXEC SQL
               FETCH curscustomer INTO :t-customer-id,
                                       :t-customer-name,
                                       :t-customer-orgnr,
                                       :t-contact-name,
                                       :t-invoice-address,
                                       :t-invoice-postcode,
                                       :t-invoice-city
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-invoice-one-customer

               EXEC SQL
                   FETCH curscustomer INTO :t-customer-id,
                                           :t-customer-name,
                                           :t-customer-orgnr,
                                           :t-contact-name,
                                           :t-invoice-address,
                                           :t-invoice-postcode,
                                           :t-invoice-city
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscustomer
           END-EXEC

           .

       *>**************************************************
       B0310-invoice-one-customer.

           EXEC SQL
               SELECT nextval('tbl_hire_invoice_hire_invoice_id_seq'),
                      TO_CHAR(CURRENT_DATE + CAST(:t-due-days
                                                  AS INTEGER),
                              'YYYY-MM-DD')
               INTO :t-hire-invoice-id, :t-due-date
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> printed without leading zeros after the H that
                *> keeps it apart from the fee invoices
                MOVE t-hire-invoice-id TO wn-invoice-id-disp
                MOVE ZERO TO wn-lead-zeros
                INSPECT wn-invoice-id-disp
                        TALLYING wn-lead-zeros FOR LEADING '0'
                MOVE SPACE TO wc-invoice-no
                STRING 'H' wn-invoice-id-disp(wn-lead-zeros + 1:)
                       DELIMITED BY SIZE INTO wc-invoice-no
                END-STRING

                MOVE ZERO TO t-invoice-total
                MOVE ZERO TO t-booking-cnt
                PERFORM B0320-write-document
                IF NOT is-sql-error
                    PERFORM B0340-register-invoice
                END-IF
                IF NOT is-sql-error
                    PERFORM B0350-register-in-archive
                END-IF
                IF NOT is-sql-error
                    ADD 1 TO wn-invoice-cnt
                    ADD t-invoice-total TO wn-run-total
                    DISPLAY '    ' FUNCTION TRIM(wc-invoice-no)
                            ' ' FUNCTION TRIM(t-customer-name)
                            ' ' t-booking-cnt ' hires '
                            t-invoice-total ' kr'
                END-IF
           END-IF

           .

       *>**************************************************
       B0320-write-document.

           MOVE SPACE TO wc-doc-path
           STRING '../data/archive/hire-invoice-'
                  wn-invoice-id-disp '.txt'
                  DELIMITED BY SIZE INTO wc-doc-path
           END-STRING

           OPEN OUTPUT docfile

           MOVE ALL '=' TO fc-doc-line
           WRITE fc-doc-line
           MOVE '                      FAKTURA - LOKALHYRA'
               TO fc-doc-line
           WRITE fc-doc-line
           MOVE ALL '=' TO fc-doc-line
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line

           MOVE SPACE TO fc-doc-line
           STRING FUNCTION TRIM(t-customer-name)
                  '   Org.nr ' t-customer-orgnr
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           IF t-contact-name NOT = SPACE
               MOVE SPACE TO fc-doc-line
               STRING 'Att: ' FUNCTION TRIM(t-contact-name)
                      DELIMITED BY SIZE INTO fc-doc-line
               END-STRING
               WRITE fc-doc-line
           END-IF
           MOVE t-invoice-address TO fc-doc-line
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING t-invoice-postcode ' '
                  FUNCTION TRIM(t-invoice-city)
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line

           MOVE SPACE TO fc-doc-line
           STRING 'Fakturadatum: ' wc-today-date
                  '   Period: ' wc-period
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line

           PERFORM B0330-write-hire-lines

           MOVE t-invoice-total TO wn-amount-edit
           MOVE SPACE TO fc-doc-line
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'Att betala: ' FUNCTION TRIM(wn-amount-edit)
                  ' kr   Förfallodag: ' t-due-date
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'Fakturanummer: ' FUNCTION TRIM(wc-invoice-no)
                  '   Bankgiro: ' wc-bankgiro
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE 'Ange alltid fakturanumret vid betalning.'
                TO fc-doc-line
           WRITE fc-doc-line

           CLOSE docfile

           .

       *>**************************************************
       B0330-write-hire-lines.

           EXEC SQL
               DECLARE curshire CURSOR FOR
               SELECT b.booking_date, l.Lokalnamn,
                      b.booking_starttime, b.booking_endtime,
                      h.hire_minutes, h.hour_price, h.hire_amount
               FROM tbl_hire_booking h
               INNER JOIN tbl_room_booking b
               ON b.booking_id = h.booking_id
               INNER JOIN T_JLOKAL l
               ON l.Lokal_id = b.lokal_id
               WHERE h.customer_id = :t-customer-id
               AND h.hire_invoice_id = 0
               AND b.booking_status = 'A'
               AND b.booking_date < :t-period-next
               ORDER BY b.booking_date, b.booking_starttime
           END-EXEC

           EXEC SQL
               OPEN curshire
           END-EXEC

           EXEC SQL
               FETCH curshire INTO :t-booking-date, :t-lokalnamn,
                                   :t-booking-starttime,
                                   :t-booking-endtime,
                                   :t-hire-minutes, :t-hour-price,
                                   :t-hire-amount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               COMPUTE wn-hours-edit = t-hire-minutes / 60
               MOVE t-hire-amount TO wn-amount-edit
               MOVE SPACE TO fc-doc-line
               STRING '  ' t-booking-date '  ' t-lokalnamn(1:30)
                      ' ' t-booking-starttime '-'
                      t-booking-endtime '  ' wn-hours-edit ' h  '
                      t-hour-price ' kr/h  ' wn-amount-edit ' kr'
                      DELIMITED BY SIZE INTO fc-doc-line
               END-STRING
               WRITE fc-doc-line

               ADD t-hire-amount TO t-invoice-total
               ADD 1 TO t-booking-cnt

               EXEC SQL
                   FETCH curshire INTO :t-booking-date,
                                       :t-lokalnamn,
                                       :t-booking-starttime,
                                       :t-booking-endtime,
                                       :t-hire-minutes,
                                       :t-hour-price,
                                       :t-hire-amount
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curshire
           END-EXEC

           .

       *>**************************************************
       B0340-register-invoice.

           MOVE wc-doc-path(9:52) TO t-invoice-file

           EXEC SQL
               INSERT INTO tbl_hire_invoice
               (hire_invoice_id, customer_id, period,
                invoice_total, booking_cnt, due_date,
                invoice_file)
               VALUES (:t-hire-invoice-id, :t-customer-id,
                       :t-period, :t-invoice-total,
                       :t-booking-cnt, :t-due-date,
                       :t-invoice-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> exactly the hires the invoice listed
                EXEC SQL
                    UPDATE tbl_hire_booking h
                    SET hire_invoice_id = :t-hire-invoice-id
                    FROM tbl_room_booking b
                    WHERE b.booking_id = h.booking_id
                    AND h.customer_id = :t-customer-id
                    AND h.hire_invoice_id = 0
                    AND b.booking_status = 'A'
                    AND b.booking_date < :t-period-next
                END-EXEC

                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           .

       *>**************************************************
       B0350-register-in-archive.

           MOVE wc-doc-path(9:52) TO t-archive-file
           MOVE SPACE TO t-report-params
           STRING 'customer_id=' t-customer-id
                  ' period=' wc-period
                  ' total=' t-invoice-total
                  ' no=' FUNCTION TRIM(wc-invoice-no)
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
                       'hire-invoice', :t-report-params,
                       :t-archive-file)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0790-commit-work.

           *>  the invoices and the marked hires go in together
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
