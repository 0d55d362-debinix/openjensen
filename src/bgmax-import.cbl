       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Read the Bankgirot BGMax payment file
       *>          (../data/bgmax-import.txt) and settle the
       *>          material-fee invoices it pays. A payment whose
       *>          OCR reference names an invoice from
       *>          cgi-make-invoice and whose amount is exactly
       *>          what is still open on that invoice marks the
       *>          invoice's open charges paid on the payment
       *>          date. Everything else - no reference or a bad
       *>          check digit, an unknown or already settled
       *>          invoice, an over- or underpayment, a deduction
       *>          - is added to ../data/bgmax-exceptions.txt
       *>          for the expedition to handle by hand through
       *>          cgi-add-payment. Every payment is kept in
       *>          tbl_bank_payment under its Bankgirot serial
       *>          number; one already there is skipped, so a
       *>          rerun of the same file - or of a file broken
       *>          off half way - never registers a payment
       *>          twice. Runs in the batch window ahead of
       *>          fee-dunning, so nobody is chased for what the
       *>          bank has already paid. No file, nothing to do.
       *> Created: 2026-10-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Layout name compared without regard to case.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. bgmax-import.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT OPTIONAL importfile ASSIGN TO
              '../data/bgmax-import.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL exceptionfile ASSIGN TO
              '../data/bgmax-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  importfile.
       01  fc-bgmax-line               PIC X(80).

       FD  exceptionfile.
       01  fc-exception-line           PIC X(132).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-eof-import-switch        PIC X   VALUE 'N'.
                88  is-eof-import                   VALUE 'Y'.
            03  is-file-opened-switch       PIC X   VALUE 'N'.
                88  is-file-opened                  VALUE 'Y'.
            03  is-payment-matched-switch   PIC X   VALUE 'N'.
                88  is-payment-matched              VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  bank-file-vars.
             05  t-file-id             PIC  9(9) VALUE ZERO.
             05  t-file-timestamp      PIC  X(20) VALUE SPACE.
             05  t-payment-cnt         PIC  9(7) VALUE ZERO.
             05  t-matched-cnt         PIC  9(7) VALUE ZERO.
             05  t-exception-cnt       PIC  9(7) VALUE ZERO.
       01  bank-payment-vars.
             05  t-payment-id          PIC  9(9) VALUE ZERO.
             05  t-bgc-serial          PIC  X(12) VALUE SPACE.
             05  t-payment-date        PIC  X(10) VALUE SPACE.
             05  t-sender-bankgiro     PIC  X(10) VALUE SPACE.
             05  t-payment-ref         PIC  X(25) VALUE SPACE.
             05  t-amount-ore          PIC  9(18) VALUE ZERO.
             05  t-invoice-id          PIC  9(9) VALUE ZERO.
             05  t-match-status        PIC  X(1) VALUE SPACE.
             05  t-exception-text      PIC  X(40) VALUE SPACE.
       01  invoice-vars.
             05  t-invoice-status      PIC  X(1) VALUE SPACE.
             05  t-open-total          PIC  9(9) VALUE ZERO.
             05  t-open-total-ore      PIC  9(18) VALUE ZERO.
             05  t-open-charge-cnt     PIC  9(4) VALUE ZERO.
       01  wn-exists-cnt              PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the OCR check digit - see copy/compute-ocr-check.cpy
       COPY ocr-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the payments of one deposit (insättning), held until
       *> its deposit record brings the payment date
       01  wr-deposit-table.
           05  wn-deposit-pay-cnt     PIC 9(4) VALUE ZERO.
           05  wr-deposit-pay OCCURS 9999 TIMES.
               10  wc-dp-kind         PIC X(2).
               10  wc-dp-sender       PIC X(10).
               10  wc-dp-ref          PIC X(25).
               10  wn-dp-amount       PIC 9(18).
               10  wc-dp-serial       PIC X(12).
       01  wn-dp-idx                  PIC 9(4) VALUE ZERO.

       *> the BGMax record layouts, 80 positions each
       01  wr-bgmax-rec                PIC X(80) VALUE SPACE.
       01  wr-bgmax-opening REDEFINES wr-bgmax-rec.
           05  FILLER                  PIC X(2).
           05  wc-bg01-layout          PIC X(20).
           05  wc-bg01-version         PIC X(2).
           05  wc-bg01-timestamp       PIC X(20).
           05  wc-bg01-test-flag       PIC X(1).
           05  FILLER                  PIC X(35).
       01  wr-bgmax-payment REDEFINES wr-bgmax-rec.
           05  FILLER                  PIC X(2).
           05  wc-bg20-sender          PIC X(10).
           05  wc-bg20-ref             PIC X(25).
           05  wn-bg20-amount          PIC 9(18).
           05  wc-bg20-ref-code        PIC X(1).
           05  wc-bg20-channel         PIC X(1).
           05  wc-bg20-serial          PIC X(12).
           05  FILLER                  PIC X(11).
       01  wr-bgmax-deposit REDEFINES wr-bgmax-rec.
           05  FILLER                  PIC X(2).
           05  wc-bg15-account         PIC X(35).
           05  wc-bg15-pay-date        PIC X(8).
           05  wc-bg15-deposit-no      PIC X(5).
           05  FILLER                  PIC X(30).
       01  wr-bgmax-closing REDEFINES wr-bgmax-rec.
           05  FILLER                  PIC X(2).
           05  wn-bg70-payment-cnt     PIC 9(8).
           05  wn-bg70-deduction-cnt   PIC 9(8).
           05  FILLER                  PIC X(62).

       *> the reference as the bank gave it, and its length
       01  wc-ref-work                PIC X(25) VALUE SPACE.
       01  wn-ref-len                 PIC 9(2)  VALUE ZERO.
       01  wn-ref-spaces              PIC 9(2)  VALUE ZERO.

       *> why the current payment was not settled
       01  wc-reject-reason           PIC X(40) VALUE SPACE.

       *> for the exception line
       01  wn-amount-kr               PIC 9(9)  VALUE ZERO.
       01  wn-amount-ore-rest         PIC 9(2)  VALUE ZERO.

       *> per-run counters
       01  wn-read-payment-cnt        PIC 9(7)  VALUE ZERO.
       01  wn-skipped-cnt             PIC 9(7)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** bgmax-import: started ***'

           PERFORM B0100-connect

           IF is-db-connected
               OPEN INPUT importfile
               OPEN EXTEND exceptionfile
               PERFORM B0200-process-bgmax-file
               CLOSE importfile
               CLOSE exceptionfile
               IF is-file-opened
                   PERFORM B0280-update-file-totals
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** bgmax-import: payments ' wn-read-payment-cnt
                   ', settled ' t-matched-cnt
                   ', exceptions ' t-exception-cnt
                   ', already registered ' wn-skipped-cnt ' ***'

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
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
           END-IF

           .

       *>**************************************************
       B0200-process-bgmax-file.

           READ importfile
               AT END
                   SET is-eof-import TO TRUE
           END-READ

           PERFORM UNTIL is-eof-import OR is-sql-error

               MOVE fc-bgmax-line TO wr-bgmax-rec

               EVALUATE wr-bgmax-rec(1:2)
                   WHEN '01'
                       PERFORM B0210-file-opening
                   WHEN '05'
                       MOVE ZERO TO wn-deposit-pay-cnt
                   WHEN '20'
                   WHEN '21'
                       PERFORM B0220-payment-record
                   WHEN '15'
                       PERFORM B0230-deposit-record
                   WHEN '70'
                       PERFORM B0270-file-closing
                   WHEN OTHER
                       *> extra references, names and addresses
                       *> are not needed for the match
                       CONTINUE
               END-EVALUATE

               READ importfile
                   AT END
                       SET is-eof-import TO TRUE
               END-READ

           END-PERFORM

           .

       *>**************************************************
       B0210-file-opening.

           *> the file's creation timestamp identifies it - a
           *> rerun finds the row already there and carries on
           *> with it
           *> the layout name is written BGMax - any case is taken
           IF FUNCTION UPPER-CASE(wc-bg01-layout(1:5)) NOT = 'BGMAX'
               DISPLAY '*** bgmax-import: not a BGMax file -'
                       ' stopping ***'
               SET is-eof-import TO TRUE
           ELSE
               IF wc-bg01-test-flag = 'T'
                   DISPLAY '*** bgmax-import: test file from '
                           'Bankgirot - imported as usual ***'
               END-IF

               MOVE wc-bg01-timestamp TO t-file-timestamp

               EXEC SQL
                   INSERT INTO tbl_bank_file
                   (file_id, file_timestamp)
                   VALUES (nextval('tbl_bank_file_file_id_seq'),
                           :t-file-timestamp)
                   ON CONFLICT (file_timestamp) DO NOTHING
               END-EXEC

               EXEC SQL
                   SELECT file_id, matched_cnt, exception_cnt
                   INTO :t-file-id, :t-matched-cnt,
                        :t-exception-cnt
                   FROM tbl_bank_file
                   WHERE file_timestamp = :t-file-timestamp
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    SET is-file-opened TO TRUE
                    PERFORM B0290-commit-work
               END-IF
           END-IF

           .

       *>**************************************************
       B0220-payment-record.

           *> payments (20) and deductions (21) share the layout;
           *> a deduction takes money back and is never settled
           *> automatically
           ADD 1 TO wn-read-payment-cnt

           IF NOT is-file-opened
               DISPLAY '*** bgmax-import: payment before the '
                       'opening record - stopping ***'
               SET is-eof-import TO TRUE
           ELSE
               IF wn-deposit-pay-cnt < 9999
                   ADD 1 TO wn-deposit-pay-cnt
                   MOVE wr-bgmax-rec(1:2)
                        TO wc-dp-kind(wn-deposit-pay-cnt)
                   MOVE wc-bg20-sender
                        TO wc-dp-sender(wn-deposit-pay-cnt)
                   MOVE wc-bg20-ref
                        TO wc-dp-ref(wn-deposit-pay-cnt)
                   MOVE wn-bg20-amount
                        TO wn-dp-amount(wn-deposit-pay-cnt)
                   MOVE wc-bg20-serial
                        TO wc-dp-serial(wn-deposit-pay-cnt)
               ELSE
                   DISPLAY '*** bgmax-import: more than 9999 '
                           'payments in one deposit - stopping ***'
                   SET is-eof-import TO TRUE
               END-IF
           END-IF

           .

       *>**************************************************
       B0230-deposit-record.

           *> the deposit record closes a deposit and carries the
           *> date the payments in it were made
           MOVE SPACE TO t-payment-date
           STRING wc-bg15-pay-date(1:4) '-' wc-bg15-pay-date(5:2)
                  '-' wc-bg15-pay-date(7:2)
                  DELIMITED BY SIZE INTO t-payment-date
           END-STRING

           PERFORM B0240-settle-one-payment
               VARYING wn-dp-idx FROM 1 BY 1
               UNTIL wn-dp-idx > wn-deposit-pay-cnt
                  OR is-sql-error

           MOVE ZERO TO wn-deposit-pay-cnt

           .

       *>**************************************************
       B0240-settle-one-payment.

           MOVE wc-dp-sender(wn-dp-idx) TO t-sender-bankgiro
           MOVE wc-dp-ref(wn-dp-idx) TO t-payment-ref
           MOVE wn-dp-amount(wn-dp-idx) TO t-amount-ore
           MOVE wc-dp-serial(wn-dp-idx) TO t-bgc-serial
           MOVE ZERO TO t-invoice-id
           MOVE SPACE TO wc-reject-reason
           MOVE 'N' TO is-payment-matched-switch

           *> Bankgirot's serial number is unique per payment -
           *> already on file means an earlier run took it
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-exists-cnt
               FROM tbl_bank_payment
               WHERE bgc_serial = :t-bgc-serial
           END-EXEC

           IF wn-exists-cnt > ZERO
               ADD 1 TO wn-skipped-cnt
           ELSE
               IF wc-dp-kind(wn-dp-idx) = '21'
                   MOVE 'avdrag - hanteras manuellt'
                        TO wc-reject-reason
               ELSE
                   PERFORM B0245-match-payment
               END-IF
               IF is-payment-matched
                   PERFORM B0250-mark-charges-paid
               END-IF
               IF NOT is-sql-error
                   PERFORM B0260-register-payment
               END-IF
           END-IF

           .

       *>**************************************************
       B0245-match-payment.

           *> the reference may come left or right justified
           MOVE FUNCTION TRIM(t-payment-ref) TO wc-ref-work
           MOVE ZERO TO wn-ref-spaces
           INSPECT wc-ref-work TALLYING wn-ref-spaces
                   FOR TRAILING SPACE
           COMPUTE wn-ref-len = 25 - wn-ref-spaces

           IF wn-ref-len < 2
               MOVE 'OCR-nummer saknas' TO wc-reject-reason
           ELSE
               MOVE SPACE TO wc-ocr-digits
               MOVE wc-ref-work(1:wn-ref-len - 1) TO wc-ocr-digits
               COMPUTE wn-ocr-len = wn-ref-len - 1

               COPY compute-ocr-check.

               IF wc-ocr-valid-flag NOT = 'Y'
                  OR wc-ref-work(wn-ref-len:1) NOT =
                     wn-ocr-check-digit
                   MOVE 'ogiltigt OCR-nummer' TO wc-reject-reason
               END-IF
           END-IF

           IF wc-reject-reason = SPACE
               MOVE wc-ref-work TO t-payment-ref
               EXEC SQL
                   SELECT invoice_id, invoice_status
                   INTO :t-invoice-id, :t-invoice-status
                   FROM tbl_invoice
                   WHERE ocr_ref = TRIM(:t-payment-ref)
               END-EXEC
               IF sqlcode NOT = zero
                   MOVE ZERO TO t-invoice-id
                   MOVE 'okänd faktura' TO wc-reject-reason
               END-IF
           END-IF

           *> only the invoice's charges still open count - some
           *> may have been reversed or paid by hand since
           IF wc-reject-reason = SPACE
               EXEC SQL
                   SELECT COALESCE(SUM(ch.charge_amount), 0),
                          COUNT(*)
                   INTO :t-open-total, :t-open-charge-cnt
                   FROM tbl_invoice_charge ic
                   INNER JOIN tbl_charge ch
                   ON ch.charge_id = ic.charge_id
                   WHERE ic.invoice_id = :t-invoice-id
                   AND ch.charge_status = 'O'
               END-EXEC
               COMPUTE t-open-total-ore = t-open-total * 100

               EVALUATE TRUE
                   WHEN t-open-charge-cnt = ZERO
                       MOVE 'fakturan redan betald - överbetalning'
                            TO wc-reject-reason
                   WHEN t-amount-ore > t-open-total-ore
                       MOVE 'överbetalning' TO wc-reject-reason
                   WHEN t-amount-ore < t-open-total-ore
                       MOVE 'underbetalning' TO wc-reject-reason
                   WHEN OTHER
                       SET is-payment-matched TO TRUE
               END-EVALUATE
           END-IF

           .

       *>**************************************************
       B0250-mark-charges-paid.

           EXEC SQL
               UPDATE tbl_charge
               SET charge_status = 'P',
                   paid_date = CAST(:t-payment-date AS TIMESTAMP)
               WHERE charge_status = 'O'
               AND charge_id IN
                   (SELECT ic.charge_id
                    FROM tbl_invoice_charge ic
                    WHERE ic.invoice_id = :t-invoice-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    UPDATE tbl_invoice
                    SET invoice_status = 'P'
                    WHERE invoice_id = :t-invoice-id
                END-EXEC
                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           .

       *>**************************************************
       B0260-register-payment.

           IF is-payment-matched
               MOVE 'M' TO t-match-status
               MOVE SPACE TO t-exception-text
           ELSE
               MOVE 'E' TO t-match-status
               MOVE wc-reject-reason TO t-exception-text
           END-IF

           EXEC SQL
               SELECT nextval('tbl_bank_payment_payment_id_seq')
               INTO :t-payment-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_bank_payment
               (payment_id, file_id, bgc_serial, payment_date,
                sender_bankgiro, payment_ref, amount_ore,
                invoice_id, match_status, exception_text)
               VALUES (:t-payment-id, :t-file-id, :t-bgc-serial,
                       :t-payment-date, :t-sender-bankgiro,
                       TRIM(:t-payment-ref), :t-amount-ore,
                       :t-invoice-id, :t-match-status,
                       TRIM(:t-exception-text))
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> the payment, its charges and its register row
                *> commit together - a crash loses at most this one
                PERFORM B0290-commit-work
                IF is-payment-matched
                    ADD 1 TO t-matched-cnt
                ELSE
                    PERFORM B0295-write-exception
                END-IF
           END-IF

           .

       *>**************************************************
       B0270-file-closing.

           *> payments and deductions are counted separately
           *> in the closing record
           IF wn-bg70-payment-cnt + wn-bg70-deduction-cnt
              NOT = wn-read-payment-cnt
               DISPLAY '*** bgmax-import: closing record says '
                       wn-bg70-payment-cnt ' payments and '
                       wn-bg70-deduction-cnt ' deductions, read '
                       wn-read-payment-cnt ' ***'
           END-IF

           .

       *>**************************************************
       B0280-update-file-totals.

           *> counts over every run of this file
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-payment-cnt
               FROM tbl_bank_payment
               WHERE file_id = :t-file-id
           END-EXEC

           EXEC SQL
               UPDATE tbl_bank_file
               SET payment_cnt = :t-payment-cnt,
                   matched_cnt = :t-matched-cnt,
                   exception_cnt = :t-exception-cnt
               WHERE file_id = :t-file-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0290-commit-work
           END-IF

           .

       *>**************************************************
       B0290-commit-work.

           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       B0295-write-exception.

           ADD 1 TO t-exception-cnt

           DIVIDE t-amount-ore BY 100 GIVING wn-amount-kr
                  REMAINDER wn-amount-ore-rest

           MOVE SPACE TO fc-exception-line
           STRING t-file-timestamp(1:8) ' '
                  t-payment-date ' '
                  t-bgc-serial ' '
                  t-payment-ref ' '
                  wn-amount-kr ',' wn-amount-ore-rest ' kr: '
                  FUNCTION TRIM(wc-reject-reason)
                  DELIMITED BY SIZE INTO fc-exception-line
           END-STRING
           WRITE fc-exception-line

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
