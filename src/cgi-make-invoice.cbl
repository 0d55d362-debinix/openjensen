       *>          ../data/archive/invoice-<id>.txt and
       *>          registered in tbl_report_archive so the
       *>          invoice we claim to have sent can always be
       *>          reproduced. Each invoice is registered in
       *>          tbl_invoice with an OCR reference and the
       *>          charges it lists, which is what bgmax-import
       *>          matches the bank's payments against.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Invoice number, OCR reference and bankgiro
       *>            on the invoice; registered in tbl_invoice.
       *>       0.3: Bankgiro number from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-make-invoice.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  invoice-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-course-name         PIC  X(40).
       01  t-archive-id               PIC  9(9) VALUE ZERO.
       01  t-archive-file             PIC  X(60) VALUE SPACE.
       01  t-report-params            PIC  X(80) VALUE SPACE.
       01  t-invoice-id               PIC  9(9) VALUE ZERO.
       01  t-ocr-ref                  PIC  X(25) VALUE SPACE.
       01  t-invoice-total            PIC  9(7) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the OCR check digit - see copy/compute-ocr-check.cpy
       COPY ocr-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> per-student invoice path and totals
       01  wc-doc-path              PIC X(60) VALUE SPACE.
       01  wn-user-id-disp          PIC 9(9)  VALUE ZERO.
       01  wn-invoice-total         PIC 9(7)  VALUE ZERO.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.

       *> the school's bankgiro number printed on the invoice
       01  wc-bankgiro              PIC X(10) VALUE SPACE.
       01  wn-invoice-id-disp       PIC 9(9)  VALUE ZERO.
       01  wn-lead-zeros            PIC 9(2)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
               MOVE 'Okänd student' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0205-assign-ocr-reference
               PERFORM B0210-write-document
               PERFORM B0230-register-invoice
               PERFORM B0240-register-in-archive
               PERFORM B0290-commit-work
               MOVE 'Faktura skapad' TO wc-printscr-string
               CALL 'ok-printscr' USING wc-printscr-string
               DISPLAY '<p>'
                       FUNCTION TRIM(wc-doc-path) '</p>'
               DISPLAY '<p>OCR-nummer: '
                       FUNCTION TRIM(t-ocr-ref) '</p>'
           END-IF

           .

       *>**************************************************
       B0205-assign-ocr-reference.

           *> the OCR reference is the invoice number without
           *> leading zeros followed by its check digit
           EXEC SQL
               SELECT nextval('tbl_invoice_invoice_id_seq')
               INTO :t-invoice-id
           END-EXEC

           MOVE t-invoice-id TO wn-invoice-id-disp
           MOVE ZERO TO wn-lead-zeros
           INSPECT wn-invoice-id-disp
                   TALLYING wn-lead-zeros FOR LEADING '0'

           MOVE SPACE TO wc-ocr-digits
           MOVE wn-invoice-id-disp(wn-lead-zeros + 1:)
                TO wc-ocr-digits
           COMPUTE wn-ocr-len = 9 - wn-lead-zeros

           COPY compute-ocr-check.

           MOVE SPACE TO t-ocr-ref
           STRING wc-ocr-digits(1:wn-ocr-len) wn-ocr-check-digit
                  DELIMITED BY SIZE INTO t-ocr-ref
           END-STRING

           MOVE 'BANKGIRO' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-bankgiro

           .

       *>**************************************************
       B0210-write-document.

                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'Fakturanummer: ' t-invoice-id
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE SPACE TO fc-doc-line
           STRING 'OCR-nummer: ' FUNCTION TRIM(t-ocr-ref)
                  '   Bankgiro: ' wc-bankgiro
                  DELIMITED BY SIZE INTO fc-doc-line
           END-STRING
           WRITE fc-doc-line
           MOVE 'Ange alltid OCR-numret vid betalning.'
                TO fc-doc-line
           WRITE fc-doc-line

           CLOSE docfile


           .

       *>**************************************************
       B0230-register-invoice.

           *> the invoice and exactly the charges it listed -
           *> bgmax-import settles these and no others
           MOVE wn-invoice-total TO t-invoice-total

           EXEC SQL
               INSERT INTO tbl_invoice
               (invoice_id, user_id, ocr_ref, invoice_total)
               VALUES (:t-invoice-id, :t-user-id,
                       TRIM(:t-ocr-ref), :t-invoice-total)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    INSERT INTO tbl_invoice_charge
                    (invoice_id, charge_id)
                    SELECT :t-invoice-id, charge_id
                    FROM tbl_charge
                    WHERE user_id = :t-user-id
                    AND charge_status = 'O'
                END-EXEC

                IF  sqlcode NOT = zero AND sqlcode NOT = 100
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           .

       *>**************************************************
       B0240-register-in-archive.

           MOVE SPACE TO t-report-params
           STRING 'user_id=' t-user-id
                  ' total=' wn-invoice-total
                  ' ocr=' FUNCTION TRIM(t-ocr-ref)
                  DELIMITED BY SIZE INTO t-report-params
           END-STRING

