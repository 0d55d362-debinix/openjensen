       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Read the acknowledgement a receiving authority
       *>          or partner sends back for a registered outgoing
       *>          file and link it to the file. Reads
       *>          ../data/outbound-receipt.txt - a K row naming
       *>          the file (K;file kind;sequence number) followed
       *>          by one E row per rejected record (E;record key
       *>          as the file carried it;error code;error text);
       *>          one receipt may cover several files. The
       *>          rejects are kept in tbl_outbound_reject and the
       *>          file gets accepted and rejected counts, receipt
       *>          date and status A accepted, P partly rejected
       *>          or R rejected. The receipt is kept as its own
       *>          copy in ../data/archive/. A receipt read again
       *>          replaces the rejects not yet corrected; those
       *>          already carried by a correction file stay. A
       *>          file not yet marked sent, or not in the
       *>          register, is reported and its rows skipped.
       *>          Each file is committed on its own. No file,
       *>          nothing to do.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. outbound-receipt-import.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT OPTIONAL receiptfile ASSIGN TO
              '../data/outbound-receipt.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS wc-receipt-status.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  receiptfile.
       01  fc-receipt-line             PIC X(250).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-eof-receipt-switch       PIC X   VALUE 'N'.
                88  is-eof-receipt                  VALUE 'Y'.
            03  is-file-open-switch         PIC X   VALUE 'N'.
                88  is-file-open                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  outbound-rec-vars.
             05  t-file-id             PIC  9(9)  VALUE ZERO.
             05  t-file-kind           PIC  X(30) VALUE SPACE.
             05  t-file-seq            PIC  9(6)  VALUE ZERO.
             05  t-file-status         PIC  X(1)  VALUE SPACE.
             05  t-record-cnt          PIC  9(7)  VALUE ZERO.
             05  t-accepted-cnt        PIC  9(7)  VALUE ZERO.
             05  t-rejected-cnt        PIC  9(7)  VALUE ZERO.
             05  t-receipt-file        PIC  X(60) VALUE SPACE.
             05  t-today               PIC  X(10) VALUE SPACE.
       01  reject-rec-vars.
             05  t-record-key          PIC  X(20) VALUE SPACE.
             05  t-error-code          PIC  X(10) VALUE SPACE.
             05  t-error-text          PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-receipt-status         PIC X(2)  VALUE SPACE.

       *> the raw fields unstrung from one receipt row
       01  wr-field-vars.
           05  wc-in-rec-type        PIC X(1)  VALUE SPACE.
               88  is-in-file-row              VALUE 'K'.
               88  is-in-error-row             VALUE 'E'.
           05  wc-in-field-2         PIC X(30) VALUE SPACE.
           05  wc-in-field-3         PIC X(10) VALUE SPACE.
           05  wc-in-field-4         PIC X(80) VALUE SPACE.

       *> the receipt's own copy
       01  wc-receipt-path           PIC X(60) VALUE SPACE.
       01  wc-archive-path           PIC X(60) VALUE SPACE.

       01  wc-now                    PIC X(21) VALUE SPACE.

       *> per-run counters
       01  wn-row-cnt                PIC 9(6)  VALUE ZERO.
       01  wn-file-cnt               PIC 9(6)  VALUE ZERO.
       01  wn-reject-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-skipped-cnt            PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** outbound-receipt-import: started ***'

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO t-today
           END-STRING

           OPEN INPUT receiptfile

           IF wc-receipt-status = '05'
               DISPLAY '*** outbound-receipt-import: no receipt'
                       ' - nothing to do ***'
               CLOSE receiptfile
           ELSE
               PERFORM A0100-archive-receipt
               PERFORM B0100-connect
               IF is-db-connected
                   PERFORM B0200-process-receipt-file
                   PERFORM Z0200-disconnect
               END-IF
               CLOSE receiptfile
               DISPLAY '*** outbound-receipt-import: rows '
                       wn-row-cnt ', files ' wn-file-cnt
                       ', rejects ' wn-reject-cnt
                       ', skipped ' wn-skipped-cnt ' ***'
           END-IF

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-archive-receipt.

           *> the receipt as received, named by the time read in
           MOVE '../data/outbound-receipt.txt' TO wc-receipt-path
           MOVE SPACE TO wc-archive-path
           STRING '../data/archive/receipt-' wc-now(1:14) '.txt'
                  DELIMITED BY SIZE INTO wc-archive-path
           END-STRING
           MOVE wc-archive-path(9:52) TO t-receipt-file

           CALL 'C$COPY' USING wc-receipt-path, wc-archive-path, 0

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
       B0200-process-receipt-file.

           READ receiptfile
               AT END
                   SET is-eof-receipt TO TRUE
           END-READ

           PERFORM UNTIL is-eof-receipt OR is-sql-error

               IF fc-receipt-line NOT = SPACE
                   ADD 1 TO wn-row-cnt
                   PERFORM B0210-process-one-row
               END-IF

               READ receiptfile
                   AT END
                       SET is-eof-receipt TO TRUE
               END-READ

           END-PERFORM

           *> the last file of the receipt
           IF is-file-open AND NOT is-sql-error
               PERFORM B0300-close-file
           END-IF

           .

       *>**************************************************
       B0210-process-one-row.

           INITIALIZE wr-field-vars

           UNSTRING fc-receipt-line DELIMITED BY ';'
               INTO wc-in-rec-type
                    wc-in-field-2
                    wc-in-field-3
                    wc-in-field-4
           END-UNSTRING

           EVALUATE TRUE
               WHEN is-in-file-row
                   IF is-file-open
                       PERFORM B0300-close-file
                   END-IF
                   PERFORM B0220-open-file
               WHEN is-in-error-row AND is-file-open
                   PERFORM B0230-store-reject
               WHEN is-in-error-row
                   *> belongs to a file not taken in
                   ADD 1 TO wn-skipped-cnt
               WHEN OTHER
                   DISPLAY '*** outbound-receipt-import: row '
                           wn-row-cnt ' is neither K nor E -'
                           ' skipped ***'
                   ADD 1 TO wn-skipped-cnt
           END-EVALUATE

           .

       *>**************************************************
       B0220-open-file.

           MOVE wc-in-field-2 TO t-file-kind
           MOVE ZERO TO t-file-seq
           IF FUNCTION TRIM(wc-in-field-3) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-in-field-3) TO t-file-seq
           END-IF

           EXEC SQL
               SELECT file_id, file_status, record_cnt
               INTO :t-file-id, :t-file-status, :t-record-cnt
               FROM tbl_outbound_file
               WHERE file_kind = :t-file-kind
               AND file_seq = :t-file-seq
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   DISPLAY '*** outbound-receipt-import: '
                           FUNCTION TRIM(t-file-kind) ' '
                           t-file-seq ' is not in the register'
                           ' - skipped ***'
                   ADD 1 TO wn-skipped-cnt
               WHEN t-file-status = 'C'
                   DISPLAY '*** outbound-receipt-import: '
                           FUNCTION TRIM(t-file-kind) ' '
                           t-file-seq ' is not marked sent'
                           ' - skipped ***'
                   ADD 1 TO wn-skipped-cnt
               WHEN OTHER
                   SET is-file-open TO TRUE
                   PERFORM B0225-clear-open-rejects
           END-EVALUATE

           .

       *>**************************************************
       B0225-clear-open-rejects.

           *> a receipt read again replaces what it said before;
           *> rejects already corrected are history and stay
           EXEC SQL
               DELETE FROM tbl_outbound_reject
               WHERE file_id = :t-file-id
               AND corrected_file_id = 0
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0230-store-reject.

           MOVE wc-in-field-2 TO t-record-key
           MOVE wc-in-field-3 TO t-error-code
           MOVE wc-in-field-4 TO t-error-text

           *> not twice for a record already corrected
           EXEC SQL
               INSERT INTO tbl_outbound_reject
               (reject_id, file_id, record_key, error_code,
                error_text)
               SELECT nextval('tbl_outbound_reject_reject_id_seq'),
                      :t-file-id, :t-record-key, :t-error-code,
                      :t-error-text
               WHERE NOT EXISTS
                   (SELECT 1
                    FROM tbl_outbound_reject r
                    WHERE r.file_id = :t-file-id
                    AND r.record_key = :t-record-key
                    AND r.error_code = :t-error-code)
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-reject-cnt
           END-IF

           .

       *>**************************************************
       B0300-close-file.

           *> a record rejected for several errors counts once
           EXEC SQL
               SELECT COUNT(DISTINCT record_key)
               INTO :t-rejected-cnt
               FROM tbl_outbound_reject
               WHERE file_id = :t-file-id
           END-EXEC

           EVALUATE TRUE
               WHEN t-rejected-cnt = ZERO
                   MOVE 'A' TO t-file-status
                   MOVE t-record-cnt TO t-accepted-cnt
               WHEN t-rejected-cnt < t-record-cnt
                   MOVE 'P' TO t-file-status
                   COMPUTE t-accepted-cnt =
                           t-record-cnt - t-rejected-cnt
               WHEN OTHER
                   MOVE 'R' TO t-file-status
                   MOVE ZERO TO t-accepted-cnt
           END-EVALUATE

           EXEC SQL
               UPDATE tbl_outbound_file
               SET file_status = :t-file-status,
                   accepted_cnt = :t-accepted-cnt,
                   rejected_cnt = :t-rejected-cnt,
                   receipt_date = :t-today,
                   receipt_file = :t-receipt-file
               WHERE file_id = :t-file-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0290-commit-work
                ADD 1 TO wn-file-cnt
                DISPLAY '*** outbound-receipt-import: '
                        FUNCTION TRIM(t-file-kind) ' ' t-file-seq
                        ' status ' t-file-status ', accepted '
                        t-accepted-cnt ', rejected '
                        t-rejected-cnt ' ***'
           END-IF

           MOVE 'N' TO is-file-open-switch

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
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
