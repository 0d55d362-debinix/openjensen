       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Daily print run for messages that cannot go
       *>          by mail. Every tbl_mail_spool row for a known
       *>          recipient (recipient_user_id) that is queued
       *>          with no e-mail address, or that failed for
       *>          good in mail-sender within the last
       *>          LETTER_MAX_AGE days (default 14), is
       *>          printed: one letter per recipient, all their
       *>          messages in it, addressed from the postal
       *>          address on tbl_user, written to
       *>          ../data/letters-YYYYMMDD.txt with a form feed
       *>          between letters. The cover list
       *>          ../data/letters-YYYYMMDD-cover.txt gives the
       *>          mail room the letters in postal-code order
       *>          and their count. Printed rows are marked P
       *>          posted with the letter file's name; a
       *>          recipient with no postal address either is
       *>          left failed (F) - nothing can reach them. A
       *>          protected identity's letter carries no
       *>          address and is listed separately on the
       *>          cover for forwarding by hand. A batch-window
       *>          step, after mail-sender.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Age limit and sender from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. letter-print.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT letterfile ASSIGN TO wc-letter-path
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT coverfile ASSIGN TO wc-cover-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  letterfile.
       01  fc-letter-line              PIC X(80).

       FD  coverfile.
       01  fc-cover-line               PIC X(100).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-first-letter-switch      PIC X   VALUE 'Y'.
                88  is-first-letter                 VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  recipient-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-street         PIC  X(40) VALUE SPACE.
             05  t-user-postalcode     PIC  X(10) VALUE SPACE.
             05  t-user-city           PIC  X(40) VALUE SPACE.
             05  t-user-protected      PIC  X(1)  VALUE SPACE.
       01  message-rec-vars.
             05  t-mail-id             PIC  9(9)  VALUE ZERO.
             05  t-mail-subject        PIC  X(80) VALUE SPACE.
             05  t-mail-body           PIC  X(240) VALUE SPACE.
       01  wn-max-age-days           PIC  9(3)  VALUE 14.
       01  wc-letter-file            PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the two print files, named by the run date
       01  wc-letter-path           PIC X(60) VALUE SPACE.
       01  wc-cover-path            PIC X(60) VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.
       01  wc-max-age-env           PIC X(4)  VALUE SPACE.

       *> the sender line at the top of each letter
       01  wc-sender-name           PIC X(60) VALUE SPACE.

       *> a message body is set in lines of at most 64
       *> characters, broken at a blank where there is one
       01  wn-body-len              PIC 9(3)  VALUE ZERO.
       01  wn-body-pos              PIC 9(3)  VALUE ZERO.
       01  wn-line-len              PIC 9(3)  VALUE ZERO.
       01  wn-break-pos             PIC 9(3)  VALUE ZERO.

       *> the cover list line
       01  wr-cover-line.
           05  wn-cover-seq         PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  wc-cover-name        PIC X(40) VALUE SPACE.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  wc-cover-postalcode  PIC X(10) VALUE SPACE.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  wc-cover-city        PIC X(25) VALUE SPACE.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  wn-cover-msg-cnt     PIC ZZ9.

       *> per-letter and per-run counters
       01  wn-msg-cnt               PIC 9(3)  VALUE ZERO.
       01  wn-letter-cnt            PIC 9(5)  VALUE ZERO.
       01  wn-posted-cnt            PIC 9(5)  VALUE ZERO.
       01  wn-protected-cnt         PIC 9(5)  VALUE ZERO.
       01  wn-noaddress-cnt         PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** letter-print: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected
               OPEN OUTPUT letterfile
               OPEN OUTPUT coverfile
               PERFORM B0150-write-cover-header
               PERFORM B0200-sweep-recipients
               PERFORM B0800-write-cover-trailer
               CLOSE letterfile
               CLOSE coverfile
               IF NOT is-sql-error
                   PERFORM B0900-commit-work
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               *> nothing was marked posted - the next run prints
               *> the same letters again
               DISPLAY '*** letter-print: finished with errors'
                       ' - ' FUNCTION TRIM(wc-letter-path)
                       ' must not be printed ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '*** letter-print: ' wn-letter-cnt
                       ' letters (' wn-posted-cnt ' messages) in '
                       FUNCTION TRIM(wc-letter-path) ', '
                       wn-noaddress-cnt
                       ' without postal address ***'
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           STRING 'letters-' wc-now(1:8) '.txt'
                  DELIMITED BY SIZE INTO wc-letter-file
           END-STRING
           STRING '../data/' FUNCTION TRIM(wc-letter-file)
                  DELIMITED BY SIZE INTO wc-letter-path
           END-STRING
           STRING '../data/letters-' wc-now(1:8) '-cover.txt'
                  DELIMITED BY SIZE INTO wc-cover-path
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
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'LETTER_MAX_AGE' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-max-age-env
           IF wc-max-age-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-max-age-env)
                    TO wn-max-age-days
           END-IF

           MOVE 'LETTER_SENDER' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-sender-name
           IF wc-sender-name = SPACE
               MOVE 'Expeditionen' TO wc-sender-name
           END-IF

           .

       *>**************************************************
       B0150-write-cover-header.

           MOVE SPACE TO fc-cover-line
           STRING 'Brevutskick ' wc-today-date ' - '
                  FUNCTION TRIM(wc-letter-file)
                  DELIMITED BY SIZE INTO fc-cover-line
           END-STRING
           WRITE fc-cover-line

           MOVE SPACE TO fc-cover-line
           WRITE fc-cover-line

           .

       *>**************************************************
       B0200-sweep-recipients.

           *> every recipient with something to print, in
           *> postal-code order for the mail room
           EXEC SQL
               DECLARE curslettrcpt CURSOR FOR
               SELECT DISTINCT u.user_id,
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.user_street, ''),
                      COALESCE(u.user_postalcode, ''),
                      COALESCE(u.user_city, ''),
                      COALESCE(u.user_protected, 'N')
               FROM tbl_mail_spool m
               INNER JOIN tbl_user u
               ON u.user_id = m.recipient_user_id
               WHERE m.recipient_user_id > 0
               AND ((m.mail_status = 'Q'
                     AND m.recipient_email = '')
                    OR (m.mail_status = 'F'
                        AND m.created_date >=
                            CURRENT_TIMESTAMP
                            - CAST(:wn-max-age-days || ' days'
                                   AS INTERVAL)))
               ORDER BY 5, 1
           END-EXEC

           EXEC SQL
               OPEN curslettrcpt
           END-EXEC

           EXEC SQL
               FETCH curslettrcpt INTO :t-user-id,
                                       :t-user-firstname,
                                       :t-user-lastname,
                                       :t-user-street,
                                       :t-user-postalcode,
                                       :t-user-city,
                                       :t-user-protected
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-handle-one-recipient

               EXEC SQL
                   FETCH curslettrcpt INTO :t-user-id,
                                           :t-user-firstname,
                                           :t-user-lastname,
                                           :t-user-street,
                                           :t-user-postalcode,
                                           :t-user-city,
                                           :t-user-protected
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curslettrcpt
           END-EXEC

           .

       *>**************************************************
       B0210-handle-one-recipient.

           *> a protected identity's address never goes on paper
           *> from here - the letter is forwarded by hand
           IF t-user-protected NOT = 'Y'
              AND (t-user-street = SPACE
                   OR t-user-postalcode = SPACE)
               PERFORM B0290-park-without-address
           ELSE
               PERFORM B0220-write-letter-head
               PERFORM B0230-write-messages
               PERFORM B0250-write-cover-entry
           END-IF

           .

       *>**************************************************
       B0220-write-letter-head.

           IF is-first-letter
               MOVE 'N' TO is-first-letter-switch
           ELSE
               MOVE X'0C' TO fc-letter-line
               WRITE fc-letter-line
           END-IF
           ADD 1 TO wn-letter-cnt

           MOVE wc-sender-name TO fc-letter-line
           WRITE fc-letter-line
           MOVE SPACE TO fc-letter-line
           WRITE fc-letter-line
           WRITE fc-letter-line
           WRITE fc-letter-line

           MOVE SPACE TO fc-letter-line
           STRING '          ' FUNCTION TRIM(t-user-firstname) ' '
                  FUNCTION TRIM(t-user-lastname)
                  DELIMITED BY SIZE INTO fc-letter-line
           END-STRING
           WRITE fc-letter-line

           IF t-user-protected = 'Y'
               ADD 1 TO wn-protected-cnt
           ELSE
               MOVE SPACE TO fc-letter-line
               STRING '          ' FUNCTION TRIM(t-user-street)
                      DELIMITED BY SIZE INTO fc-letter-line
               END-STRING
               WRITE fc-letter-line

               MOVE SPACE TO fc-letter-line
               STRING '          '
                      FUNCTION TRIM(t-user-postalcode) '  '
                      FUNCTION TRIM(t-user-city)
                      DELIMITED BY SIZE INTO fc-letter-line
               END-STRING
               WRITE fc-letter-line
           END-IF

           MOVE SPACE TO fc-letter-line
           WRITE fc-letter-line
           WRITE fc-letter-line

           MOVE SPACE TO fc-letter-line
           STRING 'Datum: ' wc-today-date
                  DELIMITED BY SIZE INTO fc-letter-line
           END-STRING
           WRITE fc-letter-line

           .

       *>**************************************************
       B0230-write-messages.

           MOVE ZERO TO wn-msg-cnt

           EXEC SQL
               DECLARE curslettmsg CURSOR FOR
               SELECT mail_id, mail_subject, mail_body
               FROM tbl_mail_spool
               WHERE recipient_user_id = :t-user-id
               AND ((mail_status = 'Q'
                     AND recipient_email = '')
                    OR (mail_status = 'F'
                        AND created_date >=
                            CURRENT_TIMESTAMP
                            - CAST(:wn-max-age-days || ' days'
                                   AS INTERVAL)))
               ORDER BY mail_id
           END-EXEC

           EXEC SQL
               OPEN curslettmsg
           END-EXEC

           EXEC SQL
               FETCH curslettmsg INTO :t-mail-id,
                                      :t-mail-subject,
                                      :t-mail-body
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0235-write-one-message
               PERFORM B0240-mark-posted

               EXEC SQL
                   FETCH curslettmsg INTO :t-mail-id,
                                          :t-mail-subject,
                                          :t-mail-body
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curslettmsg
           END-EXEC

           .

       *>**************************************************
       B0235-write-one-message.

           ADD 1 TO wn-msg-cnt

           MOVE SPACE TO fc-letter-line
           WRITE fc-letter-line
           MOVE t-mail-subject TO fc-letter-line
           WRITE fc-letter-line
           MOVE SPACE TO fc-letter-line
           WRITE fc-letter-line

           MOVE FUNCTION LENGTH(FUNCTION TRIM(t-mail-body
                                              TRAILING))
                TO wn-body-len
           MOVE 1 TO wn-body-pos

           PERFORM B0236-write-body-line
               UNTIL wn-body-pos > wn-body-len

           .

       *>**************************************************
       B0236-write-body-line.

           *> the rest fits on the line - or break at the last
           *> blank within it, or hard at 64 if there is none
           IF wn-body-len - wn-body-pos + 1 <= 64
               COMPUTE wn-line-len = wn-body-len - wn-body-pos + 1
           ELSE
               MOVE 64 TO wn-line-len
               MOVE 64 TO wn-break-pos
               PERFORM B0237-step-back-to-blank
                   UNTIL wn-break-pos < 20
                   OR t-mail-body(wn-body-pos + wn-break-pos - 1:1)
                      = SPACE
               IF wn-break-pos >= 20
                   MOVE wn-break-pos TO wn-line-len
               END-IF
           END-IF

           MOVE SPACE TO fc-letter-line
           MOVE t-mail-body(wn-body-pos:wn-line-len)
                TO fc-letter-line
           WRITE fc-letter-line

           ADD wn-line-len TO wn-body-pos

           *> the next line does not start with the blank
           PERFORM B0238-step-past-blank
               UNTIL wn-body-pos > wn-body-len
               OR t-mail-body(wn-body-pos:1) NOT = SPACE

           .

       *>**************************************************
       B0237-step-back-to-blank.

           SUBTRACT 1 FROM wn-break-pos

           .

       *>**************************************************
       B0238-step-past-blank.

           ADD 1 TO wn-body-pos

           .

       *>**************************************************
       B0240-mark-posted.

           EXEC SQL
               UPDATE tbl_mail_spool
               SET mail_status = 'P',
                   sent_date = CURRENT_TIMESTAMP,
                   letter_file = :wc-letter-file
               WHERE mail_id = :t-mail-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-posted-cnt
           END-IF

           .

       *>**************************************************
       B0250-write-cover-entry.

           MOVE wn-letter-cnt TO wn-cover-seq
           MOVE SPACE TO wc-cover-name
           STRING FUNCTION TRIM(t-user-lastname) ', '
                  FUNCTION TRIM(t-user-firstname)
                  DELIMITED BY SIZE INTO wc-cover-name
           END-STRING

           IF t-user-protected = 'Y'
               MOVE SPACE TO wc-cover-postalcode
               MOVE 'SKYDDAD - VIDAREBEFORDRAS' TO wc-cover-city
           ELSE
               MOVE t-user-postalcode TO wc-cover-postalcode
               MOVE t-user-city TO wc-cover-city
           END-IF
           MOVE wn-msg-cnt TO wn-cover-msg-cnt

           MOVE wr-cover-line TO fc-cover-line
           WRITE fc-cover-line

           .

       *>**************************************************
       B0290-park-without-address.

           *> no mail address and no postal address - the rows
           *> are failed and stay visible in cgi-list-mailspool
           EXEC SQL
               UPDATE tbl_mail_spool
               SET mail_status = 'F'
               WHERE recipient_user_id = :t-user-id
               AND mail_status = 'Q'
               AND recipient_email = ''
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-noaddress-cnt
           END-IF

           .

       *>**************************************************
       B0800-write-cover-trailer.

           MOVE SPACE TO fc-cover-line
           WRITE fc-cover-line

           MOVE SPACE TO fc-cover-line
           STRING 'Antal brev: ' wn-letter-cnt
                  '   varav skyddade: ' wn-protected-cnt
                  DELIMITED BY SIZE INTO fc-cover-line
           END-STRING
           WRITE fc-cover-line

           MOVE SPACE TO fc-cover-line
           STRING 'Utan postadress (ej skickade): '
                  wn-noaddress-cnt
                  DELIMITED BY SIZE INTO fc-cover-line
           END-STRING
           WRITE fc-cover-line

           .

       *>**************************************************
       B0900-commit-work.

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
