       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Review reminders for open student health
       *>          cases whose review date has arrived: the
       *>          responsible person gets a tbl_notification,
       *>          and a referral nobody has picked up yet
       *>          (responsible 0) goes to every active member
       *>          of the student health team (usertype 32).
       *>          The message carries the case number only -
       *>          the details stay behind 'health-case'. A
       *>          nightly cron or batch-window step.
       *> Created: 2026-10-06
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. health-case-review.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  review-rec-vars.
             05  t-case-id             PIC  9(9).
             05  t-case-type           PIC  X(1).
             05  t-review-date         PIC  X(10).
             05  t-responsible-user-id PIC  9(9).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       01  t-notif-user-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.

       *> per-run counter
       01  wn-reminded-cnt          PIC 9(4)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** health-case-review: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-sweep-due-cases
               PERFORM B0900-commit-work
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** health-case-review: '
                   wn-reminded-cnt ' reminders ***'

           *> batch-window judges this step by its exit code
           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           ELSE
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
       B0200-sweep-due-cases.

           EXEC SQL
               DECLARE curshealthrev CURSOR FOR
               SELECT case_id, case_type, review_date,
                      responsible_user_id
               FROM tbl_health_case
               WHERE case_status = 'O'
               AND review_date <> ''
               AND review_date <= :wc-today-date
               ORDER BY case_id
           END-EXEC

           EXEC SQL
               OPEN curshealthrev
           END-EXEC

           EXEC SQL
               FETCH curshealthrev INTO :t-case-id,
                                        :t-case-type,
                                        :t-review-date,
                                        :t-responsible-user-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-remind-one-case

               EXEC SQL
                   FETCH curshealthrev INTO :t-case-id,
                                            :t-case-type,
                                            :t-review-date,
                                            :t-responsible-user-id
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curshealthrev
           END-EXEC

           .

       *>**************************************************
       B0210-remind-one-case.

           MOVE SPACE TO t-notif-message
           STRING 'Uppföljning elevhälsoärende '
                  t-case-id ' (' t-case-type ') '
                  t-review-date
                  DELIMITED BY SIZE INTO t-notif-message
           END-STRING

           *> a referral not yet picked up belongs to the team
           IF t-responsible-user-id = ZERO
               PERFORM B0220-notify-health-team
           ELSE
               MOVE t-responsible-user-id TO t-notif-user-id
               PERFORM B0250-write-notification
           END-IF

           ADD 1 TO wn-reminded-cnt

           .

       *>**************************************************
       B0220-notify-health-team.

           EXEC SQL
               DECLARE curshealthteam CURSOR FOR
               SELECT user_id
               FROM tbl_user
               WHERE usertype_id = 32
               AND user_active = 'Y'
           END-EXEC

           EXEC SQL
               OPEN curshealthteam
           END-EXEC

           EXEC SQL
               FETCH curshealthteam INTO :t-notif-user-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0250-write-notification

               EXEC SQL
                   FETCH curshealthteam INTO :t-notif-user-id
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curshealthteam
           END-EXEC

           .

       *>**************************************************
       B0250-write-notification.

           EXEC SQL
               SELECT
                 nextval('tbl_notification_notification_id_seq')
               INTO :t-notif-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category)
               VALUES (:t-notif-id, :t-notif-user-id,
                       :t-notif-message, 'reminders')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

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
