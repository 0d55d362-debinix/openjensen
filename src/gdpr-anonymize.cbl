       *>          goes N years after a student leaves. This
       *>          sweep finds inactive users whose last login
       *>          (or creation, for accounts that never logged
       *>          in) lies further back than RETENTION_YEARS
       *>          (default 3, from the settings register) and
       *>          replaces their identifying tbl_user fields,
       *>          their notification and message texts with
       *>          anonymized placeholders and removes their
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Retention years from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. gdpr-anonymize.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  anon-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-anon-username       PIC  X(40).
       01  wn-retention-years         PIC  9(2) VALUE 3.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the changes are made by the run, not by a user - the
       *> change events carry changed_by 0
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> environment-tunable retention period
       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  ' ' wc-now(9:2) ':' wc-now(11:2) ':'
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'RETENTION_YEARS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-retention-years
           IF wc-retention-years NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-retention-years)
                    TO wn-retention-years
           END-IF

           .
                   WHERE user_id = :t-user-id
               END-EXEC

               MOVE 'user' TO t-event-kind
               MOVE 'ANONYMIZE' TO t-event-action
               MOVE SPACE TO t-event-key
               STRING 'user_id=' t-user-id
                      DELIMITED BY SIZE INTO t-event-key
               END-STRING
               MOVE t-user-id TO t-event-user-id

               COPY write-change-event.

               *> per-user commit: an interrupted run has done
               *> exactly what its report lines say it has
               EXEC SQL
