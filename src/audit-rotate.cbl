       *>          files under ../data/archive/ (one delimited
       *>          file per calendar year, audit-<year>.txt).
       *>          Rows whose created_date is older than
       *>          AUDIT_KEEP_YEARS years (default 2) are
       *>          written out - chain hash included, so an
       *>          archived year can still be verified on its
       *>          own - then deleted, and the chain anchor in
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Years kept from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. audit-rotate.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  rotate-rec-vars.
             05  t-audit-id            PIC  9(9).
             05  t-user-id             PIC  9(9).
             05  t-program-id          PIC  X(30).
             05  t-audit-action        PIC  X(10).
             05  t-key-values          PIC  X(80).
       01  t-max-rotated-hash         PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> retention steering

           DISPLAY '*** audit-rotate: started ***'

           PERFORM B0100-connect

           IF is-db-connected
           GOBACK
           .

       *>**************************************************
       B0100-connect.

                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> how long audit rows stay hot
           MOVE 'AUDIT_KEEP_YEARS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-keep-env
           IF wc-keep-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-keep-env)
                    TO wn-keep-years
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           COMPUTE wn-cutoff-year =
               FUNCTION NUMVAL(wc-now(1:4)) - wn-keep-years
           MOVE SPACE TO wc-cutoff-date
           STRING wn-cutoff-year '-01-01'
                  DELIMITED BY SIZE INTO wc-cutoff-date
           END-STRING

           .

       *>**************************************************
       B0200-rotate-years.

