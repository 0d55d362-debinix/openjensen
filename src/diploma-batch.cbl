       *>          index ../data/diploma-index.txt; the
       *>          ineligible land on the exceptions list with
       *>          their missing requirements. The grades are
       *>          signed by nobody here - the DIPLOMA_ISSUER
       *>          setting names the staff account the registrations
       *>          are recorded under. A June afternoon instead
       *>          of a June week; run from the command line.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Issuer from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. diploma-batch.

       *> who the registrations are recorded under
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the issued-document register - see

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  candidate-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-user-pnr            PIC  X(13).
       01  wc-diploma-term            PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> steering

       *> per-student document path
       01  wc-doc-path              PIC X(60) VALUE SPACE.
       01  wn-user-id-disp          PIC 9(9)  VALUE ZERO.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.

           PERFORM A0100-init

           IF wc-diploma-term = SPACE
               DISPLAY '*** OJ_DIPLOMA_TERM not set ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM B0100-connect

           IF is-db-connected AND wn-requesting-user-id = ZERO
               DISPLAY '*** setting DIPLOMA_ISSUER not set ***'
               PERFORM Z0200-disconnect
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF is-db-connected
               OPEN OUTPUT indexfile
               OPEN OUTPUT exceptionfile
                  'OJ_DIPLOMA_TERM'
           MOVE wc-term-env TO wc-diploma-term

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> the staff account the registrations are made in
           MOVE 'DIPLOMA_ISSUER' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-issuer-env
           IF FUNCTION TRIM(wc-issuer-env) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-issuer-env)
                    TO wn-requesting-user-id
           END-IF

           .
