       *> Purpose: Move closed terms out of the hot tables. A
       *>          term that was locked via cgi-close-term and
       *>          whose end date is more than
       *>          ARCHIVE_AFTER_DAYS days gone (default 365)
       *>          has its tbl_grade, tbl_attendance (sessions
       *>          and marks) and tbl_room_booking rows copied
       *>          into the *_arch twins and deleted from the
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Days before archiving from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. term-archive.
       01  wc-cutoff-date             PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> retention steering and date arithmetic

           DISPLAY '*** term-archive: started ***'

           PERFORM B0100-connect

           IF is-db-connected
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

           *> how long a closed term stays hot
           MOVE 'ARCHIVE_AFTER_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-days-env
           IF wc-days-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-days-env)
                    TO wn-after-days

           .

       *>**************************************************
       B0200-archive-due-terms.

