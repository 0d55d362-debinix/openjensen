       *> Created: 2014-02-11
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Protected identities listed for the
       *>            administrators only.
       *>**************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cgi-list-users.
        
       FD debug-file.
       01  debug-file-rec.
           05  debug-text                      PIC X(120). 

       *>**************************************************
       WORKING-STORAGE SECTION.
           05  is-debug-on-switch              PIC X   VALUE 'N'.
               88  is-debug-on                             VALUE 'Y'.
               88 is-valid-init                        VALUE 'Y'.
           05  is-caller-authorized-switch     PIC X   VALUE 'N'.
               88  is-caller-authorized                VALUE 'Y'.

       *> Working sTOrage for record TO file
       01 wr-html-output-rec.
       *> SQL Copybooks


       *> the caller - resolved from the posted session token; a
       *> blank token means no administrator exemption from the
       *> maintenance gate and no protected identities listed
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       01  wc-show-protected           PIC  X(1) VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  users-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wr-users-rec-vars.
             05  wc-user-id            PIC  9(9) VALUE ZERO.
             05  wc-user-firstname     PIC  X(40) VALUE SPACE.
             05  wc-user-lastname      PIC  X(40) VALUE SPACE.
             05  wc-user-email         PIC  X(40) VALUE SPACE.
                         TO wn-search-ort
                END-IF

                *> session token issued by cgi-login
                MOVE ZERO TO wn-rtn-code
                MOVE SPACE TO wc-post-value
                MOVE 'session_token' TO wc-post-name
                CALL 'get-post-value' USING wn-rtn-code
                                            wc-post-name
                                            wc-post-value

                MOVE wc-post-value TO wc-session-token

            MOVE 'At end ofA0100-Init' TO wc-debug-line
            PERFORM Z0300-Write-Debug-Line
            MOVE SPACE TO wc-debug-line
                IF is-db-connected
                     PERFORM B0150-Load-Usertype-Table
                     PERFORM B0160-Load-Program-Table
                     PERFORM B0170-Check-Protected-Access
                     PERFORM B0400-List-Users
                     PERFORM Z0200-Disconnect
                END-IF

           .
       *>**************************************************
       B0170-Check-Protected-Access.
            *> protected identities are listed for the
            *> administrators only
            COPY resolve-session-token.

            MOVE 'protected-identity' TO wc-permission-function

            COPY check-permission.

            IF is-caller-authorized
                MOVE 'Y' TO wc-show-protected
            END-IF
            .
       *>**************************************************
       B0400-List-Users.
            MOVE 'B0400-List-Users' TO wc-debug-line
            PERFORM Z0300-Write-Debug-Line
                                user_program = :wn-search-program)
                           AND (:wn-search-ort = 0 OR
                                ort_id = :wn-search-ort)
                           AND (:wc-show-protected = 'Y' OR
                                user_id NOT IN
                                    (SELECT p.user_id FROM tbl_user p
                                     WHERE p.user_protected = 'Y'))
                    END-EXEC
                  
                    IF SQLSTATE NOT = ZERO
                                   user_program = :wn-search-program)
                              AND (:wn-search-ort = 0 OR
                                   ort_id = :wn-search-ort)
                              AND (:wc-show-protected = 'Y' OR
                                   user_id NOT IN
                                       (SELECT p.user_id FROM tbl_user p
                                        WHERE p.user_protected = 'Y'))
                    END-EXEC
            
                    IF SQLSTATE NOT = ZERO
                                   user_program = :wn-search-program)
                              AND (:wn-search-ort = 0 OR
                                   ort_id = :wn-search-ort)
                              AND (:wc-show-protected = 'Y' OR
                                   user_id NOT IN
                                       (SELECT p.user_id FROM tbl_user p
                                        WHERE p.user_protected = 'Y'))
                    END-EXEC

                    IF SQLSTATE NOT = ZERO
                                   user_program = :wn-search-program)
                              AND (:wn-search-ort = 0 OR
                                   ort_id = :wn-search-ort)
                              AND (:wc-show-protected = 'Y' OR
                                   user_id NOT IN
                                       (SELECT p.user_id FROM tbl_user p
                                        WHERE p.user_protected = 'Y'))
                    END-EXEC

                    IF SQLSTATE NOT = ZERO
                                   user_program = :wn-search-program)
                              AND (:wn-search-ort = 0 OR
                                   ort_id = :wn-search-ort)
                              AND (:wc-show-protected = 'Y' OR
                                   user_id NOT IN
                                       (SELECT p.user_id FROM tbl_user p
                                        WHERE p.user_protected = 'Y'))
                    END-EXEC

                    IF SQLSTATE NOT = ZERO
