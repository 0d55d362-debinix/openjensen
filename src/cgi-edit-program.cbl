       *>          - the total gymnasiepoäng a student must have
       *>          passed, checked together with the required
       *>          course list by graduation-check and
       *>          cgi-make-examensbevis. An optional
       *>          program_years (1-6) sets the program's nominal
       *>          length, against which cgi-list-cohort-throughput
       *>          judges graduation on time.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Optional nominal length in years.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-edit-program.
                88  is-valid-init-program              VALUE 'Y'.
            03  is-valid-init-points-switch    PIC X   VALUE 'N'.
                88  is-valid-init-points               VALUE 'Y'.
            03  is-valid-init-years-switch     PIC X   VALUE 'Y'.
                88  is-valid-init-years                VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  program-rec-vars.
             05  t-program-id           PIC  9(4) VALUE ZERO.
             05  t-program-points       PIC  9(5) VALUE ZERO.
             05  t-program-years        PIC  9(2) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


               SET is-valid-init-points TO TRUE
           END-IF

           *> nominal length in years (optional) - 1 to 6;
           *> left out, the program keeps the length it has
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'program_years' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE 'N' TO is-valid-init-years-switch
               IF FUNCTION TRIM(wc-post-value) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-program-years
                   IF t-program-years >= 1 AND t-program-years <= 6
                       SET is-valid-init-years TO TRUE
                   END-IF
               END-IF
           END-IF

           *> all must be valid
           IF is-valid-init-program AND is-valid-init-points
              AND is-valid-init-years
               SET is-valid-init TO TRUE
           END-IF

           IF NOT is-valid-init-years
               MOVE 'Programlängd 1-6 år' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************

           EXEC SQL
               UPDATE tbl_program
               SET program_total_points = :t-program-points,
                   program_years =
                       CASE WHEN :t-program-years = 0
                            THEN program_years
                            ELSE :t-program-years END
               WHERE program_id = :t-program-id
           END-EXEC

           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'total_points=' t-program-points
                  ' years=' t-program-years
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

