       *>          of the same courses (matched on course name
       *>          across terms, any grader) and against the
       *>          term's all-teacher average. A deviation past
       *>          OUTLIER_POINTS percentage points (default
       *>          15) is flagged HIGH or LOW - numbers to start
       *>          the quality discussion from, not an
       *>          accusation, so groups under the privacy floor
       *>          (MIN_GROUP, default 5) stay off the list.
       *>          Written to ../data/teacher-outliers.txt.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Outlier points and privacy floor from the
       *>            settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. teacher-outlier-report.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  outlier-rec-vars.
             05  t-teacher-user-id     PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-total-cnt           PIC  9(5).
       01  wc-outlier-term            PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> steering
                  'OJ_OUTLIER_TERM'
           MOVE wc-term-env TO wc-outlier-term

           .

       *>**************************************************
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'OUTLIER_POINTS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-points-env
           IF wc-points-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-points-env)
                    TO wn-outlier-points
           END-IF

           MOVE 'MIN_GROUP' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-min-group-env
           IF wc-min-group-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-min-group-env)
                    TO wn-min-group
           END-IF

           .
