       *>          Answers come back through
       *>          cgi-add-alumni-answer in the evaluation
       *>          machinery's anonymous-aggregate pattern. A
       *>          nightly cron or batch-window step. Only alumni
       *>          with a consent to alumni contact in force
       *>          (v_publish_allowed) are invited.
       *> Created: 2026-09-03
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Invite only alumni who consent to contact.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. alumni-survey.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  survey-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-mail-to             PIC  X(40).
       01  wc-round                   PIC  X(2) VALUE SPACE.
       01  wc-cutoff-date             PIC  X(10) VALUE SPACE.
       B0200-invite-due-round.

           *> alumni whose graduation is old enough for the
           *> round, who have not been invited to it and who
           *> still agree to be contacted
           EXEC SQL
               DECLARE cursalumdue CURSOR FOR
               SELECT a.user_id,
                     AND a.survey6_sent = 'N')
                    OR (:wc-round = '24'
                        AND a.survey24_sent = 'N'))
               AND EXISTS
                   (SELECT 1 FROM v_publish_allowed v
                    WHERE v.student_user_id = a.user_id
                    AND v.purpose_code = 'A')
               ORDER BY a.user_id
           END-EXEC

