       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Replay grade certifications (journal action
       *>            A); updates reopen the grade as a proposal.
       *>       0.3: Replay grades removed by an undone bulk
       *>            operation (journal action D).
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. restore-backup.
           WRITE fc-replay-line
           MOVE 'FROM v_grade_all g' TO fc-replay-line
           WRITE fc-replay-line
           MOVE 'WHERE g.grade_attested = ''Y''' TO fc-replay-line
           WRITE fc-replay-line
           MOVE 'ORDER BY g.user_id, g.course_id,'
               TO fc-replay-line
           WRITE fc-replay-line
                      ''', graded_by_user_id = '
                      FUNCTION TRIM(wc-j-graded-by)
                      ', grade_date = '''
                      wc-j-stamp ''', grade_attested = ''N'''
                      DELIMITED BY SIZE INTO fc-replay-line
               END-STRING
               IF FUNCTION NUMVAL(wc-j-grade-id) > ZERO

           END-IF

           IF wc-j-action = 'A'

               *> the grade was certified by cgi-attest-grades
               MOVE SPACE TO fc-replay-line
               STRING 'UPDATE tbl_grade SET grade_attested = ''Y'''
                      ' WHERE grade_id = '
                      FUNCTION TRIM(wc-j-grade-id) ';'
                      DELIMITED BY SIZE
                      INTO fc-replay-line
               END-STRING
               WRITE fc-replay-line
               ADD 1 TO wn-replayed-cnt

           END-IF

           IF wc-j-action = 'D'

               *> the grade was removed when cgi-undo-bulk-operation
               *> reversed the operation that created it
               MOVE SPACE TO fc-replay-line
               STRING 'DELETE FROM tbl_grade WHERE grade_id = '
                      FUNCTION TRIM(wc-j-grade-id) ';'
                      DELIMITED BY SIZE
                      INTO fc-replay-line
               END-STRING
               WRITE fc-replay-line
               ADD 1 TO wn-replayed-cnt

           END-IF

           .

       *>**************************************************
