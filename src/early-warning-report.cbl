       *>          Score: absence percent, plus 10 per 'I' row,
       *>          10 per ungraded ended course, 5 per stale
       *>          waitlist row. Run weekly from cron.
       *>          The last column is Y when the student already
       *>          has an open student health case - the flag
       *>          only, never the case itself.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Open student health case flag per row.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. early-warning-report.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  warn-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-class-name          PIC  X(10).
             05  t-incomplete-cnt      PIC  9(5).
             05  t-ungraded-cnt        PIC  9(5).
             05  t-waitlist-cnt        PIC  9(5).
             05  t-open-case-flag      PIC  X(1).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

                              (SELECT 1 FROM tbl_enrollment e2
                               WHERE e2.user_id = w.user_id
                               AND e2.course_id = w.course_id))
                           AS INTEGER),
                      CASE WHEN EXISTS
                             (SELECT 1 FROM tbl_health_case h
                              WHERE h.student_user_id = u.user_id
                              AND h.case_status = 'O')
                           THEN 'Y' ELSE 'N' END
               FROM tbl_user u
               LEFT JOIN tbl_class cl
               ON cl.class_id = u.user_class
                                   :t-absent-cnt,
                                   :t-incomplete-cnt,
                                   :t-ungraded-cnt,
                                   :t-waitlist-cnt,
                                   :t-open-case-flag
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                                       :t-absent-cnt,
                                       :t-incomplete-cnt,
                                       :t-ungraded-cnt,
                                       :t-waitlist-cnt,
                                   :t-open-case-flag
               END-EXEC

           END-PERFORM
                  wn-absence-pct ','
                  t-incomplete-cnt ','
                  t-ungraded-cnt ','
                  t-waitlist-cnt ','
                  t-open-case-flag
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line
