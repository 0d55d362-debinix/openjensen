       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. grade-journal-export.
             05  t-grade-id            PIC  9(9).
             05  t-grade-grade         PIC  X(40).
             05  t-grade-comment       PIC  X(40).
             05  t-user-id             PIC  9(9).
             05  t-course-id           PIC  9(9).
             05  t-graded-by           PIC  9(9).
             05  t-grade-status        PIC  X(1).
             05  t-grade-attempt       PIC  9(4).
       01  wn-checkpoint-id           PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> per-run counter
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** grade-journal-export: refused - '
                            'ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .
