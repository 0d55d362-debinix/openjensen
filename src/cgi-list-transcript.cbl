       *> program_id - from tbl_course and tbl_grade and writes
       *> the results back to file.
       *>
       *> The page follows the caller's language. The file is
       *> the official record and stays in Swedish unless
       *> document_lang=en asks for the English version.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-cource-record.
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_course-course_startdate PIC  X(10).
           05  tbl_course-course_enddate   PIC  X(10).

       *> table data
       01  wr-course-record.
           05  wn-course_id          PIC  9(9)  VALUE ZERO.
           05  wc-course_name        PIC  X(40) VALUE SPACE.
           05  wc-course_startdate   PIC  X(10) VALUE SPACE.
           05  wc-course_enddate     PIC  X(10) VALUE SPACE.
       01  tbl-grade-record.
           05  tbl_grade-grade_grade      PIC  X(40).
           05  tbl_grade-grade_comment    PIC  X(40).
           05  tbl_grade-user_id          PIC  9(9).
           05  tbl_grade-grade_date       PIC  X(40).
           05  tbl_grade-attempt          PIC  9(4).
           05  tbl_grade-effective        PIC  X(1).
       01  wr-grade-record.
           05  wc-grade_grade        PIC  X(40) VALUE SPACE.
           05  wc-grade_comment      PIC  X(40) VALUE SPACE.
           05  wn-grade-user_id      PIC  9(9)  VALUE ZERO.
           05  wc-grade_date         PIC  X(40) VALUE SPACE.
           05  wn-grade-attempt      PIC  9(4)  VALUE ZERO.
           05  wc-grade-effective    PIC  X(1)  VALUE SPACE.
       *> only the student himself, staff, or a guardian linked to
       *> this student via tbl_guardian_student may see the report
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       01  wn-guardian-link-cnt        PIC  9(9) VALUE ZERO.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

       *> page texts in the caller's language - see
       *> copy/get-ui-text.cpy
       COPY ui-text-vars.

       *> the language of the official document - Swedish
       *> unless English is asked for - and its wording for a
       *> credit transferred from another school
       01  wc-doc-lang               PIC  X(2)  VALUE 'sv'.
       01  wc-doc-transfer-label     PIC  X(40) VALUE 'TILLGODO'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       *> receiving variables for data passed from php
       01 wn-user_id                 PIC  9(9) VALUE ZERO.
       01 wc-magic-number            PIC  X(40) VALUE SPACE.

       *> holds the status file real name
                IF is-db-connected
                    PERFORM B0105-verify-caller-authorized
                    IF is-caller-authorized
                        PERFORM B0190-write-read-log
                        PERFORM B0200-list-transcript
                    ELSE
                        MOVE 'Behörighet saknas' TO wc-ui-text
                        MOVE 'common.no-access' TO wc-ui-key
                        PERFORM Z0420-stop-message
                    END-IF
                    PERFORM B0300-disconnect
                END-IF

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *> the html page starts once connected, when the
           *> caller's language is known - Swedish until then
           MOVE 'sv' TO wc-ui-page-lang

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code
                   MOVE wc-post-value TO wc-magic-number
               END-IF

               *> the official document in English only on request
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'document_lang' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value
               IF wc-post-value(1:2) = 'en'
                   MOVE 'en' TO wc-doc-lang
               END-IF

               *> all must be valid
               IF is-valid-init-user AND is-valid-init-magic AND
                  is-valid-init-requser
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0102-start-page
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.

           .

       *>**************************************************
       B0102-start-page.

           *> the caller's language, then the page's texts in it
           COPY get-ui-language.

           MOVE wc-pagetitle TO wc-ui-text
           MOVE 'transcript.title' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-pagetitle

           PERFORM Z0410-start-html

           *> the document's own wording, in its own language
           IF wc-doc-lang NOT = 'sv'
               MOVE wc-doc-lang TO wc-ui-lang
               MOVE wc-doc-transfer-label TO wc-ui-text
               MOVE 'transcript.doc-transfer' TO wc-ui-key
               PERFORM Z0400-get-ui-text
               MOVE wc-ui-text TO wc-doc-transfer-label
               MOVE wc-ui-page-lang TO wc-ui-lang
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.


           .

       *>**************************************************
       B0190-write-read-log.

           *> a view of the transcript by anyone but the student
           *> is logged in tbl_read_log
           MOVE wn-user_id TO t-read-student-id
           MOVE 'cgi-list-transcript' TO t-read-program
           MOVE 'studieresultat' TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-list-transcript.

                      INNER JOIN v_grade_all g
                      ON c.course_id = g.course_id
                      AND g.user_id = :wn-grade-user_id
                      AND g.grade_attested = 'Y'
                      INNER JOIN tbl_grading_scale s
                      ON s.scale_id = c.scale_id
                      ORDER BY c.program_id, c.course_startdate,
       B0207-write-one-transfer-row.

           *> same detail layout as the grade rows - the grade
           *> column says TILLGODO (TRANSFERRED CREDIT in the
           *> English document) and the comment names where
           *> and what the original course was
           MOVE ZERO TO fc-program-id
           MOVE ',' TO fc-sep-1
           MOVE ',' TO fc-sep-3
           MOVE SPACE TO fc-course-end
           MOVE ',' TO fc-sep-4
           MOVE wc-doc-transfer-label TO fc-grade
           MOVE ',' TO fc-sep-5
           MOVE SPACE TO wc-grade_comment
           STRING FUNCTION TRIM(t-ct-source) ': '
       *>**************************************************
       C0100-closedown.

           *> a run that never got as far as the database
           PERFORM Z0410-start-html

           CALL 'wui-end-html' USING wn-rtn-code

           .

           .

       *>**************************************************
       Z0400-get-ui-text.

           *> requires the ending dot (and no extension)!
           COPY get-ui-text.

           .

       *>**************************************************
       Z0410-start-html.

           *> the html page is started once, in the caller's
           *> language when that is known by then
           IF wc-ui-page-started NOT = 'Y'
               MOVE 'Y' TO wc-ui-page-started
               CALL 'wui-start-html' USING wc-pagetitle
           END-IF

           .

       *>**************************************************
       Z0420-stop-message.

           *> wc-ui-text and wc-ui-key set by the caller
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-printscr-string
           CALL 'stop-printscr' USING wc-printscr-string

           .

       *>**************************************************
       *> END PROGRAM
