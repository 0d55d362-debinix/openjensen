       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: A student hands in work for an assignment
       *>          (inlämning) - assignment_id and the file,
       *>          uploaded in the multipart field submission.
       *>          The caller must be enrolled in the course of
       *>          the assignment's moment. Every hand-in is a
       *>          new version: the file is moved into
       *>          ../data/submission/ and tbl_submission keeps
       *>          the time it came in, its line count, a
       *>          checksum and whether it was after the
       *>          deadline. Recorded in tbl_audit. Guarded by
       *>          'assignment-submit'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-submission.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT submissionin
              ASSIGN TO DYNAMIC wc-dest-path
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS wc-file-status.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  submissionin.
       01  fd-submission-line          PIC X(512).
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-assignment-found-switch     PIC X   VALUE 'N'.
                88  is-assignment-found                VALUE 'Y'.
            03  is-submission-allowed-switch   PIC X   VALUE 'N'.
                88  is-submission-allowed              VALUE 'Y'.
            03  is-read-failed-switch          PIC X   VALUE 'N'.
                88  is-read-failed                     VALUE 'Y'.
            03  is-eof-submission-switch       PIC X   VALUE 'N'.
                88  is-eof-submission                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Inlämning'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  submission-rec-vars.
             05  t-assignment-id        PIC  9(9)  VALUE ZERO.
             05  t-assignment-title     PIC  X(40) VALUE SPACE.
             05  t-due-date             PIC  X(10) VALUE SPACE.
             05  t-due-time             PIC  X(5)  VALUE SPACE.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
             05  t-enrolled-cnt         PIC  9(4)  VALUE ZERO.
             05  t-submission-id        PIC  9(9)  VALUE ZERO.
             05  t-submission-version   PIC  9(4)  VALUE ZERO.
             05  t-submitted-date       PIC  X(19) VALUE SPACE.
             05  t-stored-file          PIC  X(60) VALUE SPACE.
             05  t-line-cnt             PIC  9(9)  VALUE ZERO.
             05  t-file-checksum        PIC  X(32) VALUE SPACE.
             05  t-is-late              PIC  X(1)  VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the per-request scratch name write-post-string set -
       *> the upload saved by this same request carries its
       *> timestamp and our process id
       01  ext-postfile-name        PIC X(60) IS EXTERNAL
                                              VALUE SPACE.
       01  wn-process-id            PIC 9(9)  VALUE ZERO.
       01  wn-short-pid             PIC 9(5)  VALUE ZERO.
       01  wc-expected-upload       PIC X(40) VALUE SPACE.

       *> source and destination paths for the move
       01  wc-src-path              PIC X(80) VALUE SPACE.
       01  wc-dest-path             PIC X(80) VALUE SPACE.
       01  wc-submission-dir        PIC X(20)
                                    VALUE '../data/submission'.
       01  wc-file-status           PIC X(2)  VALUE SPACE.

       *> the checksum - every line folded through hash-password
       *> 40 bytes at a time, each segment salted with the digest
       *> so far, as write-audit-row seals the audit chain
       01  wc-sub-line              PIC X(520) VALUE SPACE.
       01  wc-sub-line-red REDEFINES wc-sub-line.
           05  wc-sub-segment       PIC X(40) OCCURS 13 TIMES.
       01  wn-line-len              PIC 9(3)  VALUE ZERO.
       01  wn-seg-cnt               PIC 9(2)  VALUE ZERO.
       01  wn-seg-idx               PIC 9(2)  VALUE ZERO.
       01  wn-hash-rtn              PIC S99   VALUE ZERO.
       01  wc-hash-material         PIC X(40) VALUE SPACE.
       01  wc-hash-salt             PIC X(16) VALUE SPACE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0200-save-submission
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-add-action
           END-IF

           .

       *>**************************************************
       A0110-init-add-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which assignment (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assignment_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-assignment-id
           END-IF

           *> the uploaded file - its saved path
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'submission' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-src-path

           *> only the file this request itself uploaded - a typed
           *> path could otherwise hand in someone else's upload
           CALL 'C$GETPID' RETURNING wn-process-id
           COMPUTE wn-short-pid =
               FUNCTION MOD(wn-process-id, 100000)
           MOVE SPACE TO wc-expected-upload
           STRING '../data/up' DELIMITED BY SIZE
                  ext-postfile-name(22:10) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  wn-short-pid DELIMITED BY SIZE
                  '_submission' DELIMITED BY SIZE
                  INTO wc-expected-upload
           END-STRING

           EVALUATE TRUE
               WHEN t-assignment-id = ZERO
                   MOVE 'Saknar inlämning' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wc-src-path = SPACE
                 OR wc-src-path NOT = wc-expected-upload
                   MOVE 'Ingen fil bifogad' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

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
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'assignment-submit' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-submission.

           *> the student is always the caller themselves
           MOVE wn-requesting-user-id TO t-user-id

           *> one clock for the whole hand-in: the transaction's
           *> start, read once and stored as read; a deadline of
           *> 23:59 runs to the end of that minute
           EXEC SQL
               SELECT a.assignment_title, a.due_date, a.due_time,
                      TO_CHAR(LOCALTIMESTAMP,
                              'YYYY-MM-DD HH24:MI:SS'),
                      CASE WHEN LOCALTIMESTAMP >=
                                TO_TIMESTAMP(a.due_date || ' ' ||
                                             a.due_time,
                                             'YYYY-MM-DD HH24:MI')
                                + INTERVAL '1 minute'
                           THEN 'Y' ELSE 'N' END,
                      (SELECT COUNT(*)
                       FROM tbl_enrollment e
                       WHERE e.course_id = m.course_id
                       AND e.user_id = :t-user-id)
               INTO :t-assignment-title, :t-due-date, :t-due-time,
                    :t-submitted-date, :t-is-late, :t-enrolled-cnt
               FROM tbl_assignment a
               INNER JOIN tbl_course_moment m
                   ON m.moment_id = a.moment_id
               WHERE a.assignment_id = :t-assignment-id
           END-EXEC

           IF  sqlcode = zero
                SET is-assignment-found TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN NOT is-assignment-found
                   MOVE 'Okänd inlämning' TO wc-printscr-string
               WHEN t-enrolled-cnt = ZERO
                   MOVE 'Du är inte registrerad på kursen'
                        TO wc-printscr-string
               WHEN OTHER
                   SET is-submission-allowed TO TRUE
           END-EVALUATE

           IF is-submission-allowed
               PERFORM B0210-store-file
           ELSE
               CALL 'stop-printscr' USING wc-printscr-string
               CALL 'C$DELETE' USING wc-src-path, 0
           END-IF

           .

       *>**************************************************
       B0210-store-file.

           *> a resubmission is a new version beside the old one
           EXEC SQL
               SELECT nextval('tbl_submission_submission_id_seq'),
                      COALESCE(MAX(submission_version), 0) + 1
               INTO :t-submission-id, :t-submission-version
               FROM tbl_submission
               WHERE assignment_id = :t-assignment-id
               AND user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
                CALL 'C$DELETE' USING wc-src-path, 0
           ELSE
                PERFORM B0215-move-file-to-store
           END-IF

           .

       *>**************************************************
       B0215-move-file-to-store.

           *> the store survives cleanup-old-files because that
           *> sweep stays at -maxdepth 1
           CALL 'CBL_CREATE_DIR' USING wc-submission-dir

           MOVE SPACE TO t-stored-file
           STRING 'submission/sub-' t-submission-id '.txt'
                  DELIMITED BY SIZE INTO t-stored-file
           END-STRING

           MOVE SPACE TO wc-dest-path
           STRING '../data/' FUNCTION TRIM(t-stored-file)
                  DELIMITED BY SIZE INTO wc-dest-path
           END-STRING

           CALL 'C$COPY' USING wc-src-path, wc-dest-path, 0

           IF RETURN-CODE = ZERO
               CALL 'C$DELETE' USING wc-src-path, 0
               *> the checksum is taken from the stored copy -
               *> it vouches for what is kept, not for a file
               *> that is about to go
               PERFORM B0220-compute-checksum
               EVALUATE TRUE
                   WHEN is-read-failed
                       MOVE 'Kunde ej läsa filen'
                           TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                       CALL 'C$DELETE' USING wc-dest-path, 0
                   WHEN t-line-cnt = ZERO
                       MOVE 'Filen är tom' TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                       CALL 'C$DELETE' USING wc-dest-path, 0
                   WHEN OTHER
                       PERFORM B0230-insert-submission
               END-EVALUATE
           ELSE
               MOVE 'Kunde ej spara filen' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               CALL 'C$DELETE' USING wc-src-path, 0
           END-IF

           .

       *>**************************************************
       B0220-compute-checksum.

           MOVE ZERO TO t-line-cnt
           MOVE '0000000000000000' TO wc-hash-salt
           MOVE SPACE TO t-file-checksum

           OPEN INPUT submissionin
           IF wc-file-status NOT = '00'
               SET is-read-failed TO TRUE
           ELSE
               PERFORM B0225-read-line
               PERFORM B0226-fold-line
                   UNTIL is-eof-submission
               CLOSE submissionin
           END-IF

           .

       *>**************************************************
       B0225-read-line.

           READ submissionin
               AT END
                   SET is-eof-submission TO TRUE
           END-READ

           .

       *>**************************************************
       B0226-fold-line.

           ADD 1 TO t-line-cnt
           MOVE fd-submission-line TO wc-sub-line

           *> only as many segments as the line has text, but
           *> at least one - an empty line still counts
           MOVE ZERO TO wn-line-len
           INSPECT FUNCTION REVERSE(fd-submission-line)
               TALLYING wn-line-len FOR LEADING SPACES
           COMPUTE wn-line-len = 512 - wn-line-len
           COMPUTE wn-seg-cnt = (wn-line-len + 39) / 40
           IF wn-seg-cnt = ZERO
               MOVE 1 TO wn-seg-cnt
           END-IF

           PERFORM B0227-fold-segment
               VARYING wn-seg-idx FROM 1 BY 1
               UNTIL wn-seg-idx > wn-seg-cnt

           PERFORM B0225-read-line

           .

       *>**************************************************
       B0227-fold-segment.

           MOVE wc-sub-segment(wn-seg-idx) TO wc-hash-material
           MOVE ZERO TO wn-hash-rtn
           CALL 'hash-password' USING wn-hash-rtn
                wc-hash-material wc-hash-salt t-file-checksum
           MOVE t-file-checksum(1:16) TO wc-hash-salt

           .

       *>**************************************************
       B0230-insert-submission.

           EXEC SQL
               INSERT INTO tbl_submission
               (submission_id, assignment_id, user_id,
                submission_version, submitted_date, stored_file,
                line_cnt, file_checksum, is_late)
               VALUES (:t-submission-id, :t-assignment-id,
                       :t-user-id, :t-submission-version,
                       CAST(:t-submitted-date AS TIMESTAMP),
                       :t-stored-file, :t-line-cnt,
                       :t-file-checksum, :t-is-late)
           END-EXEC

           IF  sqlcode NOT = zero
                *> nothing may claim a stored copy - the row dies
                *> with the transaction, so the file goes too
                PERFORM Z0100-error-routine
                CALL 'C$DELETE' USING wc-dest-path, 0
           ELSE
                PERFORM B0240-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Inlämningen är mottagen'
                     TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Version ' t-submission-version
                        ' mottagen ' t-submitted-date
                        ' - ' t-line-cnt ' rader</p>'
                DISPLAY '<p>Kontrollsumma ' t-file-checksum '</p>'
                IF t-is-late = 'Y'
                    DISPLAY '<p>Inlämnad efter deadline '
                            t-due-date ' ' t-due-time '</p>'
                END-IF
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-add-submission' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'assignment_id=' t-assignment-id
                  ' user_id=' t-user-id
                  ' version=' t-submission-version
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'late=' t-is-late
                  ' lines=' t-line-cnt
                  ' sum=' t-file-checksum
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       Z0200-disconnect.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       *> END PROGRAM
