       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Nightly account feed to the school's
       *>          directory and mail platform. Compares every
       *>          student and staff account in tbl_user with
       *>          tbl_directory_state - what the directory was
       *>          last told - and writes one record per account
       *>          created (C), changed in name, class, site,
       *>          e-mail, username or role (U) or deactivated
       *>          (D) since the last run to
       *>          ../data/directory-feed-NNNNNN.txt, NNNNNN
       *>          being the file id in tbl_directory_file. A
       *>          reactivated account goes out as a create.
       *>          Record layout, ';' delimited:
       *>          type;person_key;username;firstname;lastname;
       *>          email;role;class;ort_id;merged_into_key
       *>          between a header (H;DELTA or FULL;file id;
       *>          timestamp) and a trailer (T;record count).
       *>          person_key is 'OJ' and the 9-digit user_id
       *>          and never changes. OJ_DIRECTORY_MODE=FULL
       *>          writes every active account as an A record
       *>          for a full resync instead. Every record is
       *>          kept in tbl_directory_change under its file.
       *>          A protected identity goes out only under a
       *>          'directory-feed' override; a deactivation
       *>          always goes out, with key and username only.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. directory-feed.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT feedfile ASSIGN TO wc-feed-path
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  feedfile.
       01  fc-feed-line                PIC X(300).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-full-mode-switch         PIC X   VALUE 'N'.
                88  is-full-mode                    VALUE 'Y'.
            03  is-user-held-switch         PIC X   VALUE 'N'.
                88  is-user-held                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  user-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-username       PIC  X(40) VALUE SPACE.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
             05  t-usertype-id         PIC  9(4)  VALUE ZERO.
             05  t-class-name          PIC  X(10) VALUE SPACE.
             05  t-ort-id              PIC  9(9)  VALUE ZERO.
             05  t-user-active         PIC  X(1)  VALUE SPACE.
             05  t-user-protected      PIC  X(1)  VALUE SPACE.
             05  t-merged-into-id      PIC  9(9)  VALUE ZERO.
       01  state-rec-vars.
             05  t-state-found         PIC  X(1)  VALUE SPACE.
             05  t-state-username      PIC  X(40) VALUE SPACE.
             05  t-state-firstname     PIC  X(40) VALUE SPACE.
             05  t-state-lastname      PIC  X(40) VALUE SPACE.
             05  t-state-email         PIC  X(40) VALUE SPACE.
             05  t-state-usertype-id   PIC  9(4)  VALUE ZERO.
             05  t-state-class-name    PIC  X(10) VALUE SPACE.
             05  t-state-ort-id        PIC  9(9)  VALUE ZERO.
             05  t-state-active        PIC  X(1)  VALUE SPACE.
       01  feed-file-vars.
             05  t-file-id             PIC  9(9)  VALUE ZERO.
             05  t-file-name           PIC  X(60) VALUE SPACE.
             05  t-feed-mode           PIC  X(1)  VALUE 'D'.
             05  t-record-cnt          PIC  9(9)  VALUE ZERO.
             05  t-held-cnt            PIC  9(9)  VALUE ZERO.
             05  t-person-key          PIC  X(11) VALUE SPACE.
             05  t-change-type         PIC  X(1)  VALUE SPACE.
             05  t-change-what         PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> protected identities stay out of the file unless
       *> overridden - see copy/check-protected-release.cpy
       COPY protected-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the run mode from the environment
       01  wc-mode-env              PIC X(10) VALUE SPACE.
       01  wc-mode-name             PIC X(5)  VALUE 'DELTA'.

       *> the feed file and its lines
       01  wc-feed-path             PIC X(60) VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-timestamp             PIC X(19) VALUE SPACE.
       01  wn-file-id-disp          PIC 9(6)  VALUE ZERO.
       01  wc-role                  PIC X(10) VALUE SPACE.
       01  wc-merged-key            PIC X(11) VALUE SPACE.
       01  wn-ort-edit              PIC Z(8)9 VALUE ZERO.
       01  wn-change-ptr            PIC 9(3)  VALUE 1.

       *> the stable key: OJ and the zero-padded user_id
       01  wr-person-key.
           05  FILLER               PIC X(2)  VALUE 'OJ'.
           05  wn-key-user-id       PIC 9(9)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** directory-feed: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0150-open-feed-file
               IF NOT is-sql-error
                   PERFORM B0200-sweep-accounts
                   PERFORM B0800-write-trailer
                   CLOSE feedfile
                   PERFORM B0850-register-file
               END-IF
               IF NOT is-sql-error
                   PERFORM B0900-commit-work
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               *> nothing was committed - the next run sends the
               *> same changes again under a new file id
               DISPLAY '*** directory-feed: finished with errors'
                       ' - ' FUNCTION TRIM(wc-feed-path)
                       ' must not be imported ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-db-connected
                   DISPLAY '*** directory-feed: ' wc-mode-name
                           ' file ' FUNCTION TRIM(wc-feed-path)
                           ', ' t-record-cnt ' records, '
                           t-held-cnt ' protected held back ***'
               END-IF
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> FULL resends every active account
           ACCEPT wc-mode-env FROM ENVIRONMENT 'OJ_DIRECTORY_MODE'

           IF wc-mode-env = 'FULL' OR wc-mode-env = 'full'
               SET is-full-mode TO TRUE
               MOVE 'F' TO t-feed-mode
               MOVE 'FULL' TO wc-mode-name
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2) ' '
                  wc-now(9:2) ':' wc-now(11:2) ':' wc-now(13:2)
                  DELIMITED BY SIZE INTO wc-timestamp
           END-STRING

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
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** directory-feed: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0150-open-feed-file.

           EXEC SQL
               SELECT nextval('tbl_directory_file_file_id_seq')
               INTO :t-file-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE t-file-id TO wn-file-id-disp
                MOVE SPACE TO wc-feed-path
                STRING '../data/directory-feed-' wn-file-id-disp
                       '.txt'
                       DELIMITED BY SIZE INTO wc-feed-path
                END-STRING
                MOVE wc-feed-path(9:) TO t-file-name

                OPEN OUTPUT feedfile

                MOVE SPACE TO fc-feed-line
                STRING 'H;' FUNCTION TRIM(wc-mode-name) ';'
                       wn-file-id-disp ';' wc-timestamp
                       DELIMITED BY SIZE INTO fc-feed-line
                END-STRING
                WRITE fc-feed-line
           END-IF

           .

       *>**************************************************
       B0200-sweep-accounts.

           *> students and staff - guardians get no directory
           *> account. In delta mode only accounts that differ
           *> from what the directory was last told; a never-sent
           *> account that is already inactive is of no interest
           EXEC SQL
               DECLARE cursdirfeed CURSOR FOR
               SELECT u.user_id,
                      COALESCE(u.user_username, ''),
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.user_email, ''),
                      u.usertype_id,
                      COALESCE(c.class_name, ''),
                      COALESCE(u.ort_id, 0),
                      u.user_active,
                      COALESCE(u.user_protected, 'N'),
                      COALESCE(u.merged_into_user_id, 0),
                      CASE WHEN s.user_id IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(s.username, ''),
                      COALESCE(s.firstname, ''),
                      COALESCE(s.lastname, ''),
                      COALESCE(s.email, ''),
                      COALESCE(s.usertype_id, 0),
                      COALESCE(s.class_name, ''),
                      COALESCE(s.ort_id, 0),
                      COALESCE(s.user_active, 'N')
               FROM tbl_user u
               LEFT JOIN tbl_class c
                   ON c.class_id = u.user_class
               LEFT JOIN tbl_directory_state s
                   ON s.user_id = u.user_id
               WHERE u.usertype_id IN (1, 2, 4, 16, 32)
               AND (:t-feed-mode = 'F'
                    OR (s.user_id IS NULL
                        AND u.user_active = 'Y')
                    OR (s.user_id IS NOT NULL
                        AND (s.user_active <> u.user_active
                             OR s.username <>
                                COALESCE(u.user_username, '')
                             OR s.firstname <>
                                COALESCE(u.user_firstname, '')
                             OR s.lastname <>
                                COALESCE(u.user_lastname, '')
                             OR s.email <>
                                COALESCE(u.user_email, '')
                             OR s.usertype_id <> u.usertype_id
                             OR s.class_name <>
                                COALESCE(c.class_name, '')
                             OR s.ort_id <> COALESCE(u.ort_id, 0))))
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               OPEN cursdirfeed
           END-EXEC

           EXEC SQL
               FETCH cursdirfeed INTO :t-user-id, :t-user-username,
                                      :t-user-firstname,
                                      :t-user-lastname,
                                      :t-user-email,
                                      :t-usertype-id,
                                      :t-class-name, :t-ort-id,
                                      :t-user-active,
                                      :t-user-protected,
                                      :t-merged-into-id,
                                      :t-state-found,
                                      :t-state-username,
                                      :t-state-firstname,
                                      :t-state-lastname,
                                      :t-state-email,
                                      :t-state-usertype-id,
                                      :t-state-class-name,
                                      :t-state-ort-id,
                                      :t-state-active
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-process-account

               EXEC SQL
                   FETCH cursdirfeed INTO :t-user-id,
                                          :t-user-username,
                                          :t-user-firstname,
                                          :t-user-lastname,
                                          :t-user-email,
                                          :t-usertype-id,
                                          :t-class-name,
                                          :t-ort-id,
                                          :t-user-active,
                                          :t-user-protected,
                                          :t-merged-into-id,
                                          :t-state-found,
                                          :t-state-username,
                                          :t-state-firstname,
                                          :t-state-lastname,
                                          :t-state-email,
                                          :t-state-usertype-id,
                                          :t-state-class-name,
                                          :t-state-ort-id,
                                          :t-state-active
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdirfeed
           END-EXEC

           .

       *>**************************************************
       B0210-process-account.

           MOVE 'N' TO is-user-held-switch
           MOVE SPACE TO t-change-type
           MOVE SPACE TO t-change-what
           MOVE t-user-id TO wn-key-user-id
           MOVE wr-person-key TO t-person-key

           *> what kind of record, if any - an inactive account
           *> the directory already knows as inactive only has
           *> its state brought up to date
           EVALUATE TRUE
               WHEN is-full-mode
                   IF t-user-active = 'Y'
                       MOVE 'A' TO t-change-type
                       MOVE 'full resync' TO t-change-what
                   END-IF
               WHEN t-state-found NOT = 'Y'
                   MOVE 'C' TO t-change-type
                   MOVE 'new account' TO t-change-what
               WHEN t-user-active NOT = 'Y'
                AND t-state-active = 'Y'
                   MOVE 'D' TO t-change-type
                   MOVE 'deactivated' TO t-change-what
               WHEN t-user-active = 'Y'
                AND t-state-active NOT = 'Y'
                   MOVE 'C' TO t-change-type
                   MOVE 'reactivated' TO t-change-what
               WHEN t-user-active = 'Y'
                   MOVE 'U' TO t-change-type
                   PERFORM B0215-list-changes
           END-EVALUATE

           *> a protected identity is provisioned only under an
           *> override - held back, the change stays pending
           IF  t-user-protected = 'Y'
               AND t-change-type NOT = SPACE
               AND t-change-type NOT = 'D'
               MOVE t-user-id TO wn-protected-user-id
               MOVE 'directory-feed' TO wc-protected-scope
               COPY check-protected-release.
               IF wc-protected-release-flag NOT = 'Y'
                   SET is-user-held TO TRUE
                   ADD 1 TO t-held-cnt
               END-IF
           END-IF

           IF t-change-type NOT = SPACE AND NOT is-user-held
               PERFORM B0220-write-feed-record
               PERFORM B0230-register-change
           END-IF

           IF NOT is-user-held
               PERFORM B0240-save-state
           END-IF

           .

       *>**************************************************
       B0215-list-changes.

           MOVE 1 TO wn-change-ptr

           IF  t-user-firstname NOT = t-state-firstname
               OR t-user-lastname NOT = t-state-lastname
               STRING 'name ' DELIMITED BY SIZE
                      INTO t-change-what
                      WITH POINTER wn-change-ptr
               END-STRING
           END-IF

           IF t-class-name NOT = t-state-class-name
               STRING 'class ' DELIMITED BY SIZE
                      INTO t-change-what
                      WITH POINTER wn-change-ptr
               END-STRING
           END-IF

           IF t-ort-id NOT = t-state-ort-id
               STRING 'site ' DELIMITED BY SIZE
                      INTO t-change-what
                      WITH POINTER wn-change-ptr
               END-STRING
           END-IF

           IF t-user-email NOT = t-state-email
               STRING 'email ' DELIMITED BY SIZE
                      INTO t-change-what
                      WITH POINTER wn-change-ptr
               END-STRING
           END-IF

           IF  t-user-username NOT = t-state-username
               OR t-usertype-id NOT = t-state-usertype-id
               STRING 'account ' DELIMITED BY SIZE
                      INTO t-change-what
                      WITH POINTER wn-change-ptr
               END-STRING
           END-IF

           .

       *>**************************************************
       B0220-write-feed-record.

           EVALUATE t-usertype-id
               WHEN 1
                   MOVE 'elev' TO wc-role
               WHEN 2
                   MOVE 'larare' TO wc-role
               WHEN 4
                   MOVE 'rektor' TO wc-role
               WHEN 16
                   MOVE 'admin' TO wc-role
               WHEN 32
                   MOVE 'elevhalsa' TO wc-role
               WHEN OTHER
                   MOVE 'ovrig' TO wc-role
           END-EVALUATE

           *> the delimiter must not turn up inside a value
           INSPECT t-user-username REPLACING ALL ';' BY ','
           INSPECT t-user-firstname REPLACING ALL ';' BY ','
           INSPECT t-user-lastname REPLACING ALL ';' BY ','
           INSPECT t-user-email REPLACING ALL ';' BY ','

           MOVE t-ort-id TO wn-ort-edit

           MOVE SPACE TO fc-feed-line
           IF t-change-type = 'D'
               *> a leaver is closed by key - the merged-into key
               *> lets the directory move the mailbox to the
               *> surviving account
               MOVE SPACE TO wc-merged-key
               IF t-merged-into-id > ZERO
                   MOVE t-merged-into-id TO wn-key-user-id
                   MOVE wr-person-key TO wc-merged-key
               END-IF
               STRING 'D;' t-person-key ';'
                      FUNCTION TRIM(t-user-username)
                      ';;;;;;;' FUNCTION TRIM(wc-merged-key)
                      DELIMITED BY SIZE INTO fc-feed-line
               END-STRING
           ELSE
               STRING t-change-type ';' t-person-key ';'
                      FUNCTION TRIM(t-user-username) ';'
                      FUNCTION TRIM(t-user-firstname) ';'
                      FUNCTION TRIM(t-user-lastname) ';'
                      FUNCTION TRIM(t-user-email) ';'
                      FUNCTION TRIM(wc-role) ';'
                      FUNCTION TRIM(t-class-name) ';'
                      FUNCTION TRIM(wn-ort-edit) ';'
                      DELIMITED BY SIZE INTO fc-feed-line
               END-STRING
           END-IF
           WRITE fc-feed-line

           ADD 1 TO t-record-cnt

           .

       *>**************************************************
       B0230-register-change.

           EXEC SQL
               INSERT INTO tbl_directory_change
               (file_id, user_id, change_type, change_what)
               VALUES (:t-file-id, :t-user-id, :t-change-type,
                       :t-change-what)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0240-save-state.

           *> what the directory now knows - taken straight from
           *> tbl_user, so the delimiter clean-up of the record
           *> never shows up as a change the next night
           EXEC SQL
               INSERT INTO tbl_directory_state
               (user_id, person_key, username, firstname,
                lastname, email, usertype_id, class_name, ort_id,
                user_active, sent_file_id)
               SELECT u.user_id, :t-person-key,
                      COALESCE(u.user_username, ''),
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.user_email, ''),
                      u.usertype_id,
                      COALESCE(c.class_name, ''),
                      COALESCE(u.ort_id, 0),
                      u.user_active, :t-file-id
               FROM tbl_user u
               LEFT JOIN tbl_class c
                   ON c.class_id = u.user_class
               WHERE u.user_id = :t-user-id
               ON CONFLICT (user_id) DO UPDATE
               SET username = EXCLUDED.username,
                   firstname = EXCLUDED.firstname,
                   lastname = EXCLUDED.lastname,
                   email = EXCLUDED.email,
                   usertype_id = EXCLUDED.usertype_id,
                   class_name = EXCLUDED.class_name,
                   ort_id = EXCLUDED.ort_id,
                   user_active = EXCLUDED.user_active,
                   sent_file_id = EXCLUDED.sent_file_id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0800-write-trailer.

           MOVE SPACE TO fc-feed-line
           STRING 'T;' t-record-cnt
                  DELIMITED BY SIZE INTO fc-feed-line
           END-STRING
           WRITE fc-feed-line

           .

       *>**************************************************
       B0850-register-file.

           EXEC SQL
               INSERT INTO tbl_directory_file
               (file_id, file_name, feed_mode, record_cnt,
                held_cnt)
               VALUES (:t-file-id, :t-file-name, :t-feed-mode,
                       :t-record-cnt, :t-held-cnt)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       Z0100-error-routine.

           SET is-sql-error TO TRUE

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
