        *>
        *> Copybook protected-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared check-protected-release
        *> routine - include once in WORKING-STORAGE of any
        *> program that writes a person into a file we hand to
        *> another party. The program fills the person's user_id
        *> and its own program name as the override scope.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-protected-user-id        PIC  9(9) VALUE ZERO.
       01  wc-protected-scope          PIC  X(30) VALUE SPACE.
       01  wn-protected-held-cnt       PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wc-protected-release-flag   PIC  X(1) VALUE 'N'.
