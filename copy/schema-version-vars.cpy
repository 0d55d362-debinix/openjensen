        *>
        *> Copybook schema-version-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared check-schema-version
        *> routine, and the number of the newest migration in
        *> ../schema the installed programs rely on. Raise
        *> wn-schema-required whenever a migration adds a table
        *> or column a program starts to use.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-schema-applied           PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-schema-required          PIC  9(4) VALUE 158.
       01  wc-schema-version-flag      PIC  X(1) VALUE 'Y'.
