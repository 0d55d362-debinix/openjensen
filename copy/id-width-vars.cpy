        *>
        *> Copybook id-width-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared check-id-width routine -
        *> include once in WORKING-STORAGE of any batch that must
        *> refuse to run when a user, course or grade id has
        *> outgrown the 9-digit id fields the programs and the
        *> export layouts carry.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-idw-high-value           PIC  9(18) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-idw-limit                PIC  9(18) VALUE 999999999.
       01  wc-id-width-flag            PIC  X(1) VALUE 'Y'.
       01  wc-id-width-table           PIC  X(20) VALUE SPACE.
