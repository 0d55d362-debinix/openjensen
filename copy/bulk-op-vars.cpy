        *>
        *> Copybook bulk-op-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared bulk-operation routines
        *> open-bulk-operation and record-bulk-row - include once
        *> in WORKING-STORAGE of every program that writes many
        *> rows in one submission. The program names itself in
        *> b-op-program and opens the operation; b-op-id comes
        *> back and is shown to the user. For each row created
        *> (action I) or field changed (action U, old and new
        *> value as text) it fills the row fields and records
        *> them; cgi-undo-bulk-operation takes the whole
        *> operation back from these rows.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  bulk-op-vars.
             05  b-op-id               PIC  9(9)  VALUE ZERO.
             05  b-op-program          PIC  X(30) VALUE SPACE.
       01  bulk-op-row-vars.
             05  b-table-name          PIC  X(30) VALUE SPACE.
             05  b-row-action          PIC  X(1)  VALUE SPACE.
             05  b-key-id              PIC  9(9)  VALUE ZERO.
             05  b-key-id2             PIC  9(9)  VALUE ZERO.
             05  b-key-text            PIC  X(20) VALUE SPACE.
             05  b-field-name          PIC  X(30) VALUE SPACE.
             05  b-old-value           PIC  X(60) VALUE SPACE.
             05  b-new-value           PIC  X(60) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
