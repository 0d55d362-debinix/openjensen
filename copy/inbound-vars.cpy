        *>
        *> Copybook inbound-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Variables for the shared landing-folder routines
        *> check-inbound-file and file-inbound-file - include
        *> once in WORKING-STORAGE of any intake batch that
        *> picks its file up from ../data/landing/. The program
        *> fills kind (its own name) and the landing path; the
        *> checksum, line count and the duplicate and
        *> validate-only switches come back. Before filing it
        *> fills the loaded and rejected counts and the status.
        *>
       01  inbound-switches.
           03  is-file-landed-switch       PIC X   VALUE 'N'.
               88  is-file-landed                  VALUE 'Y'.
           03  is-duplicate-file-switch    PIC X   VALUE 'N'.
               88  is-duplicate-file               VALUE 'Y'.
           03  is-validate-only-switch     PIC X   VALUE 'N'.
               88  is-validate-only                VALUE 'Y'.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  inbound-rec-vars.
             05  i-file-kind           PIC  X(30) VALUE SPACE.
             05  i-file-checksum       PIC  X(32) VALUE SPACE.
             05  i-line-cnt            PIC  9(7)  VALUE ZERO.
             05  i-loaded-cnt          PIC  9(7)  VALUE ZERO.
             05  i-rejected-cnt        PIC  9(7)  VALUE ZERO.
             05  i-file-status         PIC  X(1)  VALUE SPACE.
             05  i-handled-file        PIC  X(60) VALUE SPACE.
             05  i-dup-cnt             PIC  9(4)  VALUE ZERO.
             05  i-dup-date            PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  i-landing-path              PIC  X(60) VALUE SPACE.
       01  i-handled-path              PIC  X(80) VALUE SPACE.
       01  i-intake-mode               PIC  X(10) VALUE SPACE.
       01  i-checksum-rtn              PIC  S99   VALUE ZERO.
       01  i-saved-rtn                 PIC  S9(4) VALUE ZERO.
       01  i-stamp                     PIC  X(21) VALUE SPACE.
       01  i-landing-dir               PIC  X(20)
                                       VALUE '../data/landing'.
       01  i-processed-dir             PIC  X(20)
                                       VALUE '../data/processed'.
       01  i-rejected-dir              PIC  X(20)
                                       VALUE '../data/rejected'.
