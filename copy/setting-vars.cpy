        *>
        *> Copybook setting-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Fields for the shared settings lookup - include once
        *> in WORKING-STORAGE of any program that reads a
        *> setting from the register (tbl_setting). The program
        *> moves the setting's code, and the site when it knows
        *> one, and performs get-setting.cpy.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  setting-rec-vars.
           05  wc-setting-code         PIC  X(30) VALUE SPACE.
           05  wn-setting-ort-id       PIC  9(9)  VALUE ZERO.
           05  wc-setting-value        PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
