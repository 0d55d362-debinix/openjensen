        *>
        *> Copybook read-log-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared write-read-log routine -
        *> include once in WORKING-STORAGE of any program that
        *> shows a named student's data. The program fills the
        *> student's user_id, its own program name and what it
        *> showed.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  read-log-rec-vars.
             05  t-read-student-id     PIC  9(9) VALUE ZERO.
             05  t-read-program        PIC  X(30) VALUE SPACE.
             05  t-read-what           PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
