        *>
        *> Copybook event-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared write-change-event
        *> routine - include once in WORKING-STORAGE of any
        *> program whose changes other systems follow through
        *> tbl_change_event. The program fills kind (grade,
        *> enrollment, user, class, booking, status), action
        *> (ADD, EDIT, DELETE - or a word that says more, such
        *> as WAITLIST or MERGE), the record's key and the person
        *> it concerns before performing the write.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  event-rec-vars.
             05  t-event-kind          PIC  X(20) VALUE SPACE.
             05  t-event-action        PIC  X(10) VALUE SPACE.
             05  t-event-key           PIC  X(40) VALUE SPACE.
             05  t-event-user-id       PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
