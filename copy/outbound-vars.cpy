        *>
        *> Copybook outbound-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared register-outbound-file
        *> routine - include once in WORKING-STORAGE of any
        *> program that writes a file for an authority or a
        *> partner. The program fills kind (its own name),
        *> period, record count, control total and label, the
        *> path it wrote, and for a correction run the file it
        *> corrects; the file id, sequence number and archived
        *> copy come back.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  outbound-rec-vars.
             05  o-file-id             PIC  9(9)  VALUE ZERO.
             05  o-file-kind           PIC  X(30) VALUE SPACE.
             05  o-file-period         PIC  X(10) VALUE SPACE.
             05  o-file-seq            PIC  9(6)  VALUE ZERO.
             05  o-correction-of       PIC  9(9)  VALUE ZERO.
             05  o-record-cnt          PIC  9(7)  VALUE ZERO.
             05  o-control-total       PIC  9(12) VALUE ZERO.
             05  o-control-label       PIC  X(20) VALUE SPACE.
             05  o-line-cnt            PIC  9(7)  VALUE ZERO.
             05  o-file-checksum       PIC  X(32) VALUE SPACE.
             05  o-archive-file        PIC  X(60) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  o-source-path               PIC  X(60) VALUE SPACE.
       01  o-archive-path              PIC  X(60) VALUE SPACE.
       01  o-checksum-rtn              PIC  S99   VALUE ZERO.
