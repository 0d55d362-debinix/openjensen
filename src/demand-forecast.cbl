
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  forecast-rec-vars.
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-max-seats           PIC  9(4).
             05  t-planned-cnt         PIC  9(5).
