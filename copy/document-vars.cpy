       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  d-document-id               PIC  9(9) VALUE ZERO.
       01  d-doc-type                  PIC  X(20) VALUE SPACE.
       01  d-holder-user-id            PIC  9(9) VALUE ZERO.
       01  d-verification-code         PIC  X(12) VALUE SPACE.
       01  wn-doc-dup-cnt              PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
