       *>*************************************************
       *>
       *> 'file-checksum': reads a written line-sequential file
       *>    back and returns its line count and a 32-hex-digit
       *>    checksum - every line folded through hash-password
       *>    40 bytes at a time, each segment salted with the
       *>    digest so far, the way cgi-add-submission vouches
       *>    for a handed-in file. The same content always gives
       *>    the same checksum, so the register entry of an
       *>    outgoing file proves which file went out.
       *>    ln-rtn-code is -1 when the file cannot be opened.
       *>
       *> Coder: BK
       *>
       *>*************************************************
       IDENTIFICATION DIVISION.
       program-id. file-checksum IS INITIAL.
       *>-------------------------------------------------
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT checkfile
              ASSIGN TO DYNAMIC wc-check-path
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS wc-file-status.

       *>-------------------------------------------------
       DATA DIVISION.
       file section.

       FD  checkfile.
       01  fd-check-line                  PIC X(520).

       *>--------------------------------------------------
       working-storage section.

       01  wc-check-path        PIC X(60) VALUE SPACE.
       01  wc-file-status       PIC X(2)  VALUE SPACE.
       01  is-eof-check-switch  PIC X     VALUE 'N'.
           88  is-eof-check               VALUE 'Y'.

       01  wc-check-line        PIC X(520) VALUE SPACE.
       01  wc-check-line-red REDEFINES wc-check-line.
           05  wc-check-segment PIC X(40) OCCURS 13 TIMES.
       01  wn-line-len          PIC 9(3)  VALUE ZERO.
       01  wn-seg-cnt           PIC 9(2)  VALUE ZERO.
       01  wn-seg-idx           PIC 9(2)  VALUE ZERO.
       01  wn-hash-rtn          PIC S99   VALUE ZERO.
       01  wc-hash-material     PIC X(40) VALUE SPACE.
       01  wc-hash-salt         PIC X(16) VALUE SPACE.

       linkage section.
       01  ln-rtn-code                    PIC  S99.
       01  lc-file-path                   PIC  X(60).
       01  ln-line-cnt                    PIC  9(7).
       01  lc-checksum                    PIC  X(32).

       *>*************************************************
       PROCEDURE DIVISION USING ln-rtn-code lc-file-path
                                ln-line-cnt lc-checksum.
       0000-main.

           PERFORM A0100-checksum-file

           EXIT PROGRAM
           .

       *>**************************************************
       A0100-checksum-file.

           MOVE -1 TO ln-rtn-code
           MOVE ZERO TO ln-line-cnt
           MOVE SPACE TO lc-checksum
           MOVE '0000000000000000' TO wc-hash-salt
           MOVE lc-file-path TO wc-check-path

           OPEN INPUT checkfile
           IF wc-file-status = '00'
               MOVE ZERO TO ln-rtn-code
               PERFORM A0110-read-line
               PERFORM A0120-fold-line
                   UNTIL is-eof-check
               CLOSE checkfile
           END-IF

           .

       *>**************************************************
       A0110-read-line.

           READ checkfile
               AT END
                   SET is-eof-check TO TRUE
           END-READ

           .

       *>**************************************************
       A0120-fold-line.

           ADD 1 TO ln-line-cnt
           MOVE fd-check-line TO wc-check-line

           *> only as many segments as the line has text, but
           *> at least one - an empty line still counts
           MOVE ZERO TO wn-line-len
           INSPECT FUNCTION REVERSE(fd-check-line)
               TALLYING wn-line-len FOR LEADING SPACES
           COMPUTE wn-line-len = 520 - wn-line-len
           COMPUTE wn-seg-cnt = (wn-line-len + 39) / 40
           IF wn-seg-cnt = ZERO
               MOVE 1 TO wn-seg-cnt
           END-IF

           PERFORM A0130-fold-segment
               VARYING wn-seg-idx FROM 1 BY 1
               UNTIL wn-seg-idx > wn-seg-cnt

           PERFORM A0110-read-line

           .

       *>**************************************************
       A0130-fold-segment.

           MOVE wc-check-segment(wn-seg-idx) TO wc-hash-material
           MOVE ZERO TO wn-hash-rtn
           CALL 'hash-password' USING wn-hash-rtn
                wc-hash-material wc-hash-salt lc-checksum
           MOVE lc-checksum(1:16) TO wc-hash-salt

           .
