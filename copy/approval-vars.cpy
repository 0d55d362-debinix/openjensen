        *>
        *> Copybook approval-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Fields for the shared four-eyes routines - include once
        *> in WORKING-STORAGE of any program whose change may need
        *> a second person's approval (tbl_approval_operation).
        *> The program fills the operation code, the approval_id
        *> it was posted (zero on a first submission), its posted
        *> values as a name=value string, a one-line summary and
        *> the submitter's reason, then copies check-approval.cpy;
        *> after applying an approved change it copies
        *> close-approval.cpy. Expects audit-vars.cpy as well.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  approval-rec-vars.
             05  wc-appr-operation       PIC  X(20) VALUE SPACE.
             05  wn-appr-change-id       PIC  9(9)  VALUE ZERO.
             05  wc-appr-params          PIC  X(120) VALUE SPACE.
             05  wc-appr-summary         PIC  X(80) VALUE SPACE.
             05  wc-appr-reason          PIC  X(80) VALUE SPACE.
             05  wc-appr-required        PIC  X(1)  VALUE 'N'.
             05  wn-appr-expiry-days     PIC  9(3)  VALUE 3.
             05  wc-appr-stored-params   PIC  X(120) VALUE SPACE.
             05  wc-appr-status          PIC  X(1)  VALUE SPACE.
             05  wc-appr-expired         PIC  X(1)  VALUE 'N'.
             05  wn-appr-requested-by    PIC  9(9)  VALUE ZERO.
             05  wc-appr-requester-name  PIC  X(80) VALUE SPACE.
             05  wc-appr-approver-name   PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> G = go ahead and apply, Q = parked for approval,
       *> N = refused (the message has been shown)
       01  wc-appr-decision            PIC  X(1)  VALUE SPACE.
           88  is-appr-go                          VALUE 'G'.
           88  is-appr-queued                      VALUE 'Q'.
           88  is-appr-refused                     VALUE 'N'.
