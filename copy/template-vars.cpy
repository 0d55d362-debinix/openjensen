        *>
        *> Copybook template-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Fields for the shared fill-template routine - include
        *> once in WORKING-STORAGE of any program that builds a
        *> mail, SMS or notification from tbl_message_template.
        *> The program sets the template key, the recipient's
        *> language and the placeholder values it has, then
        *> comes back with the finished subject and body and the
        *> version they were built from.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  template-rec-vars.
           05  wc-tpl-key              PIC  X(30) VALUE SPACE.
           05  wc-tpl-lang             PIC  X(2)  VALUE 'sv'.
           05  wn-tpl-want-version     PIC  9(9)  VALUE ZERO.
           05  wn-tpl-version          PIC  9(9)  VALUE ZERO.
           05  wc-tpl-subject          PIC  X(80) VALUE SPACE.
           05  wc-tpl-body             PIC  X(240) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the placeholder values - {namn} {kurs} {datum}
       *> {belopp} {antal} {antal2} {kod} {text}
       01  template-values.
           05  wc-tpl-name             PIC  X(80) VALUE SPACE.
           05  wc-tpl-course           PIC  X(40) VALUE SPACE.
           05  wc-tpl-date             PIC  X(10) VALUE SPACE.
           05  wn-tpl-amount           PIC  Z(8)9 VALUE ZERO.
           05  wn-tpl-count            PIC  Z(8)9 VALUE ZERO.
           05  wn-tpl-count2           PIC  Z(8)9 VALUE ZERO.
           05  wc-tpl-code             PIC  X(32) VALUE SPACE.
           05  wc-tpl-text             PIC  X(200) VALUE SPACE.

       *> Y when a template was found and filled in
       01  wc-tpl-found-flag           PIC  X(1)  VALUE 'N'.

       01  template-work.
           05  wc-tpl-source           PIC  X(240) VALUE SPACE.
           05  wc-tpl-result           PIC  X(240) VALUE SPACE.
           05  wc-tpl-value            PIC  X(200) VALUE SPACE.
           05  wn-tpl-pass             PIC  9(1)  VALUE ZERO.
           05  wn-tpl-src-len          PIC  9(3)  VALUE ZERO.
           05  wn-tpl-idx              PIC  9(3)  VALUE ZERO.
           05  wn-tpl-out              PIC  9(3)  VALUE ZERO.
           05  wn-tpl-tok-len          PIC  9(3)  VALUE ZERO.
           05  wn-tpl-close            PIC  9(3)  VALUE ZERO.
           05  wn-tpl-val-len          PIC  9(3)  VALUE ZERO.
