        *>
        *> Copybook ui-text-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Fields for the shared page-text routines - include once
        *> in WORKING-STORAGE of any CGI program that draws its
        *> title, headings and messages from tbl_ui_text.
        *> get-ui-language.cpy finds the caller's language from
        *> the session token; get-ui-text.cpy replaces the
        *> Swedish text the program placed in wc-ui-text with the
        *> text on file for wc-ui-key in that language.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  ui-text-rec-vars.
           05  wc-ui-lang              PIC  X(2)  VALUE 'sv'.
           05  wc-ui-key               PIC  X(40) VALUE SPACE.
           05  wc-ui-text              PIC  X(80) VALUE SPACE.
           05  wc-ui-found-text        PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> read by wui-start-html for the page's lang attribute
       *> and its own link texts - anything but 'en' is Swedish
       01  wc-ui-page-lang             PIC  X(2)  EXTERNAL.

       *> Y once wui-start-html has been called
       01  wc-ui-page-started          PIC  X(1)  VALUE 'N'.
