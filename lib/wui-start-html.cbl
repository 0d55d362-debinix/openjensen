       *>
       *> display manadatory html page start
       *> 
       *> The page language is whatever the calling program left
       *> in the shared wc-ui-page-lang (see copy/ui-text-vars.cpy)
       *> - 'en' gives an English page, anything else Swedish.
       *> 
       *> Coder: BK 
       *>        
       IDENTIFICATION DIVISION.
        
       DATA DIVISION.
       working-storage section.      

       *> set by the caller from the user's language
       01  wc-ui-page-lang     PIC X(2) EXTERNAL.

       01  wc-html-lang        PIC X(2)  VALUE 'sv'.
       01  wc-menu-link-text   PIC X(20) VALUE 'Till huvudmenyn'.
        
       linkage section.
       01  wc-pagetitle        PIC X(20).   
       PROCEDURE DIVISION USING wc-pagetitle.
       000-start-html.
        
           IF wc-ui-page-lang = 'en'
               MOVE 'en' TO wc-html-lang
               MOVE 'Back to main menu' TO wc-menu-link-text
           ELSE
               MOVE 'sv' TO wc-html-lang
               MOVE 'Till huvudmenyn' TO wc-menu-link-text
           END-IF

           *> Always send out the Content-type before any other IO
           DISPLAY
            "<!DOCTYPE HTML PUBLIC "
            "-//W3C//DTD HTML 4.01 Transitional//EN "
            "http://www.w3.org/TR/html4/loose.dtd"
            ">"
            '<html lang="' wc-html-lang '">'
            "<head>"
            '<meta http-equiv="Content-Type"'
            'content="text/html; charset=utf-8">'	
            *> has a way back to the rest of the application and
            *> not just the browser's back button - same idea as
            *> listenv.cbl's "Back to main menu" link
            '<p><a href="../index.html">'
            FUNCTION TRIM(wc-menu-link-text)
            '</a></p>'
           END-DISPLAY

           EXIT PROGRAM
