           05  wc-bokningsbar      PIC  X(01) VALUE 'Y'.
           05  wc-godkannkrav      PIC  X(01) VALUE 'N'.
           05  wn-ort-id           PIC  9(4) VALUE ZERO.
           05  wc-elevbokning      PIC  X(01) VALUE 'N'.
           05  wc-lokaltyp         PIC  X(20) VALUE SPACE.

       *> existing table data
       01  wr-cur-rec-vars.
           05  wn-cur-maxdeltagare     PIC  9(4) VALUE ZERO.
           05  wc-cur-bokningsbar      PIC  X(01) VALUE 'Y'.
           05  wc-cur-godkannkrav      PIC  X(01) VALUE 'N'.
           05  wn-cur-ort-id           PIC  9(4) VALUE ZERO.
           05  wc-cur-elevbokning      PIC  X(01) VALUE 'N'.
           05  wc-cur-lokaltyp         PIC  X(20) VALUE SPACE.
           
           
       *> host variables used within EXEC SQL - END-EXEC 
           05  jlokal-bokningsbar   PIC  X(01).
           05  jlokal-godkannkrav   PIC  X(01).
           05  jlokal-ort-id        PIC  9(4).
           05  jlokal-elevbokning   PIC  X(01).
           05  jlokal-lokaltyp      PIC  X(20).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> only callers whose usertype holds the function may
       *> add or edit a local - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
                   MOVE 'N' TO wc-godkannkrav
               END-IF

               *> group room students may book themselves checkbox
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'local-student' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                            wc-post-name wc-post-value

               IF wc-post-value = 'on'
                   MOVE 'Y' TO wc-elevbokning
               ELSE
                   MOVE 'N' TO wc-elevbokning
               END-IF

               *> room type the hire price goes by (blank = keep)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'local-type' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                            wc-post-name wc-post-value

               MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-lokaltyp

               *> the room's home site (optional)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'N' TO wc-godkannkrav
           END-IF

           *> group room students may book themselves checkbox -
           *> defaults to staff only when not supplied, same as
           *> the column default
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'local-student' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                        wc-post-name wc-post-value

           IF wc-post-value = 'on'
               MOVE 'Y' TO wc-elevbokning
           ELSE
               MOVE 'N' TO wc-elevbokning
           END-IF

           *> room type the hire price goes by - defaults to
           *> KLASSRUM when not supplied, same as the column default
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'local-type' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                        wc-post-name wc-post-value

           IF wc-post-value = SPACE
               MOVE 'KLASSRUM' TO wc-lokaltyp
           ELSE
               MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-lokaltyp
           END-IF

           *> the room's home site (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE wc-bokningsbar TO jlokal-bokningsbar
           MOVE wc-godkannkrav TO jlokal-godkannkrav
           MOVE wn-ort-id TO jlokal-ort-id
           MOVE wc-elevbokning TO jlokal-elevbokning
           MOVE wc-lokaltyp TO jlokal-lokaltyp

           *> get current timestamp
           EXEC SQL
               INSERT INTO T_JLOKAL
               (Lokal_id, Lokalnamn, Vaningsplan, Maxdeltagare,
                Bokningsbar, Senast_andrad, ort_id,
                Godkannandekrav, Elevbokningsbar, Lokaltyp)
               VALUES (:jlokal-lokal-id, :jlokal-lokalnamn,
                       :jlokal-vaningsplan, :jlokal-maxdeltagare,
                       :jlokal-bokningsbar, :jlokal-senast-andrad,
                       :jlokal-ort-id, :jlokal-godkannkrav,
                       :jlokal-elevbokning, :jlokal-lokaltyp)
           END-EXEC
            
           IF  SQLCODE NOT = ZERO
           EXEC SQL
             DECLARE curseditlocal CURSOR FOR
                 SELECT Lokal_id, Lokalnamn, Vaningsplan, Maxdeltagare,
                        Bokningsbar, Godkannandekrav, ort_id,
                        Elevbokningsbar, Lokaltyp
                 FROM T_JLOKAL
           END-EXEC

               FETCH curseditlocal
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare,
                        :jlokal-bokningsbar, :jlokal-godkannkrav,
                        :jlokal-ort-id, :jlokal-elevbokning,
                        :jlokal-lokaltyp
           END-EXEC
           
           PERFORM UNTIL SQLCODE NOT = ZERO
                   FETCH curseditlocal
                       INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                            :jlokal-vaningsplan, :jlokal-maxdeltagare,
                            :jlokal-bokningsbar, :jlokal-godkannkrav,
                            :jlokal-ort-id, :jlokal-elevbokning,
                            :jlokal-lokaltyp
               END-EXEC
              
           END-PERFORM
               MOVE wc-cur-godkannkrav TO jlokal-godkannkrav
           END-IF

           IF wc-elevbokning NOT = wc-cur-elevbokning
               MOVE wc-elevbokning TO jlokal-elevbokning
           ELSE
               MOVE wc-cur-elevbokning TO jlokal-elevbokning
           END-IF

           IF wc-lokaltyp NOT = SPACE
               MOVE wc-lokaltyp TO jlokal-lokaltyp
           ELSE
               MOVE wc-cur-lokaltyp TO jlokal-lokaltyp
           END-IF

           MOVE wn-ort-id TO jlokal-ort-id


                       Maxdeltagare = :jlokal-maxdeltagare,
                       Bokningsbar = :jlokal-bokningsbar,
                       Godkannandekrav = :jlokal-godkannkrav,
                       Elevbokningsbar = :jlokal-elevbokning,
                       Lokaltyp = :jlokal-lokaltyp,
                       Senast_andrad = :jlokal-senast-andrad,
                       ort_id = :jlokal-ort-id
               WHERE Lokal_id = :jlokal-lokal-id
