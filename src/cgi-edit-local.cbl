       *> cgi-edit-local: fetches a single row from T_JLOKAL by
       *> Lokal_id, lets the name/floor/capacity be changed through
       *> the web form, and writes the change back with an UPDATE.
       *> The same form marks whether every booking of the room
       *> needs an ADMIN's approval (see cgi-approve-booking).
       *>
       *> Coder: BK
       *>
       01  wc-resurs-whiteboard    PIC  X(1) VALUE 'N'.
       01  wc-resurs-video         PIC  X(1) VALUE 'N'.

       *> 'J' if every booking of the room needs approval,
       *> loaded and overridden the same way as the flags above
       01  wc-kraver-godkannande   PIC  X(1) VALUE 'N'.

       *> the HTML "checked" attribute, built by B0260-render-edit-
       *> form from the three flags above so each checkbox <input>
       *> is still emitted as a single DISPLAY
           EXEC SQL
             DECLARE cursediteditlocal CURSOR FOR
                 SELECT Lokalnamn, Vaningsplan, Maxdeltagare,
                        Byggnad, Kraver_godkannande
                 FROM T_JLOKAL
                 WHERE Lokal_id = :jlokal-lokal-id
                   AND Jlokal_status = 'A'
           EXEC SQL
               FETCH cursediteditlocal
                   INTO :jlokal-lokalnamn, :jlokal-vaningsplan,
                        :jlokal-maxdeltagare, :jlokal-byggnad,
                        :jlokal-kraver-godkannande
           END-EXEC

           IF  SQLCODE = ZERO
               MOVE jlokal-vaningsplan  TO wc-vaningsplan
               MOVE jlokal-maxdeltagare TO wn-maxdeltagare
               MOVE jlokal-byggnad      TO wc-byggnad
               MOVE jlokal-kraver-godkannande
                                        TO wc-kraver-godkannande
           ELSE
               IF  SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
                   MOVE 'Y' TO wc-resurs-video
               END-IF

               MOVE 'N' TO wc-kraver-godkannande
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'kraver-godkannande' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE 'J' TO wc-kraver-godkannande
               END-IF

           END-IF

           .
           MOVE wc-lokalnamn TO jlokal-lokalnamn
           MOVE wc-vaningsplan TO jlokal-vaningsplan
           MOVE wn-maxdeltagare TO jlokal-maxdeltagare
           MOVE wc-kraver-godkannande TO jlokal-kraver-godkannande

           EXEC SQL
               UPDATE T_JLOKAL
                  SET Lokalnamn    = :jlokal-lokalnamn,
                      Vaningsplan  = :jlokal-vaningsplan,
                      Maxdeltagare = :jlokal-maxdeltagare,
                      Kraver_godkannande =
                                     :jlokal-kraver-godkannande
                  WHERE Lokal_id = :jlokal-lokal-id
           END-EXEC

                   " " FUNCTION TRIM(wc-checked-attr)
                   "> Videokonferens<br>"

           MOVE SPACE TO wc-checked-attr
           IF wc-kraver-godkannande = 'J'
               MOVE "checked" TO wc-checked-attr
           END-IF
           DISPLAY "<input type=""checkbox"" "
                   "name=""kraver-godkannande"""
                   " " FUNCTION TRIM(wc-checked-attr)
                   "> Bokningar kräver godkännande<br>"

           DISPLAY "<input type=""submit"" value=""Spara"">"
           DISPLAY "</form>"

