       *> lokalnamn, vaningsplan, maxdeltagare, byggnad -- blank
       *> byggnad means the original building), one record per room,
       *> instead of submitting the cgi-add-local web form by hand
       *> for each one.  A room loaded this way never requires
       *> approval; an ADMIN marks it in cgi-edit-local.
       *>
       *> Writes a run row to T_JLOKAL_KORNING at start and end
       *> (B0150-start-run-log / C0150-end-run-log), checkpointing
           MOVE wn-maxdeltagare TO jlokal-maxdeltagare
           MOVE 'A' TO jlokal-status
           MOVE wc-byggnad TO jlokal-byggnad
           MOVE 'N' TO jlokal-kraver-godkannande

           EXEC SQL
               INSERT INTO T_JLOKAL
               VALUES (:jlokal-lokal-id, :jlokal-lokalnamn,
                       :jlokal-vaningsplan, :jlokal-maxdeltagare,
                       :jlokal-status, :jlokal-byggnad,
                       :jlokal-kraver-godkannande)
           END-EXEC

           IF  SQLCODE NOT = ZERO
