       01  wc-resurs-whiteboard    PIC  X(1) VALUE 'N'.
       01  wc-resurs-video         PIC  X(1) VALUE 'N'.

       *> 'J' if every booking of the room needs an ADMIN's
       *> approval (see jlokal-godkann-check), 'N' otherwise
       01  wc-kraver-godkannande   PIC  X(1) VALUE 'N'.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
                   MOVE 'Y' TO wc-resurs-video
               END-IF

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
           MOVE wn-maxdeltagare TO jlokal-maxdeltagare
           MOVE 'A' TO jlokal-status
           MOVE wc-byggnad TO jlokal-byggnad
           MOVE wc-kraver-godkannande TO jlokal-kraver-godkannande

           EXEC SQL
               INSERT INTO T_JLOKAL
               VALUES (:jlokal-lokal-id, :jlokal-lokalnamn,
                       :jlokal-vaningsplan, :jlokal-maxdeltagare,
                       :jlokal-status, :jlokal-byggnad,
                       :jlokal-kraver-godkannande)
           END-EXEC

           IF  SQLCODE NOT = ZERO
