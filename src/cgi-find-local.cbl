       *> search already supplied one), so booking a 40-person
       *> video-conference session stops being trial and error.
       *>
       *> A room whose window is held only by a pending booking
       *> (awaiting approval, see cgi-approve-booking) is listed
       *> too, marked preliminary, with a form that queues the
       *> request on its waiting list in cgi-waitlist-local
       *> instead of the booking form -- the slot may yet come
       *> free if the booking is rejected.  A free room whose
       *> booking would need approval (the room is marked for it,
       *> or the headcount is above the threshold) says so, since
       *> cgi-book-local will save it as pending.
       *>
       *> A search that turns up no free room is recorded in
       *> T_JLOKAL_EFTERFRAGAN (see jlokal-efterfragan-insert) with
       *> the building, window, headcount and equipment asked for,
       *> for batch-unmet-demand to count.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.
            03  is-pending-overlap-switch           PIC X   VALUE 'N'.
                88  is-pending-overlap                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       *> how many rooms qualified, so an empty result says so
       *> instead of showing a bare table
       01  wn-found-count          PIC  9(4) VALUE ZERO.
       01  wn-pending-count        PIC  9(4) VALUE ZERO.

       *> the wanted window -- same shape the cgi-book-local form
       *> posts, because the hit links feed it straight back there
       COPY jlokal-log-vars.
       COPY jlokal-behorig-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-godkann-vars.
       COPY jlokal-efterfragan-vars.
       01  jlokal-overlap-count     PIC  9(4).
       01  jlokal-pending-count     PIC  9(4).
       01  wc-bokning-datum-sql     PIC  X(10).
       01  wc-krav-projektor-sql    PIC  X(1).
       01  wc-krav-whiteboard-sql   PIC  X(1).

           MOVE wc-bokning-datum TO wc-bokning-datum-sql

           *> the headcount threshold for approval, read once --
           *> same lookup jlokal-godkann-check makes per booking
           *> (an aggregate, so a missing row still gives zero)
           EXEC SQL
               SELECT COALESCE(MAX(Varde), 0)
                   INTO :jlokal-godkann-antal
                   FROM T_JLOKAL_PARAMETER
                   WHERE Parameter = 'GODKANN_ANTAL'
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                MOVE ZERO TO jlokal-godkann-antal
           END-IF

           DISPLAY "<table border=""1"">"

           DISPLAY "<tr>"
           DISPLAY "</table>"

           IF wn-found-count = ZERO
               IF wn-pending-count = ZERO
                   DISPLAY "<br> *** Ingen ledig lokal uppfyller "
                           "kraven ***"
               ELSE
                   DISPLAY "<br> *** Ingen ledig lokal uppfyller "
                           "kraven, bara preliminärt bokade ***"
               END-IF
               PERFORM B0280-record-no-room
           END-IF

           .

       *>**************************************************
       B0280-record-no-room.

           *> nothing free that fits -- the search itself is the
           *> demand we could not meet.  No room was refused, so
           *> Lokal_id stays zero and the building is the one asked
           *> for (blank for anywhere).  A room held only by a
           *> pending booking is not free either, so that case is
           *> recorded too.
           MOVE ZERO                  TO jlokal-eft-lokal-id
           MOVE FUNCTION UPPER-CASE (jlokal-byggnad)
                                      TO jlokal-eft-byggnad
           MOVE jlokal-bokning-start  TO jlokal-eft-start
           MOVE jlokal-bokning-slut   TO jlokal-eft-slut
           MOVE wn-bokning-antal      TO jlokal-eft-antal
           MOVE wc-krav-projektor     TO jlokal-eft-projektor
           MOVE wc-krav-whiteboard    TO jlokal-eft-whiteboard
           MOVE wc-krav-video         TO jlokal-eft-video
           MOVE 'INGEN LEDIG'         TO jlokal-eft-orsak
           MOVE 'cgi-find-local'      TO jlokal-eft-kalla

           PERFORM B0290-log-demand

           .

       *>**************************************************
       B0290-log-demand.

           *> requires the ending dot (and no extension)!
           COPY jlokal-efterfragan-insert.

           .

       *>**************************************************
       B0210-list-candidate-rows.

                          J.Vaningsplan, J.Maxdeltagare,
                          COALESCE(R.Projektor, 'N'),
                          COALESCE(R.Whiteboard, 'N'),
                          COALESCE(R.Videokonferens, 'N'),
                          J.Kraver_godkannande
                   FROM T_JLOKAL J
                   LEFT JOIN T_JLOKAL_RESURS R
                       ON R.Lokal_id = J.Lokal_id
                        :wc-row-byggnad-sql,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare,
                        :wc-row-projektor-sql, :wc-row-whiteboard-sql,
                        :wc-row-video-sql, :jlokal-kraver-godkannande
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF NOT is-overlap
                   PERFORM B0230-check-block-row
                   IF NOT is-blocked
                       IF is-pending-overlap
                           ADD 1 TO wn-pending-count
                       ELSE
                           ADD 1 TO wn-found-count
                       END-IF
                       PERFORM B0240-display-row
                   END-IF
               END-IF
                            :wc-row-byggnad-sql,
                            :jlokal-vaningsplan, :jlokal-maxdeltagare,
                            :wc-row-projektor-sql,
                            :wc-row-whiteboard-sql, :wc-row-video-sql,
                            :jlokal-kraver-godkannande
               END-EXEC
           END-PERFORM

           *> same overlap rule B0230-check-overlap in
           *> cgi-book-local applies -- a room with any active
           *> booking sharing an instant of the wanted window is
           *> not free.  Pending bookings are counted apart: held
           *> only by those, the room is shown as preliminary.
           MOVE 'N' TO is-overlap-switch
           MOVE 'N' TO is-pending-overlap-switch
           MOVE jlokal-lokal-id TO jlokal-bokning-lokalid

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN Bokning_status = 'A'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN Bokning_status = 'P'
                                        THEN 1 ELSE 0 END), 0)
                   INTO :jlokal-overlap-count, :jlokal-pending-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-bokning-lokalid
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC
           ELSE
                IF jlokal-overlap-count NOT = ZERO
                    SET is-overlap TO TRUE
                ELSE
                    IF jlokal-pending-count NOT = ZERO
                        SET is-pending-overlap TO TRUE
                    END-IF
                END-IF
           END-IF

           DISPLAY "<td>" wc-row-whiteboard "</td>"
           DISPLAY "<td>" wc-row-video "</td>"

           IF is-pending-overlap
               PERFORM B0245-display-queue-form
           ELSE
               PERFORM B0242-display-book-form
           END-IF

           DISPLAY "</tr>"

           .

       *>**************************************************
       B0242-display-book-form.

           *> a per-hit form POSTs the whole search into
           *> cgi-book-local -- room, date, window, and headcount
           *> hidden, plus the kurs/bokare name that program
                   "value=""" FUNCTION TRIM(wc-html-out) """>"

           DISPLAY "<input type=""submit"" value=""Boka"">"
           DISPLAY "</form>"

           *> cgi-book-local will save this one pending -- see
           *> jlokal-godkann-check
           IF jlokal-kraver-godkannande = 'J'
               OR (jlokal-godkann-antal > ZERO
                   AND wn-bokning-antal > jlokal-godkann-antal)
               DISPLAY "<br>Kräver godkännande"
           END-IF

           DISPLAY "</td>"

           .

       *>**************************************************
       B0245-display-queue-form.

           *> held by a pending booking only -- the request can be
           *> queued behind it, with the same fields cgi-book-local's
           *> B0235-offer-waitlist posts
           DISPLAY "<td>Preliminärt bokad"
           DISPLAY "<form method=""post"" "
                   "action=""cgi-waitlist-local"">"
           DISPLAY "<input type=""hidden"" name=""atgard"" "
                   "value=""KOA"">"
           DISPLAY "<input type=""hidden"" name=""lokal-id"" "
                   "value=""" jlokal-lokal-id """>"
           DISPLAY "<input type=""hidden"" name=""bokning-datum"" "
                   "value=""" wc-bokning-datum """>"
           DISPLAY "<input type=""hidden"" "
                   "name=""bokning-start-tid"" "
                   "value=""" wc-bokning-start-tid """>"
           DISPLAY "<input type=""hidden"" "
                   "name=""bokning-slut-tid"" "
                   "value=""" wc-bokning-slut-tid """>"
           DISPLAY "<input type=""hidden"" name=""bokning-antal"" "
                   "value=""" wn-bokning-antal """>"

           MOVE wc-bokning-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<input type=""text"" name=""bokning-namn"" "
                   "value=""" FUNCTION TRIM(wc-html-out) """>"

           DISPLAY "<input type=""checkbox"" name=""auto-boka"" "
                   "value=""J""> Boka direkt när tiden blir ledig"
           DISPLAY "<input type=""submit"" value=""Ställ i kö"">"
           DISPLAY "</form></td>"

           .

