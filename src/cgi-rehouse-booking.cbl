       *>
       *> cgi-rehouse-booking: lists the rehousing suggestions
       *> batch-displaced-bookings left in T_JLOKAL_FORSLAG -- every
       *> future booking whose room was retired, blocked or shrunk,
       *> with up to three free rooms in the same building -- and
       *> lets an ADMIN accept one.  Accepting (atgard FLYTTA with
       *> bokning-id and the suggested lokal-id) moves the booking
       *> into that room the way cgi-change-booking moves one: the
       *> room is re-checked first, because the suggestion is from
       *> last night -- it must still be active and big enough, not
       *> blocked on the date (B0225-check-block in cgi-book-local)
       *> and free in the window (its B0230-check-overlap) -- and
       *> one FLYTTA row goes to T_JLOKAL_BOKNING_LOG.  The
       *> booking's suggestions are then removed, so it drops off
       *> the list.  A blank atgard just lists, so the form can be
       *> submitted in two steps the way cgi-change-booking works.
       *> A booking still pending approval is moved the same way
       *> and stays pending.
       *>
       *> The window the move frees in the old room is then offered
       *> to that room's waiting list (see cgi-waitlist-local) by
       *> B0280-promote-waitlist, the way cgi-change-booking offers
       *> the window a move or cancel frees.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. cgi-rehouse-booking.
       *>**************************************************
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-booking-found-switch             PIC X   VALUE 'N'.
                88  is-booking-found                        VALUE 'Y'.
            03  is-suggestion-found-switch          PIC X   VALUE 'N'.
                88  is-suggestion-found                     VALUE 'Y'.
            03  is-room-found-switch                PIC X   VALUE 'N'.
                88  is-room-found                           VALUE 'Y'.
            03  is-overlap-switch                   PIC X   VALUE 'N'.
                88  is-overlap                              VALUE 'Y'.
            03  is-blocked-switch                   PIC X   VALUE 'N'.
                88  is-blocked                              VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-log-done-switch                  PIC X   VALUE 'N'.
                88  is-log-done                             VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.
            03  is-ko-found-switch                  PIC X   VALUE 'N'.
                88  is-ko-found                             VALUE 'Y'.
            03  is-ko-booked-switch                 PIC X   VALUE 'N'.
                88  is-ko-booked                            VALUE 'Y'.
            03  is-approval-needed-switch           PIC X   VALUE 'N'.
                88  is-approval-needed                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Omplacera bokning'.

       *> the role this screen requires -- see A0120-check-access
       01  wc-behorig-krav         PIC X(10) VALUE 'ADMIN'.

       *> which change was asked for -- blank just lists the
       *> suggestions (find first, then act)
       01  wc-atgard               PIC X(10)  VALUE SPACE.
           88  is-known-atgard     VALUE 'FLYTTA' SPACE.
           88  is-atgard-flytta    VALUE 'FLYTTA'.

       *> the booking to move and the suggested room to move it to
       01  wn-sok-bokning-id       PIC  9(5)  VALUE ZERO.
       01  wn-ny-lokal-id          PIC  9(4)  VALUE ZERO.

       *> the booking's headcount, against the new room's capacity
       01  wn-room-maxdeltagare    PIC  9(4)  VALUE ZERO.

       *> control break on the suggestion list: a booking's own
       *> row is printed once, above its suggestions
       01  wn-prev-bokning-id      PIC  9(5)  VALUE ZERO.

       *> scratch fields for Z0200-html-escape
       COPY jlokal-html-vars.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-log-vars.
       COPY jlokal-behorig-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-ko-vars.
       COPY jlokal-godkann-vars.
       01  jlokal-overlap-count     PIC  9(4).
       01  wc-bokning-datum-sql     PIC  X(10).
       01  jlokal-forslag-nr        PIC  9(1).
       01  jlokal-forslag-lokal-id  PIC  9(4).
       01  jlokal-forslag-count     PIC  9(4).
       01  wc-forslag-orsak         PIC  X(10).
       01  wc-gammal-lokalnamn      PIC  X(40).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           PERFORM A0100-init

           IF is-valid-init
                PERFORM B0100-connect
                IF is-db-connected
                    PERFORM A0120-check-access
                    IF is-access-granted
                        PERFORM B0200-rehouse-booking
                    END-IF
                    PERFORM B0300-disconnect
                END-IF
           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               SET is-valid-init TO TRUE

               *>  requested change, blank means just list
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'atgard' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-atgard

               IF NOT is-known-atgard
                   DISPLAY "<br> *** Okänd åtgärd, ange FLYTTA ***"
                   MOVE 'N' TO is-valid-init-switch
               END-IF

               IF is-atgard-flytta
                   *>  the booking to move
                   MOVE ZERO TO wn-rtn-code
                   MOVE SPACE TO wc-post-value
                   MOVE 'bokning-id' TO wc-post-name
                   CALL 'get-post-value' USING wn-rtn-code
                                               wc-post-name
                                               wc-post-value

                   IF wc-post-value = SPACE
                       OR wc-post-value NOT NUMERIC
                       DISPLAY "<br> *** Saknar bokning-id ***"
                       MOVE 'N' TO is-valid-init-switch
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-post-value)
                                             TO wn-sok-bokning-id
                   END-IF

                   *>  the suggested room to move it to
                   MOVE ZERO TO wn-rtn-code
                   MOVE SPACE TO wc-post-value
                   MOVE 'lokal-id' TO wc-post-name
                   CALL 'get-post-value' USING wn-rtn-code
                                               wc-post-name
                                               wc-post-value

                   IF wc-post-value = SPACE
                       OR wc-post-value NOT NUMERIC
                       DISPLAY "<br> *** Saknar lokal-id ***"
                       MOVE 'N' TO is-valid-init-switch
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-post-value)
                                             TO wn-ny-lokal-id
                   END-IF
               END-IF

           END-IF

           .

       *>**************************************************
       A0120-check-access.

           *> requires the ending dot (and no extension)!
           COPY jlokal-behorig-check.

           .

       *>**************************************************
       B0100-connect.

           *>  connect
           MOVE  "openjensen"    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           MOVE  SPACE           TO   wc-passwd

           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                                 USING :wc-database
           END-EXEC

           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
           END-IF

           .

       *>**************************************************
       B0200-rehouse-booking.

           IF is-atgard-flytta
               PERFORM B0210-fetch-booking

               IF is-booking-found
                   PERFORM B0215-check-suggestion

                   IF is-suggestion-found
                       PERFORM B0220-move-booking
                   ELSE
                       DISPLAY "<br> *** Lokalen är inget förslag "
                               "för denna bokning ***"
                   END-IF
               ELSE
                   DISPLAY "<br> *** Okänd eller redan avbokad "
                           "bokning ***"
               END-IF
           END-IF

           PERFORM B0260-list-suggestions

           .

       *>**************************************************
       B0210-fetch-booking.

           *> only an active booking can be moved, same rule
           *> cgi-change-booking's B0210-fetch-booking applies
           MOVE wn-sok-bokning-id TO jlokal-bokning-id

           EXEC SQL
               SELECT Lokal_id, Start_ts, Slut_ts,
                      Antal_deltagare, Bokad_av
                   INTO :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn
                   FROM T_JLOKAL_BOKNING
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Bokning_status IN ('A', 'P')
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   SET is-booking-found TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0215-check-suggestion.

           *> only a room the nightly job actually suggested for
           *> this booking can be accepted here -- moving a booking
           *> anywhere else is cgi-change-booking's business
           MOVE wn-ny-lokal-id TO jlokal-forslag-lokal-id

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-forslag-count
                   FROM T_JLOKAL_FORSLAG
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Lokal_id = :jlokal-forslag-lokal-id
                     AND Lokal_id NOT = 0
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                IF jlokal-forslag-count NOT = ZERO
                    SET is-suggestion-found TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-move-booking.

           PERFORM B0225-fetch-new-local

           IF is-room-found
               IF jlokal-bokning-antal > wn-room-maxdeltagare
                   DISPLAY "<br> *** Antal deltagare överstiger "
                           "lokalens maxantal ***"
               ELSE
                   PERFORM B0230-check-block

                   IF is-blocked
                       DISPLAY "<br> *** Lokalen är spärrad "
                               "denna dag ***"
                   ELSE
                       PERFORM B0235-check-overlap

                       IF is-overlap
                           DISPLAY "<br> *** Lokalen är redan "
                                   "bokad under denna tid ***"
                       ELSE
                           PERFORM B0240-update-local
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "<br> *** Okänd lokal ***"
           END-IF

           .

       *>**************************************************
       B0225-fetch-new-local.

           *> the suggested room must still be active -- it may
           *> have been retired since the suggestion was made
           MOVE wn-ny-lokal-id TO jlokal-lokal-id

           EXEC SQL
               SELECT Maxdeltagare INTO :wn-room-maxdeltagare
                   FROM T_JLOKAL
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Jlokal_status = 'A'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   SET is-room-found TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0230-check-block.

           *> same block-out rule B0225-check-block in
           *> cgi-book-local applies, on the booking's own date
           MOVE jlokal-bokning-start(1:10) TO wc-bokning-datum-sql

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-sparr-count
                   FROM T_JLOKAL_SPARR
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Sparr_status = 'A'
                     AND Fran_datum <= :wc-bokning-datum-sql
                     AND Till_datum >= :wc-bokning-datum-sql
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                IF jlokal-sparr-count NOT = ZERO
                    SET is-blocked TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0235-check-overlap.

           *> same overlap rule B0230-check-overlap in
           *> cgi-book-local applies, in the new room and the
           *> booking's unchanged window
           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-overlap-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Bokning_id NOT = :jlokal-bokning-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                IF jlokal-overlap-count NOT = ZERO
                    SET is-overlap TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0240-update-local.

           *> the window the move frees in the old room, still as
           *> B0210-fetch-booking read it
           MOVE jlokal-bokning-lokalid TO jlokal-ko-fri-lokal-id
           MOVE jlokal-bokning-start   TO jlokal-ko-fri-start
           MOVE jlokal-bokning-slut    TO jlokal-ko-fri-slut

           EXEC SQL
               UPDATE T_JLOKAL_BOKNING
                  SET Lokal_id = :jlokal-lokal-id
                  WHERE Bokning_id = :jlokal-bokning-id
                    AND Bokning_status IN ('A', 'P')
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'FLYTTA' TO wc-log-action
                PERFORM B0250-log-booking-change
                IF is-log-done
                     PERFORM B0245-remove-suggestions
                     IF is-log-done
                         PERFORM B0270-commit-work
                         DISPLAY "<br> *** Bokning flyttad till "
                                 "lokal " jlokal-lokal-id " ***"
                         PERFORM B0280-promote-waitlist
                     END-IF
                END-IF
           END-IF

           .

       *>**************************************************
       B0245-remove-suggestions.

           *> the booking is housed again -- its suggestions go, in
           *> the same unit of work as the move
           EXEC SQL
               DELETE FROM T_JLOKAL_FORSLAG
                   WHERE Bokning_id = :jlokal-bokning-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                MOVE 'N' TO is-log-done-switch
           END-IF

           .

       *>**************************************************
       B0250-log-booking-change.

           *> audit trail -- who moved this booking, and when.
           COPY jlokal-bokning-log-insert.

           .

       *>**************************************************
       B0260-list-suggestions.

           *> every suggestion for a booking that is still active,
           *> the booking's row first, then one row per suggested
           *> room with its accept button -- Forslag_nr 0 is a
           *> booking the nightly job found no free room for
           EXEC SQL
               DECLARE cursrehouse CURSOR FOR
                   SELECT F.Bokning_id, F.Forslag_nr, F.Lokal_id,
                          F.Orsak, B.Start_ts, B.Slut_ts,
                          B.Antal_deltagare, B.Bokad_av,
                          G.Lokalnamn,
                          COALESCE(J.Lokalnamn, ' '),
                          COALESCE(J.Vaningsplan, ' '),
                          COALESCE(J.Maxdeltagare, 0)
                   FROM T_JLOKAL_FORSLAG F
                   JOIN T_JLOKAL_BOKNING B
                       ON B.Bokning_id = F.Bokning_id
                   JOIN T_JLOKAL G
                       ON G.Lokal_id = B.Lokal_id
                   LEFT JOIN T_JLOKAL J
                       ON J.Lokal_id = F.Lokal_id
                   WHERE B.Bokning_status IN ('A', 'P')
                   ORDER BY B.Start_ts, F.Bokning_id, F.Forslag_nr
           END-EXEC

           EXEC SQL
               OPEN cursrehouse
           END-EXEC

           DISPLAY "<table border=""1"">"

           DISPLAY "<tr>"
           DISPLAY "<th>Bokning</th><th>Start</th><th>Slut</th>"
                   "<th>Antal</th><th>Bokad av</th>"
                   "<th>Nuvarande lokal</th><th>Orsak</th>"
                   "<th>Förslag</th><th>Våningsplan</th>"
                   "<th>Max deltagare</th><th>Flytta</th>"
           DISPLAY "</tr>"

           EXEC SQL
               FETCH cursrehouse
                   INTO :jlokal-bokning-id, :jlokal-forslag-nr,
                        :jlokal-forslag-lokal-id, :wc-forslag-orsak,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :wc-gammal-lokalnamn,
                        :jlokal-lokalnamn, :jlokal-vaningsplan,
                        :jlokal-maxdeltagare
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0265-display-suggestion-row

               EXEC SQL
                   FETCH cursrehouse
                       INTO :jlokal-bokning-id, :jlokal-forslag-nr,
                            :jlokal-forslag-lokal-id,
                            :wc-forslag-orsak,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :wc-gammal-lokalnamn,
                            :jlokal-lokalnamn, :jlokal-vaningsplan,
                            :jlokal-maxdeltagare
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursrehouse
           END-EXEC

           DISPLAY "</table>"

           IF wn-prev-bokning-id = ZERO
               DISPLAY "<br> *** Inga bokningar behöver "
                       "omplaceras ***"
           END-IF

           .

       *>**************************************************
       B0265-display-suggestion-row.

           DISPLAY "<tr>"

           *> the booking's own columns only on its first row
           IF jlokal-bokning-id NOT = wn-prev-bokning-id
               MOVE jlokal-bokning-id TO wn-prev-bokning-id

               DISPLAY "<td>" jlokal-bokning-id "</td>"
               DISPLAY "<td>" jlokal-bokning-start "</td>"
               DISPLAY "<td>" jlokal-bokning-slut "</td>"
               DISPLAY "<td>" jlokal-bokning-antal "</td>"

               MOVE jlokal-bokning-namn TO wc-html-in
               PERFORM Z0200-html-escape
               DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

               MOVE wc-gammal-lokalnamn TO wc-html-in
               PERFORM Z0200-html-escape
               DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

               DISPLAY "<td>" wc-forslag-orsak "</td>"
           ELSE
               DISPLAY "<td></td><td></td><td></td><td></td>"
                       "<td></td><td></td><td></td>"
           END-IF

           IF jlokal-forslag-lokal-id = ZERO
               DISPLAY "<td colspan=""4"">Ingen ledig lokal i "
                       "byggnaden -- flytta för hand</td>"
           ELSE
               MOVE jlokal-lokalnamn TO wc-html-in
               PERFORM Z0200-html-escape
               DISPLAY "<td>" jlokal-forslag-lokal-id " "
                       FUNCTION TRIM(wc-html-out) "</td>"

               MOVE jlokal-vaningsplan TO wc-html-in
               PERFORM Z0200-html-escape
               DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

               DISPLAY "<td>" jlokal-maxdeltagare "</td>"

               *> accepting POSTs straight back here with FLYTTA
               DISPLAY "<td><form method=""post"" "
                       "action=""cgi-rehouse-booking"">"
               DISPLAY "<input type=""hidden"" name=""atgard"" "
                       "value=""FLYTTA"">"
               DISPLAY "<input type=""hidden"" name=""bokning-id"" "
                       "value=""" jlokal-bokning-id """>"
               DISPLAY "<input type=""hidden"" name=""lokal-id"" "
                       "value=""" jlokal-forslag-lokal-id """>"
               DISPLAY "<input type=""submit"" value=""Flytta hit"">"
               DISPLAY "</form></td>"
           END-IF

           DISPLAY "</tr>"

           .

       *>**************************************************
       B0270-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       B0280-promote-waitlist.

           *> the freed window goes to the first waiting entry
           MOVE ZERO TO jlokal-ko-valt-id

           *> requires the ending dot (and no extension)!
           COPY jlokal-ko-promote.

           .

       *>**************************************************
       B0285-check-approval.

           *> requires the ending dot (and no extension)!
           COPY jlokal-godkann-check.

           .

       *>**************************************************
       Z0200-html-escape.

           *> requires the ending dot (and no extension)!
           COPY jlokal-html-escape.

           .

       *>**************************************************
       B0300-disconnect.

       *>  disconnect
           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       *> END PROGRAM
