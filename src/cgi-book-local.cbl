       *> block-out period set by cgi-block-local (a room under
       *> repair is not retired, it is just not available).
       *>
       *> Given a last date (serie-till) and the weekdays ticked,
       *> the same request books a whole series instead: one
       *> T_JLOKAL_SERIE row, and one booking per matching date
       *> from bokning-datum through serie-till, each run through
       *> the same capacity, block and overlap checks as a single
       *> booking and tagged with the series' Serie_id.  A refused
       *> date does not stop the rest; the page lists every date
       *> with what happened to it.  cgi-change-booking can later
       *> act on one occurrence, the later ones, or the whole
       *> series.
       *>
       *> A single booking refused because the window is taken
       *> comes back with a form that queues the same request on
       *> the room's waiting list in cgi-waitlist-local, to be
       *> booked (or flagged) when cgi-change-booking frees the
       *> slot.
       *>
       *> A room marked as requiring approval, or a headcount above
       *> the site-wide threshold, saves the booking pending ('P')
       *> instead of active (see jlokal-godkann-check) until an
       *> ADMIN decides it in cgi-approve-booking.  A pending
       *> booking already holds its slot, so the overlap check
       *> counts it the same as an active one.
       *>
       *> Every refusal for capacity, overlap or block-out --
       *> single booking or one date of a series -- is recorded in
       *> T_JLOKAL_EFTERFRAGAN (see jlokal-efterfragan-insert) for
       *> batch-unmet-demand to count.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
                88  is-insert-done                          VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.
            03  is-series-booking-switch            PIC X   VALUE 'N'.
                88  is-series-booking                       VALUE 'Y'.
            03  is-series-saved-switch              PIC X   VALUE 'N'.
                88  is-series-saved                         VALUE 'Y'.
            03  is-approval-needed-switch           PIC X   VALUE 'N'.
                88  is-approval-needed                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       *> booking form data
       COPY jlokal-bokning-wrk-vars.

       *> series form data -- the last date, and the weekdays ticked,
       *> Monday first: 'J' for a day the series meets.  Monday
       *> first is the order FUNCTION INTEGER-OF-DATE's day serials
       *> run in (day 1, 1601-01-01, was a Monday), so
       *> MOD(serial - 1, 7) + 1 indexes this table directly
       01  wc-serie-till           PIC  X(10) VALUE SPACE.
       01  wc-veckodagar           PIC  X(7)  VALUE 'NNNNNNN'.
       01  wr-veckodagar REDEFINES wc-veckodagar.
           05  wc-veckodag         PIC  X(1)  OCCURS 7.
       01  wn-veckodag-idx         PIC  9(1)  VALUE ZERO.

       *> a series may span at most a year -- a typo in the last
       *> date should not book a room for a decade
       01  wn-serie-max-dagar      PIC  9(3)  VALUE 366.

       *> day serials for the series walk, same scheme
       *> batch-room-utilization's A0110-count-period-days uses
       01  wn-date-ymd             PIC  9(8)  VALUE ZERO.
       01  wc-date-ymd REDEFINES wn-date-ymd
                                   PIC  X(8).
       01  wn-serial-fran          PIC  9(7)  VALUE ZERO.
       01  wn-serial-till          PIC  9(7)  VALUE ZERO.
       01  wn-serial-dag           PIC  9(7)  VALUE ZERO.

       *> per-date outcome and the series totals
       01  wc-serie-resultat       PIC  X(40) VALUE SPACE.
       01  wn-serie-bokade         PIC  9(4)  VALUE ZERO.
       01  wn-serie-nekade         PIC  9(4)  VALUE ZERO.

       *> scratch fields for Z0200-html-escape
       COPY jlokal-html-vars.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       COPY jlokal-log-vars.
       COPY jlokal-behorig-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-godkann-vars.
       COPY jlokal-efterfragan-vars.
       01  jlokal-overlap-count     PIC  9(4).
       01  wc-bokning-datum-sql     PIC  X(10).
       01  jlokal-serie-id          PIC  9(5)  VALUE ZERO.
       01  jlokal-serie-veckodagar  PIC  X(7).
       01  jlokal-serie-start-tid   PIC  X(5).
       01  jlokal-serie-slut-tid    PIC  X(5).
       01  jlokal-serie-fran        PIC  X(10).
       01  jlokal-serie-till        PIC  X(10).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

                IF is-db-connected
                    PERFORM A0120-check-access
                    IF is-access-granted
                        IF is-series-booking
                            PERFORM B0400-book-series
                        ELSE
                            PERFORM B0200-book-local
                        END-IF
                    END-IF
                    PERFORM B0300-disconnect
                END-IF
                   MOVE wc-post-value TO wc-bokning-namn
               END-IF

               PERFORM A0110-read-series

           END-IF

           .

       *>**************************************************
       A0110-read-series.

           *> a last date turns the request into a series; without
           *> one this stays the plain single booking
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'serie-till' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF wc-post-value(5:1) NOT = '-'
                   OR wc-post-value(8:1) NOT = '-'
                   DISPLAY "<br> *** Ogiltigt slutdatum för "
                           "serien, använd ÅÅÅÅ-MM-DD ***"
                   MOVE 'N' TO is-valid-init-switch
               ELSE
                   MOVE wc-post-value(1:10) TO wc-serie-till
                   SET is-series-booking TO TRUE
               END-IF
           END-IF

           IF is-series-booking
               *>  weekday checkboxes veckodag-1 (Monday) through
               *>  veckodag-7 (Sunday), ticked when posted non-blank
               PERFORM VARYING wn-veckodag-idx FROM 1 BY 1
                       UNTIL wn-veckodag-idx > 7

                   MOVE ZERO TO wn-rtn-code
                   MOVE SPACE TO wc-post-value
                   MOVE SPACE TO wc-post-name
                   STRING 'veckodag-'          DELIMITED BY SIZE
                          wn-veckodag-idx      DELIMITED BY SIZE
                          INTO wc-post-name
                   CALL 'get-post-value' USING wn-rtn-code
                                               wc-post-name
                                               wc-post-value

                   IF wc-post-value NOT = SPACE
                       MOVE 'J' TO wc-veckodag(wn-veckodag-idx)
                   END-IF
               END-PERFORM
           END-IF

           IF is-series-booking AND is-valid-init
               PERFORM A0115-count-series-days
           END-IF

           .

       *>**************************************************
       A0115-count-series-days.

           *> first and last day serials of the series, endpoints
           *> included -- INTEGER-OF-DATE gives zero for a date that
           *> does not exist (2027-02-30), which is refused here
           MOVE SPACE TO wc-date-ymd
           STRING wc-bokning-datum(1:4) DELIMITED BY SIZE
                  wc-bokning-datum(6:2) DELIMITED BY SIZE
                  wc-bokning-datum(9:2) DELIMITED BY SIZE
                  INTO wc-date-ymd
           IF wc-date-ymd IS NUMERIC
               COMPUTE wn-serial-fran =
                   FUNCTION INTEGER-OF-DATE(wn-date-ymd)
           END-IF

           MOVE SPACE TO wc-date-ymd
           STRING wc-serie-till(1:4)    DELIMITED BY SIZE
                  wc-serie-till(6:2)    DELIMITED BY SIZE
                  wc-serie-till(9:2)    DELIMITED BY SIZE
                  INTO wc-date-ymd
           IF wc-date-ymd IS NUMERIC
               COMPUTE wn-serial-till =
                   FUNCTION INTEGER-OF-DATE(wn-date-ymd)
           END-IF

           EVALUATE TRUE
               WHEN wn-serial-fran = ZERO
                   OR wn-serial-till = ZERO
                   DISPLAY "<br> *** Ogiltigt datum i serien ***"
                   MOVE 'N' TO is-valid-init-switch
               WHEN wn-serial-till < wn-serial-fran
                   DISPLAY "<br> *** Seriens slutdatum måste vara "
                           "efter startdatum ***"
                   MOVE 'N' TO is-valid-init-switch
               WHEN wn-serial-till - wn-serial-fran
                                       > wn-serie-max-dagar
                   DISPLAY "<br> *** En serie får sträcka sig "
                           "högst ett år ***"
                   MOVE 'N' TO is-valid-init-switch
               WHEN OTHER
                   *> nothing ticked means "same day every week",
                   *> the weekday of the first date
                   IF wc-veckodagar = 'NNNNNNN'
                       COMPUTE wn-veckodag-idx =
                           FUNCTION MOD(wn-serial-fran - 1, 7) + 1
                       MOVE 'J' TO wc-veckodag(wn-veckodag-idx)
                   END-IF
           END-EVALUATE

           .

       *>**************************************************
                   IF is-blocked
                       DISPLAY "<br> *** Lokalen är spärrad "
                               "denna dag ***"
                       MOVE 'SPARRAD' TO jlokal-eft-orsak
                       PERFORM B0288-record-refusal
                   ELSE
                       PERFORM B0230-check-overlap

                       ELSE
                           DISPLAY "<br> *** Lokalen är redan bokad "
                                   "under denna tid ***"
                           MOVE 'UPPTAGEN' TO jlokal-eft-orsak
                           PERFORM B0288-record-refusal
                           PERFORM B0235-offer-waitlist
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "<br> *** Antal deltagare överstiger "
                           "lokalens maxantal ***"
                   MOVE 'KAPACITET' TO jlokal-eft-orsak
                   PERFORM B0288-record-refusal
               END-IF
           ELSE
               DISPLAY "<br> *** Okänd lokal ***"

           *> overlap: an existing booking's window and the
           *> requested window share any instant -- a booking
           *> cancelled via cgi-change-booking no longer blocks,
           *> one still pending approval does
           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-overlap-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC

           .

       *>**************************************************
       B0235-offer-waitlist.

           *> the refused request, hidden, POSTed as a waiting-list
           *> entry -- the same fields this program reads, so
           *> cgi-waitlist-local validates them the same way
           DISPLAY "<form method=""post"" "
                   "action=""cgi-waitlist-local"">"
           DISPLAY "<input type=""hidden"" name=""atgard"" "
                   "value=""KOA"">"
           DISPLAY "<input type=""hidden"" name=""lokal-id"" "
                   "value=""" wn-bokning-lokal-id """>"
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
           DISPLAY "<input type=""hidden"" name=""bokning-namn"" "
                   "value=""" FUNCTION TRIM(wc-html-out) """>"

           DISPLAY "<input type=""checkbox"" name=""auto-boka"" "
                   "value=""J""> Boka direkt när tiden blir ledig"
           DISPLAY "<input type=""submit"" value=""Ställ i kö"">"
           DISPLAY "</form>"

           .

       *>**************************************************
       B0240-get-new-booking-number.

           MOVE wn-bokning-lokal-id  TO jlokal-bokning-lokalid
           MOVE wn-bokning-antal     TO jlokal-bokning-antal
           MOVE wc-bokning-namn      TO jlokal-bokning-namn
           MOVE jlokal-serie-id      TO jlokal-bokning-serie-id

           *> 'A', or 'P' when the booking needs approval
           PERFORM B0285-check-approval

           EXEC SQL
               INSERT INTO T_JLOKAL_BOKNING
                   (Bokning_id, Lokal_id, Start_ts, Slut_ts,
                    Antal_deltagare, Bokad_av, Bokning_status,
                    Serie_id)
                   VALUES (:jlokal-bokning-id, :jlokal-bokning-lokalid,
                           :jlokal-bokning-start, :jlokal-bokning-slut,
                           :jlokal-bokning-antal, :jlokal-bokning-namn,
                           :jlokal-bokning-status,
                           :jlokal-bokning-serie-id)
           END-EXEC

           IF  SQLCODE NOT = ZERO
           ELSE
                SET is-insert-done TO TRUE
                PERFORM B0260-commit-work
                *> a series reports each date in its own table row
                IF NOT is-series-booking
                    IF is-approval-needed
                        DISPLAY "<br> *** Lokal preliminärt bokad, "
                                "väntar på godkännande ***"
                    ELSE
                        DISPLAY "<br> *** Lokal bokad ***"
                    END-IF
                END-IF
           END-IF

           .

           .

       *>**************************************************
       B0400-book-series.

           PERFORM B0210-fetch-local

           IF is-room-found
               PERFORM B0410-insert-series

               IF is-series-saved
                   DISPLAY "<table border=""1"">"

                   DISPLAY "<tr>"
                   DISPLAY "<th>Datum</th><th>Resultat</th>"
                   DISPLAY "</tr>"

                   PERFORM VARYING wn-serial-dag FROM wn-serial-fran
                           BY 1 UNTIL wn-serial-dag > wn-serial-till

                       COMPUTE wn-veckodag-idx =
                           FUNCTION MOD(wn-serial-dag - 1, 7) + 1

                       IF wc-veckodag(wn-veckodag-idx) = 'J'
                           PERFORM B0420-book-occurrence
                       END-IF
                   END-PERFORM

                   DISPLAY "</table>"

                   *> nothing got booked -- the series row would
                   *> only be an empty shell, so it goes again
                   IF wn-serie-bokade = ZERO
                       PERFORM B0415-delete-series
                       DISPLAY "<br> *** Inget datum i serien "
                               "kunde bokas ***"
                   ELSE
                       DISPLAY "<br> *** Serie " jlokal-serie-id
                               ": " wn-serie-bokade " bokade, "
                               wn-serie-nekade " nekade ***"
                   END-IF
               END-IF
           ELSE
               DISPLAY "<br> *** Okänd lokal ***"
           END-IF

           .

       *>**************************************************
       B0410-insert-series.

           MOVE ZERO TO wn-retry-count

           PERFORM B0411-get-new-series-number
           PERFORM B0412-attempt-insert-series

           *> same duplicate-key retry loop B0250-insert-booking
           *> uses for the booking id
           PERFORM UNTIL is-series-saved
               OR NOT is-duplicate-key
               OR wn-retry-count >= wn-max-retry

               ADD 1 TO wn-retry-count
               PERFORM B0411-get-new-series-number
               PERFORM B0412-attempt-insert-series
           END-PERFORM

           IF NOT is-series-saved AND is-duplicate-key
               DISPLAY "<br> *** Kunde inte spara serien efter "
                       "flera försök, försök igen ***"
           END-IF

           .

       *>**************************************************
       B0411-get-new-series-number.

           EXEC SQL
               SELECT COALESCE(MAX(Serie_id), 0)
                   INTO :jlokal-serie-id
                   FROM T_JLOKAL_SERIE
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           ADD 1 TO jlokal-serie-id

           .

       *>**************************************************
       B0412-attempt-insert-series.

           MOVE 'N' TO is-duplicate-key-switch

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-remote-user
           MOVE 'REMOTE_USER' TO wc-env-name
           CALL 'get-env-value' USING wn-rtn-code
                                      wc-env-name wc-remote-user

           MOVE wn-bokning-lokal-id  TO jlokal-lokal-id
           MOVE wc-veckodagar        TO jlokal-serie-veckodagar
           MOVE wc-bokning-start-tid TO jlokal-serie-start-tid
           MOVE wc-bokning-slut-tid  TO jlokal-serie-slut-tid
           MOVE wc-bokning-datum     TO jlokal-serie-fran
           MOVE wc-serie-till        TO jlokal-serie-till
           MOVE wn-bokning-antal     TO jlokal-bokning-antal
           MOVE wc-bokning-namn      TO jlokal-bokning-namn

           EXEC SQL
               INSERT INTO T_JLOKAL_SERIE
                   (Serie_id, Lokal_id, Veckodagar, Start_tid,
                    Slut_tid, Fran_datum, Till_datum,
                    Antal_deltagare, Bokad_av, Skapad_ts,
                    Remote_user)
                   VALUES (:jlokal-serie-id, :jlokal-lokal-id,
                           :jlokal-serie-veckodagar,
                           :jlokal-serie-start-tid,
                           :jlokal-serie-slut-tid,
                           :jlokal-serie-fran, :jlokal-serie-till,
                           :jlokal-bokning-antal,
                           :jlokal-bokning-namn,
                           CURRENT TIMESTAMP, :wc-remote-user)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-series-saved TO TRUE
                PERFORM B0260-commit-work
           END-IF

           .

       *>**************************************************
       B0415-delete-series.

           EXEC SQL
               DELETE FROM T_JLOKAL_SERIE
                   WHERE Serie_id = :jlokal-serie-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0260-commit-work
           END-IF

           .

       *>**************************************************
       B0420-book-occurrence.

           *> one date of the series, through exactly the checks a
           *> single booking goes through in B0200-book-local
           COMPUTE wn-date-ymd =
               FUNCTION DATE-OF-INTEGER(wn-serial-dag)

           MOVE SPACE TO wc-bokning-datum
           STRING wc-date-ymd(1:4)      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-date-ymd(5:2)      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-date-ymd(7:2)      DELIMITED BY SIZE
                  INTO wc-bokning-datum

           MOVE 'N' TO is-valid-capacity-switch
           MOVE 'N' TO is-blocked-switch
           MOVE 'N' TO is-overlap-switch
           MOVE 'N' TO is-valid-table-position-switch
           MOVE 'N' TO is-insert-done-switch
           MOVE SPACE TO wc-serie-resultat

           PERFORM B0220-validate-capacity

           IF is-valid-capacity
               PERFORM B0225-check-block

               IF is-blocked
                   MOVE 'Nekad: lokalen är spärrad'
                                             TO wc-serie-resultat
                   MOVE 'SPARRAD' TO jlokal-eft-orsak
                   PERFORM B0288-record-refusal
               ELSE
                   PERFORM B0230-check-overlap

                   IF is-overlap
                       MOVE 'Nekad: lokalen är redan bokad'
                                             TO wc-serie-resultat
                       MOVE 'UPPTAGEN' TO jlokal-eft-orsak
                       PERFORM B0288-record-refusal
                   ELSE
                       PERFORM B0240-get-new-booking-number

                       IF is-valid-table-position
                           PERFORM B0250-insert-booking
                       END-IF

                       IF is-insert-done
                           IF is-approval-needed
                               STRING 'Preliminärt bokad, bokning '
                                             DELIMITED BY SIZE
                                      jlokal-bokning-id
                                             DELIMITED BY SIZE
                                      INTO wc-serie-resultat
                           ELSE
                               STRING 'Bokad, bokning '
                                             DELIMITED BY SIZE
                                      jlokal-bokning-id
                                             DELIMITED BY SIZE
                                      INTO wc-serie-resultat
                           END-IF
                       ELSE
                           MOVE 'Nekad: kunde inte sparas'
                                             TO wc-serie-resultat
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Nekad: för många deltagare'
                                             TO wc-serie-resultat
               MOVE 'KAPACITET' TO jlokal-eft-orsak
               PERFORM B0288-record-refusal
           END-IF

           IF is-insert-done
               ADD 1 TO wn-serie-bokade
           ELSE
               ADD 1 TO wn-serie-nekade
           END-IF

           DISPLAY "<tr>"
           DISPLAY "<td>" wc-bokning-datum "</td>"
           DISPLAY "<td>" FUNCTION TRIM(wc-serie-resultat) "</td>"
           DISPLAY "</tr>"

           .

       *>**************************************************
       B0285-check-approval.

           *> requires the ending dot (and no extension)!
           COPY jlokal-godkann-check.

           .

       *>**************************************************
       B0288-record-refusal.

           *> the refused room, date, window and headcount, for the
           *> unmet-demand log -- caller has set jlokal-eft-orsak.
           *> The window is built here because a capacity or
           *> block-out refusal comes before B0230-check-overlap
           *> has built it.
           MOVE wn-bokning-lokal-id TO jlokal-eft-lokal-id
           MOVE wn-bokning-antal    TO jlokal-eft-antal
           MOVE 'cgi-book-local'    TO jlokal-eft-kalla

           MOVE SPACE TO jlokal-eft-start
           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-start-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-start-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-eft-start

           MOVE SPACE TO jlokal-eft-slut
           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-eft-slut

           PERFORM B0290-log-demand

           .

       *>**************************************************
       B0290-log-demand.

           *> requires the ending dot (and no extension)!
           COPY jlokal-efterfragan-insert.

           .

       *>**************************************************
       Z0200-html-escape.

           *> requires the ending dot (and no extension)!
           COPY jlokal-html-escape.

           .

       *>**************************************************
       C0100-closedown.

