       *> Either way one audit row goes to T_JLOKAL_BOKNING_LOG,
       *> the way B0235-log-change traces room changes.
       *>
       *> A booking that belongs to a series (see cgi-book-local)
       *> can be acted on alone (omfang DENNA, the default), with
       *> every later occurrence (SENARE), or as the whole series
       *> (SERIE).  Only occurrences still to come are touched:
       *> one that has already begun stays as it was, for SERIE
       *> and SENARE alike, so what was used and billed never
       *> changes after the fact.  A series move keeps each
       *> occurrence's weekday pattern: every one is shifted by
       *> the same number of days the chosen booking moves, and
       *> given the new time window.
       *> Each occurrence is checked, changed, logged and
       *> committed on its own, and the page lists every one with
       *> what happened to it -- the same per-date result a series
       *> booking shows.
       *>
       *> The window a cancel or move frees is then offered to the
       *> room's waiting list (see cgi-waitlist-local): the oldest
       *> waiting entry that now fits is booked, or flagged for a
       *> BOKARE to confirm, by B0280-promote-waitlist.  A series
       *> change offers its freed windows only once every
       *> occurrence has been changed, so a waiting entry never
       *> takes the slot the next occurrence is moving into.
       *>
       *> A pending booking, saved awaiting approval (see
       *> cgi-approve-booking), is cancelled or moved like an
       *> active one and keeps its status when moved; it holds its
       *> slot in the overlap check the same way.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
                88  is-log-done                             VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.
            03  is-change-done-switch               PIC X   VALUE 'N'.
                88  is-change-done                          VALUE 'Y'.
            03  is-ko-found-switch                  PIC X   VALUE 'N'.
                88  is-ko-found                             VALUE 'Y'.
            03  is-ko-booked-switch                 PIC X   VALUE 'N'.
                88  is-ko-booked                            VALUE 'Y'.
            03  is-approval-needed-switch           PIC X   VALUE 'N'.
                88  is-approval-needed                      VALUE 'Y'.
            03  is-bad-date-switch                  PIC X   VALUE 'N'.
                88  is-bad-date                             VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
           88  is-atgard-avboka    VALUE 'AVBOKA'.
           88  is-atgard-flytta    VALUE 'FLYTTA'.

       *> how much of a series the change covers -- blank is the
       *> chosen booking alone, same as a booking outside a series
       01  wc-omfang               PIC X(10)  VALUE SPACE.
           88  is-known-omfang     VALUE 'DENNA' 'SENARE' 'SERIE'
                                         SPACE.
           88  is-omfang-denna     VALUE 'DENNA' SPACE.
           88  is-omfang-senare    VALUE 'SENARE'.
           88  is-series-change    VALUE 'SENARE' 'SERIE'.

       *> the Bokning_id to act on -- zero means "not supplied",
       *> fall back to the room+date search instead
       01  wn-sok-bokning-id       PIC  9(5)  VALUE ZERO.
       *> scratch fields for Z0200-html-escape
       COPY jlokal-html-vars.

       *> the occurrences a series change covers, loaded by
       *> B0410-load-series before any of them is touched (the
       *> per-occurrence commits would close an open cursor).
       *> A series spans at most a year, see cgi-book-local, so
       *> 400 always holds it.  The room and old window stay with
       *> each occurrence, and wc-serie-klar marks the ones changed,
       *> for the waiting list once the whole series is done
       01  wn-serie-count          PIC  9(3)  VALUE ZERO.
       01  wn-serie-idx            PIC  9(3)  VALUE ZERO.
       01  wn-serie-max            PIC  9(3)  VALUE 400.
       01  wr-serie-table.
           05  wr-serie-entry      OCCURS 400.
               10  wn-serie-bokning-id  PIC  9(5).
               10  wn-serie-lokal-id    PIC  9(4).
               10  wc-serie-start       PIC  X(19).
               10  wc-serie-slut        PIC  X(19).
               10  wc-serie-klar        PIC  X(1).

       *> a series move: the new date posted for the chosen
       *> booking, and how many days that moves it -- every other
       *> occurrence moves by the same number of days
       01  wc-ny-datum             PIC  X(10) VALUE SPACE.
       01  wn-dag-offset           PIC S9(5)  VALUE ZERO.
       01  wn-date-ymd             PIC  9(8)  VALUE ZERO.
       01  wc-date-ymd REDEFINES wn-date-ymd
                                   PIC  X(8).
       01  wn-serial-dag           PIC S9(7)  VALUE ZERO.

       *> per-occurrence outcome and the series totals
       01  wc-serie-resultat       PIC  X(40) VALUE SPACE.
       01  wn-serie-klara          PIC  9(4)  VALUE ZERO.
       01  wn-serie-nekade         PIC  9(4)  VALUE ZERO.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-bokning-datum-sql     PIC  X(10).
       01  jlokal-sok-start         PIC  X(19).
       01  jlokal-sok-slut          PIC  X(19).
       01  jlokal-serie-start       PIC  X(19).
       COPY jlokal-ko-vars.
       COPY jlokal-godkann-vars.
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

                   PERFORM A0110-read-new-window
               END-IF

               *>  series scope, blank means this booking only
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'omfang' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-omfang

               IF NOT is-known-omfang
                   DISPLAY "<br> *** Okänt omfång, ange DENNA, "
                           "SENARE eller SERIE ***"
                   MOVE 'N' TO is-valid-init-switch
               END-IF

           END-IF

           .
               PERFORM B0210-fetch-booking

               IF is-booking-found
                   *> the window a cancel or move of this booking
                   *> frees, before B0240-move-booking overwrites it
                   MOVE jlokal-bokning-lokalid
                                         TO jlokal-ko-fri-lokal-id
                   MOVE jlokal-bokning-start TO jlokal-ko-fri-start
                   MOVE jlokal-bokning-slut  TO jlokal-ko-fri-slut

                   EVALUATE TRUE
                       WHEN is-atgard-avboka AND is-omfang-denna
                           PERFORM B0230-cancel-booking
                           IF is-change-done
                               PERFORM B0280-promote-waitlist
                           END-IF
                       WHEN is-atgard-flytta AND is-omfang-denna
                           PERFORM B0240-move-booking
                           IF is-change-done
                               PERFORM B0280-promote-waitlist
                           END-IF
                       WHEN is-atgard-avboka OR is-atgard-flytta
                           PERFORM B0400-change-series
                       WHEN OTHER
                           PERFORM B0260-display-booking
                   END-EVALUATE

           EXEC SQL
               SELECT Lokal_id, Start_ts, Slut_ts,
                      Antal_deltagare, Bokad_av, Serie_id
                   INTO :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-bokning-serie-id
                   FROM T_JLOKAL_BOKNING
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Bokning_status IN ('A', 'P')
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
               DECLARE curschangebokn CURSOR FOR
                   SELECT Bokning_id, Start_ts, Slut_ts,
                          Antal_deltagare, Bokad_av, Serie_id
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-bokning-lokalid
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts >= :jlokal-sok-start
                     AND Start_ts <= :jlokal-sok-slut
                   ORDER BY Start_ts

           DISPLAY "<tr>"
           DISPLAY "<th>Bokning</th><th>Start</th><th>Slut</th>"
                   "<th>Antal</th><th>Bokad av</th><th>Serie</th>"
           DISPLAY "</tr>"

           EXEC SQL
               FETCH curschangebokn
                   INTO :jlokal-bokning-id, :jlokal-bokning-start,
                        :jlokal-bokning-slut, :jlokal-bokning-antal,
                        :jlokal-bokning-namn, :jlokal-bokning-serie-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                       INTO :jlokal-bokning-id, :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-serie-id
               END-EXEC
           END-PERFORM

           DISPLAY "</table>"

           DISPLAY "<br> Ange bokning-id och åtgärd för att "
                   "avboka eller flytta, och omfång för en "
                   "bokning i en serie."

           .

           MOVE jlokal-bokning-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"
           DISPLAY "<td>" jlokal-bokning-serie-id "</td>"

           DISPLAY "</tr>"

               UPDATE T_JLOKAL_BOKNING
                  SET Bokning_status = 'C'
                  WHERE Bokning_id = :jlokal-bokning-id
                    AND Bokning_status IN ('A', 'P')
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQLERRD(3) = ZERO
                       IF is-series-change
                           MOVE 'Redan avbokad' TO wc-serie-resultat
                       ELSE
                           DISPLAY "<br> *** Okänd eller redan "
                                   "avbokad bokning ***"
                       END-IF
                   ELSE
                       MOVE 'AVBOKA' TO wc-log-action
                       PERFORM B0250-log-booking-change
                       IF is-log-done
                            PERFORM B0270-commit-work
                            SET is-change-done TO TRUE
                            IF NOT is-series-change
                                DISPLAY "<br> *** Bokning "
                                        "avbokad ***"
                            END-IF
                       END-IF
                   END-IF
               WHEN OTHER
           PERFORM B0242-check-block

           IF is-blocked
               IF is-series-change
                   MOVE 'Nekad: lokalen är spärrad'
                                             TO wc-serie-resultat
               ELSE
                   DISPLAY "<br> *** Lokalen är spärrad "
                           "denna dag ***"
               END-IF
           ELSE
               PERFORM B0245-check-overlap

               IF NOT is-overlap
                   PERFORM B0248-update-window
               ELSE
                   IF is-series-change
                       MOVE 'Nekad: lokalen är redan bokad'
                                             TO wc-serie-resultat
                   ELSE
                       DISPLAY "<br> *** Lokalen är redan bokad "
                               "under denna tid ***"
                   END-IF
               END-IF
           END-IF

                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-bokning-lokalid
                     AND Bokning_id NOT = :jlokal-bokning-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC
                  SET Start_ts = :jlokal-bokning-start,
                      Slut_ts  = :jlokal-bokning-slut
                  WHERE Bokning_id = :jlokal-bokning-id
                    AND Bokning_status IN ('A', 'P')
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM B0250-log-booking-change
                IF is-log-done
                     PERFORM B0270-commit-work
                     SET is-change-done TO TRUE
                     IF NOT is-series-change
                         DISPLAY "<br> *** Bokning flyttad ***"
                     END-IF
                END-IF
           END-IF

           DISPLAY "<tr>"
           DISPLAY "<th>Bokning</th><th>Lokal</th>"
                   "<th>Start</th><th>Slut</th>"
                   "<th>Antal</th><th>Bokad av</th><th>Serie</th>"
           DISPLAY "</tr>"

           DISPLAY "<tr>"
           MOVE jlokal-bokning-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"
           DISPLAY "<td>" jlokal-bokning-serie-id "</td>"

           DISPLAY "</tr>"

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


           .

       *>**************************************************
       B0400-change-series.

           IF jlokal-bokning-serie-id = ZERO
               DISPLAY "<br> *** Bokningen ingår inte i någon "
                       "serie ***"
           ELSE
               PERFORM B0410-load-series

               MOVE 'N' TO is-bad-date-switch
               IF is-atgard-flytta
                   PERFORM B0415-compute-offset
               END-IF
           END-IF

           *> a bad new date leaves every occurrence untouched
           IF jlokal-bokning-serie-id NOT = ZERO
               AND NOT is-bad-date

               DISPLAY "<table border=""1"">"

               DISPLAY "<tr>"
               DISPLAY "<th>Bokning</th><th>Start</th>"
                       "<th>Resultat</th>"
               DISPLAY "</tr>"

               *> a move to a later date walks the series from its
               *> end, so an occurrence never lands on the slot of
               *> one that has not been moved out of the way yet
               IF is-atgard-flytta AND wn-dag-offset > ZERO
                   PERFORM VARYING wn-serie-idx FROM wn-serie-count
                           BY -1 UNTIL wn-serie-idx < 1
                       PERFORM B0420-change-occurrence
                   END-PERFORM
               ELSE
                   PERFORM VARYING wn-serie-idx FROM 1 BY 1
                           UNTIL wn-serie-idx > wn-serie-count
                       PERFORM B0420-change-occurrence
                   END-PERFORM
               END-IF

               DISPLAY "</table>"

               DISPLAY "<br> *** Serie " jlokal-bokning-serie-id
                       ": " wn-serie-klara " ändrade, "
                       wn-serie-nekade " nekade ***"

               *> only now, with every occurrence in its place, are
               *> the freed windows offered to the waiting list
               PERFORM VARYING wn-serie-idx FROM 1 BY 1
                       UNTIL wn-serie-idx > wn-serie-count
                   IF wc-serie-klar(wn-serie-idx) = 'J'
                       MOVE wn-serie-lokal-id(wn-serie-idx)
                                         TO jlokal-ko-fri-lokal-id
                       MOVE wc-serie-start(wn-serie-idx)
                                         TO jlokal-ko-fri-start
                       MOVE wc-serie-slut(wn-serie-idx)
                                         TO jlokal-ko-fri-slut
                       PERFORM B0280-promote-waitlist
                   END-IF
               END-PERFORM
           END-IF

           .

       *>**************************************************
       B0410-load-series.

           *> SENARE starts at the chosen booking, SERIE at the
           *> first occurrence -- one cursor serves both, and
           *> neither reaches an occurrence that has already begun
           IF is-omfang-senare
               MOVE jlokal-bokning-start TO jlokal-sok-start
           ELSE
               MOVE '0001-01-01-00.00.00' TO jlokal-sok-start
           END-IF

           MOVE ZERO TO wn-serie-count

           EXEC SQL
               DECLARE curschangeserie CURSOR FOR
                   SELECT Bokning_id, Lokal_id, Start_ts, Slut_ts
                   FROM T_JLOKAL_BOKNING
                   WHERE Serie_id = :jlokal-bokning-serie-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts >= :jlokal-sok-start
                     AND Start_ts > CURRENT TIMESTAMP
                   ORDER BY Start_ts
           END-EXEC

           EXEC SQL
               OPEN curschangeserie
           END-EXEC

           EXEC SQL
               FETCH curschangeserie
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-serie-start, :jlokal-bokning-slut
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF wn-serie-count < wn-serie-max
                   ADD 1 TO wn-serie-count
                   MOVE jlokal-bokning-id
                               TO wn-serie-bokning-id(wn-serie-count)
                   MOVE jlokal-bokning-lokalid
                               TO wn-serie-lokal-id(wn-serie-count)
                   MOVE jlokal-serie-start
                               TO wc-serie-start(wn-serie-count)
                   MOVE jlokal-bokning-slut
                               TO wc-serie-slut(wn-serie-count)
                   MOVE 'N'    TO wc-serie-klar(wn-serie-count)
               END-IF

               EXEC SQL
                   FETCH curschangeserie
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-serie-start, :jlokal-bokning-slut
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curschangeserie
           END-EXEC

           .

       *>**************************************************
       B0415-compute-offset.

           *> how many days the chosen booking moves -- the day
           *> serials make the subtraction safe across month and
           *> year ends, same as cgi-book-local's series walk
           MOVE wc-bokning-datum TO wc-ny-datum
           MOVE ZERO TO wn-dag-offset
           MOVE 'N' TO is-bad-date-switch

           *> a date that is no date at all would give an offset
           *> that throws every occurrence centuries back
           MOVE SPACE TO wc-date-ymd
           STRING wc-ny-datum(1:4)      DELIMITED BY SIZE
                  wc-ny-datum(6:2)      DELIMITED BY SIZE
                  wc-ny-datum(9:2)      DELIMITED BY SIZE
                  INTO wc-date-ymd
           IF wc-date-ymd IS NOT NUMERIC
               SET is-bad-date TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(wn-date-ymd) NOT = 0
                   SET is-bad-date TO TRUE
               END-IF
           END-IF

           IF is-bad-date
               DISPLAY "<br> *** Ogiltigt datum, använd "
                       "ÅÅÅÅ-MM-DD ***"
           ELSE
               COMPUTE wn-dag-offset =
                   FUNCTION INTEGER-OF-DATE(wn-date-ymd)
           END-IF

           MOVE SPACE TO wc-date-ymd
           STRING jlokal-bokning-start(1:4) DELIMITED BY SIZE
                  jlokal-bokning-start(6:2) DELIMITED BY SIZE
                  jlokal-bokning-start(9:2) DELIMITED BY SIZE
                  INTO wc-date-ymd
           IF NOT is-bad-date
               COMPUTE wn-dag-offset = wn-dag-offset
                       - FUNCTION INTEGER-OF-DATE(wn-date-ymd)
           END-IF

           .

       *>**************************************************
       B0420-change-occurrence.

           MOVE wn-serie-bokning-id(wn-serie-idx) TO jlokal-bokning-id
           MOVE wn-serie-lokal-id(wn-serie-idx)
                                         TO jlokal-bokning-lokalid

           MOVE 'N' TO is-blocked-switch
           MOVE 'N' TO is-overlap-switch
           MOVE 'N' TO is-change-done-switch
           MOVE 'N' TO is-log-done-switch
           MOVE SPACE TO wc-serie-resultat

           IF is-atgard-avboka
               PERFORM B0230-cancel-booking
           ELSE
               *> the occurrence's own date shifted by the offset;
               *> the new time window is the one posted
               MOVE SPACE TO wc-date-ymd
               STRING wc-serie-start(wn-serie-idx)(1:4)
                                          DELIMITED BY SIZE
                      wc-serie-start(wn-serie-idx)(6:2)
                                          DELIMITED BY SIZE
                      wc-serie-start(wn-serie-idx)(9:2)
                                          DELIMITED BY SIZE
                      INTO wc-date-ymd
               COMPUTE wn-serial-dag =
                   FUNCTION INTEGER-OF-DATE(wn-date-ymd)
                   + wn-dag-offset

               *> shifted to before the first day there is
               IF wn-serial-dag NOT > ZERO
                   MOVE 'Nekad: ogiltigt datum' TO wc-serie-resultat
               ELSE
                   COMPUTE wn-date-ymd =
                       FUNCTION DATE-OF-INTEGER(wn-serial-dag)

                   MOVE SPACE TO wc-bokning-datum
                   STRING wc-date-ymd(1:4)  DELIMITED BY SIZE
                          "-"               DELIMITED BY SIZE
                          wc-date-ymd(5:2)  DELIMITED BY SIZE
                          "-"               DELIMITED BY SIZE
                          wc-date-ymd(7:2)  DELIMITED BY SIZE
                          INTO wc-bokning-datum

                   PERFORM B0240-move-booking
               END-IF
           END-IF

           IF is-change-done
               ADD 1 TO wn-serie-klara
               MOVE 'J' TO wc-serie-klar(wn-serie-idx)
               IF is-atgard-avboka
                   MOVE 'Avbokad' TO wc-serie-resultat
               ELSE
                   STRING 'Flyttad till '    DELIMITED BY SIZE
                          jlokal-bokning-start(1:16)
                                             DELIMITED BY SIZE
                          INTO wc-serie-resultat
               END-IF
           ELSE
               ADD 1 TO wn-serie-nekade
               IF wc-serie-resultat = SPACE
                   MOVE 'Nekad: kunde inte sparas'
                                             TO wc-serie-resultat
               END-IF
           END-IF

           DISPLAY "<tr>"
           DISPLAY "<td>" wn-serie-bokning-id(wn-serie-idx) "</td>"
           DISPLAY "<td>" wc-serie-start(wn-serie-idx) "</td>"
           DISPLAY "<td>" FUNCTION TRIM(wc-serie-resultat) "</td>"
           DISPLAY "</tr>"

           .

       *>**************************************************
       C0100-closedown.

