       *>
       *> cgi-approve-booking: the ADMIN's queue of bookings saved
       *> pending approval -- Bokning_status 'P', set by
       *> cgi-book-local or batch-load-schedule when the room is
       *> marked as requiring approval or the headcount is above
       *> the GODKANN_ANTAL threshold (see jlokal-godkann-check).
       *> A blank atgard lists every pending booking, earliest
       *> start first, with why it needs approval and a form per
       *> decision.
       *>
       *> atgard GODKAN with bokning-id makes the booking active;
       *> atgard AVSLAG cancels it ('C'), the way cgi-change-booking
       *> cancels one, and needs an orsak.  Either way one
       *> GODKAN/AVSLAG row goes to T_JLOKAL_BOKNING_LOG with the
       *> reason given, in the same unit of work as the change.  A
       *> rejected booking's window is then offered to the room's
       *> waiting list, same as a cancel (see jlokal-ko-promote).
       *>
       *> batch-pending-approval reports the bookings still left
       *> here close to their start.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. cgi-approve-booking.
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
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-log-done-switch                  PIC X   VALUE 'N'.
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

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Godkänn bokning'.

       *> the role this screen requires -- see A0120-check-access
       01  wc-behorig-krav         PIC X(10) VALUE 'ADMIN'.

       *> which decision was asked for -- blank just lists the
       *> pending bookings (find first, then act)
       01  wc-atgard               PIC X(10)  VALUE SPACE.
           88  is-known-atgard     VALUE 'GODKAN' 'AVSLAG' SPACE.
           88  is-atgard-godkan    VALUE 'GODKAN'.
           88  is-atgard-avslag    VALUE 'AVSLAG'.

       *> the booking decided on
       01  wn-sok-bokning-id       PIC  9(5)  VALUE ZERO.

       *> how many pending bookings were listed, so an empty
       *> queue says so instead of showing a bare table
       01  wn-pending-count        PIC  9(4)  VALUE ZERO.

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
       COPY jlokal-ko-vars.
       COPY jlokal-godkann-vars.
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
                        PERFORM B0200-approve-booking
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

               *>  requested decision, blank means just list
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'atgard' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-atgard

               IF NOT is-known-atgard
                   DISPLAY "<br> *** Okänd åtgärd, ange GODKAN "
                           "eller AVSLAG ***"
                   MOVE 'N' TO is-valid-init-switch
               END-IF

               IF is-atgard-godkan OR is-atgard-avslag
                   PERFORM A0110-read-decision
               END-IF

           END-IF

           .

       *>**************************************************
       A0110-read-decision.

           *>  the booking decided on
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               OR wc-post-value NOT NUMERIC
               DISPLAY "<br> *** Saknar bokning-id ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE FUNCTION NUMVAL(wc-post-value)
                                         TO wn-sok-bokning-id
           END-IF

           *>  the reason -- optional for an approval, but a
           *>  rejection must tell the booker why
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'orsak' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-log-orsak

           IF is-atgard-avslag AND wc-log-orsak = SPACE
               DISPLAY "<br> *** Ange orsak till avslaget ***"
               MOVE 'N' TO is-valid-init-switch
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
       B0200-approve-booking.

           IF is-atgard-godkan OR is-atgard-avslag
               PERFORM B0210-fetch-booking

               IF is-booking-found
                   IF is-atgard-godkan
                       PERFORM B0220-approve
                   ELSE
                       PERFORM B0230-reject
                       IF is-change-done
                           PERFORM B0280-promote-waitlist
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "<br> *** Okänd bokning, eller redan "
                           "godkänd eller avslagen ***"
               END-IF
           END-IF

           PERFORM B0260-list-pending

           .

       *>**************************************************
       B0210-fetch-booking.

           *> only a pending booking can be decided -- one already
           *> approved, rejected or cancelled is treated as unknown
           MOVE wn-sok-bokning-id TO jlokal-bokning-id

           EXEC SQL
               SELECT Lokal_id, Start_ts, Slut_ts,
                      Antal_deltagare, Bokad_av
                   INTO :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn
                   FROM T_JLOKAL_BOKNING
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Bokning_status = 'P'
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
       B0220-approve.

           *> the slot is already held, so approving is just the
           *> status flip -- no overlap check to re-run
           EXEC SQL
               UPDATE T_JLOKAL_BOKNING
                  SET Bokning_status = 'A'
                  WHERE Bokning_id = :jlokal-bokning-id
                    AND Bokning_status = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQLERRD(3) = ZERO
                       DISPLAY "<br> *** Bokningen är redan "
                               "avgjord ***"
                   ELSE
                       MOVE 'GODKAN' TO wc-log-action
                       PERFORM B0250-log-booking-change
                       IF is-log-done
                           PERFORM B0270-commit-work
                           SET is-change-done TO TRUE
                           DISPLAY "<br> *** Bokning "
                                   jlokal-bokning-id
                                   " godkänd ***"
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0230-reject.

           *> a rejection is a cancel -- same soft-delete
           *> cgi-change-booking's B0230-cancel-booking does
           *> (SQLERRD(3) after an UPDATE is the row count)
           EXEC SQL
               UPDATE T_JLOKAL_BOKNING
                  SET Bokning_status = 'C'
                  WHERE Bokning_id = :jlokal-bokning-id
                    AND Bokning_status = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQLERRD(3) = ZERO
                       DISPLAY "<br> *** Bokningen är redan "
                               "avgjord ***"
                   ELSE
                       MOVE 'AVSLAG' TO wc-log-action
                       PERFORM B0250-log-booking-change
                       IF is-log-done
                           PERFORM B0270-commit-work
                           SET is-change-done TO TRUE
                           DISPLAY "<br> *** Bokning "
                                   jlokal-bokning-id
                                   " avslagen ***"
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0250-log-booking-change.

           *> audit trail -- who decided this booking, when, and
           *> why (wc-log-orsak).
           COPY jlokal-bokning-log-insert.

           .

       *>**************************************************
       B0260-list-pending.

           *> every pending booking, earliest start first -- the
           *> ones closest to their date are the ones to decide
           *> first.  The threshold is read once for the reason
           *> column (an aggregate, so a missing row gives zero).
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

           EXEC SQL
               DECLARE curspending CURSOR FOR
                   SELECT B.Bokning_id, B.Lokal_id, B.Start_ts,
                          B.Slut_ts, B.Antal_deltagare, B.Bokad_av,
                          J.Lokalnamn, J.Byggnad, J.Maxdeltagare,
                          J.Kraver_godkannande
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   WHERE B.Bokning_status = 'P'
                   ORDER BY B.Start_ts, B.Bokning_id
           END-EXEC

           EXEC SQL
               OPEN curspending
           END-EXEC

           DISPLAY "<table border=""1"">"

           DISPLAY "<tr>"
           DISPLAY "<th>Bokning</th><th>Lokal</th><th>Byggnad</th>"
                   "<th>Start</th><th>Slut</th><th>Antal</th>"
                   "<th>Max deltagare</th><th>Bokad av</th>"
                   "<th>Kräver godkännande</th>"
                   "<th>Godkänn</th><th>Avslå</th>"
           DISPLAY "</tr>"

           EXEC SQL
               FETCH curspending
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-lokalnamn, :jlokal-byggnad,
                        :jlokal-maxdeltagare,
                        :jlokal-kraver-godkannande
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-pending-count
               PERFORM B0265-display-pending-row

               EXEC SQL
                   FETCH curspending
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-lokalnamn, :jlokal-byggnad,
                            :jlokal-maxdeltagare,
                            :jlokal-kraver-godkannande
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspending
           END-EXEC

           DISPLAY "</table>"

           IF wn-pending-count = ZERO
               DISPLAY "<br> *** Inga bokningar väntar på "
                       "godkännande ***"
           END-IF

           .

       *>**************************************************
       B0265-display-pending-row.

           DISPLAY "<tr>"
           DISPLAY "<td>" jlokal-bokning-id "</td>"

           MOVE jlokal-lokalnamn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" jlokal-bokning-lokalid " "
                   FUNCTION TRIM(wc-html-out) "</td>"

           MOVE jlokal-byggnad TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           DISPLAY "<td>" jlokal-bokning-start "</td>"
           DISPLAY "<td>" jlokal-bokning-slut "</td>"
           DISPLAY "<td>" jlokal-bokning-antal "</td>"
           DISPLAY "<td>" jlokal-maxdeltagare "</td>"

           MOVE jlokal-bokning-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           *> why it is here -- the room, the headcount, or both
           DISPLAY "<td>"
           IF jlokal-kraver-godkannande = 'J'
               DISPLAY "Lokalen<br>"
           END-IF
           IF jlokal-godkann-antal > ZERO
               AND jlokal-bokning-antal > jlokal-godkann-antal
               DISPLAY "Över " jlokal-godkann-antal " deltagare"
           END-IF
           DISPLAY "</td>"

           *> each decision POSTs straight back here
           DISPLAY "<td><form method=""post"" "
                   "action=""cgi-approve-booking"">"
           DISPLAY "<input type=""hidden"" name=""atgard"" "
                   "value=""GODKAN"">"
           DISPLAY "<input type=""hidden"" name=""bokning-id"" "
                   "value=""" jlokal-bokning-id """>"
           DISPLAY "<input type=""text"" name=""orsak"" "
                   "maxlength=""40"">"
           DISPLAY "<input type=""submit"" value=""Godkänn"">"
           DISPLAY "</form></td>"

           DISPLAY "<td><form method=""post"" "
                   "action=""cgi-approve-booking"">"
           DISPLAY "<input type=""hidden"" name=""atgard"" "
                   "value=""AVSLAG"">"
           DISPLAY "<input type=""hidden"" name=""bokning-id"" "
                   "value=""" jlokal-bokning-id """>"
           DISPLAY "<input type=""text"" name=""orsak"" "
                   "maxlength=""40"">"
           DISPLAY "<input type=""submit"" value=""Avslå"">"
           DISPLAY "</form></td>"

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

           *> the rejected booking's window goes to the first
           *> waiting entry, same as a cancel in cgi-change-booking
           MOVE jlokal-bokning-lokalid TO jlokal-ko-fri-lokal-id
           MOVE jlokal-bokning-start   TO jlokal-ko-fri-start
           MOVE jlokal-bokning-slut    TO jlokal-ko-fri-slut
           MOVE ZERO TO jlokal-ko-valt-id
           MOVE SPACE TO wc-log-orsak

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
