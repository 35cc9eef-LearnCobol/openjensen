       *>
       *> cgi-evacuation-local: the evacuation roster on screen, for
       *> the fire wardens during a drill -- how many people should
       *> be on each floor, and in which rooms, right now.  The
       *> same roster batch-evacuation-roster prints for a given
       *> moment: every room with a booking covering the moment,
       *> under its building and floor (Byggnad/Vaningsplan, with
       *> the floor's name from T_VANINGSPLAN), with the booking's
       *> window, Bokad_av and Antal_deltagare, and a total of
       *> rooms and people per floor, per building and overall.
       *>
       *> A booking loaded by batch-load-schedule carries headcount
       *> zero; its room's Maxdeltagare stands in for it, marked
       *> Uppskattat, and the totals show the estimated part.  A
       *> booking still pending approval is listed too, marked
       *> Preliminär.  A listed room whose BRAND inspection in
       *> T_JLOKAL_TILLSYN was due before today, or was never
       *> recorded, gets a warning row under it.
       *>
       *> With no fields posted the roster is for the current date
       *> and time.  evak-datum ('YYYY-MM-DD') and evak-tid
       *> ('HH:MM') ask for another moment; each is optional on
       *> its own, a date alone keeping the current time and a
       *> time alone keeping today's date.
       *> Read-only, so any role may see it.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. cgi-evacuation-local.
       *>**************************************************
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Utrymningslista'.

       *> the role this screen requires -- see A0120-check-access
       01  wc-behorig-krav         PIC X(10) VALUE 'LASARE'.

       *> the moment the roster is for -- now, unless posted
       01  wc-evak-datum           PIC  X(10) VALUE SPACE.
       01  wc-evak-tid             PIC  X(5)  VALUE SPACE.

       *> control-break state: the building and floor whose rows
       *> are open -- LOW-VALUE means nothing to close yet, same
       *> scheme batch-evacuation-roster uses
       01  wc-prev-byggnad         PIC  X(10) VALUE LOW-VALUE.
       01  wc-prev-plan            PIC  X(40) VALUE LOW-VALUE.

       *> current row's floor name, head count and note
       01  wc-row-plan-namn        PIC  X(40) VALUE SPACE.
       01  wn-row-personer         PIC  9(4)  VALUE ZERO.
       01  wc-row-anm              PIC  X(24) VALUE SPACE.

       *> rooms, people, and the estimated part of the people, per
       *> floor, per building and for the whole roster
       01  wn-plan-lokaler         PIC  9(4)  VALUE ZERO.
       01  wn-plan-personer        PIC  9(6)  VALUE ZERO.
       01  wn-plan-uppskattat      PIC  9(6)  VALUE ZERO.
       01  wn-bygg-lokaler         PIC  9(4)  VALUE ZERO.
       01  wn-bygg-personer        PIC  9(6)  VALUE ZERO.
       01  wn-bygg-uppskattat      PIC  9(6)  VALUE ZERO.
       01  wn-total-lokaler        PIC  9(4)  VALUE ZERO.
       01  wn-total-personer       PIC  9(6)  VALUE ZERO.
       01  wn-total-uppskattat     PIC  9(6)  VALUE ZERO.

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
       COPY jlokal-tillsyn-vars.
       01  jlokal-evak-tidpunkt     PIC  X(19).
       01  wc-evak-datum-sql        PIC  X(10).
       01  wc-plan-namn-sql         PIC  X(40).
       01  wc-brand-forsenad-sql    PIC  X(1).
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
                        PERFORM B0200-list-roster
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

               *>  the moment defaults to now
               MOVE SPACE TO wc-evak-datum
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO wc-evak-datum

               MOVE SPACE TO wc-evak-tid
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                      FUNCTION CURRENT-DATE(11:2)
                   DELIMITED BY SIZE INTO wc-evak-tid

               *>  optional date, 'YYYY-MM-DD'
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'evak-datum' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               IF wc-post-value NOT = SPACE
                   IF wc-post-value(5:1) NOT = '-'
                       OR wc-post-value(8:1) NOT = '-'
                       DISPLAY "<br> *** Ogiltigt datum, använd "
                               "ÅÅÅÅ-MM-DD ***"
                       MOVE 'N' TO is-valid-init-switch
                   ELSE
                       MOVE wc-post-value(1:10) TO wc-evak-datum
                   END-IF
               END-IF

               *>  optional time, 'HH:MM'
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'evak-tid' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               IF wc-post-value NOT = SPACE
                   IF wc-post-value(3:1) NOT = ':'
                       OR wc-post-value(1:2) NOT NUMERIC
                       OR wc-post-value(4:2) NOT NUMERIC
                       DISPLAY "<br> *** Ogiltig tid, använd "
                               "TT:MM ***"
                       MOVE 'N' TO is-valid-init-switch
                   ELSE
                       MOVE wc-post-value(1:5) TO wc-evak-tid
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
       B0200-list-roster.

           *> the moment as a DB2-format timestamp string, so the
           *> window compare works the way B0230-check-overlap in
           *> cgi-book-local compares
           MOVE SPACE TO jlokal-evak-tidpunkt
           STRING wc-evak-datum         DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-evak-tid(1:2)      DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-evak-tid(4:2)      DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-evak-tidpunkt

           MOVE wc-evak-datum TO wc-evak-datum-sql

           DISPLAY "<br> Utrymningslista " wc-evak-datum " "
                   wc-evak-tid

           DISPLAY "<table border=""1"">"

           DISPLAY "<tr>"
           DISPLAY "<th>Byggnad</th><th>Våningsplan</th>"
                   "<th>Lokal</th><th>Namn</th><th>Tid</th>"
                   "<th>Bokad av</th><th>Personer</th>"
                   "<th>Anm</th>"
           DISPLAY "</tr>"

           *> same cursor batch-evacuation-roster's
           *> B0200-write-roster walks: every booking covering the
           *> moment, one per room, with the room's floor name and
           *> whether its BRAND inspection is overdue or missing
           EXEC SQL
               DECLARE cursevaklist CURSOR FOR
                   SELECT J.Lokal_id, J.Lokalnamn, J.Byggnad,
                          J.Vaningsplan,
                          COALESCE(V.Plan_namn, J.Vaningsplan),
                          J.Maxdeltagare,
                          B.Start_ts, B.Slut_ts, B.Antal_deltagare,
                          B.Bokad_av, B.Bokning_status,
                          COALESCE(CHAR(T.Nasta_datum, ISO), ' '),
                          CASE WHEN T.Lokal_id IS NULL
                                 OR T.Nasta_datum < :wc-evak-datum-sql
                               THEN 'J' ELSE 'N' END
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   LEFT JOIN T_VANINGSPLAN V
                       ON UPPER(V.Plan_kod) = UPPER(J.Vaningsplan)
                          AND UPPER(V.Byggnad) = UPPER(J.Byggnad)
                   LEFT JOIN T_JLOKAL_TILLSYN T
                       ON T.Lokal_id = J.Lokal_id
                          AND T.Tillsyn_typ = 'BRAND'
                   WHERE B.Bokning_status IN ('A', 'P')
                     AND B.Start_ts <= :jlokal-evak-tidpunkt
                     AND B.Slut_ts  >  :jlokal-evak-tidpunkt
                   ORDER BY J.Byggnad, J.Vaningsplan, J.Lokalnamn
           END-EXEC

           EXEC SQL
               OPEN cursevaklist
           END-EXEC

           EXEC SQL
               FETCH cursevaklist
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-byggnad, :jlokal-vaningsplan,
                        :wc-plan-namn-sql, :jlokal-maxdeltagare,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-bokning-status,
                        :jlokal-tillsyn-nasta, :wc-brand-forsenad-sql
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE wc-plan-namn-sql TO wc-row-plan-namn

               IF jlokal-byggnad NOT = wc-prev-byggnad
                   PERFORM B0210-close-floor
                   PERFORM B0215-close-building
                   MOVE jlokal-byggnad TO wc-prev-byggnad
                   MOVE jlokal-vaningsplan TO wc-prev-plan
               ELSE
                   IF jlokal-vaningsplan NOT = wc-prev-plan
                       PERFORM B0210-close-floor
                       MOVE jlokal-vaningsplan TO wc-prev-plan
                   END-IF
               END-IF

               PERFORM B0230-display-room-row

               IF wc-brand-forsenad-sql = 'J'
                   PERFORM B0240-display-brand-warning
               END-IF

               EXEC SQL
                   FETCH cursevaklist
                       INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                            :jlokal-byggnad, :jlokal-vaningsplan,
                            :wc-plan-namn-sql, :jlokal-maxdeltagare,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-status,
                            :jlokal-tillsyn-nasta,
                            :wc-brand-forsenad-sql
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursevaklist
           END-EXEC

           PERFORM B0210-close-floor
           PERFORM B0215-close-building

           DISPLAY "<tr>"
           DISPLAY "<td colspan=""6""><b>Totalt</b>, "
                   wn-total-lokaler " lokaler</td>"
           DISPLAY "<td><b>" wn-total-personer "</b></td>"
           DISPLAY "<td>varav uppskattat " wn-total-uppskattat
                   "</td>"
           DISPLAY "</tr>"

           DISPLAY "</table>"

           IF wn-total-lokaler = ZERO
               DISPLAY "<br> *** Inga bokade lokaler vid denna "
                       "tidpunkt ***"
           END-IF

           PERFORM B0250-display-moment-form

           .

       *>**************************************************
       B0210-close-floor.

           *> the open floor's total row, rolled into its building
           *> -- nothing to close before the first row
           IF wc-prev-plan NOT = LOW-VALUE
               MOVE wc-prev-plan TO wc-html-in
               PERFORM Z0200-html-escape

               DISPLAY "<tr>"
               DISPLAY "<td colspan=""6"">Summa plan "
                       FUNCTION TRIM(wc-html-out) ", "
                       wn-plan-lokaler " lokaler</td>"
               DISPLAY "<td>" wn-plan-personer "</td>"
               DISPLAY "<td>varav uppskattat " wn-plan-uppskattat
                       "</td>"
               DISPLAY "</tr>"

               ADD wn-plan-lokaler    TO wn-bygg-lokaler
               ADD wn-plan-personer   TO wn-bygg-personer
               ADD wn-plan-uppskattat TO wn-bygg-uppskattat
           END-IF

           MOVE ZERO TO wn-plan-lokaler
           MOVE ZERO TO wn-plan-personer
           MOVE ZERO TO wn-plan-uppskattat

           .

       *>**************************************************
       B0215-close-building.

           *> the open building's total row, rolled into the
           *> roster's
           IF wc-prev-byggnad NOT = LOW-VALUE
               MOVE wc-prev-byggnad TO wc-html-in
               PERFORM Z0200-html-escape

               DISPLAY "<tr>"
               DISPLAY "<td colspan=""6""><b>Summa byggnad "
                       FUNCTION TRIM(wc-html-out) "</b>, "
                       wn-bygg-lokaler " lokaler</td>"
               DISPLAY "<td><b>" wn-bygg-personer "</b></td>"
               DISPLAY "<td>varav uppskattat " wn-bygg-uppskattat
                       "</td>"
               DISPLAY "</tr>"

               ADD wn-bygg-lokaler    TO wn-total-lokaler
               ADD wn-bygg-personer   TO wn-total-personer
               ADD wn-bygg-uppskattat TO wn-total-uppskattat
           END-IF

           MOVE ZERO TO wn-bygg-lokaler
           MOVE ZERO TO wn-bygg-personer
           MOVE ZERO TO wn-bygg-uppskattat

           .

       *>**************************************************
       B0230-display-room-row.

           *> a timetable booking carries no headcount -- the room
           *> full is the figure to plan for, marked as a guess
           MOVE SPACE TO wc-row-anm
           IF jlokal-bokning-antal = ZERO
               MOVE jlokal-maxdeltagare TO wn-row-personer
               ADD wn-row-personer TO wn-plan-uppskattat
               MOVE "Uppskattat" TO wc-row-anm
           ELSE
               MOVE jlokal-bokning-antal TO wn-row-personer
           END-IF

           IF jlokal-bokning-status = 'P'
               MOVE "Preliminär" TO wc-row-anm(12:)
           END-IF

           ADD 1 TO wn-plan-lokaler
           ADD wn-row-personer TO wn-plan-personer

           DISPLAY "<tr>"

           MOVE jlokal-byggnad TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           MOVE wc-row-plan-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           DISPLAY "<td>" jlokal-lokal-id "</td>"

           MOVE jlokal-lokalnamn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           DISPLAY "<td>" jlokal-bokning-start(12:5) "-"
                   jlokal-bokning-slut(12:5) "</td>"

           MOVE jlokal-bokning-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           DISPLAY "<td>" wn-row-personer "</td>"
           DISPLAY "<td>" FUNCTION TRIM(wc-row-anm) "</td>"

           DISPLAY "</tr>"

           .

       *>**************************************************
       B0240-display-brand-warning.

           DISPLAY "<tr>"
           IF jlokal-tillsyn-nasta = SPACE
               DISPLAY "<td colspan=""8""> *** VARNING: "
                       "brandtillsyn aldrig registrerad för "
                       "lokalen ***</td>"
           ELSE
               DISPLAY "<td colspan=""8""> *** VARNING: "
                       "brandtillsynen förföll "
                       jlokal-tillsyn-nasta " ***</td>"
           END-IF
           DISPLAY "</tr>"

           .

       *>**************************************************
       B0250-display-moment-form.

           *> ask again for another moment -- a drill planned for
           *> later, say
           DISPLAY "<form method=""post"" "
                   "action=""cgi-evacuation-local"">"
           DISPLAY "Datum <input type=""text"" name=""evak-datum"" "
                   "value=""" wc-evak-datum """>"
           DISPLAY "Tid <input type=""text"" name=""evak-tid"" "
                   "value=""" wc-evak-tid """>"
           DISPLAY "<input type=""submit"" value=""Visa"">"
           DISPLAY "</form>"

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
