       *>
       *> cgi-ical-local: publishes room bookings as an iCalendar
       *> (RFC 5545) feed that Outlook and phone calendars can
       *> subscribe to.  Posted with lokal-id it is that room's
       *> calendar, named by Byggnad, Vaningsplan and Lokalnamn,
       *> and also carries the room's T_JLOKAL_SPARR block-outs as
       *> all-day busy events with their Orsak.  Posted with
       *> bokad-av instead it is that course's or organizer's
       *> calendar across every room.
       *>
       *> Every booking ending less than 30 days back is sent,
       *> cancelled ones included: Bokning_status 'C' goes out as
       *> STATUS:CANCELLED, and a lifted block ('H') the same way,
       *> so they disappear from subscribers' calendars instead of
       *> lingering.  The UID is the booking id, so a booking moved
       *> in cgi-change-booking (or rehoused by an ADMIN) updates
       *> the existing event -- SEQUENCE counts its FLYTTA and
       *> GODKAN rows in T_JLOKAL_BOKNING_LOG, plus one once it is
       *> cancelled, so a client always sees the newer version win.
       *> A booking pending approval (Bokning_status 'P') goes out
       *> as STATUS:TENTATIVE until an ADMIN decides it.  Times are
       *> sent as local (floating) time, the same wall-clock times
       *> the booking screens take.
       *>
       *> Not an HTML page: the Content-Type is sent from here
       *> instead of wui-print-header, and every line ends CRLF and
       *> is folded at 75 octets as the standard requires -- see
       *> Z0300-write-line.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. cgi-ical-local.
       *>**************************************************
       DATA DIVISION.
       working-storage section.
       01   switches.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-room-found-switch                PIC X   VALUE 'N'.
                88  is-room-found                           VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-access-granted-switch            PIC X   VALUE 'N'.
                88  is-access-granted                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> the role this feed requires -- see A0120-check-access
       01  wc-behorig-krav         PIC X(10) VALUE 'LASARE'.

       *> which calendar -- one room, or one course/organizer
       01  wn-sok-lokal-id         PIC  9(4)  VALUE ZERO.

       *> the calendar's display name (X-WR-CALNAME)
       01  wc-kalender-namn        PIC  X(100) VALUE SPACE.

       *> one content line before folding, and the folding state
       *> -- the first physical line holds 73 octets, every
       *> continuation line a leading blank plus 72, each followed
       *> by CR LF
       01  wc-ical-line            PIC  X(200) VALUE SPACE.
       01  wn-ical-len             PIC  9(3)   VALUE ZERO.
       01  wn-ical-pos             PIC  9(3)   VALUE ZERO.
       01  wn-ical-cut             PIC  9(3)   VALUE ZERO.
       01  wn-ical-max             PIC  9(3)   VALUE ZERO.
       01  wn-ical-next            PIC  9(3)   VALUE ZERO.
       01  wc-crlf-cr              PIC  X      VALUE X"0D".

       *> scratch fields for Z0250-text-escape -- wc-ical-out is
       *> sized for every character needing a backslash
       01  wc-ical-in              PIC  X(100) VALUE SPACE.
       01  wc-ical-out             PIC  X(200) VALUE SPACE.
       01  wn-ical-in-idx          PIC  9(3)   VALUE ZERO.
       01  wn-ical-out-idx         PIC  9(3)   VALUE ZERO.

       *> a DB2 timestamp string turned into iCalendar's basic
       *> format, YYYYMMDDTHHMMSS -- see Z0270-format-timestamp
       01  wc-ts-in                PIC  X(19)  VALUE SPACE.
       01  wc-ts-out               PIC  X(15)  VALUE SPACE.

       *> and a 'YYYY-MM-DD' date into YYYYMMDD
       01  wc-date-in              PIC  X(10)  VALUE SPACE.
       01  wc-date-out             PIC  X(8)   VALUE SPACE.

       *> the event's revision number, edited for output
       01  wn-sekvens              PIC  9(4)   VALUE ZERO.
       01  wn-sekvens-ed           PIC  Z(3)9.
       01  wn-antal-ed             PIC  Z(3)9.

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
       01  wc-sok-bokad-av          PIC  X(40).
       01  jlokal-flytta-count      PIC  9(4).
       01  wc-ical-stamp-sql        PIC  X(19).
       01  wc-sparr-slut-sql        PIC  X(10).
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
                        PERFORM B0200-write-calendar
                    END-IF
                    PERFORM B0300-disconnect
                END-IF
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           *> -- a calendar, not the HTML header wui-print-header
           *> sends; the blank line ends the CGI header
           DISPLAY "Content-Type: text/calendar; charset=utf-8"
                   wc-crlf-cr
           DISPLAY "Content-Disposition: inline; "
                   "filename=""lokal.ics""" wc-crlf-cr
           DISPLAY wc-crlf-cr

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               SET is-valid-init TO TRUE

               MOVE SPACE TO wc-sok-bokad-av

               *>  the room's calendar ...
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'lokal-id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               IF wc-post-value NOT = SPACE
                   IF wc-post-value NOT NUMERIC
                       DISPLAY "*** Felaktigt lokal-id ***"
                               wc-crlf-cr
                       MOVE 'N' TO is-valid-init-switch
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-post-value)
                                             TO wn-sok-lokal-id
                   END-IF
               END-IF

               *>  ... or the course's/organizer's
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'bokad-av' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               MOVE wc-post-value TO wc-sok-bokad-av

               *>  exactly one of the two
               IF is-valid-init
                   IF (wn-sok-lokal-id = ZERO
                       AND wc-sok-bokad-av = SPACE)
                      OR (wn-sok-lokal-id NOT = ZERO
                       AND wc-sok-bokad-av NOT = SPACE)
                       DISPLAY "*** Ange antingen lokal-id eller "
                               "bokad-av ***" wc-crlf-cr
                       MOVE 'N' TO is-valid-init-switch
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
       B0200-write-calendar.

           IF wn-sok-lokal-id NOT = ZERO
               PERFORM B0210-fetch-local
               IF is-room-found
                   MOVE SPACE TO wc-kalender-namn
                   STRING FUNCTION TRIM(jlokal-byggnad) " "
                          FUNCTION TRIM(jlokal-vaningsplan) " "
                          FUNCTION TRIM(jlokal-lokalnamn)
                       DELIMITED BY SIZE INTO wc-kalender-namn
               ELSE
                   DISPLAY "*** Okänd lokal ***" wc-crlf-cr
               END-IF
           ELSE
               MOVE wc-sok-bokad-av TO wc-kalender-namn
           END-IF

           IF wn-sok-lokal-id = ZERO
               OR is-room-found
               PERFORM B0220-write-calendar-head
               PERFORM B0230-write-bookings
               IF wn-sok-lokal-id NOT = ZERO
                   PERFORM B0250-write-blocks
               END-IF

               MOVE "END:VCALENDAR" TO wc-ical-line
               PERFORM Z0300-write-line
           END-IF

           .

       *>**************************************************
       B0210-fetch-local.

           *> retired rooms too -- their cancelled bookings must
           *> still reach the subscribers
           MOVE wn-sok-lokal-id TO jlokal-lokal-id

           EXEC SQL
               SELECT Lokalnamn, Vaningsplan, Byggnad
                   INTO :jlokal-lokalnamn, :jlokal-vaningsplan,
                        :jlokal-byggnad
                   FROM T_JLOKAL
                   WHERE Lokal_id = :jlokal-lokal-id
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
       B0220-write-calendar-head.

           MOVE "BEGIN:VCALENDAR" TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE "VERSION:2.0" TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE "PRODID:-//openjensen//cgi-ical-local//SV"
                                             TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE "CALSCALE:GREGORIAN" TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE "METHOD:PUBLISH" TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE wc-kalender-namn TO wc-ical-in
           PERFORM Z0250-text-escape
           MOVE SPACE TO wc-ical-line
           STRING "X-WR-CALNAME:" FUNCTION TRIM(wc-ical-out)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE "X-WR-TIMEZONE:Europe/Stockholm" TO wc-ical-line
           PERFORM Z0300-write-line

           .

       *>**************************************************
       B0230-write-bookings.

           *> one filter or the other is blank, same optional
           *> filter idiom curslistloc uses in cgi-list-local.
           *> The stamp is taken in UTC, as DTSTAMP requires.
           MOVE wn-sok-lokal-id TO jlokal-lokal-id

           EXEC SQL
               DECLARE cursicalbok CURSOR FOR
                   SELECT B.Bokning_id, B.Start_ts, B.Slut_ts,
                          B.Antal_deltagare, B.Bokad_av,
                          B.Bokning_status,
                          J.Lokalnamn, J.Vaningsplan, J.Byggnad,
                          (SELECT COUNT(*)
                               FROM T_JLOKAL_BOKNING_LOG L
                               WHERE L.Bokning_id = B.Bokning_id
                                 AND L.Log_action IN ('FLYTTA',
                                                      'GODKAN')),
                          CHAR(CURRENT TIMESTAMP - CURRENT TIMEZONE)
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   WHERE B.Slut_ts >= CURRENT TIMESTAMP - 30 DAYS
                     AND (:jlokal-lokal-id = 0
                          OR B.Lokal_id = :jlokal-lokal-id)
                     AND (:wc-sok-bokad-av = SPACE
                          OR UPPER(B.Bokad_av) =
                             UPPER(:wc-sok-bokad-av))
                   ORDER BY B.Start_ts, B.Bokning_id
           END-EXEC

           EXEC SQL
               OPEN cursicalbok
           END-EXEC

           EXEC SQL
               FETCH cursicalbok
                   INTO :jlokal-bokning-id, :jlokal-bokning-start,
                        :jlokal-bokning-slut, :jlokal-bokning-antal,
                        :jlokal-bokning-namn, :jlokal-bokning-status,
                        :jlokal-lokalnamn, :jlokal-vaningsplan,
                        :jlokal-byggnad, :jlokal-flytta-count,
                        :wc-ical-stamp-sql
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0240-write-booking-event

               EXEC SQL
                   FETCH cursicalbok
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-status,
                            :jlokal-lokalnamn, :jlokal-vaningsplan,
                            :jlokal-byggnad, :jlokal-flytta-count,
                            :wc-ical-stamp-sql
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursicalbok
           END-EXEC

           .

       *>**************************************************
       B0240-write-booking-event.

           MOVE "BEGIN:VEVENT" TO wc-ical-line
           PERFORM Z0300-write-line

           *> the booking id is the event's identity for good --
           *> a move or a cancellation replaces this same event
           MOVE SPACE TO wc-ical-line
           STRING "UID:bokning-" jlokal-bokning-id "@openjensen"
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           PERFORM Z0280-write-stamp

           MOVE jlokal-bokning-start TO wc-ts-in
           PERFORM Z0270-format-timestamp
           MOVE SPACE TO wc-ical-line
           STRING "DTSTART:" wc-ts-out
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE jlokal-bokning-slut TO wc-ts-in
           PERFORM Z0270-format-timestamp
           MOVE SPACE TO wc-ical-line
           STRING "DTEND:" wc-ts-out
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE jlokal-flytta-count TO wn-sekvens
           IF jlokal-bokning-status = 'C'
               ADD 1 TO wn-sekvens
           END-IF
           PERFORM Z0290-write-sequence

           IF jlokal-bokning-status = 'C'
               MOVE "STATUS:CANCELLED" TO wc-ical-line
           ELSE
               IF jlokal-bokning-status = 'P'
                   MOVE "STATUS:TENTATIVE" TO wc-ical-line
               ELSE
                   MOVE "STATUS:CONFIRMED" TO wc-ical-line
               END-IF
           END-IF
           PERFORM Z0300-write-line

           *> a room's calendar names who booked it, a course's
           *> calendar names the room
           IF wn-sok-lokal-id NOT = ZERO
               MOVE jlokal-bokning-namn TO wc-ical-in
           ELSE
               MOVE jlokal-lokalnamn TO wc-ical-in
           END-IF
           PERFORM Z0250-text-escape
           MOVE SPACE TO wc-ical-line
           STRING "SUMMARY:" FUNCTION TRIM(wc-ical-out)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE SPACE TO wc-ical-in
           STRING FUNCTION TRIM(jlokal-lokalnamn) ", "
                  FUNCTION TRIM(jlokal-vaningsplan) ", "
                  FUNCTION TRIM(jlokal-byggnad)
               DELIMITED BY SIZE INTO wc-ical-in
           PERFORM Z0250-text-escape
           MOVE SPACE TO wc-ical-line
           STRING "LOCATION:" FUNCTION TRIM(wc-ical-out)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE jlokal-bokning-namn TO wc-ical-in
           PERFORM Z0250-text-escape
           MOVE jlokal-bokning-antal TO wn-antal-ed
           MOVE SPACE TO wc-ical-line
           STRING "DESCRIPTION:Bokad av "
                  FUNCTION TRIM(wc-ical-out)
                  "\, antal deltagare "
                  FUNCTION TRIM(wn-antal-ed)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           IF jlokal-bokning-status = 'C'
               MOVE "TRANSP:TRANSPARENT" TO wc-ical-line
           ELSE
               MOVE "TRANSP:OPAQUE" TO wc-ical-line
           END-IF
           PERFORM Z0300-write-line

           MOVE "END:VEVENT" TO wc-ical-line
           PERFORM Z0300-write-line

           .

       *>**************************************************
       B0250-write-blocks.

           *> the room's block-outs, lifted ones included so they
           *> are withdrawn from the calendar -- an all-day event's
           *> DTEND is the day after its last day
           EXEC SQL
               DECLARE cursicalsparr CURSOR FOR
                   SELECT Sparr_id, CHAR(Fran_datum, ISO),
                          CHAR(Till_datum + 1 DAY, ISO),
                          Orsak, Sparr_status,
                          CHAR(CURRENT TIMESTAMP - CURRENT TIMEZONE)
                   FROM T_JLOKAL_SPARR
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Till_datum >= CURRENT DATE - 30 DAYS
                   ORDER BY Fran_datum, Sparr_id
           END-EXEC

           EXEC SQL
               OPEN cursicalsparr
           END-EXEC

           EXEC SQL
               FETCH cursicalsparr
                   INTO :jlokal-sparr-id, :wc-sparr-fran,
                        :wc-sparr-slut-sql, :wc-sparr-orsak,
                        :jlokal-sparr-status, :wc-ical-stamp-sql
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0260-write-block-event

               EXEC SQL
                   FETCH cursicalsparr
                       INTO :jlokal-sparr-id, :wc-sparr-fran,
                            :wc-sparr-slut-sql, :wc-sparr-orsak,
                            :jlokal-sparr-status,
                            :wc-ical-stamp-sql
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursicalsparr
           END-EXEC

           .

       *>**************************************************
       B0260-write-block-event.

           MOVE "BEGIN:VEVENT" TO wc-ical-line
           PERFORM Z0300-write-line

           MOVE SPACE TO wc-ical-line
           STRING "UID:sparr-" jlokal-sparr-id "@openjensen"
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           PERFORM Z0280-write-stamp

           MOVE wc-sparr-fran TO wc-date-in
           PERFORM Z0275-format-date
           MOVE SPACE TO wc-ical-line
           STRING "DTSTART;VALUE=DATE:" wc-date-out
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           MOVE wc-sparr-slut-sql TO wc-date-in
           PERFORM Z0275-format-date
           MOVE SPACE TO wc-ical-line
           STRING "DTEND;VALUE=DATE:" wc-date-out
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           *> a block is only ever set and lifted, never moved
           IF jlokal-sparr-status = 'H'
               MOVE 1 TO wn-sekvens
               PERFORM Z0290-write-sequence
               MOVE "STATUS:CANCELLED" TO wc-ical-line
           ELSE
               MOVE ZERO TO wn-sekvens
               PERFORM Z0290-write-sequence
               MOVE "STATUS:CONFIRMED" TO wc-ical-line
           END-IF
           PERFORM Z0300-write-line

           MOVE wc-sparr-orsak TO wc-ical-in
           PERFORM Z0250-text-escape
           MOVE SPACE TO wc-ical-line
           STRING "SUMMARY:Spärrad: " FUNCTION TRIM(wc-ical-out)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           IF jlokal-sparr-status = 'H'
               MOVE "TRANSP:TRANSPARENT" TO wc-ical-line
           ELSE
               MOVE "TRANSP:OPAQUE" TO wc-ical-line
           END-IF
           PERFORM Z0300-write-line

           MOVE "END:VEVENT" TO wc-ical-line
           PERFORM Z0300-write-line

           .

       *>**************************************************
       Z0250-text-escape.

           *> backslash, semicolon and comma carry meaning in an
           *> iCalendar TEXT value and must be backslash-escaped,
           *> same walk Z0200-html-escape does for HTML
           MOVE SPACE TO wc-ical-out
           MOVE ZERO TO wn-ical-out-idx

           PERFORM VARYING wn-ical-in-idx FROM 1 BY 1
                   UNTIL wn-ical-in-idx > 100

               EVALUATE wc-ical-in(wn-ical-in-idx:1)
                   WHEN '\'
                   WHEN ';'
                   WHEN ','
                       ADD 1 TO wn-ical-out-idx
                       MOVE '\' TO wc-ical-out(wn-ical-out-idx:1)
                       ADD 1 TO wn-ical-out-idx
                       MOVE wc-ical-in(wn-ical-in-idx:1) TO
                           wc-ical-out(wn-ical-out-idx:1)
                   WHEN OTHER
                       ADD 1 TO wn-ical-out-idx
                       MOVE wc-ical-in(wn-ical-in-idx:1) TO
                           wc-ical-out(wn-ical-out-idx:1)
               END-EVALUATE

           END-PERFORM

           .

       *>**************************************************
       Z0270-format-timestamp.

           *> 'YYYY-MM-DD-HH.MM.SS' -> YYYYMMDDTHHMMSS
           MOVE SPACE TO wc-ts-out
           STRING wc-ts-in(1:4) wc-ts-in(6:2) wc-ts-in(9:2) "T"
                  wc-ts-in(12:2) wc-ts-in(15:2) wc-ts-in(18:2)
               DELIMITED BY SIZE INTO wc-ts-out

           .

       *>**************************************************
       Z0275-format-date.

           *> 'YYYY-MM-DD' -> YYYYMMDD
           MOVE SPACE TO wc-date-out
           STRING wc-date-in(1:4) wc-date-in(6:2) wc-date-in(9:2)
               DELIMITED BY SIZE INTO wc-date-out

           .

       *>**************************************************
       Z0280-write-stamp.

           MOVE wc-ical-stamp-sql TO wc-ts-in
           PERFORM Z0270-format-timestamp
           MOVE SPACE TO wc-ical-line
           STRING "DTSTAMP:" wc-ts-out "Z"
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           .

       *>**************************************************
       Z0290-write-sequence.

           MOVE wn-sekvens TO wn-sekvens-ed
           MOVE SPACE TO wc-ical-line
           STRING "SEQUENCE:" FUNCTION TRIM(wn-sekvens-ed)
               DELIMITED BY SIZE INTO wc-ical-line
           PERFORM Z0300-write-line

           .

       *>**************************************************
       Z0300-write-line.

           *> one content line out as CRLF-terminated physical
           *> lines of at most 75 octets, continuations starting
           *> with a blank.  A cut never lands inside a UTF-8
           *> character: while the octet after the cut is a
           *> continuation octet (X"80" - X"BF") the cut backs up.
           COMPUTE wn-ical-len =
                   FUNCTION LENGTH(FUNCTION TRIM(wc-ical-line
                                                 TRAILING))
           MOVE 1 TO wn-ical-pos
           MOVE 73 TO wn-ical-max

           PERFORM UNTIL wn-ical-pos > wn-ical-len
               COMPUTE wn-ical-cut = wn-ical-len - wn-ical-pos + 1

               IF wn-ical-cut > wn-ical-max
                   MOVE wn-ical-max TO wn-ical-cut
                   COMPUTE wn-ical-next = wn-ical-pos + wn-ical-cut
                   PERFORM UNTIL wc-ical-line(wn-ical-next:1) < X"80"
                              OR wc-ical-line(wn-ical-next:1) > X"BF"
                       SUBTRACT 1 FROM wn-ical-cut
                       SUBTRACT 1 FROM wn-ical-next
                   END-PERFORM
               END-IF

               IF wn-ical-pos = 1
                   DISPLAY wc-ical-line(wn-ical-pos:wn-ical-cut)
                           wc-crlf-cr
               ELSE
                   DISPLAY " " wc-ical-line(wn-ical-pos:wn-ical-cut)
                           wc-crlf-cr
               END-IF

               ADD wn-ical-cut TO wn-ical-pos
               MOVE 72 TO wn-ical-max
           END-PERFORM

           MOVE SPACE TO wc-ical-line

           .

       *>**************************************************
       B0300-disconnect.

       *>  disconnect
           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       *> END PROGRAM
