       *>
       *> cgi-waitlist-local: the waiting list for rooms that are
       *> already booked.  When cgi-book-local refuses a booking
       *> because the window is taken, it offers a form that posts
       *> here (atgard KOA) with the same room, date, window,
       *> headcount and course name, and the request is queued in
       *> T_JLOKAL_KO -- only for a window that really is taken
       *> (a free one is booked, not queued) and by a headcount the
       *> room can hold.  Ticking auto-boka lets a freed slot be
       *> booked straight away; otherwise it is only flagged.
       *>
       *> cgi-change-booking does the promoting: when it cancels or
       *> moves a booking, the oldest waiting entry that now fits
       *> is booked or flagged (see jlokal-ko-promote).  A flagged
       *> entry is confirmed here (atgard BEKRAFTA with ko-id),
       *> which re-runs the same checks and books it if it still
       *> fits.  A requester withdraws an entry with atgard ATERTA
       *> -- their own only, an ADMIN any.
       *>
       *> A blank atgard lists the open entries (waiting or
       *> flagged) per room and date, in queue order, optionally
       *> for one lokal-id and/or one sok-datum.  Every call first
       *> expires the entries whose window has started, so a
       *> passed date drops off the list by itself.
       *>
       *> A pending booking (awaiting approval) takes the window as
       *> surely as an active one, so it can be queued behind; an
       *> entry booked from the list is itself saved pending when
       *> the room or headcount needs approval.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. cgi-waitlist-local.
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
            03  is-overlap-switch                   PIC X   VALUE 'N'.
                88  is-overlap                              VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-insert-done-switch               PIC X   VALUE 'N'.
                88  is-insert-done                          VALUE 'Y'.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Väntelista'.

       *> the role this screen requires -- see A0120-check-access
       01  wc-behorig-krav         PIC X(10) VALUE 'BOKARE'.

       *> which change was asked for -- blank just lists
       01  wc-atgard               PIC X(10)  VALUE SPACE.
           88  is-known-atgard     VALUE 'KOA' 'ATERTA' 'BEKRAFTA'
                                         SPACE.
           88  is-atgard-koa       VALUE 'KOA'.
           88  is-atgard-aterta    VALUE 'ATERTA'.
           88  is-atgard-bekrafta  VALUE 'BEKRAFTA'.

       *> the entry to withdraw or confirm
       01  wn-sok-ko-id            PIC  9(5)  VALUE ZERO.

       *> the request to queue -- same fields cgi-book-local posts
       COPY jlokal-bokning-wrk-vars.
       01  wc-auto-boka            PIC  X(1)  VALUE 'N'.

       *> retry-on-duplicate-key bound for B0228-insert-entry, same
       *> scheme cgi-book-local's B0250-insert-booking uses
       01  wn-retry-count          PIC  9(2) VALUE ZERO.
       01  wn-max-retry            PIC  9(2) VALUE 5.

       *> the room's capacity, fetched by B0222-fetch-local
       01  wn-room-maxdeltagare    PIC  9(4) VALUE ZERO.

       *> now, as a DB2-format timestamp string, against which a
       *> request for a window already started is refused
       01  wc-now-ts               PIC  X(19) VALUE SPACE.

       *> control break on the list: one heading row per room and
       *> date, and each entry's place in that queue
       01  wn-prev-lokal-id        PIC  9(4)  VALUE ZERO.
       01  wc-prev-datum           PIC  X(10) VALUE SPACE.
       01  wn-ko-plats             PIC  9(3)  VALUE ZERO.
       01  wc-ko-status-text       PIC  X(20) VALUE SPACE.

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
       01  jlokal-overlap-count     PIC  9(4).
       01  jlokal-ko-count          PIC  9(4).
       01  jlokal-sok-lokal-id      PIC  9(4).
       01  wc-sok-datum             PIC  X(10).
       01  wc-ko-skapad-ts          PIC  X(26).
       01  wc-ko-remote-user        PIC  X(40).
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
                        PERFORM B0200-waitlist
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

               EVALUATE TRUE
                   WHEN NOT is-known-atgard
                       DISPLAY "<br> *** Okänd åtgärd, ange KOA, "
                               "ATERTA eller BEKRAFTA ***"
                       MOVE 'N' TO is-valid-init-switch
                   WHEN is-atgard-koa
                       PERFORM A0110-read-request
                   WHEN is-atgard-aterta OR is-atgard-bekrafta
                       PERFORM A0130-read-ko-id
                   WHEN OTHER
                       PERFORM A0140-read-filter
               END-EVALUATE

           END-IF

           .

       *>**************************************************
       A0110-read-request.

           *> the refused booking, as cgi-book-local posts it --
           *> same fields, same validation as its A0100-init
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'lokal-id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE OR wc-post-value NOT NUMERIC
               DISPLAY "<br> *** Saknar lokal-id ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE FUNCTION NUMVAL(wc-post-value)
                                         TO wn-bokning-lokal-id
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-datum' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(5:1) NOT = '-'
               OR wc-post-value(8:1) NOT = '-'
               DISPLAY "<br> *** Ogiltigt datum, använd "
                       "ÅÅÅÅ-MM-DD ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value(1:10) TO wc-bokning-datum
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-start-tid' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(3:1) NOT = ':'
               DISPLAY "<br> *** Ogiltig starttid, använd "
                       "TT:MM ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value(1:5) TO wc-bokning-start-tid
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-slut-tid' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(3:1) NOT = ':'
               DISPLAY "<br> *** Ogiltig sluttid, använd "
                       "TT:MM ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value(1:5) TO wc-bokning-slut-tid
           END-IF

           IF wc-bokning-start-tid NOT = SPACE
               AND wc-bokning-slut-tid NOT = SPACE
               AND wc-bokning-slut-tid NOT > wc-bokning-start-tid
               DISPLAY "<br> *** Sluttid måste vara efter "
                       "starttid ***"
               MOVE 'N' TO is-valid-init-switch
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-antal' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               OR wc-post-value NOT NUMERIC
               DISPLAY "<br> *** Ogiltigt antal deltagare ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE FUNCTION NUMVAL(wc-post-value)
                                         TO wn-bokning-antal
               IF wn-bokning-antal = ZERO
                   DISPLAY "<br> *** Ogiltigt antal "
                           "deltagare ***"
                   MOVE 'N' TO is-valid-init-switch
               END-IF
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bokning-namn' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               DISPLAY "<br> *** Saknar kurs/bokare ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value TO wc-bokning-namn
           END-IF

           *>  checkbox -- present (any value) means book at once
           *>  when the slot frees up
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'auto-boka' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE 'J' TO wc-auto-boka
           END-IF

           .

       *>**************************************************
       A0130-read-ko-id.

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ko-id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE OR wc-post-value NOT NUMERIC
               DISPLAY "<br> *** Saknar ko-id ***"
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-sok-ko-id
           END-IF

           .

       *>**************************************************
       A0140-read-filter.

           *> both optional -- blank lists every open entry
           MOVE ZERO TO jlokal-sok-lokal-id
           MOVE SPACE TO wc-sok-datum

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'lokal-id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF wc-post-value NOT NUMERIC
                   DISPLAY "<br> *** Ogiltigt lokal-id ***"
                   MOVE 'N' TO is-valid-init-switch
               ELSE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                                         TO jlokal-sok-lokal-id
               END-IF
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'sok-datum' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF wc-post-value(5:1) NOT = '-'
                   OR wc-post-value(8:1) NOT = '-'
                   DISPLAY "<br> *** Ogiltigt datum, använd "
                           "ÅÅÅÅ-MM-DD ***"
                   MOVE 'N' TO is-valid-init-switch
               ELSE
                   MOVE wc-post-value(1:10) TO wc-sok-datum
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
       B0200-waitlist.

           PERFORM B0210-expire-entries

           EVALUATE TRUE
               WHEN is-atgard-koa
                   PERFORM B0220-join-waitlist
               WHEN is-atgard-aterta
                   PERFORM B0240-withdraw-entry
               WHEN is-atgard-bekrafta
                   PERFORM B0245-confirm-entry
               WHEN OTHER
                   PERFORM B0260-list-entries
           END-EVALUATE

           .

       *>**************************************************
       B0210-expire-entries.

           *> an entry still open when its window has started can
           *> no longer be met -- it expires, whoever looks first
           EXEC SQL
               UPDATE T_JLOKAL_KO
                  SET Ko_status = 'U'
                  WHERE Ko_status IN ('V', 'F')
                    AND Start_ts <= CURRENT TIMESTAMP
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0270-commit-work
           END-IF

           .

       *>**************************************************
       B0220-join-waitlist.

           PERFORM B0222-fetch-local

           IF is-room-found
               IF wn-bokning-antal > wn-room-maxdeltagare
                   DISPLAY "<br> *** Antal deltagare överstiger "
                           "lokalens maxantal ***"
               ELSE
                   PERFORM B0223-build-window

                   IF jlokal-ko-start NOT > wc-now-ts
                       DISPLAY "<br> *** Tiden har redan "
                               "passerat ***"
                   ELSE
                       PERFORM B0224-check-overlap

                       IF NOT is-overlap
                           DISPLAY "<br> *** Lokalen är ledig under "
                                   "denna tid, boka den direkt ***"
                       ELSE
                           PERFORM B0225-check-queued

                           IF jlokal-ko-count NOT = ZERO
                               DISPLAY "<br> *** Redan i kö för "
                                       "denna lokal och tid ***"
                           ELSE
                               PERFORM B0228-insert-entry
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "<br> *** Okänd lokal ***"
           END-IF

           .

       *>**************************************************
       B0222-fetch-local.

           *> only an active room can be queued for, same rule
           *> cgi-book-local's B0210-fetch-local applies
           MOVE wn-bokning-lokal-id TO jlokal-lokal-id

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
       B0223-build-window.

           *> the DB2-format timestamp strings, same STRING idiom
           *> B0230-check-overlap in cgi-book-local uses
           MOVE SPACE TO jlokal-ko-start jlokal-ko-slut
           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-start-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-start-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-ko-start

           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-ko-slut

           MOVE SPACE TO wc-now-ts
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) "-"
                  FUNCTION CURRENT-DATE(9:2) "."
                  FUNCTION CURRENT-DATE(11:2) "."
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO wc-now-ts

           .

       *>**************************************************
       B0224-check-overlap.

           *> the window must really be taken -- same overlap rule
           *> cgi-book-local's B0230-check-overlap refused it by
           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-overlap-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-ko-slut
                     AND Slut_ts  > :jlokal-ko-start
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
       B0225-check-queued.

           *> the same course queued twice for the same window
           *> would only take two places in the queue
           MOVE wc-bokning-namn TO jlokal-ko-namn

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-ko-count
                   FROM T_JLOKAL_KO
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Ko_status IN ('V', 'F')
                     AND Start_ts = :jlokal-ko-start
                     AND Slut_ts  = :jlokal-ko-slut
                     AND UPPER(Bokad_av) = UPPER(:jlokal-ko-namn)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                MOVE 1 TO jlokal-ko-count
           END-IF

           .

       *>**************************************************
       B0226-get-new-ko-number.

           *> next free id -- same MAX(id)+1 scheme cgi-book-local's
           *> B0240-get-new-booking-number uses
           EXEC SQL
               SELECT COALESCE(MAX(Ko_id), 0)
                   INTO :jlokal-ko-id
                   FROM T_JLOKAL_KO
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           ADD 1 TO jlokal-ko-id

           .

       *>**************************************************
       B0228-insert-entry.

           MOVE ZERO TO wn-retry-count

           PERFORM B0226-get-new-ko-number
           PERFORM B0229-attempt-insert

           *> same duplicate-key retry loop cgi-book-local's
           *> B0250-insert-booking uses
           PERFORM UNTIL is-insert-done
               OR NOT is-duplicate-key
               OR wn-retry-count >= wn-max-retry

               ADD 1 TO wn-retry-count
               PERFORM B0226-get-new-ko-number
               PERFORM B0229-attempt-insert
           END-PERFORM

           IF NOT is-insert-done AND is-duplicate-key
               DISPLAY "<br> *** Kunde inte ställa i kö efter "
                       "flera försök, försök igen ***"
           END-IF

           .

       *>**************************************************
       B0229-attempt-insert.

           MOVE 'N' TO is-duplicate-key-switch
           MOVE 'N' TO is-insert-done-switch

           MOVE wn-bokning-lokal-id  TO jlokal-ko-lokal-id
           MOVE wn-bokning-antal     TO jlokal-ko-antal
           MOVE wc-bokning-namn      TO jlokal-ko-namn
           MOVE wc-auto-boka         TO jlokal-ko-auto

           EXEC SQL
               INSERT INTO T_JLOKAL_KO
                   (Ko_id, Lokal_id, Start_ts, Slut_ts,
                    Antal_deltagare, Bokad_av, Auto_boka,
                    Ko_status, Bokning_id, Skapad_ts, Remote_user)
                   VALUES (:jlokal-ko-id, :jlokal-ko-lokal-id,
                           :jlokal-ko-start, :jlokal-ko-slut,
                           :jlokal-ko-antal, :jlokal-ko-namn,
                           :jlokal-ko-auto, 'V', 0,
                           CURRENT TIMESTAMP, :wc-remote-user)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-insert-done TO TRUE
                PERFORM B0270-commit-work
                DISPLAY "<br> *** Ställd i kö, köplats "
                        jlokal-ko-id " ***"
           END-IF

           .

       *>**************************************************
       B0240-withdraw-entry.

           *> the requester's own entry, or any for an ADMIN
           MOVE wn-sok-ko-id TO jlokal-ko-id

           EXEC SQL
               UPDATE T_JLOKAL_KO
                  SET Ko_status = 'T'
                  WHERE Ko_id = :jlokal-ko-id
                    AND Ko_status IN ('V', 'F')
                    AND (UPPER(Remote_user) = UPPER(:wc-remote-user)
                         OR :wc-behorig-roll = 'ADMIN')
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQLERRD(3) = ZERO
                       DISPLAY "<br> *** Okänd eller avslutad "
                               "köplats, eller inte din ***"
                   ELSE
                       PERFORM B0270-commit-work
                       DISPLAY "<br> *** Köplats " jlokal-ko-id
                               " återtagen ***"
                   END-IF
               WHEN 100
                   DISPLAY "<br> *** Okänd eller avslutad "
                           "köplats, eller inte din ***"
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           PERFORM B0260-list-entries

           .

       *>**************************************************
       B0245-confirm-entry.

           *> only a flagged entry -- one whose slot has come free
           *> -- can be confirmed; B0280-promote-waitlist re-runs
           *> every check on it before booking
           MOVE wn-sok-ko-id TO jlokal-ko-id

           EXEC SQL
               SELECT Lokal_id, Start_ts, Slut_ts
                   INTO :jlokal-ko-fri-lokal-id,
                        :jlokal-ko-fri-start, :jlokal-ko-fri-slut
                   FROM T_JLOKAL_KO
                   WHERE Ko_id = :jlokal-ko-id
                     AND Ko_status = 'F'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE jlokal-ko-id TO jlokal-ko-valt-id
                   PERFORM B0280-promote-waitlist
               WHEN 100
                   DISPLAY "<br> *** Okänd köplats, eller ingen "
                           "ledig tid att bekräfta ***"
               WHEN OTHER
                   PERFORM Z0100-error-routine
           END-EVALUATE

           PERFORM B0260-list-entries

           .

       *>**************************************************
       B0250-log-booking-change.

           *> audit trail -- who confirmed this booking, and when.
           COPY jlokal-bokning-log-insert.

           .

       *>**************************************************
       B0260-list-entries.

           *> open entries in queue order within each room and date
           EXEC SQL
               DECLARE curswaitlist CURSOR FOR
                   SELECT K.Ko_id, K.Lokal_id, J.Lokalnamn,
                          K.Start_ts, K.Slut_ts, K.Antal_deltagare,
                          K.Bokad_av, K.Auto_boka, K.Ko_status,
                          CHAR(K.Skapad_ts),
                          COALESCE(K.Remote_user, ' ')
                   FROM T_JLOKAL_KO K
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = K.Lokal_id
                   WHERE K.Ko_status IN ('V', 'F')
                     AND (:jlokal-sok-lokal-id = 0
                          OR K.Lokal_id = :jlokal-sok-lokal-id)
                     AND (:wc-sok-datum = SPACE
                          OR CHAR(DATE(K.Start_ts), ISO)
                                               = :wc-sok-datum)
                   ORDER BY K.Lokal_id, DATE(K.Start_ts),
                            K.Skapad_ts, K.Ko_id
           END-EXEC

           EXEC SQL
               OPEN curswaitlist
           END-EXEC

           DISPLAY "<table border=""1"">"

           DISPLAY "<tr>"
           DISPLAY "<th>Plats</th><th>Köplats</th><th>Tid</th>"
                   "<th>Antal</th><th>Bokad av</th>"
                   "<th>Boka direkt</th><th>Status</th>"
                   "<th>Anmäld</th><th>Anmäld av</th><th></th>"
           DISPLAY "</tr>"

           MOVE ZERO TO wn-prev-lokal-id
           MOVE SPACE TO wc-prev-datum

           EXEC SQL
               FETCH curswaitlist
                   INTO :jlokal-ko-id, :jlokal-ko-lokal-id,
                        :jlokal-lokalnamn, :jlokal-ko-start,
                        :jlokal-ko-slut, :jlokal-ko-antal,
                        :jlokal-ko-namn, :jlokal-ko-auto,
                        :jlokal-ko-status, :wc-ko-skapad-ts,
                        :wc-ko-remote-user
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0265-display-entry-row

               EXEC SQL
                   FETCH curswaitlist
                       INTO :jlokal-ko-id, :jlokal-ko-lokal-id,
                            :jlokal-lokalnamn, :jlokal-ko-start,
                            :jlokal-ko-slut, :jlokal-ko-antal,
                            :jlokal-ko-namn, :jlokal-ko-auto,
                            :jlokal-ko-status, :wc-ko-skapad-ts,
                            :wc-ko-remote-user
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curswaitlist
           END-EXEC

           DISPLAY "</table>"

           .

       *>**************************************************
       B0265-display-entry-row.

           *> a new room or date starts a new queue, headed by its
           *> own row
           IF jlokal-ko-lokal-id NOT = wn-prev-lokal-id
               OR jlokal-ko-start(1:10) NOT = wc-prev-datum
               MOVE jlokal-ko-lokal-id TO wn-prev-lokal-id
               MOVE jlokal-ko-start(1:10) TO wc-prev-datum
               MOVE ZERO TO wn-ko-plats

               MOVE jlokal-lokalnamn TO wc-html-in
               PERFORM Z0200-html-escape
               DISPLAY "<tr><th colspan=""10"">Lokal "
                       jlokal-ko-lokal-id " "
                       FUNCTION TRIM(wc-html-out) ", "
                       wc-prev-datum "</th></tr>"
           END-IF

           ADD 1 TO wn-ko-plats

           IF jlokal-ko-status = 'F'
               MOVE 'Ledig, bekräfta' TO wc-ko-status-text
           ELSE
               MOVE 'Väntar' TO wc-ko-status-text
           END-IF

           DISPLAY "<tr>"
           DISPLAY "<td>" wn-ko-plats "</td>"
           DISPLAY "<td>" jlokal-ko-id "</td>"
           DISPLAY "<td>" jlokal-ko-start(12:5) "-"
                   jlokal-ko-slut(12:5) "</td>"
           DISPLAY "<td>" jlokal-ko-antal "</td>"

           MOVE jlokal-ko-namn TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           DISPLAY "<td>" jlokal-ko-auto "</td>"
           DISPLAY "<td>" FUNCTION TRIM(wc-ko-status-text) "</td>"
           DISPLAY "<td>" wc-ko-skapad-ts(1:16) "</td>"

           MOVE wc-ko-remote-user TO wc-html-in
           PERFORM Z0200-html-escape
           DISPLAY "<td>" FUNCTION TRIM(wc-html-out) "</td>"

           *> both actions POST straight back here, one form each
           DISPLAY "<td>"
           IF jlokal-ko-status = 'F'
               DISPLAY "<form method=""post"" "
                       "action=""cgi-waitlist-local"">"
               DISPLAY "<input type=""hidden"" name=""atgard"" "
                       "value=""BEKRAFTA"">"
               DISPLAY "<input type=""hidden"" name=""ko-id"" "
                       "value=""" jlokal-ko-id """>"
               DISPLAY "<input type=""submit"" value=""Bekräfta"">"
               DISPLAY "</form>"
           END-IF
           DISPLAY "<form method=""post"" "
                   "action=""cgi-waitlist-local"">"
           DISPLAY "<input type=""hidden"" name=""atgard"" "
                   "value=""ATERTA"">"
           DISPLAY "<input type=""hidden"" name=""ko-id"" "
                   "value=""" jlokal-ko-id """>"
           DISPLAY "<input type=""submit"" value=""Återta"">"
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
