       *>
       *> batch-displaced-bookings: finds every future active (or
       *> pending, see cgi-approve-booking) T_JLOKAL_BOKNING row
       *> whose room can no longer take it --
       *> the room has been retired (cgi-retire-local), an active
       *> block-out period covers the booking's date
       *> (cgi-block-local), or its Maxdeltagare has been cut below
       *> the booking's Antal_deltagare (cgi-edit-local) -- none of
       *> which touch the bookings themselves.  For each one it
       *> looks for up to three alternative rooms in the same
       *> building that are free in the booking's window, by the
       *> same rules cgi-find-local uses: active, big enough, at
       *> least the equipment the original room has, no active
       *> booking overlapping, no block-out on the date.  The
       *> tightest fit comes first, so a 20-person class is not
       *> offered the aula while a seminar room stands empty.
       *>
       *> Everything goes to the rehousing report OMPLACERA.RPT,
       *> and the suggestions to T_JLOKAL_FORSLAG, which this job
       *> rebuilds whole each run; cgi-rehouse-booking lists them
       *> and lets an ADMIN accept one.  A booking with no free
       *> alternative gets a Forslag_nr 0 row so it still shows
       *> there.
       *>
       *> Writes a run row to T_JLOKAL_KORNING at start and end
       *> (B0150-start-run-log / C0150-end-run-log) like the other
       *> nightly jobs.  Restart mode stays out: there is no input
       *> file, and the suggestion table is replaced in one unit of
       *> work committed at the end, so a failed run leaves last
       *> night's suggestions in place and is simply rerun whole.
       *> The first SQL error (whose ROLLBACK has already undone
       *> the delete and the inserts so far) ends the run there:
       *> nothing more is written, nothing is committed, and the
       *> run row records the error in Fel.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-displaced-bookings.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT local-rpt-file ASSIGN TO "OMPLACERA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  local-rpt-file.
       01  fd-local-rpt-rec            PIC X(120).

       working-storage section.
       01   switches.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-overlap-switch                   PIC X   VALUE 'N'.
                88  is-overlap                              VALUE 'Y'.
            03  is-blocked-switch                   PIC X   VALUE 'N'.
                88  is-blocked                              VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-restart-run-switch               PIC X   VALUE 'N'.
                88  is-restart-run                          VALUE 'Y'.
            03  is-run-failed-switch                PIC X   VALUE 'N'.
                88  is-run-failed                           VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> restart support, required by B0150-start-run-log -- this
       *> job is rerun whole (see the header), so the checkpoint
       *> is never used
       01  wn-checkpoint-count     PIC  9(4) VALUE ZERO.

       *> summary counters
       01  wn-displaced-count      PIC  9(4) VALUE ZERO.
       01  wn-forslag-total        PIC  9(4) VALUE ZERO.
       01  wn-no-alternative-count PIC  9(4) VALUE ZERO.
       01  wn-error-count          PIC  9(4) VALUE ZERO.

       *> suggestions found so far for the current booking, and
       *> how many it may get
       01  wn-forslag-count        PIC  9(1) VALUE ZERO.
       01  wn-forslag-max          PIC  9(1) VALUE 3.

       *> the displaced booking being rehoused, carried between
       *> paragraphs while the candidate cursor reuses the room
       *> host variables
       01  wn-disp-bokning-id      PIC  9(5)  VALUE ZERO.
       01  wn-disp-lokal-id        PIC  9(4)  VALUE ZERO.
       01  wc-disp-lokalnamn       PIC  X(40) VALUE SPACE.
       01  wc-disp-byggnad         PIC  X(10) VALUE SPACE.
       01  wn-disp-maxdeltagare    PIC  9(4)  VALUE ZERO.
       01  wc-disp-orsak           PIC  X(10) VALUE SPACE.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-korning-vars.
       01  jlokal-overlap-count     PIC  9(4).
       01  wc-bokning-datum-sql     PIC  X(10).
       01  wc-krav-projektor-sql    PIC  X(1).
       01  wc-krav-whiteboard-sql   PIC  X(1).
       01  wc-krav-video-sql        PIC  X(1).
       01  wc-disp-orsak-sql        PIC  X(10).
       01  wc-disp-byggnad-sql      PIC  X(10).
       01  jlokal-forslag-nr        PIC  9(1).
       01  jlokal-forslag-lokal-id  PIC  9(4).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           PERFORM A0100-init

           PERFORM B0100-connect
           IF is-db-connected
               MOVE 'batch-displaced-bookings' TO jlokal-jobb-namn
               PERFORM B0150-start-run-log
               PERFORM B0200-clear-suggestions
               IF NOT is-run-failed
                   PERFORM B0210-find-displaced
               END-IF
               IF NOT is-run-failed
                   PERFORM B0290-commit-work
               END-IF
               MOVE wn-displaced-count      TO jlokal-korning-lasta
               MOVE wn-forslag-total        TO jlokal-korning-adderade
               MOVE wn-no-alternative-count TO jlokal-korning-hoppade
               MOVE wn-error-count          TO jlokal-korning-fel
               PERFORM C0150-end-run-log
               PERFORM B0900-disconnect
           END-IF

           PERFORM C0100-write-summary
           PERFORM C0200-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           OPEN OUTPUT local-rpt-file

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Bokningar som behöver ny lokal"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Bokn  Start            Slut   "
                  "Bokad av                       Antal "
                  "Lokal Namn                 Max  Orsak"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

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
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           ELSE
                SET is-db-connected TO TRUE
           END-IF

           .

       *>**************************************************
       B0150-start-run-log.

           *> requires the ending dot (and no extension)!
           COPY jlokal-korning-start.

           .

       *>**************************************************
       B0200-clear-suggestions.

           *> last night's suggestions go -- not committed until
           *> the new set is in, see B0290-commit-work
           EXEC SQL
               DELETE FROM T_JLOKAL_FORSLAG
           END-EXEC

           *> SQLCODE 100 just means the table was already empty
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           END-IF

           .

       *>**************************************************
       B0210-find-displaced.

           *> every future active booking whose room is retired,
           *> blocked on the booking's date (same block rule
           *> cgi-book-local's B0225-check-block applies), or now
           *> too small for the booked headcount -- with the
           *> original room's equipment, which the alternatives
           *> must match
           EXEC SQL
               DECLARE cursdisplaced CURSOR FOR
                   SELECT B.Bokning_id, B.Lokal_id, B.Start_ts,
                          B.Slut_ts, B.Antal_deltagare, B.Bokad_av,
                          J.Lokalnamn, J.Byggnad, J.Vaningsplan,
                          J.Maxdeltagare,
                          COALESCE(R.Projektor, 'N'),
                          COALESCE(R.Whiteboard, 'N'),
                          COALESCE(R.Videokonferens, 'N'),
                          CASE WHEN J.Jlokal_status NOT = 'A'
                                    THEN 'NEDLAGD'
                               WHEN B.Antal_deltagare > J.Maxdeltagare
                                    THEN 'FOR LITEN'
                               ELSE 'SPARRAD' END
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   LEFT JOIN T_JLOKAL_RESURS R
                       ON R.Lokal_id = B.Lokal_id
                   WHERE B.Bokning_status IN ('A', 'P')
                     AND B.Start_ts > CURRENT TIMESTAMP
                     AND (J.Jlokal_status NOT = 'A'
                          OR B.Antal_deltagare > J.Maxdeltagare
                          OR EXISTS
                             (SELECT 1 FROM T_JLOKAL_SPARR S
                                  WHERE S.Lokal_id = B.Lokal_id
                                    AND S.Sparr_status = 'A'
                                    AND S.Fran_datum
                                            <= DATE(B.Start_ts)
                                    AND S.Till_datum
                                            >= DATE(B.Start_ts)))
                   ORDER BY J.Byggnad, B.Start_ts
           END-EXEC

           EXEC SQL
               OPEN cursdisplaced
           END-EXEC

           EXEC SQL
               FETCH cursdisplaced
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-lokalnamn, :wc-disp-byggnad-sql,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare,
                        :wc-krav-projektor-sql,
                        :wc-krav-whiteboard-sql,
                        :wc-krav-video-sql, :wc-disp-orsak-sql
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR is-run-failed
               ADD 1 TO wn-displaced-count

               MOVE jlokal-bokning-id      TO wn-disp-bokning-id
               MOVE jlokal-bokning-lokalid TO wn-disp-lokal-id
               MOVE jlokal-lokalnamn       TO wc-disp-lokalnamn
               MOVE wc-disp-byggnad-sql    TO wc-disp-byggnad
               MOVE jlokal-maxdeltagare    TO wn-disp-maxdeltagare
               MOVE wc-disp-orsak-sql      TO wc-disp-orsak

               PERFORM B0220-write-displaced-line
               PERFORM B0230-find-alternatives

               IF NOT is-run-failed
                   EXEC SQL
                       FETCH cursdisplaced
                           INTO :jlokal-bokning-id,
                                :jlokal-bokning-lokalid,
                                :jlokal-bokning-start,
                                :jlokal-bokning-slut,
                                :jlokal-bokning-antal,
                                :jlokal-bokning-namn,
                                :jlokal-lokalnamn,
                                :wc-disp-byggnad-sql,
                                :jlokal-vaningsplan,
                                :jlokal-maxdeltagare,
                                :wc-krav-projektor-sql,
                                :wc-krav-whiteboard-sql,
                                :wc-krav-video-sql,
                                :wc-disp-orsak-sql
                   END-EXEC
               END-IF
           END-PERFORM

           *> a run already failed inside the loop has been
           *> reported there
           IF  NOT is-run-failed
               AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           END-IF

           EXEC SQL
               CLOSE cursdisplaced
           END-EXEC

           .

       *>**************************************************
       B0220-write-displaced-line.

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING jlokal-bokning-id          DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  jlokal-bokning-start(1:16) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  jlokal-bokning-slut(12:5)  DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  jlokal-bokning-namn(1:30)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  jlokal-bokning-antal       DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  wn-disp-lokal-id           DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  wc-disp-lokalnamn(1:20)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  wn-disp-maxdeltagare       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  wc-disp-orsak              DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0230-find-alternatives.

           *> active rooms in the same building, big enough, with
           *> at least the original room's equipment -- the
           *> candidate filter cgi-find-local's
           *> B0210-list-candidate-rows applies, with the
           *> building fixed and the equipment taken from the room
           *> being left.  Smallest room first: the tightest fit
           *> is the best suggestion.  Each candidate is then
           *> checked for overlap and block the way cgi-find-local
           *> checks its rows.
           MOVE ZERO TO wn-forslag-count
           MOVE wc-disp-byggnad TO jlokal-byggnad
           MOVE jlokal-bokning-start(1:10) TO wc-bokning-datum-sql

           EXEC SQL
               DECLARE cursalternative CURSOR FOR
                   SELECT J.Lokal_id, J.Lokalnamn, J.Vaningsplan,
                          J.Maxdeltagare
                   FROM T_JLOKAL J
                   LEFT JOIN T_JLOKAL_RESURS R
                       ON R.Lokal_id = J.Lokal_id
                   WHERE J.Jlokal_status = 'A'
                     AND J.Lokal_id NOT = :jlokal-bokning-lokalid
                     AND J.Maxdeltagare >= :jlokal-bokning-antal
                     AND UPPER(J.Byggnad) = UPPER(:jlokal-byggnad)
                     AND (:wc-krav-projektor-sql = 'N'
                          OR R.Projektor = 'Y')
                     AND (:wc-krav-whiteboard-sql = 'N'
                          OR R.Whiteboard = 'Y')
                     AND (:wc-krav-video-sql = 'N'
                          OR R.Videokonferens = 'Y')
                   ORDER BY J.Maxdeltagare, J.Vaningsplan,
                            J.Lokalnamn
           END-EXEC

           EXEC SQL
               OPEN cursalternative
           END-EXEC

           EXEC SQL
               FETCH cursalternative
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-vaningsplan, :jlokal-maxdeltagare
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               OR wn-forslag-count >= wn-forslag-max
               OR is-run-failed

               PERFORM B0240-check-overlap-row
               IF NOT is-overlap AND NOT is-run-failed
                   PERFORM B0250-check-block-row
                   IF NOT is-blocked AND NOT is-run-failed
                       ADD 1 TO wn-forslag-count
                       PERFORM B0260-save-suggestion
                   END-IF
               END-IF

               IF wn-forslag-count < wn-forslag-max
                   AND NOT is-run-failed
                   EXEC SQL
                       FETCH cursalternative
                           INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                                :jlokal-vaningsplan,
                                :jlokal-maxdeltagare
                   END-EXEC
               END-IF
           END-PERFORM

           *> stopping at the third suggestion leaves the cursor
           *> short of its end, which is fine; running out of rows
           *> must end on not-found
           IF  wn-forslag-count < wn-forslag-max
               AND NOT is-run-failed
               AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           END-IF

           EXEC SQL
               CLOSE cursalternative
           END-EXEC

           IF wn-forslag-count = ZERO AND NOT is-run-failed
               ADD 1 TO wn-no-alternative-count
               MOVE ZERO TO jlokal-lokal-id
               PERFORM B0260-save-suggestion

               MOVE SPACE TO fd-local-rpt-rec
               STRING "      INGEN LEDIG LOKAL I "
                                             DELIMITED BY SIZE
                      wc-disp-byggnad        DELIMITED BY SIZE
                      " -- MÅSTE FLYTTAS FÖR HAND"
                                             DELIMITED BY SIZE
                   INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

           .

       *>**************************************************
       B0240-check-overlap-row.

           *> same overlap rule B0230-check-overlap in
           *> cgi-book-local applies, against the displaced
           *> booking's window
           MOVE 'N' TO is-overlap-switch

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-overlap-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           ELSE
                IF jlokal-overlap-count NOT = ZERO
                    SET is-overlap TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0250-check-block-row.

           *> same block-out rule B0225-check-block in
           *> cgi-book-local applies (see cgi-block-local)
           MOVE 'N' TO is-blocked-switch
           MOVE jlokal-lokal-id TO jlokal-sparr-lokalid

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-sparr-count
                   FROM T_JLOKAL_SPARR
                   WHERE Lokal_id = :jlokal-sparr-lokalid
                     AND Sparr_status = 'A'
                     AND Fran_datum <= :wc-bokning-datum-sql
                     AND Till_datum >= :wc-bokning-datum-sql
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           ELSE
                IF jlokal-sparr-count NOT = ZERO
                    SET is-blocked TO TRUE
                END-IF
           END-IF

           .

       *>**************************************************
       B0260-save-suggestion.

           *> Forslag_nr 0 with Lokal_id 0 marks a booking with no
           *> free alternative, see the schema
           MOVE wn-disp-bokning-id TO jlokal-bokning-id
           MOVE wn-forslag-count   TO jlokal-forslag-nr
           MOVE jlokal-lokal-id    TO jlokal-forslag-lokal-id
           MOVE wc-disp-orsak      TO wc-disp-orsak-sql

           EXEC SQL
               INSERT INTO T_JLOKAL_FORSLAG
                   (Bokning_id, Forslag_nr, Lokal_id, Orsak)
                   VALUES (:jlokal-bokning-id, :jlokal-forslag-nr,
                           :jlokal-forslag-lokal-id,
                           :wc-disp-orsak-sql)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                ADD 1 TO wn-error-count
                SET is-run-failed TO TRUE
           ELSE
                IF jlokal-forslag-lokal-id NOT = ZERO
                    ADD 1 TO wn-forslag-total
                    PERFORM B0270-write-suggestion-line
                END-IF
           END-IF

           .

       *>**************************************************
       B0270-write-suggestion-line.

           MOVE SPACE TO fd-local-rpt-rec
           STRING "      Förslag "        DELIMITED BY SIZE
                  jlokal-forslag-nr       DELIMITED BY SIZE
                  ": "                    DELIMITED BY SIZE
                  jlokal-lokal-id         DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  jlokal-lokalnamn(1:30)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  jlokal-vaningsplan(1:10) DELIMITED BY SIZE
                  " max "                 DELIMITED BY SIZE
                  jlokal-maxdeltagare     DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0150-end-run-log.

           *> requires the ending dot (and no extension)!
           COPY jlokal-korning-end.

           .

       *>**************************************************
       B0900-disconnect.

       *>  disconnect
           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       C0100-write-summary.

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Bokningar att omplacera:  " wn-displaced-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Förslag totalt:           " wn-forslag-total
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Utan ledigt alternativ:   "
                  wn-no-alternative-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           IF is-run-failed
               MOVE SPACE TO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "*** Körningen avbröts av SQL-fel -- "
                      "förra körningens förslag ligger kvar ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

           .

       *>**************************************************
       C0200-closedown.

           CLOSE local-rpt-file

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       *> END PROGRAM
