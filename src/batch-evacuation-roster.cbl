       *>
       *> batch-evacuation-roster: the printable evacuation roster
       *> for the fire wardens -- how many people should be on each
       *> floor, and in which rooms, at a given moment.  The date
       *> and time are read from the one-line control file
       *> EVAKUER.DAT ('YYYY-MM-DD HH:MM'), written by whoever
       *> orders the run (a drill is planned ahead, so the roster
       *> can be printed for its start time).  cgi-evacuation-local
       *> shows the same roster on screen for right now.
       *>
       *> Every room with a booking covering the moment is listed
       *> under its building and floor (Byggnad/Vaningsplan, with
       *> the floor's name from T_VANINGSPLAN, in the order
       *> batch-room-occupancy's DAGLOKAL.RPT uses), with the
       *> booking's window, Bokad_av and Antal_deltagare.  A
       *> booking loaded by batch-load-schedule carries headcount
       *> zero; its room's Maxdeltagare stands in for it, marked
       *> UPPSKATTAT.  A booking still pending approval (see
       *> cgi-approve-booking) is listed too, marked PRELIMINÄR --
       *> its class may well be sitting in the room regardless, and
       *> a roster that counts too many is the safe mistake.
       *> Each floor and building gets a total of rooms and
       *> people, with the estimated part shown, and the roster
       *> ends with a grand total.
       *>
       *> A listed room whose BRAND inspection in T_JLOKAL_TILLSYN
       *> (see cgi-inspect-local) was due before the roster date,
       *> or was never recorded, gets a warning line under it --
       *> same rule batch-inspection-due flags FÖRSENAD / ALDRIG
       *> TILLSEDD by.
       *>
       *> Read-only.  Writes a run row to T_JLOKAL_KORNING like the
       *> other batch jobs: Lasta is the rooms listed, Fel the
       *> BRAND warnings.  Restart mode stays out: the input is a
       *> one-line control file and nothing is written to the
       *> database, so a failed run is simply rerun whole.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-evacuation-roster.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-in-file ASSIGN TO "EVAKUER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT local-rpt-file ASSIGN TO "EVAKUER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  control-in-file.
       01  fd-control-in-rec.
           05  fd-control-datum    PIC  X(10).
           05  FILLER              PIC  X.
           05  fd-control-tid      PIC  X(5).
           05  FILLER              PIC  X(64).

       FD  local-rpt-file.
       01  fd-local-rpt-rec            PIC X(120).

       working-storage section.
       01   switches.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-restart-run-switch               PIC X   VALUE 'N'.
                88  is-restart-run                          VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> restart support, required by B0150-start-run-log -- this
       *> job is rerun whole (see the header), so the checkpoint
       *> is never used
       01  wn-checkpoint-count     PIC  9(4) VALUE ZERO.

       *> the moment the roster is for, from the control file
       01  wc-evak-datum           PIC  X(10) VALUE SPACE.
       01  wc-evak-tid             PIC  X(5)  VALUE SPACE.

       *> summary counters, for the run log
       01  wn-room-count           PIC  9(4)  VALUE ZERO.
       01  wn-warning-count        PIC  9(4)  VALUE ZERO.

       *> control-break state: the building and floor whose
       *> heading is open -- LOW-VALUE forces the first headings
       *> out, same scheme batch-room-occupancy uses
       01  wc-prev-byggnad         PIC  X(10) VALUE LOW-VALUE.
       01  wc-prev-plan            PIC  X(40) VALUE LOW-VALUE.

       *> current row's floor name, for the heading
       01  wc-row-plan-namn        PIC  X(40) VALUE SPACE.

       *> current row's head count -- the booking's, or the room's
       *> Maxdeltagare when the booking has none -- and its notes
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

       *> edited fields for the report lines
       01  wn-personer-ed          PIC  ZZZ9.
       01  wn-lokaler-ed           PIC  ZZZ9.
       01  wn-summa-ed             PIC  ZZZZZ9.
       01  wn-uppskattat-ed        PIC  ZZZZZ9.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-tillsyn-vars.
       COPY jlokal-korning-vars.
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
                   MOVE 'batch-evacuation-roster' TO jlokal-jobb-namn
                   PERFORM B0150-start-run-log
                   PERFORM B0200-write-roster
                   MOVE wn-room-count    TO jlokal-korning-lasta
                   MOVE ZERO             TO jlokal-korning-adderade
                   MOVE ZERO             TO jlokal-korning-hoppade
                   MOVE wn-warning-count TO jlokal-korning-fel
                   PERFORM C0150-end-run-log
                   PERFORM B0900-disconnect
               END-IF
               PERFORM C0100-write-summary
           END-IF

           PERFORM C0200-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           OPEN INPUT  control-in-file
           OPEN OUTPUT local-rpt-file

           READ control-in-file
               AT END
                   MOVE SPACE TO fd-control-in-rec
           END-READ

           IF fd-control-datum(5:1) NOT = '-'
               OR fd-control-datum(8:1) NOT = '-'
               OR fd-control-tid(3:1) NOT = ':'
               OR fd-control-tid(1:2) NOT NUMERIC
               OR fd-control-tid(4:2) NOT NUMERIC
               MOVE SPACE TO fd-local-rpt-rec
               STRING "*** Ogiltig tidpunkt i EVAKUER.DAT, "
                      "använd ÅÅÅÅ-MM-DD TT:MM ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           ELSE
               MOVE fd-control-datum TO wc-evak-datum
               MOVE fd-control-tid   TO wc-evak-tid
               SET is-valid-init TO TRUE

               MOVE SPACE TO fd-local-rpt-rec
               STRING "UTRYMNINGSLISTA " wc-evak-datum " "
                      wc-evak-tid
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "Bokade lokaler vid tidpunkten, per "
                      "byggnad och våningsplan"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "    Lok. Namn                          "
                      " Tid         "
                      "Bokad av                       "
                      "Pers Anm"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

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
       B0150-start-run-log.

           *> requires the ending dot (and no extension)!
           COPY jlokal-korning-start.

           .

       *>**************************************************
       B0200-write-roster.

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

           *> every booking covering the moment -- started at or
           *> before it, not yet ended -- with its room, the
           *> floor's name, and whether the room's BRAND inspection
           *> is overdue on the roster date or was never recorded.
           *> Only one booking per room can cover a moment (the
           *> overlap checks see to that), so this is one row per
           *> room.  The room's own status is not asked: a booked
           *> room is occupied either way.
           EXEC SQL
               DECLARE cursevakroster CURSOR FOR
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
               OPEN cursevakroster
           END-EXEC

           EXEC SQL
               FETCH cursevakroster
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
                   PERFORM B0220-write-building-heading
                   PERFORM B0225-write-floor-heading
                   MOVE jlokal-byggnad TO wc-prev-byggnad
                   MOVE jlokal-vaningsplan TO wc-prev-plan
               ELSE
                   IF jlokal-vaningsplan NOT = wc-prev-plan
                       PERFORM B0210-close-floor
                       PERFORM B0225-write-floor-heading
                       MOVE jlokal-vaningsplan TO wc-prev-plan
                   END-IF
               END-IF

               PERFORM B0230-write-room-line
               ADD 1 TO wn-room-count

               IF wc-brand-forsenad-sql = 'J'
                   PERFORM B0240-write-brand-warning
               END-IF

               EXEC SQL
                   FETCH cursevakroster
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
               CLOSE cursevakroster
           END-EXEC

           PERFORM B0210-close-floor
           PERFORM B0215-close-building

           .

       *>**************************************************
       B0210-close-floor.

           *> the open floor's total, rolled into its building --
           *> nothing to close before the first row
           IF wc-prev-plan NOT = LOW-VALUE
               MOVE wn-plan-lokaler    TO wn-lokaler-ed
               MOVE wn-plan-personer   TO wn-summa-ed
               MOVE wn-plan-uppskattat TO wn-uppskattat-ed

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  Summa plan "         DELIMITED BY SIZE
                      wc-prev-plan(1:10)      DELIMITED BY SIZE
                      ": "                    DELIMITED BY SIZE
                      wn-lokaler-ed           DELIMITED BY SIZE
                      " lokaler "             DELIMITED BY SIZE
                      wn-summa-ed             DELIMITED BY SIZE
                      " personer, varav "     DELIMITED BY SIZE
                      wn-uppskattat-ed        DELIMITED BY SIZE
                      " uppskattade"          DELIMITED BY SIZE
                   INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

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

           *> the open building's total, rolled into the roster's
           IF wc-prev-byggnad NOT = LOW-VALUE
               MOVE wn-bygg-lokaler    TO wn-lokaler-ed
               MOVE wn-bygg-personer   TO wn-summa-ed
               MOVE wn-bygg-uppskattat TO wn-uppskattat-ed

               MOVE SPACE TO fd-local-rpt-rec
               STRING "Summa byggnad "        DELIMITED BY SIZE
                      wc-prev-byggnad         DELIMITED BY SIZE
                      ": "                    DELIMITED BY SIZE
                      wn-lokaler-ed           DELIMITED BY SIZE
                      " lokaler "             DELIMITED BY SIZE
                      wn-summa-ed             DELIMITED BY SIZE
                      " personer, varav "     DELIMITED BY SIZE
                      wn-uppskattat-ed        DELIMITED BY SIZE
                      " uppskattade"          DELIMITED BY SIZE
                   INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               ADD wn-bygg-lokaler    TO wn-total-lokaler
               ADD wn-bygg-personer   TO wn-total-personer
               ADD wn-bygg-uppskattat TO wn-total-uppskattat
           END-IF

           MOVE ZERO TO wn-bygg-lokaler
           MOVE ZERO TO wn-bygg-personer
           MOVE ZERO TO wn-bygg-uppskattat

           .

       *>**************************************************
       B0220-write-building-heading.

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "BYGGNAD " jlokal-byggnad
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE ALL "=" TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0225-write-floor-heading.

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  "                    DELIMITED BY SIZE
                  jlokal-vaningsplan(1:10) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wc-row-plan-namn        DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE ALL "-" TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0230-write-room-line.

           *> a timetable booking carries no headcount -- the room
           *> full is the figure to plan for, marked as a guess
           MOVE SPACE TO wc-row-anm
           IF jlokal-bokning-antal = ZERO
               MOVE jlokal-maxdeltagare TO wn-row-personer
               ADD wn-row-personer TO wn-plan-uppskattat
               MOVE "UPPSKATTAT" TO wc-row-anm
           ELSE
               MOVE jlokal-bokning-antal TO wn-row-personer
           END-IF

           IF jlokal-bokning-status = 'P'
               MOVE "PRELIMINÄR" TO wc-row-anm(12:)
           END-IF

           ADD 1 TO wn-plan-lokaler
           ADD wn-row-personer TO wn-plan-personer

           MOVE wn-row-personer TO wn-personer-ed

           MOVE SPACE TO fd-local-rpt-rec
           STRING "    "                  DELIMITED BY SIZE
                  jlokal-lokal-id         DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  jlokal-lokalnamn(1:30)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  jlokal-bokning-start(12:5) DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  jlokal-bokning-slut(12:5) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  jlokal-bokning-namn(1:30) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wn-personer-ed          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wc-row-anm              DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0240-write-brand-warning.

           ADD 1 TO wn-warning-count

           MOVE SPACE TO fd-local-rpt-rec
           IF jlokal-tillsyn-nasta = SPACE
               STRING "         *** VARNING: brandtillsyn aldrig "
                      "registrerad för lokalen ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
           ELSE
               STRING "         *** VARNING: brandtillsynen "
                      "förföll " jlokal-tillsyn-nasta " ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
           END-IF
           WRITE fd-local-rpt-rec

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

           MOVE wn-total-lokaler    TO wn-lokaler-ed
           MOVE wn-total-personer   TO wn-summa-ed
           MOVE wn-total-uppskattat TO wn-uppskattat-ed

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Totalt: "              DELIMITED BY SIZE
                  wn-lokaler-ed           DELIMITED BY SIZE
                  " lokaler "             DELIMITED BY SIZE
                  wn-summa-ed             DELIMITED BY SIZE
                  " personer, varav "     DELIMITED BY SIZE
                  wn-uppskattat-ed        DELIMITED BY SIZE
                  " uppskattade"          DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Varningar brandtillsyn: " wn-warning-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       C0200-closedown.

           CLOSE control-in-file
           CLOSE local-rpt-file

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       *> END PROGRAM
