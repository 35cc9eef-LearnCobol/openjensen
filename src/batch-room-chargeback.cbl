       *>
       *> batch-room-chargeback: the monthly room-cost run for the
       *> finance system.  Reads the month from the one-line
       *> control file DEBMANAD.DAT ('YYYY-MM', then 'J' in column
       *> 9 for a correction run) and prices every booking that
       *> started in that month: booked hours, same HH.MM
       *> arithmetic batch-room-utilization uses, times the hourly
       *> price from T_JLOKAL_PRIS -- the room's own override row
       *> if it has one, else its building's -- plus the video
       *> surcharge when the room has Videokonferens in
       *> T_JLOKAL_RESURS.  Active bookings are charged; a
       *> cancelled one only when its AVBOKA row in
       *> T_JLOKAL_BOKNING_LOG came less than 48 hours before the
       *> start.
       *>
       *> Writes DEBITERING.DAT, one fixed-layout line per
       *> Bokad_av, cost centre and month (cost centre from
       *> T_JLOKAL_KOSTNADSSTALLE), and DEBITERING.RPT, the same
       *> lines printed with totals per building and a grand
       *> total.  A Bokad_av with no cost centre, or a room with
       *> no price, is listed on the report instead of billed.
       *>
       *> A month already in T_JLOKAL_DEBITERING is refused unless
       *> the control file asks for a correction; the month is
       *> recorded there, with this run's Korning_id, only when
       *> the run ends clean.  Writes a run row to
       *> T_JLOKAL_KORNING like the other nightly jobs.  Restart
       *> mode stays out: the month is billed in one unit of work
       *> at the end, so a failed run is simply rerun whole.
       *> DEBITERING.DAT is opened only once the month has been
       *> accepted, so a refused or malformed run never touches
       *> the file an earlier run left for finance; a run that
       *> fails leaves it empty rather than half written.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-room-chargeback.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-in-file ASSIGN TO "DEBMANAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT debit-out-file ASSIGN TO "DEBITERING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT local-rpt-file ASSIGN TO "DEBITERING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  control-in-file.
       01  fd-control-in-rec.
           05  fd-control-manad    PIC  X(7).
           05  FILLER              PIC  X.
           05  fd-control-rattelse PIC  X.
           05  FILLER              PIC  X(71).

       *> the finance system's fixed layout -- amounts unsigned
       *> with two implied decimals
       FD  debit-out-file.
       01  fd-debit-out-rec.
           05  fd-debit-manad          PIC  X(7).
           05  fd-debit-kostnadsstalle PIC  X(10).
           05  fd-debit-bokad-av       PIC  X(40).
           05  fd-debit-antal          PIC  9(4).
           05  fd-debit-timmar         PIC  9(5)V99.
           05  fd-debit-belopp         PIC  9(9)V99.
           05  fd-debit-rattelse       PIC  X.
           05  FILLER                  PIC  X(20).

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
            03  is-month-billed-switch              PIC X   VALUE 'N'.
                88  is-month-billed                         VALUE 'Y'.
            03  is-billing-failed-switch            PIC X   VALUE 'N'.
                88  is-billing-failed                       VALUE 'Y'.
            03  is-debit-open-switch                PIC X   VALUE 'N'.
                88  is-debit-open                           VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> restart support, required by B0150-start-run-log -- this
       *> job is rerun whole (see the header), so the checkpoint
       *> is never used
       01  wn-checkpoint-count     PIC  9(4) VALUE ZERO.

       *> the month, from the control file, and its window as
       *> DB2-format timestamp strings -- from the first of the
       *> month up to (not including) the first of the next
       01  wc-manad                PIC  X(7)  VALUE SPACE.
       01  wc-rattelse             PIC  X     VALUE 'N'.
           88  is-correction-run              VALUE 'J'.
       01  wn-manad-ar             PIC  9(4)  VALUE ZERO.
       01  wn-manad-mm             PIC  9(2)  VALUE ZERO.

       *> summary counters, for the run log
       01  wn-booking-count        PIC  9(4)  VALUE ZERO.
       01  wn-line-count           PIC  9(4)  VALUE ZERO.
       01  wn-skipped-count        PIC  9(4)  VALUE ZERO.
       01  wn-error-count          PIC  9(4)  VALUE ZERO.

       *> one booking's price
       01  wn-bokning-min          PIC S9(4)  VALUE ZERO.
       01  wn-bokning-belopp       PIC  9(7)V99 VALUE ZERO.

       *> accumulators for the open Bokad_av line
       01  wc-prev-bokad-av        PIC  X(40) VALUE LOW-VALUE.
       01  wc-line-kostnadsstalle  PIC  X(10) VALUE SPACE.
       01  wn-line-antal           PIC  9(4)  VALUE ZERO.
       01  wn-line-min             PIC  9(7)  VALUE ZERO.
       01  wn-line-belopp          PIC  9(9)V99 VALUE ZERO.

       *> grand total, also what T_JLOKAL_DEBITERING records
       01  wn-grand-min            PIC  9(8)  VALUE ZERO.
       01  wn-grand-belopp         PIC  9(9)V99 VALUE ZERO.

       *> totals per building, filled as bookings are priced --
       *> the bookings come in Bokad_av order, so the buildings
       *> cannot be a control break
       01  wn-bygg-count           PIC  9(2)  VALUE ZERO.
       01  wn-bygg-idx             PIC  9(2)  VALUE ZERO.
       01  wn-bygg-max             PIC  9(2)  VALUE 20.
       01  wr-bygg-table.
           05  wr-bygg-entry       OCCURS 20 TIMES.
               10  wc-bygg-namn    PIC  X(10).
               10  wn-bygg-min     PIC  9(8).
               10  wn-bygg-belopp  PIC  9(9)V99.

       *> edited fields for the report lines
       01  wn-hours-ed             PIC  ZZZZ9.99.
       01  wn-belopp-ed            PIC  ZZZ,ZZZ,ZZ9.99.
       01  wn-antal-ed             PIC  ZZZ9.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-korning-vars.
       01  jlokal-sok-start         PIC  X(19).
       01  jlokal-sok-slut          PIC  X(19).
       01  wc-debit-manad           PIC  X(7).
       01  wc-debit-rattelse        PIC  X(1).
       01  jlokal-debit-count       PIC  9(4).
       01  jlokal-debit-rader       PIC  9(4).
       01  jlokal-debit-belopp      PIC  9(9)V99.
       01  wc-kostnadsstalle-sql    PIC  X(10).
       01  jlokal-pris-timpris      PIC  9(5)V99.
       01  jlokal-pris-video        PIC  9(5)V99.
       01  wc-pris-saknas-sql       PIC  X(1).
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
                   MOVE 'batch-room-chargeback' TO jlokal-jobb-namn
                   PERFORM B0150-start-run-log
                   PERFORM B0200-check-month

                   IF is-month-billed
                       ADD 1 TO wn-error-count
                   ELSE
                       OPEN OUTPUT debit-out-file
                       SET is-debit-open TO TRUE
                       PERFORM B0210-price-bookings
                       PERFORM B0270-write-building-totals
                       PERFORM B0280-record-month
                   END-IF

                   MOVE wn-booking-count TO jlokal-korning-lasta
                   MOVE wn-line-count    TO jlokal-korning-adderade
                   MOVE wn-skipped-count TO jlokal-korning-hoppade
                   MOVE wn-error-count   TO jlokal-korning-fel
                   PERFORM C0150-end-run-log
                   PERFORM B0900-disconnect
               END-IF
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

           IF fd-control-manad(1:4) NOT NUMERIC
               OR fd-control-manad(5:1) NOT = '-'
               OR fd-control-manad(6:2) NOT NUMERIC
               OR fd-control-manad(6:2) < '01'
               OR fd-control-manad(6:2) > '12'
               OR (fd-control-rattelse NOT = 'J'
                   AND fd-control-rattelse NOT = SPACE)
               MOVE SPACE TO fd-local-rpt-rec
               STRING "*** Ogiltig månad i DEBMANAD.DAT, "
                      "använd ÅÅÅÅ-MM (och J för rättelse) ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           ELSE
               MOVE fd-control-manad TO wc-manad
               IF fd-control-rattelse = 'J'
                   MOVE 'J' TO wc-rattelse
               END-IF
               SET is-valid-init TO TRUE

               PERFORM A0110-month-window

               MOVE SPACE TO fd-local-rpt-rec
               IF is-correction-run
                   STRING "Lokaldebitering " wc-manad
                          " -- RÄTTELSEKÖRNING"
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
               ELSE
                   STRING "Lokaldebitering " wc-manad
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
               END-IF
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "Bokad av                                 "
                      "Kostnadsst  Bokn   Timmar           Belopp"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

           .

       *>**************************************************
       A0110-month-window.

           MOVE wc-manad(1:4) TO wn-manad-ar
           MOVE wc-manad(6:2) TO wn-manad-mm

           STRING wc-manad              DELIMITED BY SIZE
                  "-01-00.00.00"        DELIMITED BY SIZE
                  INTO jlokal-sok-start

           *> the first of the following month, across a year end
           IF wn-manad-mm = 12
               ADD 1 TO wn-manad-ar
               MOVE 1 TO wn-manad-mm
           ELSE
               ADD 1 TO wn-manad-mm
           END-IF

           STRING wn-manad-ar           DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wn-manad-mm           DELIMITED BY SIZE
                  "-01-00.00.00"        DELIMITED BY SIZE
                  INTO jlokal-sok-slut

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
       B0200-check-month.

           *> a month is billed once -- a second run must say it is
           *> a correction, so finance knows to replace the first
           MOVE wc-manad TO wc-debit-manad

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-debit-count
                   FROM T_JLOKAL_DEBITERING
                   WHERE Manad = :wc-debit-manad
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
                SET is-month-billed TO TRUE
           ELSE
                IF jlokal-debit-count NOT = ZERO
                    AND NOT is-correction-run
                    SET is-month-billed TO TRUE

                    MOVE SPACE TO fd-local-rpt-rec
                    STRING "*** " wc-manad " är redan debiterad "
                           "-- ange J i DEBMANAD.DAT för en "
                           "rättelsekörning ***"
                        DELIMITED BY SIZE INTO fd-local-rpt-rec
                    WRITE fd-local-rpt-rec
                END-IF
           END-IF

           .

       *>**************************************************
       B0210-price-bookings.

           *> every chargeable booking that started in the month,
           *> with its price: the room's own T_JLOKAL_PRIS row
           *> wins over its building's (Lokal_id 0), and the video
           *> surcharge only counts when the room has the gear.  A
           *> cancelled booking is chargeable when it was
           *> cancelled less than 48 hours before it was to start.
           EXEC SQL
               DECLARE cursdebbokn CURSOR FOR
                   SELECT B.Bokning_id, B.Bokad_av, B.Start_ts,
                          B.Slut_ts, J.Byggnad,
                          COALESCE(K.Kostnadsstalle, ' '),
                          COALESCE(PR.Timpris, PB.Timpris, 0),
                          CASE WHEN R.Videokonferens = 'Y'
                               THEN COALESCE(PR.Videotillagg,
                                             PB.Videotillagg, 0)
                               ELSE 0 END,
                          CASE WHEN PR.Lokal_id IS NULL
                                AND PB.Lokal_id IS NULL
                               THEN 'J' ELSE 'N' END
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   LEFT JOIN T_JLOKAL_RESURS R
                       ON R.Lokal_id = B.Lokal_id
                   LEFT JOIN T_JLOKAL_PRIS PR
                       ON PR.Byggnad = J.Byggnad
                          AND PR.Lokal_id = B.Lokal_id
                   LEFT JOIN T_JLOKAL_PRIS PB
                       ON PB.Byggnad = J.Byggnad
                          AND PB.Lokal_id = 0
                   LEFT JOIN T_JLOKAL_KOSTNADSSTALLE K
                       ON UPPER(K.Bokad_av) = UPPER(B.Bokad_av)
                   WHERE B.Start_ts >= :jlokal-sok-start
                     AND B.Start_ts <  :jlokal-sok-slut
                     AND (B.Bokning_status = 'A'
                          OR (B.Bokning_status = 'C'
                              AND EXISTS
                                  (SELECT 1
                                   FROM T_JLOKAL_BOKNING_LOG L
                                   WHERE L.Bokning_id = B.Bokning_id
                                     AND L.Log_action = 'AVBOKA'
                                     AND L.Changed_ts >
                                         B.Start_ts - 48 HOURS)))
                   ORDER BY B.Bokad_av, B.Start_ts
           END-EXEC

           EXEC SQL
               OPEN cursdebbokn
           END-EXEC

           EXEC SQL
               FETCH cursdebbokn
                   INTO :jlokal-bokning-id, :jlokal-bokning-namn,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-byggnad, :wc-kostnadsstalle-sql,
                        :jlokal-pris-timpris, :jlokal-pris-video,
                        :wc-pris-saknas-sql
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF jlokal-bokning-namn NOT = wc-prev-bokad-av
                   PERFORM B0240-write-debit-line
                   MOVE jlokal-bokning-namn TO wc-prev-bokad-av
                   MOVE wc-kostnadsstalle-sql
                                     TO wc-line-kostnadsstalle
               END-IF

               PERFORM B0220-price-one-booking

               EXEC SQL
                   FETCH cursdebbokn
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-byggnad, :wc-kostnadsstalle-sql,
                            :jlokal-pris-timpris, :jlokal-pris-video,
                            :wc-pris-saknas-sql
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                SET is-billing-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdebbokn
           END-EXEC

           PERFORM B0240-write-debit-line

           .

       *>**************************************************
       B0220-price-one-booking.

           ADD 1 TO wn-booking-count

           *> window length in minutes from the HH.MM slices, same
           *> as B0226-add-one-booking in batch-room-utilization
           COMPUTE wn-bokning-min =
               (FUNCTION NUMVAL(jlokal-bokning-slut(12:2)) * 60
                + FUNCTION NUMVAL(jlokal-bokning-slut(15:2)))
             - (FUNCTION NUMVAL(jlokal-bokning-start(12:2)) * 60
                + FUNCTION NUMVAL(jlokal-bokning-start(15:2)))

           IF wn-bokning-min < ZERO
               MOVE ZERO TO wn-bokning-min
           END-IF

           IF wc-pris-saknas-sql = 'J'
               *> no price for the room or its building -- listed,
               *> not billed at zero
               ADD 1 TO wn-error-count

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  *** Pris saknas för " jlokal-byggnad
                      ", bokning " jlokal-bokning-id
                      " debiteras inte ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           ELSE
               COMPUTE wn-bokning-belopp ROUNDED =
                   wn-bokning-min
                   * (jlokal-pris-timpris + jlokal-pris-video) / 60

               ADD 1                 TO wn-line-antal
               ADD wn-bokning-min    TO wn-line-min
               ADD wn-bokning-belopp TO wn-line-belopp

               *> a Bokad_av without a cost centre is not billed,
               *> so it counts toward no building either
               IF wc-line-kostnadsstalle NOT = SPACE
                   PERFORM B0230-add-to-building
               END-IF
           END-IF

           .

       *>**************************************************
       B0230-add-to-building.

           PERFORM VARYING wn-bygg-idx FROM 1 BY 1
                   UNTIL wn-bygg-idx > wn-bygg-count
                      OR wc-bygg-namn(wn-bygg-idx) = jlokal-byggnad
               CONTINUE
           END-PERFORM

           IF wn-bygg-idx > wn-bygg-count
               IF wn-bygg-count < wn-bygg-max
                   ADD 1 TO wn-bygg-count
                   MOVE jlokal-byggnad TO wc-bygg-namn(wn-bygg-idx)
                   MOVE ZERO TO wn-bygg-min(wn-bygg-idx)
                   MOVE ZERO TO wn-bygg-belopp(wn-bygg-idx)
               ELSE
                   *> more buildings than the table holds -- the
                   *> overflow shows only in the grand total
                   MOVE ZERO TO wn-bygg-idx
               END-IF
           END-IF

           IF wn-bygg-idx NOT = ZERO
               ADD wn-bokning-min    TO wn-bygg-min(wn-bygg-idx)
               ADD wn-bokning-belopp TO wn-bygg-belopp(wn-bygg-idx)
           END-IF

           .

       *>**************************************************
       B0240-write-debit-line.

           *> closes the Bokad_av line that is open -- the
           *> LOW-VALUE start state means there is nothing to flush
           *> before the very first booking
           IF wc-prev-bokad-av NOT = LOW-VALUE
               AND wn-line-antal NOT = ZERO

               IF wc-line-kostnadsstalle = SPACE
                   ADD 1 TO wn-skipped-count

                   MOVE SPACE TO fd-local-rpt-rec
                   STRING "  *** Kostnadsställe saknas för "
                          wc-prev-bokad-av
                          " -- debiteras inte ***"
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
                   WRITE fd-local-rpt-rec
               ELSE
                   PERFORM B0250-write-debit-record
                   PERFORM B0260-write-report-line

                   ADD 1              TO wn-line-count
                   ADD wn-line-min    TO wn-grand-min
                   ADD wn-line-belopp TO wn-grand-belopp
               END-IF
           END-IF

           MOVE ZERO TO wn-line-antal
           MOVE ZERO TO wn-line-min
           MOVE ZERO TO wn-line-belopp

           .

       *>**************************************************
       B0250-write-debit-record.

           MOVE SPACE                  TO fd-debit-out-rec
           MOVE wc-manad               TO fd-debit-manad
           MOVE wc-line-kostnadsstalle TO fd-debit-kostnadsstalle
           MOVE wc-prev-bokad-av       TO fd-debit-bokad-av
           MOVE wn-line-antal          TO fd-debit-antal
           COMPUTE fd-debit-timmar ROUNDED = wn-line-min / 60
           MOVE wn-line-belopp         TO fd-debit-belopp
           MOVE wc-rattelse            TO fd-debit-rattelse

           WRITE fd-debit-out-rec

           .

       *>**************************************************
       B0260-write-report-line.

           MOVE wn-line-antal TO wn-antal-ed
           COMPUTE wn-hours-ed ROUNDED = wn-line-min / 60
           MOVE wn-line-belopp TO wn-belopp-ed

           MOVE SPACE TO fd-local-rpt-rec
           STRING wc-prev-bokad-av        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wc-line-kostnadsstalle  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  wn-antal-ed             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wn-hours-ed             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wn-belopp-ed            DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0270-write-building-totals.

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Summa per byggnad"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           PERFORM VARYING wn-bygg-idx FROM 1 BY 1
                   UNTIL wn-bygg-idx > wn-bygg-count

               COMPUTE wn-hours-ed ROUNDED =
                   wn-bygg-min(wn-bygg-idx) / 60
               MOVE wn-bygg-belopp(wn-bygg-idx) TO wn-belopp-ed

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  "                      DELIMITED BY SIZE
                      wc-bygg-namn(wn-bygg-idx) DELIMITED BY SIZE
                      "                                 "
                                                DELIMITED BY SIZE
                      "            "            DELIMITED BY SIZE
                      wn-hours-ed               DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      wn-belopp-ed              DELIMITED BY SIZE
                   INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-PERFORM

           COMPUTE wn-hours-ed ROUNDED = wn-grand-min / 60
           MOVE wn-grand-belopp TO wn-belopp-ed

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Totalt                                   "
                  DELIMITED BY SIZE
                  "                  "    DELIMITED BY SIZE
                  wn-hours-ed             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  wn-belopp-ed            DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0280-record-month.

           *> the month is marked billed only when the whole pass
           *> went through -- an SQL error leaves it unbilled, so
           *> it is simply run again
           IF is-billing-failed
               MOVE SPACE TO fd-local-rpt-rec
               STRING "SQL-fel under debiteringen -- månaden "
                      "registreras inte, kör om"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
               PERFORM B0285-empty-debit-file
           ELSE
               MOVE wc-rattelse     TO wc-debit-rattelse
               MOVE wn-line-count   TO jlokal-debit-rader
               MOVE wn-grand-belopp TO jlokal-debit-belopp

               EXEC SQL
                   INSERT INTO T_JLOKAL_DEBITERING
                       (Manad, Korning_id, Rattelse, Antal_rader,
                        Belopp, Skapad_ts)
                       VALUES (:wc-debit-manad, :jlokal-korning-id,
                               :wc-debit-rattelse,
                               :jlokal-debit-rader,
                               :jlokal-debit-belopp,
                               CURRENT TIMESTAMP)
               END-EXEC

               IF  SQLCODE NOT = ZERO
                    ADD 1 TO wn-error-count
                    PERFORM Z0100-error-routine

                    MOVE SPACE TO fd-local-rpt-rec
                    STRING "SQL-fel när månaden registrerades "
                           "-- kör om"
                        DELIMITED BY SIZE INTO fd-local-rpt-rec
                    WRITE fd-local-rpt-rec
                    PERFORM B0285-empty-debit-file
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
           END-IF

           .

       *>**************************************************
       B0285-empty-debit-file.

           *> a month that was not recorded must not leave lines
           *> finance could pick up -- the rerun writes them anew
           CLOSE debit-out-file
           OPEN OUTPUT debit-out-file

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
       C0200-closedown.

           CLOSE control-in-file
           IF is-debit-open
               CLOSE debit-out-file
           END-IF
           CLOSE local-rpt-file

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       *> END PROGRAM
