       *>
       *> batch-integrity-check: the nightly cross-table audit.
       *> Every table is written by several screens and jobs, and
       *> this job checks they still agree, listing on
       *> INTEGRITET.RPT every inconsistency it finds, with the
       *> key values an ADMIN needs to fix it:
       *>
       *>   1  active rooms whose Byggnad/Vaningsplan pair is
       *>      missing from T_VANINGSPLAN
       *>   2  rooms with no T_JLOKAL_RESURS row
       *>   3  bookings pointing at a Lokal_id that does not exist
       *>   4  bookings whose Slut_ts is not after Start_ts
       *>   5  two active or pending bookings overlapping in the
       *>      same room (concurrent cgi-book-local submits, say)
       *>   6  T_JLOKAL_TILLSYN or T_JLOKAL_SPARR rows for unknown
       *>      rooms
       *>   7  active rooms sharing name + floor + building, the
       *>      duplicate B0210-test-exist-local should refuse
       *>   8  T_JLOKAL_BEHORIG users with a Roll other than
       *>      LASARE/BOKARE/ADMIN
       *>
       *> Read-only: nothing is changed, the report is the whole
       *> output.  Writes a run row to T_JLOKAL_KORNING like the
       *> other nightly jobs, with the number of findings as Fel,
       *> so cgi-list-batch-log shows at a glance whether last
       *> night was clean; a check that fails with an SQL error
       *> counts as a finding too, so it cannot pass for clean.
       *> Restart mode stays out: there is no input and nothing
       *> written, so a failed run is simply rerun whole.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-integrity-check.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT local-rpt-file ASSIGN TO "INTEGRITET.RPT"
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

       *> findings in the check being run, and in the whole run
       01  wn-check-count          PIC  9(4)  VALUE ZERO.
       01  wn-finding-count        PIC  9(4)  VALUE ZERO.
       01  wn-checks-run           PIC  9(4)  VALUE ZERO.

       *> the check's heading, written by B0290-write-check-heading
       01  wc-check-rubrik         PIC  X(100) VALUE SPACE.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-korning-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-tillsyn-vars.
       01  wc-behorig-anvandare     PIC  X(40).
       01  wc-behorig-roll          PIC  X(10).
       01  jlokal-annan-bokning-id  PIC  9(5).
       01  jlokal-annan-start       PIC  X(19).
       01  jlokal-annan-slut        PIC  X(19).
       01  jlokal-dubblett-count    PIC  9(4).
       01  jlokal-forsta-lokal-id   PIC  9(4).
       01  jlokal-sista-lokal-id    PIC  9(4).
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
               MOVE 'batch-integrity-check' TO jlokal-jobb-namn
               PERFORM B0150-start-run-log

               PERFORM B0210-check-room-floors
               PERFORM B0220-check-room-resources
               PERFORM B0230-check-booking-rooms
               PERFORM B0240-check-booking-windows
               PERFORM B0250-check-booking-overlaps
               PERFORM B0260-check-unknown-room-rows
               PERFORM B0270-check-duplicate-rooms
               PERFORM B0280-check-user-roles

               MOVE wn-checks-run    TO jlokal-korning-lasta
               MOVE ZERO             TO jlokal-korning-adderade
               MOVE ZERO             TO jlokal-korning-hoppade
               MOVE wn-finding-count TO jlokal-korning-fel
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
           STRING "INTEGRITETSKONTROLL "
                  FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
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
       B0210-check-room-floors.

           MOVE SPACE TO wc-check-rubrik
           STRING "1. Aktiva lokaler vars byggnad/våningsplan "
                  "saknas i T_VANINGSPLAN"
               DELIMITED BY SIZE INTO wc-check-rubrik
           PERFORM B0290-write-check-heading

           *> same code-in-building match batch-local-directory
           *> joins on, case-blind like A0150-validate-floor
           EXEC SQL
               DECLARE cursintplan CURSOR FOR
                   SELECT J.Lokal_id, J.Lokalnamn, J.Byggnad,
                          J.Vaningsplan
                   FROM T_JLOKAL J
                   WHERE J.Jlokal_status = 'A'
                     AND NOT EXISTS
                         (SELECT 1 FROM T_VANINGSPLAN V
                              WHERE UPPER(V.Byggnad) =
                                    UPPER(J.Byggnad)
                                AND UPPER(V.Plan_kod) =
                                    UPPER(J.Vaningsplan))
                   ORDER BY J.Byggnad, J.Vaningsplan, J.Lokalnamn
           END-EXEC

           EXEC SQL
               OPEN cursintplan
           END-EXEC

           EXEC SQL
               FETCH cursintplan
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-byggnad, :jlokal-vaningsplan
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Lokal_id " jlokal-lokal-id " "
                      jlokal-lokalnamn " Byggnad "
                      jlokal-byggnad " Våningsplan "
                      jlokal-vaningsplan(1:10)
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintplan
                       INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                            :jlokal-byggnad, :jlokal-vaningsplan
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintplan
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0220-check-room-resources.

           MOVE "2. Lokaler utan rad i T_JLOKAL_RESURS"
                                             TO wc-check-rubrik
           PERFORM B0290-write-check-heading

           *> every room, retired ones too -- cgi-add-local always
           *> writes the row, so one missing is a fault whatever
           *> the room's status
           EXEC SQL
               DECLARE cursintresurs CURSOR FOR
                   SELECT J.Lokal_id, J.Lokalnamn, J.Byggnad,
                          J.Vaningsplan, J.Jlokal_status
                   FROM T_JLOKAL J
                   WHERE NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL_RESURS R
                              WHERE R.Lokal_id = J.Lokal_id)
                   ORDER BY J.Lokal_id
           END-EXEC

           EXEC SQL
               OPEN cursintresurs
           END-EXEC

           EXEC SQL
               FETCH cursintresurs
                   INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                        :jlokal-byggnad, :jlokal-vaningsplan,
                        :jlokal-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Lokal_id " jlokal-lokal-id " "
                      jlokal-lokalnamn " Byggnad "
                      jlokal-byggnad " Våningsplan "
                      jlokal-vaningsplan(1:10)
                      " Status " jlokal-status
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintresurs
                       INTO :jlokal-lokal-id, :jlokal-lokalnamn,
                            :jlokal-byggnad, :jlokal-vaningsplan,
                            :jlokal-status
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintresurs
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0230-check-booking-rooms.

           MOVE "3. Bokningar med ett Lokal_id som inte finns"
                                             TO wc-check-rubrik
           PERFORM B0290-write-check-heading

           EXEC SQL
               DECLARE cursintboklok CURSOR FOR
                   SELECT B.Bokning_id, B.Lokal_id, B.Start_ts,
                          B.Bokad_av, B.Bokning_status
                   FROM T_JLOKAL_BOKNING B
                   WHERE NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL J
                              WHERE J.Lokal_id = B.Lokal_id)
                   ORDER BY B.Bokning_id
           END-EXEC

           EXEC SQL
               OPEN cursintboklok
           END-EXEC

           EXEC SQL
               FETCH cursintboklok
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-namn,
                        :jlokal-bokning-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Bokning_id " jlokal-bokning-id
                      " Lokal_id " jlokal-bokning-lokalid
                      " Start " jlokal-bokning-start
                      " Status " jlokal-bokning-status " "
                      jlokal-bokning-namn
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintboklok
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-status
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintboklok
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0240-check-booking-windows.

           MOVE SPACE TO wc-check-rubrik
           STRING "4. Bokningar där Slut_ts inte ligger efter "
                  "Start_ts"
               DELIMITED BY SIZE INTO wc-check-rubrik
           PERFORM B0290-write-check-heading

           EXEC SQL
               DECLARE cursintfonster CURSOR FOR
                   SELECT Bokning_id, Lokal_id, Start_ts, Slut_ts,
                          Bokning_status
                   FROM T_JLOKAL_BOKNING
                   WHERE Slut_ts <= Start_ts
                   ORDER BY Bokning_id
           END-EXEC

           EXEC SQL
               OPEN cursintfonster
           END-EXEC

           EXEC SQL
               FETCH cursintfonster
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Bokning_id " jlokal-bokning-id
                      " Lokal_id " jlokal-bokning-lokalid
                      " Start " jlokal-bokning-start
                      " Slut " jlokal-bokning-slut
                      " Status " jlokal-bokning-status
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintfonster
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-status
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintfonster
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0250-check-booking-overlaps.

           MOVE SPACE TO wc-check-rubrik
           STRING "5. Aktiva eller preliminära bokningar som "
                  "överlappar i samma lokal"
               DELIMITED BY SIZE INTO wc-check-rubrik
           PERFORM B0290-write-check-heading

           *> each pair once, lower id first -- the same overlap
           *> rule B0230-check-overlap in cgi-book-local applies
           EXEC SQL
               DECLARE cursintoverlap CURSOR FOR
                   SELECT A.Bokning_id, A.Lokal_id, A.Start_ts,
                          A.Slut_ts, B.Bokning_id, B.Start_ts,
                          B.Slut_ts
                   FROM T_JLOKAL_BOKNING A
                   JOIN T_JLOKAL_BOKNING B
                       ON B.Lokal_id = A.Lokal_id
                          AND B.Bokning_id > A.Bokning_id
                          AND B.Start_ts < A.Slut_ts
                          AND B.Slut_ts > A.Start_ts
                   WHERE A.Bokning_status IN ('A', 'P')
                     AND B.Bokning_status IN ('A', 'P')
                   ORDER BY A.Lokal_id, A.Start_ts, A.Bokning_id,
                            B.Bokning_id
           END-EXEC

           EXEC SQL
               OPEN cursintoverlap
           END-EXEC

           EXEC SQL
               FETCH cursintoverlap
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-annan-bokning-id,
                        :jlokal-annan-start, :jlokal-annan-slut
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Lokal_id " jlokal-bokning-lokalid
                      " Bokning " jlokal-bokning-id " "
                      jlokal-bokning-start " - "
                      jlokal-bokning-slut(12:5)
                      " mot bokning " jlokal-annan-bokning-id " "
                      jlokal-annan-start " - "
                      jlokal-annan-slut(12:5)
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintoverlap
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-annan-bokning-id,
                            :jlokal-annan-start, :jlokal-annan-slut
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintoverlap
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0260-check-unknown-room-rows.

           MOVE "6. Tillsyns- och spärrader för okända lokaler"
                                             TO wc-check-rubrik
           PERFORM B0290-write-check-heading

           PERFORM B0262-check-tillsyn-rooms
           PERFORM B0264-check-sparr-rooms

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0262-check-tillsyn-rooms.

           EXEC SQL
               DECLARE cursinttillsyn CURSOR FOR
                   SELECT T.Lokal_id, T.Tillsyn_typ,
                          CHAR(T.Nasta_datum, ISO)
                   FROM T_JLOKAL_TILLSYN T
                   WHERE NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL J
                              WHERE J.Lokal_id = T.Lokal_id)
                   ORDER BY T.Lokal_id, T.Tillsyn_typ
           END-EXEC

           EXEC SQL
               OPEN cursinttillsyn
           END-EXEC

           EXEC SQL
               FETCH cursinttillsyn
                   INTO :jlokal-lokal-id, :jlokal-tillsyn-typ,
                        :jlokal-tillsyn-nasta
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   T_JLOKAL_TILLSYN Lokal_id "
                      jlokal-lokal-id " Typ " jlokal-tillsyn-typ
                      " Nästa " jlokal-tillsyn-nasta
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursinttillsyn
                       INTO :jlokal-lokal-id, :jlokal-tillsyn-typ,
                            :jlokal-tillsyn-nasta
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursinttillsyn
           END-EXEC

           .

       *>**************************************************
       B0264-check-sparr-rooms.

           EXEC SQL
               DECLARE cursintsparr CURSOR FOR
                   SELECT S.Sparr_id, S.Lokal_id,
                          CHAR(S.Fran_datum, ISO),
                          CHAR(S.Till_datum, ISO), S.Sparr_status
                   FROM T_JLOKAL_SPARR S
                   WHERE NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL J
                              WHERE J.Lokal_id = S.Lokal_id)
                   ORDER BY S.Lokal_id, S.Sparr_id
           END-EXEC

           EXEC SQL
               OPEN cursintsparr
           END-EXEC

           EXEC SQL
               FETCH cursintsparr
                   INTO :jlokal-sparr-id, :jlokal-sparr-lokalid,
                        :wc-sparr-fran, :wc-sparr-till,
                        :jlokal-sparr-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   T_JLOKAL_SPARR Sparr_id " jlokal-sparr-id
                      " Lokal_id " jlokal-sparr-lokalid " "
                      wc-sparr-fran " - " wc-sparr-till
                      " Status " jlokal-sparr-status
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintsparr
                       INTO :jlokal-sparr-id, :jlokal-sparr-lokalid,
                            :wc-sparr-fran, :wc-sparr-till,
                            :jlokal-sparr-status
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintsparr
           END-EXEC

           .

       *>**************************************************
       B0270-check-duplicate-rooms.

           MOVE SPACE TO wc-check-rubrik
           STRING "7. Aktiva lokaler med samma namn, våningsplan "
                  "och byggnad"
               DELIMITED BY SIZE INTO wc-check-rubrik
           PERFORM B0290-write-check-heading

           *> case-blind, same comparison B0210-test-exist-local
           *> makes before an insert
           EXEC SQL
               DECLARE cursintdubblett CURSOR FOR
                   SELECT UPPER(Lokalnamn), UPPER(Vaningsplan),
                          UPPER(Byggnad), COUNT(*),
                          MIN(Lokal_id), MAX(Lokal_id)
                   FROM T_JLOKAL
                   WHERE Jlokal_status = 'A'
                   GROUP BY UPPER(Lokalnamn), UPPER(Vaningsplan),
                            UPPER(Byggnad)
                   HAVING COUNT(*) > 1
                   ORDER BY 3, 2, 1
           END-EXEC

           EXEC SQL
               OPEN cursintdubblett
           END-EXEC

           EXEC SQL
               FETCH cursintdubblett
                   INTO :jlokal-lokalnamn, :jlokal-vaningsplan,
                        :jlokal-byggnad, :jlokal-dubblett-count,
                        :jlokal-forsta-lokal-id,
                        :jlokal-sista-lokal-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   " jlokal-lokalnamn " Byggnad "
                      jlokal-byggnad " Våningsplan "
                      jlokal-vaningsplan(1:10) " "
                      jlokal-dubblett-count " st, Lokal_id "
                      jlokal-forsta-lokal-id " -- "
                      jlokal-sista-lokal-id
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintdubblett
                       INTO :jlokal-lokalnamn, :jlokal-vaningsplan,
                            :jlokal-byggnad, :jlokal-dubblett-count,
                            :jlokal-forsta-lokal-id,
                            :jlokal-sista-lokal-id
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintdubblett
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0280-check-user-roles.

           MOVE "8. Användare i T_JLOKAL_BEHORIG med okänd roll"
                                             TO wc-check-rubrik
           PERFORM B0290-write-check-heading

           *> exactly the three values A0120-check-access knows --
           *> any other spelling grants nothing
           EXEC SQL
               DECLARE cursintroll CURSOR FOR
                   SELECT Anvandare, Roll
                   FROM T_JLOKAL_BEHORIG
                   WHERE Roll NOT IN ('LASARE', 'BOKARE', 'ADMIN')
                   ORDER BY Anvandare
           END-EXEC

           EXEC SQL
               OPEN cursintroll
           END-EXEC

           EXEC SQL
               FETCH cursintroll
                   INTO :wc-behorig-anvandare, :wc-behorig-roll
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO fd-local-rpt-rec
               STRING "   Användare " wc-behorig-anvandare
                      " Roll '" wc-behorig-roll "'"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               PERFORM B0295-write-finding

               EXEC SQL
                   FETCH cursintroll
                       INTO :wc-behorig-anvandare, :wc-behorig-roll
               END-EXEC
           END-PERFORM

           PERFORM B0298-end-cursor-check

           EXEC SQL
               CLOSE cursintroll
           END-EXEC

           PERFORM B0299-write-check-total

           .

       *>**************************************************
       B0290-write-check-heading.

           ADD 1 TO wn-checks-run
           MOVE ZERO TO wn-check-count

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE wc-check-rubrik TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0295-write-finding.

           *> the caller has built the line in fd-local-rpt-rec
           WRITE fd-local-rpt-rec
           ADD 1 TO wn-check-count
           ADD 1 TO wn-finding-count

           .

       *>**************************************************
       B0298-end-cursor-check.

           *> a check cut short by an SQL error is reported, and
           *> counted, so the run cannot pass for clean
           IF  SQLSTATE NOT = '02000'
                MOVE SPACE TO fd-local-rpt-rec
                STRING "   *** SQL-fel, kontrollen ofullständig, "
                       "SQLSTATE " SQLSTATE " ***"
                    DELIMITED BY SIZE INTO fd-local-rpt-rec
                PERFORM B0295-write-finding
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0299-write-check-total.

           MOVE SPACE TO fd-local-rpt-rec
           IF wn-check-count = ZERO
               STRING "   Inga avvikelser"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
           ELSE
               STRING "   Antal avvikelser: " wn-check-count
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

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Kontroller: " wn-checks-run
                  "  Avvikelser totalt: " wn-finding-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

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
