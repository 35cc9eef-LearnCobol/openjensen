       *>
       *> batch-pending-approval: the daily reminder for bookings
       *> still waiting on an ADMIN's decision in
       *> cgi-approve-booking (Bokning_status 'P', see
       *> jlokal-godkann-check).  Lists every pending booking,
       *> earliest start first, with room, window, headcount and
       *> Bokad_av, and flags each one not decided 3 working days
       *> (Monday to Friday) before its start date -- facilities
       *> needs that long to staff a big booking.  A booking whose
       *> start has already passed is flagged as such.
       *>
       *> The deadline is worked out once: today plus 3 working
       *> days, so a booking starting on or before that date is
       *> late.  Public holidays are not known to the system and
       *> count as working days, which only makes the flag come a
       *> day early.
       *>
       *> Read-only: nothing is changed, the report GODKANN.RPT is
       *> the whole output.  Writes a run row to T_JLOKAL_KORNING
       *> like the other nightly jobs: Lasta is the pending
       *> bookings read, Fel the flagged ones, Hoppade the ones not
       *> yet due.  Restart mode stays out: there is no input and
       *> nothing written, so a failed run is simply rerun whole.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-pending-approval.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT local-rpt-file ASSIGN TO "GODKANN.RPT"
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

       *> summary counters
       01  wn-pending-count        PIC  9(4) VALUE ZERO.
       01  wn-flagged-count        PIC  9(4) VALUE ZERO.
       01  wn-not-due-count        PIC  9(4) VALUE ZERO.

       *> how many working days ahead a booking must be decided
       01  wn-godkann-dagar        PIC  9(1) VALUE 3.

       *> day serials for the deadline walk, same scheme
       *> cgi-book-local's series walk uses -- Monday is serial
       *> day 1, so MOD(serial - 1, 7) + 1 is 1 for Monday through
       *> 7 for Sunday
       01  wn-date-ymd             PIC  9(8)  VALUE ZERO.
       01  wc-date-ymd REDEFINES wn-date-ymd
                                   PIC  X(8).
       01  wn-serial-dag           PIC  9(7)  VALUE ZERO.
       01  wn-veckodag             PIC  9(1)  VALUE ZERO.
       01  wn-arbetsdagar          PIC  9(1)  VALUE ZERO.

       *> today and the decision deadline, 'YYYY-MM-DD'
       01  wc-idag                 PIC  X(10) VALUE SPACE.
       01  wc-sista-datum          PIC  X(10) VALUE SPACE.

       *> the current row's flag text, blank when not yet due
       01  wc-row-flagga           PIC  X(20) VALUE SPACE.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-korning-vars.
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
               MOVE 'batch-pending-approval' TO jlokal-jobb-namn
               PERFORM B0150-start-run-log
               PERFORM B0200-write-report
               MOVE wn-pending-count TO jlokal-korning-lasta
               MOVE ZERO             TO jlokal-korning-adderade
               MOVE wn-not-due-count TO jlokal-korning-hoppade
               MOVE wn-flagged-count TO jlokal-korning-fel
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

           MOVE SPACE TO wc-idag
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO wc-idag

           PERFORM A0110-compute-deadline

           MOVE SPACE TO fd-local-rpt-rec
           STRING "BOKNINGAR SOM VÄNTAR PÅ GODKÄNNANDE " wc-idag
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Beslut krävs för bokningar som startar till och "
                  "med " wc-sista-datum
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Bokn. Lokal Namn                     "
                  "Byggnad    Datum      Tid         "
                  "Antal Bokad av             Anm"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       A0110-compute-deadline.

           *> walk forward from today one day at a time, counting
           *> Monday-Friday only, until the working days are used
           MOVE FUNCTION CURRENT-DATE(1:8) TO wc-date-ymd
           COMPUTE wn-serial-dag =
               FUNCTION INTEGER-OF-DATE(wn-date-ymd)

           MOVE ZERO TO wn-arbetsdagar
           PERFORM UNTIL wn-arbetsdagar >= wn-godkann-dagar
               ADD 1 TO wn-serial-dag
               COMPUTE wn-veckodag =
                   FUNCTION MOD(wn-serial-dag - 1, 7) + 1
               IF wn-veckodag <= 5
                   ADD 1 TO wn-arbetsdagar
               END-IF
           END-PERFORM

           COMPUTE wn-date-ymd =
               FUNCTION DATE-OF-INTEGER(wn-serial-dag)

           MOVE SPACE TO wc-sista-datum
           STRING wc-date-ymd(1:4)      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-date-ymd(5:2)      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-date-ymd(7:2)      DELIMITED BY SIZE
                  INTO wc-sista-datum

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
       B0200-write-report.

           *> every pending booking, earliest start first, the
           *> same list cgi-approve-booking shows
           EXEC SQL
               DECLARE curspendapp CURSOR FOR
                   SELECT B.Bokning_id, B.Lokal_id, B.Start_ts,
                          B.Slut_ts, B.Antal_deltagare, B.Bokad_av,
                          J.Lokalnamn, J.Byggnad
                   FROM T_JLOKAL_BOKNING B
                   JOIN T_JLOKAL J
                       ON J.Lokal_id = B.Lokal_id
                   WHERE B.Bokning_status = 'P'
                   ORDER BY B.Start_ts, B.Bokning_id
           END-EXEC

           EXEC SQL
               OPEN curspendapp
           END-EXEC

           EXEC SQL
               FETCH curspendapp
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-lokalnamn, :jlokal-byggnad
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-pending-count
               PERFORM B0210-write-pending-line

               EXEC SQL
                   FETCH curspendapp
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-lokalnamn, :jlokal-byggnad
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspendapp
           END-EXEC

           .

       *>**************************************************
       B0210-write-pending-line.

           *> the date part of the DB2-format timestamp compares
           *> directly with the 'YYYY-MM-DD' deadline
           MOVE SPACE TO wc-row-flagga
           IF jlokal-bokning-start(1:10) < wc-idag
               MOVE "*** REDAN STARTAD" TO wc-row-flagga
               ADD 1 TO wn-flagged-count
           ELSE
               IF jlokal-bokning-start(1:10) <= wc-sista-datum
                   MOVE "*** BESLUT SAKNAS" TO wc-row-flagga
                   ADD 1 TO wn-flagged-count
               ELSE
                   ADD 1 TO wn-not-due-count
               END-IF
           END-IF

           MOVE SPACE TO fd-local-rpt-rec
           STRING jlokal-bokning-id        DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  jlokal-bokning-lokalid   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  jlokal-lokalnamn(1:24)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  jlokal-byggnad           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  jlokal-bokning-start(1:10) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  jlokal-bokning-start(12:5) DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  jlokal-bokning-slut(12:5) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  jlokal-bokning-antal     DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  jlokal-bokning-namn(1:20) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  wc-row-flagga            DELIMITED BY SIZE
               INTO fd-local-rpt-rec
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
           STRING "Väntande bokningar:  " wn-pending-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  varav utan beslut: " wn-flagged-count
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
