       *>
       *> batch-unmet-demand: the monthly count of the bookings we
       *> had to turn away -- the other half of
       *> batch-room-utilization, which only sees what we used.
       *> Reads the month from the one-line control file
       *> EFTMANAD.DAT ('YYYY-MM', same layout DEBMANAD.DAT has
       *> for batch-room-chargeback) and counts every row of
       *> T_JLOKAL_EFTERFRAGAN (see jlokal-efterfragan-insert)
       *> whose window started in that month.
       *>
       *> EFTERFRAGAN.RPT groups the refusals per building, then
       *> per headcount band (1-10, 11-30, 31-60, over 60), weekday
       *> and hour of day the window started, with how many of
       *> them asked for a projector, a whiteboard or video -- so
       *> "40 refusals for 30+ seats with video on Tuesday
       *> mornings" can be read straight off it.  Only groups with
       *> a refusal get a line.  A search in any building (blank
       *> Byggnad) is counted under VALFRI.  The summary splits
       *> the month by reason.
       *>
       *> Weekday is worked out the way cgi-book-local's series
       *> walk does it: Monday is INTEGER-OF-DATE serial day 1, so
       *> MOD(serial - 1, 7) + 1 runs 1 (Monday) to 7 (Sunday).
       *>
       *> Read-only.  Writes a run row to T_JLOKAL_KORNING like
       *> the other nightly jobs: Lasta is the refusals read,
       *> Adderade the report lines, Fel set when the read was cut
       *> short by an SQL error.  Restart mode stays out: nothing
       *> is written to the database, so a failed run is simply
       *> rerun whole.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-unmet-demand.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-in-file ASSIGN TO "EFTMANAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT local-rpt-file ASSIGN TO "EFTERFRAGAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  control-in-file.
       01  fd-control-in-rec.
           05  fd-control-manad    PIC  X(7).
           05  FILLER              PIC  X(73).

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

       *> the month, from the control file, and its window -- same
       *> scheme batch-room-chargeback's A0110-month-window uses
       01  wc-manad                PIC  X(7)  VALUE SPACE.
       01  wn-manad-ar             PIC  9(4)  VALUE ZERO.
       01  wn-manad-mm             PIC  9(2)  VALUE ZERO.

       *> summary counters, for the run log
       01  wn-read-count           PIC  9(5)  VALUE ZERO.
       01  wn-line-count           PIC  9(4)  VALUE ZERO.
       01  wn-error-count          PIC  9(4)  VALUE ZERO.

       *> the month split by reason
       01  wn-kapacitet-count      PIC  9(5)  VALUE ZERO.
       01  wn-upptagen-count       PIC  9(5)  VALUE ZERO.
       01  wn-sparrad-count        PIC  9(5)  VALUE ZERO.
       01  wn-ingen-ledig-count    PIC  9(5)  VALUE ZERO.

       *> the building being counted -- the rows come in Byggnad
       *> order, so a new building is a control break; the
       *> LOW-VALUE start state means there is nothing to flush
       *> before the very first row
       01  wc-prev-byggnad         PIC  X(10) VALUE LOW-VALUE.
       01  wc-bygg-namn            PIC  X(10) VALUE SPACE.
       01  wn-bygg-count           PIC  9(5)  VALUE ZERO.

       *> one building's refusals per headcount band, weekday and
       *> starting hour (index 1 is 00:00-00:59), cleared at each
       *> building
       01  wr-efterfragan-table.
           05  wr-band-entry       OCCURS 4 TIMES.
               10  wr-dag-entry    OCCURS 7 TIMES.
                   15  wr-timme-entry  OCCURS 24 TIMES.
                       20  wn-cell-antal       PIC  9(4).
                       20  wn-cell-projektor   PIC  9(4).
                       20  wn-cell-whiteboard  PIC  9(4).
                       20  wn-cell-video       PIC  9(4).

       01  wn-band-idx             PIC  9(1)  VALUE ZERO.
       01  wn-dag-idx              PIC  9(1)  VALUE ZERO.
       01  wn-timme-idx            PIC  9(2)  VALUE ZERO.

       *> the headcount bands' and weekdays' report texts
       01  wc-band-namn-data       PIC  X(28)
                                   VALUE '1-10   11-30  31-60  OVER 60'.
       01  wr-band-namn REDEFINES wc-band-namn-data.
           05  wc-band-namn        PIC  X(7)  OCCURS 4.

       01  wc-dag-namn-data        PIC  X(49) VALUE
           'MANDAG TISDAG ONSDAG TORSDAGFREDAG LORDAG SONDAG '.
       01  wr-dag-namn REDEFINES wc-dag-namn-data.
           05  wc-dag-namn         PIC  X(7)  OCCURS 7.

       *> day serial of the row's start date, for its weekday
       01  wn-date-ymd             PIC  9(8)  VALUE ZERO.
       01  wc-date-ymd REDEFINES wn-date-ymd
                                   PIC  X(8).
       01  wn-serial-dag           PIC  9(7)  VALUE ZERO.

       *> edited fields for the report lines
       01  wn-timme-ed             PIC  99.
       01  wn-antal-ed             PIC  ZZZ9.
       01  wn-projektor-ed         PIC  ZZZ9.
       01  wn-whiteboard-ed        PIC  ZZZ9.
       01  wn-video-ed             PIC  ZZZ9.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-efterfragan-vars.
       COPY jlokal-korning-vars.
       01  jlokal-sok-start         PIC  X(19).
       01  jlokal-sok-slut          PIC  X(19).
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
                   MOVE 'batch-unmet-demand' TO jlokal-jobb-namn
                   PERFORM B0150-start-run-log
                   PERFORM B0200-count-refusals
                   MOVE wn-read-count  TO jlokal-korning-lasta
                   MOVE wn-line-count  TO jlokal-korning-adderade
                   MOVE ZERO           TO jlokal-korning-hoppade
                   MOVE wn-error-count TO jlokal-korning-fel
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

           IF fd-control-manad(1:4) NOT NUMERIC
               OR fd-control-manad(5:1) NOT = '-'
               OR fd-control-manad(6:2) NOT NUMERIC
               OR fd-control-manad(6:2) < '01'
               OR fd-control-manad(6:2) > '12'
               MOVE SPACE TO fd-local-rpt-rec
               STRING "*** Ogiltig månad i EFTMANAD.DAT, "
                      "använd ÅÅÅÅ-MM ***"
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           ELSE
               MOVE fd-control-manad TO wc-manad
               SET is-valid-init TO TRUE

               PERFORM A0110-month-window

               MOVE SPACE TO fd-local-rpt-rec
               STRING "Avvisade bokningar " wc-manad
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  Deltag.  Veckodag  Timme  Avvisade  "
                      "Projektor  Whiteboard  Video"
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
       B0200-count-refusals.

           *> every refusal whose window started in the month,
           *> building by building
           EXEC SQL
               DECLARE curseftmanad CURSOR FOR
                   SELECT Byggnad, Start_ts, Antal_deltagare,
                          Projektor, Whiteboard, Videokonferens,
                          Orsak
                   FROM T_JLOKAL_EFTERFRAGAN
                   WHERE Start_ts >= :jlokal-sok-start
                     AND Start_ts <  :jlokal-sok-slut
                   ORDER BY Byggnad
           END-EXEC

           EXEC SQL
               OPEN curseftmanad
           END-EXEC

           EXEC SQL
               FETCH curseftmanad
                   INTO :jlokal-eft-byggnad, :jlokal-eft-start,
                        :jlokal-eft-antal, :jlokal-eft-projektor,
                        :jlokal-eft-whiteboard, :jlokal-eft-video,
                        :jlokal-eft-orsak
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF jlokal-eft-byggnad NOT = wc-prev-byggnad
                   PERFORM B0240-write-building
                   MOVE jlokal-eft-byggnad TO wc-prev-byggnad
               END-IF

               PERFORM B0220-count-one-refusal

               EXEC SQL
                   FETCH curseftmanad
                       INTO :jlokal-eft-byggnad, :jlokal-eft-start,
                            :jlokal-eft-antal,
                            :jlokal-eft-projektor,
                            :jlokal-eft-whiteboard,
                            :jlokal-eft-video, :jlokal-eft-orsak
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curseftmanad
           END-EXEC

           PERFORM B0240-write-building

           .

       *>**************************************************
       B0220-count-one-refusal.

           ADD 1 TO wn-read-count
           ADD 1 TO wn-bygg-count

           EVALUATE jlokal-eft-orsak
               WHEN 'KAPACITET'
                   ADD 1 TO wn-kapacitet-count
               WHEN 'UPPTAGEN'
                   ADD 1 TO wn-upptagen-count
               WHEN 'SPARRAD'
                   ADD 1 TO wn-sparrad-count
               WHEN OTHER
                   ADD 1 TO wn-ingen-ledig-count
           END-EVALUATE

           *> headcount band -- a zero headcount should not reach
           *> the log (see jlokal-efterfragan-insert), but would
           *> land in the smallest band
           EVALUATE TRUE
               WHEN jlokal-eft-antal <= 10
                   MOVE 1 TO wn-band-idx
               WHEN jlokal-eft-antal <= 30
                   MOVE 2 TO wn-band-idx
               WHEN jlokal-eft-antal <= 60
                   MOVE 3 TO wn-band-idx
               WHEN OTHER
                   MOVE 4 TO wn-band-idx
           END-EVALUATE

           *> weekday of the start date, Monday = 1
           MOVE SPACE TO wc-date-ymd
           STRING jlokal-eft-start(1:4)  DELIMITED BY SIZE
                  jlokal-eft-start(6:2)  DELIMITED BY SIZE
                  jlokal-eft-start(9:2)  DELIMITED BY SIZE
                  INTO wc-date-ymd
           COMPUTE wn-serial-dag =
               FUNCTION INTEGER-OF-DATE(wn-date-ymd)
           COMPUTE wn-dag-idx =
               FUNCTION MOD(wn-serial-dag - 1, 7) + 1

           *> starting hour, from the HH slice of the timestamp
           COMPUTE wn-timme-idx =
               FUNCTION NUMVAL(jlokal-eft-start(12:2)) + 1

           ADD 1 TO wn-cell-antal(wn-band-idx, wn-dag-idx,
                                  wn-timme-idx)
           IF jlokal-eft-projektor = 'Y'
               ADD 1 TO wn-cell-projektor(wn-band-idx, wn-dag-idx,
                                          wn-timme-idx)
           END-IF
           IF jlokal-eft-whiteboard = 'Y'
               ADD 1 TO wn-cell-whiteboard(wn-band-idx, wn-dag-idx,
                                           wn-timme-idx)
           END-IF
           IF jlokal-eft-video = 'Y'
               ADD 1 TO wn-cell-video(wn-band-idx, wn-dag-idx,
                                      wn-timme-idx)
           END-IF

           .

       *>**************************************************
       B0240-write-building.

           *> closes the building that is open: its heading, one
           *> line per band/weekday/hour with a refusal, and its
           *> total -- then clears the table for the next one
           IF wc-prev-byggnad NOT = LOW-VALUE
               AND wn-bygg-count NOT = ZERO

               IF wc-prev-byggnad = SPACE
                   MOVE 'VALFRI' TO wc-bygg-namn
               ELSE
                   MOVE wc-prev-byggnad TO wc-bygg-namn
               END-IF

               MOVE SPACE TO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               MOVE SPACE TO fd-local-rpt-rec
               STRING "Byggnad " wc-bygg-namn
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec

               PERFORM B0250-write-cell-line
                   VARYING wn-band-idx FROM 1 BY 1
                       UNTIL wn-band-idx > 4
                   AFTER wn-dag-idx FROM 1 BY 1
                       UNTIL wn-dag-idx > 7
                   AFTER wn-timme-idx FROM 1 BY 1
                       UNTIL wn-timme-idx > 24

               MOVE wn-bygg-count TO wn-antal-ed

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  Summa " wc-bygg-namn
                      "              "
                      wn-antal-ed
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

           INITIALIZE wr-efterfragan-table
           MOVE ZERO TO wn-bygg-count

           .

       *>**************************************************
       B0250-write-cell-line.

           IF wn-cell-antal(wn-band-idx, wn-dag-idx, wn-timme-idx)
                                                   NOT = ZERO
               ADD 1 TO wn-line-count

               COMPUTE wn-timme-ed = wn-timme-idx - 1
               MOVE wn-cell-antal(wn-band-idx, wn-dag-idx,
                                  wn-timme-idx) TO wn-antal-ed
               MOVE wn-cell-projektor(wn-band-idx, wn-dag-idx,
                                      wn-timme-idx) TO wn-projektor-ed
               MOVE wn-cell-whiteboard(wn-band-idx, wn-dag-idx,
                                       wn-timme-idx)
                                                 TO wn-whiteboard-ed
               MOVE wn-cell-video(wn-band-idx, wn-dag-idx,
                                  wn-timme-idx) TO wn-video-ed

               MOVE SPACE TO fd-local-rpt-rec
               STRING "  "                      DELIMITED BY SIZE
                      wc-band-namn(wn-band-idx) DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                      wc-dag-namn(wn-dag-idx)   DELIMITED BY SIZE
                      "   "                     DELIMITED BY SIZE
                      wn-timme-ed               DELIMITED BY SIZE
                      ":00      "               DELIMITED BY SIZE
                      wn-antal-ed               DELIMITED BY SIZE
                      "       "                 DELIMITED BY SIZE
                      wn-projektor-ed           DELIMITED BY SIZE
                      "        "                DELIMITED BY SIZE
                      wn-whiteboard-ed          DELIMITED BY SIZE
                      "   "                     DELIMITED BY SIZE
                      wn-video-ed               DELIMITED BY SIZE
                   INTO fd-local-rpt-rec
               WRITE fd-local-rpt-rec
           END-IF

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
           STRING "Avvisade bokningar:  " wn-read-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  för liten lokal:   " wn-kapacitet-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  redan bokad:       " wn-upptagen-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  spärrad lokal:     " wn-sparrad-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  ingen ledig lokal: " wn-ingen-ledig-count
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
