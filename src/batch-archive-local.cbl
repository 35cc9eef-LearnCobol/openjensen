       *>
       *> batch-archive-local: the term-end / yearly clean-out of
       *> the tables that only ever grow.  Reads the one-line
       *> control file ARKIV.DAT:
       *>
       *>     ARKIVERA YYYY-MM-DD             archive and purge
       *>     ATERLAS  YYYY-MM-DD YYYY-MM-DD  restore a period
       *>
       *> ARKIVERA moves every row older than the cutoff date out
       *> of T_JLOKAL_BOKNING_LOG, T_JLOKAL_LOG (VAGRAD refusal
       *> rows included), T_JLOKAL_BOKNING and T_JLOKAL_KORNING to
       *> the sequential archive file LOKARKIV.DAT, one record
       *> type per table, and deletes them from the live tables.
       *> It never takes a booking that has not ended yet, never a
       *> run row still on 'P', and never the highest Bokning_id
       *> or Korning_id -- the MAX(id)+1 numbering would otherwise
       *> hand an archived id out again.  A booking's log rows go
       *> only when the booking itself can go (or already has):
       *> cgi-ical-local counts them for SEQUENCE and
       *> batch-room-chargeback looks for the AVBOKA row, both
       *> while the booking is live.  The file is opened
       *> EXTEND, so it holds every archive ever taken until
       *> operations moves it away.
       *>
       *> Rows go in chunks of wn-chunk-max, each chunk one unit of
       *> work: its rows are written, the file is closed and
       *> reopened so the records are on disk, and the new record
       *> count goes to the checkpoint row in T_JLOKAL_ARKIV in the
       *> same commit as the deletes.  A run that dies leaves that
       *> row on 'P'; a new archive is then refused until the dead
       *> one is resumed with KORNING_RESTART='J', which first cuts
       *> LOKARKIV.DAT back to the committed count (through the
       *> work file LOKARKIV.TMP) -- whatever was written after
       *> the last commit was rolled back in the tables too, so
       *> nothing is lost or archived twice.
       *>
       *> ATERLAS reads LOKARKIV.DAT and puts back every record
       *> whose date falls in the period -- a booking by its start,
       *> a log row by Changed_ts, a run row by its start -- for an
       *> audit request.  A row already in its table is skipped, so
       *> a failed restore is simply rerun; each row is committed
       *> on its own.
       *>
       *> Writes ARKIV.RPT, and a run row to T_JLOKAL_KORNING like
       *> the other nightly jobs: Lasta is records written to the
       *> archive (or read in the period, restoring), Adderade
       *> rows restored, Hoppade rows already present.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. batch-archive-local.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-in-file ASSIGN TO "ARKIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL arkiv-file ASSIGN TO "LOKARKIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT arkiv-tmp-file ASSIGN TO "LOKARKIV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT local-rpt-file ASSIGN TO "ARKIV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  control-in-file.
       01  fd-control-in-rec.
           05  fd-control-mode     PIC  X(8).
           05  FILLER              PIC  X.
           05  fd-control-datum-1  PIC  X(10).
           05  FILLER              PIC  X.
           05  fd-control-datum-2  PIC  X(10).
           05  FILLER              PIC  X(50).

       FD  arkiv-file.
       01  fd-arkiv-rec                PIC X(200).

       FD  arkiv-tmp-file.
       01  fd-arkiv-tmp-rec            PIC X(200).

       FD  local-rpt-file.
       01  fd-local-rpt-rec            PIC X(120).

       working-storage section.
       01   switches.
            03  end-of-file-switch                  PIC X   VALUE 'N'.
                88  end-of-file                             VALUE 'Y'.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-duplicate-key-switch             PIC X   VALUE 'N'.
                88  is-duplicate-key                        VALUE 'Y'.
            03  is-restart-run-switch               PIC X   VALUE 'N'.
                88  is-restart-run                          VALUE 'Y'.
            03  is-open-run-found-switch            PIC X   VALUE 'N'.
                88  is-open-run-found                       VALUE 'Y'.
            03  is-archive-failed-switch            PIC X   VALUE 'N'.
                88  is-archive-failed                       VALUE 'Y'.
            03  is-table-done-switch                PIC X   VALUE 'N'.
                88  is-table-done                           VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> restart support, required by B0150-start-run-log -- this
       *> job keeps its own checkpoint in T_JLOKAL_ARKIV (see the
       *> header), so this one is never used
       01  wn-checkpoint-count     PIC  9(4) VALUE ZERO.

       *> what the control file asked for
       01  wc-mode                 PIC  X(8)  VALUE SPACE.
           88  is-mode-arkivera               VALUE 'ARKIVERA'.
           88  is-mode-aterlas                VALUE 'ATERLAS'.
       01  wc-period-fran          PIC  X(10) VALUE SPACE.
       01  wc-period-till          PIC  X(10) VALUE SPACE.
       01  wc-idag                 PIC  X(10) VALUE SPACE.

       *> records in LOKARKIV.DAT -- counted at the start, then
       *> kept current as records are written; the checkpoint
       *> stores it at every commit
       01  wn-file-count           PIC  9(7)  VALUE ZERO.
       01  wn-copy-count           PIC  9(7)  VALUE ZERO.

       *> one chunk of rows, fetched before any is deleted -- the
       *> chunk's commit would close an open cursor
       01  wn-chunk-count          PIC  9(3)  VALUE ZERO.
       01  wn-chunk-idx            PIC  9(3)  VALUE ZERO.
       01  wn-chunk-max            PIC  9(3)  VALUE 100.
       01  wr-chunk-table.
           05  wc-chunk-rec        PIC  X(200) OCCURS 100 TIMES.

       *> rows one DELETE removed -- two log rows can be identical
       *> in every column, and each copy is archived
       01  wn-deleted-rows         PIC  9(4)  VALUE ZERO.
       01  wn-write-idx            PIC  9(4)  VALUE ZERO.

       *> summary counters
       01  wn-table-count          PIC  9(7)  VALUE ZERO.
       01  wn-archived-count       PIC  9(7)  VALUE ZERO.
       01  wn-read-count           PIC  9(7)  VALUE ZERO.
       01  wn-restored-count       PIC  9(7)  VALUE ZERO.
       01  wn-existing-count       PIC  9(7)  VALUE ZERO.
       01  wn-error-count          PIC  9(4)  VALUE ZERO.
       01  wc-table-namn           PIC  X(24) VALUE SPACE.

       *> one archive record -- a record type, then the row in
       *> the layout for its table
       01  wr-arkiv-rec.
           05  wc-arkiv-typ            PIC  X(4).
               88  is-arkiv-bokning            VALUE 'BOKN'.
               88  is-arkiv-bokning-log        VALUE 'BLOG'.
               88  is-arkiv-lokal-log          VALUE 'LLOG'.
               88  is-arkiv-korning            VALUE 'KORN'.
           05  FILLER                  PIC  X.
           05  wc-arkiv-data           PIC  X(195).
           05  wr-arkiv-bokning REDEFINES wc-arkiv-data.
               10  wn-ark-bokning-id   PIC  9(5).
               10  FILLER              PIC  X.
               10  wn-ark-lokal-id     PIC  9(4).
               10  FILLER              PIC  X.
               10  wc-ark-start        PIC  X(19).
               10  FILLER              PIC  X.
               10  wc-ark-slut         PIC  X(19).
               10  FILLER              PIC  X.
               10  wn-ark-antal        PIC  9(4).
               10  FILLER              PIC  X.
               10  wc-ark-bokad-av     PIC  X(40).
               10  FILLER              PIC  X.
               10  wc-ark-status       PIC  X.
               10  FILLER              PIC  X.
               10  wn-ark-serie-id     PIC  9(5).
               10  FILLER              PIC  X(90).
           05  wr-arkiv-bokning-log REDEFINES wc-arkiv-data.
               10  wn-ark-blog-id      PIC  9(5).
               10  FILLER              PIC  X.
               10  wc-ark-blog-action  PIC  X(6).
               10  FILLER              PIC  X.
               10  wc-ark-blog-ts      PIC  X(26).
               10  FILLER              PIC  X.
               10  wc-ark-blog-user    PIC  X(40).
               10  FILLER              PIC  X.
               10  wc-ark-blog-orsak   PIC  X(40).
               10  FILLER              PIC  X(74).
           05  wr-arkiv-lokal-log REDEFINES wc-arkiv-data.
               10  wn-ark-llog-id      PIC  9(4).
               10  FILLER              PIC  X.
               10  wc-ark-llog-action  PIC  X(6).
               10  FILLER              PIC  X.
               10  wc-ark-llog-ts      PIC  X(26).
               10  FILLER              PIC  X.
               10  wc-ark-llog-user    PIC  X(40).
               10  FILLER              PIC  X(116).
           05  wr-arkiv-korning REDEFINES wc-arkiv-data.
               10  wn-ark-korn-id      PIC  9(5).
               10  FILLER              PIC  X.
               10  wc-ark-korn-jobb    PIC  X(30).
               10  FILLER              PIC  X.
               10  wc-ark-korn-start   PIC  X(26).
               10  FILLER              PIC  X.
               10  wc-ark-korn-slut    PIC  X(26).
               10  FILLER              PIC  X.
               10  wn-ark-korn-lasta   PIC  9(4).
               10  FILLER              PIC  X.
               10  wn-ark-korn-adderade PIC 9(4).
               10  FILLER              PIC  X.
               10  wn-ark-korn-hoppade PIC  9(4).
               10  FILLER              PIC  X.
               10  wn-ark-korn-fel     PIC  9(4).
               10  FILLER              PIC  X.
               10  wc-ark-korn-status  PIC  X.
               10  FILLER              PIC  X(82).

       *> the record's own date, for the restore period
       01  wc-arkiv-datum          PIC  X(10) VALUE SPACE.

       *> host variables used within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-log-vars.
       COPY jlokal-log-query-vars.
       COPY jlokal-korning-vars.
       COPY jlokal-korning-query-vars.
       01  jlokal-lokal-id          PIC  9(4).
       01  jlokal-arkiv-korning-id  PIC  9(5).
       01  wc-arkiv-skarp           PIC  X(10).
       01  wc-arkiv-skarp-ts        PIC  X(19).
       01  jlokal-arkiv-antal       PIC  9(7).
       01  jlokal-arkiv-count       PIC  9(4).
       01  jlokal-ark-korning-id    PIC  9(5).
       01  wc-ark-jobb-namn         PIC  X(30).
       01  jlokal-ark-lasta         PIC  9(4).
       01  jlokal-ark-adderade      PIC  9(4).
       01  jlokal-ark-hoppade       PIC  9(4).
       01  jlokal-ark-fel           PIC  9(4).
       01  wc-ark-korning-status    PIC  X(1).
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
                   MOVE 'batch-archive-local' TO jlokal-jobb-namn
                   PERFORM B0150-start-run-log

                   IF is-mode-arkivera
                       PERFORM B0200-archive
                       PERFORM C0110-cap-archive-counters
                   ELSE
                       PERFORM B0600-restore
                       PERFORM C0120-cap-restore-counters
                   END-IF

                   MOVE wn-error-count TO jlokal-korning-fel
                   PERFORM C0150-end-run-log
                   PERFORM B0900-disconnect
               END-IF
           END-IF

           PERFORM C0100-write-summary
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

           MOVE fd-control-mode TO wc-mode
           MOVE fd-control-datum-1 TO wc-period-fran
           MOVE fd-control-datum-2 TO wc-period-till

           *> today, to keep the cutoff out of the future
           MOVE SPACE TO wc-idag
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO wc-idag

           EVALUATE TRUE
               WHEN is-mode-arkivera
                   IF wc-period-fran(5:1) NOT = '-'
                       OR wc-period-fran(8:1) NOT = '-'
                       OR wc-period-fran > wc-idag
                       PERFORM A0110-write-control-error
                   ELSE
                       SET is-valid-init TO TRUE
                       MOVE SPACE TO fd-local-rpt-rec
                       STRING "Arkivering av rader äldre än "
                              wc-period-fran
                           DELIMITED BY SIZE INTO fd-local-rpt-rec
                       WRITE fd-local-rpt-rec
                   END-IF
               WHEN is-mode-aterlas
                   IF wc-period-fran(5:1) NOT = '-'
                       OR wc-period-fran(8:1) NOT = '-'
                       OR wc-period-till(5:1) NOT = '-'
                       OR wc-period-till(8:1) NOT = '-'
                       OR wc-period-till < wc-period-fran
                       PERFORM A0110-write-control-error
                   ELSE
                       SET is-valid-init TO TRUE
                       MOVE SPACE TO fd-local-rpt-rec
                       STRING "Återläsning ur arkivet "
                              wc-period-fran " -- " wc-period-till
                           DELIMITED BY SIZE INTO fd-local-rpt-rec
                       WRITE fd-local-rpt-rec
                   END-IF
               WHEN OTHER
                   PERFORM A0110-write-control-error
           END-EVALUATE

           MOVE SPACE TO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       A0110-write-control-error.

           MOVE SPACE TO fd-local-rpt-rec
           STRING "*** Ogiltig ARKIV.DAT, använd ARKIVERA "
                  "ÅÅÅÅ-MM-DD (ej framtida) eller ATERLAS  "
                  "ÅÅÅÅ-MM-DD ÅÅÅÅ-MM-DD ***"
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
       B0200-archive.

           PERFORM B0210-fetch-open-run

           IF is-open-run-found
               IF wc-korning-restart = 'J'
                   PERFORM B0220-resume-open-run
               ELSE
                   SET is-archive-failed TO TRUE
                   ADD 1 TO wn-error-count

                   MOVE SPACE TO fd-local-rpt-rec
                   STRING "*** Föregående arkivering (körning "
                          jlokal-arkiv-korning-id
                          ") avbröts -- kör om med "
                          "KORNING_RESTART=J ***"
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
                   WRITE fd-local-rpt-rec
               END-IF
           ELSE
               PERFORM B0240-open-new-run
           END-IF

           IF NOT is-archive-failed
               STRING wc-arkiv-skarp        DELIMITED BY SIZE
                      "-00.00.00"           DELIMITED BY SIZE
                      INTO wc-arkiv-skarp-ts

               OPEN EXTEND arkiv-file

               PERFORM B0300-archive-booking-log
               PERFORM B0350-archive-local-log
               PERFORM B0400-archive-bookings
               PERFORM B0450-archive-runs

               CLOSE arkiv-file

               IF NOT is-archive-failed
                   PERFORM B0280-close-run
               ELSE
                   MOVE SPACE TO fd-local-rpt-rec
                   STRING "*** Arkiveringen avbröts -- kör om med "
                          "KORNING_RESTART=J ***"
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
                   WRITE fd-local-rpt-rec
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-fetch-open-run.

           *> an archive run still on 'P' died before it finished
           EXEC SQL
               SELECT Korning_id, CHAR(Skarpdatum, ISO),
                      Antal_poster
                   INTO :jlokal-arkiv-korning-id, :wc-arkiv-skarp,
                        :jlokal-arkiv-antal
                   FROM T_JLOKAL_ARKIV
                   WHERE Arkiv_status = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   SET is-open-run-found TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET is-archive-failed TO TRUE
                   ADD 1 TO wn-error-count
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0220-resume-open-run.

           *> the dead run's cutoff is kept, whatever ARKIV.DAT
           *> says now -- the half-done archive is finished as it
           *> was started
           MOVE SPACE TO fd-local-rpt-rec
           STRING "Återstart av arkivering " jlokal-arkiv-korning-id
                  ", skärpdatum " wc-arkiv-skarp
                  ", " jlokal-arkiv-antal " poster i arkivet"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           PERFORM B0230-count-archive-file

           EVALUATE TRUE
               WHEN wn-file-count < jlokal-arkiv-antal
                   *> committed records are missing from the file
                   *> -- nothing safe can be done without a person
                   SET is-archive-failed TO TRUE
                   ADD 1 TO wn-error-count

                   MOVE SPACE TO fd-local-rpt-rec
                   STRING "*** LOKARKIV.DAT har " wn-file-count
                          " poster, checkpunkten säger "
                          jlokal-arkiv-antal " -- avbryter ***"
                       DELIMITED BY SIZE INTO fd-local-rpt-rec
                   WRITE fd-local-rpt-rec
               WHEN wn-file-count > jlokal-arkiv-antal
                   PERFORM B0235-truncate-archive-file
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT is-archive-failed
               *> the checkpoint row now belongs to this run
               EXEC SQL
                   UPDATE T_JLOKAL_ARKIV
                      SET Korning_id = :jlokal-korning-id
                      WHERE Korning_id = :jlokal-arkiv-korning-id
               END-EXEC

               IF  SQLCODE NOT = ZERO
                    SET is-archive-failed TO TRUE
                    ADD 1 TO wn-error-count
                    PERFORM Z0100-error-routine
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
           END-IF

           .

       *>**************************************************
       B0230-count-archive-file.

           MOVE ZERO TO wn-file-count
           MOVE 'N' TO end-of-file-switch

           OPEN INPUT arkiv-file

           PERFORM UNTIL end-of-file
               READ arkiv-file
                   AT END
                       SET end-of-file TO TRUE
                   NOT AT END
                       ADD 1 TO wn-file-count
               END-READ
           END-PERFORM

           CLOSE arkiv-file

           .

       *>**************************************************
       B0235-truncate-archive-file.

           *> records past the checkpoint were written by the dead
           *> run after its last commit, and their rows were
           *> rolled back -- keep the first Antal_poster through
           *> the work file and drop the rest
           MOVE SPACE TO fd-local-rpt-rec
           STRING "LOKARKIV.DAT kortas från " wn-file-count
                  " till " jlokal-arkiv-antal " poster"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           OPEN INPUT  arkiv-file
           OPEN OUTPUT arkiv-tmp-file

           MOVE ZERO TO wn-copy-count
           PERFORM UNTIL wn-copy-count >= jlokal-arkiv-antal
               READ arkiv-file
               WRITE fd-arkiv-tmp-rec FROM fd-arkiv-rec
               ADD 1 TO wn-copy-count
           END-PERFORM

           CLOSE arkiv-file
           CLOSE arkiv-tmp-file

           OPEN INPUT  arkiv-tmp-file
           OPEN OUTPUT arkiv-file

           MOVE 'N' TO end-of-file-switch
           PERFORM UNTIL end-of-file
               READ arkiv-tmp-file
                   AT END
                       SET end-of-file TO TRUE
                   NOT AT END
                       WRITE fd-arkiv-rec FROM fd-arkiv-tmp-rec
               END-READ
           END-PERFORM

           CLOSE arkiv-tmp-file
           CLOSE arkiv-file

           MOVE jlokal-arkiv-antal TO wn-file-count

           .

       *>**************************************************
       B0240-open-new-run.

           MOVE wc-period-fran TO wc-arkiv-skarp

           PERFORM B0230-count-archive-file
           MOVE wn-file-count TO jlokal-arkiv-antal

           EXEC SQL
               INSERT INTO T_JLOKAL_ARKIV
                   (Korning_id, Skarpdatum, Antal_poster,
                    Arkiv_status)
                   VALUES (:jlokal-korning-id, :wc-arkiv-skarp,
                           :jlokal-arkiv-antal, 'P')
           END-EXEC

           IF  SQLCODE NOT = ZERO
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

           .

       *>**************************************************
       B0280-close-run.

           EXEC SQL
               UPDATE T_JLOKAL_ARKIV
                  SET Arkiv_status = 'K'
                  WHERE Korning_id = :jlokal-korning-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

           .

       *>**************************************************
       B0290-checkpoint-chunk.

           *> close and reopen so the chunk's records are on disk
           *> before the deletes are committed, then store the
           *> file's count in the same unit of work
           CLOSE arkiv-file
           OPEN EXTEND arkiv-file

           MOVE wn-file-count TO jlokal-arkiv-antal

           EXEC SQL
               UPDATE T_JLOKAL_ARKIV
                  SET Antal_poster = :jlokal-arkiv-antal
                  WHERE Korning_id = :jlokal-korning-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

           .

       *>**************************************************
       B0295-write-archived-rows.

           *> one archive record per row the DELETE removed
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO wn-deleted-rows
               PERFORM VARYING wn-write-idx FROM 1 BY 1
                       UNTIL wn-write-idx > wn-deleted-rows
                   WRITE fd-arkiv-rec FROM wr-arkiv-rec
                   ADD 1 TO wn-file-count
                   ADD 1 TO wn-table-count
                   ADD 1 TO wn-archived-count
               END-PERFORM
           ELSE
               IF SQLCODE NOT = 100
                   SET is-archive-failed TO TRUE
                   ADD 1 TO wn-error-count
                   PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0298-write-table-line.

           MOVE SPACE TO fd-local-rpt-rec
           STRING wc-table-namn " " wn-table-count
                  " rader arkiverade"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0300-archive-booking-log.

           MOVE ZERO TO wn-table-count
           MOVE 'N' TO is-table-done-switch

           PERFORM UNTIL is-table-done OR is-archive-failed
               PERFORM B0310-load-booking-log-chunk

               PERFORM VARYING wn-chunk-idx FROM 1 BY 1
                       UNTIL wn-chunk-idx > wn-chunk-count
                          OR is-archive-failed
                   PERFORM B0320-move-booking-log-row
               END-PERFORM

               IF wn-chunk-count NOT = ZERO
                   AND NOT is-archive-failed
                   PERFORM B0290-checkpoint-chunk
               END-IF

               IF wn-chunk-count < wn-chunk-max
                   SET is-table-done TO TRUE
               END-IF
           END-PERFORM

           MOVE 'T_JLOKAL_BOKNING_LOG' TO wc-table-namn
           PERFORM B0298-write-table-line

           .

       *>**************************************************
       B0310-load-booking-log-chunk.

           *> only log rows whose booking is gone or goes in this
           *> run -- the NOT EXISTS is B0410-load-booking-chunk's
           *> condition turned round, so the two sets always agree
           MOVE ZERO TO wn-chunk-count

           EXEC SQL
               DECLARE cursarkblog CURSOR FOR
                   SELECT Bokning_id, Log_action, CHAR(Changed_ts),
                          Remote_user, Orsak
                   FROM T_JLOKAL_BOKNING_LOG
                   WHERE Changed_ts < :wc-arkiv-skarp-ts
                     AND NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL_BOKNING B
                              WHERE B.Bokning_id =
                                    T_JLOKAL_BOKNING_LOG.Bokning_id
                                AND (B.Slut_ts >= :wc-arkiv-skarp-ts
                                     OR B.Slut_ts >= CURRENT TIMESTAMP
                                     OR B.Bokning_id >=
                                        (SELECT MAX(Bokning_id)
                                             FROM T_JLOKAL_BOKNING)))
                   ORDER BY Changed_ts, Bokning_id
                   FETCH FIRST 100 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN cursarkblog
           END-EXEC

           EXEC SQL
               FETCH cursarkblog
                   INTO :jlokal-bokning-id, :wc-log-action,
                        :wc-changed-ts, :wc-remote-user,
                        :wc-log-orsak
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               OR wn-chunk-count >= wn-chunk-max
               MOVE SPACE              TO wr-arkiv-rec
               SET is-arkiv-bokning-log TO TRUE
               MOVE jlokal-bokning-id  TO wn-ark-blog-id
               MOVE wc-log-action      TO wc-ark-blog-action
               MOVE wc-changed-ts      TO wc-ark-blog-ts
               MOVE wc-remote-user     TO wc-ark-blog-user
               MOVE wc-log-orsak       TO wc-ark-blog-orsak

               ADD 1 TO wn-chunk-count
               MOVE wr-arkiv-rec TO wc-chunk-rec(wn-chunk-count)

               EXEC SQL
                   FETCH cursarkblog
                       INTO :jlokal-bokning-id, :wc-log-action,
                            :wc-changed-ts, :wc-remote-user,
                            :wc-log-orsak
               END-EXEC
           END-PERFORM

           IF  SQLCODE NOT = ZERO
               AND SQLSTATE NOT = '02000'
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursarkblog
           END-EXEC

           .

       *>**************************************************
       B0320-move-booking-log-row.

           MOVE wc-chunk-rec(wn-chunk-idx) TO wr-arkiv-rec
           MOVE wn-ark-blog-id     TO jlokal-bokning-id
           MOVE wc-ark-blog-action TO wc-log-action
           MOVE wc-ark-blog-ts     TO wc-changed-ts
           MOVE wc-ark-blog-user   TO wc-remote-user

           EXEC SQL
               DELETE FROM T_JLOKAL_BOKNING_LOG
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Log_action = :wc-log-action
                     AND Changed_ts = :wc-changed-ts
                     AND Remote_user = :wc-remote-user
                     AND NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL_BOKNING B
                              WHERE B.Bokning_id =
                                    T_JLOKAL_BOKNING_LOG.Bokning_id
                                AND (B.Slut_ts >= :wc-arkiv-skarp-ts
                                     OR B.Slut_ts >= CURRENT TIMESTAMP
                                     OR B.Bokning_id >=
                                        (SELECT MAX(Bokning_id)
                                             FROM T_JLOKAL_BOKNING)))
           END-EXEC

           *> same booking condition as cursarkblog, so a row is
           *> never deleted that was not loaded for the archive
           PERFORM B0295-write-archived-rows

           .

       *>**************************************************
       B0350-archive-local-log.

           MOVE ZERO TO wn-table-count
           MOVE 'N' TO is-table-done-switch

           PERFORM UNTIL is-table-done OR is-archive-failed
               PERFORM B0360-load-local-log-chunk

               PERFORM VARYING wn-chunk-idx FROM 1 BY 1
                       UNTIL wn-chunk-idx > wn-chunk-count
                          OR is-archive-failed
                   PERFORM B0370-move-local-log-row
               END-PERFORM

               IF wn-chunk-count NOT = ZERO
                   AND NOT is-archive-failed
                   PERFORM B0290-checkpoint-chunk
               END-IF

               IF wn-chunk-count < wn-chunk-max
                   SET is-table-done TO TRUE
               END-IF
           END-PERFORM

           MOVE 'T_JLOKAL_LOG' TO wc-table-namn
           PERFORM B0298-write-table-line

           .

       *>**************************************************
       B0360-load-local-log-chunk.

           *> every action, VAGRAD refusals (Lokal_id 0) included
           MOVE ZERO TO wn-chunk-count

           EXEC SQL
               DECLARE cursarkllog CURSOR FOR
                   SELECT Lokal_id, Log_action, CHAR(Changed_ts),
                          Remote_user
                   FROM T_JLOKAL_LOG
                   WHERE Changed_ts < :wc-arkiv-skarp-ts
                   ORDER BY Changed_ts, Lokal_id
                   FETCH FIRST 100 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN cursarkllog
           END-EXEC

           EXEC SQL
               FETCH cursarkllog
                   INTO :jlokal-lokal-id, :wc-log-action,
                        :wc-changed-ts, :wc-remote-user
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               OR wn-chunk-count >= wn-chunk-max
               MOVE SPACE              TO wr-arkiv-rec
               SET is-arkiv-lokal-log  TO TRUE
               MOVE jlokal-lokal-id    TO wn-ark-llog-id
               MOVE wc-log-action      TO wc-ark-llog-action
               MOVE wc-changed-ts      TO wc-ark-llog-ts
               MOVE wc-remote-user     TO wc-ark-llog-user

               ADD 1 TO wn-chunk-count
               MOVE wr-arkiv-rec TO wc-chunk-rec(wn-chunk-count)

               EXEC SQL
                   FETCH cursarkllog
                       INTO :jlokal-lokal-id, :wc-log-action,
                            :wc-changed-ts, :wc-remote-user
               END-EXEC
           END-PERFORM

           IF  SQLCODE NOT = ZERO
               AND SQLSTATE NOT = '02000'
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursarkllog
           END-EXEC

           .

       *>**************************************************
       B0370-move-local-log-row.

           MOVE wc-chunk-rec(wn-chunk-idx) TO wr-arkiv-rec
           MOVE wn-ark-llog-id     TO jlokal-lokal-id
           MOVE wc-ark-llog-action TO wc-log-action
           MOVE wc-ark-llog-ts     TO wc-changed-ts
           MOVE wc-ark-llog-user   TO wc-remote-user

           EXEC SQL
               DELETE FROM T_JLOKAL_LOG
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Log_action = :wc-log-action
                     AND Changed_ts = :wc-changed-ts
                     AND Remote_user = :wc-remote-user
           END-EXEC

           PERFORM B0295-write-archived-rows

           .

       *>**************************************************
       B0400-archive-bookings.

           MOVE ZERO TO wn-table-count
           MOVE 'N' TO is-table-done-switch

           PERFORM UNTIL is-table-done OR is-archive-failed
               PERFORM B0410-load-booking-chunk

               PERFORM VARYING wn-chunk-idx FROM 1 BY 1
                       UNTIL wn-chunk-idx > wn-chunk-count
                          OR is-archive-failed
                   PERFORM B0420-move-booking-row
               END-PERFORM

               IF wn-chunk-count NOT = ZERO
                   AND NOT is-archive-failed
                   PERFORM B0290-checkpoint-chunk
               END-IF

               IF wn-chunk-count < wn-chunk-max
                   SET is-table-done TO TRUE
               END-IF
           END-PERFORM

           MOVE 'T_JLOKAL_BOKNING' TO wc-table-namn
           PERFORM B0298-write-table-line

           .

       *>**************************************************
       B0410-load-booking-chunk.

           *> only bookings that have ended, before the cutoff as
           *> well as before now, whatever their status -- and
           *> never the highest id, which the next booking's
           *> MAX(id)+1 is counted from
           MOVE ZERO TO wn-chunk-count

           EXEC SQL
               DECLARE cursarkbokn CURSOR FOR
                   SELECT Bokning_id, Lokal_id, Start_ts, Slut_ts,
                          Antal_deltagare, Bokad_av, Bokning_status,
                          Serie_id
                   FROM T_JLOKAL_BOKNING
                   WHERE Slut_ts < :wc-arkiv-skarp-ts
                     AND Slut_ts < CURRENT TIMESTAMP
                     AND Bokning_id <
                         (SELECT MAX(Bokning_id)
                              FROM T_JLOKAL_BOKNING)
                   ORDER BY Bokning_id
                   FETCH FIRST 100 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN cursarkbokn
           END-EXEC

           EXEC SQL
               FETCH cursarkbokn
                   INTO :jlokal-bokning-id, :jlokal-bokning-lokalid,
                        :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-bokning-status,
                        :jlokal-bokning-serie-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               OR wn-chunk-count >= wn-chunk-max
               MOVE SPACE                   TO wr-arkiv-rec
               SET is-arkiv-bokning         TO TRUE
               MOVE jlokal-bokning-id       TO wn-ark-bokning-id
               MOVE jlokal-bokning-lokalid  TO wn-ark-lokal-id
               MOVE jlokal-bokning-start    TO wc-ark-start
               MOVE jlokal-bokning-slut     TO wc-ark-slut
               MOVE jlokal-bokning-antal    TO wn-ark-antal
               MOVE jlokal-bokning-namn     TO wc-ark-bokad-av
               MOVE jlokal-bokning-status   TO wc-ark-status
               MOVE jlokal-bokning-serie-id TO wn-ark-serie-id

               ADD 1 TO wn-chunk-count
               MOVE wr-arkiv-rec TO wc-chunk-rec(wn-chunk-count)

               EXEC SQL
                   FETCH cursarkbokn
                       INTO :jlokal-bokning-id,
                            :jlokal-bokning-lokalid,
                            :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-status,
                            :jlokal-bokning-serie-id
               END-EXEC
           END-PERFORM

           IF  SQLCODE NOT = ZERO
               AND SQLSTATE NOT = '02000'
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursarkbokn
           END-EXEC

           .

       *>**************************************************
       B0420-move-booking-row.

           MOVE wc-chunk-rec(wn-chunk-idx) TO wr-arkiv-rec
           MOVE wn-ark-bokning-id TO jlokal-bokning-id

           EXEC SQL
               DELETE FROM T_JLOKAL_BOKNING
                   WHERE Bokning_id = :jlokal-bokning-id
           END-EXEC

           PERFORM B0295-write-archived-rows

           .

       *>**************************************************
       B0450-archive-runs.

           MOVE ZERO TO wn-table-count
           MOVE 'N' TO is-table-done-switch

           PERFORM UNTIL is-table-done OR is-archive-failed
               PERFORM B0460-load-run-chunk

               PERFORM VARYING wn-chunk-idx FROM 1 BY 1
                       UNTIL wn-chunk-idx > wn-chunk-count
                          OR is-archive-failed
                   PERFORM B0470-move-run-row
               END-PERFORM

               IF wn-chunk-count NOT = ZERO
                   AND NOT is-archive-failed
                   PERFORM B0290-checkpoint-chunk
               END-IF

               IF wn-chunk-count < wn-chunk-max
                   SET is-table-done TO TRUE
               END-IF
           END-PERFORM

           MOVE 'T_JLOKAL_KORNING' TO wc-table-namn
           PERFORM B0298-write-table-line

           .

       *>**************************************************
       B0460-load-run-chunk.

           *> never a run still on 'P' -- this run's own row among
           *> them -- and never the highest id, same reason as the
           *> bookings.  A run whose row is still referenced by an
           *> archive checkpoint or a billed month is left too.
           MOVE ZERO TO wn-chunk-count

           EXEC SQL
               DECLARE cursarkkorn CURSOR FOR
                   SELECT K.Korning_id, K.Jobb_namn,
                          CHAR(K.Start_ts),
                          COALESCE(CHAR(K.Slut_ts), ' '),
                          K.Lasta, K.Adderade, K.Hoppade, K.Fel,
                          K.Korning_status
                   FROM T_JLOKAL_KORNING K
                   WHERE K.Start_ts < :wc-arkiv-skarp-ts
                     AND K.Korning_status NOT = 'P'
                     AND K.Korning_id <
                         (SELECT MAX(Korning_id)
                              FROM T_JLOKAL_KORNING)
                     AND NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL_ARKIV A
                              WHERE A.Korning_id = K.Korning_id)
                     AND NOT EXISTS
                         (SELECT 1 FROM T_JLOKAL_DEBITERING D
                              WHERE D.Korning_id = K.Korning_id)
                   ORDER BY K.Korning_id
                   FETCH FIRST 100 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN cursarkkorn
           END-EXEC

           EXEC SQL
               FETCH cursarkkorn
                   INTO :jlokal-ark-korning-id, :wc-ark-jobb-namn,
                        :wc-korning-start-ts, :wc-korning-slut-ts,
                        :jlokal-ark-lasta, :jlokal-ark-adderade,
                        :jlokal-ark-hoppade, :jlokal-ark-fel,
                        :wc-ark-korning-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               OR wn-chunk-count >= wn-chunk-max
               MOVE SPACE                 TO wr-arkiv-rec
               SET is-arkiv-korning       TO TRUE
               MOVE jlokal-ark-korning-id TO wn-ark-korn-id
               MOVE wc-ark-jobb-namn      TO wc-ark-korn-jobb
               MOVE wc-korning-start-ts   TO wc-ark-korn-start
               MOVE wc-korning-slut-ts    TO wc-ark-korn-slut
               MOVE jlokal-ark-lasta      TO wn-ark-korn-lasta
               MOVE jlokal-ark-adderade   TO wn-ark-korn-adderade
               MOVE jlokal-ark-hoppade    TO wn-ark-korn-hoppade
               MOVE jlokal-ark-fel        TO wn-ark-korn-fel
               MOVE wc-ark-korning-status TO wc-ark-korn-status

               ADD 1 TO wn-chunk-count
               MOVE wr-arkiv-rec TO wc-chunk-rec(wn-chunk-count)

               EXEC SQL
                   FETCH cursarkkorn
                       INTO :jlokal-ark-korning-id,
                            :wc-ark-jobb-namn,
                            :wc-korning-start-ts,
                            :wc-korning-slut-ts,
                            :jlokal-ark-lasta, :jlokal-ark-adderade,
                            :jlokal-ark-hoppade, :jlokal-ark-fel,
                            :wc-ark-korning-status
               END-EXEC
           END-PERFORM

           IF  SQLCODE NOT = ZERO
               AND SQLSTATE NOT = '02000'
                SET is-archive-failed TO TRUE
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursarkkorn
           END-EXEC

           .

       *>**************************************************
       B0470-move-run-row.

           MOVE wc-chunk-rec(wn-chunk-idx) TO wr-arkiv-rec
           MOVE wn-ark-korn-id TO jlokal-ark-korning-id

           EXEC SQL
               DELETE FROM T_JLOKAL_KORNING
                   WHERE Korning_id = :jlokal-ark-korning-id
           END-EXEC

           PERFORM B0295-write-archived-rows

           .

       *>**************************************************
       B0600-restore.

           MOVE 'N' TO end-of-file-switch

           OPEN INPUT arkiv-file

           PERFORM UNTIL end-of-file
               READ arkiv-file INTO wr-arkiv-rec
                   AT END
                       SET end-of-file TO TRUE
                   NOT AT END
                       PERFORM B0610-restore-one-record
               END-READ
           END-PERFORM

           CLOSE arkiv-file

           MOVE SPACE TO fd-local-rpt-rec
           STRING wn-read-count " poster i perioden, "
                  wn-restored-count " återlästa, "
                  wn-existing-count " fanns redan"
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
       B0610-restore-one-record.

           EVALUATE TRUE
               WHEN is-arkiv-bokning
                   MOVE wc-ark-start(1:10) TO wc-arkiv-datum
               WHEN is-arkiv-bokning-log
                   MOVE wc-ark-blog-ts(1:10) TO wc-arkiv-datum
               WHEN is-arkiv-lokal-log
                   MOVE wc-ark-llog-ts(1:10) TO wc-arkiv-datum
               WHEN is-arkiv-korning
                   MOVE wc-ark-korn-start(1:10) TO wc-arkiv-datum
               WHEN OTHER
                   MOVE SPACE TO wc-arkiv-datum
           END-EVALUATE

           IF wc-arkiv-datum >= wc-period-fran
               AND wc-arkiv-datum <= wc-period-till
               ADD 1 TO wn-read-count

               EVALUATE TRUE
                   WHEN is-arkiv-bokning
                       PERFORM B0620-restore-booking
                   WHEN is-arkiv-bokning-log
                       PERFORM B0630-restore-booking-log
                   WHEN is-arkiv-lokal-log
                       PERFORM B0640-restore-local-log
                   WHEN is-arkiv-korning
                       PERFORM B0650-restore-run
               END-EVALUATE
           END-IF

           .

       *>**************************************************
       B0620-restore-booking.

           MOVE wn-ark-bokning-id TO jlokal-bokning-id
           MOVE wn-ark-lokal-id   TO jlokal-bokning-lokalid
           MOVE wc-ark-start      TO jlokal-bokning-start
           MOVE wc-ark-slut       TO jlokal-bokning-slut
           MOVE wn-ark-antal      TO jlokal-bokning-antal
           MOVE wc-ark-bokad-av   TO jlokal-bokning-namn
           MOVE wc-ark-status     TO jlokal-bokning-status
           MOVE wn-ark-serie-id   TO jlokal-bokning-serie-id

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-arkiv-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Bokning_id = :jlokal-bokning-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               IF jlokal-arkiv-count NOT = ZERO
                   ADD 1 TO wn-existing-count
               ELSE
                   EXEC SQL
                       INSERT INTO T_JLOKAL_BOKNING
                           (Bokning_id, Lokal_id, Start_ts, Slut_ts,
                            Antal_deltagare, Bokad_av,
                            Bokning_status, Serie_id)
                           VALUES (:jlokal-bokning-id,
                                   :jlokal-bokning-lokalid,
                                   :jlokal-bokning-start,
                                   :jlokal-bokning-slut,
                                   :jlokal-bokning-antal,
                                   :jlokal-bokning-namn,
                                   :jlokal-bokning-status,
                                   :jlokal-bokning-serie-id)
                   END-EXEC

                   PERFORM B0690-commit-restored-row
               END-IF
           END-IF

           .

       *>**************************************************
       B0630-restore-booking-log.

           MOVE wn-ark-blog-id     TO jlokal-bokning-id
           MOVE wc-ark-blog-action TO wc-log-action
           MOVE wc-ark-blog-ts     TO wc-changed-ts
           MOVE wc-ark-blog-user   TO wc-remote-user
           MOVE wc-ark-blog-orsak  TO wc-log-orsak

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-arkiv-count
                   FROM T_JLOKAL_BOKNING_LOG
                   WHERE Bokning_id = :jlokal-bokning-id
                     AND Log_action = :wc-log-action
                     AND Changed_ts = :wc-changed-ts
                     AND Remote_user = :wc-remote-user
           END-EXEC

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               IF jlokal-arkiv-count NOT = ZERO
                   ADD 1 TO wn-existing-count
               ELSE
                   EXEC SQL
                       INSERT INTO T_JLOKAL_BOKNING_LOG
                           (Bokning_id, Log_action, Changed_ts,
                            Remote_user, Orsak)
                           VALUES (:jlokal-bokning-id,
                                   :wc-log-action, :wc-changed-ts,
                                   :wc-remote-user, :wc-log-orsak)
                   END-EXEC

                   PERFORM B0690-commit-restored-row
               END-IF
           END-IF

           .

       *>**************************************************
       B0640-restore-local-log.

           MOVE wn-ark-llog-id     TO jlokal-lokal-id
           MOVE wc-ark-llog-action TO wc-log-action
           MOVE wc-ark-llog-ts     TO wc-changed-ts
           MOVE wc-ark-llog-user   TO wc-remote-user

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-arkiv-count
                   FROM T_JLOKAL_LOG
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Log_action = :wc-log-action
                     AND Changed_ts = :wc-changed-ts
                     AND Remote_user = :wc-remote-user
           END-EXEC

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               IF jlokal-arkiv-count NOT = ZERO
                   ADD 1 TO wn-existing-count
               ELSE
                   EXEC SQL
                       INSERT INTO T_JLOKAL_LOG
                           (Lokal_id, Log_action, Changed_ts,
                            Remote_user)
                           VALUES (:jlokal-lokal-id,
                                   :wc-log-action, :wc-changed-ts,
                                   :wc-remote-user)
                   END-EXEC

                   PERFORM B0690-commit-restored-row
               END-IF
           END-IF

           .

       *>**************************************************
       B0650-restore-run.

           MOVE wn-ark-korn-id       TO jlokal-ark-korning-id
           MOVE wc-ark-korn-jobb     TO wc-ark-jobb-namn
           MOVE wc-ark-korn-start    TO wc-korning-start-ts
           MOVE wc-ark-korn-slut     TO wc-korning-slut-ts
           MOVE wn-ark-korn-lasta    TO jlokal-ark-lasta
           MOVE wn-ark-korn-adderade TO jlokal-ark-adderade
           MOVE wn-ark-korn-hoppade  TO jlokal-ark-hoppade
           MOVE wn-ark-korn-fel      TO jlokal-ark-fel
           MOVE wc-ark-korn-status   TO wc-ark-korning-status

           EXEC SQL
               SELECT COUNT(*) INTO :jlokal-arkiv-count
                   FROM T_JLOKAL_KORNING
                   WHERE Korning_id = :jlokal-ark-korning-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               IF jlokal-arkiv-count NOT = ZERO
                   ADD 1 TO wn-existing-count
               ELSE
                   *> a run that died never got a Slut_ts
                   IF wc-korning-slut-ts = SPACE
                       EXEC SQL
                           INSERT INTO T_JLOKAL_KORNING
                               (Korning_id, Jobb_namn, Start_ts,
                                Lasta, Adderade, Hoppade, Fel,
                                Korning_status)
                               VALUES (:jlokal-ark-korning-id,
                                       :wc-ark-jobb-namn,
                                       :wc-korning-start-ts,
                                       :jlokal-ark-lasta,
                                       :jlokal-ark-adderade,
                                       :jlokal-ark-hoppade,
                                       :jlokal-ark-fel,
                                       :wc-ark-korning-status)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO T_JLOKAL_KORNING
                               (Korning_id, Jobb_namn, Start_ts,
                                Slut_ts, Lasta, Adderade, Hoppade,
                                Fel, Korning_status)
                               VALUES (:jlokal-ark-korning-id,
                                       :wc-ark-jobb-namn,
                                       :wc-korning-start-ts,
                                       :wc-korning-slut-ts,
                                       :jlokal-ark-lasta,
                                       :jlokal-ark-adderade,
                                       :jlokal-ark-hoppade,
                                       :jlokal-ark-fel,
                                       :wc-ark-korning-status)
                       END-EXEC
                   END-IF

                   PERFORM B0690-commit-restored-row
               END-IF
           END-IF

           .

       *>**************************************************
       B0690-commit-restored-row.

           IF  SQLCODE NOT = ZERO
                ADD 1 TO wn-error-count
                PERFORM Z0100-error-routine
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO wn-restored-count
           END-IF

           .

       *>**************************************************
       C0110-cap-archive-counters.

           *> the run log's counters hold four digits; the report
           *> carries the full figures
           IF wn-archived-count > 9999
               MOVE 9999 TO jlokal-korning-lasta
           ELSE
               MOVE wn-archived-count TO jlokal-korning-lasta
           END-IF
           MOVE ZERO TO jlokal-korning-adderade
           MOVE ZERO TO jlokal-korning-hoppade

           .

       *>**************************************************
       C0120-cap-restore-counters.

           IF wn-read-count > 9999
               MOVE 9999 TO jlokal-korning-lasta
           ELSE
               MOVE wn-read-count TO jlokal-korning-lasta
           END-IF

           IF wn-restored-count > 9999
               MOVE 9999 TO jlokal-korning-adderade
           ELSE
               MOVE wn-restored-count TO jlokal-korning-adderade
           END-IF

           IF wn-existing-count > 9999
               MOVE 9999 TO jlokal-korning-hoppade
           ELSE
               MOVE wn-existing-count TO jlokal-korning-hoppade
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
           IF is-mode-aterlas
               STRING "Återlästa rader: " wn-restored-count
                      "  Fel: " wn-error-count
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
           ELSE
               STRING "Arkiverade rader: " wn-archived-count
                      "  Poster i LOKARKIV.DAT: " wn-file-count
                      "  Fel: " wn-error-count
                   DELIMITED BY SIZE INTO fd-local-rpt-rec
           END-IF
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
