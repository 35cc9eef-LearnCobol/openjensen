       *> block-out period -- see cgi-block-local) goes on
       *> SCHEMALAST.RPT with its reason.
       *>
       *> A session in a room marked as requiring approval is
       *> loaded pending ('P') instead of active, the way
       *> cgi-book-local saves it (see jlokal-godkann-check), and
       *> counted on the summary; it still holds its window.  With
       *> no headcount the site-wide headcount threshold never
       *> applies here.
       *>
       *> A session turned away because its window is taken or its
       *> room is blocked out is also recorded in
       *> T_JLOKAL_EFTERFRAGAN (see jlokal-efterfragan-insert), with
       *> the room's Maxdeltagare standing in for the missing
       *> headcount, for batch-unmet-demand to count.  An unknown
       *> room or a bad date is a timetable error, not demand, and
       *> only goes on the report.
       *>
       *> Writes a run row to T_JLOKAL_KORNING at start and end
       *> (B0150-start-run-log / C0150-end-run-log), checkpointing
       *> after every record, so a run that dies mid-file shows up
                88  is-insert-done                          VALUE 'Y'.
            03  is-restart-run-switch               PIC X   VALUE 'N'.
                88  is-restart-run                          VALUE 'Y'.
            03  is-approval-needed-switch           PIC X   VALUE 'N'.
                88  is-approval-needed                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wn-read-count           PIC  9(4) VALUE ZERO.
       01  wn-loaded-count         PIC  9(4) VALUE ZERO.
       01  wn-rejected-count       PIC  9(4) VALUE ZERO.
       01  wn-pending-count        PIC  9(4) VALUE ZERO.

       *> retry-on-duplicate-key bound for B0260-insert-booking,
       *> same scheme cgi-book-local's B0250-insert-booking uses
       COPY jlokal-rec-vars.
       COPY jlokal-bokning-rec-vars.
       COPY jlokal-sparr-vars.
       COPY jlokal-godkann-vars.
       COPY jlokal-efterfragan-vars.
       01  jlokal-overlap-count     PIC  9(4).
       01  wc-bokning-datum-sql     PIC  X(10).
       COPY jlokal-korning-vars.
                   IF is-blocked
                       MOVE 'SPARRAD LOKAL' TO wc-reject-reason
                       PERFORM B0280-write-reject-line
                       MOVE 'SPARRAD' TO jlokal-eft-orsak
                       PERFORM B0288-record-refusal
                   ELSE
                       PERFORM B0240-check-overlap

                           MOVE 'KROCKAR MED BOKNING'
                                             TO wc-reject-reason
                           PERFORM B0280-write-reject-line
                           MOVE 'UPPTAGEN' TO jlokal-eft-orsak
                           PERFORM B0288-record-refusal
                       END-IF
                   END-IF
               ELSE
               SELECT COUNT(*) INTO :jlokal-overlap-count
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-bokning-lokalid
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts < :jlokal-bokning-slut
                     AND Slut_ts  > :jlokal-bokning-start
           END-EXEC

           IF is-insert-done
                ADD 1 TO wn-loaded-count
                IF is-approval-needed
                     ADD 1 TO wn-pending-count
                END-IF
           ELSE
                MOVE 'SQL-FEL' TO wc-reject-reason
                PERFORM B0280-write-reject-line
           MOVE wn-lokal-id          TO jlokal-bokning-lokalid
           MOVE ZERO                 TO jlokal-bokning-antal
           MOVE wc-schema-ref        TO jlokal-bokning-namn

           *> 'A', or 'P' when the room needs approval
           PERFORM B0285-check-approval

           EXEC SQL
               INSERT INTO T_JLOKAL_BOKNING

           .

       *>**************************************************
       B0285-check-approval.

           *> requires the ending dot (and no extension)!
           COPY jlokal-godkann-check.

           .

       *>**************************************************
       B0288-record-refusal.

           *> the refused session, for the unmet-demand log --
           *> caller has set jlokal-eft-orsak.  Headcount goes in as
           *> zero, so B0290-log-demand takes the room's
           *> Maxdeltagare instead; the window is built here because
           *> a block-out refusal comes before B0240-check-overlap
           *> has built it.
           MOVE wn-lokal-id           TO jlokal-eft-lokal-id
           MOVE ZERO                  TO jlokal-eft-antal
           MOVE 'batch-load-schedule' TO jlokal-eft-kalla

           MOVE SPACE TO jlokal-eft-start
           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-start-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-start-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-eft-start

           MOVE SPACE TO jlokal-eft-slut
           STRING wc-bokning-datum      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(1:2) DELIMITED BY SIZE
                  "."                   DELIMITED BY SIZE
                  wc-bokning-slut-tid(4:2) DELIMITED BY SIZE
                  ".00"                 DELIMITED BY SIZE
                  INTO jlokal-eft-slut

           PERFORM B0290-log-demand

           .

       *>**************************************************
       B0290-log-demand.

           *> requires the ending dot (and no extension)!
           COPY jlokal-efterfragan-insert.

           .

       *>**************************************************
       C0150-end-run-log.

               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  varav preliminära:   " wn-pending-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "Schemaposter avvisade: " wn-rejected-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
