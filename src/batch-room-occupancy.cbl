       *> period on the date (see cgi-block-local) is printed
       *> SPÄRRAD with its reason instead of LEDIG, so reception
       *> never sends anyone to a room whose ventilation is out.
       *> A booking still pending approval (see
       *> cgi-approve-booking) is listed with the rest, marked
       *> PRELIMINÄR, since it holds the room until decided.
       *> The date to report on is read from
       *> the one-line control file DAGLOKAL.DAT ('YYYY-MM-DD'),
       *> written by the scheduler before each run.
       *> summary counters
       01  wn-room-count           PIC  9(4) VALUE ZERO.
       01  wn-booking-count        PIC  9(4) VALUE ZERO.
       01  wn-pending-count        PIC  9(4) VALUE ZERO.

       *> marker after a pending booking's line, blank otherwise
       01  wc-prelim-text          PIC  X(12) VALUE SPACE.

       *> the day being reported, from the control file
       01  wc-report-datum         PIC  X(10) VALUE SPACE.
       *>**************************************************
       B0230-write-room-bookings.

           *> this room's active and pending bookings for the day,
           *> earliest first -- a booking cancelled via
           *> cgi-change-booking stays off the sheet
           EXEC SQL
               DECLARE cursdaybokn CURSOR FOR
                   SELECT Start_ts, Slut_ts, Antal_deltagare,
                          Bokad_av, Bokning_status
                   FROM T_JLOKAL_BOKNING
                   WHERE Lokal_id = :jlokal-lokal-id
                     AND Bokning_status IN ('A', 'P')
                     AND Start_ts >= :jlokal-sok-start
                     AND Start_ts <= :jlokal-sok-slut
                   ORDER BY Start_ts
           EXEC SQL
               FETCH cursdaybokn
                   INTO :jlokal-bokning-start, :jlokal-bokning-slut,
                        :jlokal-bokning-antal, :jlokal-bokning-namn,
                        :jlokal-bokning-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                       INTO :jlokal-bokning-start,
                            :jlokal-bokning-slut,
                            :jlokal-bokning-antal,
                            :jlokal-bokning-namn,
                            :jlokal-bokning-status
               END-EXEC
           END-PERFORM


           *> the HH.MM slice of each DB2-format timestamp is all
           *> the sheet needs -- the date is in the page heading
           IF jlokal-bokning-status = 'P'
               MOVE " PRELIMINÄR" TO wc-prelim-text
               ADD 1 TO wn-pending-count
           ELSE
               MOVE SPACE TO wc-prelim-text
           END-IF

           MOVE SPACE TO fd-local-rpt-rec
           STRING "    "                  DELIMITED BY SIZE
                  jlokal-bokning-start(12:5) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  jlokal-bokning-antal    DELIMITED BY SIZE
                  " deltagare"            DELIMITED BY SIZE
                  wc-prelim-text          DELIMITED BY SIZE
               INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           MOVE SPACE TO fd-local-rpt-rec
           STRING "  varav preliminära:  " wn-pending-count
               DELIMITED BY SIZE INTO fd-local-rpt-rec
           WRITE fd-local-rpt-rec

           .

       *>**************************************************
