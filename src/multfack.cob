    05 al-record-count              picture 9(9).
    05 al-ack-switch                picture x.
    05 al-ack-date                  picture x(8).
    05 al-feed-time                 picture x(6).
    05 al-ack-time                  picture x(6).

fd  ack-report-file.
01  ack-report-record               picture x(80).
01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-date-hms picture x(6).
   05 filler picture x(7).

01 ws-log-count picture 9(4) value zero.
01 ws-log-max picture 9(4) value 1000.
      10 lg-record-count            picture 9(9).
      10 lg-ack-switch              picture x.
      10 lg-ack-date                picture x(8).
      10 lg-feed-time               picture x(6).
      10 lg-ack-time                picture x(6).

01 ws-ack-read-count picture 9(9) value zero.
01 ws-acked-count picture 9(9) value zero.
    move al-record-count to lg-record-count(ws-log-count)
    move al-ack-switch to lg-ack-switch(ws-log-count)
    move al-ack-date to lg-ack-date(ws-log-count)
    move al-feed-time to lg-feed-time(ws-log-count)
    move al-ack-time to lg-ack-time(ws-log-count)
    perform read-ack-log.

apply-acknowledgments.
            move 'Y' to lg-ack-switch(ws-found-index)
            move ws-current-date-ymd
                to lg-ack-date(ws-found-index)
            move ws-current-date-hms
                to lg-ack-time(ws-found-index)
        end-if
    end-if
    perform read-ack-in.
    move lg-record-count(ws-log-index) to al-record-count
    move lg-ack-switch(ws-log-index) to al-ack-switch
    move lg-ack-date(ws-log-index) to al-ack-date
    move lg-feed-time(ws-log-index) to al-feed-time
    move lg-ack-time(ws-log-index) to al-ack-time
    write ack-log-record.

report-unacked-entry.
