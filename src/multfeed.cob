    05 fi-operation-code            picture x(8).
    05 fi-filler-11                 picture x(2).
    05 fi-exponent                  picture x(2).
    05 fi-filler-12                 picture x(2).
    05 fi-multiplier-scale          picture x(2).
    05 fi-filler-13                 picture x(2).
    05 fi-multiplicand-scale        picture x(2).
    05 fi-filler-14                 picture x(2).
    05 fi-result-scale              picture x(2).
    05 fi-filler-15                 picture x(2).
    05 fi-rounding-rule             picture x.
    05 fi-filler-16                 picture x(2).
    05 fi-decimal-answer            picture x(41).

fd  feed-out-file.
01  feed-header-record.
    05 fh-generation                picture 9(6).
01  feed-detail-record.
    05 fe-record-type               picture x.
    05 fe-answer-record             picture x(280).
01  feed-trailer-record.
    05 ft-record-type               picture x.
    05 ft-record-count              picture 9(9).
    05 fl-record-count              picture 9(9).
    05 fl-ack-switch                picture x.
    05 fl-ack-date                  picture x(8).
    05 fl-feed-time                 picture x(6).
    05 fl-ack-time                  picture x(6).

working-storage section.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-date-hms picture x(6).
   05 filler picture x(7).

01 ws-control-count picture 9(2) value zero.
01 ws-control-max picture 9(2) value 20.
    move ws-selected-count to fl-record-count
    move 'N' to fl-ack-switch
    move spaces to fl-ack-date
    move ws-current-date-hms to fl-feed-time
    move spaces to fl-ack-time
    write feed-log-record
    close feed-log-file.

