        assign to "MONCARD"
        organization line sequential
        file status is ws-moncard-status.
    select monitor-status-file
        assign to "MONSTAT"
        organization line sequential
        file status is ws-monstat-status.

data division.

    05 mo-filler-1                   picture x.
    05 mo-expected-volume            picture x(9).

fd  monitor-status-file.
01  monitor-status-record.
    05 ms-check-date                 picture x(8).
    05 ms-check-time                 picture x(6).
    05 ms-run-date                   picture x(8).
    05 ms-heartbeat-time             picture 9(6).
    05 ms-processed-count            picture 9(9).
    05 ms-expected-volume            picture 9(9).
    05 ms-projected-time             picture 9(6).
    05 ms-cutoff-time                picture 9(6).
    05 ms-verdict                    picture x(16).
    05 ms-return-code                picture 9(2).

working-storage section.

01 ws-runprog-status picture xx.
01 ws-runhist-status picture xx.
01 ws-moncard-status picture xx.
01 ws-monstat-status picture xx.
01 ws-eof-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-date-hms picture x(6).
   05 filler picture x(7).
01 ws-stale-switch picture x value 'N'.

01 ws-cutoff-time picture 9(6) value zero.
                ' PROGRESS DATASET EMPTY'
        end-if
        move 4 to return-code
        move 'NOT STARTED' to ws-verdict
        perform write-monitor-status
        stop run
    end-if
    perform read-run-history
    if ws-verdict not = 'ON TRACK'
        move 8 to return-code
    end-if
    perform write-monitor-status
    stop run.

read-monitor-card.
    display 'PROJECTED FINISH   : ' ws-projected-time
    display 'VERDICT            : ' ws-verdict
    display '===================================================='.

write-monitor-status.
    open output monitor-status-file
    if ws-monstat-status not = '00'
        display 'UNABLE TO OPEN MONSTAT - FILE STATUS '
            ws-monstat-status ' - RESULT NOT RECORDED'
    else
        move ws-current-date-ymd to ms-check-date
        move ws-current-date-hms to ms-check-time
        move ws-run-date to ms-run-date
        move ws-heartbeat-time to ms-heartbeat-time
        move ws-processed-count to ms-processed-count
        move ws-expected-volume to ms-expected-volume
        move ws-projected-time to ms-projected-time
        move ws-cutoff-time to ms-cutoff-time
        move ws-verdict to ms-verdict
        move return-code to ms-return-code
        write monitor-status-record
        close monitor-status-file
    end-if.
