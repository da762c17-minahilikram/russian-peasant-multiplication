identification division.
program-id. multpart.

environment division.
input-output section.
file-control.
    select mult-in-file
        assign to "MULTIN"
        organization line sequential
        file status is ws-multin-status.
    select part-card-file
        assign to "PARTCARD"
        organization line sequential
        file status is ws-partcard-status.
    select part-out-file-1
        assign to "PART01"
        organization line sequential
        file status is ws-part-status-1.
    select part-out-file-2
        assign to "PART02"
        organization line sequential
        file status is ws-part-status-2.
    select part-out-file-3
        assign to "PART03"
        organization line sequential
        file status is ws-part-status-3.
    select part-out-file-4
        assign to "PART04"
        organization line sequential
        file status is ws-part-status-4.
    select part-report-file
        assign to "PARTRPT"
        organization line sequential
        file status is ws-partrpt-status.

data division.

file section.
fd  mult-in-file.
01  mult-in-record.
    05 in-record-type               picture x.
    05 in-detail-rest               picture x(112).
01  mult-in-header.
    05 hdr-record-type              picture x.
    05 hdr-batch-date               picture x(8).
    05 hdr-batch-number             picture 9(6).
    05 hdr-origin-system            picture x(4).

fd  part-card-file.
01  part-card-record.
    05 pc-partition-count           picture x(2).
    05 filler                       picture x(78).

fd  part-out-file-1.
01  part-out-record-1               picture x(113).

fd  part-out-file-2.
01  part-out-record-2               picture x(113).

fd  part-out-file-3.
01  part-out-record-3               picture x(113).

fd  part-out-file-4.
01  part-out-record-4               picture x(113).

fd  part-report-file.
01  part-report-record              picture x(132).

working-storage section.

01 ws-multin-status picture xx.
01 ws-partcard-status picture xx.
01 ws-part-status-1 picture xx.
01 ws-part-status-2 picture xx.
01 ws-part-status-3 picture xx.
01 ws-part-status-4 picture xx.
01 ws-partrpt-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 filler picture x(13).

01 ws-partition-count picture 9(2) value 4.
01 ws-partition-max picture 9(2) value 4.
01 ws-partition-index picture 9(2).
01 ws-lightest-partition picture 9(2).
01 ws-heaviest-origin picture 9(3).
01 ws-heaviest-count picture 9(9).
01 ws-assigned-count picture 9(3) value zero.
01 ws-record-number picture 9(9) value zero.
01 ws-records-read picture 9(9) value zero.
01 ws-entry-open-switch picture x value 'N'.
01 ws-segment-origin picture x(4) value spaces.

01 ws-partition-table.
   05 ws-partition-entry occurs 4.
      10 pt-origin-count picture 9(3).
      10 pt-batch-count picture 9(3).
      10 pt-detail-count picture 9(9).
      10 pt-record-count picture 9(9).

01 ws-segment-table-max picture 9(3) value 100.
01 ws-segment-count picture 9(3) value zero.
01 ws-segment-index picture 9(3).
01 ws-current-segment picture 9(3) value zero.
01 ws-segment-table.
   05 ws-segment-entry occurs 100.
      10 sg-last-record picture 9(9).
      10 sg-origin-index picture 9(3).

01 ws-origin-table-max picture 9(3) value 100.
01 ws-origin-count picture 9(3) value zero.
01 ws-origin-index picture 9(3).
01 ws-found-index picture 9(3).
01 ws-origin-table.
   05 ws-origin-entry occurs 100.
      10 og-origin-system picture x(4).
      10 og-batch-count picture 9(3).
      10 og-detail-count picture 9(9).
      10 og-record-count picture 9(9).
      10 og-partition picture 9(2).

01 ws-report-heading-1.
   05 filler picture x(33) value 'MULTPART PARTITIONED RUN SPLIT - '.
   05 rh-run-date picture x(8).
   05 filler picture x(13) value '  PARTITIONS '.
   05 rh-partition-count picture 9(2).
   05 filler picture x(76) value spaces.

01 ws-report-heading-2.
   05 filler picture x(8) value 'ORIGIN'.
   05 filler picture x(11) value 'PARTITION'.
   05 filler picture x(9) value '  BATCHES'.
   05 filler picture x(13) value '      DETAILS'.
   05 filler picture x(13) value '      RECORDS'.
   05 filler picture x(78) value spaces.

01 ws-report-detail.
   05 rd-origin-system picture x(4).
   05 filler picture x(4) value spaces.
   05 filler picture x(4) value 'PART'.
   05 rd-partition picture 9(2).
   05 filler picture x(7) value spaces.
   05 rd-batch-count picture zzz,zz9.
   05 filler picture x(2) value spaces.
   05 rd-detail-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 rd-record-count picture zzz,zzz,zz9.
   05 filler picture x(78) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-part-card
    perform scan-mult-in
    perform assign-origin
        with test before
        until ws-assigned-count >= ws-origin-count
    perform write-partitions
    perform write-part-report
    perform print-part-summary
    move zero to return-code
    stop run.

read-part-card.
    open input part-card-file
    if ws-partcard-status = '00'
        read part-card-file
            not at end
                if pc-partition-count is numeric
                    move pc-partition-count to ws-partition-count
                end-if
        end-read
        close part-card-file
    end-if
    if ws-partition-count < 1
        or ws-partition-count > ws-partition-max
        display 'PARTCARD PARTITION COUNT ' ws-partition-count
            ' OUT OF RANGE - USING ' ws-partition-max
        move ws-partition-max to ws-partition-count
    end-if
    perform clear-partition-entry
        varying ws-partition-index from 1 by 1
        until ws-partition-index > ws-partition-max.

clear-partition-entry.
    move zero to pt-origin-count(ws-partition-index)
    move zero to pt-batch-count(ws-partition-index)
    move zero to pt-detail-count(ws-partition-index)
    move zero to pt-record-count(ws-partition-index).

scan-mult-in.
    open input mult-in-file
    if ws-multin-status not = '00'
        display 'UNABLE TO OPEN MULTIN - FILE STATUS ' ws-multin-status
        move 12 to return-code
        stop run
    end-if
    move zero to ws-record-number
    move 'N' to ws-entry-open-switch
    move 'N' to ws-eof-switch
    perform read-mult-in
    perform scan-mult-in-record
        with test before
        until ws-eof-switch = 'Y'
    close mult-in-file
    move ws-record-number to ws-records-read.

read-mult-in.
    read mult-in-file
        at end
            move 'Y' to ws-eof-switch
        not at end
            add 1 to ws-record-number
    end-read.

scan-mult-in-record.
    evaluate in-record-type
        when 'H'
            perform new-segment-entry
        when 'T'
            if ws-entry-open-switch = 'N'
                perform new-segment-entry
            end-if
            move 'N' to ws-entry-open-switch
        when other
            if ws-entry-open-switch = 'N'
                perform new-segment-entry
            end-if
            add 1 to og-detail-count(sg-origin-index(ws-current-segment))
    end-evaluate
    move ws-record-number to sg-last-record(ws-current-segment)
    add 1 to og-record-count(sg-origin-index(ws-current-segment))
    perform read-mult-in.

new-segment-entry.
    if ws-segment-count >= ws-segment-table-max
        display 'BATCH TABLE FULL - MORE THAN ' ws-segment-table-max
            ' BATCHES ON MULTIN'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-segment-count
    move ws-segment-count to ws-current-segment
    move 'Y' to ws-entry-open-switch
    if in-record-type = 'H'
        move hdr-origin-system to ws-segment-origin
    else
        move spaces to ws-segment-origin
    end-if
    perform find-origin-entry
    move ws-found-index to sg-origin-index(ws-current-segment)
    add 1 to og-batch-count(ws-found-index).

find-origin-entry.
    move 'N' to ws-found-switch
    move zero to ws-found-index
    perform scan-origin-entry
        varying ws-origin-index from 1 by 1
        until ws-origin-index > ws-origin-count
            or ws-found-switch = 'Y'
    if ws-found-switch = 'N'
        if ws-origin-count >= ws-origin-table-max
            display 'ORIGIN TABLE FULL - MORE THAN '
                ws-origin-table-max ' ORIGINS ON MULTIN'
            move 12 to return-code
            stop run
        end-if
        add 1 to ws-origin-count
        move ws-origin-count to ws-found-index
        move ws-segment-origin to og-origin-system(ws-found-index)
        move zero to og-batch-count(ws-found-index)
        move zero to og-detail-count(ws-found-index)
        move zero to og-record-count(ws-found-index)
        move zero to og-partition(ws-found-index)
    end-if.

scan-origin-entry.
    if og-origin-system(ws-origin-index) = ws-segment-origin
        move 'Y' to ws-found-switch
        move ws-origin-index to ws-found-index
    end-if.

assign-origin.
    move zero to ws-heaviest-origin
    move zero to ws-heaviest-count
    perform find-heaviest-origin
        varying ws-origin-index from 1 by 1
        until ws-origin-index > ws-origin-count
    move 1 to ws-lightest-partition
    perform find-lightest-partition
        varying ws-partition-index from 2 by 1
        until ws-partition-index > ws-partition-count
    move ws-lightest-partition to og-partition(ws-heaviest-origin)
    add 1 to pt-origin-count(ws-lightest-partition)
    add og-batch-count(ws-heaviest-origin)
        to pt-batch-count(ws-lightest-partition)
    add og-detail-count(ws-heaviest-origin)
        to pt-detail-count(ws-lightest-partition)
    add og-record-count(ws-heaviest-origin)
        to pt-record-count(ws-lightest-partition)
    add 1 to ws-assigned-count.

find-heaviest-origin.
    if og-partition(ws-origin-index) = zero
        and (ws-heaviest-origin = zero
            or og-detail-count(ws-origin-index) > ws-heaviest-count)
        move ws-origin-index to ws-heaviest-origin
        move og-detail-count(ws-origin-index) to ws-heaviest-count
    end-if.

find-lightest-partition.
    if pt-detail-count(ws-partition-index)
        < pt-detail-count(ws-lightest-partition)
        move ws-partition-index to ws-lightest-partition
    end-if.

write-partitions.
    open input mult-in-file
    if ws-multin-status not = '00'
        display 'UNABLE TO OPEN MULTIN - FILE STATUS ' ws-multin-status
        move 12 to return-code
        stop run
    end-if
    open output part-out-file-1
    open output part-out-file-2
    open output part-out-file-3
    open output part-out-file-4
    if ws-part-status-1 not = '00'
        or ws-part-status-2 not = '00'
        or ws-part-status-3 not = '00'
        or ws-part-status-4 not = '00'
        display 'UNABLE TO OPEN PART01-PART04 - FILE STATUS '
            ws-part-status-1 ' ' ws-part-status-2 ' '
            ws-part-status-3 ' ' ws-part-status-4
        move 12 to return-code
        stop run
    end-if
    move zero to ws-record-number
    move 1 to ws-current-segment
    move 'N' to ws-eof-switch
    perform read-mult-in
    perform route-mult-in-record
        with test before
        until ws-eof-switch = 'Y'
    close mult-in-file
    close part-out-file-1
    close part-out-file-2
    close part-out-file-3
    close part-out-file-4.

route-mult-in-record.
    if ws-current-segment < ws-segment-count
        and ws-record-number > sg-last-record(ws-current-segment)
        add 1 to ws-current-segment
    end-if
    evaluate og-partition(sg-origin-index(ws-current-segment))
        when 1
            write part-out-record-1 from mult-in-record
        when 2
            write part-out-record-2 from mult-in-record
        when 3
            write part-out-record-3 from mult-in-record
        when other
            write part-out-record-4 from mult-in-record
    end-evaluate
    perform read-mult-in.

write-part-report.
    open output part-report-file
    if ws-partrpt-status not = '00'
        display 'UNABLE TO OPEN PARTRPT - FILE STATUS '
            ws-partrpt-status
        move 12 to return-code
        stop run
    end-if
    move ws-current-date-ymd to rh-run-date
    move ws-partition-count to rh-partition-count
    write part-report-record from ws-report-heading-1
    write part-report-record from ws-blank-line
    write part-report-record from ws-report-heading-2
    perform write-origin-line
        varying ws-origin-index from 1 by 1
        until ws-origin-index > ws-origin-count
    write part-report-record from ws-blank-line
    perform write-partition-line
        varying ws-partition-index from 1 by 1
        until ws-partition-index > ws-partition-count
    close part-report-file.

write-origin-line.
    move og-origin-system(ws-origin-index) to rd-origin-system
    move og-partition(ws-origin-index) to rd-partition
    move og-batch-count(ws-origin-index) to rd-batch-count
    move og-detail-count(ws-origin-index) to rd-detail-count
    move og-record-count(ws-origin-index) to rd-record-count
    write part-report-record from ws-report-detail.

write-partition-line.
    move 'ALL ' to rd-origin-system
    move ws-partition-index to rd-partition
    move pt-batch-count(ws-partition-index) to rd-batch-count
    move pt-detail-count(ws-partition-index) to rd-detail-count
    move pt-record-count(ws-partition-index) to rd-record-count
    write part-report-record from ws-report-detail.

print-part-summary.
    display '===================================================='
    display 'MULTPART PARTITIONED RUN SPLIT CONTROL REPORT'
    display 'RECORDS READ       : ' ws-records-read
    display 'BATCHES            : ' ws-segment-count
    display 'ORIGINS            : ' ws-origin-count
    display 'PARTITIONS         : ' ws-partition-count
    perform display-partition-total
        varying ws-partition-index from 1 by 1
        until ws-partition-index > ws-partition-count
    display '===================================================='.

display-partition-total.
    display 'PART' ws-partition-index ' DETAILS     : '
        pt-detail-count(ws-partition-index).
