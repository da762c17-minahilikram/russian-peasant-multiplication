identification division.
program-id. multmrge.

environment division.
input-output section.
file-control.
    select merge-card-file
        assign to "MRGECARD"
        organization line sequential
        file status is ws-mrgecard-status.
    select part-out-file
        assign to "PARTOUT"
        organization line sequential
        file status is ws-partout-status.
    select part-audit-file
        assign to "PARTAUD"
        organization line sequential
        file status is ws-partaud-status.
    select part-rej-file
        assign to "PARTREJ"
        organization line sequential
        file status is ws-partrej-status.
    select part-status-file
        assign to "PARTSTAT"
        organization line sequential
        file status is ws-partstat-status.
    select part-history-file
        assign to "PARTHIST"
        organization line sequential
        file status is ws-parthist-status.
    select mult-out-file
        assign to "MULTOUT"
        organization line sequential
        file status is ws-multout-status.
    select audit-file
        assign to "AUDIT"
        organization line sequential
        file status is ws-audit-status.
    select mult-rej-file
        assign to "MULTREJ"
        organization line sequential
        file status is ws-multrej-status.
    select run-status-file
        assign to "RUNSTAT"
        organization line sequential
        file status is ws-runstat-status.
    select run-history-file
        assign to "RUNHIST"
        organization line sequential
        file status is ws-runhist-status.

data division.

file section.
fd  merge-card-file.
01  merge-card-record.
    05 mc-partition-count           picture x(2).
    05 filler                       picture x(78).

fd  part-out-file.
01  part-out-record                 picture x(280).

fd  part-audit-file.
01  part-audit-record               picture x(337).

fd  part-rej-file.
01  part-rej-record                 picture x(159).

fd  part-status-file.
01  part-status-record.
    05 ps-run-date                   picture x(8).
    05 ps-run-mode                   picture x(6).
    05 ps-processed-count            picture 9(9).
    05 ps-reject-count               picture 9(9).
    05 ps-overflow-count             picture 9(9).
    05 ps-return-code                picture 9(2).
    05 ps-completion-status          picture x(14).

fd  part-history-file.
01  part-history-record.
    05 ph-run-date                   picture x(8).
    05 ph-run-mode                   picture x(6).
    05 ph-processed-count            picture 9(9).
    05 ph-reject-count               picture 9(9).
    05 ph-overflow-count             picture 9(9).
    05 ph-min-multiplier             picture s9(38) sign is trailing separate.
    05 ph-max-multiplier             picture s9(38) sign is trailing separate.
    05 ph-min-multiplicand           picture s9(38) sign is trailing separate.
    05 ph-max-multiplicand           picture s9(38) sign is trailing separate.
    05 ph-elapsed-seconds            picture 9(7).
    05 ph-lookup-hit-count           picture 9(9).

fd  mult-out-file.
01  mult-out-record                 picture x(280).

fd  audit-file.
01  audit-record.
    05 mg-audit-detail               picture x(303).
    05 mg-filler-1                   picture x(2).
    05 mg-sequence-number            picture 9(12).
    05 mg-filler-2                   picture x(2).
    05 mg-chain-value                picture 9(15).
    05 mg-filler-20                  picture x(2).
    05 mg-priority-class             picture x.

fd  mult-rej-file.
01  mult-rej-record                 picture x(159).

fd  run-status-file.
01  run-status-record.
    05 rs-run-date                   picture x(8).
    05 rs-run-mode                   picture x(6).
    05 rs-processed-count            picture 9(9).
    05 rs-reject-count               picture 9(9).
    05 rs-overflow-count             picture 9(9).
    05 rs-return-code                picture 9(2).
    05 rs-completion-status          picture x(14).

fd  run-history-file.
01  run-history-record.
    05 rh-run-date                   picture x(8).
    05 rh-run-mode                   picture x(6).
    05 rh-processed-count            picture 9(9).
    05 rh-reject-count               picture 9(9).
    05 rh-overflow-count             picture 9(9).
    05 rh-min-multiplier             picture s9(38) sign is trailing separate.
    05 rh-max-multiplier             picture s9(38) sign is trailing separate.
    05 rh-min-multiplicand           picture s9(38) sign is trailing separate.
    05 rh-max-multiplicand           picture s9(38) sign is trailing separate.
    05 rh-elapsed-seconds            picture 9(7).
    05 rh-lookup-hit-count           picture 9(9).

working-storage section.

01 ws-mrgecard-status picture xx.
01 ws-partout-status picture xx.
01 ws-partaud-status picture xx.
01 ws-partrej-status picture xx.
01 ws-partstat-status picture xx.
01 ws-parthist-status picture xx.
01 ws-multout-status picture xx.
01 ws-audit-status picture xx.
01 ws-multrej-status picture xx.
01 ws-runstat-status picture xx.
01 ws-runhist-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-audit-sequence picture 9(12) value zero.
01 ws-audit-chain picture 9(15) value zero.
01 ws-chain-work picture 9(18) value zero.
01 ws-chain-index picture 9(3).
01 ws-chain-length picture 9(3) value 317.
01 ws-chain-class-offset picture 9(3) value 337.
01 ws-chain-modulus picture 9(15) value 999999999999989.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 filler picture x(13).

01 ws-partition-count picture 9(2) value 4.
01 ws-status-count picture 9(2) value zero.
01 ws-history-count picture 9(2) value zero.
01 ws-multout-count picture 9(9) value zero.
01 ws-audit-count picture 9(9) value zero.
01 ws-multrej-count picture 9(9) value zero.

01 ws-processed-count picture 9(9) value zero.
01 ws-reject-count picture 9(9) value zero.
01 ws-overflow-count picture 9(9) value zero.
01 ws-highest-return-code picture 9(2) value zero.
01 ws-completion-status picture x(14) value 'CLEAN'.

01 ws-history-processed picture 9(9) value zero.
01 ws-history-reject picture 9(9) value zero.
01 ws-history-overflow picture 9(9) value zero.
01 ws-min-multiplier picture s9(38) value 99999999999999999999999999999999999999.
01 ws-max-multiplier picture s9(38) value zero.
01 ws-min-multiplicand picture s9(38) value 99999999999999999999999999999999999999.
01 ws-max-multiplicand picture s9(38) value -99999999999999999999999999999999999999.
01 ws-elapsed-seconds picture 9(7) value zero.
01 ws-lookup-hit-count picture 9(9) value zero.

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-merge-card
    perform merge-run-status
    perform merge-mult-out
    perform merge-audit
    perform merge-mult-rej
    perform merge-run-history
    perform write-run-status
    perform print-merge-summary
    move ws-highest-return-code to return-code
    stop run.

read-merge-card.
    open input merge-card-file
    if ws-mrgecard-status = '00'
        read merge-card-file
            not at end
                if mc-partition-count is numeric
                    move mc-partition-count to ws-partition-count
                end-if
        end-read
        close merge-card-file
    end-if.

merge-run-status.
    open input part-status-file
    if ws-partstat-status not = '00'
        display 'UNABLE TO OPEN PARTSTAT - FILE STATUS '
            ws-partstat-status
        perform merge-failure
    end-if
    move 'N' to ws-eof-switch
    perform read-part-status
    perform accumulate-part-status
        with test before
        until ws-eof-switch = 'Y'
    close part-status-file
    if ws-status-count not = ws-partition-count
        display 'PARTITION RUN STATUS MISSING - EXPECTED '
            ws-partition-count ' FOUND ' ws-status-count
        move 12 to ws-highest-return-code
        move 'PARTITION-LOST' to ws-completion-status
        perform write-run-status
        perform print-merge-summary
        move 12 to return-code
        stop run
    end-if.

read-part-status.
    read part-status-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

accumulate-part-status.
    add 1 to ws-status-count
    display 'PARTITION ' ws-status-count ' RC ' ps-return-code
        ' ' ps-completion-status
        ' PROCESSED ' ps-processed-count
        ' REJECTED ' ps-reject-count
        ' OVERFLOW ' ps-overflow-count
    add ps-processed-count to ws-processed-count
    add ps-reject-count to ws-reject-count
    add ps-overflow-count to ws-overflow-count
    if ps-return-code > ws-highest-return-code
        move ps-return-code to ws-highest-return-code
        move ps-completion-status to ws-completion-status
    end-if
    perform read-part-status.

merge-mult-out.
    open input part-out-file
    if ws-partout-status not = '00'
        display 'UNABLE TO OPEN PARTOUT - FILE STATUS '
            ws-partout-status
        perform merge-failure
    end-if
    open output mult-out-file
    if ws-multout-status not = '00'
        display 'UNABLE TO OPEN MULTOUT - FILE STATUS '
            ws-multout-status
        perform merge-failure
    end-if
    move 'N' to ws-eof-switch
    perform read-part-out
    perform copy-part-out
        with test before
        until ws-eof-switch = 'Y'
    close part-out-file
    close mult-out-file.

read-part-out.
    read part-out-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

copy-part-out.
    write mult-out-record from part-out-record
    add 1 to ws-multout-count
    perform read-part-out.

merge-audit.
    open input part-audit-file
    if ws-partaud-status not = '00'
        display 'UNABLE TO OPEN PARTAUD - FILE STATUS '
            ws-partaud-status
        perform merge-failure
    end-if
    open input audit-file
    if ws-audit-status = '00'
        move 'N' to ws-eof-switch
        perform read-audit-trail
            with test before
            until ws-eof-switch = 'Y'
        close audit-file
    end-if
    open extend audit-file
    if ws-audit-status = '35'
        open output audit-file
    end-if
    if ws-audit-status not = '00'
        display 'UNABLE TO OPEN AUDIT - FILE STATUS ' ws-audit-status
        perform merge-failure
    end-if
    move 'N' to ws-eof-switch
    perform read-part-audit
    perform copy-part-audit
        with test before
        until ws-eof-switch = 'Y'
    close part-audit-file
    close audit-file.

read-part-audit.
    read part-audit-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

read-audit-trail.
    read audit-file
        at end
            move 'Y' to ws-eof-switch
        not at end
            if mg-sequence-number is numeric
                and mg-chain-value is numeric
                move mg-sequence-number to ws-audit-sequence
                move mg-chain-value to ws-audit-chain
            end-if
    end-read.

copy-part-audit.
    move part-audit-record to audit-record
    add 1 to ws-audit-sequence
    move ws-audit-sequence to mg-sequence-number
    perform chain-audit-record
    move ws-audit-chain to mg-chain-value
    write audit-record
    add 1 to ws-audit-count
    perform read-part-audit.

chain-audit-record.
    move ws-audit-chain to ws-chain-work
    perform chain-audit-byte
        varying ws-chain-index from 1 by 1
        until ws-chain-index > ws-chain-length
    if audit-record(ws-chain-class-offset:1) not = space
        move ws-chain-class-offset to ws-chain-index
        perform chain-audit-byte
    end-if
    move ws-chain-work to ws-audit-chain.

chain-audit-byte.
    compute ws-chain-work =
        function mod(ws-chain-work * 131
            + function ord(audit-record(ws-chain-index:1)),
            ws-chain-modulus).

merge-mult-rej.
    open input part-rej-file
    if ws-partrej-status not = '00'
        display 'UNABLE TO OPEN PARTREJ - FILE STATUS '
            ws-partrej-status
        perform merge-failure
    end-if
    open output mult-rej-file
    if ws-multrej-status not = '00'
        display 'UNABLE TO OPEN MULTREJ - FILE STATUS '
            ws-multrej-status
        perform merge-failure
    end-if
    move 'N' to ws-eof-switch
    perform read-part-rej
    perform copy-part-rej
        with test before
        until ws-eof-switch = 'Y'
    close part-rej-file
    close mult-rej-file.

read-part-rej.
    read part-rej-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

copy-part-rej.
    write mult-rej-record from part-rej-record
    add 1 to ws-multrej-count
    perform read-part-rej.

merge-run-history.
    open input part-history-file
    if ws-parthist-status not = '00'
        display 'UNABLE TO OPEN PARTHIST - FILE STATUS '
            ws-parthist-status
        perform merge-failure
    end-if
    move 'N' to ws-eof-switch
    perform read-part-history
    perform accumulate-part-history
        with test before
        until ws-eof-switch = 'Y'
    close part-history-file
    open extend run-history-file
    if ws-runhist-status = '35'
        open output run-history-file
    end-if
    if ws-runhist-status not = '00'
        display 'UNABLE TO OPEN RUNHIST - FILE STATUS '
            ws-runhist-status
    else
        move ws-current-date-ymd to rh-run-date
        move 'BATCH ' to rh-run-mode
        move ws-history-processed to rh-processed-count
        move ws-history-reject to rh-reject-count
        move ws-history-overflow to rh-overflow-count
        move ws-min-multiplier to rh-min-multiplier
        move ws-max-multiplier to rh-max-multiplier
        move ws-min-multiplicand to rh-min-multiplicand
        move ws-max-multiplicand to rh-max-multiplicand
        move ws-elapsed-seconds to rh-elapsed-seconds
        move ws-lookup-hit-count to rh-lookup-hit-count
        write run-history-record
        close run-history-file
    end-if.

read-part-history.
    read part-history-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

accumulate-part-history.
    add 1 to ws-history-count
    add ph-processed-count to ws-history-processed
    add ph-reject-count to ws-history-reject
    add ph-overflow-count to ws-history-overflow
    if ph-min-multiplier < ws-min-multiplier
        move ph-min-multiplier to ws-min-multiplier
    end-if
    if ph-max-multiplier > ws-max-multiplier
        move ph-max-multiplier to ws-max-multiplier
    end-if
    if ph-min-multiplicand < ws-min-multiplicand
        move ph-min-multiplicand to ws-min-multiplicand
    end-if
    if ph-max-multiplicand > ws-max-multiplicand
        move ph-max-multiplicand to ws-max-multiplicand
    end-if
    if ph-elapsed-seconds > ws-elapsed-seconds
        move ph-elapsed-seconds to ws-elapsed-seconds
    end-if
    add ph-lookup-hit-count to ws-lookup-hit-count
    perform read-part-history.

write-run-status.
    open output run-status-file
    if ws-runstat-status not = '00'
        display 'UNABLE TO OPEN RUNSTAT - FILE STATUS '
            ws-runstat-status
        move 12 to ws-highest-return-code
    else
        move ws-current-date-ymd to rs-run-date
        move 'BATCH ' to rs-run-mode
        move ws-processed-count to rs-processed-count
        move ws-reject-count to rs-reject-count
        move ws-overflow-count to rs-overflow-count
        move ws-highest-return-code to rs-return-code
        move ws-completion-status to rs-completion-status
        write run-status-record
        close run-status-file
    end-if.

merge-failure.
    move 12 to return-code
    move 12 to ws-highest-return-code
    move 'OPEN-FAILURE' to ws-completion-status
    perform write-run-status
    stop run.

print-merge-summary.
    display '===================================================='
    display 'MULTMRGE PARTITIONED RUN MERGE CONTROL REPORT'
    display 'PARTITIONS         : ' ws-status-count
    display 'MULTOUT RECORDS    : ' ws-multout-count
    display 'AUDIT RECORDS      : ' ws-audit-count
    display 'MULTREJ RECORDS    : ' ws-multrej-count
    display 'PROCESSED          : ' ws-processed-count
    display 'REJECTED           : ' ws-reject-count
    display 'OVERFLOW           : ' ws-overflow-count
    display 'HIGHEST RC         : ' ws-highest-return-code
    display 'COMPLETION         : ' ws-completion-status
    display '===================================================='.
