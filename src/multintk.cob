identification division.
program-id. multintk.

environment division.
input-output section.
file-control.
    select intake-in-file
        assign to "INTKIN"
        organization line sequential
        file status is ws-intkin-status.
    select mult-in-file
        assign to "MULTIN"
        organization line sequential
        file status is ws-multin-status.
    select intake-hold-file
        assign to "INTKHOLD"
        organization line sequential
        file status is ws-intkhold-status.
    select batch-control-file
        assign to "BATCHCTL"
        organization line sequential
        file status is ws-batchctl-status.
    select intake-report-file
        assign to "INTKRPT"
        organization line sequential
        file status is ws-intkrpt-status.

data division.

file section.
fd  intake-in-file.
01  intake-in-record.
    05 ik-record-type               picture x.
    05 ik-multiplier                picture s9(38) sign is trailing separate.
    05 ik-multiplicand              picture s9(38) sign is trailing separate.
    05 ik-rest                      picture x(34).
01  intake-in-header.
    05 ih-record-type               picture x.
    05 ih-batch-date                picture x(8).
    05 ih-batch-number              picture 9(6).
    05 ih-origin-system             picture x(4).
01  intake-in-trailer.
    05 it-record-type               picture x.
    05 it-record-count              picture 9(9).
    05 it-hash-total                picture 9(15).

fd  mult-in-file.
01  mult-in-record                  picture x(113).

fd  intake-hold-file.
01  intake-hold-record              picture x(113).

fd  batch-control-file.
01  batch-control-record.
    05 bc-origin-system             picture x(4).
    05 bc-last-issued               picture 9(6).
    05 bc-last-issue-date           picture x(8).
    05 bc-last-received             picture 9(6).
    05 bc-last-receipt-date         picture x(8).

fd  intake-report-file.
01  intake-report-record            picture x(132).

working-storage section.

01 ws-intkin-status picture xx.
01 ws-multin-status picture xx.
01 ws-intkhold-status picture xx.
01 ws-batchctl-status picture xx.
01 ws-intkrpt-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-time-hms picture x(6).
   05 filler picture x(7).

01 ws-record-number picture 9(9) value zero.
01 ws-records-read picture 9(9) value zero.
01 ws-records-merged picture 9(9) value zero.
01 ws-records-held picture 9(9) value zero.
01 ws-decks-merged picture 9(3) value zero.
01 ws-decks-held picture 9(3) value zero.
01 ws-expected-number picture 9(6) value zero.

01 ws-deck-table-max picture 9(3) value 100.
01 ws-deck-count picture 9(3) value zero.
01 ws-deck-index picture 9(3).
01 ws-current-deck picture 9(3) value zero.
01 ws-entry-open-switch picture x value 'N'.
01 ws-deck-table.
   05 ws-deck-entry occurs 100.
      10 dd-first-record picture 9(9).
      10 dd-last-record picture 9(9).
      10 dd-origin-system picture x(4).
      10 dd-batch-number picture 9(6).
      10 dd-batch-date picture x(8).
      10 dd-header-switch picture x.
      10 dd-trailer-switch picture x.
      10 dd-detail-count picture 9(9).
      10 dd-hash-total picture 9(15).
      10 dd-trailer-record-count picture 9(9).
      10 dd-trailer-hash-total picture 9(15).
      10 dd-merge-switch picture x.
      10 dd-hold-reason picture x(40).

01 ws-control-count picture 9(2) value zero.
01 ws-control-max picture 9(2) value 50.
01 ws-control-index picture 9(2).
01 ws-found-index picture 9(2).
01 ws-control-table.
   05 ws-control-entry occurs 50.
      10 ct-origin-system picture x(4).
      10 ct-last-issued picture 9(6).
      10 ct-last-issue-date picture x(8).
      10 ct-last-received picture 9(6).
      10 ct-last-receipt-date picture x(8).

01 ws-repeat-reason.
   05 filler picture x(31) value 'BATCH REPEATED - LAST RECEIVED '.
   05 rr-batch-number picture 9(6).
   05 filler picture x(3) value spaces.

01 ws-gap-reason.
   05 filler picture x(21) value 'BATCH GAP - EXPECTED '.
   05 gr-batch-number picture 9(6).
   05 filler picture x(13) value spaces.

01 ws-report-heading-1.
   05 filler picture x(31) value 'MULTINTK INBOUND DECK INTAKE - '.
   05 rh-run-date picture x(8).
   05 filler picture x(93) value spaces.

01 ws-report-heading-2.
   05 filler picture x(6) value ' DECK'.
   05 filler picture x(6) value 'ORIG'.
   05 filler picture x(8) value 'BATCH'.
   05 filler picture x(10) value 'DATED'.
   05 filler picture x(13) value '    DETAILS'.
   05 filler picture x(13) value '    TRAILER'.
   05 filler picture x(8) value 'RESULT'.
   05 filler picture x(40) value 'REASON HELD'.
   05 filler picture x(28) value spaces.

01 ws-report-detail.
   05 rd-deck picture zzz9.
   05 filler picture x(2) value spaces.
   05 rd-origin-system picture x(4).
   05 filler picture x(2) value spaces.
   05 rd-batch-number picture 9(6).
   05 filler picture x(2) value spaces.
   05 rd-batch-date picture x(8).
   05 filler picture x(2) value spaces.
   05 rd-detail-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 rd-trailer-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 rd-verdict picture x(6).
   05 filler picture x(2) value spaces.
   05 rd-hold-reason picture x(40).
   05 filler picture x(28) value spaces.

01 ws-report-total.
   05 rt-caption picture x(21).
   05 rt-count picture zzz,zzz,zz9.
   05 filler picture x(100) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    perform load-batch-control
    perform scan-intake-decks
    perform check-deck-sequence
        varying ws-deck-index from 1 by 1
        until ws-deck-index > ws-deck-count
    perform route-intake-decks
    perform rewrite-batch-control
    perform write-intake-report
    perform print-intake-summary
    evaluate true
        when ws-decks-merged = zero
            move 8 to return-code
        when ws-decks-held > zero
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate
    stop run.

load-batch-control.
    open input batch-control-file
    if ws-batchctl-status = '35'
        display 'BATCHCTL NOT FOUND - STARTING A NEW SEQUENCE PER ORIGIN'
    else
        if ws-batchctl-status not = '00'
            display 'UNABLE TO OPEN BATCHCTL - FILE STATUS '
                ws-batchctl-status
            move 12 to return-code
            stop run
        end-if
        move 'N' to ws-eof-switch
        perform read-batch-control
        perform load-control-entry
            with test before
            until ws-eof-switch = 'Y'
        close batch-control-file
    end-if.

read-batch-control.
    read batch-control-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-control-entry.
    if bc-origin-system not = spaces
        and ws-control-count < ws-control-max
        add 1 to ws-control-count
        move bc-origin-system to ct-origin-system(ws-control-count)
        if bc-last-issued is numeric
            move bc-last-issued to ct-last-issued(ws-control-count)
        else
            move zero to ct-last-issued(ws-control-count)
        end-if
        move bc-last-issue-date
            to ct-last-issue-date(ws-control-count)
        if bc-last-received is numeric
            move bc-last-received to ct-last-received(ws-control-count)
        else
            move zero to ct-last-received(ws-control-count)
        end-if
        move bc-last-receipt-date
            to ct-last-receipt-date(ws-control-count)
    end-if
    perform read-batch-control.

scan-intake-decks.
    open input intake-in-file
    if ws-intkin-status not = '00'
        display 'UNABLE TO OPEN INTKIN - FILE STATUS ' ws-intkin-status
        move 12 to return-code
        stop run
    end-if
    move zero to ws-record-number
    move 'N' to ws-entry-open-switch
    move 'N' to ws-eof-switch
    perform read-intake-in
    perform scan-intake-record
        with test before
        until ws-eof-switch = 'Y'
    perform close-open-deck
    close intake-in-file
    move ws-record-number to ws-records-read.

read-intake-in.
    read intake-in-file
        at end
            move 'Y' to ws-eof-switch
        not at end
            add 1 to ws-record-number
    end-read.

scan-intake-record.
    evaluate ik-record-type
        when 'H'
            perform close-open-deck
            perform start-deck-entry
        when 'T'
            if ws-entry-open-switch = 'N'
                perform new-deck-entry
                move 'TRAILER WITHOUT HEADER'
                    to dd-hold-reason(ws-current-deck)
            end-if
            move ws-record-number to dd-last-record(ws-current-deck)
            move 'Y' to dd-trailer-switch(ws-current-deck)
            move it-record-count
                to dd-trailer-record-count(ws-current-deck)
            move it-hash-total to dd-trailer-hash-total(ws-current-deck)
            perform check-deck-envelope
            move 'N' to ws-entry-open-switch
        when other
            if ws-entry-open-switch = 'N'
                perform new-deck-entry
                move 'HEADER MISSING' to dd-hold-reason(ws-current-deck)
            end-if
            move ws-record-number to dd-last-record(ws-current-deck)
            add 1 to dd-detail-count(ws-current-deck)
            if ik-multiplier is numeric
                compute dd-hash-total(ws-current-deck) =
                    function mod(dd-hash-total(ws-current-deck)
                        + ik-multiplier, 1000000000000000)
            end-if
            if ik-multiplicand is numeric
                compute dd-hash-total(ws-current-deck) =
                    function mod(dd-hash-total(ws-current-deck)
                        + ik-multiplicand, 1000000000000000)
            end-if
    end-evaluate
    perform read-intake-in.

new-deck-entry.
    if ws-deck-count >= ws-deck-table-max
        display 'DECK TABLE FULL - MORE THAN ' ws-deck-table-max
            ' BATCHES ON INTKIN'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-deck-count
    move ws-deck-count to ws-current-deck
    move 'Y' to ws-entry-open-switch
    move ws-record-number to dd-first-record(ws-current-deck)
    move ws-record-number to dd-last-record(ws-current-deck)
    move spaces to dd-origin-system(ws-current-deck)
    move zero to dd-batch-number(ws-current-deck)
    move spaces to dd-batch-date(ws-current-deck)
    move 'N' to dd-header-switch(ws-current-deck)
    move 'N' to dd-trailer-switch(ws-current-deck)
    move zero to dd-detail-count(ws-current-deck)
    move zero to dd-hash-total(ws-current-deck)
    move zero to dd-trailer-record-count(ws-current-deck)
    move zero to dd-trailer-hash-total(ws-current-deck)
    move 'N' to dd-merge-switch(ws-current-deck)
    move spaces to dd-hold-reason(ws-current-deck).

start-deck-entry.
    perform new-deck-entry
    move 'Y' to dd-header-switch(ws-current-deck)
    move ih-origin-system to dd-origin-system(ws-current-deck)
    move ih-batch-date to dd-batch-date(ws-current-deck)
    if ih-batch-number is numeric
        move ih-batch-number to dd-batch-number(ws-current-deck)
    else
        move 'HEADER BATCH NUMBER NOT NUMERIC'
            to dd-hold-reason(ws-current-deck)
    end-if
    if ih-origin-system = spaces
        move 'HEADER ORIGIN SYSTEM MISSING'
            to dd-hold-reason(ws-current-deck)
    end-if.

close-open-deck.
    if ws-entry-open-switch = 'Y'
        if dd-hold-reason(ws-current-deck) = spaces
            move 'TRAILER MISSING' to dd-hold-reason(ws-current-deck)
        end-if
        move 'N' to ws-entry-open-switch
    end-if.

check-deck-envelope.
    if dd-hold-reason(ws-current-deck) = spaces
        and dd-detail-count(ws-current-deck)
            not = dd-trailer-record-count(ws-current-deck)
        move 'RECORD COUNT OUT OF BALANCE'
            to dd-hold-reason(ws-current-deck)
    end-if
    if dd-hold-reason(ws-current-deck) = spaces
        and dd-hash-total(ws-current-deck)
            not = dd-trailer-hash-total(ws-current-deck)
        move 'HASH TOTAL OUT OF BALANCE'
            to dd-hold-reason(ws-current-deck)
    end-if.

check-deck-sequence.
    if dd-hold-reason(ws-deck-index) = spaces
        perform find-control-entry
        if ws-found-switch = 'N'
            perform add-control-entry
        end-if
        if ct-last-receipt-date(ws-found-index) = spaces
            perform accept-deck
        else
            compute ws-expected-number =
                ct-last-received(ws-found-index) + 1
            evaluate true
                when dd-batch-number(ws-deck-index)
                        < ws-expected-number
                    move ct-last-received(ws-found-index)
                        to rr-batch-number
                    move ws-repeat-reason
                        to dd-hold-reason(ws-deck-index)
                when dd-batch-number(ws-deck-index)
                        > ws-expected-number
                    move ws-expected-number to gr-batch-number
                    move ws-gap-reason
                        to dd-hold-reason(ws-deck-index)
                when other
                    perform accept-deck
            end-evaluate
        end-if
    end-if
    if dd-merge-switch(ws-deck-index) = 'Y'
        add 1 to ws-decks-merged
    else
        add 1 to ws-decks-held
    end-if.

accept-deck.
    move 'Y' to dd-merge-switch(ws-deck-index)
    move dd-batch-number(ws-deck-index)
        to ct-last-received(ws-found-index)
    move ws-current-date-ymd to ct-last-receipt-date(ws-found-index).

find-control-entry.
    move 'N' to ws-found-switch
    move zero to ws-found-index
    perform scan-control-entry
        varying ws-control-index from 1 by 1
        until ws-control-index > ws-control-count
            or ws-found-switch = 'Y'.

scan-control-entry.
    if ct-origin-system(ws-control-index)
        = dd-origin-system(ws-deck-index)
        move 'Y' to ws-found-switch
        move ws-control-index to ws-found-index
    end-if.

add-control-entry.
    if ws-control-count >= ws-control-max
        display 'CONTROL TABLE FULL - MORE THAN ' ws-control-max
            ' ORIGINS ON BATCHCTL'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-control-count
    move ws-control-count to ws-found-index
    move dd-origin-system(ws-deck-index)
        to ct-origin-system(ws-found-index)
    move zero to ct-last-issued(ws-found-index)
    move spaces to ct-last-issue-date(ws-found-index)
    move zero to ct-last-received(ws-found-index)
    move spaces to ct-last-receipt-date(ws-found-index).

route-intake-decks.
    open input intake-in-file
    if ws-intkin-status not = '00'
        display 'UNABLE TO OPEN INTKIN - FILE STATUS ' ws-intkin-status
        move 12 to return-code
        stop run
    end-if
    open output mult-in-file
    if ws-multin-status not = '00'
        display 'UNABLE TO OPEN MULTIN - FILE STATUS ' ws-multin-status
        move 12 to return-code
        stop run
    end-if
    open output intake-hold-file
    if ws-intkhold-status not = '00'
        display 'UNABLE TO OPEN INTKHOLD - FILE STATUS '
            ws-intkhold-status
        move 12 to return-code
        stop run
    end-if
    move zero to ws-record-number
    move 1 to ws-current-deck
    move 'N' to ws-eof-switch
    perform read-intake-in
    perform route-intake-record
        with test before
        until ws-eof-switch = 'Y'
    close intake-in-file
    close mult-in-file
    close intake-hold-file.

route-intake-record.
    if ws-current-deck <= ws-deck-count
        and ws-record-number > dd-last-record(ws-current-deck)
        add 1 to ws-current-deck
    end-if
    if dd-merge-switch(ws-current-deck) = 'Y'
        write mult-in-record from intake-in-record
        add 1 to ws-records-merged
    else
        write intake-hold-record from intake-in-record
        add 1 to ws-records-held
    end-if
    perform read-intake-in.

rewrite-batch-control.
    open output batch-control-file
    if ws-batchctl-status not = '00'
        display 'UNABLE TO REWRITE BATCHCTL - FILE STATUS '
            ws-batchctl-status
        move 12 to return-code
        stop run
    end-if
    perform write-control-entry
        varying ws-control-index from 1 by 1
        until ws-control-index > ws-control-count
    close batch-control-file.

write-control-entry.
    move ct-origin-system(ws-control-index) to bc-origin-system
    move ct-last-issued(ws-control-index) to bc-last-issued
    move ct-last-issue-date(ws-control-index) to bc-last-issue-date
    move ct-last-received(ws-control-index) to bc-last-received
    move ct-last-receipt-date(ws-control-index)
        to bc-last-receipt-date
    write batch-control-record.

write-intake-report.
    open output intake-report-file
    if ws-intkrpt-status not = '00'
        display 'UNABLE TO OPEN INTKRPT - FILE STATUS '
            ws-intkrpt-status
        move 12 to return-code
        stop run
    end-if
    move ws-current-date-ymd to rh-run-date
    write intake-report-record from ws-report-heading-1
    write intake-report-record from ws-blank-line
    write intake-report-record from ws-report-heading-2
    perform write-report-detail
        varying ws-deck-index from 1 by 1
        until ws-deck-index > ws-deck-count
    write intake-report-record from ws-blank-line
    move 'DECKS MERGED       : ' to rt-caption
    move ws-decks-merged to rt-count
    write intake-report-record from ws-report-total
    move 'DECKS HELD         : ' to rt-caption
    move ws-decks-held to rt-count
    write intake-report-record from ws-report-total
    move 'RECORDS MERGED     : ' to rt-caption
    move ws-records-merged to rt-count
    write intake-report-record from ws-report-total
    move 'RECORDS HELD       : ' to rt-caption
    move ws-records-held to rt-count
    write intake-report-record from ws-report-total
    close intake-report-file.

write-report-detail.
    move ws-deck-index to rd-deck
    move dd-origin-system(ws-deck-index) to rd-origin-system
    move dd-batch-number(ws-deck-index) to rd-batch-number
    move dd-batch-date(ws-deck-index) to rd-batch-date
    move dd-detail-count(ws-deck-index) to rd-detail-count
    move dd-trailer-record-count(ws-deck-index) to rd-trailer-count
    if dd-merge-switch(ws-deck-index) = 'Y'
        move 'MERGED' to rd-verdict
    else
        move 'HELD' to rd-verdict
    end-if
    move dd-hold-reason(ws-deck-index) to rd-hold-reason
    write intake-report-record from ws-report-detail.

print-intake-summary.
    display '===================================================='
    display 'MULTINTK INBOUND DECK INTAKE CONTROL REPORT'
    display 'RECORDS READ       : ' ws-records-read
    display 'DECKS MERGED       : ' ws-decks-merged
    display 'DECKS HELD         : ' ws-decks-held
    display 'RECORDS MERGED     : ' ws-records-merged
    display 'RECORDS HELD       : ' ws-records-held
    display '===================================================='.
