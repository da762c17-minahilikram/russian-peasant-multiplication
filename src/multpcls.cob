identification division.
program-id. multpcls.

environment division.
input-output section.
file-control.
    select period-audit-file
        assign to "AUDIT"
        organization line sequential
        file status is ws-audit-status.
    select rate-card-file
        assign to "RATECARD"
        organization line sequential
        file status is ws-ratecard-status.
    select close-card-file
        assign to "PCLSCARD"
        organization line sequential
        file status is ws-pclscard-status.
    select period-control-file
        assign to "PERIODCTL"
        organization line sequential
        file status is ws-periodctl-status.
    select period-summary-file
        assign to "PERIODSUM"
        organization line sequential
        file status is ws-periodsum-status.
    select source-master-file
        assign to "SYSMAST"
        organization indexed
        access mode random
        record key is sm-source-system
        file status is ws-sysmast-status.
    select close-report-file
        assign to "PCLSRPT"
        organization line sequential
        file status is ws-report-status.

data division.

file section.
fd  period-audit-file.
01  period-audit-record.
    05 pa-multiplier                picture x(39).
    05 pa-filler-1                  picture x(2).
    05 pa-multiplicand              picture x(39).
    05 pa-filler-2                  picture x(2).
    05 pa-answer                    picture x(39).
    05 pa-filler-3                  picture x(2).
    05 pa-timestamp.
       10 pa-date                   picture x(8).
       10 pa-time                   picture x(13).
    05 pa-filler-4                  picture x(2).
    05 pa-status                    picture x(10).
    05 pa-filler-5                  picture x(2).
    05 pa-reject-reason             picture x(32).
    05 pa-filler-6                  picture x(2).
    05 pa-batch-number              picture x(6).
    05 pa-filler-7                  picture x(2).
    05 pa-batch-date                picture x(8).
    05 pa-filler-8                  picture x(2).
    05 pa-request-id                picture x(12).
    05 pa-filler-9                  picture x(2).
    05 pa-source-system             picture x(4).
    05 pa-filler-10                 picture x(2).
    05 pa-recycle-flag              picture x.
    05 pa-filler-11                 picture x(2).
    05 pa-operation-code            picture x(8).
    05 pa-filler-12                 picture x(2).
    05 pa-exponent                  picture x(2).
    05 pa-filler-13                 picture x(2).
    05 pa-multiplier-scale          picture x(2).
    05 pa-filler-14                 picture x(2).
    05 pa-multiplicand-scale        picture x(2).
    05 pa-filler-15                 picture x(2).
    05 pa-result-scale              picture x(2).
    05 pa-filler-16                 picture x(2).
    05 pa-rounding-rule             picture x.
    05 pa-filler-17                 picture x(2).
    05 pa-decimal-answer            picture x(41).
    05 pa-filler-18                 picture x(2).
    05 pa-sequence-number           picture x(12).
    05 pa-sequence-number-n redefines pa-sequence-number
                                    picture 9(12).
    05 pa-filler-19                 picture x(2).
    05 pa-chain-value               picture x(15).
    05 pa-filler-20                 picture x(2).
    05 pa-priority-class            picture x.

fd  rate-card-file.
01  rate-card-record.
    05 rt-source-system             picture x(4).
    05 rt-filler-1                  picture x.
    05 rt-multiply-rate             picture x(8).
    05 rt-multiply-rate-n redefines rt-multiply-rate
                                    picture 9(4)v9(4).
    05 rt-filler-2                  picture x.
    05 rt-square-rate               picture x(8).
    05 rt-square-rate-n redefines rt-square-rate
                                    picture 9(4)v9(4).
    05 rt-filler-3                  picture x.
    05 rt-power-rate                picture x(8).
    05 rt-power-rate-n redefines rt-power-rate
                                    picture 9(4)v9(4).
    05 rt-filler-4                  picture x.
    05 rt-bill-rejects              picture x.
    05 rt-filler-5                  picture x.
    05 rt-bill-overflows            picture x.

fd  close-card-file.
01  close-card-record.
    05 cc-function                  picture x(8).
    05 cc-filler-1                  picture x.
    05 cc-period                    picture x(6).
    05 cc-filler-2                  picture x.
    05 cc-from-date                 picture x(8).
    05 cc-filler-3                  picture x.
    05 cc-to-date                   picture x(8).

fd  period-control-file.
01  period-control-record.
    05 pc-period                    picture x(6).
    05 pc-filler-1                  picture x.
    05 pc-from-date                 picture x(8).
    05 pc-filler-2                  picture x.
    05 pc-to-date                   picture x(8).
    05 pc-filler-3                  picture x.
    05 pc-status                    picture x.
    05 pc-filler-4                  picture x.
    05 pc-close-stamp               picture x(14).
    05 pc-filler-5                  picture x.
    05 pc-close-sequence            picture 9(12).
    05 pc-filler-6                  picture x.
    05 pc-row-count                 picture 9(9).
    05 pc-filler-7                  picture x.
    05 pc-late-count                picture 9(9).

fd  period-summary-file.
01  period-summary-record.
    05 ps-period                    picture x(6).
    05 ps-filler-1                  picture x.
    05 ps-source-system             picture x(4).
    05 ps-filler-2                  picture x.
    05 ps-operation                 picture x(8).
    05 ps-filler-3                  picture x.
    05 ps-department                picture x(20).
    05 ps-filler-4                  picture x.
    05 ps-processed-count           picture 9(9).
    05 ps-filler-5                  picture x.
    05 ps-rejected-count            picture 9(9).
    05 ps-filler-6                  picture x.
    05 ps-refused-count             picture 9(9).
    05 ps-filler-7                  picture x.
    05 ps-overflow-count            picture 9(9).
    05 ps-filler-8                  picture x.
    05 ps-duplicate-count           picture 9(9).
    05 ps-filler-9                  picture x.
    05 ps-rated-amount              picture 9(11)v99.
    05 ps-filler-10                 picture x.
    05 ps-multiply-rate             picture 9(4)v9(4).
    05 ps-filler-11                 picture x.
    05 ps-square-rate               picture 9(4)v9(4).
    05 ps-filler-12                 picture x.
    05 ps-power-rate                picture 9(4)v9(4).
    05 ps-filler-13                 picture x.
    05 ps-bill-rejects              picture x.
    05 ps-filler-14                 picture x.
    05 ps-bill-overflows            picture x.
    05 ps-filler-15                 picture x.
    05 ps-close-stamp               picture x(14).

fd  source-master-file.
01  source-master-record.
    05 sm-source-system              picture x(4).
    05 sm-department                 picture x(20).
    05 sm-status-flag                picture x.
    05 sm-allow-multiply             picture x.
    05 sm-allow-square               picture x.
    05 sm-allow-power                picture x.
    05 sm-max-exponent               picture 9(2).
    05 sm-daily-ceiling              picture 9(9).
    05 sm-usage-date                 picture x(8).
    05 sm-usage-count                picture 9(9).
    05 sm-last-change-date           picture x(8).

fd  close-report-file.
01  close-report-record             picture x(132).

working-storage section.

01 ws-audit-status picture xx.
01 ws-ratecard-status picture xx.
01 ws-pclscard-status picture xx.
01 ws-periodctl-status picture xx.
01 ws-periodsum-status picture xx.
01 ws-sysmast-status picture xx.
01 ws-report-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.
01 ws-sysmast-open-switch picture x value 'N'.
01 ws-unpriced-switch picture x value 'N'.
01 ws-prior-close-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-time-hms picture x(6).
   05 filler picture x(7).

01 ws-function picture x(8) value spaces.
01 ws-period picture x(6) value spaces.
01 ws-period-parts redefines ws-period.
   05 ws-period-year picture 9(4).
   05 ws-period-month picture 9(2).
01 ws-card-from-date picture x(8) value spaces.
01 ws-card-to-date picture x(8) value spaces.
01 ws-closed-period picture x(6) value spaces.
01 ws-month-from-date picture x(8).
01 ws-month-to-date picture x(8).
01 ws-refuse-reason picture x(50) value spaces.

01 ws-work-date picture 9(8).
01 ws-work-date-parts redefines ws-work-date.
   05 ws-work-year picture 9(4).
   05 ws-work-month picture 9(2).
   05 ws-work-day picture 9(2).
01 ws-work-integer picture 9(7).

01 ws-period-count picture 9(3) value zero.
01 ws-period-max picture 9(3) value 240.
01 ws-period-index picture 9(3).
01 ws-period-found picture 9(3) value zero.
01 ws-next-found picture 9(3) value zero.
01 ws-period-table.
   05 ws-period-entry occurs 240.
      10 pd-period picture x(6).
      10 pd-from-date picture x(8).
      10 pd-to-date picture x(8).
      10 pd-status picture x.
      10 pd-close-stamp picture x(14).
      10 pd-close-sequence picture 9(12).
      10 pd-row-count picture 9(9).
      10 pd-late-count picture 9(9).

01 ws-prior-close-sequence picture 9(12) value zero.
01 ws-high-sequence picture 9(12) value zero.
01 ws-from-date picture x(8) value spaces.
01 ws-to-date picture x(8) value spaces.
01 ws-close-stamp picture x(14) value spaces.

01 ws-system-count picture 9(2) value zero.
01 ws-system-max picture 9(2) value 20.
01 ws-system-index picture 9(2).
01 ws-found-index picture 9(2).
01 ws-match-source picture x(4) value spaces.
01 ws-system-table.
   05 ws-system-entry occurs 20.
      10 bt-source-system           picture x(4).
      10 bt-rated-switch            picture x.
      10 bt-multiply-rate           picture 9(4)v9(4).
      10 bt-square-rate             picture 9(4)v9(4).
      10 bt-power-rate              picture 9(4)v9(4).
      10 bt-bill-rejects            picture x.
      10 bt-bill-overflows          picture x.

01 ws-total-count picture 9(3) value zero.
01 ws-total-max picture 9(3) value 60.
01 ws-total-index picture 9(3).
01 ws-total-found picture 9(3).
01 ws-match-operation picture x(8) value spaces.
01 ws-total-table.
   05 ws-total-entry occurs 60.
      10 pt-source-system           picture x(4).
      10 pt-operation               picture x(8).
      10 pt-department              picture x(20).
      10 pt-processed-count         picture 9(9).
      10 pt-rejected-count          picture 9(9).
      10 pt-refused-count           picture 9(9).
      10 pt-overflow-count          picture 9(9).
      10 pt-duplicate-count         picture 9(9).
      10 pt-rated-amount            picture 9(11)v99.
      10 pt-system-index            picture 9(2).

01 ws-department-count picture 9(2) value zero.
01 ws-department-max picture 9(2) value 60.
01 ws-department-index picture 9(2).
01 ws-department-found picture 9(2).
01 ws-department-table.
   05 ws-department-entry occurs 60.
      10 dp-department              picture x(20).

01 ws-line-rate picture 9(4)v9(4).
01 ws-department-amount picture 9(12)v99.
01 ws-period-amount picture 9(12)v99 value zero.
01 ws-edited-amount picture zzz,zzz,zzz,zz9.99.

01 ws-read-count picture 9(9) value zero.
01 ws-frozen-count picture 9(9) value zero.
01 ws-late-count picture 9(9) value zero.
01 ws-outside-count picture 9(9) value zero.
01 ws-summary-written picture 9(9) value zero.

01 ws-page-rule.
   05 filler picture x(132) value all '='.

01 ws-statement-heading.
   05 filler picture x(39)
       value 'MULTPCLS PERIOD-END STATEMENT - PERIOD '.
   05 sh-period picture x(6).
   05 filler picture x(2) value spaces.
   05 sh-from-date picture x(8).
   05 filler picture x(3) value ' - '.
   05 sh-to-date picture x(8).
   05 filler picture x(9) value '  CLOSED '.
   05 sh-close-date picture x(8).
   05 filler picture x(49) value spaces.

01 ws-department-heading.
   05 filler picture x(13) value 'DEPARTMENT : '.
   05 dh-department picture x(20).
   05 filler picture x(99) value spaces.

01 ws-column-heading.
   05 filler picture x(8) value 'SYSTEM'.
   05 filler picture x(11) value 'OPERATION'.
   05 filler picture x(13) value '    PROCESSED'.
   05 filler picture x(13) value '     REJECTED'.
   05 filler picture x(13) value '      REFUSED'.
   05 filler picture x(13) value '     OVERFLOW'.
   05 filler picture x(13) value '    DUPLICATE'.
   05 filler picture x(20) value '        RATED AMOUNT'.
   05 filler picture x(28) value spaces.

01 ws-statement-line.
   05 sl-source-system picture x(4).
   05 filler picture x(4) value spaces.
   05 sl-operation picture x(8).
   05 filler picture x(5) value spaces.
   05 sl-processed-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 sl-rejected-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 sl-refused-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 sl-overflow-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 sl-duplicate-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 sl-rated-amount picture zzz,zzz,zzz,zz9.99.
   05 filler picture x(28) value spaces.

01 ws-amount-line.
   05 al-caption picture x(21).
   05 filler picture x(65) value spaces.
   05 al-amount picture zzz,zzz,zzz,zz9.99.
   05 filler picture x(28) value spaces.

01 ws-report-total.
   05 rt-caption picture x(21).
   05 rt-count picture zzz,zzz,zzz,zz9.
   05 filler picture x(96) value spaces.

01 ws-refusal-line.
   05 filler picture x(10) value 'REFUSED - '.
   05 rf-reason picture x(50).
   05 filler picture x(72) value spaces.

01 ws-reprint-line.
   05 filler picture x(50)
       value 'REPRINTED FROM THE FROZEN PERIOD SUMMARY'.
   05 filler picture x(82) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-close-card
    perform load-period-control
    open output close-report-file
    if ws-report-status not = '00'
        display 'UNABLE TO OPEN PCLSRPT - FILE STATUS '
            ws-report-status
        move 12 to return-code
        stop run
    end-if
    evaluate ws-function
        when 'CLOSE'
            perform close-period
        when 'REPRINT'
            perform reprint-statement
    end-evaluate
    close close-report-file
    perform print-close-summary
    if ws-refuse-reason not = spaces
        move 8 to return-code
    else
        move zero to return-code
    end-if
    stop run.

read-close-card.
    open input close-card-file
    if ws-pclscard-status not = '00'
        display 'UNABLE TO OPEN PCLSCARD - FILE STATUS '
            ws-pclscard-status
        move 12 to return-code
        stop run
    end-if
    read close-card-file
        at end
            continue
        not at end
            move cc-function to ws-function
            move cc-period to ws-period
            move cc-from-date to ws-card-from-date
            move cc-to-date to ws-card-to-date
    end-read
    close close-card-file
    if ws-function not = 'CLOSE' and ws-function not = 'REPRINT'
        display 'PCLSCARD FUNCTION NOT CLOSE OR REPRINT - '
            ws-function
        move 12 to return-code
        stop run
    end-if
    if ws-period is not numeric
        or ws-period-month < 1 or ws-period-month > 12
        display 'PCLSCARD PERIOD NOT VALID (YYYYMM) - ' ws-period
        move 12 to return-code
        stop run
    end-if
    if (ws-card-from-date not = spaces
            and ws-card-from-date is not numeric)
        or (ws-card-to-date not = spaces
            and ws-card-to-date is not numeric)
        or (ws-card-from-date = spaces
            and ws-card-to-date not = spaces)
        or (ws-card-from-date not = spaces
            and ws-card-to-date = spaces)
        display 'PCLSCARD PERIOD DATES NOT VALID - '
            ws-card-from-date ' ' ws-card-to-date
        move 12 to return-code
        stop run
    end-if.

load-period-control.
    open input period-control-file
    if ws-periodctl-status = '35'
        display 'PERIODCTL NOT FOUND - STARTING A NEW PERIOD HISTORY'
    else
        if ws-periodctl-status not = '00'
            display 'UNABLE TO OPEN PERIODCTL - FILE STATUS '
                ws-periodctl-status
            move 12 to return-code
            stop run
        end-if
        move 'N' to ws-eof-switch
        perform read-period-control
        perform load-period-entry
            with test before
            until ws-eof-switch = 'Y'
        close period-control-file
    end-if.

read-period-control.
    read period-control-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-period-entry.
    if pc-period not = spaces
        perform add-period-entry
        move pc-period to pd-period(ws-period-count)
        move pc-from-date to pd-from-date(ws-period-count)
        move pc-to-date to pd-to-date(ws-period-count)
        move pc-status to pd-status(ws-period-count)
        move pc-close-stamp to pd-close-stamp(ws-period-count)
        if pc-close-sequence is numeric
            move pc-close-sequence
                to pd-close-sequence(ws-period-count)
        end-if
        if pc-row-count is numeric
            move pc-row-count to pd-row-count(ws-period-count)
        end-if
        if pc-late-count is numeric
            move pc-late-count to pd-late-count(ws-period-count)
        end-if
    end-if
    perform read-period-control.

add-period-entry.
    if ws-period-count >= ws-period-max
        display 'PERIOD TABLE FULL - MORE THAN ' ws-period-max
            ' PERIODS ON PERIODCTL'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-period-count
    move spaces to pd-period(ws-period-count)
    move spaces to pd-from-date(ws-period-count)
    move spaces to pd-to-date(ws-period-count)
    move 'O' to pd-status(ws-period-count)
    move spaces to pd-close-stamp(ws-period-count)
    move zero to pd-close-sequence(ws-period-count)
    move zero to pd-row-count(ws-period-count)
    move zero to pd-late-count(ws-period-count).

find-period-entry.
    move zero to ws-period-found
    perform scan-period-entry
        varying ws-period-index from 1 by 1
        until ws-period-index > ws-period-count
            or ws-period-found > zero.

scan-period-entry.
    if pd-period(ws-period-index) = ws-period
        move ws-period-index to ws-period-found
    end-if.

close-period.
    perform find-period-entry
    perform check-close-request
    if ws-refuse-reason = spaces
        perform find-prior-close-sequence
        perform load-rate-card
        perform summarize-audit-period
        if ws-unpriced-switch = 'Y'
            move 'USAGE FROM A SYSTEM WITH NO RATECARD ENTRY'
                to ws-refuse-reason
        end-if
    end-if
    if ws-refuse-reason not = spaces
        move ws-period to sh-period
        move ws-from-date to sh-from-date
        move ws-to-date to sh-to-date
        move spaces to sh-close-date
        write close-report-record from ws-page-rule
        write close-report-record from ws-statement-heading
        write close-report-record from ws-blank-line
        move ws-refuse-reason to rf-reason
        write close-report-record from ws-refusal-line
        display 'CLOSE REFUSED - ' ws-refuse-reason
    else
        perform freeze-period-summary
        perform mark-period-closed
        perform open-next-period
        perform rewrite-period-control
        perform write-period-statement
    end-if.

check-close-request.
    move spaces to ws-refuse-reason
    if ws-period-found > zero
        move pd-from-date(ws-period-found) to ws-from-date
        move pd-to-date(ws-period-found) to ws-to-date
        if pd-status(ws-period-found) = 'C'
            move 'PERIOD ALREADY CLOSED - USE REPRINT'
                to ws-refuse-reason
        else
            if ws-card-from-date not = spaces
                move ws-card-from-date to ws-from-date
                move ws-card-to-date to ws-to-date
            end-if
        end-if
    else
        if ws-card-from-date not = spaces
            move ws-card-from-date to ws-from-date
            move ws-card-to-date to ws-to-date
        else
            perform set-calendar-month
            move ws-month-from-date to ws-from-date
            move ws-month-to-date to ws-to-date
        end-if
    end-if
    if ws-refuse-reason = spaces
        perform check-period-dates
    end-if.

set-calendar-month.
    move ws-period-year to ws-work-year
    move ws-period-month to ws-work-month
    move 1 to ws-work-day
    move ws-work-date to ws-month-from-date
    if ws-work-month = 12
        add 1 to ws-work-year
        move 1 to ws-work-month
    else
        add 1 to ws-work-month
    end-if
    compute ws-work-integer = function integer-of-date(ws-work-date) - 1
    move function date-of-integer(ws-work-integer) to ws-work-date
    move ws-work-date to ws-month-to-date.

check-period-dates.
    move ws-from-date to ws-work-date
    if function test-date-yyyymmdd(ws-work-date) not = zero
        move 'PERIOD FROM DATE NOT VALID' to ws-refuse-reason
    end-if
    move ws-to-date to ws-work-date
    if function test-date-yyyymmdd(ws-work-date) not = zero
        move 'PERIOD TO DATE NOT VALID' to ws-refuse-reason
    end-if
    if ws-refuse-reason = spaces
        and ws-from-date > ws-to-date
        move 'PERIOD FROM DATE AFTER TO DATE' to ws-refuse-reason
    end-if
    if ws-refuse-reason = spaces
        and ws-to-date >= ws-current-date-ymd
        move 'PERIOD HAS NOT ENDED' to ws-refuse-reason
    end-if
    if ws-refuse-reason = spaces
        perform check-period-sequence
            varying ws-period-index from 1 by 1
            until ws-period-index > ws-period-count
    end-if.

check-period-sequence.
    if ws-period-index not = ws-period-found
        and ws-refuse-reason = spaces
        evaluate true
            when pd-to-date(ws-period-index) < ws-from-date
                if pd-status(ws-period-index) not = 'C'
                    move 'AN EARLIER PERIOD IS STILL OPEN'
                        to ws-refuse-reason
                end-if
            when pd-from-date(ws-period-index) > ws-to-date
                if pd-status(ws-period-index) = 'C'
                    move 'A LATER PERIOD IS ALREADY CLOSED'
                        to ws-refuse-reason
                end-if
            when other
                move 'PERIOD DATES OVERLAP ANOTHER PERIOD'
                    to ws-refuse-reason
        end-evaluate
    end-if.

find-prior-close-sequence.
    move zero to ws-prior-close-sequence
    move 'N' to ws-prior-close-switch
    perform scan-prior-close
        varying ws-period-index from 1 by 1
        until ws-period-index > ws-period-count.

scan-prior-close.
    if pd-status(ws-period-index) = 'C'
        and pd-to-date(ws-period-index) < ws-from-date
        move 'Y' to ws-prior-close-switch
        if pd-close-sequence(ws-period-index) > ws-prior-close-sequence
            move pd-close-sequence(ws-period-index)
                to ws-prior-close-sequence
        end-if
    end-if.

load-rate-card.
    open input rate-card-file
    if ws-ratecard-status not = '00'
        display 'UNABLE TO OPEN RATECARD - FILE STATUS '
            ws-ratecard-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-rate-card
    perform load-rate-entry
        with test before
        until ws-eof-switch = 'Y'
    close rate-card-file
    if ws-system-count = zero
        display 'RATECARD IS EMPTY - NOTHING TO PRICE'
        move 12 to return-code
        stop run
    end-if.

read-rate-card.
    read rate-card-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-rate-entry.
    if rt-source-system not = spaces
        move rt-source-system to ws-match-source
        perform find-system-entry
        if ws-found-switch = 'Y'
            display 'DUPLICATE RATECARD ENTRY IGNORED - '
                rt-source-system
        else
            perform add-system-entry
            move 'Y' to bt-rated-switch(ws-found-index)
            if rt-multiply-rate is numeric
                move rt-multiply-rate-n
                    to bt-multiply-rate(ws-found-index)
            else
                display 'MULTIPLY RATE NOT NUMERIC ON RATECARD - '
                    rt-source-system
            end-if
            if rt-square-rate is numeric
                move rt-square-rate-n
                    to bt-square-rate(ws-found-index)
            else
                display 'SQUARE RATE NOT NUMERIC ON RATECARD - '
                    rt-source-system
            end-if
            if rt-power-rate is numeric
                move rt-power-rate-n
                    to bt-power-rate(ws-found-index)
            else
                display 'POWER RATE NOT NUMERIC ON RATECARD - '
                    rt-source-system
            end-if
            move rt-bill-rejects to bt-bill-rejects(ws-found-index)
            move rt-bill-overflows
                to bt-bill-overflows(ws-found-index)
        end-if
    end-if
    perform read-rate-card.

find-system-entry.
    move 'N' to ws-found-switch
    move zero to ws-found-index
    perform scan-system-entry
        varying ws-system-index from 1 by 1
        until ws-system-index > ws-system-count
            or ws-found-switch = 'Y'.

scan-system-entry.
    if bt-source-system(ws-system-index) = ws-match-source
        move 'Y' to ws-found-switch
        move ws-system-index to ws-found-index
    end-if.

add-system-entry.
    if ws-system-count >= ws-system-max
        display 'SYSTEM TABLE FULL - MORE THAN ' ws-system-max
            ' SOURCE SYSTEMS'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-system-count
    move ws-system-count to ws-found-index
    move ws-match-source to bt-source-system(ws-found-index)
    move 'N' to bt-rated-switch(ws-found-index)
    move zero to bt-multiply-rate(ws-found-index)
    move zero to bt-square-rate(ws-found-index)
    move zero to bt-power-rate(ws-found-index)
    move 'N' to bt-bill-rejects(ws-found-index)
    move 'N' to bt-bill-overflows(ws-found-index).

summarize-audit-period.
    open input source-master-file
    if ws-sysmast-status = '00'
        move 'Y' to ws-sysmast-open-switch
    else
        display 'SYSMAST NOT AVAILABLE - FILE STATUS '
            ws-sysmast-status ' - DEPARTMENTS NOT ASSIGNED'
    end-if
    open input period-audit-file
    if ws-audit-status not = '00'
        display 'UNABLE TO OPEN AUDIT - FILE STATUS ' ws-audit-status
        move 12 to return-code
        stop run
    end-if
    move ws-prior-close-sequence to ws-high-sequence
    move 'N' to ws-eof-switch
    perform read-period-audit
    perform select-audit-record
        with test before
        until ws-eof-switch = 'Y'
    close period-audit-file
    if ws-sysmast-open-switch = 'Y'
        close source-master-file
    end-if.

read-period-audit.
    read period-audit-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

select-audit-record.
    add 1 to ws-read-count
    evaluate true
        when pa-date > ws-to-date
            add 1 to ws-outside-count
        when pa-sequence-number is numeric
                and pa-sequence-number-n <= ws-prior-close-sequence
                and ws-prior-close-switch = 'Y'
                and pa-date < ws-from-date
            add 1 to ws-outside-count
        when pa-date >= ws-from-date
            perform freeze-audit-record
        when pa-sequence-number is numeric
                and ws-prior-close-switch = 'Y'
            add 1 to ws-late-count
            perform freeze-audit-record
        when other
            add 1 to ws-outside-count
    end-evaluate
    perform read-period-audit.

freeze-audit-record.
    add 1 to ws-frozen-count
    if pa-sequence-number is numeric
        and pa-sequence-number-n > ws-high-sequence
        move pa-sequence-number-n to ws-high-sequence
    end-if
    move pa-source-system to ws-match-source
    perform find-system-entry
    if ws-found-switch = 'N'
        perform add-system-entry
        move 'Y' to ws-unpriced-switch
        display 'NO RATECARD ENTRY FOR SOURCE SYSTEM - '
            pa-source-system
    end-if
    evaluate pa-operation-code
        when 'SQUARE'
            move 'SQUARE' to ws-match-operation
        when 'POWER'
            move 'POWER' to ws-match-operation
        when other
            move 'MULTIPLY' to ws-match-operation
    end-evaluate
    perform find-total-entry
    perform accumulate-usage.

find-total-entry.
    move zero to ws-total-found
    perform scan-total-entry
        varying ws-total-index from 1 by 1
        until ws-total-index > ws-total-count
            or ws-total-found > zero
    if ws-total-found = zero
        perform add-total-entry
    end-if.

scan-total-entry.
    if pt-source-system(ws-total-index) = ws-match-source
        and pt-operation(ws-total-index) = ws-match-operation
        move ws-total-index to ws-total-found
    end-if.

add-total-entry.
    if ws-total-count >= ws-total-max
        display 'TOTAL TABLE FULL - MORE THAN ' ws-total-max
            ' SYSTEM AND OPERATION TOTALS'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-total-count
    move ws-total-count to ws-total-found
    move ws-match-source to pt-source-system(ws-total-found)
    move ws-match-operation to pt-operation(ws-total-found)
    move 'NOT ON SYSMAST' to pt-department(ws-total-found)
    if ws-sysmast-open-switch = 'Y'
        move ws-match-source to sm-source-system
        read source-master-file
            invalid key
                continue
            not invalid key
                move sm-department to pt-department(ws-total-found)
        end-read
    end-if
    move zero to pt-processed-count(ws-total-found)
    move zero to pt-rejected-count(ws-total-found)
    move zero to pt-refused-count(ws-total-found)
    move zero to pt-overflow-count(ws-total-found)
    move zero to pt-duplicate-count(ws-total-found)
    move zero to pt-rated-amount(ws-total-found)
    move ws-found-index to pt-system-index(ws-total-found).

accumulate-usage.
    evaluate pa-status
        when 'REJECTED'
            evaluate pa-reject-reason
                when 'SOURCE SYSTEM NOT AUTHORIZED'
                when 'SOURCE SYSTEM SUSPENDED'
                when 'OPERATION NOT AUTHORIZED'
                when 'EXPONENT OVER AUTHORIZED MAXIMUM'
                when 'DAILY QUOTA EXCEEDED'
                    add 1 to pt-refused-count(ws-total-found)
                when other
                    add 1 to pt-rejected-count(ws-total-found)
                    if bt-bill-rejects(ws-found-index) = 'Y'
                        add bt-multiply-rate(ws-found-index)
                            to pt-rated-amount(ws-total-found)
                    end-if
            end-evaluate
        when 'OVERFLOW'
            add 1 to pt-overflow-count(ws-total-found)
            if bt-bill-overflows(ws-found-index) = 'Y'
                add bt-multiply-rate(ws-found-index)
                    to pt-rated-amount(ws-total-found)
            end-if
        when 'OK'
            perform price-operation-rate
            add ws-line-rate to pt-rated-amount(ws-total-found)
            add 1 to pt-processed-count(ws-total-found)
        when 'DUPLICATE'
            add 1 to pt-duplicate-count(ws-total-found)
        when other
            continue
    end-evaluate.

price-operation-rate.
    evaluate ws-match-operation
        when 'SQUARE'
            move bt-square-rate(ws-found-index) to ws-line-rate
        when 'POWER'
            move bt-power-rate(ws-found-index) to ws-line-rate
        when other
            move bt-multiply-rate(ws-found-index) to ws-line-rate
    end-evaluate.

freeze-period-summary.
    move ws-current-date-ymd to ws-close-stamp(1:8)
    move ws-current-time-hms to ws-close-stamp(9:6)
    open extend period-summary-file
    if ws-periodsum-status = '35'
        open output period-summary-file
    end-if
    if ws-periodsum-status not = '00'
        display 'UNABLE TO OPEN PERIODSUM - FILE STATUS '
            ws-periodsum-status
        move 12 to return-code
        stop run
    end-if
    perform write-summary-entry
        varying ws-total-index from 1 by 1
        until ws-total-index > ws-total-count
    close period-summary-file.

write-summary-entry.
    move spaces to period-summary-record
    move ws-period to ps-period
    move pt-source-system(ws-total-index) to ps-source-system
    move pt-operation(ws-total-index) to ps-operation
    move pt-department(ws-total-index) to ps-department
    move pt-processed-count(ws-total-index) to ps-processed-count
    move pt-rejected-count(ws-total-index) to ps-rejected-count
    move pt-refused-count(ws-total-index) to ps-refused-count
    move pt-overflow-count(ws-total-index) to ps-overflow-count
    move pt-duplicate-count(ws-total-index) to ps-duplicate-count
    move pt-rated-amount(ws-total-index) to ps-rated-amount
    move pt-system-index(ws-total-index) to ws-found-index
    move bt-multiply-rate(ws-found-index) to ps-multiply-rate
    move bt-square-rate(ws-found-index) to ps-square-rate
    move bt-power-rate(ws-found-index) to ps-power-rate
    move bt-bill-rejects(ws-found-index) to ps-bill-rejects
    move bt-bill-overflows(ws-found-index) to ps-bill-overflows
    move ws-close-stamp to ps-close-stamp
    write period-summary-record
    add 1 to ws-summary-written.

mark-period-closed.
    if ws-period-found = zero
        perform add-period-entry
        move ws-period-count to ws-period-found
        move ws-period to pd-period(ws-period-found)
    end-if
    move ws-from-date to pd-from-date(ws-period-found)
    move ws-to-date to pd-to-date(ws-period-found)
    move 'C' to pd-status(ws-period-found)
    move ws-close-stamp to pd-close-stamp(ws-period-found)
    move ws-high-sequence to pd-close-sequence(ws-period-found)
    move ws-frozen-count to pd-row-count(ws-period-found)
    move ws-late-count to pd-late-count(ws-period-found).

open-next-period.
    move zero to ws-next-found
    perform scan-next-period
        varying ws-period-index from 1 by 1
        until ws-period-index > ws-period-count
    if ws-next-found = zero
        move ws-period to ws-closed-period
        if ws-period-month = 12
            add 1 to ws-period-year
            move 1 to ws-period-month
        else
            add 1 to ws-period-month
        end-if
        perform set-calendar-month
        perform add-period-entry
        move ws-period to pd-period(ws-period-count)
        move ws-to-date to ws-work-date
        compute ws-work-integer =
            function integer-of-date(ws-work-date) + 1
        move function date-of-integer(ws-work-integer) to ws-work-date
        move ws-work-date to pd-from-date(ws-period-count)
        move ws-month-to-date to pd-to-date(ws-period-count)
        move ws-closed-period to ws-period
    end-if.

scan-next-period.
    if pd-to-date(ws-period-index) > pd-to-date(ws-period-found)
        move ws-period-index to ws-next-found
    end-if.

rewrite-period-control.
    open output period-control-file
    if ws-periodctl-status not = '00'
        display 'UNABLE TO REWRITE PERIODCTL - FILE STATUS '
            ws-periodctl-status
        move 12 to return-code
        stop run
    end-if
    perform write-period-entry
        varying ws-period-index from 1 by 1
        until ws-period-index > ws-period-count
    close period-control-file.

write-period-entry.
    move spaces to period-control-record
    move pd-period(ws-period-index) to pc-period
    move pd-from-date(ws-period-index) to pc-from-date
    move pd-to-date(ws-period-index) to pc-to-date
    move pd-status(ws-period-index) to pc-status
    move pd-close-stamp(ws-period-index) to pc-close-stamp
    move pd-close-sequence(ws-period-index) to pc-close-sequence
    move pd-row-count(ws-period-index) to pc-row-count
    move pd-late-count(ws-period-index) to pc-late-count
    write period-control-record.

reprint-statement.
    perform find-period-entry
    if ws-period-found = zero
        move 'PERIOD NOT ON PERIODCTL' to ws-refuse-reason
    else
        if pd-status(ws-period-found) not = 'C'
            move 'PERIOD NOT CLOSED - NO FROZEN SUMMARY'
                to ws-refuse-reason
        end-if
    end-if
    if ws-refuse-reason not = spaces
        display 'REPRINT REFUSED - ' ws-refuse-reason
        move ws-refuse-reason to rf-reason
        write close-report-record from ws-refusal-line
    else
        move pd-from-date(ws-period-found) to ws-from-date
        move pd-to-date(ws-period-found) to ws-to-date
        move pd-close-stamp(ws-period-found) to ws-close-stamp
        perform load-period-summary
        perform write-period-statement
        write close-report-record from ws-reprint-line
    end-if.

load-period-summary.
    open input period-summary-file
    if ws-periodsum-status not = '00'
        display 'UNABLE TO OPEN PERIODSUM - FILE STATUS '
            ws-periodsum-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-period-summary
    perform load-summary-entry
        with test before
        until ws-eof-switch = 'Y'
    close period-summary-file.

read-period-summary.
    read period-summary-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-summary-entry.
    if ps-period = ws-period
        and ps-close-stamp = ws-close-stamp
        move ps-source-system to ws-match-source
        move ps-operation to ws-match-operation
        perform find-total-entry
        move ps-department to pt-department(ws-total-found)
        move ps-processed-count to pt-processed-count(ws-total-found)
        move ps-rejected-count to pt-rejected-count(ws-total-found)
        move ps-refused-count to pt-refused-count(ws-total-found)
        move ps-overflow-count to pt-overflow-count(ws-total-found)
        move ps-duplicate-count to pt-duplicate-count(ws-total-found)
        move ps-rated-amount to pt-rated-amount(ws-total-found)
    end-if
    perform read-period-summary.

write-period-statement.
    move ws-period to sh-period
    move pd-from-date(ws-period-found) to sh-from-date
    move pd-to-date(ws-period-found) to sh-to-date
    move pd-close-stamp(ws-period-found)(1:8) to sh-close-date
    move zero to ws-department-count
    perform collect-department
        varying ws-total-index from 1 by 1
        until ws-total-index > ws-total-count
    perform write-department-page
        varying ws-department-index from 1 by 1
        until ws-department-index > ws-department-count
    write close-report-record from ws-page-rule
    write close-report-record from ws-statement-heading
    write close-report-record from ws-blank-line
    move 'PERIOD TOTAL       : ' to al-caption
    move ws-period-amount to al-amount
    write close-report-record from ws-amount-line
    move 'AUDIT ROWS FROZEN  : ' to rt-caption
    move pd-row-count(ws-period-found) to rt-count
    write close-report-record from ws-report-total
    move 'LATE ROWS INCLUDED : ' to rt-caption
    move pd-late-count(ws-period-found) to rt-count
    write close-report-record from ws-report-total
    move 'CLOSE SEQUENCE     : ' to rt-caption
    move pd-close-sequence(ws-period-found) to rt-count
    write close-report-record from ws-report-total
    write close-report-record from ws-page-rule.

collect-department.
    move zero to ws-department-found
    perform scan-department-entry
        varying ws-department-index from 1 by 1
        until ws-department-index > ws-department-count
            or ws-department-found > zero
    if ws-department-found = zero
        and ws-department-count < ws-department-max
        add 1 to ws-department-count
        move pt-department(ws-total-index)
            to dp-department(ws-department-count)
    end-if.

scan-department-entry.
    if dp-department(ws-department-index)
        = pt-department(ws-total-index)
        move ws-department-index to ws-department-found
    end-if.

write-department-page.
    write close-report-record from ws-page-rule
    write close-report-record from ws-statement-heading
    write close-report-record from ws-blank-line
    move dp-department(ws-department-index) to dh-department
    write close-report-record from ws-department-heading
    write close-report-record from ws-blank-line
    write close-report-record from ws-column-heading
    move zero to ws-department-amount
    perform write-statement-line
        varying ws-total-index from 1 by 1
        until ws-total-index > ws-total-count
    write close-report-record from ws-blank-line
    move 'DEPARTMENT TOTAL   : ' to al-caption
    move ws-department-amount to al-amount
    write close-report-record from ws-amount-line
    add ws-department-amount to ws-period-amount.

write-statement-line.
    if pt-department(ws-total-index)
        = dp-department(ws-department-index)
        move pt-source-system(ws-total-index) to sl-source-system
        move pt-operation(ws-total-index) to sl-operation
        move pt-processed-count(ws-total-index) to sl-processed-count
        move pt-rejected-count(ws-total-index) to sl-rejected-count
        move pt-refused-count(ws-total-index) to sl-refused-count
        move pt-overflow-count(ws-total-index) to sl-overflow-count
        move pt-duplicate-count(ws-total-index) to sl-duplicate-count
        move pt-rated-amount(ws-total-index) to sl-rated-amount
        write close-report-record from ws-statement-line
        add pt-rated-amount(ws-total-index) to ws-department-amount
    end-if.

print-close-summary.
    display '===================================================='
    display 'MULTPCLS PERIOD CLOSE CONTROL REPORT'
    display 'FUNCTION           : ' ws-function
    display 'PERIOD             : ' ws-period ' '
        ws-from-date ' - ' ws-to-date
    display 'AUDIT RECORDS READ : ' ws-read-count
    display 'ROWS FROZEN        : ' ws-frozen-count
    display 'LATE ROWS INCLUDED : ' ws-late-count
    display 'ROWS OUTSIDE       : ' ws-outside-count
    display 'SUMMARY RECORDS    : ' ws-summary-written
    move ws-period-amount to ws-edited-amount
    display 'PERIOD TOTAL       : ' ws-edited-amount
    if ws-refuse-reason not = spaces
        display 'REFUSED            : ' ws-refuse-reason
    end-if
    display '===================================================='.
