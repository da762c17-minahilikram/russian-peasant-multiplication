        assign to "BILLCARD"
        organization line sequential
        file status is ws-billcard-status.
    select period-control-file
        assign to "PERIODCTL"
        organization line sequential
        file status is ws-periodctl-status.
    select period-summary-file
        assign to "PERIODSUM"
        organization line sequential
        file status is ws-periodsum-status.
    select bill-report-file
        assign to "BILLRPT"
        organization line sequential
    05 ba-operation-code            picture x(8).
    05 ba-filler-12                 picture x(2).
    05 ba-exponent                  picture x(2).
    05 ba-filler-13                 picture x(2).
    05 ba-multiplier-scale          picture x(2).
    05 ba-filler-14                 picture x(2).
    05 ba-multiplicand-scale        picture x(2).
    05 ba-filler-15                 picture x(2).
    05 ba-result-scale              picture x(2).
    05 ba-filler-16                 picture x(2).
    05 ba-rounding-rule             picture x.
    05 ba-filler-17                 picture x(2).
    05 ba-decimal-answer            picture x(41).
    05 ba-filler-18                 picture x(2).
    05 ba-sequence-number           picture x(12).
    05 ba-sequence-number-n redefines ba-sequence-number
                                    picture 9(12).
    05 ba-filler-19                 picture x(2).
    05 ba-chain-value               picture x(15).
    05 ba-filler-20                 picture x(2).
    05 ba-priority-class            picture x.

fd  rate-card-file.
01  rate-card-record.
    05 bp-filler-1                  picture x.
    05 bp-to-date                   picture x(8).

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

fd  bill-report-file.
01  bill-report-record              picture x(80).

01 ws-ratecard-status picture xx.
01 ws-billcard-status picture xx.
01 ws-report-status picture xx.
01 ws-periodctl-status picture xx.
01 ws-periodsum-status picture xx.
01 ws-eof-switch picture x value 'N'.

01 ws-from-date picture x(8) value spaces.
01 ws-to-date picture x(8) value spaces.

01 ws-period-state picture x value 'N'.
01 ws-period picture x(6) value spaces.
01 ws-close-stamp picture x(14) value spaces.
01 ws-prior-close-switch picture x value 'N'.
01 ws-prior-close-sequence picture 9(12) value zero.
01 ws-late-count picture 9(9) value zero.

01 ws-system-count picture 9(2) value zero.
01 ws-system-max picture 9(2) value 20.
01 ws-system-index picture 9(2).
      10 bt-power-count             picture 9(9).
      10 bt-reject-count            picture 9(9).
      10 bt-overflow-count          picture 9(9).
      10 bt-refused-count           picture 9(9).
      10 bt-billed-amount           picture 9(11)v99.

01 ws-line-rate picture 9(4)v9(4).
   05 cp-remark picture x(36) value spaces.
   05 filler picture x(13) value spaces.

01 ws-frozen-line.
   05 filler picture x(14) value 'CLOSED PERIOD '.
   05 fl-period picture x(6).
   05 filler picture x(28) value ' - BILLED FROM TOTALS FROZEN'.
   05 filler picture x(4) value ' ON '.
   05 fl-close-date picture x(8).
   05 filler picture x(20) value spaces.

01 ws-grand-line.
   05 filler picture x(21) value 'GRAND TOTAL         :'.
   05 filler picture x(16) value spaces.
procedure division.
begin.
    perform read-bill-card
    perform load-period-control
    if ws-period-state = 'C'
        perform load-frozen-period
    else
        perform load-rate-card
    end-if
    open output bill-report-file
    if ws-report-status not = '00'
        move 12 to return-code
        stop run
    end-if
    if ws-period-state not = 'C'
        open input billing-audit-file
        if ws-audit-status not = '00'
            display 'UNABLE TO OPEN AUDIT - FILE STATUS '
                ws-audit-status
            move 12 to return-code
            stop run
        end-if
        perform read-audit
        perform price-audit-record
            with test before
            until ws-eof-switch = 'Y'
        close billing-audit-file
    end-if
    perform write-invoice-page
        varying ws-system-index from 1 by 1
        until ws-system-index > ws-system-count
        stop run
    end-if.

load-period-control.
    open input period-control-file
    if ws-periodctl-status not = '00'
        display 'PERIODCTL NOT AVAILABLE - BILLING FROM AUDIT BY DATE'
    else
        move 'N' to ws-eof-switch
        perform read-period-control
        perform check-period-entry
            with test before
            until ws-eof-switch = 'Y'
        close period-control-file
        move 'N' to ws-eof-switch
    end-if.

read-period-control.
    read period-control-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

check-period-entry.
    if pc-from-date = ws-from-date and pc-to-date = ws-to-date
        move pc-period to ws-period
        if pc-status = 'C'
            move 'C' to ws-period-state
            move pc-close-stamp to ws-close-stamp
        else
            move 'O' to ws-period-state
        end-if
    end-if
    if pc-status = 'C' and pc-to-date < ws-from-date
        move 'Y' to ws-prior-close-switch
        if pc-close-sequence is numeric
            and pc-close-sequence > ws-prior-close-sequence
            move pc-close-sequence to ws-prior-close-sequence
        end-if
    end-if
    perform read-period-control.

load-frozen-period.
    open input period-summary-file
    if ws-periodsum-status not = '00'
        display 'UNABLE TO OPEN PERIODSUM - FILE STATUS '
            ws-periodsum-status
        move 12 to return-code
        stop run
    end-if
    perform read-period-summary
    perform load-frozen-entry
        with test before
        until ws-eof-switch = 'Y'
    close period-summary-file
    move 'N' to ws-eof-switch.

read-period-summary.
    read period-summary-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-frozen-entry.
    if ps-period = ws-period and ps-close-stamp = ws-close-stamp
        add 1 to ws-billed-count
        move ps-source-system to ws-match-source
        perform find-system-entry
        if ws-found-switch = 'N'
            perform add-system-entry
            move 'Y' to bt-rated-switch(ws-found-index)
            move ps-multiply-rate to bt-multiply-rate(ws-found-index)
            move ps-square-rate to bt-square-rate(ws-found-index)
            move ps-power-rate to bt-power-rate(ws-found-index)
            move ps-bill-rejects to bt-bill-rejects(ws-found-index)
            move ps-bill-overflows
                to bt-bill-overflows(ws-found-index)
        end-if
        evaluate ps-operation
            when 'SQUARE'
                add ps-processed-count
                    to bt-square-count(ws-found-index)
            when 'POWER'
                add ps-processed-count
                    to bt-power-count(ws-found-index)
            when other
                add ps-processed-count
                    to bt-multiply-count(ws-found-index)
        end-evaluate
        add ps-rejected-count to bt-reject-count(ws-found-index)
        add ps-overflow-count to bt-overflow-count(ws-found-index)
        add ps-refused-count to bt-refused-count(ws-found-index)
        add ps-rated-amount to bt-billed-amount(ws-found-index)
    end-if
    perform read-period-summary.

load-rate-card.
    open input rate-card-file
    if ws-ratecard-status not = '00'
    move zero to bt-power-count(ws-found-index)
    move zero to bt-reject-count(ws-found-index)
    move zero to bt-overflow-count(ws-found-index)
    move zero to bt-refused-count(ws-found-index)
    move zero to bt-billed-amount(ws-found-index).

read-audit.

price-audit-record.
    add 1 to ws-read-count
    evaluate true
        when ba-date > ws-to-date
            add 1 to ws-outside-count
        when ws-period-state = 'O'
                and ws-prior-close-switch = 'Y'
                and ba-sequence-number is numeric
                and ba-sequence-number-n <= ws-prior-close-sequence
                and ba-date < ws-from-date
            add 1 to ws-outside-count
        when ba-date >= ws-from-date
            perform bill-audit-record
        when ws-period-state = 'O'
                and ws-prior-close-switch = 'Y'
                and ba-sequence-number is numeric
            add 1 to ws-late-count
            perform bill-audit-record
        when other
            add 1 to ws-outside-count
    end-evaluate
    perform read-audit.

bill-audit-record.
    add 1 to ws-billed-count
    move ba-source-system to ws-match-source
    perform find-system-entry
    if ws-found-switch = 'N'
        perform add-system-entry
        move 'Y' to ws-unpriced-switch
    end-if
    perform accumulate-usage.

accumulate-usage.
    evaluate ba-status
        when 'REJECTED'
            evaluate ba-reject-reason
                when 'SOURCE SYSTEM NOT AUTHORIZED'
                when 'SOURCE SYSTEM SUSPENDED'
                when 'OPERATION NOT AUTHORIZED'
                when 'EXPONENT OVER AUTHORIZED MAXIMUM'
                when 'DAILY QUOTA EXCEEDED'
                    add 1 to bt-refused-count(ws-found-index)
                when other
                    add 1 to bt-reject-count(ws-found-index)
                    if bt-bill-rejects(ws-found-index) = 'Y'
                        add bt-multiply-rate(ws-found-index)
                            to bt-billed-amount(ws-found-index)
                    end-if
            end-evaluate
        when 'OVERFLOW'
            add 1 to bt-overflow-count(ws-found-index)
            if bt-bill-overflows(ws-found-index) = 'Y'
        move bt-overflow-count(ws-system-index) to nb-count
        write bill-report-record from ws-nobill-line
    end-if
    move 'REFUSED' to nb-operation
    move bt-refused-count(ws-system-index) to nb-count
    write bill-report-record from ws-nobill-line
    move bt-billed-amount(ws-system-index) to dl-amount
    write bill-report-record from ws-due-line
    add bt-billed-amount(ws-system-index) to ws-grand-total.
    perform write-control-line
        varying ws-system-index from 1 by 1
        until ws-system-index > ws-system-count
    if ws-period-state = 'C'
        move ws-period to fl-period
        move ws-close-stamp(1:8) to fl-close-date
        write bill-report-record from ws-frozen-line
    end-if
    move ws-grand-total to gt-amount
    write bill-report-record from ws-grand-line
    write bill-report-record from ws-page-rule.
    display 'AUDIT RECORDS READ : ' ws-read-count
    display 'RECORDS IN PERIOD  : ' ws-billed-count
    display 'RECORDS OUTSIDE    : ' ws-outside-count
    evaluate ws-period-state
        when 'C'
            display 'CLOSED PERIOD      : ' ws-period
                ' - BILLED FROM FROZEN TOTALS'
        when 'O'
            display 'OPEN PERIOD        : ' ws-period
            display 'LATE ROWS INCLUDED : ' ws-late-count
    end-evaluate
    display 'SYSTEMS INVOICED   : ' ws-system-count
    if ws-unpriced-switch = 'Y'
        display 'UNPRICED USAGE FOUND - ADD RATECARD ENTRIES'
