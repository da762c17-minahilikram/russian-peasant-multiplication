    05 ta-operation-code            picture x(8).
    05 ta-filler-12                 picture x(2).
    05 ta-exponent                  picture x(2).
    05 ta-filler-13                 picture x(2).
    05 ta-multiplier-scale          picture x(2).
    05 ta-filler-14                 picture x(2).
    05 ta-multiplicand-scale        picture x(2).
    05 ta-filler-15                 picture x(2).
    05 ta-result-scale              picture x(2).
    05 ta-filler-16                 picture x(2).
    05 ta-rounding-rule             picture x.
    05 ta-filler-17                 picture x(2).
    05 ta-decimal-answer            picture x(41).
    05 ta-filler-18                 picture x(2).
    05 ta-sequence-number           picture x(12).
    05 ta-filler-19                 picture x(2).
    05 ta-chain-value               picture x(15).
    05 ta-filler-20                 picture x(2).
    05 ta-priority-class            picture x.

fd  track-rej-file.
01  track-rej-record.
       10 tj-operation-code         picture x(8).
       10 tj-exponent               picture x(2).
       10 tj-priority-class         picture x.
       10 tj-multiplier-scale       picture x(2).
       10 tj-multiplicand-scale     picture x(2).
       10 tj-result-scale           picture x(2).
       10 tj-rounding-rule          picture x.
    05 tj-reject-reason             picture x(32).
    05 tj-batch-number              picture x(6).
    05 tj-reject-date               picture x(8).
    05 to-operation-code            picture x(8).
    05 to-filler-11                 picture x(2).
    05 to-exponent                  picture x(2).
    05 to-filler-12                 picture x(2).
    05 to-multiplier-scale          picture x(2).
    05 to-filler-13                 picture x(2).
    05 to-multiplicand-scale        picture x(2).
    05 to-filler-14                 picture x(2).
    05 to-result-scale              picture x(2).
    05 to-filler-15                 picture x(2).
    05 to-rounding-rule             picture x.
    05 to-filler-16                 picture x(2).
    05 to-decimal-answer            picture x(41).

fd  track-card-file.
01  track-card-record.
        when 'DUPLICATE'
            move ta-reject-reason to ev-remark
        when other
            if ta-rounding-rule not = space
                and ta-decimal-answer(1:2) = spaces
                move ta-decimal-answer(3:39) to ev-remark
            else
                move ta-answer to ev-remark
            end-if
    end-evaluate
    write track-report-record from ws-event-line.

            or to-source-system = ws-source-system)
        add 1 to ws-current-answer-count
        move to-status to cu-status
        if to-rounding-rule not = space
            and to-decimal-answer(1:2) = spaces
            move to-decimal-answer(3:39) to cu-answer
        else
            move to-answer to cu-answer
        end-if
        write track-report-record from ws-current-line
    end-if
    perform read-track-out.
