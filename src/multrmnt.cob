    05 rm-key.
       10 rm-multiplier              picture s9(38) sign is trailing separate.
       10 rm-multiplicand            picture s9(38) sign is trailing separate.
       10 rm-multiplier-scale        picture 9(2).
       10 rm-multiplicand-scale      picture 9(2).
    05 rm-answer                     picture s9(38) sign is trailing separate.
    05 rm-overflow-flag              picture x.
    05 rm-last-used-date             picture x(8).
    05 ra-operation-code            picture x(8).
    05 ra-filler-12                 picture x(2).
    05 ra-exponent                  picture x(2).
    05 ra-filler-13                 picture x(2).
    05 ra-multiplier-scale          picture x(2).
    05 ra-filler-14                 picture x(2).
    05 ra-multiplicand-scale        picture x(2).
    05 ra-filler-15                 picture x(2).
    05 ra-result-scale              picture x(2).
    05 ra-filler-16                 picture x(2).
    05 ra-rounding-rule             picture x.
    05 ra-filler-17                 picture x(2).
    05 ra-decimal-answer            picture x(41).
    05 ra-filler-18                 picture x(2).
    05 ra-sequence-number           picture x(12).
    05 ra-filler-19                 picture x(2).
    05 ra-chain-value               picture x(15).
    05 ra-filler-20                 picture x(2).
    05 ra-priority-class            picture x.

fd  history-file.
01  history-record.
01 ws-bypassed-count picture 9(9) value zero.
01 ws-duplicate-count picture 9(9) value zero.
01 ws-audit-read-count picture 9(9) value zero.
01 ws-exact-switch picture x value 'N'.
01 ws-multiplier-scale picture 9(2).
01 ws-multiplicand-scale picture 9(2).
01 ws-result-scale picture 9(2).

01 ws-history-run-count picture 9(9) value zero.
01 ws-total-hit-count picture 9(12) value zero.

rebuild-results-entry.
    add 1 to ws-audit-read-count
    perform check-exact-answer
    if (ra-status = 'OK' or ra-status = 'OVERFLOW')
        and ra-operation-code = 'MULTIPLY'
        and ws-exact-switch = 'Y'
        move ra-multiplier to rm-multiplier
        move ra-multiplicand to rm-multiplicand
        move ws-multiplier-scale to rm-multiplier-scale
        move ws-multiplicand-scale to rm-multiplicand-scale
        move ra-answer to rm-answer
        if ra-status = 'OVERFLOW'
            move 'Y' to rm-overflow-flag
    end-if
    perform read-rebuild-audit.

check-exact-answer.
    move 'Y' to ws-exact-switch
    move zero to ws-multiplier-scale
    move zero to ws-multiplicand-scale
    if ra-rounding-rule not = space
        if ra-multiplier-scale is numeric
            and ra-multiplicand-scale is numeric
            and ra-result-scale is numeric
            move ra-multiplier-scale to ws-multiplier-scale
            move ra-multiplicand-scale to ws-multiplicand-scale
            move ra-result-scale to ws-result-scale
            if ws-result-scale not =
                ws-multiplier-scale + ws-multiplicand-scale
                move 'N' to ws-exact-switch
            end-if
        else
            move 'N' to ws-exact-switch
        end-if
    else
        if ra-status = 'OVERFLOW'
            move 'N' to ws-exact-switch
        end-if
    end-if.

print-maint-summary.
    display '===================================================='
    display 'MULTRMNT RESULTS MASTER MAINTENANCE REPORT'
