        access mode random
        record key is rr-key
        file status is ws-reqreg-status.
    select source-master-file
        assign to "SYSMAST"
        organization indexed
        access mode random
        record key is sm-source-system
        file status is ws-sysmast-status.

data division.

    05 in-operation-code            picture x(8).
    05 in-exponent                  picture 9(2).
    05 in-priority-class            picture x.
    05 in-multiplier-scale          picture x(2).
    05 in-multiplicand-scale        picture x(2).
    05 in-result-scale              picture x(2).
    05 in-rounding-rule             picture x.
01  mult-in-resub-record.
    05 rsb-record-type              picture x.
    05 rsb-multiplier               picture s9(38) sign is trailing separate.
    05 rsb-operation-code           picture x(8).
    05 rsb-exponent                 picture 9(2).
    05 rsb-priority-class           picture x.
    05 rsb-multiplier-scale         picture x(2).
    05 rsb-multiplicand-scale       picture x(2).
    05 rsb-result-scale             picture x(2).
    05 rsb-rounding-rule            picture x.
    05 rsb-reject-reason            picture x(32).
    05 rsb-batch-number             picture 9(6).
    05 rsb-reject-date              picture x(8).
    05 out-operation-code           picture x(8).
    05 out-filler-11                picture x(2).
    05 out-exponent                 picture 9(2).
    05 out-filler-12                picture x(2).
    05 out-multiplier-scale         picture 9(2).
    05 out-filler-13                picture x(2).
    05 out-multiplicand-scale       picture 9(2).
    05 out-filler-14                picture x(2).
    05 out-result-scale             picture 9(2).
    05 out-filler-15                picture x(2).
    05 out-rounding-rule            picture x.
    05 out-filler-16                picture x(2).
    05 out-decimal-answer           picture x(41) justified right.

fd  audit-file.
01  audit-record.
    05 aud-operation-code           picture x(8).
    05 aud-filler-12                picture x(2).
    05 aud-exponent                 picture 9(2).
    05 aud-filler-13                picture x(2).
    05 aud-multiplier-scale         picture 9(2).
    05 aud-filler-14                picture x(2).
    05 aud-multiplicand-scale       picture 9(2).
    05 aud-filler-15                picture x(2).
    05 aud-result-scale             picture 9(2).
    05 aud-filler-16                picture x(2).
    05 aud-rounding-rule            picture x.
    05 aud-filler-17                picture x(2).
    05 aud-decimal-answer           picture x(41).
    05 aud-filler-18                picture x(2).
    05 aud-sequence-number          picture 9(12).
    05 aud-filler-19                picture x(2).
    05 aud-chain-value              picture 9(15).
    05 aud-filler-20                picture x(2).
    05 aud-priority-class           picture x.

fd  checkpoint-file.
01  checkpoint-record.
       10 rej-operation-code        picture x(8).
       10 rej-exponent              picture x(2).
       10 rej-priority-class        picture x.
       10 rej-multiplier-scale      picture x(2).
       10 rej-multiplicand-scale    picture x(2).
       10 rej-result-scale          picture x(2).
       10 rej-rounding-rule         picture x.
    05 rej-reject-reason            picture x(32).
    05 rej-batch-number             picture 9(6).
    05 rej-reject-date              picture x(8).
    05 rm-key.
       10 rm-multiplier              picture s9(38) sign is trailing separate.
       10 rm-multiplicand            picture s9(38) sign is trailing separate.
       10 rm-multiplier-scale        picture 9(2).
       10 rm-multiplicand-scale      picture 9(2).
    05 rm-answer                     picture s9(38) sign is trailing separate.
    05 rm-overflow-flag              picture x.
    05 rm-last-used-date             picture x(8).
    05 rr-status                     picture x(10).
    05 rr-run-date                   picture x(8).

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

working-storage section.

01 ws-audit-status picture xx.
01 ws-routine-rejected picture 9(9) value zero.
01 ws-deferred-count picture 9(9) value zero.
01 ws-added-flag picture x value 'N'.
01 ws-sysmast-status picture xx.
01 ws-run-date picture x(8) value spaces.
01 ws-unauthorized-count picture 9(9) value zero.
01 ws-scale-shift picture 9(3).
01 ws-scale-factor picture 9(38).
01 ws-round-magnitude picture 9(38).
01 ws-round-quotient picture 9(38).
01 ws-round-remainder picture 9(38).
01 ws-round-half picture 9(38).
01 ws-decimal-digits picture 9(38).
01 ws-integer-digits picture 9(2).
01 ws-leading-zeros picture 9(2).
01 ws-digit-count picture 9(2).
01 ws-decimal-length picture 9(2).
01 ws-decimal-build picture x(41).
01 ws-decimal-text picture x(41) justified right.
01 ws-audit-eof picture x value 'N'.
01 ws-audit-sequence picture 9(12) value zero.
01 ws-audit-chain picture 9(15) value zero.
01 ws-chain-work picture 9(18) value zero.
01 ws-chain-index picture 9(3).
01 ws-chain-length picture 9(3) value 317.
01 ws-chain-class-offset picture 9(3) value 337.
01 ws-chain-modulus picture 9(15) value 999999999999989.
copy multflds.

01 orig-multiplier picture s9(38).
procedure division.
begin.
    move function current-date to ws-current-date
    move ws-current-date-ymd to ws-run-date
    compute ws-start-seconds =
        (ws-current-time-hh * 3600)
        + (ws-current-time-mm * 60)
        open output mult-out-file
        open output mult-rej-file
    end-if
    perform open-audit-trail
    perform check-output-opens
    perform open-results-master
    perform open-request-registry
    perform open-source-master
    move 'E' to ws-priority-pass
    perform run-priority-pass
    close mult-in-file
    close audit-file
    perform close-results-master
    perform close-request-registry
    close source-master-file
    perform write-heartbeat
    move zero to ws-record-count
    perform write-checkpoint
    end-if
    open output mult-out-file
    open output mult-rej-file
    perform open-audit-trail
    perform check-output-opens
    perform open-results-master
    perform open-request-registry
    perform open-source-master
    perform read-mult-in
    perform process-resub-pair
        with test before
    close audit-file
    perform close-results-master
    perform close-request-registry
    close source-master-file
    perform print-summary
    perform set-return-code
    perform write-run-status
    perform write-run-history.

open-audit-trail.
    move zero to ws-audit-sequence
    move zero to ws-audit-chain
    open input audit-file
    if ws-audit-status = '00'
        move 'N' to ws-audit-eof
        perform read-audit-trail
            with test before
            until ws-audit-eof = 'Y'
        close audit-file
    end-if
    open extend audit-file
    if ws-audit-status = '35'
        open output audit-file
    end-if.

read-audit-trail.
    read audit-file
        at end
            move 'Y' to ws-audit-eof
        not at end
            if aud-sequence-number is numeric
                and aud-chain-value is numeric
                move aud-sequence-number to ws-audit-sequence
                move aud-chain-value to ws-audit-chain
            end-if
    end-read.

check-output-opens.
    if ws-multout-status not = '00'
        display 'UNABLE TO OPEN MULTOUT - FILE STATUS '
    end-if
    open output mult-out-file
    open output mult-rej-file
    perform open-audit-trail
    perform check-output-opens
    perform open-results-master
    perform open-request-registry
    perform open-source-master
    perform read-mult-in
    perform skip-control-record
        with test before
    close audit-file
    perform close-results-master
    perform close-request-registry
    close source-master-file
    perform set-return-code
    perform write-run-status
    perform write-run-history.
        close request-registry-file
    end-if.

open-source-master.
    open i-o source-master-file
    if ws-sysmast-status not = '00'
        display 'UNABLE TO OPEN SYSMAST - FILE STATUS '
            ws-sysmast-status
        perform open-failure
    end-if.

read-checkpoint.
    move zero to ws-skip-count
    open input checkpoint-file
        if ws-duplicate-switch = 'Y'
            perform write-duplicate
        else
            perform charge-daily-quota
            move in-multiplier to orig-multiplier
            move in-multiplicand to orig-multiplicand
            move 'N' to ws-overflow-switch
                when other
                    perform compute-product
            end-evaluate
            if ws-overflow-switch = 'N'
                perform round-answer
            end-if
            perform write-result
            perform register-request
        end-if
    move spaces to mult-out-record
    move in-multiplier to out-multiplier
    move in-multiplicand to out-multiplicand
    move rr-answer to answer
    move answer to out-answer
    move 'DUPLICATE' to out-status
    move rr-run-date to dr-run-date
    move ws-duplicate-remark to out-reject-reason
    move in-source-system to out-source-system
    move ws-recycle-flag to out-recycle-flag
    perform fill-output-operation
    perform fill-output-decimal
    write mult-out-record
    perform write-audit-record.

    if ws-results-open = 'Y'
        move orig-multiplier to rm-multiplier
        move orig-multiplicand to rm-multiplicand
        move multiplier-scale to rm-multiplier-scale
        move multiplicand-scale to rm-multiplicand-scale
        read results-file
            invalid key
                continue
    if ws-results-open = 'Y'
        move orig-multiplier to rm-multiplier
        move orig-multiplicand to rm-multiplicand
        move multiplier-scale to rm-multiplier-scale
        move multiplicand-scale to rm-multiplicand-scale
        move answer to rm-answer
        move ws-overflow-switch to rm-overflow-flag
        move ws-current-date-ymd to rm-last-used-date
    perform validate-operand-values
    if ws-reject-switch = 'N'
        perform validate-operation
    end-if
    if ws-reject-switch = 'N'
        perform validate-decimal-scales
    end-if
    if ws-reject-switch = 'N'
        perform validate-authorization
    end-if.

validate-operation.
            move 'INVALID OPERATION CODE' to ws-reject-reason
    end-evaluate.

validate-decimal-scales.
    move zero to multiplier-scale
    move zero to multiplicand-scale
    if in-multiplier-scale not = spaces
        if in-multiplier-scale is numeric
            move in-multiplier-scale to multiplier-scale
        else
            move 99 to multiplier-scale
        end-if
    end-if
    if in-multiplicand-scale not = spaces
        and in-operation-code not = 'SQUARE'
        and in-operation-code not = 'POWER'
        if in-multiplicand-scale is numeric
            move in-multiplicand-scale to multiplicand-scale
        else
            move 99 to multiplicand-scale
        end-if
    end-if
    if multiplier-scale > 38
        or multiplicand-scale > 38
        move 'Y' to ws-reject-switch
        move 'DECIMAL SCALE NOT VALID' to ws-reject-reason
    else
        evaluate in-operation-code
            when 'SQUARE'
                compute exact-scale = multiplier-scale * 2
            when 'POWER'
                compute exact-scale = multiplier-scale * in-exponent
            when other
                compute exact-scale =
                    multiplier-scale + multiplicand-scale
        end-evaluate
        if exact-scale > 38
            move 'Y' to ws-reject-switch
            move 'EXACT SCALE OVER 38 DIGITS' to ws-reject-reason
        end-if
    end-if
    if ws-reject-switch = 'N'
        evaluate true
            when in-result-scale = spaces
                move exact-scale to answer-scale
            when in-result-scale is numeric
                move in-result-scale to answer-scale
                if answer-scale > 38
                    move 'Y' to ws-reject-switch
                    move 'RESULT SCALE NOT VALID' to ws-reject-reason
                end-if
            when other
                move 'Y' to ws-reject-switch
                move 'RESULT SCALE NOT VALID' to ws-reject-reason
        end-evaluate
    end-if
    if ws-reject-switch = 'N'
        evaluate in-rounding-rule
            when space
                move 'H' to rounding-rule
            when 'T'
            when 'H'
            when 'B'
                move in-rounding-rule to rounding-rule
            when other
                move 'Y' to ws-reject-switch
                move 'ROUNDING RULE NOT VALID' to ws-reject-reason
        end-evaluate
    end-if.

validate-authorization.
    move in-source-system to sm-source-system
    read source-master-file
        invalid key
            move 'Y' to ws-reject-switch
            move 'SOURCE SYSTEM NOT AUTHORIZED' to ws-reject-reason
    end-read
    if ws-reject-switch = 'N'
        perform check-system-entitlement
    end-if
    if ws-reject-switch = 'N'
        perform check-daily-quota
    end-if
    if ws-reject-switch = 'Y'
        add 1 to ws-unauthorized-count
    end-if.

check-system-entitlement.
    if sm-status-flag not = 'A'
        move 'Y' to ws-reject-switch
        move 'SOURCE SYSTEM SUSPENDED' to ws-reject-reason
    else
        evaluate in-operation-code
            when 'SQUARE'
                if sm-allow-square not = 'Y'
                    move 'Y' to ws-reject-switch
                    move 'OPERATION NOT AUTHORIZED' to ws-reject-reason
                end-if
            when 'POWER'
                if sm-allow-power not = 'Y'
                    move 'Y' to ws-reject-switch
                    move 'OPERATION NOT AUTHORIZED' to ws-reject-reason
                else
                    if sm-max-exponent is not numeric
                        or in-exponent > sm-max-exponent
                        move 'Y' to ws-reject-switch
                        move 'EXPONENT OVER AUTHORIZED MAXIMUM'
                            to ws-reject-reason
                    end-if
                end-if
            when other
                if sm-allow-multiply not = 'Y'
                    move 'Y' to ws-reject-switch
                    move 'OPERATION NOT AUTHORIZED' to ws-reject-reason
                end-if
        end-evaluate
    end-if.

check-daily-quota.
    if sm-usage-date not = ws-run-date
        or sm-usage-count is not numeric
        move ws-run-date to sm-usage-date
        move zero to sm-usage-count
    end-if
    if sm-daily-ceiling is numeric
        and sm-daily-ceiling > 0
        and sm-usage-count >= sm-daily-ceiling
        move 'Y' to ws-reject-switch
        move 'DAILY QUOTA EXCEEDED' to ws-reject-reason
    end-if.

charge-daily-quota.
    add 1 to sm-usage-count
    rewrite source-master-record
        invalid key
            continue
    end-rewrite.

validate-operand-values.
    if in-multiplier is not numeric
        move 'Y' to ws-reject-switch
    move in-source-system to out-source-system
    move ws-recycle-flag to out-recycle-flag
    perform fill-output-operation
    perform fill-output-decimal
    if ws-overflow-switch = 'Y'
        move spaces to out-decimal-answer
    end-if
    write mult-out-record
    perform write-audit-record.

        move zero to out-exponent
    end-if.

fill-output-decimal.
    move multiplier-scale to out-multiplier-scale
    move multiplicand-scale to out-multiplicand-scale
    move answer-scale to out-result-scale
    move rounding-rule to out-rounding-rule
    perform edit-decimal-answer
    move ws-decimal-text to out-decimal-answer.

round-answer.
    if answer-scale < exact-scale
        compute ws-scale-shift = exact-scale - answer-scale
        if answer < 0
            compute ws-round-magnitude = 0 - answer
        else
            move answer to ws-round-magnitude
        end-if
        compute ws-round-half = 5 * (10 ** (ws-scale-shift - 1))
        if ws-scale-shift > 37
            move zero to ws-round-quotient
            move ws-round-magnitude to ws-round-remainder
        else
            compute ws-scale-factor = 10 ** ws-scale-shift
            divide ws-round-magnitude by ws-scale-factor
                giving ws-round-quotient
                remainder ws-round-remainder
        end-if
        evaluate rounding-rule
            when 'H'
                if ws-round-remainder >= ws-round-half
                    add 1 to ws-round-quotient
                end-if
            when 'B'
                if ws-round-remainder > ws-round-half
                    or (ws-round-remainder = ws-round-half
                        and function mod(ws-round-quotient, 2) = 1)
                    add 1 to ws-round-quotient
                end-if
        end-evaluate
        if answer < 0
            compute answer = 0 - ws-round-quotient
        else
            move ws-round-quotient to answer
        end-if
    end-if
    if answer-scale > exact-scale
        compute ws-scale-shift = answer-scale - exact-scale
        if ws-scale-shift > 37
            if answer not = zero
                move 'Y' to ws-overflow-switch
            end-if
        else
            compute ws-scale-factor = 10 ** ws-scale-shift
            multiply ws-scale-factor by answer
                on size error
                    move 'Y' to ws-overflow-switch
            end-multiply
        end-if
    end-if.

edit-decimal-answer.
    move spaces to ws-decimal-build
    move zero to ws-decimal-length
    if answer < 0
        compute ws-decimal-digits = 0 - answer
        move 1 to ws-decimal-length
        move '-' to ws-decimal-build(1:1)
    else
        move answer to ws-decimal-digits
    end-if
    compute ws-integer-digits = 38 - answer-scale
    move zero to ws-leading-zeros
    inspect ws-decimal-digits tallying ws-leading-zeros for leading '0'
    if ws-leading-zeros >= ws-integer-digits
        add 1 to ws-decimal-length
        move '0' to ws-decimal-build(ws-decimal-length:1)
    else
        compute ws-digit-count = ws-integer-digits - ws-leading-zeros
        move ws-decimal-digits(ws-leading-zeros + 1:ws-digit-count)
            to ws-decimal-build(ws-decimal-length + 1:ws-digit-count)
        add ws-digit-count to ws-decimal-length
    end-if
    if answer-scale > 0
        add 1 to ws-decimal-length
        move '.' to ws-decimal-build(ws-decimal-length:1)
        move ws-decimal-digits(ws-integer-digits + 1:answer-scale)
            to ws-decimal-build(ws-decimal-length + 1:answer-scale)
        add answer-scale to ws-decimal-length
    end-if
    move ws-decimal-build(1:ws-decimal-length) to ws-decimal-text.

write-audit-record.
    move spaces to audit-record
    move out-multiplier to aud-multiplier
    move out-recycle-flag to aud-recycle-flag
    move out-operation-code to aud-operation-code
    move out-exponent to aud-exponent
    if out-rounding-rule not = space
        move out-multiplier-scale to aud-multiplier-scale
        move out-multiplicand-scale to aud-multiplicand-scale
        move out-result-scale to aud-result-scale
        move out-rounding-rule to aud-rounding-rule
        move out-decimal-answer to aud-decimal-answer
    end-if
    move function current-date to ws-current-date
    move ws-current-date to aud-timestamp
    add 1 to ws-audit-sequence
    move ws-detail-class to aud-priority-class
    move ws-audit-sequence to aud-sequence-number
    perform chain-audit-record
    move ws-audit-chain to aud-chain-value
    write audit-record.

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

print-summary.
    display '===================================================='
    display 'MULTIPLICATION BATCH CONTROL REPORT'
    display 'RECORDS OVERFLOWED : ' ws-overflow-count
    display 'ANSWERS FROM MASTER: ' ws-lookup-hit-count
    display 'DUPLICATE REQUESTS : ' ws-duplicate-count
    display 'UNAUTHORIZED       : ' ws-unauthorized-count
    if ws-processed-count > 0
        display 'MIN MULTIPLIER     : ' ws-min-multiplier
        display 'MAX MULTIPLIER     : ' ws-max-multiplier
