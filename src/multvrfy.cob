    05 vr-operation-code            picture x(8).
    05 vr-filler-11                 picture x(2).
    05 vr-exponent                  picture x(2).
    05 vr-filler-12                 picture x(2).
    05 vr-multiplier-scale          picture x(2).
    05 vr-filler-13                 picture x(2).
    05 vr-multiplicand-scale        picture x(2).
    05 vr-filler-14                 picture x(2).
    05 vr-result-scale              picture x(2).
    05 vr-filler-15                 picture x(2).
    05 vr-rounding-rule             picture x.
    05 vr-filler-16                 picture x(2).
    05 vr-decimal-answer            picture x(41).

fd  verify-report-file.
01  verify-report-record            picture x(217).

working-storage section.

01 ws-vrfy-answer picture s9(38).
01 ws-file-answer picture s9(38).
01 ws-vrfy-exponent picture 9(2).
01 ws-decimal-mismatch picture x value 'N'.

01 ws-multiplier-scale picture 9(2).
01 ws-multiplicand-scale picture 9(2).
01 ws-result-scale picture 9(2).
01 ws-exact-scale picture 9(4).
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

01 ws-report-heading.
   05 filler picture x(39) value 'MULTIPLIER'.
   05 filler picture x(39) value 'FILE ANSWER'.
   05 filler picture x(2) value spaces.
   05 filler picture x(39) value 'RECOMPUTED ANSWER'.
   05 filler picture x(2) value spaces.
   05 filler picture x(5) value 'SCALE'.
   05 filler picture x(2) value spaces.
   05 filler picture x(4) value 'RULE'.
   05 filler picture x(2) value spaces.
   05 filler picture x(10) value 'REMARK'.
   05 filler picture x(2) value spaces.
   05 filler picture x(4) value 'SYS'.
   05 filler picture x(2) value spaces.
   05 filler picture x(12) value 'REQUEST ID'.
   05 filler picture x(2) value spaces.
   05 filler picture x(8) value 'BATCH DT'.

01 ws-mismatch-line.
   05 rpt-multiplier picture -z(37)9.
   05 filler picture x(2) value spaces.
   05 rpt-recomputed-answer picture -z(37)9.
   05 filler picture x(2) value spaces.
   05 rpt-result-scale picture x(5).
   05 filler picture x(2) value spaces.
   05 rpt-rounding-rule picture x(4).
   05 filler picture x(2) value spaces.
   05 rpt-remark picture x(10).
   05 filler picture x(2) value spaces.
   05 rpt-source-system picture x(4).
   05 filler picture x(2) value spaces.
   05 rpt-request-id picture x(12).
   05 filler picture x(2) value spaces.
   05 rpt-batch-date picture x(8).

procedure division.
begin.
                    move 'Y' to ws-recompute-overflow
            end-multiply
    end-evaluate
    move 'N' to ws-decimal-mismatch
    if ws-recompute-overflow = 'N'
        and vr-rounding-rule not = space
        perform set-decimal-scales
        perform round-vrfy-answer
    end-if
    if ws-recompute-overflow = 'N'
        and vr-rounding-rule not = space
        and ws-vrfy-answer = ws-file-answer
        perform edit-decimal-answer
        if ws-decimal-text not = vr-decimal-answer
            move 'Y' to ws-decimal-mismatch
        end-if
    end-if
    if ws-recompute-overflow = 'Y'
        or ws-vrfy-answer not = ws-file-answer
        or ws-decimal-mismatch = 'Y'
        perform write-mismatch-line
    end-if.

set-decimal-scales.
    move zero to ws-multiplier-scale
    move zero to ws-multiplicand-scale
    move zero to ws-result-scale
    if vr-multiplier-scale is numeric
        move vr-multiplier-scale to ws-multiplier-scale
    end-if
    if vr-multiplicand-scale is numeric
        move vr-multiplicand-scale to ws-multiplicand-scale
    end-if
    if vr-result-scale is numeric
        move vr-result-scale to ws-result-scale
    end-if
    evaluate vr-operation-code
        when 'SQUARE'
            compute ws-exact-scale = ws-multiplier-scale * 2
        when 'POWER'
            compute ws-exact-scale =
                ws-multiplier-scale * ws-vrfy-exponent
        when other
            compute ws-exact-scale =
                ws-multiplier-scale + ws-multiplicand-scale
    end-evaluate.

round-vrfy-answer.
    if ws-result-scale < ws-exact-scale
        compute ws-scale-shift = ws-exact-scale - ws-result-scale
        if ws-vrfy-answer < 0
            compute ws-round-magnitude = 0 - ws-vrfy-answer
        else
            move ws-vrfy-answer to ws-round-magnitude
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
        evaluate vr-rounding-rule
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
        if ws-vrfy-answer < 0
            compute ws-vrfy-answer = 0 - ws-round-quotient
        else
            move ws-round-quotient to ws-vrfy-answer
        end-if
    end-if
    if ws-result-scale > ws-exact-scale
        compute ws-scale-shift = ws-result-scale - ws-exact-scale
        if ws-scale-shift > 37
            if ws-vrfy-answer not = zero
                move 'Y' to ws-recompute-overflow
            end-if
        else
            compute ws-scale-factor = 10 ** ws-scale-shift
            multiply ws-scale-factor by ws-vrfy-answer
                on size error
                    move 'Y' to ws-recompute-overflow
            end-multiply
        end-if
    end-if.

edit-decimal-answer.
    move spaces to ws-decimal-build
    move zero to ws-decimal-length
    if ws-vrfy-answer < 0
        compute ws-decimal-digits = 0 - ws-vrfy-answer
        move 1 to ws-decimal-length
        move '-' to ws-decimal-build(1:1)
    else
        move ws-vrfy-answer to ws-decimal-digits
    end-if
    compute ws-integer-digits = 38 - ws-result-scale
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
    if ws-result-scale > 0
        add 1 to ws-decimal-length
        move '.' to ws-decimal-build(ws-decimal-length:1)
        move ws-decimal-digits(ws-integer-digits + 1:ws-result-scale)
            to ws-decimal-build(ws-decimal-length + 1:ws-result-scale)
        add ws-result-scale to ws-decimal-length
    end-if
    move ws-decimal-build(1:ws-decimal-length) to ws-decimal-text.

write-mismatch-line.
    add 1 to ws-mismatch-count
    move ws-vrfy-multiplier to rpt-multiplier
    move ws-vrfy-multiplicand to rpt-multiplicand
    move ws-file-answer to rpt-file-answer
    move vr-result-scale to rpt-result-scale
    move vr-rounding-rule to rpt-rounding-rule
    move vr-source-system to rpt-source-system
    move vr-request-id to rpt-request-id
    move vr-batch-date to rpt-batch-date
    if ws-recompute-overflow = 'Y'
        move zero to rpt-recomputed-answer
        move 'OVERFLOW' to rpt-remark
    else
        move ws-vrfy-answer to rpt-recomputed-answer
        if ws-decimal-mismatch = 'Y'
            move 'DECIMAL' to rpt-remark
        else
            move 'MISMATCH' to rpt-remark
        end-if
    end-if
    write verify-report-record from ws-mismatch-line.

