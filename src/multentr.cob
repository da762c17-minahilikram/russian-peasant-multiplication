identification division.
program-id. multentr.

environment division.
input-output section.
file-control.
    select source-master-file
        assign to "SYSMAST"
        organization indexed
        access mode random
        record key is sm-source-system
        file status is ws-sysmast-status.
    select batch-control-file
        assign to "BATCHCTL"
        organization line sequential
        file status is ws-batchctl-status.
    select entry-deck-file
        assign to "ENTROUT"
        organization line sequential
        file status is ws-entrout-status.
    select entry-list-file
        assign to "ENTRLST"
        organization line sequential
        file status is ws-entrlst-status.

data division.

file section.
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

fd  batch-control-file.
01  batch-control-record.
    05 bc-origin-system              picture x(4).
    05 bc-last-issued                picture 9(6).
    05 bc-last-issue-date            picture x(8).
    05 bc-last-received              picture 9(6).
    05 bc-last-receipt-date          picture x(8).

fd  entry-deck-file.
01  deck-detail-record.
    05 dk-record-type               picture x.
    05 dk-multiplier                picture s9(38) sign is trailing separate.
    05 dk-multiplicand              picture s9(38) sign is trailing separate.
    05 dk-request-id                picture x(12).
    05 dk-source-system             picture x(4).
    05 dk-operation-code            picture x(8).
    05 dk-exponent                  picture 9(2).
    05 dk-priority-class            picture x.
    05 dk-multiplier-scale          picture 9(2).
    05 dk-multiplicand-scale        picture 9(2).
    05 dk-result-scale              picture 9(2).
    05 dk-rounding-rule             picture x.
01  deck-header-record.
    05 dh-record-type               picture x.
    05 dh-batch-date                picture x(8).
    05 dh-batch-number              picture 9(6).
    05 dh-origin-system             picture x(4).
01  deck-trailer-record.
    05 dt-record-type               picture x.
    05 dt-record-count              picture 9(9).
    05 dt-hash-total                picture 9(15).

fd  entry-list-file.
01  entry-list-record               picture x(132).

working-storage section.

01 ws-sysmast-status picture xx.
01 ws-batchctl-status picture xx.
01 ws-entrout-status picture xx.
01 ws-entrlst-status picture xx.
01 ws-eof-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-time-hms picture x(6).
   05 filler picture x(7).

01 ws-origin-system picture x(4) value spaces.
01 ws-batch-number picture 9(6) value zero.
01 ws-hash-total picture 9(15) value zero.

01 ws-attempt-count picture 9(2) value zero.
01 ws-attempt-max picture 9(2) value 3.
01 ws-field-ok picture x value 'N'.
01 ws-detail-ok picture x value 'Y'.
01 ws-finish-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.
01 ws-edit-message picture x(40) value spaces.

01 ws-entry-text picture x(40) value spaces.
01 ws-entry-start picture 9(2) value zero.
01 ws-entry-length picture 9(2) value zero.
01 ws-entry-next picture 9(2) value zero.
01 ws-entry-sign picture x value '+'.
01 ws-operand-digits picture x(38) justified right.
01 ws-operand-digits-n redefines ws-operand-digits picture 9(38).
01 ws-operand-value picture s9(38) value zero.
01 ws-scale-value picture 9(2) value zero.
01 ws-exact-scale picture 9(4) value zero.

01 ws-work-detail.
   05 wd-request-id picture x(12).
   05 wd-source-system picture x(4).
   05 wd-operation-code picture x(8).
   05 wd-exponent picture 9(2).
   05 wd-priority-class picture x.
   05 wd-multiplier picture s9(38).
   05 wd-multiplicand picture s9(38).
   05 wd-multiplier-scale picture 9(2).
   05 wd-multiplicand-scale picture 9(2).
   05 wd-result-scale picture 9(2).
   05 wd-rounding-rule picture x.

01 ws-detail-count picture 9(3) value zero.
01 ws-detail-max picture 9(3) value 500.
01 ws-detail-index picture 9(3).
01 ws-detail-table.
   05 ws-detail-entry occurs 500.
      10 de-request-id picture x(12).
      10 de-source-system picture x(4).
      10 de-operation-code picture x(8).
      10 de-exponent picture 9(2).
      10 de-priority-class picture x.
      10 de-multiplier picture s9(38).
      10 de-multiplicand picture s9(38).
      10 de-multiplier-scale picture 9(2).
      10 de-multiplicand-scale picture 9(2).
      10 de-result-scale picture 9(2).
      10 de-rounding-rule picture x.

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

01 ws-list-heading-1.
   05 filler picture x(36)
       value 'MULTENTR OPERATOR REQUEST ENTRY LIST'.
   05 filler picture x(10) value '  ORIGIN '.
   05 lh-origin-system picture x(4).
   05 filler picture x(9) value '  BATCH '.
   05 lh-batch-number picture 9(6).
   05 filler picture x(8) value '  DATED '.
   05 lh-batch-date picture x(8).
   05 filler picture x(11) value '  KEYED AT '.
   05 lh-keyed-time picture x(6).
   05 filler picture x(34) value spaces.

01 ws-list-heading-2.
   05 filler picture x(6) value ' SEQ'.
   05 filler picture x(14) value 'REQUEST ID'.
   05 filler picture x(6) value 'SYS'.
   05 filler picture x(10) value 'OPERATION'.
   05 filler picture x(4) value 'EX'.
   05 filler picture x(2) value 'P'.
   05 filler picture x(40)
       value '                             MULTIPLIER'.
   05 filler picture x(40)
       value '                           MULTIPLICAND'.
   05 filler picture x(3) value 'S1'.
   05 filler picture x(3) value 'S2'.
   05 filler picture x(3) value 'RS'.
   05 filler picture x(1) value 'R'.

01 ws-list-detail.
   05 ld-sequence picture zzz9.
   05 filler picture x(2) value spaces.
   05 ld-request-id picture x(12).
   05 filler picture x(2) value spaces.
   05 ld-source-system picture x(4).
   05 filler picture x(2) value spaces.
   05 ld-operation-code picture x(8).
   05 filler picture x(2) value spaces.
   05 ld-exponent picture 9(2).
   05 filler picture x(2) value spaces.
   05 ld-priority-class picture x.
   05 filler picture x value space.
   05 ld-multiplier picture -z(37)9.
   05 filler picture x value space.
   05 ld-multiplicand picture -z(37)9.
   05 filler picture x value space.
   05 ld-multiplier-scale picture 9(2).
   05 filler picture x value space.
   05 ld-multiplicand-scale picture 9(2).
   05 filler picture x value space.
   05 ld-result-scale picture 9(2).
   05 filler picture x value space.
   05 ld-rounding-rule picture x.

01 ws-list-total.
   05 filler picture x(22) value 'TRAILER RECORD COUNT: '.
   05 lt-record-count picture zzz,zzz,zz9.
   05 filler picture x(16) value '    HASH TOTAL: '.
   05 lt-hash-total picture 9(15).
   05 filler picture x(68) value spaces.

01 ws-sign-line.
   05 sl-caption picture x(14).
   05 filler picture x(34)
       value ': ________________________________'.
   05 filler picture x(9) value '   DATE: '.
   05 filler picture x(10) value '__________'.
   05 filler picture x(65) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    open input source-master-file
    if ws-sysmast-status not = '00'
        display 'UNABLE TO OPEN SYSMAST - FILE STATUS '
            ws-sysmast-status
        move 12 to return-code
        stop run
    end-if
    perform load-batch-control
    perform get-origin-system
    if ws-field-ok = 'N'
        display 'NO VALID ORIGIN SYSTEM KEYED - NO DECK WRITTEN'
        close source-master-file
        move 12 to return-code
        stop run
    end-if
    perform enter-one-detail
        with test before
        until ws-finish-switch = 'Y'
    close source-master-file
    if ws-detail-count = zero
        display 'NO DETAILS ENTERED - NO DECK WRITTEN'
        move 4 to return-code
        stop run
    end-if
    perform assign-batch-number
    perform write-entry-deck
    perform rewrite-batch-control
    perform write-entry-list
    perform print-entry-summary
    stop run.

load-batch-control.
    open input batch-control-file
    if ws-batchctl-status = '35'
        display 'BATCHCTL NOT FOUND - STARTING BATCH NUMBERS AT 1'
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
        move 'N' to ws-eof-switch
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

get-origin-system.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-origin-system
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max.

prompt-origin-system.
    add 1 to ws-attempt-count
    display 'ORIGIN SYSTEM FOR THIS DECK (4 CHARACTERS):'
    move spaces to ws-entry-text
    accept ws-entry-text
    move ws-entry-text(1:4) to ws-origin-system
    if ws-origin-system = spaces
        or ws-entry-text(5:) not = spaces
        display '  ORIGIN SYSTEM MUST BE 1 TO 4 CHARACTERS'
    else
        move ws-origin-system to sm-source-system
        perform read-master-entry
        if ws-found-switch = 'N'
            display '  SOURCE SYSTEM NOT AUTHORIZED'
        else
            if sm-status-flag not = 'A'
                display '  SOURCE SYSTEM SUSPENDED'
            else
                move 'Y' to ws-field-ok
                display '  ORIGIN ' ws-origin-system ' - '
                    sm-department
            end-if
        end-if
    end-if.

read-master-entry.
    move 'N' to ws-found-switch
    read source-master-file
        invalid key
            continue
        not invalid key
            move 'Y' to ws-found-switch
    end-read.

enter-one-detail.
    move 'Y' to ws-detail-ok
    initialize ws-work-detail
    perform get-request-id
    if ws-finish-switch = 'N'
        if ws-detail-ok = 'Y'
            perform get-source-system
        end-if
        if ws-detail-ok = 'Y'
            perform get-operation-code
        end-if
        if ws-detail-ok = 'Y'
            perform get-exponent
        end-if
        if ws-detail-ok = 'Y'
            perform get-priority-class
        end-if
        if ws-detail-ok = 'Y'
            perform get-multiplier
        end-if
        if ws-detail-ok = 'Y'
            perform get-multiplier-scale
        end-if
        if ws-detail-ok = 'Y'
            perform get-multiplicand
        end-if
        if ws-detail-ok = 'Y'
            perform get-multiplicand-scale
        end-if
        if ws-detail-ok = 'Y'
            perform get-result-scale
        end-if
        if ws-detail-ok = 'Y'
            perform get-rounding-rule
        end-if
        if ws-detail-ok = 'Y'
            perform get-confirmation
        end-if
        if ws-detail-ok = 'Y'
            perform keep-detail
        else
            display 'DETAIL ABANDONED - NOT ADDED TO THE DECK'
        end-if
    end-if.

get-request-id.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-request-id
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-request-id.
    add 1 to ws-attempt-count
    display 'DETAIL ' ws-detail-count
        ' KEYED - REQUEST ID (BLANK OR END TO FINISH):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces or ws-entry-text = 'END'
        move 'Y' to ws-finish-switch
        move 'Y' to ws-field-ok
    else
        if ws-entry-text(13:) not = spaces
            display '  REQUEST ID IS AT MOST 12 CHARACTERS'
        else
            move ws-entry-text(1:12) to wd-request-id
            move 'Y' to ws-field-ok
        end-if
    end-if.

get-source-system.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-source-system
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-source-system.
    add 1 to ws-attempt-count
    display '  SOURCE SYSTEM (BLANK FOR ' ws-origin-system '):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move ws-origin-system to ws-entry-text
    end-if
    if ws-entry-text(5:) not = spaces
        display '  SOURCE SYSTEM IS AT MOST 4 CHARACTERS'
    else
        move ws-entry-text(1:4) to wd-source-system
        move wd-source-system to sm-source-system
        perform read-master-entry
        if ws-found-switch = 'N'
            display '  SOURCE SYSTEM NOT AUTHORIZED'
        else
            if sm-status-flag not = 'A'
                display '  SOURCE SYSTEM SUSPENDED'
            else
                perform check-duplicate-request
                if ws-found-switch = 'Y'
                    display '  REQUEST ID ' wd-request-id
                        ' ALREADY KEYED FOR ' wd-source-system
                        ' IN THIS DECK'
                    move ws-attempt-max to ws-attempt-count
                else
                    move 'Y' to ws-field-ok
                end-if
            end-if
        end-if
    end-if.

check-duplicate-request.
    move 'N' to ws-found-switch
    perform scan-duplicate-request
        varying ws-detail-index from 1 by 1
        until ws-detail-index > ws-detail-count
            or ws-found-switch = 'Y'.

scan-duplicate-request.
    if de-request-id(ws-detail-index) = wd-request-id
        and de-source-system(ws-detail-index) = wd-source-system
        move 'Y' to ws-found-switch
    end-if.

get-operation-code.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-operation-code
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-operation-code.
    add 1 to ws-attempt-count
    display '  OPERATION - MULTIPLY, SQUARE OR POWER'
        ' (BLANK FOR MULTIPLY):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move 'MULTIPLY' to ws-entry-text
    end-if
    move spaces to ws-edit-message
    evaluate ws-entry-text
        when 'MULTIPLY'
            if sm-allow-multiply not = 'Y'
                move 'OPERATION NOT AUTHORIZED' to ws-edit-message
            end-if
        when 'SQUARE'
            if sm-allow-square not = 'Y'
                move 'OPERATION NOT AUTHORIZED' to ws-edit-message
            end-if
        when 'POWER'
            if sm-allow-power not = 'Y'
                move 'OPERATION NOT AUTHORIZED' to ws-edit-message
            end-if
        when other
            move 'INVALID OPERATION CODE' to ws-edit-message
    end-evaluate
    if ws-edit-message = spaces
        move ws-entry-text(1:8) to wd-operation-code
        move 'Y' to ws-field-ok
    else
        display '  ' ws-edit-message
    end-if.

get-exponent.
    move zero to wd-exponent
    if wd-operation-code = 'POWER'
        move zero to ws-attempt-count
        move 'N' to ws-field-ok
        perform prompt-exponent
            with test before
            until ws-field-ok = 'Y'
                or ws-attempt-count >= ws-attempt-max
        if ws-field-ok = 'N'
            move 'N' to ws-detail-ok
        end-if
    end-if.

prompt-exponent.
    add 1 to ws-attempt-count
    display '  EXPONENT (00 TO ' sm-max-exponent '):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text(2:1) = space
        move ws-entry-text(1:1) to ws-entry-text(2:1)
        move '0' to ws-entry-text(1:1)
    end-if
    if ws-entry-text(1:2) is not numeric
        or ws-entry-text(3:) not = spaces
        display '  EXPONENT NOT NUMERIC'
    else
        if ws-entry-text(1:2) > sm-max-exponent
            display '  EXPONENT OVER AUTHORIZED MAXIMUM'
        else
            move ws-entry-text(1:2) to wd-exponent
            move 'Y' to ws-field-ok
        end-if
    end-if.

get-priority-class.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-priority-class
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-priority-class.
    add 1 to ws-attempt-count
    display '  PRIORITY - E EXPRESS OR R ROUTINE (BLANK FOR R):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move 'R' to ws-entry-text
    end-if
    if (ws-entry-text = 'E' or ws-entry-text = 'R')
        move ws-entry-text(1:1) to wd-priority-class
        move 'Y' to ws-field-ok
    else
        display '  PRIORITY MUST BE E OR R'
    end-if.

get-multiplier.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-multiplier
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-multiplier.
    add 1 to ws-attempt-count
    display '  MULTIPLIER (UP TO 38 DIGITS):'
    move spaces to ws-entry-text
    accept ws-entry-text
    perform parse-operand
    if ws-field-ok = 'N'
        display '  MULTIPLIER NOT NUMERIC'
    else
        if ws-operand-value < 0
            move 'N' to ws-field-ok
            display '  MULTIPLIER MUST NOT BE NEGATIVE'
        else
            move ws-operand-value to wd-multiplier
        end-if
    end-if.

get-multiplicand.
    if wd-operation-code = 'MULTIPLY'
        move zero to ws-attempt-count
        move 'N' to ws-field-ok
        perform prompt-multiplicand
            with test before
            until ws-field-ok = 'Y'
                or ws-attempt-count >= ws-attempt-max
        if ws-field-ok = 'N'
            move 'N' to ws-detail-ok
        end-if
    else
        move zero to wd-multiplicand
    end-if.

prompt-multiplicand.
    add 1 to ws-attempt-count
    display '  MULTIPLICAND (UP TO 38 DIGITS, LEADING - IF NEGATIVE):'
    move spaces to ws-entry-text
    accept ws-entry-text
    perform parse-operand
    if ws-field-ok = 'N'
        display '  MULTIPLICAND NOT NUMERIC'
    else
        move ws-operand-value to wd-multiplicand
    end-if.

get-multiplier-scale.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-multiplier-scale
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-multiplier-scale.
    add 1 to ws-attempt-count
    display '  MULTIPLIER DECIMAL PLACES (00 TO 38, BLANK FOR 00):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move '00' to ws-entry-text
    end-if
    perform parse-scale
    if ws-field-ok = 'N'
        display '  DECIMAL SCALE NOT VALID'
    else
        move ws-scale-value to wd-multiplier-scale
        perform compute-exact-scale
        if ws-exact-scale > 38
            move 'N' to ws-field-ok
            display '  EXACT SCALE OVER 38 DIGITS'
        end-if
    end-if.

get-multiplicand-scale.
    move zero to wd-multiplicand-scale
    if wd-operation-code = 'MULTIPLY'
        move zero to ws-attempt-count
        move 'N' to ws-field-ok
        perform prompt-multiplicand-scale
            with test before
            until ws-field-ok = 'Y'
                or ws-attempt-count >= ws-attempt-max
        if ws-field-ok = 'N'
            move 'N' to ws-detail-ok
        end-if
    end-if.

prompt-multiplicand-scale.
    add 1 to ws-attempt-count
    display '  MULTIPLICAND DECIMAL PLACES (00 TO 38, BLANK FOR 00):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move '00' to ws-entry-text
    end-if
    perform parse-scale
    if ws-field-ok = 'N'
        display '  DECIMAL SCALE NOT VALID'
    else
        move ws-scale-value to wd-multiplicand-scale
        perform compute-exact-scale
        if ws-exact-scale > 38
            move 'N' to ws-field-ok
            display '  EXACT SCALE OVER 38 DIGITS'
        end-if
    end-if.

compute-exact-scale.
    evaluate wd-operation-code
        when 'SQUARE'
            compute ws-exact-scale = wd-multiplier-scale * 2
        when 'POWER'
            compute ws-exact-scale = wd-multiplier-scale * wd-exponent
        when other
            compute ws-exact-scale =
                wd-multiplier-scale + wd-multiplicand-scale
    end-evaluate.

get-result-scale.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-result-scale
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-result-scale.
    add 1 to ws-attempt-count
    perform compute-exact-scale
    display '  RESULT DECIMAL PLACES (00 TO 38, BLANK FOR EXACT '
        ws-exact-scale(3:2) '):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move ws-exact-scale(3:2) to ws-entry-text
    end-if
    perform parse-scale
    if ws-field-ok = 'N'
        display '  RESULT SCALE NOT VALID'
    else
        move ws-scale-value to wd-result-scale
    end-if.

get-rounding-rule.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    perform prompt-rounding-rule
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-rounding-rule.
    add 1 to ws-attempt-count
    display '  ROUNDING - T TRUNCATE, H HALF UP OR B BANKERS'
        ' (BLANK FOR H):'
    move spaces to ws-entry-text
    accept ws-entry-text
    if ws-entry-text = spaces
        move 'H' to ws-entry-text
    end-if
    if (ws-entry-text = 'T' or ws-entry-text = 'H'
        or ws-entry-text = 'B')
        move ws-entry-text(1:1) to wd-rounding-rule
        move 'Y' to ws-field-ok
    else
        display '  ROUNDING RULE NOT VALID'
    end-if.

parse-scale.
    move 'N' to ws-field-ok
    if ws-entry-text(2:1) = space
        move ws-entry-text(1:1) to ws-entry-text(2:1)
        move '0' to ws-entry-text(1:1)
    end-if
    if ws-entry-text(1:2) is numeric
        and ws-entry-text(3:) = spaces
        move ws-entry-text(1:2) to ws-scale-value
        if ws-scale-value <= 38
            move 'Y' to ws-field-ok
        end-if
    end-if.

parse-operand.
    move 'N' to ws-field-ok
    move zero to ws-operand-value
    move '+' to ws-entry-sign
    move zero to ws-entry-start
    inspect ws-entry-text tallying ws-entry-start for leading spaces
    add 1 to ws-entry-start
    if ws-entry-start <= 40
        if ws-entry-text(ws-entry-start:1) = '-'
            or ws-entry-text(ws-entry-start:1) = '+'
            move ws-entry-text(ws-entry-start:1) to ws-entry-sign
            add 1 to ws-entry-start
        end-if
    end-if
    move zero to ws-entry-length
    if ws-entry-start <= 40
        inspect ws-entry-text(ws-entry-start:)
            tallying ws-entry-length
            for characters before initial space
    end-if
    compute ws-entry-next = ws-entry-start + ws-entry-length
    if ws-entry-length > 0 and ws-entry-length <= 38
        move ws-entry-text(ws-entry-start:ws-entry-length)
            to ws-operand-digits
        inspect ws-operand-digits replacing leading space by '0'
        if ws-operand-digits-n is numeric
            move 'Y' to ws-field-ok
            if ws-entry-next <= 40
                if ws-entry-text(ws-entry-next:) not = spaces
                    move 'N' to ws-field-ok
                end-if
            end-if
        end-if
    end-if
    if ws-field-ok = 'Y'
        move ws-operand-digits-n to ws-operand-value
        if ws-entry-sign = '-'
            compute ws-operand-value = 0 - ws-operand-value
        end-if
    end-if.

get-confirmation.
    move zero to ws-attempt-count
    move 'N' to ws-field-ok
    display '  ' wd-request-id ' ' wd-source-system ' '
        wd-operation-code ' ' wd-exponent ' ' wd-priority-class
    display '  MULTIPLIER   ' wd-multiplier
    display '  MULTIPLICAND ' wd-multiplicand
    display '  SCALES ' wd-multiplier-scale ' ' wd-multiplicand-scale
        ' RESULT ' wd-result-scale ' ROUNDING ' wd-rounding-rule
    perform prompt-confirmation
        with test before
        until ws-field-ok = 'Y'
            or ws-attempt-count >= ws-attempt-max
    if ws-field-ok = 'N'
        move 'N' to ws-detail-ok
    end-if.

prompt-confirmation.
    add 1 to ws-attempt-count
    display '  KEEP THIS DETAIL (Y OR N):'
    move spaces to ws-entry-text
    accept ws-entry-text
    evaluate ws-entry-text
        when 'Y'
            move 'Y' to ws-field-ok
        when 'N'
            move ws-attempt-max to ws-attempt-count
        when other
            display '  ANSWER Y OR N'
    end-evaluate.

keep-detail.
    add 1 to ws-detail-count
    move wd-request-id to de-request-id(ws-detail-count)
    move wd-source-system to de-source-system(ws-detail-count)
    move wd-operation-code to de-operation-code(ws-detail-count)
    move wd-exponent to de-exponent(ws-detail-count)
    move wd-priority-class to de-priority-class(ws-detail-count)
    move wd-multiplier to de-multiplier(ws-detail-count)
    move wd-multiplicand to de-multiplicand(ws-detail-count)
    move wd-multiplier-scale
        to de-multiplier-scale(ws-detail-count)
    move wd-multiplicand-scale
        to de-multiplicand-scale(ws-detail-count)
    move wd-result-scale to de-result-scale(ws-detail-count)
    move wd-rounding-rule to de-rounding-rule(ws-detail-count)
    display '  DETAIL ' ws-detail-count ' ADDED'
    if ws-detail-count >= ws-detail-max
        display 'DECK FULL - ' ws-detail-max
            ' DETAILS - THIS DECK IS FINISHED,'
            ' KEY ANY FURTHER DETAILS ON A NEW DECK'
        move 'Y' to ws-finish-switch
    end-if.

assign-batch-number.
    move 'N' to ws-found-switch
    move zero to ws-found-index
    perform scan-control-entry
        varying ws-control-index from 1 by 1
        until ws-control-index > ws-control-count
            or ws-found-switch = 'Y'
    if ws-found-switch = 'N'
        if ws-control-count >= ws-control-max
            display 'CONTROL TABLE FULL - MORE THAN ' ws-control-max
                ' ORIGINS ON BATCHCTL'
            move 12 to return-code
            stop run
        end-if
        add 1 to ws-control-count
        move ws-control-count to ws-found-index
        move ws-origin-system to ct-origin-system(ws-found-index)
        move zero to ct-last-issued(ws-found-index)
        move spaces to ct-last-issue-date(ws-found-index)
        move zero to ct-last-received(ws-found-index)
        move spaces to ct-last-receipt-date(ws-found-index)
    end-if
    if ct-last-received(ws-found-index)
        > ct-last-issued(ws-found-index)
        move ct-last-received(ws-found-index)
            to ct-last-issued(ws-found-index)
    end-if
    add 1 to ct-last-issued(ws-found-index)
    move ws-current-date-ymd to ct-last-issue-date(ws-found-index)
    move ct-last-issued(ws-found-index) to ws-batch-number.

scan-control-entry.
    if ct-origin-system(ws-control-index) = ws-origin-system
        move 'Y' to ws-found-switch
        move ws-control-index to ws-found-index
    end-if.

write-entry-deck.
    open output entry-deck-file
    if ws-entrout-status not = '00'
        display 'UNABLE TO OPEN ENTROUT - FILE STATUS '
            ws-entrout-status
        move 12 to return-code
        stop run
    end-if
    move 'H' to dh-record-type
    move ws-current-date-ymd to dh-batch-date
    move ws-batch-number to dh-batch-number
    move ws-origin-system to dh-origin-system
    write deck-header-record
    perform write-deck-detail
        varying ws-detail-index from 1 by 1
        until ws-detail-index > ws-detail-count
    move 'T' to dt-record-type
    move ws-detail-count to dt-record-count
    move ws-hash-total to dt-hash-total
    write deck-trailer-record
    close entry-deck-file.

write-deck-detail.
    move spaces to deck-detail-record
    move 'D' to dk-record-type
    move de-multiplier(ws-detail-index) to dk-multiplier
    move de-multiplicand(ws-detail-index) to dk-multiplicand
    move de-request-id(ws-detail-index) to dk-request-id
    move de-source-system(ws-detail-index) to dk-source-system
    move de-operation-code(ws-detail-index) to dk-operation-code
    move de-exponent(ws-detail-index) to dk-exponent
    move de-priority-class(ws-detail-index) to dk-priority-class
    move de-multiplier-scale(ws-detail-index) to dk-multiplier-scale
    move de-multiplicand-scale(ws-detail-index)
        to dk-multiplicand-scale
    move de-result-scale(ws-detail-index) to dk-result-scale
    move de-rounding-rule(ws-detail-index) to dk-rounding-rule
    compute ws-hash-total =
        function mod(ws-hash-total + dk-multiplier,
            1000000000000000)
    compute ws-hash-total =
        function mod(ws-hash-total + dk-multiplicand,
            1000000000000000)
    write deck-detail-record.

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

write-entry-list.
    open output entry-list-file
    if ws-entrlst-status not = '00'
        display 'UNABLE TO OPEN ENTRLST - FILE STATUS '
            ws-entrlst-status
        move 12 to return-code
        stop run
    end-if
    move ws-origin-system to lh-origin-system
    move ws-batch-number to lh-batch-number
    move ws-current-date-ymd to lh-batch-date
    move ws-current-time-hms to lh-keyed-time
    write entry-list-record from ws-list-heading-1
    write entry-list-record from ws-blank-line
    write entry-list-record from ws-list-heading-2
    perform write-list-detail
        varying ws-detail-index from 1 by 1
        until ws-detail-index > ws-detail-count
    write entry-list-record from ws-blank-line
    move ws-detail-count to lt-record-count
    move ws-hash-total to lt-hash-total
    write entry-list-record from ws-list-total
    write entry-list-record from ws-blank-line
    move 'REQUESTED BY' to sl-caption
    write entry-list-record from ws-sign-line
    write entry-list-record from ws-blank-line
    move 'KEYED BY' to sl-caption
    write entry-list-record from ws-sign-line
    write entry-list-record from ws-blank-line
    move 'RELEASED BY' to sl-caption
    write entry-list-record from ws-sign-line
    close entry-list-file.

write-list-detail.
    move ws-detail-index to ld-sequence
    move de-request-id(ws-detail-index) to ld-request-id
    move de-source-system(ws-detail-index) to ld-source-system
    move de-operation-code(ws-detail-index) to ld-operation-code
    move de-exponent(ws-detail-index) to ld-exponent
    move de-priority-class(ws-detail-index) to ld-priority-class
    move de-multiplier(ws-detail-index) to ld-multiplier
    move de-multiplicand(ws-detail-index) to ld-multiplicand
    move de-multiplier-scale(ws-detail-index) to ld-multiplier-scale
    move de-multiplicand-scale(ws-detail-index)
        to ld-multiplicand-scale
    move de-result-scale(ws-detail-index) to ld-result-scale
    move de-rounding-rule(ws-detail-index) to ld-rounding-rule
    write entry-list-record from ws-list-detail.

print-entry-summary.
    display '===================================================='
    display 'MULTENTR OPERATOR REQUEST ENTRY CONTROL REPORT'
    display 'ORIGIN SYSTEM      : ' ws-origin-system
    display 'BATCH NUMBER       : ' ws-batch-number
    display 'BATCH DATE         : ' ws-current-date-ymd
    display 'DETAILS WRITTEN    : ' ws-detail-count
    display 'HASH TOTAL         : ' ws-hash-total
    display '===================================================='.
