identification division.
program-id. multsmnt.

environment division.
input-output section.
file-control.
    select source-master-file
        assign to "SYSMAST"
        organization indexed
        access mode dynamic
        record key is sm-source-system
        file status is ws-sysmast-status.
    select smnt-card-file
        assign to "SMNTCARD"
        organization line sequential
        file status is ws-smntcard-status.
    select smnt-report-file
        assign to "SMNTRPT"
        organization line sequential
        file status is ws-report-status.

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

fd  smnt-card-file.
01  smnt-card-record.
    05 sc-function                   picture x(8).
    05 sc-filler-1                   picture x.
    05 sc-source-system              picture x(4).
    05 sc-filler-2                   picture x.
    05 sc-department                 picture x(20).
    05 sc-filler-3                   picture x.
    05 sc-status-flag                picture x.
    05 sc-filler-4                   picture x.
    05 sc-allow-multiply             picture x.
    05 sc-allow-square               picture x.
    05 sc-allow-power                picture x.
    05 sc-filler-5                   picture x.
    05 sc-max-exponent               picture x(2).
    05 sc-filler-6                   picture x.
    05 sc-daily-ceiling              picture x(9).

fd  smnt-report-file.
01  smnt-report-record               picture x(132).

working-storage section.

01 ws-sysmast-status picture xx.
01 ws-smntcard-status picture xx.
01 ws-report-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-master-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.
01 ws-card-error-switch picture x value 'N'.
01 ws-card-error picture x(40) value spaces.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 filler picture x(13).

01 ws-card-count picture 9(9) value zero.
01 ws-added-count picture 9(9) value zero.
01 ws-changed-count picture 9(9) value zero.
01 ws-suspended-count picture 9(9) value zero.
01 ws-listed-count picture 9(9) value zero.
01 ws-refused-count picture 9(9) value zero.

01 ws-report-heading.
   05 filler picture x(42)
       value 'MULTSMNT SOURCE SYSTEM MASTER MAINTENANCE'.
   05 filler picture x(9) value ' - RUN OF'.
   05 filler picture x value space.
   05 rh-run-date picture x(8).
   05 filler picture x(72) value spaces.

01 ws-column-heading.
   05 filler picture x(16) value spaces.
   05 filler picture x(6) value 'SYSTEM'.
   05 filler picture x value space.
   05 filler picture x(20) value 'DEPARTMENT'.
   05 filler picture x(2) value spaces.
   05 filler picture x(2) value 'ST'.
   05 filler picture x(5) value 'M S P'.
   05 filler picture x(5) value '  EXP'.
   05 filler picture x(13) value '      CEILING'.
   05 filler picture x(13) value '   USED TODAY'.
   05 filler picture x(10) value '   USED ON'.
   05 filler picture x(10) value '   CHANGED'.
   05 filler picture x(29) value spaces.

01 ws-transaction-line.
   05 filler picture x(12) value 'TRANSACTION '.
   05 tl-function picture x(8).
   05 filler picture x value space.
   05 tl-source-system picture x(4).
   05 filler picture x(2) value spaces.
   05 tl-remark picture x(40).
   05 filler picture x(65) value spaces.

01 ws-image-line.
   05 filler picture x(2) value spaces.
   05 il-caption picture x(8).
   05 filler picture x(6) value spaces.
   05 il-source-system picture x(4).
   05 filler picture x(3) value spaces.
   05 il-department picture x(20).
   05 filler picture x(2) value spaces.
   05 il-status-flag picture x.
   05 filler picture x value space.
   05 il-allow-multiply picture x.
   05 filler picture x value space.
   05 il-allow-square picture x.
   05 filler picture x value space.
   05 il-allow-power picture x.
   05 filler picture x(3) value spaces.
   05 il-max-exponent picture x(2).
   05 filler picture x(2) value spaces.
   05 il-daily-ceiling picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 il-usage-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 il-usage-date picture x(8).
   05 filler picture x(2) value spaces.
   05 il-last-change-date picture x(8).
   05 filler picture x(29) value spaces.

01 ws-none-line.
   05 filler picture x(2) value spaces.
   05 nl-caption picture x(8).
   05 filler picture x(6) value spaces.
   05 filler picture x(18) value '(NO MASTER ENTRY)'.
   05 filler picture x(98) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    open input smnt-card-file
    if ws-smntcard-status not = '00'
        display 'UNABLE TO OPEN SMNTCARD - FILE STATUS '
            ws-smntcard-status
        move 12 to return-code
        stop run
    end-if
    open output smnt-report-file
    if ws-report-status not = '00'
        display 'UNABLE TO OPEN SMNTRPT - FILE STATUS '
            ws-report-status
        move 12 to return-code
        stop run
    end-if
    perform open-source-master
    move ws-current-date-ymd to rh-run-date
    write smnt-report-record from ws-report-heading
    write smnt-report-record from ws-column-heading
    perform read-smnt-card
    perform apply-transaction
        with test before
        until ws-eof-switch = 'Y'
    close smnt-card-file
    close source-master-file
    close smnt-report-file
    perform print-smnt-summary
    if ws-card-count = zero
        display 'SMNTCARD GIVES NO TRANSACTIONS - NOTHING TO DO'
        move 12 to return-code
    else
        if ws-refused-count > 0
            move 4 to return-code
        end-if
    end-if
    stop run.

open-source-master.
    open i-o source-master-file
    if ws-sysmast-status = '35'
        open output source-master-file
        close source-master-file
        open i-o source-master-file
    end-if
    if ws-sysmast-status not = '00'
        display 'UNABLE TO OPEN SYSMAST - FILE STATUS '
            ws-sysmast-status
        move 12 to return-code
        stop run
    end-if.

read-smnt-card.
    read smnt-card-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

apply-transaction.
    add 1 to ws-card-count
    write smnt-report-record from ws-blank-line
    move sc-function to tl-function
    move sc-source-system to tl-source-system
    move spaces to tl-remark
    evaluate sc-function
        when 'ADD'
            perform add-master-entry
        when 'CHANGE'
            perform change-master-entry
        when 'SUSPEND'
            perform suspend-master-entry
        when 'LIST'
            perform list-master-entries
        when other
            move 'FUNCTION NOT RECOGNISED - REFUSED' to tl-remark
            write smnt-report-record from ws-transaction-line
            add 1 to ws-refused-count
    end-evaluate
    perform read-smnt-card.

read-master-entry.
    move 'N' to ws-found-switch
    move sc-source-system to sm-source-system
    read source-master-file
        invalid key
            continue
        not invalid key
            move 'Y' to ws-found-switch
    end-read.

edit-card-fields.
    move 'N' to ws-card-error-switch
    move spaces to ws-card-error
    if sc-status-flag not = space
        and sc-status-flag not = 'A'
        and sc-status-flag not = 'S'
        move 'Y' to ws-card-error-switch
        move 'STATUS MUST BE A OR S - REFUSED' to ws-card-error
    end-if
    if (sc-allow-multiply not = space
            and sc-allow-multiply not = 'Y'
            and sc-allow-multiply not = 'N')
        or (sc-allow-square not = space
            and sc-allow-square not = 'Y'
            and sc-allow-square not = 'N')
        or (sc-allow-power not = space
            and sc-allow-power not = 'Y'
            and sc-allow-power not = 'N')
        move 'Y' to ws-card-error-switch
        move 'OPERATION FLAGS MUST BE Y OR N - REFUSED' to ws-card-error
    end-if
    if sc-max-exponent not = spaces
        and sc-max-exponent is not numeric
        move 'Y' to ws-card-error-switch
        move 'MAXIMUM EXPONENT NOT NUMERIC - REFUSED' to ws-card-error
    end-if
    if sc-daily-ceiling not = spaces
        and sc-daily-ceiling is not numeric
        move 'Y' to ws-card-error-switch
        move 'DAILY CEILING NOT NUMERIC - REFUSED' to ws-card-error
    end-if
    if sc-source-system = spaces
        move 'Y' to ws-card-error-switch
        move 'NO SOURCE SYSTEM ON CARD - REFUSED' to ws-card-error
    end-if.

add-master-entry.
    perform edit-card-fields
    if ws-card-error-switch = 'Y'
        move ws-card-error to tl-remark
        write smnt-report-record from ws-transaction-line
        add 1 to ws-refused-count
    else
        perform read-master-entry
        if ws-found-switch = 'Y'
            move 'ALREADY ON MASTER - REFUSED' to tl-remark
            write smnt-report-record from ws-transaction-line
            move 'BEFORE' to il-caption
            perform write-image-line
            add 1 to ws-refused-count
        else
            move 'ADDED' to tl-remark
            write smnt-report-record from ws-transaction-line
            move 'BEFORE' to nl-caption
            write smnt-report-record from ws-none-line
            move sc-source-system to sm-source-system
            move sc-department to sm-department
            move 'A' to sm-status-flag
            move 'N' to sm-allow-multiply
            move 'N' to sm-allow-square
            move 'N' to sm-allow-power
            move zero to sm-max-exponent
            move zero to sm-daily-ceiling
            move spaces to sm-usage-date
            move zero to sm-usage-count
            perform apply-card-fields
            write source-master-record
                invalid key
                    continue
            end-write
            move 'AFTER' to il-caption
            perform write-image-line
            add 1 to ws-added-count
        end-if
    end-if.

change-master-entry.
    perform edit-card-fields
    if ws-card-error-switch = 'Y'
        move ws-card-error to tl-remark
        write smnt-report-record from ws-transaction-line
        add 1 to ws-refused-count
    else
        perform read-master-entry
        if ws-found-switch = 'N'
            move 'NOT ON MASTER - REFUSED' to tl-remark
            write smnt-report-record from ws-transaction-line
            add 1 to ws-refused-count
        else
            move 'CHANGED' to tl-remark
            write smnt-report-record from ws-transaction-line
            move 'BEFORE' to il-caption
            perform write-image-line
            if sc-department not = spaces
                move sc-department to sm-department
            end-if
            perform apply-card-fields
            rewrite source-master-record
                invalid key
                    continue
            end-rewrite
            move 'AFTER' to il-caption
            perform write-image-line
            add 1 to ws-changed-count
        end-if
    end-if.

apply-card-fields.
    if sc-status-flag not = space
        move sc-status-flag to sm-status-flag
    end-if
    if sc-allow-multiply not = space
        move sc-allow-multiply to sm-allow-multiply
    end-if
    if sc-allow-square not = space
        move sc-allow-square to sm-allow-square
    end-if
    if sc-allow-power not = space
        move sc-allow-power to sm-allow-power
    end-if
    if sc-max-exponent is numeric
        move sc-max-exponent to sm-max-exponent
    end-if
    if sc-daily-ceiling is numeric
        move sc-daily-ceiling to sm-daily-ceiling
    end-if
    move ws-current-date-ymd to sm-last-change-date.

suspend-master-entry.
    perform read-master-entry
    if ws-found-switch = 'N'
        move 'NOT ON MASTER - REFUSED' to tl-remark
        write smnt-report-record from ws-transaction-line
        add 1 to ws-refused-count
    else
        move 'SUSPENDED' to tl-remark
        write smnt-report-record from ws-transaction-line
        move 'BEFORE' to il-caption
        perform write-image-line
        move 'S' to sm-status-flag
        move ws-current-date-ymd to sm-last-change-date
        rewrite source-master-record
            invalid key
                continue
        end-rewrite
        move 'AFTER' to il-caption
        perform write-image-line
        add 1 to ws-suspended-count
    end-if.

list-master-entries.
    if sc-source-system not = spaces
        perform read-master-entry
        if ws-found-switch = 'N'
            move 'NOT ON MASTER' to tl-remark
            write smnt-report-record from ws-transaction-line
        else
            write smnt-report-record from ws-transaction-line
            move 'ENTRY' to il-caption
            perform write-image-line
            add 1 to ws-listed-count
        end-if
    else
        write smnt-report-record from ws-transaction-line
        move low-values to sm-source-system
        move 'N' to ws-master-eof-switch
        start source-master-file
            key is not less than sm-source-system
            invalid key
                move 'Y' to ws-master-eof-switch
        end-start
        if ws-master-eof-switch = 'N'
            perform read-master-next
        end-if
        perform list-one-entry
            with test before
            until ws-master-eof-switch = 'Y'
    end-if.

read-master-next.
    read source-master-file next
        at end
            move 'Y' to ws-master-eof-switch
    end-read.

list-one-entry.
    move 'ENTRY' to il-caption
    perform write-image-line
    add 1 to ws-listed-count
    perform read-master-next.

write-image-line.
    move sm-source-system to il-source-system
    move sm-department to il-department
    move sm-status-flag to il-status-flag
    move sm-allow-multiply to il-allow-multiply
    move sm-allow-square to il-allow-square
    move sm-allow-power to il-allow-power
    move sm-max-exponent to il-max-exponent
    if sm-daily-ceiling is numeric
        move sm-daily-ceiling to il-daily-ceiling
    else
        move zero to il-daily-ceiling
    end-if
    if sm-usage-count is numeric
        move sm-usage-count to il-usage-count
    else
        move zero to il-usage-count
    end-if
    move sm-usage-date to il-usage-date
    move sm-last-change-date to il-last-change-date
    write smnt-report-record from ws-image-line.

print-smnt-summary.
    display '===================================================='
    display 'MULTSMNT SOURCE SYSTEM MASTER MAINTENANCE REPORT'
    display 'TRANSACTIONS READ  : ' ws-card-count
    display 'ENTRIES ADDED      : ' ws-added-count
    display 'ENTRIES CHANGED    : ' ws-changed-count
    display 'ENTRIES SUSPENDED  : ' ws-suspended-count
    display 'ENTRIES LISTED     : ' ws-listed-count
    display 'REFUSED            : ' ws-refused-count
    display '===================================================='.
