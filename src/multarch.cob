01  archive-audit-record.
    05 aa-front                     picture x(123).
    05 aa-date                      picture x(8).
    05 aa-rest                      picture x(172).
    05 aa-filler-1                  picture x(2).
    05 aa-sequence-number           picture x(12).
    05 aa-filler-2                  picture x(2).
    05 aa-chain-value               picture x(15).
    05 aa-filler-20                 picture x(2).
    05 aa-priority-class            picture x.

fd  archive-audit-new-file.
01  archive-audit-new-record        picture x(337).

fd  archive-audit-arc-file.
01  archive-audit-arc-record        picture x(337).

fd  archive-out-in-file.
01  archive-out-record.
    05 oa-front                     picture x(177).
    05 oa-date                      picture x(8).
    05 oa-rest                      picture x(95).

fd  archive-out-new-file.
01  archive-out-new-record          picture x(280).

fd  archive-out-arc-file.
01  archive-out-arc-record          picture x(280).

fd  archive-card-file.
01  archive-card-record.
01 ws-out-archived-count picture 9(9) value zero.
01 ws-out-retained-count picture 9(9) value zero.
01 ws-balance-switch picture x value 'Y'.
01 ws-chain-kept picture x value 'N'.
01 ws-audit-held-count picture 9(9) value zero.

01 ws-report-heading.
   05 filler picture x(80)
    add 1 to ws-audit-read-count
    if aa-date is numeric
        and aa-date < ws-audit-cutoff
        and (ws-chain-kept = 'N'
            or aa-sequence-number is not numeric)
        add 1 to ws-audit-archived-count
        write archive-audit-arc-record from archive-audit-record
    else
        if aa-date is numeric
            and aa-date < ws-audit-cutoff
            add 1 to ws-audit-held-count
        end-if
        if aa-sequence-number is numeric
            move 'Y' to ws-chain-kept
        end-if
        add 1 to ws-audit-retained-count
        write archive-audit-new-record from archive-audit-record
    end-if
    display 'AUDIT   READ       : ' ws-audit-read-count
    display 'AUDIT   ARCHIVED   : ' ws-audit-archived-count
    display 'AUDIT   RETAINED   : ' ws-audit-retained-count
    display '  HELD FOR CHAIN   : ' ws-audit-held-count
    display 'MULTOUT READ       : ' ws-out-read-count
    display 'MULTOUT ARCHIVED   : ' ws-out-archived-count
    display 'MULTOUT RETAINED   : ' ws-out-retained-count
