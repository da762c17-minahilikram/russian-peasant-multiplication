identification division.
program-id. multavfy.

environment division.
input-output section.
file-control.
    select verify-archive-file
        assign to "AUDITA"
        organization line sequential
        file status is ws-audita-status.
    select verify-audit-file
        assign to "AUDIT"
        organization line sequential
        file status is ws-audit-status.
    select verify-card-file
        assign to "AVFYCARD"
        organization line sequential
        file status is ws-avfycard-status.
    select verify-report-file
        assign to "AVFYRPT"
        organization line sequential
        file status is ws-report-status.

data division.

file section.
fd  verify-archive-file.
01  verify-archive-record           picture x(337).

fd  verify-audit-file.
01  verify-audit-record             picture x(337).

fd  verify-card-file.
01  verify-card-record.
    05 vc-certified-sequence        picture x(12).
    05 filler                       picture x(68).

fd  verify-report-file.
01  verify-report-record            picture x(132).

working-storage section.

01 ws-audita-status picture xx.
01 ws-audit-status picture xx.
01 ws-avfycard-status picture xx.
01 ws-report-status picture xx.
01 ws-eof-switch picture x value 'N'.

01 ws-audit-row.
   05 vf-multiplier                 picture x(39).
   05 vf-filler-1                   picture x(2).
   05 vf-multiplicand               picture x(39).
   05 vf-filler-2                   picture x(2).
   05 vf-answer                     picture x(39).
   05 vf-filler-3                   picture x(2).
   05 vf-timestamp.
      10 vf-run-date                picture x(8).
      10 vf-run-time                picture x(13).
   05 vf-filler-4                   picture x(2).
   05 vf-status                     picture x(10).
   05 vf-filler-5                   picture x(2).
   05 vf-reject-reason              picture x(32).
   05 vf-filler-6                   picture x(2).
   05 vf-batch-number               picture x(6).
   05 vf-filler-7                   picture x(2).
   05 vf-batch-date                 picture x(8).
   05 vf-filler-8                   picture x(2).
   05 vf-request-id                 picture x(12).
   05 vf-filler-9                   picture x(2).
   05 vf-source-system              picture x(4).
   05 vf-filler-10                  picture x(2).
   05 vf-recycle-flag               picture x.
   05 vf-filler-11                  picture x(2).
   05 vf-operation-code             picture x(8).
   05 vf-filler-12                  picture x(2).
   05 vf-exponent                   picture x(2).
   05 vf-filler-13                  picture x(2).
   05 vf-multiplier-scale           picture x(2).
   05 vf-filler-14                  picture x(2).
   05 vf-multiplicand-scale         picture x(2).
   05 vf-filler-15                  picture x(2).
   05 vf-result-scale               picture x(2).
   05 vf-filler-16                  picture x(2).
   05 vf-rounding-rule              picture x.
   05 vf-filler-17                  picture x(2).
   05 vf-decimal-answer             picture x(41).
   05 vf-filler-18                  picture x(2).
   05 vf-sequence-number            picture 9(12).
   05 vf-filler-19                  picture x(2).
   05 vf-chain-value                picture 9(15).
   05 vf-filler-20                  picture x(2).
   05 vf-priority-class             picture x.

01 ws-file-name picture x(6) value spaces.
01 ws-chain-started picture x value 'N'.
01 ws-archive-supplied picture x value 'N'.
01 ws-start-verified picture x value 'N'.
01 ws-certified-sequence picture 9(12) value zero.
01 ws-first-sequence picture 9(12) value zero.
01 ws-last-sequence picture 9(12) value zero.
01 ws-last-chain picture 9(15) value zero.
01 ws-expected-sequence picture 9(12) value zero.
01 ws-chain-work picture 9(18) value zero.
01 ws-chain-index picture 9(3).
01 ws-chain-length picture 9(3) value 317.
01 ws-chain-class-offset picture 9(3) value 337.
01 ws-chain-modulus picture 9(15) value 999999999999989.

01 ws-archive-read-count picture 9(9) value zero.
01 ws-audit-read-count picture 9(9) value zero.
01 ws-prechain-count picture 9(9) value zero.
01 ws-verified-count picture 9(9) value zero.
01 ws-gap-count picture 9(9) value zero.
01 ws-order-count picture 9(9) value zero.
01 ws-broken-count picture 9(9) value zero.
01 ws-unchained-count picture 9(9) value zero.
01 ws-truncated-count picture 9(9) value zero.
01 ws-exception-count picture 9(9) value zero.

01 ws-report-heading-1.
   05 filler picture x(40)
       value 'MULTAVFY AUDIT TRAIL INTEGRITY REPORT'.
   05 filler picture x(10) value 'RUN DATE: '.
   05 rh-run-date picture x(8).
   05 filler picture x(74) value spaces.

01 ws-report-heading-2.
   05 filler picture x(14) value 'SEQUENCE'.
   05 filler picture x(10) value 'RUN DATE'.
   05 filler picture x(8) value 'BATCH'.
   05 filler picture x(10) value 'BAT DATE'.
   05 filler picture x(6) value 'SYS'.
   05 filler picture x(14) value 'REQUEST ID'.
   05 filler picture x(18) value 'EXCEPTION'.
   05 filler picture x(8) value 'FILE'.
   05 filler picture x(44) value 'DETAIL'.

01 ws-exception-line.
   05 el-sequence picture x(12).
   05 filler picture x(2) value spaces.
   05 el-run-date picture x(8).
   05 filler picture x(2) value spaces.
   05 el-batch-number picture x(6).
   05 filler picture x(2) value spaces.
   05 el-batch-date picture x(8).
   05 filler picture x(2) value spaces.
   05 el-source-system picture x(4).
   05 filler picture x(2) value spaces.
   05 el-request-id picture x(12).
   05 filler picture x(2) value spaces.
   05 el-exception picture x(16).
   05 filler picture x(2) value spaces.
   05 el-file-name picture x(6).
   05 filler picture x(2) value spaces.
   05 el-detail picture x(40).
   05 filler picture x(2) value spaces.

01 ws-expected-detail.
   05 filler picture x(18) value 'EXPECTED SEQUENCE '.
   05 ed-sequence picture 9(12).
   05 filler picture x(10) value spaces.

01 ws-after-detail.
   05 filler picture x(21) value 'AFTER HIGHEST SEEN - '.
   05 ad-sequence picture 9(12).
   05 filler picture x(7) value spaces.

01 ws-certified-detail.
   05 filler picture x(21) value 'CERTIFIED LAST WAS - '.
   05 cd-sequence picture 9(12).
   05 filler picture x(7) value spaces.

01 ws-result-line.
   05 rl-result picture x(30).
   05 filler picture x(15) value 'LAST SEQUENCE: '.
   05 rl-last-sequence picture 9(12).
   05 filler picture x(15) value '  CHECK VALUE: '.
   05 rl-last-chain picture 9(15).
   05 filler picture x(14) value '  EXCEPTIONS: '.
   05 rl-exception-count picture zzz,zzz,zz9.
   05 filler picture x(20) value spaces.

01 ws-blank-line picture x(132) value spaces.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 filler picture x(13).

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-verify-card
    open output verify-report-file
    if ws-report-status not = '00'
        display 'UNABLE TO OPEN AVFYRPT - FILE STATUS '
            ws-report-status
        move 12 to return-code
        stop run
    end-if
    move ws-current-date-ymd to rh-run-date
    write verify-report-record from ws-report-heading-1
    write verify-report-record from ws-blank-line
    write verify-report-record from ws-report-heading-2
    perform verify-archive-trail
    perform verify-current-trail
    perform check-certified-sequence
    perform write-verify-result
    close verify-report-file
    perform print-verify-summary
    perform set-verify-return-code
    stop run.

read-verify-card.
    open input verify-card-file
    if ws-avfycard-status = '00'
        read verify-card-file
            at end
                continue
            not at end
                if vc-certified-sequence is numeric
                    move vc-certified-sequence
                        to ws-certified-sequence
                end-if
        end-read
        close verify-card-file
    end-if.

verify-archive-trail.
    open input verify-archive-file
    if ws-audita-status not = '00'
        display 'AUDITA NOT SUPPLIED - FILE STATUS ' ws-audita-status
            ' - ARCHIVED ROWS NOT VERIFIED'
    else
        move 'Y' to ws-archive-supplied
        move 'AUDITA' to ws-file-name
        move 'N' to ws-eof-switch
        perform read-archive-row
        perform verify-archive-row
            with test before
            until ws-eof-switch = 'Y'
        close verify-archive-file
    end-if.

read-archive-row.
    read verify-archive-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

verify-archive-row.
    add 1 to ws-archive-read-count
    move verify-archive-record to ws-audit-row
    perform verify-audit-row
    perform read-archive-row.

verify-current-trail.
    open input verify-audit-file
    if ws-audit-status not = '00'
        display 'UNABLE TO OPEN AUDIT - FILE STATUS ' ws-audit-status
        close verify-report-file
        move 12 to return-code
        stop run
    end-if
    move 'AUDIT' to ws-file-name
    move 'N' to ws-eof-switch
    perform read-current-row
    perform verify-current-row
        with test before
        until ws-eof-switch = 'Y'
    close verify-audit-file.

read-current-row.
    read verify-audit-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

verify-current-row.
    add 1 to ws-audit-read-count
    move verify-audit-record to ws-audit-row
    perform verify-audit-row
    perform read-current-row.

verify-audit-row.
    if vf-sequence-number is not numeric
        or vf-chain-value is not numeric
        if ws-chain-started = 'Y'
            add 1 to ws-unchained-count
            move 'UNCHAINED ROW' to el-exception
            move 'NO SEQUENCE NUMBER OR CHECK VALUE' to el-detail
            perform write-exception-line
        else
            add 1 to ws-prechain-count
        end-if
    else
        if ws-chain-started = 'N'
            perform start-audit-chain
        else
            perform follow-audit-chain
        end-if
    end-if.

start-audit-chain.
    move 'Y' to ws-chain-started
    move vf-sequence-number to ws-first-sequence
    if vf-sequence-number = 1
        move 'Y' to ws-start-verified
        move zero to ws-last-chain
        perform check-chain-link
    else
        move 'START UNVERIFIED' to el-exception
        move 'EARLIER ROWS NOT SUPPLIED' to el-detail
        perform write-exception-line
    end-if
    move vf-sequence-number to ws-last-sequence
    move vf-chain-value to ws-last-chain.

follow-audit-chain.
    compute ws-expected-sequence = ws-last-sequence + 1
    evaluate true
        when vf-sequence-number = ws-expected-sequence
            perform check-chain-link
            move vf-sequence-number to ws-last-sequence
            move vf-chain-value to ws-last-chain
        when vf-sequence-number > ws-expected-sequence
            add 1 to ws-gap-count
            move 'GAP' to el-exception
            move ws-expected-sequence to ed-sequence
            move ws-expected-detail to el-detail
            perform write-exception-line
            move vf-sequence-number to ws-last-sequence
            move vf-chain-value to ws-last-chain
        when vf-sequence-number = ws-last-sequence
            add 1 to ws-order-count
            move 'REPEATED' to el-exception
            move ws-last-sequence to ad-sequence
            move ws-after-detail to el-detail
            perform write-exception-line
        when other
            add 1 to ws-order-count
            move 'OUT OF ORDER' to el-exception
            move ws-last-sequence to ad-sequence
            move ws-after-detail to el-detail
            perform write-exception-line
    end-evaluate.

check-chain-link.
    move ws-last-chain to ws-chain-work
    perform chain-audit-byte
        varying ws-chain-index from 1 by 1
        until ws-chain-index > ws-chain-length
    if ws-audit-row(ws-chain-class-offset:1) not = space
        move ws-chain-class-offset to ws-chain-index
        perform chain-audit-byte
    end-if
    if ws-chain-work = vf-chain-value
        add 1 to ws-verified-count
    else
        add 1 to ws-broken-count
        move 'BROKEN LINK' to el-exception
        move 'CHECK VALUE DOES NOT FOLLOW PRIOR ROW' to el-detail
        perform write-exception-line
    end-if.

chain-audit-byte.
    compute ws-chain-work =
        function mod(ws-chain-work * 131
            + function ord(ws-audit-row(ws-chain-index:1)),
            ws-chain-modulus).

check-certified-sequence.
    if ws-certified-sequence > ws-last-sequence
        add 1 to ws-truncated-count
        move spaces to ws-audit-row
        move 'AUDIT' to ws-file-name
        move 'TRUNCATED' to el-exception
        move ws-certified-sequence to cd-sequence
        move ws-certified-detail to el-detail
        perform write-exception-line
    end-if.

write-exception-line.
    if el-exception not = 'START UNVERIFIED'
        add 1 to ws-exception-count
    end-if
    move vf-sequence-number to el-sequence
    move vf-run-date to el-run-date
    move vf-batch-number to el-batch-number
    move vf-batch-date to el-batch-date
    move vf-source-system to el-source-system
    move vf-request-id to el-request-id
    move ws-file-name to el-file-name
    write verify-report-record from ws-exception-line.

write-verify-result.
    write verify-report-record from ws-blank-line
    evaluate true
        when ws-exception-count > 0
            move 'AUDIT TRAIL NOT INTACT' to rl-result
        when ws-chain-started = 'N'
            move 'NO CHAINED ROWS FOUND' to rl-result
        when ws-start-verified = 'N'
            move 'INTACT FROM FIRST ROW READ' to rl-result
        when other
            move 'AUDIT TRAIL INTACT' to rl-result
    end-evaluate
    move ws-last-sequence to rl-last-sequence
    move ws-last-chain to rl-last-chain
    move ws-exception-count to rl-exception-count
    write verify-report-record from ws-result-line.

set-verify-return-code.
    evaluate true
        when ws-exception-count > 0
            move 8 to return-code
        when ws-start-verified = 'N'
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate.

print-verify-summary.
    display '===================================================='
    display 'MULTAVFY AUDIT TRAIL INTEGRITY CONTROL REPORT'
    display 'ARCHIVES SUPPLIED  : ' ws-archive-supplied
    display 'ARCHIVE ROWS READ  : ' ws-archive-read-count
    display 'AUDIT ROWS READ    : ' ws-audit-read-count
    display 'ROWS BEFORE CHAIN  : ' ws-prechain-count
    display 'FIRST SEQUENCE     : ' ws-first-sequence
    display 'LAST SEQUENCE      : ' ws-last-sequence
    display 'LAST CHECK VALUE   : ' ws-last-chain
    display 'LINKS VERIFIED     : ' ws-verified-count
    display 'GAPS               : ' ws-gap-count
    display 'OUT OF ORDER       : ' ws-order-count
    display 'BROKEN LINKS       : ' ws-broken-count
    display 'UNCHAINED ROWS     : ' ws-unchained-count
    display 'TRUNCATED          : ' ws-truncated-count
    display 'EXCEPTIONS         : ' ws-exception-count
    display '===================================================='.
