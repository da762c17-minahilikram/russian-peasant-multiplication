identification division.
program-id. multdgst.

environment division.
input-output section.
file-control.
    select digest-card-file
        assign to "DGSTCARD"
        organization line sequential
        file status is ws-dgstcard-status.
    select digest-runstat-file
        assign to "RUNSTAT"
        organization line sequential
        file status is ws-runstat-status.
    select digest-verify-file
        assign to "VRFYRPT"
        organization line sequential
        file status is ws-vrfyrpt-status.
    select digest-recon-file
        assign to "RECNRPT"
        organization line sequential
        file status is ws-recnrpt-status.
    select digest-feed-log-file
        assign to "FEEDLOG"
        organization line sequential
        file status is ws-feedlog-status.
    select digest-reject-file
        assign to "MULTREJ"
        organization line sequential
        file status is ws-multrej-status.
    select digest-monitor-file
        assign to "MONSTAT"
        organization line sequential
        file status is ws-monstat-status.
    select digest-report-file
        assign to "DGSTRPT"
        organization line sequential
        file status is ws-dgstrpt-status.
    select digest-exception-file
        assign to "DGSTEXC"
        organization line sequential
        file status is ws-dgstexc-status.

data division.

file section.
fd  digest-card-file.
01  digest-card-record.
    05 dc-digest-date               picture x(8).
    05 dc-filler-1                  picture x.
    05 dc-reject-percent            picture x(3).

fd  digest-runstat-file.
01  digest-runstat-record.
    05 rs-run-date                  picture x(8).
    05 rs-run-mode                  picture x(6).
    05 rs-processed-count           picture x(9).
    05 rs-reject-count              picture x(9).
    05 rs-overflow-count            picture x(9).
    05 rs-return-code               picture x(2).
    05 rs-completion-status         picture x(14).

fd  digest-verify-file.
01  digest-verify-record.
    05 vf-answer-columns            picture x(177).
    05 vf-remark                    picture x(10).
    05 vf-filler-1                  picture x(2).
    05 vf-source-system             picture x(4).
    05 vf-filler-2                  picture x(2).
    05 vf-request-id                picture x(12).
    05 vf-filler-3                  picture x(2).
    05 vf-batch-date                picture x(8).

fd  digest-recon-file.
01  digest-recon-record.
    05 rn-source-system             picture x(4).
    05 rn-filler-1                  picture x(2).
    05 rn-request-id                picture x(12).
    05 rn-counts                    picture x(34).
    05 rn-remark                    picture x(26).
    05 rn-filler-2                  picture x(2).
01  digest-recon-heading.
    05 rn-heading-title             picture x(46).
    05 rn-audit-date                picture x(8).
    05 rn-filler-3                  picture x(26).

fd  digest-feed-log-file.
01  digest-feed-log-record.
    05 fl-source-system             picture x(4).
    05 fl-generation                picture x(6).
    05 fl-feed-date                 picture x(8).
    05 fl-record-count              picture x(9).
    05 fl-ack-switch                picture x.
    05 fl-ack-date                  picture x(8).
    05 fl-feed-time                 picture x(6).
    05 fl-ack-time                  picture x(6).

fd  digest-reject-file.
01  digest-reject-record.
    05 dr-record-type               picture x.
    05 dr-multiplier                picture x(39).
    05 dr-multiplicand              picture x(39).
    05 dr-request-id                picture x(12).
    05 dr-source-system             picture x(4).
    05 dr-operation-code            picture x(8).
    05 dr-exponent                  picture x(2).
    05 dr-priority-class            picture x.
    05 dr-decimal-fields            picture x(7).
    05 dr-reject-reason             picture x(32).
    05 dr-batch-number              picture x(6).
    05 dr-reject-date               picture x(8).

fd  digest-monitor-file.
01  digest-monitor-record.
    05 ms-check-date                picture x(8).
    05 ms-check-time                picture x(6).
    05 ms-run-date                  picture x(8).
    05 ms-heartbeat-time            picture x(6).
    05 ms-processed-count           picture x(9).
    05 ms-expected-volume           picture x(9).
    05 ms-projected-time            picture x(6).
    05 ms-cutoff-time               picture x(6).
    05 ms-verdict                   picture x(16).
    05 ms-return-code               picture x(2).

fd  digest-report-file.
01  digest-report-record            picture x(132).

fd  digest-exception-file.
01  digest-exception-record.
    05 ex-category                  picture x(8).
    05 ex-filler-1                  picture x.
    05 ex-severity                  picture x(6).
    05 ex-filler-2                  picture x.
    05 ex-source-system             picture x(4).
    05 ex-filler-3                  picture x.
    05 ex-request-id                picture x(12).
    05 ex-filler-4                  picture x.
    05 ex-reference                 picture x(12).
    05 ex-filler-5                  picture x.
    05 ex-age-days                  picture 9(5).
    05 ex-filler-6                  picture x.
    05 ex-digest-date               picture x(8).
    05 ex-filler-7                  picture x.
    05 ex-description               picture x(40).

working-storage section.

01 ws-dgstcard-status picture xx.
01 ws-runstat-status picture xx.
01 ws-vrfyrpt-status picture xx.
01 ws-recnrpt-status picture xx.
01 ws-feedlog-status picture xx.
01 ws-multrej-status picture xx.
01 ws-monstat-status picture xx.
01 ws-dgstrpt-status picture xx.
01 ws-dgstexc-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-first-switch picture x value 'Y'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-date-hms picture x(6).
   05 filler picture x(7).

01 ws-digest-date picture x(8) value spaces.
01 ws-digest-numeric redefines ws-digest-date picture 9(8).
01 ws-digest-integer picture 9(7) value zero.
01 ws-reject-threshold picture 9(3) value 5.

01 ws-age-date picture x(8).
01 ws-age-numeric redefines ws-age-date picture 9(8).
01 ws-age-days picture 9(5) value zero.

01 ws-area-index picture 9.
01 ws-area-table.
   05 ws-area-entry occurs 6.
      10 ar-name picture x(20).
      10 ar-status picture x(5).
      10 ar-detail picture x(100).
01 ws-area-names.
   05 filler picture x(20) value 'BATCH RUN'.
   05 filler picture x(20) value 'ARITHMETIC VERIFY'.
   05 filler picture x(20) value 'RECONCILIATION'.
   05 filler picture x(20) value 'FEED ACKNOWLEDGMENT'.
   05 filler picture x(20) value 'REJECTS'.
   05 filler picture x(20) value 'BATCH WINDOW'.
01 ws-area-name-table redefines ws-area-names.
   05 ws-area-name picture x(20) occurs 6.
01 ws-overall-status picture x(5) value 'GREEN'.
01 ws-missing-detail.
   05 md-dd-name picture x(7).
   05 filler picture x(38)
       value ' NOT AVAILABLE - JOB OUTPUT NOT FOUND'.

01 ws-run-found picture x value 'N'.
01 ws-run-processed picture 9(9) value zero.
01 ws-run-return-code picture 9(2) value zero.
01 ws-verify-mismatches picture 9(7) value zero.
01 ws-recon-breaks picture 9(7) value zero.
01 ws-recon-date picture x(8) value spaces.
01 ws-feeds-logged picture 9(7) value zero.
01 ws-feeds-awaiting picture 9(7) value zero.
01 ws-feeds-overdue picture 9(7) value zero.
01 ws-feeds-stale picture 9(7) value zero.
01 ws-reject-count picture 9(9) value zero.
01 ws-deferred-count picture 9(9) value zero.
01 ws-reject-base picture 9(9) value zero.
01 ws-reject-percent picture 9(3)v9 value zero.
01 ws-exception-count picture 9(7) value zero.
01 ws-high-count picture 9(7) value zero.
01 ws-medium-count picture 9(7) value zero.
01 ws-low-count picture 9(7) value zero.

01 ws-run-detail.
   05 filler picture x(7) value 'RUN OF '.
   05 rd-run-date picture x(8).
   05 filler picture x value space.
   05 rd-run-mode picture x(6).
   05 filler picture x(4) value ' RC '.
   05 rd-return-code picture x(2).
   05 filler picture x value space.
   05 rd-completion-status picture x(14).
   05 filler picture x(10) value ' PROCESSED'.
   05 rd-processed-count picture z(8)9.
   05 filler picture x(9) value ' REJECTED'.
   05 rd-reject-count picture z(8)9.
   05 filler picture x(9) value ' OVERFLOW'.
   05 rd-overflow-count picture z(8)9.

01 ws-count-detail.
   05 cd-count picture z(6)9.
   05 filler picture x value space.
   05 cd-text picture x(92).

01 ws-feed-detail.
   05 fdd-logged picture z(6)9.
   05 filler picture x(32)
       value ' GENERATIONS ON FEEDLOG - UNACK:'.
   05 filler picture x(10) value ' AWAITING '.
   05 fdd-awaiting picture z(6)9.
   05 filler picture x(9) value ' OVERDUE '.
   05 fdd-overdue picture z(6)9.
   05 filler picture x(7) value ' STALE '.
   05 fdd-stale picture z(6)9.
   05 filler picture x(14) value spaces.

01 ws-reject-detail.
   05 rjd-count picture z(8)9.
   05 filler picture x(10) value ' REJECTED '.
   05 filler picture x(2) value '- '.
   05 rjd-percent picture zz9.9.
   05 filler picture x(17) value ' PCT OF DETAILS ('.
   05 rjd-deferred picture z(8)9.
   05 filler picture x(19) value ' CUT-OFF DEFERRALS)'.
   05 filler picture x(29) value spaces.

01 ws-window-detail.
   05 wd-verdict picture x(12).
   05 filler picture x(13) value ' - HEARTBEAT '.
   05 wd-heartbeat-time picture x(6).
   05 filler picture x(10) value ' PROJECTED'.
   05 filler picture x(8) value ' FINISH '.
   05 wd-projected-time picture x(6).
   05 filler picture x(9) value ' CUT-OFF '.
   05 wd-cutoff-time picture x(6).
   05 filler picture x(12) value ' CHECKED AT '.
   05 wd-check-date picture x(8).
   05 filler picture x value space.
   05 wd-check-time picture x(6).

01 ws-report-heading-1.
   05 filler picture x(38)
       value 'MULTDGST MORNING OPERATIONS DIGEST FOR'.
   05 filler picture x value space.
   05 h1-digest-date picture x(8).
   05 filler picture x(12) value ' - PRODUCED '.
   05 h1-run-date picture x(8).
   05 filler picture x value space.
   05 h1-run-time picture x(6).
   05 filler picture x(58) value spaces.

01 ws-report-heading-2.
   05 filler picture x(20) value 'AREA'.
   05 filler picture x(2) value spaces.
   05 filler picture x(6) value 'STATUS'.
   05 filler picture x(2) value spaces.
   05 filler picture x(6) value 'DETAIL'.
   05 filler picture x(96) value spaces.

01 ws-area-line.
   05 al-name picture x(20).
   05 filler picture x(2) value spaces.
   05 al-status picture x(5).
   05 filler picture x(3) value spaces.
   05 al-detail picture x(100).
   05 filler picture x(2) value spaces.

01 ws-overall-line.
   05 filler picture x(22) value 'OVERALL'.
   05 ol-status picture x(5).
   05 filler picture x(105) value spaces.

01 ws-exception-line.
   05 filler picture x(22) value 'OPEN ISSUES ON DGSTEXC'.
   05 el-count picture z(6)9.
   05 filler picture x(8) value '   HIGH '.
   05 el-high picture z(6)9.
   05 filler picture x(8) value '  MEDIUM'.
   05 filler picture x value space.
   05 el-medium picture z(6)9.
   05 filler picture x(6) value '  LOW '.
   05 el-low picture z(6)9.
   05 filler picture x(59) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-digest-card
    open output digest-exception-file
    if ws-dgstexc-status not = '00'
        display 'UNABLE TO OPEN DGSTEXC - FILE STATUS '
            ws-dgstexc-status
        move 12 to return-code
        stop run
    end-if
    perform set-area-names
        varying ws-area-index from 1 by 1
        until ws-area-index > 6
    perform check-run-status
    perform check-verify-report
    perform check-recon-report
    perform check-feed-log
    perform check-reject-file
    perform check-monitor-status
    close digest-exception-file
    perform write-digest-report
    perform print-digest-summary
    evaluate ws-overall-status
        when 'RED'
            move 8 to return-code
        when 'AMBER'
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate
    stop run.

read-digest-card.
    move ws-current-date-ymd to ws-digest-date
    open input digest-card-file
    if ws-dgstcard-status = '00'
        read digest-card-file
            not at end
                if dc-digest-date not = spaces
                    move dc-digest-date to ws-digest-date
                end-if
                if dc-reject-percent is numeric
                    move dc-reject-percent to ws-reject-threshold
                end-if
        end-read
        close digest-card-file
    end-if
    if ws-digest-date is not numeric
        or function test-date-yyyymmdd(ws-digest-numeric) not = zero
        display 'DGSTCARD DIGEST DATE NOT VALID - ' ws-digest-date
        move 12 to return-code
        stop run
    end-if
    compute ws-digest-integer =
        function integer-of-date(ws-digest-numeric).

set-area-names.
    move ws-area-name(ws-area-index) to ar-name(ws-area-index)
    move 'GREEN' to ar-status(ws-area-index)
    move spaces to ar-detail(ws-area-index).

check-run-status.
    move 1 to ws-area-index
    move 'N' to ws-run-found
    open input digest-runstat-file
    if ws-runstat-status = '00'
        read digest-runstat-file
            not at end
                if rs-return-code is numeric
                    move 'Y' to ws-run-found
                end-if
        end-read
        close digest-runstat-file
    end-if
    if ws-run-found = 'N'
        move 'RED' to ar-status(ws-area-index)
        move 'RUNSTAT NOT AVAILABLE - NO RUN RECORDED'
            to ar-detail(ws-area-index)
        move spaces to ws-age-date
        move zero to ws-age-days
        move 'RUN' to ex-category
        move spaces to ex-reference
        move 'NO RUN STATUS RECORDED' to ex-description
        perform write-area-exception
    else
        perform grade-run-status
    end-if.

grade-run-status.
    move rs-return-code to ws-run-return-code
    if rs-processed-count is numeric
        move rs-processed-count to ws-run-processed
    end-if
    move rs-run-date to rd-run-date
    move rs-run-mode to rd-run-mode
    move rs-return-code to rd-return-code
    move rs-completion-status to rd-completion-status
    move ws-run-processed to rd-processed-count
    move zero to rd-reject-count
    move zero to rd-overflow-count
    if rs-reject-count is numeric
        move rs-reject-count to rd-reject-count
    end-if
    if rs-overflow-count is numeric
        move rs-overflow-count to rd-overflow-count
    end-if
    move ws-run-detail to ar-detail(ws-area-index)
    move rs-run-date to ws-age-date
    perform compute-age
    evaluate true
        when ws-age-days > 1
            move 'RED' to ar-status(ws-area-index)
            move 'LAST RUN RECORDED IS NOT FROM LAST NIGHT'
                to ex-description
        when ws-run-return-code >= 8
            move 'RED' to ar-status(ws-area-index)
            move 'BATCH ENDED WITH RC 8 OR HIGHER' to ex-description
        when ws-run-return-code >= 4
            move 'AMBER' to ar-status(ws-area-index)
            move 'BATCH ENDED WITH WARNINGS' to ex-description
        when other
            continue
    end-evaluate
    if ar-status(ws-area-index) not = 'GREEN'
        move 'RUN' to ex-category
        move rs-completion-status to ex-reference
        perform write-area-exception
    end-if.

check-verify-report.
    move 2 to ws-area-index
    open input digest-verify-file
    if ws-vrfyrpt-status not = '00'
        move 'VRFYRPT' to md-dd-name
        perform report-not-available
    else
        move 'N' to ws-eof-switch
        move 'Y' to ws-first-switch
        perform read-verify-report
        perform tally-verify-line
            with test before
            until ws-eof-switch = 'Y'
        close digest-verify-file
        move ws-verify-mismatches to cd-count
        move 'MISMATCHES ON VRFYRPT' to cd-text
        move ws-count-detail to ar-detail(ws-area-index)
        if ws-verify-mismatches > zero
            move 'RED' to ar-status(ws-area-index)
        end-if
    end-if.

read-verify-report.
    read digest-verify-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

tally-verify-line.
    if ws-first-switch = 'Y'
        move 'N' to ws-first-switch
    else
        if vf-remark not = spaces
            add 1 to ws-verify-mismatches
            move 'VERIFY' to ex-category
            move 'HIGH' to ex-severity
            move vf-source-system to ex-source-system
            move vf-request-id to ex-request-id
            move vf-remark to ex-reference
            move vf-batch-date to ws-age-date
            perform compute-age
            move 'RECOMPUTED ANSWER DIFFERS FROM MULTOUT'
                to ex-description
            perform write-exception
        end-if
    end-if
    perform read-verify-report.

check-recon-report.
    move 3 to ws-area-index
    open input digest-recon-file
    if ws-recnrpt-status not = '00'
        move 'RECNRPT' to md-dd-name
        perform report-not-available
    else
        move 'N' to ws-eof-switch
        move 'Y' to ws-first-switch
        perform read-recon-report
        perform tally-recon-line
            with test before
            until ws-eof-switch = 'Y'
        close digest-recon-file
        move ws-recon-breaks to cd-count
        move 'BREAKS ON RECNRPT' to cd-text
        move ws-count-detail to ar-detail(ws-area-index)
        if ws-recon-breaks > zero
            move 'RED' to ar-status(ws-area-index)
        end-if
    end-if.

read-recon-report.
    read digest-recon-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

tally-recon-line.
    if ws-first-switch = 'Y'
        move 'N' to ws-first-switch
        move rn-audit-date to ws-recon-date
    else
        if rn-remark not = spaces
            add 1 to ws-recon-breaks
            move 'RECON' to ex-category
            move 'HIGH' to ex-severity
            move rn-source-system to ex-source-system
            move rn-request-id to ex-request-id
            move ws-recon-date to ex-reference
            move ws-recon-date to ws-age-date
            perform compute-age
            move rn-remark to ex-description
            perform write-exception
        end-if
    end-if
    perform read-recon-report.

check-feed-log.
    move 4 to ws-area-index
    open input digest-feed-log-file
    if ws-feedlog-status not = '00'
        move 'FEEDLOG' to md-dd-name
        perform report-not-available
    else
        move 'N' to ws-eof-switch
        perform read-feed-log
        perform tally-feed-line
            with test before
            until ws-eof-switch = 'Y'
        close digest-feed-log-file
        move ws-feeds-logged to fdd-logged
        move ws-feeds-awaiting to fdd-awaiting
        move ws-feeds-overdue to fdd-overdue
        move ws-feeds-stale to fdd-stale
        move ws-feed-detail to ar-detail(ws-area-index)
        evaluate true
            when ws-feeds-stale > zero
                move 'RED' to ar-status(ws-area-index)
            when ws-feeds-overdue > zero
                move 'AMBER' to ar-status(ws-area-index)
            when other
                continue
        end-evaluate
    end-if.

read-feed-log.
    read digest-feed-log-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

tally-feed-line.
    add 1 to ws-feeds-logged
    if fl-ack-switch not = 'Y'
        move fl-feed-date to ws-age-date
        perform compute-age
        evaluate true
            when ws-age-days <= 1
                add 1 to ws-feeds-awaiting
            when ws-age-days = 2
                add 1 to ws-feeds-overdue
                move 'MEDIUM' to ex-severity
                perform write-feed-exception
            when other
                add 1 to ws-feeds-stale
                move 'HIGH' to ex-severity
                perform write-feed-exception
        end-evaluate
    end-if
    perform read-feed-log.

write-feed-exception.
    move 'FEEDACK' to ex-category
    move fl-source-system to ex-source-system
    move spaces to ex-request-id
    move spaces to ex-reference
    move 'GEN ' to ex-reference(1:4)
    move fl-generation to ex-reference(5:6)
    move 'FEED GENERATION NOT ACKNOWLEDGED' to ex-description
    perform write-exception.

check-reject-file.
    move 5 to ws-area-index
    open input digest-reject-file
    if ws-multrej-status not = '00'
        move 'MULTREJ' to md-dd-name
        perform report-not-available
    else
        move 'N' to ws-eof-switch
        perform read-reject-file
        perform tally-reject-line
            with test before
            until ws-eof-switch = 'Y'
        close digest-reject-file
        compute ws-reject-base = ws-run-processed + ws-reject-count
        move zero to ws-reject-percent
        if ws-reject-base > zero
            compute ws-reject-percent rounded =
                ws-reject-count * 100 / ws-reject-base
        end-if
        move ws-reject-count to rjd-count
        move ws-reject-percent to rjd-percent
        move ws-deferred-count to rjd-deferred
        move ws-reject-detail to ar-detail(ws-area-index)
        evaluate true
            when ws-reject-count = zero
                continue
            when ws-reject-percent > ws-reject-threshold
                move 'RED' to ar-status(ws-area-index)
            when other
                move 'AMBER' to ar-status(ws-area-index)
        end-evaluate
    end-if.

read-reject-file.
    read digest-reject-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

tally-reject-line.
    add 1 to ws-reject-count
    move 'REJECT' to ex-category
    if dr-reject-reason = 'CUTOFF - ROUTINE WORK DEFERRED'
        add 1 to ws-deferred-count
        move 'MEDIUM' to ex-severity
    else
        move 'LOW' to ex-severity
    end-if
    move dr-source-system to ex-source-system
    move dr-request-id to ex-request-id
    move spaces to ex-reference
    move 'BATCH ' to ex-reference(1:6)
    move dr-batch-number to ex-reference(7:6)
    move dr-reject-date to ws-age-date
    perform compute-age
    move dr-reject-reason to ex-description
    perform write-exception
    perform read-reject-file.

check-monitor-status.
    move 6 to ws-area-index
    open input digest-monitor-file
    if ws-monstat-status not = '00'
        move 'MONSTAT' to md-dd-name
        perform report-not-available
    else
        move 'N' to ws-eof-switch
        read digest-monitor-file
            at end
                move 'Y' to ws-eof-switch
        end-read
        close digest-monitor-file
        if ws-eof-switch = 'Y'
            move 'MONSTAT' to md-dd-name
            perform report-not-available
        else
            perform grade-monitor-status
        end-if
    end-if.

grade-monitor-status.
    move ms-verdict to wd-verdict
    move ms-heartbeat-time to wd-heartbeat-time
    move ms-projected-time to wd-projected-time
    move ms-cutoff-time to wd-cutoff-time
    move ms-check-date to wd-check-date
    move ms-check-time to wd-check-time
    move ws-window-detail to ar-detail(ws-area-index)
    move ms-check-date to ws-age-date
    perform compute-age
    evaluate true
        when ws-age-days > 1
            move 'AMBER' to ar-status(ws-area-index)
            move 'NO WATCHDOG CHECK LAST NIGHT' to ex-description
        when ms-verdict = 'ON TRACK'
            continue
        when ms-verdict = 'NOT STARTED'
            move 'AMBER' to ar-status(ws-area-index)
            move 'BATCH NOT STARTED AT WATCHDOG CHECK'
                to ex-description
        when other
            move 'RED' to ar-status(ws-area-index)
            move 'BATCH PROJECTED PAST CUT-OFF OR STALLED'
                to ex-description
    end-evaluate
    if ar-status(ws-area-index) not = 'GREEN'
        move 'WINDOW' to ex-category
        move ms-verdict to ex-reference
        perform write-area-exception
    end-if.

report-not-available.
    move 'AMBER' to ar-status(ws-area-index)
    move ws-missing-detail to ar-detail(ws-area-index)
    move 'MISSING' to ex-category
    move md-dd-name to ex-reference
    move spaces to ws-age-date
    move zero to ws-age-days
    move 'JOB OUTPUT NOT AVAILABLE TO THE DIGEST' to ex-description
    perform write-area-exception.

write-area-exception.
    if ar-status(ws-area-index) = 'RED'
        move 'HIGH' to ex-severity
    else
        move 'MEDIUM' to ex-severity
    end-if
    move spaces to ex-source-system
    move spaces to ex-request-id
    perform write-exception.

write-exception.
    move ws-age-days to ex-age-days
    move ws-digest-date to ex-digest-date
    move spaces to ex-filler-1
    move spaces to ex-filler-2
    move spaces to ex-filler-3
    move spaces to ex-filler-4
    move spaces to ex-filler-5
    move spaces to ex-filler-6
    move spaces to ex-filler-7
    write digest-exception-record
    add 1 to ws-exception-count
    evaluate ex-severity
        when 'HIGH'
            add 1 to ws-high-count
        when 'MEDIUM'
            add 1 to ws-medium-count
        when other
            add 1 to ws-low-count
    end-evaluate.

compute-age.
    move zero to ws-age-days
    if ws-age-date is numeric
        if function test-date-yyyymmdd(ws-age-numeric) = zero
            if function integer-of-date(ws-age-numeric)
                < ws-digest-integer
                compute ws-age-days = ws-digest-integer
                    - function integer-of-date(ws-age-numeric)
            end-if
        end-if
    end-if.

write-digest-report.
    open output digest-report-file
    if ws-dgstrpt-status not = '00'
        display 'UNABLE TO OPEN DGSTRPT - FILE STATUS '
            ws-dgstrpt-status
        move 12 to return-code
        stop run
    end-if
    move ws-digest-date to h1-digest-date
    move ws-current-date-ymd to h1-run-date
    move ws-current-date-hms to h1-run-time
    write digest-report-record from ws-report-heading-1
    move spaces to digest-report-record
    write digest-report-record
    write digest-report-record from ws-report-heading-2
    perform write-area-line
        varying ws-area-index from 1 by 1
        until ws-area-index > 6
    move spaces to digest-report-record
    write digest-report-record
    move ws-overall-status to ol-status
    write digest-report-record from ws-overall-line
    move ws-exception-count to el-count
    move ws-high-count to el-high
    move ws-medium-count to el-medium
    move ws-low-count to el-low
    write digest-report-record from ws-exception-line
    close digest-report-file.

write-area-line.
    move ar-name(ws-area-index) to al-name
    move ar-status(ws-area-index) to al-status
    move ar-detail(ws-area-index) to al-detail
    write digest-report-record from ws-area-line
    evaluate true
        when ar-status(ws-area-index) = 'RED'
            move 'RED' to ws-overall-status
        when ar-status(ws-area-index) = 'AMBER'
            and ws-overall-status = 'GREEN'
            move 'AMBER' to ws-overall-status
        when other
            continue
    end-evaluate.

print-digest-summary.
    display '===================================================='
    display 'MULTDGST MORNING OPERATIONS DIGEST'
    display 'DIGEST DATE        : ' ws-digest-date
    display 'BATCH RUN          : ' ar-status(1)
    display 'ARITHMETIC VERIFY  : ' ar-status(2)
    display 'RECONCILIATION     : ' ar-status(3)
    display 'FEED ACK           : ' ar-status(4)
    display 'REJECTS            : ' ar-status(5)
    display 'BATCH WINDOW       : ' ar-status(6)
    display 'OVERALL            : ' ws-overall-status
    display 'EXCEPTIONS WRITTEN : ' ws-exception-count
    display '===================================================='.
