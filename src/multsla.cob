identification division.
program-id. multsla.

environment division.
input-output section.
file-control.
    select sla-table-file
        assign to "SLATABLE"
        organization line sequential
        file status is ws-slatable-status.
    select sla-card-file
        assign to "SLACARD"
        organization line sequential
        file status is ws-slacard-status.
    select sla-audit-file
        assign to "AUDIT"
        organization line sequential
        file status is ws-audit-status.
    select sla-feed-log-file
        assign to "FEEDLOG"
        organization line sequential
        file status is ws-feedlog-status.
    select sla-report-file
        assign to "SLARPT"
        organization line sequential
        file status is ws-slarpt-status.

data division.

file section.
fd  sla-table-file.
01  sla-table-record.
    05 st-source-system             picture x(4).
    05 st-filler-1                  picture x.
    05 st-express-hours             picture x(3).
    05 st-express-hours-n redefines st-express-hours
                                    picture 9(3).
    05 st-filler-2                  picture x.
    05 st-routine-hours             picture x(3).
    05 st-routine-hours-n redefines st-routine-hours
                                    picture 9(3).

fd  sla-card-file.
01  sla-card-record.
    05 sc-month                     picture x(6).

fd  sla-audit-file.
01  sla-audit-record.
    05 sa-multiplier                picture x(39).
    05 sa-filler-1                  picture x(2).
    05 sa-multiplicand              picture x(39).
    05 sa-filler-2                  picture x(2).
    05 sa-answer                    picture x(39).
    05 sa-filler-3                  picture x(2).
    05 sa-timestamp.
       10 sa-stamp                  picture x(14).
       10 sa-stamp-rest             picture x(7).
    05 sa-filler-4                  picture x(2).
    05 sa-status                    picture x(10).
    05 sa-filler-5                  picture x(2).
    05 sa-reject-reason             picture x(32).
    05 sa-filler-6                  picture x(2).
    05 sa-batch-number              picture x(6).
    05 sa-filler-7                  picture x(2).
    05 sa-batch-date                picture x(8).
    05 sa-filler-8                  picture x(2).
    05 sa-request-id                picture x(12).
    05 sa-filler-9                  picture x(2).
    05 sa-source-system             picture x(4).
    05 sa-filler-10                 picture x(2).
    05 sa-recycle-flag              picture x.
    05 sa-filler-11                 picture x(2).
    05 sa-operation-code            picture x(8).
    05 sa-filler-12                 picture x(2).
    05 sa-exponent                  picture x(2).
    05 sa-filler-13                 picture x(2).
    05 sa-multiplier-scale          picture x(2).
    05 sa-filler-14                 picture x(2).
    05 sa-multiplicand-scale        picture x(2).
    05 sa-filler-15                 picture x(2).
    05 sa-result-scale              picture x(2).
    05 sa-filler-16                 picture x(2).
    05 sa-rounding-rule             picture x.
    05 sa-filler-17                 picture x(2).
    05 sa-decimal-answer            picture x(41).
    05 sa-filler-18                 picture x(2).
    05 sa-sequence-number           picture x(12).
    05 sa-filler-19                 picture x(2).
    05 sa-chain-value               picture x(15).
    05 sa-filler-20                 picture x(2).
    05 sa-priority-class            picture x.

fd  sla-feed-log-file.
01  sla-feed-log-record.
    05 sf-source-system             picture x(4).
    05 sf-generation                picture 9(6).
    05 sf-feed-date                 picture x(8).
    05 sf-record-count              picture 9(9).
    05 sf-ack-switch                picture x.
    05 sf-ack-date                  picture x(8).
    05 sf-feed-time                 picture x(6).
    05 sf-ack-time                  picture x(6).

fd  sla-report-file.
01  sla-report-record               picture x(132).

working-storage section.

01 ws-slatable-status picture xx.
01 ws-slacard-status picture xx.
01 ws-audit-status picture xx.
01 ws-feedlog-status picture xx.
01 ws-slarpt-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 ws-current-date-hms picture x(6).
   05 filler picture x(7).
01 ws-now-seconds picture 9(11) value zero.

01 ws-sla-month picture x(6) value spaces.
01 ws-sla-month-parts redefines ws-sla-month.
   05 ws-sla-year picture 9(4).
   05 ws-sla-month-number picture 9(2).

01 ws-stamp picture x(14).
01 ws-stamp-parts redefines ws-stamp.
   05 ws-stamp-date picture 9(8).
   05 ws-stamp-hh picture 9(2).
   05 ws-stamp-mm picture 9(2).
   05 ws-stamp-ss picture 9(2).
01 ws-stamp-seconds picture 9(11) value zero.

01 ws-stamp-edit.
   05 se-date picture x(8).
   05 filler picture x value space.
   05 se-hh picture x(2).
   05 filler picture x value ':'.
   05 se-mm picture x(2).

01 ws-sla-count picture 9(3) value zero.
01 ws-sla-max picture 9(3) value 100.
01 ws-sla-index picture 9(3).
01 ws-sla-found picture 9(3).
01 ws-class-index picture 9.
01 ws-sla-table.
   05 ws-sla-entry occurs 100.
      10 sl-source-system picture x(4).
      10 sl-class-entry occurs 2.
         15 sl-hours picture 9(3).
         15 sl-measured picture 9(7).
         15 sl-met picture 9(7).
         15 sl-breached picture 9(7).
         15 sl-pending picture 9(7).
         15 sl-deferral-breach picture 9(7).
         15 sl-ack-breach picture 9(7).
         15 sl-other-breach picture 9(7).

01 ws-class-names picture x(14) value 'EXPRESSROUTINE'.
01 ws-class-table redefines ws-class-names.
   05 ws-class-name picture x(7) occurs 2.

01 ws-feed-count picture 9(4) value zero.
01 ws-feed-max picture 9(4) value 1000.
01 ws-feed-index picture 9(4).
01 ws-feed-found picture 9(4).
01 ws-feed-table.
   05 ws-feed-entry occurs 1000.
      10 fd-source-system picture x(4).
      10 fd-generation picture 9(6).
      10 fd-feed-stamp picture x(14).
      10 fd-ack-switch picture x.
      10 fd-ack-stamp picture x(14).

01 ws-deferral-count picture 9(4) value zero.
01 ws-deferral-max picture 9(4) value 2000.
01 ws-deferral-index picture 9(4).
01 ws-deferral-found picture 9(4).
01 ws-deferral-table.
   05 ws-deferral-entry occurs 2000.
      10 df-source-system picture x(4).
      10 df-request-id picture x(12).
      10 df-batch-number picture x(6).
      10 df-batch-date picture x(8).
      10 df-priority-class picture x.
      10 df-settled-switch picture x.

01 ws-batch-count picture 9(4) value zero.
01 ws-batch-max picture 9(4) value 1000.
01 ws-batch-index picture 9(4).
01 ws-batch-found picture 9(4).
01 ws-batch-table.
   05 ws-batch-entry occurs 1000.
      10 bt-source-system picture x(4).
      10 bt-batch-number picture x(6).
      10 bt-batch-date picture x(8).
      10 bt-request-count picture 9(7).
      10 bt-met-count picture 9(7).
      10 bt-breach-count picture 9(7).
      10 bt-pending-count picture 9(7).

01 ws-breach-count picture 9(4) value zero.
01 ws-breach-max picture 9(4) value 2000.
01 ws-breach-index picture 9(4).
01 ws-breach-group picture 9.
01 ws-group-lines picture 9(4).
01 ws-breach-table.
   05 ws-breach-entry occurs 2000.
      10 br-cause-group picture 9.
      10 br-source-system picture x(4).
      10 br-priority-class picture x.
      10 br-batch-number picture x(6).
      10 br-batch-date picture x(8).
      10 br-request-id picture x(12).
      10 br-due picture x(14).
      10 br-delivered picture x(14).
      10 br-acknowledged picture x(14).
      10 br-cause picture x(30).

01 ws-request-fields.
   05 rq-source-system picture x(4).
   05 rq-priority-class picture x.
   05 rq-batch-number picture x(6).
   05 rq-batch-date picture x(8).
   05 rq-batch-numeric redefines rq-batch-date picture 9(8).
   05 rq-request-id picture x(12).
   05 rq-processed-stamp picture x(14).
   05 rq-processed-switch picture x.
   05 rq-deferred-switch picture x.
01 ws-due-seconds picture 9(11) value zero.
01 ws-due-integer picture 9(7).
01 ws-due-days picture 9(3).
01 ws-due-hours picture 9(2).
01 ws-due-date picture 9(8).
01 ws-due-text picture x(14).
01 ws-feed-seconds picture 9(11) value zero.
01 ws-ack-seconds picture 9(11) value zero.
01 ws-best-stamp picture x(14).
01 ws-outcome picture x value space.
01 ws-cause-group picture 9 value zero.
01 ws-cause picture x(30) value spaces.

01 ws-table-rejected picture 9(5) value zero.
01 ws-audit-read-count picture 9(9) value zero.
01 ws-duplicate-count picture 9(9) value zero.
01 ws-unmeasured-count picture 9(9) value zero.
01 ws-measured-count picture 9(9) value zero.
01 ws-met-count picture 9(9) value zero.
01 ws-breached-count picture 9(9) value zero.
01 ws-pending-count picture 9(9) value zero.
01 ws-deferral-breaches picture 9(9) value zero.
01 ws-ack-breaches picture 9(9) value zero.
01 ws-other-breaches picture 9(9) value zero.
01 ws-percent-met picture 9(7) value zero.
01 ws-percent picture 9(3)v9 value zero.
01 ws-percent-base picture 9(9) value zero.

01 ws-report-heading-1.
   05 filler picture x(42)
       value 'MULTSLA TURNAROUND SLA COMPLIANCE - MONTH '.
   05 h1-month picture x(6).
   05 filler picture x(9) value '  RUN OF '.
   05 h1-run-date picture x(8).
   05 filler picture x value space.
   05 h1-run-time picture x(6).
   05 filler picture x(60) value spaces.

01 ws-report-heading-2.
   05 filler picture x(43)
       value 'RECEIPT IS THE MULTIN HEADER BATCH DATE AT '.
   05 filler picture x(44)
       value '00:00 - ANSWERS ARE DELIVERED WHEN THE FEED '.
   05 filler picture x(45)
       value 'GENERATION CARRYING THEM IS ACKNOWLEDGED'.

01 ws-group-title-line.
   05 gt-title picture x(60).
   05 filler picture x(72) value spaces.

01 ws-group-titles.
   05 filler picture x(60)
       value 'BREACHES CAUSED BY CUT-OFF DEFERRAL TO MULTREJ'.
   05 filler picture x(60)
       value 'BREACHES CAUSED BY LATE OR MISSING ACKNOWLEDGMENT'.
   05 filler picture x(60)
       value 'OTHER BREACHES - ANSWERS PROCESSED OR FED LATE'.
01 ws-group-title-table redefines ws-group-titles.
   05 ws-group-title picture x(60) occurs 3.

01 ws-breach-heading.
   05 filler picture x(41)
       value 'SYS  CL BATCH  RECEIVED REQUEST ID    DUE'.
   05 filler picture x(13) value spaces.
   05 filler picture x(9) value 'DELIVERED'.
   05 filler picture x(7) value spaces.
   05 filler picture x(12) value 'ACKNOWLEDGED'.
   05 filler picture x(4) value spaces.
   05 filler picture x(5) value 'CAUSE'.
   05 filler picture x(41) value spaces.

01 ws-breach-line.
   05 bl-source-system picture x(4).
   05 filler picture x value space.
   05 bl-priority-class picture x.
   05 filler picture x(2) value spaces.
   05 bl-batch-number picture x(6).
   05 filler picture x value space.
   05 bl-batch-date picture x(8).
   05 filler picture x value space.
   05 bl-request-id picture x(12).
   05 filler picture x(2) value spaces.
   05 bl-due picture x(14).
   05 filler picture x(2) value spaces.
   05 bl-delivered picture x(14).
   05 filler picture x(2) value spaces.
   05 bl-acknowledged picture x(14).
   05 filler picture x(2) value spaces.
   05 bl-cause picture x(30).
   05 filler picture x(16) value spaces.

01 ws-none-line.
   05 filler picture x(6) value '  NONE'.
   05 filler picture x(126) value spaces.

01 ws-batch-title-line.
   05 filler picture x(60)
       value 'BATCHES WITH ONE OR MORE REQUESTS IN BREACH'.
   05 filler picture x(72) value spaces.

01 ws-batch-heading.
   05 filler picture x(39)
       value 'SYS  BATCH  RECEIVED  REQUESTS      MET'.
   05 filler picture x(18) value ' BREACHED  PENDING'.
   05 filler picture x(75) value spaces.

01 ws-batch-line.
   05 bb-source-system picture x(4).
   05 filler picture x value space.
   05 bb-batch-number picture x(6).
   05 filler picture x value space.
   05 bb-batch-date picture x(8).
   05 filler picture x(2) value spaces.
   05 bb-request-count picture z(7)9.
   05 filler picture x value space.
   05 bb-met-count picture z(7)9.
   05 filler picture x value space.
   05 bb-breach-count picture z(7)9.
   05 filler picture x value space.
   05 bb-pending-count picture z(7)9.
   05 filler picture x(75) value spaces.

01 ws-compliance-title-line.
   05 filler picture x(60)
       value 'COMPLIANCE BY SOURCE SYSTEM AND PRIORITY CLASS'.
   05 filler picture x(72) value spaces.

01 ws-compliance-heading.
   05 filler picture x(37)
       value 'SYS  CLASS    HOURS MEASURED      MET'.
   05 filler picture x(26) value ' BREACHED  PENDING MET PCT'.
   05 filler picture x(28) value '  DEFERRAL LATE ACK    OTHER'.
   05 filler picture x(41) value spaces.

01 ws-compliance-line.
   05 cl-source-system picture x(4).
   05 filler picture x value space.
   05 cl-class picture x(7).
   05 filler picture x value space.
   05 cl-hours picture z(6).
   05 filler picture x value space.
   05 cl-measured picture z(7)9.
   05 filler picture x value space.
   05 cl-met picture z(7)9.
   05 filler picture x value space.
   05 cl-breached picture z(7)9.
   05 filler picture x value space.
   05 cl-pending picture z(7)9.
   05 filler picture x(3) value spaces.
   05 cl-percent picture zz9.9.
   05 cl-percent-text redefines cl-percent picture x(5).
   05 filler picture x value space.
   05 cl-deferral picture z(8)9.
   05 filler picture x value space.
   05 cl-ack picture z(7)9.
   05 filler picture x value space.
   05 cl-other picture z(7)9.
   05 filler picture x(41) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    move ws-current-date-ymd to ws-stamp-date
    move ws-current-date-hms(1:2) to ws-stamp-hh
    move ws-current-date-hms(3:2) to ws-stamp-mm
    move ws-current-date-hms(5:2) to ws-stamp-ss
    perform stamp-to-seconds
    move ws-stamp-seconds to ws-now-seconds
    perform read-sla-card
    perform load-sla-table
    perform load-feed-log
    perform scan-audit-trail
    perform settle-open-deferral
        varying ws-deferral-index from 1 by 1
        until ws-deferral-index > ws-deferral-count
    open output sla-report-file
    if ws-slarpt-status not = '00'
        display 'UNABLE TO OPEN SLARPT - FILE STATUS '
            ws-slarpt-status
        move 12 to return-code
        stop run
    end-if
    move ws-sla-month to h1-month
    move ws-current-date-ymd to h1-run-date
    move ws-current-date-hms to h1-run-time
    write sla-report-record from ws-report-heading-1
    write sla-report-record from ws-report-heading-2
    perform write-breach-group
        varying ws-breach-group from 1 by 1
        until ws-breach-group > 3
    perform write-batch-section
    perform write-compliance-section
    close sla-report-file
    perform print-sla-summary
    evaluate true
        when ws-breached-count > zero
            move 8 to return-code
        when ws-table-rejected > zero
            or ws-unmeasured-count > zero
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate
    stop run.

read-sla-card.
    move ws-current-date-ymd(1:6) to ws-sla-month
    open input sla-card-file
    if ws-slacard-status = '00'
        read sla-card-file
            not at end
                if sc-month not = spaces
                    move sc-month to ws-sla-month
                end-if
        end-read
        close sla-card-file
    end-if
    if ws-sla-month is not numeric
        or ws-sla-month-number < 1 or ws-sla-month-number > 12
        display 'SLACARD MONTH NOT VALID (YYYYMM) - ' ws-sla-month
        move 12 to return-code
        stop run
    end-if.

load-sla-table.
    open input sla-table-file
    if ws-slatable-status not = '00'
        display 'UNABLE TO OPEN SLATABLE - FILE STATUS '
            ws-slatable-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-sla-table
    perform load-sla-entry
        with test before
        until ws-eof-switch = 'Y'
    close sla-table-file
    move 'N' to ws-eof-switch.

read-sla-table.
    read sla-table-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-sla-entry.
    move st-source-system to rq-source-system
    perform find-sla-entry
    evaluate true
        when st-source-system = spaces
            or st-express-hours is not numeric
            or st-routine-hours is not numeric
            or st-express-hours-n = zero
            or st-routine-hours-n = zero
            add 1 to ws-table-rejected
            display 'SLATABLE LINE REJECTED - HOURS NOT VALID - '
                sla-table-record
        when ws-found-switch = 'Y'
            add 1 to ws-table-rejected
            display 'SLATABLE LINE REJECTED - SYSTEM REPEATED - '
                sla-table-record
        when other
            perform add-sla-entry
    end-evaluate
    perform read-sla-table.

add-sla-entry.
    if ws-sla-count >= ws-sla-max
        display 'SLA TABLE FULL - MORE THAN ' ws-sla-max
            ' SOURCE SYSTEMS'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-sla-count
    initialize ws-sla-entry(ws-sla-count)
    move st-source-system to sl-source-system(ws-sla-count)
    move st-express-hours-n to sl-hours(ws-sla-count, 1)
    move st-routine-hours-n to sl-hours(ws-sla-count, 2).

find-sla-entry.
    move 'N' to ws-found-switch
    move zero to ws-sla-found
    perform scan-sla-entry
        varying ws-sla-index from 1 by 1
        until ws-sla-index > ws-sla-count
            or ws-found-switch = 'Y'.

scan-sla-entry.
    if sl-source-system(ws-sla-index) = rq-source-system
        move 'Y' to ws-found-switch
        move ws-sla-index to ws-sla-found
    end-if.

load-feed-log.
    open input sla-feed-log-file
    if ws-feedlog-status = '35'
        display 'FEEDLOG NOT FOUND - NO ANSWERS COUNT AS DELIVERED'
    else
        if ws-feedlog-status not = '00'
            display 'UNABLE TO OPEN FEEDLOG - FILE STATUS '
                ws-feedlog-status
            move 12 to return-code
            stop run
        end-if
        move 'N' to ws-eof-switch
        perform read-feed-log
        perform load-feed-entry
            with test before
            until ws-eof-switch = 'Y'
        close sla-feed-log-file
        move 'N' to ws-eof-switch
    end-if.

read-feed-log.
    read sla-feed-log-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-feed-entry.
    if ws-feed-count >= ws-feed-max
        display 'FEED LOG TABLE FULL - MORE THAN ' ws-feed-max
            ' GENERATIONS - PURGE FEEDLOG'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-feed-count
    move sf-source-system to fd-source-system(ws-feed-count)
    move sf-generation to fd-generation(ws-feed-count)
    move sf-feed-date to fd-feed-stamp(ws-feed-count)(1:8)
    if sf-feed-time is numeric
        move sf-feed-time to fd-feed-stamp(ws-feed-count)(9:6)
    else
        move '235959' to fd-feed-stamp(ws-feed-count)(9:6)
    end-if
    move sf-ack-switch to fd-ack-switch(ws-feed-count)
    move sf-ack-date to fd-ack-stamp(ws-feed-count)(1:8)
    if sf-ack-time is numeric
        move sf-ack-time to fd-ack-stamp(ws-feed-count)(9:6)
    else
        move '235959' to fd-ack-stamp(ws-feed-count)(9:6)
    end-if
    perform read-feed-log.

scan-audit-trail.
    open input sla-audit-file
    if ws-audit-status not = '00'
        display 'UNABLE TO OPEN AUDIT - FILE STATUS '
            ws-audit-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-audit-trail
    perform select-audit-row
        with test before
        until ws-eof-switch = 'Y'
    close sla-audit-file
    move 'N' to ws-eof-switch.

read-audit-trail.
    read sla-audit-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

select-audit-row.
    add 1 to ws-audit-read-count
    move sa-source-system to rq-source-system
    move sa-request-id to rq-request-id
    move sa-batch-number to rq-batch-number
    move sa-batch-date to rq-batch-date
    move sa-priority-class to rq-priority-class
    move sa-stamp to rq-processed-stamp
    move 'Y' to rq-processed-switch
    move 'N' to rq-deferred-switch
    evaluate true
        when sa-status = 'DUPLICATE'
            add 1 to ws-duplicate-count
        when sa-reject-reason = 'CUTOFF - ROUTINE WORK DEFERRED'
            if sa-recycle-flag = 'R'
                perform carry-forward-deferral
            end-if
            perform record-deferral
        when sa-recycle-flag = 'R'
            perform carry-forward-deferral
            if ws-found-switch = 'Y'
                move 'Y' to rq-deferred-switch
            end-if
            perform measure-in-month
        when other
            perform measure-in-month
    end-evaluate
    perform read-audit-trail.

record-deferral.
    if ws-deferral-count >= ws-deferral-max
        display 'DEFERRAL TABLE FULL - MORE THAN ' ws-deferral-max
            ' CUT-OFF DEFERRALS ON AUDIT'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-deferral-count
    move rq-source-system to df-source-system(ws-deferral-count)
    move rq-request-id to df-request-id(ws-deferral-count)
    move rq-batch-number to df-batch-number(ws-deferral-count)
    move rq-batch-date to df-batch-date(ws-deferral-count)
    move rq-priority-class to df-priority-class(ws-deferral-count)
    move 'N' to df-settled-switch(ws-deferral-count).

carry-forward-deferral.
    perform find-deferral
    if ws-found-switch = 'Y'
        move 'Y' to df-settled-switch(ws-deferral-found)
        move df-batch-date(ws-deferral-found) to rq-batch-date
    end-if.

find-deferral.
    move 'N' to ws-found-switch
    move zero to ws-deferral-found
    perform scan-deferral-entry
        varying ws-deferral-index from 1 by 1
        until ws-deferral-index > ws-deferral-count
            or ws-found-switch = 'Y'.

scan-deferral-entry.
    if df-settled-switch(ws-deferral-index) = 'N'
        and df-source-system(ws-deferral-index) = rq-source-system
        and df-request-id(ws-deferral-index) = rq-request-id
        and df-batch-number(ws-deferral-index) = rq-batch-number
        move 'Y' to ws-found-switch
        move ws-deferral-index to ws-deferral-found
    end-if.

settle-open-deferral.
    if df-settled-switch(ws-deferral-index) = 'N'
        move df-source-system(ws-deferral-index) to rq-source-system
        move df-request-id(ws-deferral-index) to rq-request-id
        move df-batch-number(ws-deferral-index) to rq-batch-number
        move df-batch-date(ws-deferral-index) to rq-batch-date
        move df-priority-class(ws-deferral-index) to rq-priority-class
        move spaces to rq-processed-stamp
        move 'N' to rq-processed-switch
        move 'Y' to rq-deferred-switch
        perform measure-in-month
    end-if.

measure-in-month.
    if rq-batch-date(1:6) = ws-sla-month
        perform find-sla-entry
        if ws-found-switch = 'N'
            or rq-batch-date is not numeric
            add 1 to ws-unmeasured-count
        else
            if function test-date-yyyymmdd(rq-batch-numeric) not = zero
                add 1 to ws-unmeasured-count
            else
                perform measure-request
            end-if
        end-if
    end-if.

measure-request.
    if rq-priority-class = 'E'
        move 1 to ws-class-index
    else
        move 2 to ws-class-index
    end-if
    divide sl-hours(ws-sla-found, ws-class-index) by 24
        giving ws-due-days remainder ws-due-hours
    compute ws-due-integer =
        function integer-of-date(rq-batch-numeric) + ws-due-days
    compute ws-due-seconds =
        function integer-of-date(rq-batch-numeric) * 86400
        + sl-hours(ws-sla-found, ws-class-index) * 3600
    compute ws-due-date = function date-of-integer(ws-due-integer)
    move ws-due-date to se-date
    move ws-due-hours to se-hh
    move '00' to se-mm
    move ws-stamp-edit to ws-due-text
    move zero to ws-feed-found
    if rq-processed-switch = 'Y'
        perform find-delivery
    end-if
    perform classify-request
    perform count-request.

find-delivery.
    move high-values to ws-best-stamp
    perform scan-feed-entry
        varying ws-feed-index from 1 by 1
        until ws-feed-index > ws-feed-count.

scan-feed-entry.
    if fd-source-system(ws-feed-index) = rq-source-system
        and fd-feed-stamp(ws-feed-index) >= rq-processed-stamp
        and fd-feed-stamp(ws-feed-index) < ws-best-stamp
        move fd-feed-stamp(ws-feed-index) to ws-best-stamp
        move ws-feed-index to ws-feed-found
    end-if.

classify-request.
    move zero to ws-feed-seconds
    move zero to ws-ack-seconds
    if ws-feed-found > zero
        move fd-feed-stamp(ws-feed-found) to ws-stamp
        perform stamp-to-seconds
        move ws-stamp-seconds to ws-feed-seconds
        if fd-ack-switch(ws-feed-found) = 'Y'
            move fd-ack-stamp(ws-feed-found) to ws-stamp
            perform stamp-to-seconds
            move ws-stamp-seconds to ws-ack-seconds
        end-if
    end-if
    move 'B' to ws-outcome
    move spaces to ws-cause
    evaluate true
        when ws-feed-found = zero
            and ws-now-seconds <= ws-due-seconds
            move 'P' to ws-outcome
        when ws-feed-found = zero
            and rq-processed-switch = 'N'
            move 1 to ws-cause-group
            move 'DEFERRED - NEVER RESUBMITTED' to ws-cause
        when ws-feed-found = zero
            and rq-deferred-switch = 'Y'
            move 1 to ws-cause-group
            move 'DEFERRED - NOT YET FED' to ws-cause
        when ws-feed-found = zero
            move 3 to ws-cause-group
            move 'PROCESSED - NOT YET FED' to ws-cause
        when ws-feed-seconds > ws-due-seconds
            and rq-deferred-switch = 'Y'
            move 1 to ws-cause-group
            move 'DEFERRED - FED AFTER DUE TIME' to ws-cause
        when ws-feed-seconds > ws-due-seconds
            move 3 to ws-cause-group
            move 'FED AFTER DUE TIME' to ws-cause
        when fd-ack-switch(ws-feed-found) not = 'Y'
            and ws-now-seconds <= ws-due-seconds
            move 'P' to ws-outcome
        when fd-ack-switch(ws-feed-found) not = 'Y'
            move 2 to ws-cause-group
            move 'FED IN TIME - NOT ACKNOWLEDGED' to ws-cause
        when ws-ack-seconds > ws-due-seconds
            move 2 to ws-cause-group
            move 'ACKNOWLEDGED AFTER DUE TIME' to ws-cause
        when other
            move 'M' to ws-outcome
    end-evaluate.

count-request.
    perform find-batch-entry
    add 1 to bt-request-count(ws-batch-found)
    evaluate ws-outcome
        when 'P'
            add 1 to sl-pending(ws-sla-found, ws-class-index)
            add 1 to bt-pending-count(ws-batch-found)
            add 1 to ws-pending-count
        when 'M'
            add 1 to sl-measured(ws-sla-found, ws-class-index)
            add 1 to sl-met(ws-sla-found, ws-class-index)
            add 1 to bt-met-count(ws-batch-found)
            add 1 to ws-measured-count
            add 1 to ws-met-count
        when other
            add 1 to sl-measured(ws-sla-found, ws-class-index)
            add 1 to sl-breached(ws-sla-found, ws-class-index)
            add 1 to bt-breach-count(ws-batch-found)
            add 1 to ws-measured-count
            add 1 to ws-breached-count
            perform count-breach-cause
            perform add-breach-entry
    end-evaluate.

count-breach-cause.
    evaluate ws-cause-group
        when 1
            add 1 to sl-deferral-breach(ws-sla-found, ws-class-index)
            add 1 to ws-deferral-breaches
        when 2
            add 1 to sl-ack-breach(ws-sla-found, ws-class-index)
            add 1 to ws-ack-breaches
        when other
            add 1 to sl-other-breach(ws-sla-found, ws-class-index)
            add 1 to ws-other-breaches
    end-evaluate.

find-batch-entry.
    move 'N' to ws-found-switch
    move zero to ws-batch-found
    perform scan-batch-entry
        varying ws-batch-index from 1 by 1
        until ws-batch-index > ws-batch-count
            or ws-found-switch = 'Y'
    if ws-found-switch = 'N'
        if ws-batch-count >= ws-batch-max
            display 'BATCH TABLE FULL - MORE THAN ' ws-batch-max
                ' BATCHES IN THE MONTH'
            move 12 to return-code
            stop run
        end-if
        add 1 to ws-batch-count
        move ws-batch-count to ws-batch-found
        move rq-source-system to bt-source-system(ws-batch-found)
        move rq-batch-number to bt-batch-number(ws-batch-found)
        move rq-batch-date to bt-batch-date(ws-batch-found)
        move zero to bt-request-count(ws-batch-found)
        move zero to bt-met-count(ws-batch-found)
        move zero to bt-breach-count(ws-batch-found)
        move zero to bt-pending-count(ws-batch-found)
    end-if.

scan-batch-entry.
    if bt-source-system(ws-batch-index) = rq-source-system
        and bt-batch-number(ws-batch-index) = rq-batch-number
        and bt-batch-date(ws-batch-index) = rq-batch-date
        move 'Y' to ws-found-switch
        move ws-batch-index to ws-batch-found
    end-if.

add-breach-entry.
    if ws-breach-count >= ws-breach-max
        display 'BREACH TABLE FULL - MORE THAN ' ws-breach-max
            ' BREACHES IN THE MONTH'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-breach-count
    move ws-cause-group to br-cause-group(ws-breach-count)
    move rq-source-system to br-source-system(ws-breach-count)
    if rq-priority-class = 'E'
        move 'E' to br-priority-class(ws-breach-count)
    else
        move 'R' to br-priority-class(ws-breach-count)
    end-if
    move rq-batch-number to br-batch-number(ws-breach-count)
    move rq-batch-date to br-batch-date(ws-breach-count)
    move rq-request-id to br-request-id(ws-breach-count)
    move ws-due-text to br-due(ws-breach-count)
    move spaces to br-delivered(ws-breach-count)
    move spaces to br-acknowledged(ws-breach-count)
    if ws-feed-found > zero
        move fd-feed-stamp(ws-feed-found) to ws-stamp
        perform edit-stamp
        move ws-stamp-edit to br-delivered(ws-breach-count)
        if fd-ack-switch(ws-feed-found) = 'Y'
            move fd-ack-stamp(ws-feed-found) to ws-stamp
            perform edit-stamp
            move ws-stamp-edit to br-acknowledged(ws-breach-count)
        end-if
    end-if
    move ws-cause to br-cause(ws-breach-count).

stamp-to-seconds.
    move zero to ws-stamp-seconds
    if ws-stamp is numeric
        compute ws-stamp-seconds =
            function integer-of-date(ws-stamp-date) * 86400
            + ws-stamp-hh * 3600
            + ws-stamp-mm * 60
            + ws-stamp-ss
    end-if.

edit-stamp.
    move ws-stamp(1:8) to se-date
    move ws-stamp(9:2) to se-hh
    move ws-stamp(11:2) to se-mm.

write-breach-group.
    move spaces to sla-report-record
    write sla-report-record
    move ws-group-title(ws-breach-group) to gt-title
    write sla-report-record from ws-group-title-line
    write sla-report-record from ws-breach-heading
    move zero to ws-group-lines
    perform write-breach-line
        varying ws-breach-index from 1 by 1
        until ws-breach-index > ws-breach-count
    if ws-group-lines = zero
        write sla-report-record from ws-none-line
    end-if.

write-breach-line.
    if br-cause-group(ws-breach-index) = ws-breach-group
        add 1 to ws-group-lines
        move br-source-system(ws-breach-index) to bl-source-system
        move br-priority-class(ws-breach-index) to bl-priority-class
        move br-batch-number(ws-breach-index) to bl-batch-number
        move br-batch-date(ws-breach-index) to bl-batch-date
        move br-request-id(ws-breach-index) to bl-request-id
        move br-due(ws-breach-index) to bl-due
        move br-delivered(ws-breach-index) to bl-delivered
        move br-acknowledged(ws-breach-index) to bl-acknowledged
        move br-cause(ws-breach-index) to bl-cause
        write sla-report-record from ws-breach-line
    end-if.

write-batch-section.
    move spaces to sla-report-record
    write sla-report-record
    write sla-report-record from ws-batch-title-line
    write sla-report-record from ws-batch-heading
    move zero to ws-group-lines
    perform write-batch-line
        varying ws-batch-index from 1 by 1
        until ws-batch-index > ws-batch-count
    if ws-group-lines = zero
        write sla-report-record from ws-none-line
    end-if.

write-batch-line.
    if bt-breach-count(ws-batch-index) > zero
        add 1 to ws-group-lines
        move bt-source-system(ws-batch-index) to bb-source-system
        move bt-batch-number(ws-batch-index) to bb-batch-number
        move bt-batch-date(ws-batch-index) to bb-batch-date
        move bt-request-count(ws-batch-index) to bb-request-count
        move bt-met-count(ws-batch-index) to bb-met-count
        move bt-breach-count(ws-batch-index) to bb-breach-count
        move bt-pending-count(ws-batch-index) to bb-pending-count
        write sla-report-record from ws-batch-line
    end-if.

write-compliance-section.
    move spaces to sla-report-record
    write sla-report-record
    write sla-report-record from ws-compliance-title-line
    write sla-report-record from ws-compliance-heading
    perform write-compliance-system
        varying ws-sla-index from 1 by 1
        until ws-sla-index > ws-sla-count
    move 'ALL' to cl-source-system
    move 'TOTAL' to cl-class
    move zero to cl-hours
    move ws-measured-count to cl-measured
    move ws-met-count to cl-met
    move ws-breached-count to cl-breached
    move ws-pending-count to cl-pending
    move ws-measured-count to ws-percent-base
    move ws-met-count to ws-percent-met
    perform edit-compliance-percent
    move ws-deferral-breaches to cl-deferral
    move ws-ack-breaches to cl-ack
    move ws-other-breaches to cl-other
    write sla-report-record from ws-compliance-line.

write-compliance-system.
    perform write-compliance-class
        varying ws-class-index from 1 by 1
        until ws-class-index > 2.

write-compliance-class.
    move sl-source-system(ws-sla-index) to cl-source-system
    move ws-class-name(ws-class-index) to cl-class
    move sl-hours(ws-sla-index, ws-class-index) to cl-hours
    move sl-measured(ws-sla-index, ws-class-index) to cl-measured
    move sl-met(ws-sla-index, ws-class-index) to cl-met
    move sl-breached(ws-sla-index, ws-class-index) to cl-breached
    move sl-pending(ws-sla-index, ws-class-index) to cl-pending
    move sl-measured(ws-sla-index, ws-class-index) to ws-percent-base
    move sl-met(ws-sla-index, ws-class-index) to ws-percent-met
    perform edit-compliance-percent
    move sl-deferral-breach(ws-sla-index, ws-class-index)
        to cl-deferral
    move sl-ack-breach(ws-sla-index, ws-class-index) to cl-ack
    move sl-other-breach(ws-sla-index, ws-class-index) to cl-other
    write sla-report-record from ws-compliance-line.

edit-compliance-percent.
    if ws-percent-base = zero
        move '  N/A' to cl-percent-text
    else
        compute ws-percent rounded =
            ws-percent-met * 100 / ws-percent-base
        move ws-percent to cl-percent
    end-if.

print-sla-summary.
    display '===================================================='
    display 'MULTSLA TURNAROUND SLA CONTROL REPORT'
    display 'MONTH              : ' ws-sla-month
    display 'SLA SYSTEMS LOADED : ' ws-sla-count
    display 'SLA LINES REJECTED : ' ws-table-rejected
    display 'AUDIT ROWS READ    : ' ws-audit-read-count
    display 'DUPLICATES SKIPPED : ' ws-duplicate-count
    display 'NOT MEASURED       : ' ws-unmeasured-count
    display 'REQUESTS MEASURED  : ' ws-measured-count
    display '  MET              : ' ws-met-count
    display '  BREACHED         : ' ws-breached-count
    display '    CUT-OFF DEFER  : ' ws-deferral-breaches
    display '    LATE ACK       : ' ws-ack-breaches
    display '    OTHER          : ' ws-other-breaches
    display 'STILL WITHIN SLA   : ' ws-pending-count
    display '===================================================='.
