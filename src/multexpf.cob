identification division.
program-id. multexpf.

environment division.
input-output section.
file-control.
    select mult-in-file
        assign to "MULTIN"
        organization line sequential
        file status is ws-multin-status.
    select business-calendar-file
        assign to "BUSCAL"
        organization line sequential
        file status is ws-buscal-status.
    select feed-schedule-file
        assign to "FEEDSCHD"
        organization line sequential
        file status is ws-feedschd-status.
    select expected-card-file
        assign to "EXPFCARD"
        organization line sequential
        file status is ws-expfcard-status.
    select expected-report-file
        assign to "EXPFRPT"
        organization line sequential
        file status is ws-expfrpt-status.

data division.

file section.
fd  mult-in-file.
01  mult-in-record.
    05 mi-record-type               picture x.
    05 filler                       picture x(112).
01  mult-in-header.
    05 mh-record-type               picture x.
    05 mh-batch-date                picture x(8).
    05 mh-batch-number              picture x(6).
    05 mh-origin-system             picture x(4).

fd  business-calendar-file.
01  business-calendar-record.
    05 cb-calendar-date             picture x(8).
    05 cb-filler-1                  picture x.
    05 cb-day-type                  picture x.
    05 cb-filler-2                  picture x.
    05 cb-description               picture x(30).

fd  feed-schedule-file.
01  feed-schedule-record.
    05 fs-source-system             picture x(4).
    05 fs-filler-1                  picture x.
    05 fs-frequency                 picture x(8).
    05 fs-filler-2                  picture x.
    05 fs-weekday                   picture x(3).

fd  expected-card-file.
01  expected-card-record.
    05 ec-run-date                  picture x(8).

fd  expected-report-file.
01  expected-report-record          picture x(132).

working-storage section.

01 ws-multin-status picture xx.
01 ws-buscal-status picture xx.
01 ws-feedschd-status picture xx.
01 ws-expfcard-status picture xx.
01 ws-expfrpt-status picture xx.
01 ws-eof-switch picture x value 'N'.
01 ws-found-switch picture x value 'N'.
01 ws-calendar-switch picture x value 'N'.
01 ws-business-switch picture x value 'N'.
01 ws-due-switch picture x value 'N'.

01 ws-current-date picture x(21).
01 ws-current-date-parts redefines ws-current-date.
   05 ws-current-date-ymd picture x(8).
   05 filler picture x(13).
01 ws-run-date picture x(8) value spaces.
01 ws-run-numeric picture 9(8).
01 ws-run-integer picture 9(7).
01 ws-run-business-switch picture x value 'N'.
01 ws-run-description picture x(30) value spaces.

01 ws-test-integer picture 9(7).
01 ws-test-date picture 9(8).
01 ws-test-date-parts redefines ws-test-date.
   05 ws-test-year picture 9(4).
   05 ws-test-month picture 9(2).
   05 ws-test-day picture 9(2).
01 ws-test-weekday picture 9.
01 ws-test-description picture x(30).
01 ws-due-integer picture 9(7).
01 ws-due-date picture 9(8).
01 ws-due-date-parts redefines ws-due-date.
   05 ws-due-year picture 9(4).
   05 ws-due-month picture 9(2).
   05 ws-due-day picture 9(2).
01 ws-due-weekday picture 9.
01 ws-step-count picture 9(2).
01 ws-batch-numeric picture 9(8).
01 ws-batch-integer picture 9(7).

01 ws-weekday-names picture x(21) value 'MONTUEWEDTHUFRISATSUN'.
01 ws-weekday-table redefines ws-weekday-names.
   05 ws-weekday-name picture x(3) occurs 7.
01 ws-weekday-index picture 9.
01 ws-weekday-number picture 9.

01 ws-calendar-count picture 9(3) value zero.
01 ws-calendar-max picture 9(3) value 400.
01 ws-calendar-index picture 9(3).
01 ws-calendar-table.
   05 ws-calendar-entry occurs 400.
      10 bc-calendar-date picture x(8).
      10 bc-day-type picture x.
      10 bc-description picture x(30).

01 ws-schedule-count picture 9(3) value zero.
01 ws-schedule-max picture 9(3) value 100.
01 ws-schedule-index picture 9(3).
01 ws-schedule-found picture 9(3).
01 ws-schedule-scan picture 9(3).
01 ws-schedule-table.
   05 ws-schedule-entry occurs 100.
      10 sd-source-system picture x(4).
      10 sd-frequency picture x(8).
      10 sd-weekday picture x(3).
      10 sd-weekday-number picture 9.
      10 sd-settled-switch picture x.

01 ws-header-count picture 9(3) value zero.
01 ws-header-max picture 9(3) value 100.
01 ws-header-index picture 9(3).
01 ws-header-table.
   05 ws-header-entry occurs 100.
      10 hx-origin-system picture x(4).
      10 hx-batch-number picture x(6).
      10 hx-batch-date picture x(8).
      10 hx-detail-count picture 9(9).
      10 hx-schedule-index picture 9(3).
      10 hx-result picture x(16).
      10 hx-remark picture x(40).

01 ws-schedule-rejected picture 9(5) value zero.
01 ws-records-read picture 9(9) value zero.
01 ws-feeds-due picture 9(5) value zero.
01 ws-feeds-received picture 9(5) value zero.
01 ws-feeds-missing picture 9(5) value zero.
01 ws-feeds-late picture 9(5) value zero.
01 ws-feeds-unexpected picture 9(5) value zero.
01 ws-feeds-nonbusiness picture 9(5) value zero.

01 ws-due-remark.
   05 filler picture x(7) value 'DUE ON '.
   05 dr-due-date picture x(8).
   05 filler picture x(25) value spaces.

01 ws-holiday-remark.
   05 filler picture x(10) value 'HOLIDAY - '.
   05 hr-description picture x(30).

01 ws-weekend-remark.
   05 wr-weekday picture x(3).
   05 filler picture x(37) value ' - NOT A BUSINESS DAY'.

01 ws-report-heading-1.
   05 filler picture x(41)
       value 'MULTEXPF EXPECTED FEEDS CHECK - RUN DATE '.
   05 rh-run-date picture x(8).
   05 filler picture x(2) value spaces.
   05 rh-day-kind picture x(16).
   05 filler picture x(2) value spaces.
   05 rh-description picture x(30).
   05 filler picture x(33) value spaces.

01 ws-report-heading-2.
   05 filler picture x(6) value 'SYS'.
   05 filler picture x(10) value 'FREQUENCY'.
   05 filler picture x(5) value 'DAY'.
   05 filler picture x(8) value 'BATCH'.
   05 filler picture x(10) value 'DATED'.
   05 filler picture x(13) value '    DETAILS'.
   05 filler picture x(18) value 'RESULT'.
   05 filler picture x(40) value 'REMARK'.
   05 filler picture x(22) value spaces.

01 ws-report-detail.
   05 rd-source-system picture x(4).
   05 filler picture x(2) value spaces.
   05 rd-frequency picture x(8).
   05 filler picture x(2) value spaces.
   05 rd-weekday picture x(3).
   05 filler picture x(2) value spaces.
   05 rd-batch-number picture x(6).
   05 filler picture x(2) value spaces.
   05 rd-batch-date picture x(8).
   05 filler picture x(2) value spaces.
   05 rd-detail-count picture zzz,zzz,zz9.
   05 filler picture x(2) value spaces.
   05 rd-result picture x(16).
   05 filler picture x(2) value spaces.
   05 rd-remark picture x(40).
   05 filler picture x(22) value spaces.

01 ws-report-total.
   05 rt-caption picture x(21).
   05 rt-count picture zzz,zzz,zz9.
   05 filler picture x(100) value spaces.

01 ws-blank-line picture x(132) value spaces.

procedure division.
begin.
    move function current-date to ws-current-date
    perform read-expected-card
    perform load-business-calendar
    perform load-feed-schedule
    move ws-run-integer to ws-test-integer
    perform test-business-day
    move ws-business-switch to ws-run-business-switch
    move ws-test-description to ws-run-description
    perform scan-multin-headers
    perform classify-header
        varying ws-header-index from 1 by 1
        until ws-header-index > ws-header-count
    open output expected-report-file
    if ws-expfrpt-status not = '00'
        display 'UNABLE TO OPEN EXPFRPT - FILE STATUS '
            ws-expfrpt-status
        move 12 to return-code
        stop run
    end-if
    perform write-report-heading
    perform write-header-detail
        varying ws-header-index from 1 by 1
        until ws-header-index > ws-header-count
    perform check-schedule-entry
        varying ws-schedule-index from 1 by 1
        until ws-schedule-index > ws-schedule-count
    perform write-report-totals
    close expected-report-file
    perform print-expected-summary
    evaluate true
        when ws-feeds-missing > zero
            move 8 to return-code
        when ws-feeds-late > zero
            or ws-feeds-unexpected > zero
            or ws-feeds-nonbusiness > zero
            or ws-schedule-rejected > zero
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate
    stop run.

read-expected-card.
    move ws-current-date-ymd to ws-run-date
    open input expected-card-file
    if ws-expfcard-status = '00'
        read expected-card-file
            not at end
                if ec-run-date is numeric
                    move ec-run-date to ws-run-date
                end-if
        end-read
        close expected-card-file
    end-if
    move ws-run-date to ws-run-numeric
    if function test-date-yyyymmdd(ws-run-numeric) not = zero
        display 'EXPFCARD RUN DATE NOT VALID - ' ws-run-date
        move 12 to return-code
        stop run
    end-if
    compute ws-run-integer = function integer-of-date(ws-run-numeric).

load-business-calendar.
    open input business-calendar-file
    if ws-buscal-status not = '00'
        display 'BUSCAL NOT SUPPLIED - MONDAY TO FRIDAY ASSUMED'
    else
        move 'N' to ws-eof-switch
        perform read-business-calendar
        perform load-calendar-entry
            with test before
            until ws-eof-switch = 'Y'
        close business-calendar-file
    end-if.

read-business-calendar.
    read business-calendar-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-calendar-entry.
    if cb-calendar-date is numeric
        and (cb-day-type = 'B' or cb-day-type = 'H')
        if ws-calendar-count >= ws-calendar-max
            display 'CALENDAR TABLE FULL - MORE THAN ' ws-calendar-max
                ' DATES ON BUSCAL'
            move 12 to return-code
            stop run
        end-if
        add 1 to ws-calendar-count
        move cb-calendar-date to bc-calendar-date(ws-calendar-count)
        move cb-day-type to bc-day-type(ws-calendar-count)
        move cb-description to bc-description(ws-calendar-count)
    else
        if business-calendar-record not = spaces
            display 'BUSCAL ENTRY NOT VALID - ' business-calendar-record
        end-if
    end-if
    perform read-business-calendar.

load-feed-schedule.
    open input feed-schedule-file
    if ws-feedschd-status not = '00'
        display 'UNABLE TO OPEN FEEDSCHD - FILE STATUS '
            ws-feedschd-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-feed-schedule
    perform load-schedule-entry
        with test before
        until ws-eof-switch = 'Y'
    close feed-schedule-file.

read-feed-schedule.
    read feed-schedule-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

load-schedule-entry.
    if feed-schedule-record not = spaces
        move zero to ws-weekday-number
        move 'Y' to ws-found-switch
        evaluate fs-frequency
            when 'DAILY'
            when 'MONTHEND'
            when 'MONSTART'
                continue
            when 'WEEKLY'
                perform find-weekday-name
            when other
                move 'N' to ws-found-switch
        end-evaluate
        if fs-source-system = spaces
            move 'N' to ws-found-switch
        end-if
        if ws-found-switch = 'Y'
            perform add-schedule-entry
        else
            display 'FEEDSCHD ENTRY NOT VALID - ' feed-schedule-record
            add 1 to ws-schedule-rejected
        end-if
    end-if
    perform read-feed-schedule.

find-weekday-name.
    move 'N' to ws-found-switch
    perform scan-weekday-name
        varying ws-weekday-index from 1 by 1
        until ws-weekday-index > 7
            or ws-found-switch = 'Y'.

scan-weekday-name.
    if ws-weekday-name(ws-weekday-index) = fs-weekday
        move 'Y' to ws-found-switch
        compute ws-weekday-number = function mod(ws-weekday-index, 7)
    end-if.

add-schedule-entry.
    if ws-schedule-count >= ws-schedule-max
        display 'SCHEDULE TABLE FULL - MORE THAN ' ws-schedule-max
            ' ENTRIES ON FEEDSCHD'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-schedule-count
    move fs-source-system to sd-source-system(ws-schedule-count)
    move fs-frequency to sd-frequency(ws-schedule-count)
    if fs-frequency = 'WEEKLY'
        move fs-weekday to sd-weekday(ws-schedule-count)
    else
        move spaces to sd-weekday(ws-schedule-count)
    end-if
    move ws-weekday-number to sd-weekday-number(ws-schedule-count)
    move 'N' to sd-settled-switch(ws-schedule-count).

scan-multin-headers.
    open input mult-in-file
    if ws-multin-status not = '00'
        display 'UNABLE TO OPEN MULTIN - FILE STATUS ' ws-multin-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to ws-eof-switch
    perform read-mult-in
    perform scan-mult-in-record
        with test before
        until ws-eof-switch = 'Y'
    close mult-in-file.

read-mult-in.
    read mult-in-file
        at end
            move 'Y' to ws-eof-switch
        not at end
            add 1 to ws-records-read
    end-read.

scan-mult-in-record.
    evaluate mi-record-type
        when 'H'
            perform add-header-entry
        when 'T'
            continue
        when other
            if ws-header-count > zero
                add 1 to hx-detail-count(ws-header-count)
            end-if
    end-evaluate
    perform read-mult-in.

add-header-entry.
    if ws-header-count >= ws-header-max
        display 'HEADER TABLE FULL - MORE THAN ' ws-header-max
            ' BATCHES ON MULTIN'
        move 12 to return-code
        stop run
    end-if
    add 1 to ws-header-count
    move mh-origin-system to hx-origin-system(ws-header-count)
    move mh-batch-number to hx-batch-number(ws-header-count)
    move mh-batch-date to hx-batch-date(ws-header-count)
    move zero to hx-detail-count(ws-header-count)
    move zero to hx-schedule-index(ws-header-count)
    move spaces to hx-result(ws-header-count)
    move spaces to hx-remark(ws-header-count).

classify-header.
    move zero to ws-schedule-found
    perform find-system-schedule
        varying ws-schedule-scan from 1 by 1
        until ws-schedule-scan > ws-schedule-count
            or ws-schedule-found > zero
    move ws-schedule-found to hx-schedule-index(ws-header-index)
    move zero to ws-batch-integer
    if hx-batch-date(ws-header-index) is numeric
        move hx-batch-date(ws-header-index) to ws-batch-numeric
        if function test-date-yyyymmdd(ws-batch-numeric) = zero
            compute ws-batch-integer =
                function integer-of-date(ws-batch-numeric)
            move ws-batch-integer to ws-test-integer
            perform test-business-day
        end-if
    end-if
    evaluate true
        when ws-batch-integer = zero
            move 'UNEXPECTED' to hx-result(ws-header-index)
            move 'BATCH DATE NOT VALID' to hx-remark(ws-header-index)
            add 1 to ws-feeds-unexpected
        when ws-batch-integer > ws-run-integer
            move 'UNEXPECTED' to hx-result(ws-header-index)
            move 'DATED AFTER RUN DATE' to hx-remark(ws-header-index)
            add 1 to ws-feeds-unexpected
        when ws-business-switch = 'N'
            perform mark-non-business-header
        when ws-schedule-found = zero
            move 'UNEXPECTED' to hx-result(ws-header-index)
            move 'SYSTEM NOT ON FEED SCHEDULE'
                to hx-remark(ws-header-index)
            add 1 to ws-feeds-unexpected
        when other
            perform check-header-due
    end-evaluate.

mark-non-business-header.
    move 'NON-BUSINESS DAY' to hx-result(ws-header-index)
    if ws-calendar-switch = 'Y'
        move ws-test-description to hr-description
        move ws-holiday-remark to hx-remark(ws-header-index)
    else
        if ws-test-weekday = zero
            move 'SUN' to wr-weekday
        else
            move ws-weekday-name(ws-test-weekday) to wr-weekday
        end-if
        move ws-weekend-remark to hx-remark(ws-header-index)
    end-if
    add 1 to ws-feeds-nonbusiness.

check-header-due.
    move ws-batch-integer to ws-due-integer
    move 'N' to ws-due-switch
    perform test-system-due
        varying ws-schedule-scan from 1 by 1
        until ws-schedule-scan > ws-schedule-count
            or ws-due-switch = 'Y'
    evaluate true
        when ws-due-switch = 'N'
            move 'UNEXPECTED' to hx-result(ws-header-index)
            move 'NOT DUE ON BATCH DATE' to hx-remark(ws-header-index)
            add 1 to ws-feeds-unexpected
        when ws-batch-integer = ws-run-integer
            move 'RECEIVED' to hx-result(ws-header-index)
            perform settle-system-schedule
                varying ws-schedule-scan from 1 by 1
                until ws-schedule-scan > ws-schedule-count
        when other
            move 'LATE' to hx-result(ws-header-index)
            move hx-batch-date(ws-header-index) to dr-due-date
            move ws-due-remark to hx-remark(ws-header-index)
            add 1 to ws-feeds-late
    end-evaluate.

find-system-schedule.
    if sd-source-system(ws-schedule-scan)
        = hx-origin-system(ws-header-index)
        move ws-schedule-scan to ws-schedule-found
    end-if.

test-system-due.
    if sd-source-system(ws-schedule-scan)
        = hx-origin-system(ws-header-index)
        move ws-schedule-scan to ws-schedule-index
        perform test-feed-due
        if ws-due-switch = 'Y'
            move ws-schedule-scan to hx-schedule-index(ws-header-index)
        end-if
    end-if.

settle-system-schedule.
    if sd-source-system(ws-schedule-scan)
        = hx-origin-system(ws-header-index)
        move 'Y' to sd-settled-switch(ws-schedule-scan)
    end-if.

test-feed-due.
    move 'N' to ws-due-switch
    move ws-due-integer to ws-test-integer
    perform test-business-day
    if ws-business-switch = 'Y'
        move ws-test-date to ws-due-date
        move ws-test-weekday to ws-due-weekday
        perform test-frequency-due
    end-if.

test-frequency-due.
    evaluate sd-frequency(ws-schedule-index)
        when 'DAILY'
            move 'Y' to ws-due-switch
        when 'MONTHEND'
            perform find-next-business-day
            if ws-test-month not = ws-due-month
                move 'Y' to ws-due-switch
            end-if
        when 'MONSTART'
            perform find-prior-business-day
            if ws-test-month not = ws-due-month
                move 'Y' to ws-due-switch
            end-if
        when 'WEEKLY'
            if ws-due-weekday = sd-weekday-number(ws-schedule-index)
                move 'Y' to ws-due-switch
            else
                perform find-prior-business-day
            end-if
    end-evaluate.

find-next-business-day.
    move ws-due-integer to ws-test-integer
    move zero to ws-step-count
    move 'N' to ws-business-switch
    perform step-next-day
        with test before
        until ws-business-switch = 'Y'
            or ws-step-count >= 31.

step-next-day.
    add 1 to ws-test-integer
    add 1 to ws-step-count
    perform test-business-day.

find-prior-business-day.
    move ws-due-integer to ws-test-integer
    move zero to ws-step-count
    move 'N' to ws-business-switch
    perform step-prior-day
        with test before
        until ws-business-switch = 'Y'
            or ws-step-count >= 31.

step-prior-day.
    subtract 1 from ws-test-integer
    add 1 to ws-step-count
    perform test-business-day
    if ws-business-switch = 'N'
        and ws-test-weekday = sd-weekday-number(ws-schedule-index)
        and sd-frequency(ws-schedule-index) = 'WEEKLY'
        move 'Y' to ws-due-switch
    end-if.

test-business-day.
    move function date-of-integer(ws-test-integer) to ws-test-date
    compute ws-test-weekday = function mod(ws-test-integer, 7)
    move 'N' to ws-calendar-switch
    move spaces to ws-test-description
    perform scan-calendar-entry
        varying ws-calendar-index from 1 by 1
        until ws-calendar-index > ws-calendar-count
            or ws-calendar-switch = 'Y'
    if ws-calendar-switch = 'N'
        if ws-test-weekday = 6 or ws-test-weekday = 0
            move 'N' to ws-business-switch
        else
            move 'Y' to ws-business-switch
        end-if
    end-if.

scan-calendar-entry.
    if bc-calendar-date(ws-calendar-index) = ws-test-date
        move 'Y' to ws-calendar-switch
        move bc-description(ws-calendar-index) to ws-test-description
        if bc-day-type(ws-calendar-index) = 'B'
            move 'Y' to ws-business-switch
        else
            move 'N' to ws-business-switch
        end-if
    end-if.

write-report-heading.
    move ws-run-date to rh-run-date
    if ws-run-business-switch = 'Y'
        move 'BUSINESS DAY' to rh-day-kind
    else
        move 'NON-BUSINESS DAY' to rh-day-kind
    end-if
    move ws-run-description to rh-description
    write expected-report-record from ws-report-heading-1
    write expected-report-record from ws-blank-line
    write expected-report-record from ws-report-heading-2.

write-header-detail.
    move hx-origin-system(ws-header-index) to rd-source-system
    if hx-schedule-index(ws-header-index) > zero
        move sd-frequency(hx-schedule-index(ws-header-index))
            to rd-frequency
        move sd-weekday(hx-schedule-index(ws-header-index))
            to rd-weekday
    else
        move spaces to rd-frequency
        move spaces to rd-weekday
    end-if
    move hx-batch-number(ws-header-index) to rd-batch-number
    move hx-batch-date(ws-header-index) to rd-batch-date
    move hx-detail-count(ws-header-index) to rd-detail-count
    move hx-result(ws-header-index) to rd-result
    move hx-remark(ws-header-index) to rd-remark
    write expected-report-record from ws-report-detail.

check-schedule-entry.
    move ws-run-integer to ws-due-integer
    perform test-feed-due
    if ws-due-switch = 'Y'
        add 1 to ws-feeds-due
        if sd-settled-switch(ws-schedule-index) = 'Y'
            add 1 to ws-feeds-received
        else
            perform write-missing-detail
        end-if
    end-if.

write-missing-detail.
    add 1 to ws-feeds-missing
    move sd-source-system(ws-schedule-index) to rd-source-system
    move sd-frequency(ws-schedule-index) to rd-frequency
    move sd-weekday(ws-schedule-index) to rd-weekday
    move spaces to rd-batch-number
    move spaces to rd-batch-date
    move zero to rd-detail-count
    move 'MISSING' to rd-result
    move ws-run-date to dr-due-date
    move ws-due-remark to rd-remark
    write expected-report-record from ws-report-detail
    perform settle-missing-system
        varying ws-schedule-scan from 1 by 1
        until ws-schedule-scan > ws-schedule-count.

settle-missing-system.
    if sd-source-system(ws-schedule-scan)
        = sd-source-system(ws-schedule-index)
        move 'Y' to sd-settled-switch(ws-schedule-scan)
    end-if.

write-report-totals.
    write expected-report-record from ws-blank-line
    move 'BATCHES ON MULTIN  : ' to rt-caption
    move ws-header-count to rt-count
    write expected-report-record from ws-report-total
    move 'FEEDS DUE TONIGHT  : ' to rt-caption
    move ws-feeds-due to rt-count
    write expected-report-record from ws-report-total
    move 'FEEDS RECEIVED     : ' to rt-caption
    move ws-feeds-received to rt-count
    write expected-report-record from ws-report-total
    move 'FEEDS MISSING      : ' to rt-caption
    move ws-feeds-missing to rt-count
    write expected-report-record from ws-report-total
    move 'FEEDS LATE         : ' to rt-caption
    move ws-feeds-late to rt-count
    write expected-report-record from ws-report-total
    move 'FEEDS UNEXPECTED   : ' to rt-caption
    move ws-feeds-unexpected to rt-count
    write expected-report-record from ws-report-total
    move 'NON-BUSINESS DAY   : ' to rt-caption
    move ws-feeds-nonbusiness to rt-count
    write expected-report-record from ws-report-total.

print-expected-summary.
    display '===================================================='
    display 'MULTEXPF EXPECTED FEEDS CONTROL REPORT'
    display 'RUN DATE           : ' ws-run-date
    display 'RECORDS READ       : ' ws-records-read
    display 'BATCHES ON MULTIN  : ' ws-header-count
    display 'SCHEDULE ENTRIES   : ' ws-schedule-count
    display 'SCHEDULE REJECTED  : ' ws-schedule-rejected
    display 'FEEDS DUE TONIGHT  : ' ws-feeds-due
    display 'FEEDS RECEIVED     : ' ws-feeds-received
    display 'FEEDS MISSING      : ' ws-feeds-missing
    display 'FEEDS LATE         : ' ws-feeds-late
    display 'FEEDS UNEXPECTED   : ' ws-feeds-unexpected
    display 'NON-BUSINESS DAY   : ' ws-feeds-nonbusiness
    display '===================================================='.
