*>                run-sheet showing what ran, what was skipped and why.
*>                day rules: DAILY, a weekday (SUN..SAT), Dnn for day
*>                nn of the month, or EOM for the last day of the month
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - business-day calendar: holidays come from HOLIDAYS.TXT
*>                (kept with holmaint; Saturday and Sunday are always
*>                closed). new day rules BDnn for the nth business day
*>                of the month and LBD for the last one. a 6th schedule
*>                field gives the step's holiday action when its day
*>                falls on a closed day: SKIP, PREV (run on the business
*>                day before) or NEXT (run on the business day after);
*>                weekday rules honor holidays with SKIP when none is
*>                given, and DAILY, Dnn and EOM follow the calendar only
*>                when an action is given. the run sheet says when a
*>                step was skipped or shifted by the calendar, and warns
*>                when the calendar has no holidays for this year, or
*>                for the coming year from HOLIDAYWARNMONTH (default 10)
*> Oct 15, 2026 - keep a run history: every step run is appended to
*>                RUNHIST.TXT with its start, end, elapsed seconds,
*>                return code and the record count the step reported,
*>                between a *RUN record when the night starts and a
*>                *END record when it finishes, so runtrend can set each
*>                step against its own average and project the finish.
*>                a step reports its count by writing "records|text" to
*>                the STEPCOUNTS file, which is cleared before each step.
*>                the run sheet now shows each step's times as well
*> Oct 15, 2026 - a failed step is raised on the monitoring console's
*>                alert feed (ALERTS.TXT), paging when it stops the
*>                night, and cleared when the step next runs
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set
*> Oct 15, 2026 - the holiday calendar is read under a shared lock in the
*>                run enqueue (ENQUEUE.TXT), so holiday maintenance
*>                rewriting it is waited for (ENQWAITSECS); still held
*>                after the wait, nothing is run and the run ends with
*>                return code 8, audited and on the alert feed. a Dnn
*>                day rule is judged against today's date again - the
*>                step clock readings taken in between had moved it

identification division.
program-id. schedule.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
select holidayfile assign to holidayFileName
    organization is line sequential
    file status is holidayfile-status.
select runhistfile assign to runHistoryName
    organization is line sequential
    file status is runhistfile-status.
select stepcountfile assign to stepCountName
    organization is line sequential
    file status is stepcountfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.
01 runsheet-record pic x(200).
fd auditfile.
01 audit-record pic x(260).
fd holidayfile.
01 holiday-record pic x(80).
fd runhistfile.
01 runhist-record pic x(300).
fd stepcountfile.
01 stepcount-record pic x(120).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 runSheetName pic x(100) value "RUNSHEET.TXT".
77 holidayFileName pic x(100) value "HOLIDAYS.TXT".
77 runHistoryName pic x(100) value "RUNHIST.TXT".
77 stepCountName pic x(100) value "STEPCOUNT.TXT".
*>the shared run-time configuration - the same CIPHER.CFG the cipher
*>program reads, so every utility works against the site's configured
*>files instead of the built-in names; keys that belong to the other
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "SCHEDULE".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
*>the run enqueue - which program, operator and run holds each shared
*>file, kept in ENQUEUE.TXT through the enqueue module. a file another
*>run holds is waited for, ENQWAITSECS seconds at most; a lock not
*>refreshed for ENQSTALEMINS minutes was left by a run that crashed
01 enqueue-request pic x value "A".
01 enqueue-status pic xx value spaces.
01 enqueue-data.
    05 enq-resource pic x(100) value spaces.
    05 enq-mode pic x value "S".
    05 enq-program pic x(8) value "SCHEDULE".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 schedulefile-status pic xx value spaces.
01 runsheetfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 holidayfile-status pic xx value spaces.
01 runhistfile-status pic xx value spaces.
01 stepcountfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 scheduleFileName pic x(100) value "SCHEDULE.TXT".
01 cmd-line pic x(200) value spaces.
01 schedule-eof pic 9 value 0.
01 step-ctlfile pic x(100) value spaces.
01 step-dayrule pic x(8) value spaces.
01 step-onfail pic x(10) value spaces.
01 step-holaction pic x(8) value spaces.
01 step-count pic 9(3) value 0.
01 steps-run pic 9(3) value 0.
01 steps-skipped pic 9(3) value 0.
01 steps-failed pic 9(3) value 0.
01 run-stopped pic 9 value 0.
01 step-due pic 9 value 0.
01 skip-reason pic x(120) value spaces.
01 command-text pic x(220) value spaces.
01 step-rc pic s9(9) value 0.
01 high-rc pic 9(4) value 0.
01 tomorrow-int pic 9(8) value 0.
01 tomorrow-x pic x(8) value spaces.
01 is-month-end pic 9 value 0.
*>the holiday calendar - "YYYY-MM-DD|description" records kept by the
*>holiday maintenance utility; Saturday and Sunday are closed anyway
01 hol-table.
    05 hol-entry occurs 500 times.
        10 h-date pic x(10).
        10 h-name pic x(40).
01 hol-count pic 9(3) value 0.
01 hol-idx pic 9(3) value 0.
01 holiday-eof pic 9 value 0.
01 hol-date-in pic x(20) value spaces.
01 hol-name-in pic x(60) value spaces.
01 hol-this-year pic 9(3) value 0.
01 hol-next-year pic 9(3) value 0.
01 next-year pic 9(4) value 0.
01 holiday-warn-month pic 9(2) value 10.
01 today-daynum pic 9(7) value 0.
*>one day of the calendar being judged - its date, weekday, whether it
*>is a holiday or a business day, and whether it is closed for the step
*>at hand (for a SAT or SUN step only a holiday closes its day)
01 cand-int pic 9(7) value 0.
01 cand-ymd pic 9(8) value 0.
01 cand-x pic x(8) value spaces.
01 cand-date pic x(10) value spaces.
01 cand-rem pic 9 value 0.
01 cand-dow pic x(3) value spaces.
01 cand-holiday pic 9 value 0.
01 cand-hol-name pic x(40) value spaces.
01 cand-business pic 9 value 0.
01 cand-closed pic 9 value 0.
01 closed-why pic x(60) value spaces.
01 hol-action pic x(8) value spaces.
01 rule-match pic 9 value 0.
01 rule-known pic 9 value 0.
01 shift-found pic 9 value 0.
01 walk-count pic 9(2) value 0.
01 shift-note pic x(140) value spaces.
01 reason-ptr pic 9(3) value 0.
01 bd-target pic 9(2) value 0.
01 bd-ordinal pic 9(2) value 0.
*>the run history - one record per step run, "run|step|program|start|
*>end|elapsed|rc|records|result", the run being the night's start stamp;
*>a history file that cannot be written is reported but never stops
*>the night
01 history-open pic 9 value 0.
01 hist-step pic x(12) value spaces.
01 hist-program pic x(100) value spaces.
01 hist-start pic x(19) value spaces.
01 hist-end pic x(19) value spaces.
01 hist-elapsed pic 9(7) value 0.
01 hist-rc pic 9(4) value 0.
01 hist-records pic x(9) value spaces.
01 hist-result pic x(8) value spaces.
01 clock-stamp pic x(19) value spaces.
01 clock-secs pic 9(11) value 0.
01 run-secs pic 9(11) value 0.
01 step-start-stamp pic x(19) value spaces.
01 step-start-secs pic 9(11) value 0.
01 elapsed-hms pic x(8) value spaces.
01 elapsed-work pic 9(7) value 0.
01 elapsed-hh pic 9(2) value 0.
01 elapsed-mm pic 9(2) value 0.
01 elapsed-ss pic 9(2) value 0.
01 delete-status pic 9(4) comp value 0.
01 count-in pic x(20) value spaces.
01 count-text pic x(100) value spaces.
01 count-len pic 9(2) value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
    if tomorrow-x(5:2) is not equal to today-compact(5:2)
        move 1 to is-month-end
    end-if
    compute today-daynum = function integer-of-date(today-int)
    *>read under a shared lock, so holiday maintenance rewriting the
    *>calendar is waited for
    move "S" to enq-mode
    move holidayFileName to enq-resource
    perform enqueue-or-stop
    perform load-holidays
    perform dequeue-resource

    open output runsheetfile
    if runsheetfile-status is not equal to "00"
    move spaces to runsheet-record
    string "Schedule: " function trim(scheduleFileName) into runsheet-record
    write runsheet-record
    perform write-calendar-lines
    move spaces to runsheet-record
    write runsheet-record

    perform take-clock-reading
    move clock-secs to run-secs
    perform open-run-history
    move "*RUN" to hist-step
    move scheduleFileName to hist-program
    move run-stamp to hist-start
    move spaces to hist-end
    move 0 to hist-elapsed
    move 0 to hist-rc
    move spaces to hist-records
    move "STARTED" to hist-result
    perform write-history-record

    open input schedulefile
    if schedulefile-status is not equal to "00"
        display "Could not open " function trim(scheduleFileName)
            schedulefile-status into runsheet-record
        write runsheet-record
        close runsheetfile
        move "SCHEDULE" to alert-event
        move 1 to alert-severity
        move scheduleFileName to alert-object
        move spaces to alert-message
        string "schedule file could not be opened - status " schedulefile-status
            " - no step ran" delimited by size into alert-message
        perform raise-alert
        move 8 to return-code
        stop run
    end-if
    move "SCHEDULE" to alert-event
    move scheduleFileName to alert-object
    move "schedule file opened again" to alert-message
    perform clear-alert

    perform until schedule-eof is equal to 1
        read schedulefile into schedule-line
    string "Steps: " steps-run " ran, " steps-skipped " skipped, "
        steps-failed " failed" into runsheet-record
    write runsheet-record

    perform take-clock-reading
    compute elapsed-work = clock-secs - run-secs
    perform format-elapsed
    move spaces to runsheet-record
    string "Started " run-stamp "  ended " clock-stamp "  elapsed " elapsed-hms
        into runsheet-record
    write runsheet-record
    close runsheetfile

    move "*END" to hist-step
    move scheduleFileName to hist-program
    move run-stamp to hist-start
    move clock-stamp to hist-end
    move elapsed-work to hist-elapsed
    move high-rc to hist-rc
    move steps-run to hist-records
    if run-stopped is equal to 1
        move "STOPPED" to hist-result
    else
        move "COMPLETE" to hist-result
    end-if
    perform write-history-record
    if history-open is equal to 1
        close runhistfile
    end-if

    move "SCHEDULE" to audit-op
    move spaces to audit-detail
    string function trim(scheduleFileName) " " steps-run " ran, "
    move spaces to step-ctlfile
    move spaces to step-dayrule
    move spaces to step-onfail
    move spaces to step-holaction
    unstring schedule-line delimited by ","
        into step-name step-program step-ctlfile step-dayrule step-onfail
            step-holaction
    move function upper-case(step-dayrule) to step-dayrule
    move function upper-case(step-onfail) to step-onfail
    move function upper-case(step-holaction) to step-holaction

    if run-stopped is equal to 1
        add 1 to steps-skipped

*>is this step due today? an unrecognized rule is reported and the
*>step skipped - a misspelled rule must never silently run a step on
*>the wrong night. the rule says which day the step belongs to; the
*>holiday action then says what happens when that day is closed
judge-day-rule.
    move 0 to step-due
    move 0 to rule-match
    move 1 to rule-known
    move spaces to skip-reason
    move spaces to shift-note
    *>a weekday rule honors holidays even when no action is given
    move step-holaction to hol-action
    if hol-action is equal to spaces
        if step-dayrule(1:3) is equal to "MON" or step-dayrule(1:3) is equal to "TUE"
            or step-dayrule(1:3) is equal to "WED" or step-dayrule(1:3) is equal to "THU"
            or step-dayrule(1:3) is equal to "FRI"
            move "SKIP" to hol-action
        end-if
    end-if
    evaluate true
        when step-dayrule is equal to "DAILY" or step-dayrule is equal to spaces
            move 1 to rule-match
        when step-dayrule(1:3) is equal to dow-name
            move 1 to rule-match
        when step-dayrule(1:3) is equal to "MON"
        when step-dayrule(1:3) is equal to "TUE"
        when step-dayrule(1:3) is equal to "WED"
                ", today is " dow-name into skip-reason
        when step-dayrule is equal to "EOM"
            if is-month-end is equal to 1
                move 1 to rule-match
            else
                move "not due - runs on the last day of the month" to skip-reason
            end-if
        when step-dayrule is equal to "LBD"
            perform judge-last-business-day
        when step-dayrule(1:2) is equal to "BD"
            and step-dayrule(3:2) is numeric
            and step-dayrule(3:2) is not equal to "00"
            and step-dayrule(5:4) is equal to spaces
            perform judge-business-day-number
        when step-dayrule(1:1) is equal to "D"
            and step-dayrule(2:2) is numeric
            if step-dayrule(2:2) is equal to today-compact(7:2)
                move 1 to rule-match
            else
                move spaces to skip-reason
                string "not due - runs on day " step-dayrule(2:2)
                    " of the month" into skip-reason
            end-if
        when other
            move 0 to rule-known
            move spaces to skip-reason
            string "unrecognized day rule " function trim(step-dayrule)
                " - fix the schedule" into skip-reason
    end-evaluate

    if rule-known is equal to 0
        exit paragraph
    end-if
    if hol-action is not equal to spaces and hol-action is not equal to "SKIP"
        and hol-action is not equal to "PREV" and hol-action is not equal to "NEXT"
        move spaces to skip-reason
        string "unrecognized holiday action " function trim(hol-action)
            " - fix the schedule" into skip-reason
        exit paragraph
    end-if
    *>the business-day rules only ever land on a business day
    if step-dayrule is equal to "LBD" or step-dayrule(1:2) is equal to "BD"
        move rule-match to step-due
        exit paragraph
    end-if

    if rule-match is equal to 1
        if hol-action is equal to spaces
            move 1 to step-due
        else
            move today-daynum to cand-int
            perform settle-candidate-day
            if cand-closed is equal to 0
                move 1 to step-due
            else
                perform note-closed-today
            end-if
        end-if
    else
        if hol-action is equal to "PREV" or hol-action is equal to "NEXT"
            perform find-shifted-day
        end-if
    end-if
    .

*>BDnn - today is due when it is a business day and the nnth one of
*>the month, counting from the first
judge-business-day-number.
    move step-dayrule(3:2) to bd-target
    move today-daynum to cand-int
    perform settle-candidate-day
    if cand-business is equal to 0
        move spaces to skip-reason
        string "not due - runs on business day " step-dayrule(3:2)
            " of the month, today is closed " function trim(closed-why)
            into skip-reason
        exit paragraph
    end-if
    move 0 to bd-ordinal
    compute cand-int = today-daynum - day-number + 1
    perform until cand-int is greater than today-daynum
        perform settle-candidate-day
        if cand-business is equal to 1
            add 1 to bd-ordinal
        end-if
        add 1 to cand-int
    end-perform
    if bd-ordinal is equal to bd-target
        move 1 to rule-match
    else
        move spaces to skip-reason
        string "not due - runs on business day " step-dayrule(3:2)
            " of the month, today is business day " bd-ordinal into skip-reason
    end-if
    .

*>LBD - today is due when it is a business day and none follows it
*>before the month turns
judge-last-business-day.
    move today-daynum to cand-int
    perform settle-candidate-day
    if cand-business is equal to 0
        move spaces to skip-reason
        string "not due - runs on the last business day of the month, today is closed "
            function trim(closed-why) into skip-reason
        exit paragraph
    end-if
    move 1 to rule-match
    compute cand-int = today-daynum + 1
    perform settle-candidate-day
    perform until cand-x(5:2) is not equal to today-compact(5:2)
        or rule-match is equal to 0
        if cand-business is equal to 1
            move 0 to rule-match
        else
            add 1 to cand-int
            perform settle-candidate-day
        end-if
    end-perform
    if rule-match is equal to 0
        move spaces to skip-reason
        string "not due - runs on the last business day of the month, next is "
            cand-date into skip-reason
    end-if
    .

*>the step's own day is today but today is closed - say what the
*>holiday action does with it
note-closed-today.
    move spaces to skip-reason
    evaluate hol-action
        when "SKIP"
            string "closed day " function trim(closed-why)
                " - skipped per the holiday calendar" into skip-reason
        when "PREV"
            string "closed day " function trim(closed-why)
                " - moved to the previous business day" into skip-reason
        when "NEXT"
            move 1 to reason-ptr
            string "closed day " function trim(closed-why)
                " - moved to the next business day " delimited by size
                into skip-reason with pointer reason-ptr
            perform until cand-business is equal to 1
                add 1 to cand-int
                perform settle-candidate-day
            end-perform
            string cand-date delimited by size
                into skip-reason with pointer reason-ptr
    end-evaluate
    .

*>today is not the step's own day, but a business day may stand in
*>for it: with NEXT, a closed day just behind today that was the step's
*>day; with PREV, a closed day just ahead. only the closed days between
*>today and the nearest business day either side are looked at
find-shifted-day.
    move today-daynum to cand-int
    perform settle-candidate-day
    if cand-business is equal to 0
        exit paragraph
    end-if
    move 0 to shift-found
    move 0 to walk-count
    if hol-action is equal to "NEXT"
        compute cand-int = today-daynum - 1
    else
        compute cand-int = today-daynum + 1
    end-if
    perform settle-candidate-day
    perform until shift-found is equal to 1 or cand-business is equal to 1
        or walk-count is greater than 14
        add 1 to walk-count
        perform rule-matches-candidate
        if rule-match is equal to 1 and cand-closed is equal to 1
            move 1 to shift-found
        else
            if hol-action is equal to "NEXT"
                subtract 1 from cand-int
            else
                add 1 to cand-int
            end-if
            perform settle-candidate-day
        end-if
    end-perform
    if shift-found is equal to 1
        move 1 to step-due
        move spaces to skip-reason
        move spaces to shift-note
        if hol-action is equal to "NEXT"
            string "calendar: due on closed day " function trim(closed-why)
                " - run on the next business day" into shift-note
        else
            string "calendar: due on closed day " function trim(closed-why)
                " - run on the previous business day" into shift-note
        end-if
    end-if
    .

*>does the step's day rule name the candidate day? (the calendar-day
*>rules only - the business-day rules are judged on their own)
rule-matches-candidate.
    move 0 to rule-match
    evaluate true
        when step-dayrule is equal to "DAILY" or step-dayrule is equal to spaces
            move 1 to rule-match
        when step-dayrule(1:3) is equal to cand-dow
            move 1 to rule-match
        when step-dayrule is equal to "EOM"
            compute tomorrow-int = function date-of-integer(cand-int + 1)
            move tomorrow-int to tomorrow-x
            if tomorrow-x(5:2) is not equal to cand-x(5:2)
                move 1 to rule-match
            end-if
        when step-dayrule(1:1) is equal to "D"
            and step-dayrule(2:2) is numeric
            if step-dayrule(2:2) is equal to cand-x(7:2)
                move 1 to rule-match
            end-if
    end-evaluate
    .

*>settle one calendar day (cand-int, the date's integer form): its
*>date, weekday, holiday, and whether it is a business day and whether
*>it is closed for the step being judged
settle-candidate-day.
    compute cand-ymd = function date-of-integer(cand-int)
    move cand-ymd to cand-x
    move spaces to cand-date
    string cand-x(1:4) "-" cand-x(5:2) "-" cand-x(7:2) into cand-date
    compute cand-rem = function mod(cand-int, 7)
    evaluate cand-rem
        when 1 move "MON" to cand-dow
        when 2 move "TUE" to cand-dow
        when 3 move "WED" to cand-dow
        when 4 move "THU" to cand-dow
        when 5 move "FRI" to cand-dow
        when 6 move "SAT" to cand-dow
        when 0 move "SUN" to cand-dow
    end-evaluate
    move 0 to cand-holiday
    move spaces to cand-hol-name
    perform varying hol-idx from 1 by 1 until hol-idx is greater than hol-count
        if h-date(hol-idx) is equal to cand-date
            move 1 to cand-holiday
            move h-name(hol-idx) to cand-hol-name
            exit perform
        end-if
    end-perform
    move 1 to cand-business
    if cand-dow is equal to "SAT" or cand-dow is equal to "SUN"
        or cand-holiday is equal to 1
        move 0 to cand-business
    end-if
    if step-dayrule(1:3) is equal to "SAT" or step-dayrule(1:3) is equal to "SUN"
        move cand-holiday to cand-closed
    else
        compute cand-closed = 1 - cand-business
    end-if
    move spaces to closed-why
    if cand-holiday is equal to 1
        string cand-date " (" function trim(cand-hol-name) ")" into closed-why
    else
        string cand-date " (" cand-dow ")" into closed-why
    end-if
    .

*>run the step's program against its control file, the same way an

    display "Running step " function trim(step-name) ": "
        function trim(command-text)
    *>a count left by an earlier step must not be taken for this one's
    call "CBL_DELETE_FILE" using stepCountName returning delete-status
    perform take-clock-reading
    move clock-stamp to step-start-stamp
    move clock-secs to step-start-secs
    move 0 to return-code
    call "SYSTEM" using command-text
    move return-code to step-rc
    move 0 to return-code
    perform take-clock-reading
    *>on systems where the command status comes back shifted into the
    *>high byte, bring it back down so 0/4/8 read as themselves
    if step-rc is greater than 255
        move step-rc to high-rc
    end-if

    *>a failed step is on the console until it next runs below 8 - a
    *>failure that stops the night pages the on-call operator
    move "STEPFAIL" to alert-event
    move step-name to alert-object
    if step-rc is less than 8
        move spaces to alert-message
        string "step ran again rc=" step-rc delimited by size into alert-message
        perform clear-alert
    else
        move 2 to alert-severity
        move spaces to alert-message
        if step-onfail is equal to "STOP"
            move 1 to alert-severity
            string function trim(command-text) " rc=" step-rc " - run stopped here"
                delimited by size into alert-message
        else
            string function trim(command-text) " rc=" step-rc " - schedule continued"
                delimited by size into alert-message
        end-if
        perform raise-alert
    end-if

    evaluate true
        when step-rc is equal to zero
            add 1 to steps-run
            end-if
            write runsheet-record
    end-evaluate

    *>its times and count - on the run sheet and into the history
    perform read-step-count
    compute elapsed-work = clock-secs - step-start-secs
    perform format-elapsed
    move spaces to runsheet-record
    if hist-records is equal to spaces
        string "         started " step-start-stamp(12:8) "  ended " clock-stamp(12:8)
            "  elapsed " elapsed-hms into runsheet-record
    else
        string "         started " step-start-stamp(12:8) "  ended " clock-stamp(12:8)
            "  elapsed " elapsed-hms "  records " function trim(hist-records)
            " (" function trim(count-text) ")" into runsheet-record
    end-if
    write runsheet-record
    move step-name to hist-step
    move command-text to hist-program
    move step-start-stamp to hist-start
    move clock-stamp to hist-end
    move elapsed-work to hist-elapsed
    move step-rc to hist-rc
    if step-rc is less than 8
        move "RAN" to hist-result
    else
        move "FAILED" to hist-result
    end-if
    perform write-history-record

    *>a step run on a day other than its own says why
    if shift-note is not equal to spaces
        move spaces to runsheet-record
        string "         " function trim(shift-note) into runsheet-record
        write runsheet-record
    end-if
    .

write-skipped-line.
    write runsheet-record
    .

*>the clock now, as a stamp and as seconds since the calendar began,
*>so an elapsed time survives a step that runs past midnight
take-clock-reading.
    move function current-date to current-datetime
    move spaces to clock-stamp
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into clock-stamp
    compute clock-secs =
        function integer-of-date(function numval(current-datetime(1:8))) * 86400
        + function numval(current-datetime(9:2)) * 3600
        + function numval(current-datetime(11:2)) * 60
        + function numval(current-datetime(13:2))
    .

*>elapsed seconds as HH:MM:SS
format-elapsed.
    compute elapsed-hh = elapsed-work / 3600
    compute elapsed-mm = function mod(elapsed-work, 3600) / 60
    compute elapsed-ss = function mod(elapsed-work, 60)
    move spaces to elapsed-hms
    string elapsed-hh ":" elapsed-mm ":" elapsed-ss delimited by size
        into elapsed-hms
    .

*>the count the step left behind, if it reports one: "records|text"
read-step-count.
    move spaces to hist-records
    move spaces to count-text
    open input stepcountfile
    if stepcountfile-status is equal to "00"
        read stepcountfile
            at end move spaces to stepcount-record
        end-read
        move spaces to count-in
        unstring stepcount-record delimited by "|" into count-in count-text
        move function trim(count-in) to count-in
        if count-in is not equal to spaces
            compute count-len = function length(function trim(count-in))
            if count-len is not greater than 9
                and count-in(1:count-len) is numeric
                move count-in(1:count-len) to hist-records
            end-if
        end-if
        close stepcountfile
    end-if
    .

open-run-history.
    move 0 to history-open
    open extend runhistfile
    if runhistfile-status is equal to "35"
        open output runhistfile
    end-if
    if runhistfile-status is equal to "00"
        move 1 to history-open
    else
        display "Could not open " function trim(runHistoryName)
            " - status " runhistfile-status " - tonight's times are not kept"
        move spaces to runsheet-record
        string "WARNING  the run history " function trim(runHistoryName)
            " could not be opened - status " runhistfile-status
            into runsheet-record
        write runsheet-record
    end-if
    .

write-history-record.
    if history-open is equal to 1
        move spaces to runhist-record
        string run-stamp "|" function trim(hist-step) "|" function trim(hist-program)
            "|" hist-start "|" hist-end "|" hist-elapsed "|" hist-rc
            "|" function trim(hist-records) "|" function trim(hist-result)
            delimited by size into runhist-record
        write runhist-record
    end-if
    .

*>the calendar in force tonight, and a warning when it has run out -
*>a calendar with no holidays for the year quietly makes every weekday
*>a business day
write-calendar-lines.
    move spaces to runsheet-record
    string "Holiday calendar: " function trim(holidayFileName) " - "
        hol-count " holiday(s) on file" into runsheet-record
    write runsheet-record
    move today-daynum to cand-int
    perform settle-candidate-day
    if cand-holiday is equal to 1
        move spaces to runsheet-record
        string "Today is a holiday: " function trim(cand-hol-name) into runsheet-record
        write runsheet-record
    end-if

    move 0 to hol-this-year
    move 0 to hol-next-year
    compute next-year = function numval(today-compact(1:4)) + 1
    perform varying hol-idx from 1 by 1 until hol-idx is greater than hol-count
        if h-date(hol-idx)(1:4) is equal to today-compact(1:4)
            add 1 to hol-this-year
        end-if
        if h-date(hol-idx)(1:4) is equal to next-year
            add 1 to hol-next-year
        end-if
    end-perform
    if hol-this-year is equal to zero
        move spaces to runsheet-record
        string "WARNING  the holiday calendar has no holidays for "
            today-compact(1:4) " - every weekday counts as a business day"
            into runsheet-record
        write runsheet-record
        display function trim(runsheet-record)
    end-if
    if hol-next-year is equal to zero
        and function numval(today-compact(5:2)) is not less than holiday-warn-month
        move spaces to runsheet-record
        string "WARNING  the holiday calendar has no holidays for " next-year
            " - add them with holmaint before the year turns" into runsheet-record
        write runsheet-record
        display function trim(runsheet-record)
    end-if
    .

load-holidays.
    move 0 to holiday-eof
    move 0 to hol-count
    open input holidayfile
    if holidayfile-status is equal to "00"
        perform until holiday-eof is equal to 1
            read holidayfile
                at end move 1 to holiday-eof
            end-read
            if holiday-eof is not equal to 1
                and holiday-record is not equal to spaces
                and holiday-record(1:1) is not equal to "*"
                and hol-count is less than 500
                move spaces to hol-date-in
                move spaces to hol-name-in
                unstring holiday-record delimited by "|"
                    into hol-date-in hol-name-in
                add 1 to hol-count
                move hol-date-in to h-date(hol-count)
                move hol-name-in to h-name(hol-count)
            end-if
        end-perform
        close holidayfile
    else
        if holidayfile-status is not equal to "35"
            display "Could not open " function trim(holidayFileName)
                " - status " holidayfile-status
        end-if
    end-if
    .

*>append one entry to the shared audit log in the same layout the
*>cipher program writes: timestamp, operator, operation, detail
write-audit-entry.
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            move function trim(config-value) to scheduleFileName
        when "RUNSHEET"
            move function trim(config-value) to runSheetName
        when "HOLIDAYS"
            move function trim(config-value) to holidayFileName
        when "RUNHISTORY"
            move function trim(config-value) to runHistoryName
        when "STEPCOUNTS"
            move function trim(config-value) to stepCountName
        when "HOLIDAYWARNMONTH"
            if function trim(config-value) is numeric
                and function numval(config-value) is greater than zero
                and function numval(config-value) is less than 13
                move function numval(config-value) to holiday-warn-month
            end-if
        when "OPERATOR"
            move config-value(1:8) to operatorId
        when "ENQWAITSECS"
            if config-value(1:1) is numeric
                compute enq-wait-secs = function numval(function trim(config-value))
            end-if
        when "ENQSTALEMINS"
            if config-value(1:1) is numeric
                compute enq-stale-mins = function numval(function trim(config-value))
            end-if
        when "ALERTFEED"
            move function trim(config-value) to alertFeedName
        when other
            *>the rest of the file belongs to the other programs
            continue
    end-evaluate
    .

*>tell the monitoring console about a condition - the caller sets
*>alert-severity, alert-event, alert-object and alert-message; a
*>condition already open is not repeated on the feed
raise-alert.
    move "R" to alertlog-request
    move return-code to kept-return-code
    call "alertlog" using alertlog-request,alertFeedName,alert-data,alertlog-status
    move kept-return-code to return-code
    .

*>the condition named by alert-event and alert-object has gone away
clear-alert.
    move "C" to alertlog-request
    move return-code to kept-return-code
    call "alertlog" using alertlog-request,alertFeedName,alert-data,alertlog-status
    move kept-return-code to return-code
    .

*>take the shared file named in enq-resource for this run - enq-mode X
*>to empty, trim or rewrite it, S to read it or add to it. a file still
*>held by another run after the wait, or held by a stale lock, is
*>audited and raised on the alert feed, and enqueue-status is left for
*>the caller to act on
enqueue-resource.
    move operatorId to enq-operator
    move "A" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    move "ENQUEUE" to alert-event
    move enq-resource to alert-object
    if enqueue-status is equal to "00"
        move "file taken" to alert-message
        perform clear-alert
        exit paragraph
    end-if
    move spaces to enq-detail
    evaluate enqueue-status
        when "EQ"
            move "ENQBUSY" to audit-op
            move 2 to alert-severity
            string "held by " function trim(enq-holder) " - waited " enq-waited " s"
                delimited by size into enq-detail
            display "Cannot continue - " function trim(enq-resource) " is held by "
                function trim(enq-holder)
        when "ES"
            move "ENQSTALE" to audit-op
            move 1 to alert-severity
            string "stale lock, release it with enqmaint - " function trim(enq-holder)
                delimited by size into enq-detail
            display "Cannot continue - " function trim(enq-resource)
                " is held by a stale lock, left by a run that did not end normally: "
                function trim(enq-holder)
            display "Once that run is known to have ended, release the lock with enqmaint"
        when other
            move "ENQFAIL" to audit-op
            move 1 to alert-severity
            string "enqueue file ENQUEUE.TXT could not be updated - status "
                enqueue-status delimited by size into enq-detail
            display "Cannot continue - the lock on " function trim(enq-resource)
                " could not be recorded in ENQUEUE.TXT - status " enqueue-status
    end-evaluate
    move enq-detail to alert-message
    move spaces to audit-detail
    string function trim(enq-resource) " " function trim(enq-detail)
        delimited by size into audit-detail
    perform write-audit-entry
    perform raise-alert
    .

*>the run cannot go on without the file: every lock the run holds is let
*>go and it ends with return code 8
enqueue-or-stop.
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        perform dequeue-all
        move 8 to return-code
        stop run
    end-if
    .

*>let go of the one file named in enq-resource
dequeue-resource.
    move "R" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .

*>let go of every file this run holds - before the run ends
dequeue-all.
    move "E" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .
