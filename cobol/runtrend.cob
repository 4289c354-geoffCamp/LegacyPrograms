*> runtrend.cob - batch-window trend report of Trithemius Cipher program
*> Oct 15, 2026 - read the run history the schedule driver keeps in
*>                RUNHIST.TXT and report on the batch window: every
*>                step of the latest run against its own average over
*>                the previous TRENDDAYS days (default 30), flagged when
*>                it ran more than TRENDPCT percent (default 25) over
*>                that baseline; the finish time projected from the
*>                averages of the steps still to come (while a run is in
*>                progress, from the steps of its schedule not yet run;
*>                otherwise for a whole run started when the latest one
*>                was); each step's baseline; and the batch window night
*>                by night, for the monthly review. only steps that ran
*>                clean or with skips make up a baseline - a failed run
*>                says nothing about how long the step takes. steps of
*>                the schedule limited by a day rule are counted in the
*>                projection whether or not they are due, so it leans
*>                late. rc 0 when nothing is flagged, 4 when a step ran
*>                over its baseline, 8 when the history cannot be read
*> Oct 15, 2026 - steps over their baseline and an unreadable run history
*>                are raised on the monitoring console's alert feed
*>                (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set

identification division.
program-id. runtrend.

environment division.

input-output section.
file-control.
select runhistfile assign to runHistoryName
    organization is line sequential
    file status is runhistfile-status.
select schedulefile assign to scheduleFileName
    organization is line sequential
    file status is schedulefile-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd runhistfile.
01 runhist-record pic x(300).
fd schedulefile.
01 schedule-record pic x(260).
fd reportfile.
01 report-record pic x(160).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 runHistoryName pic x(100) value "RUNHIST.TXT".
77 reportName pic x(100) value "RUNTREND.TXT".
*>the shared run-time configuration - the same CIPHER.CFG the cipher
*>program reads, so every utility works against the site's configured
*>files instead of the built-in names; keys that belong to the other
*>programs are left alone
77 configFileName pic x(100) value "CIPHER.CFG".
01 configfile-status pic xx value spaces.
01 config-eof pic 9 value 0.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "RUNTREND".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 runhistfile-status pic xx value spaces.
01 schedulefile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 scheduleFileName pic x(100) value spaces.
01 trend-pct pic 9(3) value 25.
01 trend-days pic 9(3) value 30.
01 current-datetime pic x(21).
01 report-stamp pic x(19) value spaces.
*>one history record: "run|step|program|start|end|elapsed|rc|records|
*>result" - step *RUN opens a night and *END closes it
01 hist-eof pic 9 value 0.
01 hist-run pic x(19) value spaces.
01 hist-step pic x(12) value spaces.
01 hist-program pic x(100) value spaces.
01 hist-start pic x(19) value spaces.
01 hist-end pic x(19) value spaces.
01 hist-elapsed-x pic x(10) value spaces.
01 hist-rc-x pic x(6) value spaces.
01 hist-records pic x(12) value spaces.
01 hist-result pic x(10) value spaces.
01 hist-elapsed pic 9(7) value 0.
01 hist-rec-num pic 9(9) value 0.
01 hist-read pic 9(7) value 0.
*>the latest run, and the window of runs before it that make the
*>baseline
01 latest-run pic x(19) value spaces.
01 latest-schedule pic x(100) value spaces.
01 latest-ended pic 9 value 0.
01 latest-result pic x(10) value spaces.
01 latest-end pic x(19) value spaces.
01 latest-elapsed pic 9(7) value 0.
01 cutoff-run pic x(19) value spaces.
01 cutoff-int pic 9(8) value 0.
01 cutoff-x pic x(8) value spaces.
*>tonight - the steps of the latest run, in the order they ran
01 tn-table.
    05 tn-entry occurs 100 times.
        10 tn-step pic x(12).
        10 tn-elapsed pic 9(7).
        10 tn-rc pic 9(4).
        10 tn-records pic x(9).
        10 tn-result pic x(8).
        10 tn-end pic x(19).
01 tn-count pic 9(3) value 0.
01 tn-idx pic 9(3) value 0.
*>each step's baseline over the window
01 ss-table.
    05 ss-entry occurs 100 times.
        10 ss-step pic x(12).
        10 ss-runs pic 9(4).
        10 ss-total pic 9(9).
        10 ss-min pic 9(7).
        10 ss-max pic 9(7).
        10 ss-rec-runs pic 9(4).
        10 ss-rec-total pic 9(12).
01 ss-count pic 9(3) value 0.
01 ss-idx pic 9(3) value 0.
01 ss-hit pic 9(3) value 0.
01 ss-avg pic 9(7) value 0.
01 ss-avg-rec pic 9(9) value 0.
*>the batch window night by night
01 nt-table.
    05 nt-entry occurs 200 times.
        10 nt-run pic x(19).
        10 nt-end pic x(19).
        10 nt-elapsed pic 9(7).
        10 nt-steps pic x(9).
        10 nt-result pic x(10).
01 nt-count pic 9(3) value 0.
01 nt-idx pic 9(3) value 0.
01 nt-hit pic 9(3) value 0.
01 nt-ended pic 9(3) value 0.
01 nt-total pic 9(9) value 0.
01 nt-avg pic 9(7) value 0.
*>the projection
01 sched-eof pic 9 value 0.
01 sched-line pic x(260) value spaces.
01 sched-step pic x(12) value spaces.
01 sched-program pic x(100) value spaces.
01 sched-ctlfile pic x(100) value spaces.
01 sched-dayrule pic x(8) value spaces.
01 sched-found pic 9 value 0.
01 remaining-count pic 9(3) value 0.
01 remaining-secs pic 9(9) value 0.
01 first-remaining-avg pic 9(7) value 0.
01 base-secs pic 9(11) value 0.
01 proj-secs pic 9(11) value 0.
01 now-secs pic 9(11) value 0.
01 in-progress pic 9 value 0.
*>seconds since the calendar began, to and from a stamp
01 stamp-in pic x(19) value spaces.
01 stamp-secs pic 9(11) value 0.
01 stamp-ok pic 9 value 0.
01 stamp-ymd pic 9(8) value 0.
01 stamp-out pic x(19) value spaces.
01 stamp-day pic 9(7) value 0.
01 stamp-rest pic 9(5) value 0.
01 stamp-x pic x(8) value spaces.
01 elapsed-work pic 9(9) value 0.
01 elapsed-hh pic 9(2) value 0.
01 elapsed-mm pic 9(2) value 0.
01 elapsed-ss pic 9(2) value 0.
01 elapsed-hms pic x(8) value spaces.
01 show-elapsed pic x(8) value spaces.
01 show-average pic x(8) value spaces.
01 show-min pic x(8) value spaces.
01 show-max pic x(8) value spaces.
01 over-pct pic 9(5) value 0.
01 show-pct pic x(6) value spaces.
01 show-pct-num pic zzzz9.
01 show-flag pic x(30) value spaces.
01 show-runs pic zzz9.
01 show-avg-recs pic x(9) value spaces.
01 show-avg-num pic zzzzzzzz9.
01 flagged-count pic 9(3) value 0.
01 trend-rc pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 audit-record pic x(260) value spaces.
01 operatorId pic x(8) value "RUNTREND".

procedure division.

    perform load-configuration

    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into report-stamp
    move report-stamp to stamp-in
    perform stamp-to-seconds
    move stamp-secs to now-secs

    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    string "Batch window trend report - " function trim(runHistoryName)
        into report-record
    write report-record
    move spaces to report-record
    string "Generated " report-stamp "  baseline: the previous " trend-days
        " days, flagged over " trend-pct "%" into report-record
    write report-record
    move spaces to report-record
    write report-record

    *>first pass: which run is the latest
    perform find-latest-run
    if runhistfile-status is not equal to "00" and runhistfile-status is not equal to "10"
        and runhistfile-status is not equal to "35"
        move spaces to report-record
        string "Could not read the run history - status " runhistfile-status
            into report-record
        write report-record
        close reportfile
        display "Could not open " function trim(runHistoryName)
            " - status " runhistfile-status
        move "RUNHIST" to alert-event
        move 2 to alert-severity
        move runHistoryName to alert-object
        move spaces to alert-message
        string "run history could not be read - status " runhistfile-status
            delimited by size into alert-message
        perform raise-alert
        move 8 to trend-rc
        perform finish-run
    end-if
    if latest-run is equal to spaces
        move "The run history has no runs yet" to report-record
        write report-record
        close reportfile
        display "The run history has no runs yet"
        move 0 to trend-rc
        perform finish-run
    end-if

    *>the window opens trend-days before the latest run's date
    compute cutoff-int = function date-of-integer(
        function integer-of-date(function numval(latest-run(1:4)) * 10000
            + function numval(latest-run(6:2)) * 100
            + function numval(latest-run(9:2))) - trend-days)
    move cutoff-int to cutoff-x
    move spaces to cutoff-run
    string cutoff-x(1:4) "-" cutoff-x(5:2) "-" cutoff-x(7:2) into cutoff-run

    move "RUNHIST" to alert-event
    move runHistoryName to alert-object
    move "run history readable again" to alert-message
    perform clear-alert

    *>second pass: tonight's steps, the baselines, the nights
    perform gather-history

    *>a step over its baseline is news for the console, not a page; it
    *>clears the first night the step is back within it
    move "TRENDOVR" to alert-event
    perform begin-alert-sweep
    perform report-latest-run
    move "TRENDOVR" to alert-event
    perform end-alert-sweep
    perform report-projection
    perform report-baselines
    perform report-nights

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Steps flagged: " flagged-count into report-record
    write report-record
    close reportfile

    move 0 to trend-rc
    if flagged-count is greater than zero
        move 4 to trend-rc
    end-if
    display "Trend report: latest run " latest-run ", " flagged-count
        " step(s) over baseline - report in " function trim(reportName)
    perform finish-run
    .

finish-run.
    move "RUNTREND" to audit-op
    move spaces to audit-detail
    string "latest run " latest-run " " flagged-count " step(s) over baseline rc="
        trend-rc " - see " function trim(reportName) into audit-detail
    perform write-audit-entry
    move trend-rc to return-code
    stop run
    .

find-latest-run.
    move spaces to latest-run
    move 0 to hist-eof
    open input runhistfile
    if runhistfile-status is not equal to "00"
        exit paragraph
    end-if
    perform until hist-eof is equal to 1
        read runhistfile
            at end move 1 to hist-eof
        end-read
        if hist-eof is not equal to 1
            perform split-history-record
            if hist-run is greater than latest-run
                and hist-run(5:1) is equal to "-"
                move hist-run to latest-run
            end-if
        end-if
    end-perform
    close runhistfile
    .

gather-history.
    move 0 to hist-eof
    open input runhistfile
    perform until hist-eof is equal to 1
        read runhistfile
            at end move 1 to hist-eof
        end-read
        if hist-eof is not equal to 1
            perform split-history-record
            if hist-run is equal to latest-run
                perform take-latest-record
            else
                if hist-run is not less than cutoff-run
                    and hist-run is less than latest-run
                    perform take-baseline-record
                end-if
            end-if
            if hist-run is not less than cutoff-run
                perform take-night-record
            end-if
        end-if
    end-perform
    close runhistfile
    .

split-history-record.
    add 1 to hist-read
    move spaces to hist-run hist-step hist-program hist-start hist-end
        hist-elapsed-x hist-rc-x hist-records hist-result
    unstring runhist-record delimited by "|"
        into hist-run hist-step hist-program hist-start hist-end
            hist-elapsed-x hist-rc-x hist-records hist-result
    move 0 to hist-elapsed
    if function trim(hist-elapsed-x) is numeric
        move function numval(hist-elapsed-x) to hist-elapsed
    end-if
    move 0 to hist-rec-num
    if hist-records is not equal to spaces
        and function trim(hist-records) is numeric
        move function numval(hist-records) to hist-rec-num
    end-if
    .

take-latest-record.
    evaluate hist-step
        when "*RUN"
            move hist-program to latest-schedule
        when "*END"
            move 1 to latest-ended
            move hist-result to latest-result
            move hist-end to latest-end
            move hist-elapsed to latest-elapsed
        when other
            if tn-count is less than 100
                add 1 to tn-count
                move hist-step to tn-step(tn-count)
                move hist-elapsed to tn-elapsed(tn-count)
                move 0 to tn-rc(tn-count)
                if function trim(hist-rc-x) is numeric
                    move function numval(hist-rc-x) to tn-rc(tn-count)
                end-if
                move hist-records to tn-records(tn-count)
                move hist-result to tn-result(tn-count)
                move hist-end to tn-end(tn-count)
            end-if
    end-evaluate
    .

*>one step of an earlier run - a clean or skips-noted run counts toward
*>the step's baseline, a failure does not
take-baseline-record.
    if hist-step(1:1) is equal to "*" or hist-result is not equal to "RAN"
        exit paragraph
    end-if
    move hist-step to sched-step
    perform find-step-stats
    if ss-hit is equal to zero
        if ss-count is not less than 100
            exit paragraph
        end-if
        add 1 to ss-count
        move ss-count to ss-hit
        move hist-step to ss-step(ss-hit)
        move 0 to ss-runs(ss-hit) ss-total(ss-hit) ss-max(ss-hit)
            ss-rec-runs(ss-hit) ss-rec-total(ss-hit)
        move 9999999 to ss-min(ss-hit)
    end-if
    add 1 to ss-runs(ss-hit)
    add hist-elapsed to ss-total(ss-hit)
    if hist-elapsed is less than ss-min(ss-hit)
        move hist-elapsed to ss-min(ss-hit)
    end-if
    if hist-elapsed is greater than ss-max(ss-hit)
        move hist-elapsed to ss-max(ss-hit)
    end-if
    if hist-records is not equal to spaces
        add 1 to ss-rec-runs(ss-hit)
        add hist-rec-num to ss-rec-total(ss-hit)
    end-if
    .

take-night-record.
    if hist-step is not equal to "*RUN" and hist-step is not equal to "*END"
        exit paragraph
    end-if
    move 0 to nt-hit
    perform varying nt-idx from 1 by 1 until nt-idx is greater than nt-count
        if nt-run(nt-idx) is equal to hist-run
            move nt-idx to nt-hit
            exit perform
        end-if
    end-perform
    if nt-hit is equal to zero
        if nt-count is not less than 200
            exit paragraph
        end-if
        add 1 to nt-count
        move nt-count to nt-hit
        move hist-run to nt-run(nt-hit)
        move spaces to nt-end(nt-hit)
        move 0 to nt-elapsed(nt-hit)
        move spaces to nt-steps(nt-hit)
        move "UNFINISHED" to nt-result(nt-hit)
    end-if
    if hist-step is equal to "*END"
        move hist-end to nt-end(nt-hit)
        move hist-elapsed to nt-elapsed(nt-hit)
        move hist-records to nt-steps(nt-hit)
        move hist-result to nt-result(nt-hit)
    end-if
    .

*>ss-hit is sched-step's slot in the baselines, 0 if it has none
find-step-stats.
    move 0 to ss-hit
    perform varying ss-idx from 1 by 1 until ss-idx is greater than ss-count
        if ss-step(ss-idx) is equal to sched-step
            move ss-idx to ss-hit
            exit perform
        end-if
    end-perform
    move 0 to ss-avg
    move 0 to ss-avg-rec
    if ss-hit is not equal to zero
        compute ss-avg rounded = ss-total(ss-hit) / ss-runs(ss-hit)
        if ss-rec-runs(ss-hit) is greater than zero
            compute ss-avg-rec rounded = ss-rec-total(ss-hit) / ss-rec-runs(ss-hit)
        end-if
    end-if
    .

*>every step of the latest run against its own baseline
report-latest-run.
    move 0 to in-progress
    move spaces to report-record
    if latest-ended is equal to 1
        move latest-elapsed to elapsed-work
        perform format-elapsed
        string "Latest run " latest-run " - " function trim(latest-result)
            " at " latest-end ", elapsed " elapsed-hms into report-record
    else
        move 1 to in-progress
        string "Latest run " latest-run " - still in progress" into report-record
    end-if
    write report-record
    move spaces to report-record
    string "Schedule " function trim(latest-schedule) into report-record
    write report-record
    move spaces to report-record
    write report-record
    move "STEP          ELAPSED   AVERAGE  RUNS   OVER%  RECORDS  AVG RECS  RC" to report-record
    write report-record
    move "------------  --------  --------  ----  ------  -------  --------  ----" to report-record
    write report-record
    if tn-count is equal to zero
        move "(no step has run yet)" to report-record
        write report-record
    end-if
    perform varying tn-idx from 1 by 1 until tn-idx is greater than tn-count
        move tn-step(tn-idx) to sched-step
        perform find-step-stats
        move tn-elapsed(tn-idx) to elapsed-work
        perform format-elapsed
        move elapsed-hms to show-elapsed
        move spaces to show-average
        move spaces to show-pct
        move spaces to show-flag
        move spaces to show-avg-recs
        move 0 to show-runs
        if ss-hit is equal to zero
            move "no baseline" to show-flag
        else
            move ss-runs(ss-hit) to show-runs
            move ss-avg to elapsed-work
            perform format-elapsed
            move elapsed-hms to show-average
            if ss-rec-runs(ss-hit) is greater than zero
                move ss-avg-rec to show-avg-num
                move function trim(show-avg-num) to show-avg-recs
            end-if
            if ss-avg is greater than zero
                and tn-elapsed(tn-idx) is greater than ss-avg
                compute over-pct = (tn-elapsed(tn-idx) - ss-avg) * 100 / ss-avg
                move over-pct to show-pct-num
                move function trim(show-pct-num) to show-pct
                if over-pct is greater than trend-pct
                    add 1 to flagged-count
                    move "** OVER BASELINE" to show-flag
                    move "TRENDOVR" to alert-event
                    move 3 to alert-severity
                    move tn-step(tn-idx) to alert-object
                    move spaces to alert-message
                    string "step ran " function trim(show-pct) "% over its average of "
                        function trim(show-average) " - elapsed " function trim(show-elapsed)
                        delimited by size into alert-message
                    perform raise-alert
                end-if
            end-if
        end-if
        if tn-result(tn-idx) is equal to "FAILED"
            move "FAILED" to show-flag
        end-if
        move spaces to report-record
        string tn-step(tn-idx) "  " show-elapsed "  " show-average "  " show-runs
            "  " show-pct "  " tn-records(tn-idx)(1:7) "  " show-avg-recs(1:8)
            "  " tn-rc(tn-idx) "  " show-flag delimited by size into report-record
        write report-record
    end-perform
    .

*>the finish time from the averages of the steps still to come. while
*>the run is in progress those are the schedule's steps it has not run
*>yet; the one after the last finished is taken to be running now.
*>otherwise a whole run is projected from the latest run's start time
report-projection.
    move spaces to report-record
    write report-record
    move "Projected finish" to report-record
    write report-record
    if latest-schedule is equal to spaces
        move "  (the latest run does not name its schedule file)" to report-record
        write report-record
        exit paragraph
    end-if
    move latest-schedule to scheduleFileName
    move 0 to remaining-count
    move 0 to remaining-secs
    move 0 to first-remaining-avg
    move 0 to sched-eof
    open input schedulefile
    if schedulefile-status is not equal to "00"
        move spaces to report-record
        string "  Could not open " function trim(scheduleFileName)
            " - status " schedulefile-status into report-record
        write report-record
        exit paragraph
    end-if
    perform until sched-eof is equal to 1
        read schedulefile into sched-line
            at end move 1 to sched-eof
        end-read
        if sched-eof is not equal to 1
            and sched-line is not equal to spaces
            and sched-line(1:1) is not equal to "*"
            move spaces to sched-step sched-program sched-ctlfile sched-dayrule
            unstring sched-line delimited by ","
                into sched-step sched-program sched-ctlfile sched-dayrule
            move 0 to sched-found
            if in-progress is equal to 1
                perform varying tn-idx from 1 by 1 until tn-idx is greater than tn-count
                    if tn-step(tn-idx) is equal to sched-step
                        move 1 to sched-found
                        exit perform
                    end-if
                end-perform
            end-if
            if sched-found is equal to 0
                perform find-step-stats
                add 1 to remaining-count
                add ss-avg to remaining-secs
                if remaining-count is equal to 1
                    move ss-avg to first-remaining-avg
                end-if
                move ss-avg to elapsed-work
                perform format-elapsed
                move spaces to report-record
                if ss-hit is equal to zero
                    string "  to come: " sched-step " " function upper-case(sched-dayrule)
                        "  no baseline - counted as 00:00:00" delimited by size
                        into report-record
                else
                    string "  to come: " sched-step " " function upper-case(sched-dayrule)
                        "  average " elapsed-hms delimited by size into report-record
                end-if
                write report-record
            end-if
        end-if
    end-perform
    close schedulefile

    move remaining-secs to elapsed-work
    perform format-elapsed
    move spaces to report-record
    string "  " remaining-count " step(s) still to come, " elapsed-hms
        " at their averages" into report-record
    write report-record

    if in-progress is equal to 1
        *>from the end of the last step finished, or the start of the run
        if tn-count is greater than zero
            move tn-end(tn-count) to stamp-in
        else
            move latest-run to stamp-in
        end-if
        perform stamp-to-seconds
        move stamp-secs to base-secs
        compute proj-secs = base-secs + remaining-secs
        *>running late - assume the step under way finishes now
        if proj-secs is less than now-secs
            compute proj-secs = now-secs + remaining-secs - first-remaining-avg
        end-if
        move proj-secs to stamp-secs
        perform seconds-to-stamp
        move spaces to report-record
        string "  Tonight's run is projected to finish at " stamp-out into report-record
        write report-record
    else
        move latest-run to stamp-in
        perform stamp-to-seconds
        *>the same time of day as the latest run started, on the next day
        move spaces to report-record
        if stamp-secs + 86400 is less than now-secs
            *>the usual start has passed - a run started now
            compute proj-secs = now-secs + remaining-secs
            move proj-secs to stamp-secs
            perform seconds-to-stamp
            string "  No run in progress - a run started now is projected to finish at "
                stamp-out into report-record
        else
            compute proj-secs = stamp-secs + 86400 + remaining-secs
            move proj-secs to stamp-secs
            perform seconds-to-stamp
            string "  No run in progress - a run starting at " latest-run(12:8)
                " as the latest did is projected to finish at " stamp-out
                into report-record
        end-if
        write report-record
    end-if
    .

report-baselines.
    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Step baselines since " cutoff-run(1:10) " (runs before the latest)"
        into report-record
    write report-record
    move "STEP          RUNS   AVERAGE   MINIMUM   MAXIMUM  AVG RECS" to report-record
    write report-record
    move "------------  ----  --------  --------  --------  --------" to report-record
    write report-record
    if ss-count is equal to zero
        move "(no earlier runs in the window)" to report-record
        write report-record
    end-if
    perform varying ss-idx from 1 by 1 until ss-idx is greater than ss-count
        move ss-step(ss-idx) to sched-step
        perform find-step-stats
        move ss-avg to elapsed-work
        perform format-elapsed
        move elapsed-hms to show-average
        move ss-min(ss-idx) to elapsed-work
        perform format-elapsed
        move elapsed-hms to show-min
        move ss-max(ss-idx) to elapsed-work
        perform format-elapsed
        move elapsed-hms to show-max
        move ss-runs(ss-idx) to show-runs
        move spaces to show-avg-recs
        if ss-rec-runs(ss-idx) is greater than zero
            move ss-avg-rec to show-avg-num
            move show-avg-num to show-avg-recs
        end-if
        move spaces to report-record
        string ss-step(ss-idx) "  " show-runs "  " show-average "  " show-min
            "  " show-max "  " show-avg-recs delimited by size into report-record
        write report-record
    end-perform
    .

*>the batch window night by night - when each run started and ended,
*>and how the nights compare with their own average
report-nights.
    move 0 to nt-total
    move 0 to nt-ended
    perform varying nt-idx from 1 by 1 until nt-idx is greater than nt-count
        if nt-end(nt-idx) is not equal to spaces
            add 1 to nt-ended
            add nt-elapsed(nt-idx) to nt-total
        end-if
    end-perform
    move 0 to nt-avg
    if nt-ended is greater than zero
        compute nt-avg rounded = nt-total / nt-ended
    end-if
    move spaces to report-record
    write report-record
    move nt-avg to elapsed-work
    perform format-elapsed
    move spaces to report-record
    string "Batch window by night since " cutoff-run(1:10) " - average elapsed "
        elapsed-hms into report-record
    write report-record
    move "STARTED              ENDED                ELAPSED   STEPS  RESULT" to report-record
    write report-record
    move "-------------------  -------------------  --------  -----  ----------" to report-record
    write report-record
    perform varying nt-idx from 1 by 1 until nt-idx is greater than nt-count
        move nt-elapsed(nt-idx) to elapsed-work
        perform format-elapsed
        if nt-end(nt-idx) is equal to spaces
            move spaces to elapsed-hms
        end-if
        move spaces to report-record
        string nt-run(nt-idx) "  " nt-end(nt-idx) "  " elapsed-hms "  "
            nt-steps(nt-idx)(1:5) "  " nt-result(nt-idx) delimited by size
            into report-record
        write report-record
    end-perform
    .

*>"YYYY-MM-DD HH:MM:SS" to seconds since the calendar began
stamp-to-seconds.
    move 0 to stamp-secs
    if stamp-in(1:4) is numeric and stamp-in(6:2) is numeric
        and stamp-in(9:2) is numeric and stamp-in(12:2) is numeric
        and stamp-in(15:2) is numeric and stamp-in(18:2) is numeric
        compute stamp-ymd = function numval(stamp-in(1:4)) * 10000
            + function numval(stamp-in(6:2)) * 100 + function numval(stamp-in(9:2))
        compute stamp-secs = function integer-of-date(stamp-ymd) * 86400
            + function numval(stamp-in(12:2)) * 3600
            + function numval(stamp-in(15:2)) * 60
            + function numval(stamp-in(18:2))
    end-if
    .

seconds-to-stamp.
    compute stamp-day = stamp-secs / 86400
    compute stamp-rest = function mod(stamp-secs, 86400)
    compute stamp-ymd = function date-of-integer(stamp-day)
    move stamp-ymd to stamp-x
    move stamp-rest to elapsed-work
    perform format-elapsed
    move spaces to stamp-out
    string stamp-x(1:4) "-" stamp-x(5:2) "-" stamp-x(7:2) " " elapsed-hms
        delimited by size into stamp-out
    .

*>seconds as HH:MM:SS
format-elapsed.
    compute elapsed-hh = elapsed-work / 3600
    compute elapsed-mm = function mod(elapsed-work, 3600) / 60
    compute elapsed-ss = function mod(elapsed-work, 60)
    move spaces to elapsed-hms
    string elapsed-hh ":" elapsed-mm ":" elapsed-ss delimited by size
        into elapsed-hms
    .

*>append one entry to the shared audit log in the same layout the
*>cipher program writes: timestamp, operator, operation, detail
write-audit-entry.
    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into audit-timestamp

    move spaces to audit-record
    string audit-timestamp " " operatorId " " audit-op " "
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
*>the same files the cipher runs do
load-configuration.
    move 0 to config-eof
    open input configfile
    if configfile-status is equal to "00"
        perform until config-eof is equal to 1
            read configfile into config-line
                at end move 1 to config-eof
            end-read
            if config-eof is not equal to 1
                and config-line is not equal to spaces
                and config-line(1:1) is not equal to "*"
                perform apply-config-entry
            end-if
        end-perform
        close configfile
    end-if
    .

apply-config-entry.
    move spaces to config-key
    move spaces to config-value
    unstring config-line delimited by "=" into config-key config-value
    move function upper-case(function trim(config-key)) to config-key
    evaluate config-key
        when "AUDITLOG"
            move function trim(config-value) to auditLogName
        when "RUNHISTORY"
            move function trim(config-value) to runHistoryName
        when "RUNTREND"
            move function trim(config-value) to reportName
        when "TRENDPCT"
            if function trim(config-value) is numeric
                and function numval(config-value) is less than 1000
                move function numval(config-value) to trend-pct
            end-if
        when "TRENDDAYS"
            if function trim(config-value) is numeric
                and function numval(config-value) is greater than zero
                and function numval(config-value) is less than 1000
                move function numval(config-value) to trend-days
            end-if
        when "OPERATOR"
            move config-value(1:8) to operatorId
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

*>a checking pass over everything this program watches: the conditions
*>it has open (of alert-event, or of every event when that is blank)
*>are marked, and whatever the pass does not raise again is cleared
*>when it ends
begin-alert-sweep.
    move "B" to alertlog-request
    move return-code to kept-return-code
    call "alertlog" using alertlog-request,alertFeedName,alert-data,alertlog-status
    move kept-return-code to return-code
    .

end-alert-sweep.
    move "E" to alertlog-request
    move return-code to kept-return-code
    call "alertlog" using alertlog-request,alertFeedName,alert-data,alertlog-status
    move kept-return-code to return-code
    .
