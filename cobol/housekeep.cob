*>                once their control file has completed fully (or gone
*>                stale past retention), so check-restart-file stops
*>                scanning thousands of dead records every batch run
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident; the audit log split records where
*>                the chain crosses from the archive into the live log,
*>                entries moving with their chain values untouched
*> Oct 15, 2026 - files skipped for an open failure are raised on the
*>                monitoring console's alert feed (ALERTS.TXT), and the
*>                feed itself is trimmed like the audit log (RETAINALERT,
*>                default 90 days)
*> Oct 15, 2026 - the audit log, alert feed, frequency and before/after
*>                reports and restart file are all taken exclusively in
*>                the run enqueue file (ENQUEUE.TXT) before any is
*>                trimmed, and each let go once it is done - a file held
*>                by another run is waited for (ENQWAITSECS), then the run
*>                ends with return code 8, audited and on the alert feed;
*>                a stale lock (ENQSTALEMINS) is released with enqmaint.
*>                the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set

identification division.
program-id. housekeep.
01 workfile-status pic xx value spaces.
01 ctlfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 configfile-status pic xx value spaces.
01 liveName pic x(100) value spaces.
01 archName pic x(100) value spaces.
01 retain-freq pic 9(3) value 30.
01 retain-before pic 9(3) value 30.
01 retain-restart pic 9(3) value 30.
01 retain-alert pic 9(3) value 90.
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
    05 alert-program pic x(8) value "HOUSEKP".
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
    05 enq-program pic x(8) value "HOUSEKP".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 enq-audit-request pic x value "W".
01 enq-audit-status pic xx value spaces.
01 enq-audit-entry pic x(260) value spaces.
01 enq-audit-op pic x(8) value spaces.
01 enq-audit-detail pic x(160) value spaces.
01 current-datetime pic x(21).
01 today-date pic x(10) value spaces.
01 today-compact pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 operatorId pic x(8) value "HOUSEKP".
*>the last chained entry the audit log split moved to the archive - the
*>live log carries on from it
01 carry-seq pic x(8) value spaces.
01 carry-stamp pic x(19) value spaces.

procedure division.

        into today-compact
    compute today-int = function numval(today-compact)

    *>every file trimmed here is rewritten in place, so each is taken for
    *>this run alone before any is touched - all of them or none, and a
    *>file still held after the wait ends the run with return code 8
    perform enqueue-live-files

    *>the audit log: dated line by line
    move auditLogName to liveName
    perform compute-cutoff-audit
    perform trim-dated-line-file
    perform note-skipped-file
    perform audit-chain-carry
    move "audit log" to audit-detail
    perform audit-one-file
    move auditLogName to enq-resource
    perform dequeue-resource

    *>the monitoring console's alert feed: dated line by line as well -
    *>the conditions still open are kept beside it and never trimmed
    move alertFeedName to liveName
    perform compute-cutoff-alert
    perform trim-dated-line-file
    perform note-skipped-file
    move "alert feed" to audit-detail
    perform audit-one-file
    move alertFeedName to enq-resource
    perform dequeue-resource

    *>the frequency report and the before/after report: dated block by
    *>block, a block being everything down to its terminating blank line
    move freqReportName to liveName
    perform compute-cutoff-freq
    perform trim-dated-block-file
    perform note-skipped-file
    move "frequency report" to audit-detail
    perform audit-one-file
    move freqReportName to enq-resource
    perform dequeue-resource

    move beforeAfterName to liveName
    perform compute-cutoff-before
    perform trim-dated-block-file
    perform note-skipped-file
    move "before/after report" to audit-detail
    perform audit-one-file
    move beforeAfterName to enq-resource
    perform dequeue-resource

    *>the restart file: drop checkpoints past retention, checkpoints for
    *>control files that completed fully, and checkpoints whose control
    move restartFileName to liveName
    perform compute-cutoff-restart
    perform trim-restart-file
    perform note-skipped-file
    move "restart checkpoints" to audit-detail
    perform audit-one-file

    perform dequeue-all

    display "Housekeeping complete - see " function trim(auditLogName) " for the counts"

stop run.

enqueue-live-files.
    move "X" to enq-mode
    move auditLogName to enq-resource
    perform enqueue-or-stop
    move alertFeedName to enq-resource
    perform enqueue-or-stop
    move freqReportName to enq-resource
    perform enqueue-or-stop
    move beforeAfterName to enq-resource
    perform enqueue-or-stop
    move restartFileName to enq-resource
    perform enqueue-or-stop
    .

*>pick up the shared configuration: the live file names and the
*>retention days for each of them
load-configuration.
            if config-value(1:1) is numeric
                compute retain-restart = function numval(function trim(config-value))
            end-if
        when "RETAINALERT"
            if config-value(1:1) is numeric
                compute retain-alert = function numval(function trim(config-value))
            end-if
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
            *>the rest of the file belongs to the cipher programs
            continue
        function date-of-integer(function integer-of-date(today-int) - retain-restart)
    perform format-cutoff-date
    .
compute-cutoff-alert.
    compute cutoff-int =
        function date-of-integer(function integer-of-date(today-int) - retain-alert)
    perform format-cutoff-date
    .

format-cutoff-date.
    move cutoff-int to cutoff-x
                    move live-record to arch-record
                    write arch-record
                    add 1 to arch-count
                    if live-record(241:1) is equal to "#"
                        move live-record(242:8) to carry-seq
                        move live-record(1:19) to carry-stamp
                    end-if
                else
                    move live-record to work-record
                    write work-record
    close livefile
    .

*>a file that is there but could not be opened was not trimmed and
*>keeps growing - the console hears about it until a run gets through.
*>one not yet created has nothing to trim
note-skipped-file.
    move "HKSKIP" to alert-event
    move liveName to alert-object
    if livefile-status is equal to "00" or livefile-status is equal to "35"
        move "file trimmed again" to alert-message
        perform clear-alert
    else
        move 2 to alert-severity
        move spaces to alert-message
        string "housekeeping skipped the file - status " livefile-status
            ", nothing archived" delimited by size into alert-message
        perform raise-alert
    end-if
    .

*>the audit log's chain runs on from the archive into the live log -
*>say where, so anyone walking the trail by hand knows which archive
*>holds the entry the live log's first one chains from
audit-chain-carry.
    if carry-seq is equal to spaces
        exit paragraph
    end-if
    move "CHAINCRY" to audit-op
    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into audit-timestamp

    move spaces to audit-record
    string audit-timestamp " " operatorId " " audit-op " "
        "chain carried from " function trim(archName)
        " entry #" carry-seq " of " carry-stamp
        " into " function trim(auditLogName)
        into audit-record
    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>one audit entry per trimmed file, written after the audit log itself
*>was trimmed so the entry survives until next month's run
audit-one-file.
        " to " function trim(archName)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
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
            move "ENQBUSY" to enq-audit-op
            move 2 to alert-severity
            string "held by " function trim(enq-holder) " - waited " enq-waited " s"
                delimited by size into enq-detail
            display "Cannot continue - " function trim(enq-resource) " is held by "
                function trim(enq-holder)
        when "ES"
            move "ENQSTALE" to enq-audit-op
            move 1 to alert-severity
            string "stale lock, release it with enqmaint - " function trim(enq-holder)
                delimited by size into enq-detail
            display "Cannot continue - " function trim(enq-resource)
                " is held by a stale lock, left by a run that did not end normally: "
                function trim(enq-holder)
            display "Once that run is known to have ended, release the lock with enqmaint"
        when other
            move "ENQFAIL" to enq-audit-op
            move 1 to alert-severity
            string "enqueue file ENQUEUE.TXT could not be updated - status "
                enqueue-status delimited by size into enq-detail
            display "Cannot continue - the lock on " function trim(enq-resource)
                " could not be recorded in ENQUEUE.TXT - status " enqueue-status
    end-evaluate
    move enq-detail to alert-message
    move spaces to enq-audit-detail
    string function trim(enq-resource) " " function trim(enq-detail)
        delimited by size into enq-audit-detail
    move function current-date to current-datetime
    move spaces to enq-audit-entry
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        " " enq-operator " " enq-audit-op " " function trim(enq-audit-detail)
        delimited by size into enq-audit-entry
    move return-code to kept-return-code
    call "auditlog" using enq-audit-request,auditLogName,enq-audit-entry,enq-audit-status
    move kept-return-code to return-code
    perform raise-alert
    .

*>a batch cannot go on without the file: every lock the run holds is let
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
