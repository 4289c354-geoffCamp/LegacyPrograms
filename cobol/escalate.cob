*>                configured age or past the configured retry
*>                threshold, so chronic failures land on a
*>                supervisor's desk instead of being requeued forever
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - every escalated failure is also raised on the
*>                monitoring console's alert feed, and cleared once it
*>                has left the exception ledger
*> Oct 15, 2026 - the exception ledger is read under a shared lock in the
*>                run enqueue file (ENQUEUE.TXT) - a file held by another
*>                run is waited for (ENQWAITSECS), then the run ends with
*>                return code 8, audited and on the alert feed; a stale
*>                lock (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set

identification division.
program-id. escalate.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "ESCALATE".
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
    05 enq-program pic x(8) value "ESCALATE".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 exceptledger-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
*>what counts as chronic - overridable from the shared configuration
01 escalate-days pic 9(3) value 3.
01 escalate-retries pic 9(3) value 3.
    move spaces to report-record
    write report-record

    *>the ledger is read under a shared lock, so a batch rewriting it is
    *>waited for
    move "S" to enq-mode
    move exceptLedgerName to enq-resource
    perform enqueue-or-stop
    open input exceptledgerfile
    if exceptledger-status is not equal to "00"
        move spaces to report-record
            " - status " exceptledger-status ")" into report-record
        write report-record
    else
        *>every chronic failure is a standing condition on the console;
        *>one that has left the ledger - fixed, or run clean - clears
        move spaces to alert-event
        perform begin-alert-sweep
        perform until led-eof is equal to 1
            read exceptledgerfile into led-line
                at end move 1 to led-eof
            end-if
        end-perform
        close exceptledgerfile
        move spaces to alert-event
        perform end-alert-sweep
    end-if
    perform dequeue-resource

    if escalated-count is equal to zero
        move spaces to report-record
        move spaces to report-record
        string "      record: " function trim(led-rec-in) into report-record
        write report-record

        move "CHRONIC" to alert-event
        move 2 to alert-severity
        move spaces to alert-object
        unstring led-rec-in delimited by "," into alert-object
        move spaces to alert-message
        string "failing since " led-first-in ", " led-retries " retries - "
            function trim(led-reason-in) delimited by size into alert-message
        perform raise-alert
    end-if
    .

        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            if config-value(1:1) is numeric
                compute escalate-retries = function numval(function trim(config-value))
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
