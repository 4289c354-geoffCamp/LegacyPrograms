*>                gap between them - registered files that are gone,
*>                ciphered outputs nobody registered a key for, and
*>                audited successes whose output no longer exists
*> Oct 15, 2026 - registry layout carries the key protected under the
*>                site master key: the report names keys by check value,
*>                and audit entries naming keys by check value (kcv=)
*>                are matched the same as the older key= entries
*> Oct 15, 2026 - gaps found are raised as one condition on the monitoring
*>                console's alert feed (ALERTS.TXT), cleared when a run
*>                finds none
*> Oct 15, 2026 - the key registry and audit log are read under shared
*>                locks in the run enqueue file (ENQUEUE.TXT) - a file
*>                held by another run is waited for (ENQWAITSECS), then
*>                the run ends with return code 8, audited and on the
*>                alert feed; a stale lock (ENQSTALEMINS) is released with
*>                enqmaint. the run's return code is no longer lost to the
*>                audit and alert writer calls made after it is set

identification division.
program-id. reconcile.
*>the same layout the cipher program reads and writes
01 registry-record.
    05 registry-filename pic x(100).
    05 registry-keyprot pic x(32).
    05 registry-type pic x.
    05 registry-scope pic x.
    05 registry-regdate pic x(10).
    05 registry-operator pic x(8).
    05 registry-status pic x.
    05 registry-sensitive pic x.
    05 registry-mkgen pic 9(2).
    05 registry-keychk pic 9(2).
    05 registry-layout pic x(30).
    05 registry-reserved pic x(10).
fd auditfile.
01 audit-record pic x(260).
fd probefile.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "RECONCIL".
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
    05 enq-program pic x(8) value "RECONCIL".
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
01 keyregistry-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 probefile-status pic xx value spaces.
    move spaces to report-record
    write report-record

    *>the registry and the audit log are read under shared locks, so a
    *>rotation rewriting the one or housekeeping trimming the other is
    *>waited for
    move "S" to enq-mode
    move keyRegistryName to enq-resource
    perform enqueue-or-stop
    move auditLogName to enq-resource
    perform enqueue-or-stop
    perform check-registry-against-disk
    perform check-audit-against-disk-and-registry
    perform dequeue-all

    compute total-exceptions = missing-count + nokey-reported + gone-reported
    move spaces to report-record
    display "Reconciliation complete - " total-exceptions " exception(s), report in "
        function trim(reportName)

    *>the gaps are for the morning review, not a page - one condition
    *>for the report as a whole, cleared when a run finds none
    move "RECONEXC" to alert-event
    move reportName to alert-object
    if total-exceptions is greater than zero
        move 3 to alert-severity
        move spaces to alert-message
        string total-exceptions " gap(s) between the registry, the audit log and the disk - "
            missing-count " missing, " nokey-reported " unregistered, " gone-reported " gone"
            delimited by size into alert-message
        perform raise-alert
    else
        move "registry, audit log and disk agree" to alert-message
        perform clear-alert
    end-if

stop run.

*>section one: every registry entry whose ciphertext file can no longer
                    add 1 to missing-count
                    move spaces to report-record
                    string "  " function trim(registry-filename)
                        " (kcv=" registry-keychk ") - registered but not on disk"
                        into report-record
                    write report-record
                end-if
    if parsed-op is not equal to spaces
        unstring parsed-detail delimited by " -> " into parsed-in parsed-out-part
        if parsed-out-part is not equal to spaces
            unstring parsed-out-part delimited by " key=" or " kcv=" into parsed-out
        end-if
    end-if
    .
            move function trim(config-value) to auditLogName
        when "KEYREGISTRY"
            move function trim(config-value) to keyRegistryName
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
    move alert-program to enq-operator
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

*>let go of every file this run holds - before the run ends
dequeue-all.
    move "E" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .
