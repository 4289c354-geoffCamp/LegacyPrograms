*>                destruction certificate - file name, checksum at
*>                deletion, authorizing operator, timestamp - to both
*>                AUDITLOG.TXT and the cumulative certificates report
*> Oct 15, 2026 - registry layout carries the key protected under the
*>                site master key, with its generation and check value
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - lockouts and expired files that could not be deleted are
*>                raised on the monitoring console's alert feed
*>                (ALERTS.TXT)
*> Oct 15, 2026 - the key registry is taken exclusively in the run enqueue
*>                file (ENQUEUE.TXT) before any entry is destroyed - a
*>                file held by another run is waited for (ENQWAITSECS),
*>                then the run ends with return code 8, audited and on the
*>                alert feed; a stale lock (ENQSTALEMINS) is released with
*>                enqmaint. the run's return code is no longer lost to the
*>                audit and alert writer calls made after it is set

identification division.
program-id. destruct.
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
fd certfile.
01 cert-record pic x(200).
fd auditfile.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "DESTRUCT".
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
    05 enq-program pic x(8) value "DESTRUCT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 retentionfile-status pic xx value spaces.
01 infile-status pic xx value spaces.
01 keyregistry-status pic xx value spaces.
01 certfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 retentionListName pic x(100) value spaces.
01 retention-eof pic 9 value 0.
        stop run
    end-if

    *>destroyed entries are rewritten in the registry, so it is taken for
    *>this run alone before the first one is touched
    move "X" to enq-mode
    move keyRegistryName to enq-resource
    perform enqueue-or-stop

    perform until retention-eof is equal to 1
        read retentionfile into retention-line
            at end move 1 to retention-eof
    end-perform
    close retentionfile

    perform dequeue-all

    display "Destruction run complete: " destroyed-count " file(s) destroyed, "
        skipped-count " skipped, " failed-count " failed - certificates in "
        function trim(certReportName)
            display "Could not delete " function trim(fileName)
                " - left in place"
            add 1 to failed-count
            *>an expired file still on disk is past its retention - it
            *>stays on the console until a run destroys it
            move "DESTFAIL" to alert-event
            move 2 to alert-severity
            move fileName to alert-object
            move "expired file could not be deleted - left in place" to alert-message
            perform raise-alert
        else
            perform remove-registry-entry
            add 1 to destroyed-count
                into audit-detail
            perform write-audit-entry
            perform write-certificate
            move "DESTFAIL" to alert-event
            move fileName to alert-object
            move "file destroyed" to alert-message
            perform clear-alert
        end-if
    else
        *>nothing on disk under this name - the registry entry, if any,
    end-if
    end-if
    end-if

    *>the failure that reaches the lockout limit, and every refusal
    *>after it, tells the console; a good sign-on ends the condition
    move "LOCKOUT" to alert-event
    move operatorId to alert-object
    if signon-ok is equal to 1
        move "operator signed on again" to alert-message
        perform clear-alert
    else
        if lockout-count + 1 is not less than lockout-limit
            move 2 to alert-severity
            move spaces to alert-message
            string "operator locked out - failed sign-on attempts today reached "
                lockout-limit delimited by size into alert-message
            perform raise-alert
        end-if
    end-if
    .

*>the stored password check value - a keyed hash in the same spirit as
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            move function trim(config-value) to operAuthName
        when "DESTRUCTCERT"
            move function trim(config-value) to certReportName
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
