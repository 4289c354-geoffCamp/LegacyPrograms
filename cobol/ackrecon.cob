*>                manifest record for - so a dropped transmission
*>                surfaces here instead of in a phone call from the
*>                partner
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - each trading partner's own acknowledgment age: the
*>                manifest's partner field is carried onto the
*>                outstanding ledger ("firstseen|name|bytes|checksum|
*>                partner"), and an entry for a partner is overdue after
*>                the ack days on the partner master file PARTNERS.TXT;
*>                ACKAGEDAYS still applies to everything else
*> Oct 15, 2026 - overdue and mismatched transmissions are raised on the
*>                monitoring console's alert feed (ALERTS.TXT) and cleared
*>                once acknowledged
*> Oct 15, 2026 - the manifest is read under a shared lock in the run
*>                enqueue file (ENQUEUE.TXT) - a file held by another run
*>                is waited for (ENQWAITSECS), then the run ends with
*>                return code 8, audited and on the alert feed; a stale
*>                lock (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set
*> Oct 15, 2026 - the partner file is read under a shared lock too, so
*>                partner maintenance rewriting it is waited for

identification division.
program-id. ackrecon.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
select partnerfile assign to partnerFileName
    organization is line sequential
    file status is partnerfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.
01 report-record pic x(200).
fd auditfile.
01 audit-record pic x(260).
fd partnerfile.
01 partner-record pic x(200).
fd configfile.
01 configfile-record pic x(200).

77 ackFileName pic x(100) value "ACK.TXT".
77 outstandingName pic x(100) value "OUTSTANDING.TXT".
77 reportName pic x(100) value "ACKRECON.TXT".
77 partnerFileName pic x(100) value "PARTNERS.TXT".
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
    05 alert-program pic x(8) value "ACKRECON".
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
    05 enq-program pic x(8) value "ACKRECON".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 manifestfile-status pic xx value spaces.
01 ackfile-status pic xx value spaces.
01 outstandfile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
*>how many days a transmission may wait for its acknowledgment before
*>it is called overdue - overridable from the shared configuration
01 ack-age-days pic 9(3) value 2.
*>a trading partner's own limit, from the partner master file, stands
*>in for it on that partner's transmissions
01 partnerfile-status pic xx value spaces.
01 partner-eof pic 9 value 0.
01 ptn-table.
    05 ptn-entry occurs 200 times.
        10 p-id pic x(8).
        10 p-ackdays pic 9(3).
01 ptn-count pic 9(3) value 0.
01 ptn-idx pic 9(3) value 0.
01 ptn-id-in pic x(8) value spaces.
01 ptn-skip-in pic x(40) value spaces.
01 ptn-ack-in pic x(4) value spaces.
01 entry-age-limit pic 9(3) value 0.
*>the outstanding ledger: every manifested transmission not yet
*>confirmed, carried across runs as
*>"firstseen|name|bytes|checksum|partner"
01 out-table.
    05 out-entry occurs 600 times.
        10 out-first pic x(10).
        10 out-name pic x(100).
        10 out-bytes pic 9(9).
        10 out-cks pic 9(9).
        10 out-partner pic x(8).
        10 out-state pic x.
01 out-used pic 9(4) value 0.
01 out-idx pic 9(4) value 0.
01 out-name-in pic x(100) value spaces.
01 out-bytes-in pic x(12) value spaces.
01 out-cks-in pic x(12) value spaces.
01 out-partner-in pic x(8) value spaces.
*>the acknowledgments, loaded whole for the matching pass
01 ack-table.
    05 ack-entry occurs 600 times.
01 man-name pic x(100) value spaces.
01 man-bytes-fld pic x(12) value spaces.
01 man-cks-fld pic x(12) value spaces.
01 man-skip-fld pic x(100) value spaces.
01 man-partner pic x(8) value spaces.
01 seek-name pic x(100) value spaces.
01 out-age pic 9(5) value 0.
01 first-digits pic x(8) value spaces.
        into today-compact
    compute today-days = function integer-of-date(function numval(today-compact))

    move "S" to enq-mode
    move partnerFileName to enq-resource
    perform enqueue-or-stop
    perform load-partner-limits
    perform dequeue-resource
    perform load-outstanding-ledger
    *>the manifest is read under a shared lock, so a batch starting over
    *>it is waited for rather than read half-written
    move "S" to enq-mode
    move manifestFileName to enq-resource
    perform enqueue-or-stop
    perform fold-in-manifest
    perform dequeue-resource
    perform load-ack-file

    open output reportfile
    write report-record

    perform match-outstanding-against-acks
    move spaces to alert-event
    perform begin-alert-sweep
    perform report-confirmed
    perform report-overdue
    perform report-orphans
    move spaces to alert-event
    perform end-alert-sweep

    move spaces to report-record
    string confirmed-count " confirmed, " waiting-count " still waiting ("
                move spaces to out-name-in
                move spaces to out-bytes-in
                move spaces to out-cks-in
                move spaces to out-partner-in
                unstring out-line delimited by "|"
                    into out-first-in out-name-in out-bytes-in out-cks-in
                        out-partner-in
                add 1 to out-used
                move out-first-in to out-first(out-used)
                move out-name-in to out-name(out-used)
                if out-cks-in(1:9) is numeric
                    move out-cks-in(1:9) to out-cks(out-used)
                end-if
                move out-partner-in to out-partner(out-used)
                move "W" to out-state(out-used)
            end-if
        end-perform
    move spaces to man-name
    move spaces to man-bytes-fld
    move spaces to man-cks-fld
    move spaces to man-partner
    unstring manifest-line delimited by "|"
        into man-name man-bytes-fld man-cks-fld man-skip-fld man-skip-fld
            man-skip-fld man-partner
    move man-name to seek-name
    perform find-outstanding-entry
    if out-hit is equal to zero and out-used is less than 600
        if man-cks-fld(1:9) is numeric
            move man-cks-fld(1:9) to out-cks(out-used)
        end-if
        move man-partner to out-partner(out-used)
        move "W" to out-state(out-used)
    end-if
    .
                " - the acknowledgment disagrees on bytes or checksum,"
                " investigate before resending" into report-record
            write report-record
            move "ACKMISM" to alert-event
            move 1 to alert-severity
            move out-name(out-idx) to alert-object
            move "acknowledgment disagrees on bytes or checksum - investigate before resending"
                to alert-message
            perform raise-alert
        end-if
    end-perform
    if confirmed-count is equal to zero and mismatch-count is equal to zero
        if out-state(out-idx) is equal to "W"
            add 1 to waiting-count
            perform compute-entry-age
            perform find-entry-age-limit
            move spaces to report-record
            if out-age is not less than entry-age-limit
                add 1 to overdue-count
                if out-partner(out-idx) is equal to spaces
                    string "  OVERDUE " function trim(out-name(out-idx))
                        " - sent " out-first(out-idx) ", " out-age
                        " day(s) without acknowledgment" into report-record
                else
                    string "  OVERDUE " function trim(out-name(out-idx))
                        " - sent " out-first(out-idx) ", " out-age
                        " day(s) without acknowledgment (partner "
                        function trim(out-partner(out-idx)) ", limit "
                        entry-age-limit ")" into report-record
                end-if
                move "ACKOVER" to alert-event
                move 2 to alert-severity
                move out-name(out-idx) to alert-object
                move spaces to alert-message
                string "sent " out-first(out-idx) ", " out-age
                    " day(s) without acknowledgment" delimited by size into alert-message
                perform raise-alert
            else
                string "  waiting " function trim(out-name(out-idx))
                    " - sent " out-first(out-idx) into report-record
    write report-record
    .

*>the partner's own acknowledgment age when the entry is for a partner
*>on file with one, the site-wide setting otherwise
find-entry-age-limit.
    move ack-age-days to entry-age-limit
    if out-partner(out-idx) is not equal to spaces
        perform varying ptn-idx from 1 by 1 until ptn-idx is greater than ptn-count
            if p-id(ptn-idx) is equal to out-partner(out-idx)
                if p-ackdays(ptn-idx) is greater than zero
                    move p-ackdays(ptn-idx) to entry-age-limit
                end-if
                exit perform
            end-if
        end-perform
    end-if
    .

*>just the partner IDs and their acknowledgment ages - a missing
*>partner file leaves every entry on the site-wide setting
load-partner-limits.
    move 0 to partner-eof
    move 0 to ptn-count
    open input partnerfile
    if partnerfile-status is equal to "00"
        perform until partner-eof is equal to 1
            read partnerfile
                at end move 1 to partner-eof
            end-read
            if partner-eof is not equal to 1
                and partner-record is not equal to spaces
                and partner-record(1:1) is not equal to "*"
                and ptn-count is less than 200
                move spaces to ptn-id-in
                move spaces to ptn-ack-in
                unstring partner-record delimited by "|"
                    into ptn-id-in ptn-skip-in ptn-skip-in ptn-skip-in
                        ptn-skip-in ptn-skip-in ptn-skip-in ptn-ack-in
                add 1 to ptn-count
                move ptn-id-in to p-id(ptn-count)
                move 0 to p-ackdays(ptn-count)
                if ptn-ack-in(1:3) is numeric
                    move ptn-ack-in(1:3) to p-ackdays(ptn-count)
                end-if
            end-if
        end-perform
        close partnerfile
    end-if
    .

compute-entry-age.
    move 0 to out-age
    if out-first(out-idx)(1:4) is numeric
            move spaces to outstand-record
            string out-first(out-idx) "|" function trim(out-name(out-idx))
                "|" out-bytes(out-idx) "|" out-cks(out-idx)
                "|" function trim(out-partner(out-idx))
                into outstand-record
            write outstand-record
        end-if
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            if config-value(1:1) is numeric
                compute ack-age-days = function numval(function trim(config-value))
            end-if
        when "PARTNERS"
            move function trim(config-value) to partnerFileName
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
