*> auditvfy.cob - audit trail chain verification of Trithemius Cipher program
*> Oct 15, 2026 - prove the audit trail is complete and unaltered: every
*>                entry the programs write carries a sequence number and
*>                a chain value computed from the entry before it, so
*>                walking the dated archives housekeeping has produced,
*>                oldest first, and then the live AUDITLOG.TXT, and
*>                recomputing each chain value, finds any entry that
*>                was deleted (a gap in the sequence), altered (its
*>                chain value no longer follows) or inserted (no chain
*>                value, or a sequence number out of order) - each is
*>                reported with the file, line and timestamp where it
*>                was found. the anchor the audit trail writer keeps
*>                beside the log catches entries cut off the end.
*>                entries from before the chain began are counted, not
*>                judged. the run ends rc 0 when the trail is intact, 4
*>                when it is intact but partly unchained (or has no
*>                anchor), and 8 when anything was deleted, altered or
*>                inserted, so the nightly schedule can act on it
*> Oct 15, 2026 - a broken audit trail chain pages the on-call operator
*>                through the monitoring console's alert feed
*>                (ALERTS.TXT), cleared when the trail verifies again
*> Oct 15, 2026 - the audit log and its archives are read under a shared
*>                lock in the run enqueue file (ENQUEUE.TXT) - a file held
*>                by another run is waited for (ENQWAITSECS), then the run
*>                ends with return code 8, audited and on the alert feed;
*>                a stale lock (ENQSTALEMINS) is released with enqmaint.
*>                the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set
*> Oct 15, 2026 - the chain anchor is read, under the log's latch, before
*>                the live log is walked, and the live log is judged
*>                only up to the entry the anchor names - an entry
*>                another run adds while the walk is going is no longer
*>                taken for entries deleted from the end

identification division.
program-id. auditvfy.

environment division.

input-output section.
file-control.
select auditfile assign to scanName
    organization is line sequential
    file status is auditfile-status.
select anchorfile assign to anchorName
    organization is line sequential
    file status is anchorfile-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd auditfile.
01 audit-record pic x(260).
fd anchorfile.
01 anchor-record pic x(80).
fd reportfile.
01 report-record pic x(280).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 reportName pic x(100) value "AUDITVFY.TXT".
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
    05 alert-program pic x(8) value "AUDITVFY".
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
    05 enq-program pic x(8) value "AUDITVFY".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 anchorfile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 scanName pic x(120) value spaces.
01 scan-label pic x(40) value spaces.
01 anchorName pic x(120) value spaces.
01 audit-eof pic 9 value 0.
01 audit-line pic x(260) value spaces.
01 current-datetime pic x(21).
01 report-stamp pic x(19) value spaces.
*>every day over the archive lookback is probed for the dated archive
*>housekeeping writes, e.g. AUDITLOG.TXT.A20260822 - the same walk the
*>chain-of-custody inquiry makes
77 lookback-days pic 9(4) value 1100.
01 today-compact pic x(8) value spaces.
01 today-int pic 9(8) value 0.
01 scan-int pic 9(8) value 0.
01 scan-day pic 9(8) value 0.
01 scan-start pic 9(8) value 0.
01 scan-x pic x(8) value spaces.
*>where the walk stands: the chain is judged from the first chained
*>entry found, each following entry against the one before it
01 file-line pic 9(8) value 0.
01 file-entries pic 9(8) value 0.
01 files-read pic 9(4) value 0.
01 chain-started pic 9 value 0.
01 entry-seq pic 9(8) value 0.
01 entry-chain pic 9(10) value 0.
01 entry-stamp pic x(19) value spaces.
01 last-seq pic 9(8) value 0.
01 prev-chain pic 9(10) value 0.
01 last-stamp pic x(19) value spaces.
01 last-label pic x(40) value spaces.
01 last-line pic 9(8) value 0.
01 chain-work pic 9(13) value 0.
01 chain-pos pic 9(3) value 0.
01 seq-text pic x(8) value spaces.
01 gap-from pic 9(8) value 0.
01 gap-to pic 9(8) value 0.
01 gap-count pic 9(8) value 0.
*>the anchor the audit trail writer leaves: state|seq|chain|timestamp
01 anchor-found pic 9 value 0.
01 anchor-line pic x(80) value spaces.
01 anchor-state pic x value space.
01 anchor-seq-in pic x(8) value spaces.
01 anchor-chain-in pic x(10) value spaces.
01 anchor-stamp pic x(19) value spaces.
01 anchor-seq pic 9(8) value 0.
01 anchor-chain pic 9(10) value 0.
*>set while the live log is walked against the anchor read before it;
*>the chained entries found beyond the anchor were written since
01 anchor-cutoff pic 9 value 0.
01 past-anchor pic 9 value 0.
01 after-anchor-count pic 9(8) value 0.
*>the tallies the verdict rests on
01 total-entries pic 9(8) value 0.
01 chained-count pic 9(8) value 0.
01 legacy-count pic 9(8) value 0.
01 deleted-count pic 9(8) value 0.
01 altered-count pic 9(8) value 0.
01 inserted-count pic 9(8) value 0.
01 finding-kind pic x(8) value spaces.
01 finding-text pic x(160) value spaces.
01 verify-rc pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 operatorId pic x(8) value "AUDITVFY".

procedure division.

    perform load-configuration

    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into report-stamp
    move spaces to today-compact
    string current-datetime(1:4) current-datetime(5:2) current-datetime(7:2)
        into today-compact
    compute today-int = function numval(today-compact)

    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        move 8 to return-code
        stop run
    end-if

    move spaces to report-record
    string "Audit trail chain verification - " function trim(auditLogName)
        into report-record
    write report-record
    move spaces to report-record
    string "Generated " report-stamp into report-record
    write report-record
    move spaces to report-record
    write report-record

    *>archives first, oldest to newest, then the live log - the order
    *>the entries were written in, so the chain runs straight through.
    *>the audit log, archives and all, is read under a shared lock, so
    *>housekeeping trimming it is waited for
    move "S" to enq-mode
    move auditLogName to enq-resource
    perform enqueue-or-stop
    compute scan-start =
        function date-of-integer(function integer-of-date(today-int) - lookback-days)
    compute scan-day = function integer-of-date(scan-start)
    perform until function date-of-integer(scan-day) is greater than today-int
        compute scan-int = function date-of-integer(scan-day)
        move scan-int to scan-x
        move spaces to scanName
        string function trim(auditLogName) ".A" scan-x into scanName
        move spaces to scan-label
        string "archive .A" scan-x into scan-label
        perform verify-one-log
        add 1 to scan-day
    end-perform

    *>the anchor first, so entries other runs add while the live log
    *>is read are not mistaken for entries cut off the end
    perform read-chain-anchor
    move auditLogName to scanName
    move "live log" to scan-label
    move anchor-found to anchor-cutoff
    perform verify-one-log
    move 0 to anchor-cutoff

    perform check-chain-anchor
    perform dequeue-resource
    perform write-verdict

    *>a broken chain pages the on-call operator; entries from before the
    *>chain began are a standing fact of the older archives, not news
    move "CHAINBRK" to alert-event
    move auditLogName to alert-object
    if verify-rc is less than 8
        move "audit trail verifies intact" to alert-message
        perform clear-alert
    else
        move 1 to alert-severity
        move spaces to alert-message
        string "audit trail tampered with - " deleted-count " deleted, "
            altered-count " altered, " inserted-count " inserted"
            delimited by size into alert-message
        perform raise-alert
    end-if

    close reportfile

    move "AUDITVFY" to audit-op
    move spaces to audit-detail
    string "trail " total-entries " entries in " files-read " files - "
        deleted-count " deleted, " altered-count " altered, "
        inserted-count " inserted, " legacy-count " unchained rc=" verify-rc
        into audit-detail
    perform write-audit-entry

    display "Audit trail verification: " deleted-count " deleted, "
        altered-count " altered, " inserted-count " inserted - report in "
        function trim(reportName)
    move verify-rc to return-code

stop run.

*>one log file - an archive generation or the live log - entry by entry
verify-one-log.
    move 0 to audit-eof
    move 0 to file-line
    move 0 to file-entries
    open input auditfile
    if auditfile-status is not equal to "00"
        exit paragraph
    end-if
    add 1 to files-read
    perform until audit-eof is equal to 1
        read auditfile into audit-line
            at end move 1 to audit-eof
        end-read
        if audit-eof is not equal to 1 and anchor-cutoff is equal to 1
            and past-anchor is equal to 0
            perform check-past-anchor
        end-if
        if audit-eof is not equal to 1
            add 1 to file-line
            if audit-line is not equal to spaces
                add 1 to file-entries
                if past-anchor is equal to 1
                    add 1 to after-anchor-count
                else
                    perform judge-one-entry
                end-if
            end-if
        end-if
    end-perform
    close auditfile
    move 0 to past-anchor

    move spaces to report-record
    string "Read " function trim(scan-label) " (" function trim(scanName) ") - "
        file-entries " entries" into report-record
    write report-record
    .

*>a chained entry numbered beyond the anchor was written after it was
*>read - it and everything after it is left for the next run to judge
check-past-anchor.
    move 0 to past-anchor
    if audit-line(241:1) is equal to "#"
        and audit-line(250:1) is equal to ":"
        and audit-line(242:8) is numeric
        and audit-line(251:10) is numeric
        move audit-line(242:8) to entry-seq
        if entry-seq is greater than anchor-seq
            move 1 to past-anchor
        end-if
    end-if
    .

*>one entry against the chain so far
judge-one-entry.
    add 1 to total-entries
    move audit-line(1:19) to entry-stamp

    if audit-line(241:1) is not equal to "#"
        or audit-line(250:1) is not equal to ":"
        or audit-line(242:8) is not numeric
        or audit-line(251:10) is not numeric
        *>no chain value: before the chain began it is simply an older
        *>entry; after, nothing the programs wrote looks like this
        if chain-started is equal to 0
            add 1 to legacy-count
        else
            add 1 to inserted-count
            move "INSERTED" to finding-kind
            move spaces to finding-text
            string "entry carries no chain value - not written by the "
                "audit trail writer, after #" last-seq
                into finding-text
            perform write-finding
        end-if
        exit paragraph
    end-if

    add 1 to chained-count
    move audit-line(242:8) to entry-seq
    move audit-line(251:10) to entry-chain

    if chain-started is equal to 0
        move 1 to chain-started
        if entry-seq is equal to 1
            move 0 to prev-chain
            perform check-entry-chain
        else
            compute gap-count = entry-seq - 1
            add gap-count to deleted-count
            move "DELETED" to finding-kind
            move spaces to finding-text
            string "the first chained entry found is #" entry-seq " - "
                gap-count " earlier chained entries are missing"
                into finding-text
            perform write-finding
        end-if
        perform accept-entry
        exit paragraph
    end-if

    evaluate true
        when entry-seq is equal to last-seq + 1
            perform check-entry-chain
            perform accept-entry
        when entry-seq is greater than last-seq + 1
            compute gap-from = last-seq + 1
            compute gap-to = entry-seq - 1
            compute gap-count = gap-to - gap-from + 1
            add gap-count to deleted-count
            move "DELETED" to finding-kind
            move spaces to finding-text
            string gap-count " entries (#" gap-from " to #" gap-to
                ") missing after " function trim(last-label) " line "
                last-line " of " last-stamp into finding-text
            perform write-finding
            perform accept-entry
        when other
            *>a sequence number already used: copied or slipped in -
            *>the chain carries on from the genuine entry before it
            add 1 to inserted-count
            move "INSERTED" to finding-kind
            move spaces to finding-text
            string "entry #" entry-seq " out of sequence after #" last-seq
                " - inserted or copied" into finding-text
            perform write-finding
    end-evaluate
    .

*>recompute the chain value exactly as the audit trail writer does: the
*>previous chain value, then columns 1-240, then the sequence number
check-entry-chain.
    move entry-seq to seq-text
    move prev-chain to chain-work
    perform varying chain-pos from 1 by 1 until chain-pos is greater than 240
        compute chain-work = function mod(chain-work * 131
            + function ord(audit-line(chain-pos:1)), 9999999967)
    end-perform
    perform varying chain-pos from 1 by 1 until chain-pos is greater than 8
        compute chain-work = function mod(chain-work * 131
            + function ord(seq-text(chain-pos:1)), 9999999967)
    end-perform
    if chain-work is not equal to entry-chain
        add 1 to altered-count
        move "ALTERED" to finding-kind
        move spaces to finding-text
        string "entry #" entry-seq " does not chain from the entry before"
            " it - this entry (or the one before) was changed"
            into finding-text
        perform write-finding
    end-if
    .

*>the chain carries on from this entry's own stored value, so one
*>break is reported once and not again for every entry after it
accept-entry.
    move entry-seq to last-seq
    move entry-chain to prev-chain
    move entry-stamp to last-stamp
    move scan-label to last-label
    move file-line to last-line
    .

*>the writer's anchor holds the last sequence number it wrote - read
*>under the log's latch, as the writer rewrites it, so it is never
*>caught half written
read-chain-anchor.
    move 0 to anchor-found
    move spaces to anchorName
    string function trim(auditLogName) ".CHN" delimited by size into anchorName
    move "L" to enqueue-request
    move auditLogName to enq-resource
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    open input anchorfile
    if anchorfile-status is equal to "00"
        move spaces to anchor-line
        read anchorfile into anchor-line
            at end move spaces to anchor-line
        end-read
        close anchorfile
        move space to anchor-state
        move spaces to anchor-seq-in
        move spaces to anchor-chain-in
        move spaces to anchor-stamp
        unstring anchor-line delimited by "|"
            into anchor-state anchor-seq-in anchor-chain-in anchor-stamp
        if anchor-seq-in is numeric and anchor-chain-in is numeric
            move 1 to anchor-found
            move anchor-seq-in to anchor-seq
            move anchor-chain-in to anchor-chain
        end-if
    end-if
    move "U" to enqueue-request
    move auditLogName to enq-resource
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .

*>entries cut off the end of the live log leave no gap anywhere else -
*>only the anchor shows them
check-chain-anchor.
    move spaces to report-record
    write report-record
    if anchor-found is not equal to 1
        if chain-started is equal to 1
            move spaces to report-record
            string "No chain anchor in " function trim(anchorName)
                " - entries cut off the end of the live log cannot be ruled out"
                into report-record
            write report-record
        end-if
        exit paragraph
    end-if

    move spaces to report-record
    string "Chain anchor: last entry written #" anchor-seq " at "
        anchor-stamp into report-record
    write report-record
    if anchor-state is equal to "H"
        move spaces to report-record
        move "  (a run held the log open when the anchor was written)"
            to report-record
        write report-record
    end-if
    if after-anchor-count is greater than zero
        move spaces to report-record
        string "  " after-anchor-count " entries written after the anchor was read"
            " - judged on the next run" into report-record
        write report-record
    end-if

    move "live log" to scan-label
    move file-line to last-line
    move spaces to entry-stamp
    evaluate true
        when anchor-seq is greater than last-seq
            compute gap-from = last-seq + 1
            compute gap-to = anchor-seq
            compute gap-count = gap-to - gap-from + 1
            add gap-count to deleted-count
            move "DELETED" to finding-kind
            move spaces to finding-text
            string gap-count " entries (#" gap-from " to #" gap-to
                ") missing from the end of the live log - the last one"
                " was written " anchor-stamp into finding-text
            perform write-finding
        when anchor-chain is not equal to prev-chain
            add 1 to altered-count
            move "ALTERED" to finding-kind
            move spaces to finding-text
            string "the last entry #" last-seq
                " is not the one the audit trail writer wrote"
                into finding-text
            perform write-finding
        when other
            continue
    end-evaluate
    .

*>one finding: what, where (file and line) and when (the entry's own
*>timestamp)
write-finding.
    move spaces to report-record
    string finding-kind " " function trim(scan-label) " line " file-line
        " " entry-stamp " " function trim(finding-text)
        into report-record
    write report-record
    display function trim(report-record)
    .

write-verdict.
    if deleted-count is greater than zero
        or altered-count is greater than zero
        or inserted-count is greater than zero
        move 8 to verify-rc
    else
        if legacy-count is greater than zero
            or (chain-started is equal to 1 and anchor-found is not equal to 1)
            move 4 to verify-rc
        else
            move 0 to verify-rc
        end-if
    end-if

    move spaces to report-record
    write report-record
    move spaces to report-record
    string total-entries " entries in " files-read " files: " chained-count
        " chained, " legacy-count " from before the chain began" into report-record
    write report-record
    move spaces to report-record
    string deleted-count " deleted, " altered-count " altered, "
        inserted-count " inserted" into report-record
    write report-record
    move spaces to report-record
    evaluate verify-rc
        when 0
            move "Verdict: the trail is complete and unaltered (rc=0)" to report-record
        when 4
            move "Verdict: no break found, but not every entry is chained (rc=4)"
                to report-record
        when other
            move "Verdict: the trail has been tampered with - see the findings above (rc=8)"
                to report-record
    end-evaluate
    write report-record
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
        when "AUDITVERIFY"
            move function trim(config-value) to reportName
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
