*>                record-mode output travels intact - a line-based
*>                copy destroyed the framing of any binary member and
*>                made the whole package un-unpackable
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - one package per trading partner: when the manifest
*>                records name partners, each partner's outputs go in
*>                their own package, PACKAGE.TXT.<partner id>, with a
*>                manifest of just that partner's records
*>                (MANIFEST.TXT.<partner id>, trailer and all) as its
*>                final member, and outputs for no partner go in
*>                PACKAGE.TXT with MANIFEST.TXT.GENERAL. a manifest that
*>                names no partner packages exactly as before
*> Oct 15, 2026 - a short package, or one that could not be built, pages
*>                the on-call operator through the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the manifest is read under a shared lock in the run
*>                enqueue file (ENQUEUE.TXT) - a file held by another run
*>                is waited for (ENQWAITSECS), then the run ends with
*>                return code 8, audited and on the alert feed; a stale
*>                lock (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set
*> Oct 15, 2026 - a short package, or one that could not be built, ends
*>                the run with return code 8 even when a complete
*>                package is built after it

identification division.
program-id. package.
select manifestfile assign to manifestFileName
    organization is line sequential
    file status is manifestfile-status.
select submanifestfile assign to subManifestName
    organization is line sequential
    file status is submanifestfile-status.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
file section.
fd manifestfile.
01 manifest-record pic x(260).
fd submanifestfile.
01 submanifest-record pic x(260).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "PACKAGE".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
*>set when any package of the run is short or could not be built - the
*>byte-level file calls for the packages after it would otherwise
*>clear the run's return code
77 package-rc pic 9 value 0.
*>the run enqueue - which program, operator and run holds each shared
*>file, kept in ENQUEUE.TXT through the enqueue module. a file another
*>run holds is waited for, ENQWAITSECS seconds at most; a lock not
*>refreshed for ENQSTALEMINS minutes was left by a run that crashed
01 enqueue-request pic x value "A".
01 enqueue-status pic xx value spaces.
01 enqueue-data.
    05 enq-resource pic x(100) value spaces.
    05 enq-mode pic x value "S".
    05 enq-program pic x(8) value "PACKAGE".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 manifestfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 cmd-line pic x(200) value spaces.
01 manifest-eof pic 9 value 0.
01 manifest-line pic x(260) value spaces.
*>the names the manifest lists, collected before the package is opened,
*>with the trading partner each is for and the record as it stands
01 mbr-table.
    05 mbr-entry occurs 500 times.
        10 mbr-name-entry pic x(100).
        10 mbr-partner pic x(8).
        10 mbr-line pic x(260).
01 mbr-count pic 9(4) value 0.
01 mbr-idx pic 9(4) value 0.
01 mbr-field pic x(100) value spaces.
*>the partners the manifest names, one package each
01 grp-table.
    05 grp-id pic x(8) occurs 200 times.
01 grp-count pic 9(3) value 0.
01 grp-idx pic 9(3) value 0.
01 grp-found pic 9 value 0.
01 unpartnered-count pic 9(4) value 0.
01 packageBase pic x(100) value spaces.
01 subManifestName pic x(100) value spaces.
01 submanifestfile-status pic xx value spaces.
01 sub-count pic 9(4) value 0.
01 group-id pic x(8) value spaces.
01 memberName pic x(100) value spaces.
*>byte-level file routine parameters - members are copied through
*>CBL_OPEN_FILE/CBL_READ_FILE/CBL_WRITE_FILE so binary record-mode
    *>collect the member names from the manifest before the package is
    *>opened - the manifest records carry the name as written, so the
    *>package picks up exactly what the batch produced, generation
    *>suffixes and all. it is read under a shared lock, so a batch
    *>starting over it is waited for rather than packaged half-written
    move "S" to enq-mode
    move manifestFileName to enq-resource
    perform enqueue-or-stop
    move 0 to manifest-eof
    open input manifestfile
    if manifestfile-status is not equal to "00"
        display "Could not open " function trim(manifestFileName)
            " - status " manifestfile-status " - nothing to package"
        move "PKGFAIL" to alert-event
        move 1 to alert-severity
        move manifestFileName to alert-object
        move spaces to alert-message
        string "manifest could not be opened - status " manifestfile-status
            " - nothing was packaged" delimited by size into alert-message
        perform raise-alert
        perform dequeue-all
        move 8 to return-code
        stop run
    end-if
    move "PKGFAIL" to alert-event
    move manifestFileName to alert-object
    move "manifest opened again" to alert-message
    perform clear-alert
    perform until manifest-eof is equal to 1
        read manifestfile into manifest-line
            at end move 1 to manifest-eof
            and mbr-count is less than 500
            add 1 to mbr-count
            move spaces to mbr-name-entry(mbr-count)
            move spaces to mbr-partner(mbr-count)
            move manifest-line to mbr-line(mbr-count)
            unstring manifest-line delimited by "|"
                into mbr-name-entry(mbr-count) mbr-field mbr-field
                    mbr-field mbr-field mbr-field mbr-partner(mbr-count)
            perform note-member-partner
        end-if
    end-perform
    close manifestfile
    perform dequeue-resource

    if mbr-count is equal to zero
        display "The manifest lists no outputs - nothing to package"
        stop run
    end-if

    *>no partner named anywhere - the one package, as it always was,
    *>with the whole manifest embedded; otherwise a package per partner
    *>and one more for any outputs that are for no partner
    move packageName to packageBase
    if grp-count is equal to zero
        move spaces to group-id
        move manifestFileName to subManifestName
        perform build-one-package
    else
        perform varying grp-idx from 1 by 1 until grp-idx is greater than grp-count
            move grp-id(grp-idx) to group-id
            move spaces to packageName
            string function trim(packageBase) "." function trim(group-id)
                delimited by size into packageName
            move spaces to subManifestName
            string function trim(manifestFileName) "." function trim(group-id)
                delimited by size into subManifestName
            perform write-sub-manifest
            perform build-one-package
        end-perform
        if unpartnered-count is greater than zero
            move spaces to group-id
            move packageBase to packageName
            move spaces to subManifestName
            string function trim(manifestFileName) ".GENERAL"
                delimited by size into subManifestName
            perform write-sub-manifest
            perform build-one-package
        end-if
    end-if

    move package-rc to return-code
stop run.

*>collect each partner the manifest names once, in the order they
*>first appear
note-member-partner.
    if mbr-partner(mbr-count) is equal to spaces
        add 1 to unpartnered-count
        exit paragraph
    end-if
    move 0 to grp-found
    perform varying grp-idx from 1 by 1 until grp-idx is greater than grp-count
        if grp-id(grp-idx) is equal to mbr-partner(mbr-count)
            move 1 to grp-found
            exit perform
        end-if
    end-perform
    if grp-found is equal to 0 and grp-count is less than 200
        add 1 to grp-count
        move mbr-partner(mbr-count) to grp-id(grp-count)
    end-if
    .

*>the manifest records for one partner's package, with their own
*>trailer count, so the partner reconciles against exactly what it was
*>sent and sees nothing of anyone else's
write-sub-manifest.
    move 0 to sub-count
    open output submanifestfile
    perform varying mbr-idx from 1 by 1 until mbr-idx is greater than mbr-count
        if mbr-partner(mbr-idx) is equal to group-id
            move mbr-line(mbr-idx) to submanifest-record
            write submanifest-record
            add 1 to sub-count
        end-if
    end-perform
    move spaces to submanifest-record
    string "TRAILER|" sub-count into submanifest-record
    write submanifest-record
    close submanifestfile
    .

*>one package: every member for the group behind its separator block,
*>the group's manifest as the final member, then the trailer block
build-one-package.
    move 0 to members-written
    move 0 to members-failed
    call "CBL_CREATE_FILE" using packageName access-write deny-none
        dev-normal pkg-handle
    if return-code is not equal to zero
        display "Could not open " function trim(packageName) " for output"
        move "PKGFAIL" to alert-event
        move 1 to alert-severity
        move packageName to alert-object
        move "package could not be created - nothing goes to the partner" to alert-message
        perform raise-alert
        move 8 to package-rc
        exit paragraph
    end-if
    move 0 to pkg-offset

    perform varying mbr-idx from 1 by 1 until mbr-idx is greater than mbr-count
        if grp-count is equal to zero or mbr-partner(mbr-idx) is equal to group-id
            move mbr-name-entry(mbr-idx) to memberName
            perform write-one-member
        end-if
    end-perform

    *>the manifest rides along as the final member, so the receiving
    *>side can reconcile the set it unpacked against the set we sent
    move subManifestName to memberName
    perform write-one-member

    move spaces to trl-block

    move "PACKAGE" to audit-op
    move spaces to audit-detail
    if group-id is equal to spaces
        string function trim(packageName) " " members-written " member(s), "
            members-failed " missing - from " function trim(subManifestName)
            into audit-detail
    else
        string function trim(packageName) " " members-written " member(s), "
            members-failed " missing - from " function trim(subManifestName)
            " partner=" function trim(group-id)
            into audit-detail
    end-if
    perform write-audit-entry

    display "Package " function trim(packageName) " written: "
        members-written " member(s), " members-failed " missing"
    *>a short package is not fit to send - the on-call operator hears
    *>before the transmission window
    move "PKGFAIL" to alert-event
    move packageName to alert-object
    if members-failed is greater than zero
        move 8 to package-rc
        move 1 to alert-severity
        move spaces to alert-message
        string members-failed " member(s) missing from the package - "
            members-written " written" delimited by size into alert-message
        perform raise-alert
    else
        move "package written complete" to alert-message
        perform clear-alert
    end-if
    .

*>one member: a first pass totals its bytes and checksum for the
*>separator block, a second pass copies the bytes into the package
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            move function trim(config-value) to packageName
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
