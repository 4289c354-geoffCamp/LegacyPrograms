*>                so their header keycheck and trailer checksum get
*>                the same real validation - the line-mode decrypt
*>                would wave a headerless binary through unchecked
*> Oct 15, 2026 - registry keys are held protected under the site master
*>                key: each entry's key is recovered through the key
*>                protection module for the scratch decrypt only, an
*>                entry whose key cannot be recovered is itself a
*>                failure, and the report names keys by check value
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - column-mode ciphertexts (%CIPFLD1%) are routed through
*>                decfield under the layout the registry names (or the
*>                header, for an entry from before layouts were kept),
*>                so a layout file changed or lost since is reported as
*>                a failure along with bad keys and damaged files
*> Oct 15, 2026 - a file that no longer deciphers pages the on-call
*>                operator through the monitoring console's alert feed
*>                (ALERTS.TXT), cleared when it verifies again
*> Oct 15, 2026 - the key registry is read under a shared lock in the run
*>                enqueue file (ENQUEUE.TXT) for the whole pass - a file
*>                held by another run is waited for (ENQWAITSECS), then
*>                the run ends with return code 8, audited and on the
*>                alert feed; a stale lock (ENQSTALEMINS) is released with
*>                enqmaint. the run's return code is no longer lost to the
*>                audit and alert writer calls made after it is set
*> Oct 15, 2026 - the registry lock is refreshed as each entry is
*>                verified, so a long pass is not taken for a crashed run

identification division.
program-id. keyverify.
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
fd infile.
01 in-record pic x(2000).
fd reportfile.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "KEYVERFY".
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
    05 enq-program pic x(8) value "KEYVERFY".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 keyregistry-status pic xx value spaces.
01 infile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 fileName pic x(100) value spaces.
01 eof pic 9 value 0.
01 ver-table.
    05 ver-entry occurs 500 times.
        10 ver-name pic x(100).
        10 ver-keyprot pic x(32).
        10 ver-mkgen pic 9(2).
        10 ver-keychk pic 9(2).
        10 ver-type pic x.
        10 ver-scope pic x.
        10 ver-status pic x.
        10 ver-layout pic x(30).
01 ver-count pic 9(4) value 0.
*>the one entry under test has its key recovered into storage for the
*>scratch decrypt and wiped as soon as the verdict is in
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
01 keyprot-request pic x value space.
01 keyprot-status pic xx value spaces.
01 ver-key pic x(16) value spaces.
01 ver-idx pic 9(4) value 0.
01 registry-eof pic 9 value 0.
01 registry-done pic 9 value 0.
01 probe-block pic x(256) value spaces.
01 rec-probe-open pic 9 value 0.
01 rec-mode pic 9 value 0.
*>a column-mode ciphertext and the layout it is verified under
01 fld-mode pic 9 value 0.
01 hdr-key-fld pic x(20) value spaces.
01 hdr-layout-fld pic x(60) value spaces.
01 useLayout pic x(30) value spaces.
01 field-layout.
    05 layout-name pic x(30).
    05 layout-mode pic x.
    05 layout-delim pic x.
    05 layout-check pic 9(6).
    05 layout-count pic 9(2).
    05 layout-column occurs 20 times.
        10 layout-field pic 9(3).
        10 layout-offset pic 9(4).
        10 layout-length pic 9(4).
01 layout-status pic xx value spaces.
01 ver-reclen pic 9(4) value 0.
01 ver-recs pic 9(9) value 0.
01 ver-cks pic 9(9) value 0.

    *>the registry is worked in batches of up to 500 entries, resuming
    *>each load after the last name processed, the same discipline the
    *>rotation run uses. the registry is held under a shared lock for the
    *>whole pass, so a rotation or destruction run is waited for rather
    *>than rewriting entries between one batch and the next
    move "S" to enq-mode
    move keyRegistryName to enq-resource
    perform enqueue-or-stop
    move low-values to resume-name
    perform until registry-done is equal to 1
        perform load-registry-entries
            end-if
        end-if
    end-perform
    perform dequeue-resource

    move spaces to report-record
    write report-record
            if registry-eof is not equal to 1
                add 1 to ver-count
                move registry-filename to ver-name(ver-count)
                move registry-keyprot to ver-keyprot(ver-count)
                move registry-mkgen to ver-mkgen(ver-count)
                move registry-keychk to ver-keychk(ver-count)
                move registry-type to ver-type(ver-count)
                move registry-scope to ver-scope(ver-count)
                move registry-status to ver-status(ver-count)
                move registry-layout to ver-layout(ver-count)
                if ver-count is equal to 500
                    move 1 to registry-eof
                end-if
*>cipher type and scope, then run the recorded key through a scratch
*>decrypt and judge the status it hands back
verify-one-entry.
    perform refresh-enqueue
    move ver-name(ver-idx) to fileName

    if ver-status(ver-idx) is equal to "R"
    end-if

    add 1 to checked-count
    move "U" to keyprot-request
    call "keyprot" using keyprot-request,masterKeyName,fileName,ver-key,ver-mkgen(ver-idx),ver-keyprot(ver-idx),ver-keychk(ver-idx),keyprot-status
    if keyprot-status is not equal to "00"
        move spaces to ver-key
        move spaces to fail-reason
        string "registry key cannot be recovered under master key generation "
            ver-mkgen(ver-idx) " - status " keyprot-status into fail-reason
        perform note-one-failure
        exit paragraph
    end-if

    perform probe-record-mode
    if rec-probe-open is not equal to 1
        move "file is not on disk" to fail-reason
        exit paragraph
    end-if

    *>a column-mode ciphertext is deciphered under its layout, which
    *>must still load and still be the one the file was ciphered by
    if fld-mode is equal to 1
        move useLayout to layout-name
        call "fldlayout" using field-layout,layout-status
        if layout-status is not equal to "00"
            move spaces to ver-key
            move spaces to fail-reason
            string "column layout " function trim(useLayout)
                " cannot be loaded - status " layout-status into fail-reason
            perform note-one-failure
            exit paragraph
        end-if
    end-if

    *>the scratch decrypt applies the real validation: header keycheck
    *>against the recorded key, trailer checksum against the payload.
    *>the scratch plaintext is deleted the moment the verdict is in
    move spaces to cipher-status
    if fld-mode is equal to 1
        call "decfield" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,scratch-name,ver-actual-name,ver-gen,ver-keep,ver-key,useType,useScope,field-layout,cipher-status
    else
        call "decrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,scratch-name,ver-actual-name,ver-gen,ver-keep,ver-key,useType,useScope,cipher-status
    end-if
    move spaces to ver-key
    call "CBL_DELETE_FILE" using scratch-name
        returning delete-status

    move 0 to ver-recs
    move 0 to ver-cks
    move spaces to cipher-status
    call "decfixed" using fileName,scratch-name,ver-actual-name,ver-gen,ver-keep,ver-reclen,ver-key,useType,ver-recs,ver-cks,cipher-status
    move spaces to ver-key
    call "CBL_DELETE_FILE" using scratch-name
        returning delete-status
    perform judge-scratch-status
judge-scratch-status.
    if cipher-status is equal to "00"
        add 1 to clean-count
        *>only a file actually checked again can be cleared - one the
        *>sample passed over keeps whatever condition it had
        move "KEYVFAIL" to alert-event
        move fileName to alert-object
        move "file deciphers cleanly again" to alert-message
        perform clear-alert
    else
        move spaces to fail-reason
        evaluate cipher-status
            when "VS"
                move "header type/scope contradicts the record - profile is wrong"
                    to fail-reason
            when "VL"
                move "column layout does not match the one the file was ciphered by"
                    to fail-reason
            when other
                string "decrypt failed with status " cipher-status
                    into fail-reason
    display "FAILED " function trim(fileName) " - " function trim(fail-reason)
    move spaces to report-record
    string "  FAILED " function trim(fileName)
        " (kcv=" ver-keychk(ver-idx) ") - " function trim(fail-reason)
        into report-record
    write report-record

    string function trim(fileName) " " function trim(fail-reason)
        into audit-detail
    perform write-audit-entry

    *>a file we can no longer restore pages the on-call operator
    move "KEYVFAIL" to alert-event
    move 1 to alert-severity
    move fileName to alert-object
    move fail-reason to alert-message
    perform raise-alert
    .

*>the type and scope the scratch decrypt must supply: the file's own
*>header is the best witness, the registry profile the next (a
*>column-mode header also settles the layout to verify under) - with
*>neither, the file cannot be verified without guessing, and guessing
*>proves nothing
settle-type-and-scope.
    move 0 to type-known
    move 0 to fld-mode
    move space to useType
    move space to useScope
    move spaces to useLayout
    if line-count is greater than zero
        and text-line(1)(1:10) is equal to "%CIPFLD1%;"
        move 1 to fld-mode
        move ver-layout(ver-idx) to useLayout
        if useLayout is equal to spaces
            unstring text-line(1) delimited by ";"
                into hdr-tag hdr-origin-fld hdr-when-fld hdr-type-fld
                hdr-scope-fld hdr-key-fld hdr-layout-fld
            move spaces to fld-value
            unstring hdr-layout-fld delimited by "=" into fld-name fld-value
            move fld-value(1:30) to useLayout
        end-if
    end-if
    if line-count is greater than zero
        and (text-line(1)(1:10) is equal to "%CIPHER1%;"
        or text-line(1)(1:10) is equal to "%CIPFLD1%;")
        unstring text-line(1) delimited by ";"
            into hdr-tag hdr-origin-fld hdr-when-fld hdr-type-fld hdr-scope-fld
        unstring hdr-type-fld delimited by "=" into fld-name fld-value
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
            move function trim(config-value) to auditLogName
        when "KEYREGISTRY"
            move function trim(config-value) to keyRegistryName
        when "MASTERKEY"
            move function trim(config-value) to masterKeyName
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
        when "KEYVERIFYREPORT"
            move function trim(config-value) to reportName
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

*>a long run keeps its locks fresh, so it is not taken for a crashed one
refresh-enqueue.
    move "H" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .
