*>                audit each rotation - with the same checkpoint/skip
*>                discipline batch mode uses, so an interrupted rotation
*>                can be resubmitted safely
*> Oct 15, 2026 - registry keys are held protected under the site master
*>                key: each file's key is recovered through the key
*>                protection module for the decrypt, the new key is
*>                protected before the registry is touched, and the
*>                audit trail, displays and restart records carry only
*>                check values and protected forms, never a clear key
*> Oct 15, 2026 - every key taken off a file by a rotation goes to the
*>                key history with the profile it was used under and
*>                the dates it was in force, so old generations and
*>                restored copies stay decipherable
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - a column-mode ciphertext is left alone like a record-
*>                mode one: the line-mode modules would take its header
*>                for an unknown one and re-encipher every column, so
*>                it is reported for manual rotation instead
*> Oct 15, 2026 - files not rotated, a retired key the history could not
*>                keep, and sign-on lockouts are raised on the monitoring
*>                console's alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the key registry is taken exclusively, and the restart
*>                file shared, in the run enqueue file (ENQUEUE.TXT) for
*>                the whole rotation, refreshed as each file is rotated -
*>                a file held by another run is waited for (ENQWAITSECS),
*>                then the run ends with return code 8, audited and on the
*>                alert feed; a stale lock (ENQSTALEMINS) is released with
*>                enqmaint. the run's return code is no longer lost to the
*>                audit and alert writer calls made after it is set

identification division.
program-id. keyrotate.
    access mode is dynamic
    record key is registry-filename
    file status is keyregistry-status.
select keyhistoryfile assign to keyHistoryName
    organization is indexed
    access mode is dynamic
    record key is history-id
    file status is keyhistory-status.
select infile assign to fileName
    organization is line sequential
    file status is infile-status.
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
fd keyhistoryfile.
*>the retired keys - the same layout the cipher program reads when a
*>file's current key will not open it
01 history-record.
    05 history-id.
        10 history-filename pic x(100).
        10 history-effdate pic x(10).
        10 history-seq pic 9(2).
    05 history-enddate pic x(10).
    05 history-keyprot pic x(32).
    05 history-mkgen pic 9(2).
    05 history-keychk pic 9(2).
    05 history-type pic x.
    05 history-scope pic x.
    05 history-operator pic x(8).
    05 history-reason pic x(8).
    05 history-reserved pic x(40).
fd infile.
01 in-record pic x(2000).
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
    05 alert-program pic x(8) value "KEYROTAT".
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
    05 enq-program pic x(8) value "KEYROTAT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 keyregistry-status pic xx value spaces.
01 infile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 restartfile-status pic xx value spaces.
01 rotatelist-status pic xx value spaces.
01 rotateListName pic x(100) value spaces.
*>byte-level probe of a file's first block - a %CIPREC1% tag marks a
*>record-mode ciphertext, which the line-mode rotation path must never
*>touch: deciphering the binary as text and re-enciphering it in place
*>would destroy the only copy. a %CIPFLD1% tag marks a column-mode
*>ciphertext, which is no safer in the line-mode path
01 probe-byte-handle pic x(4).
01 probe-byte-offset pic x(8) comp-x value 0.
01 probe-byte-count pic x(4) comp-x value 0.
01 probe-dev-normal pic x comp-x value 0.
01 probe-block pic x(10) value spaces.
01 input-rec-mode pic 9 value 0.
01 input-fld-mode pic 9 value 0.
*>the registry entries are collected up front so the indexed file is
*>not held open while each file is deciphered and re-enciphered
01 rot-table.
    05 rot-entry occurs 500 times.
        10 rot-name pic x(100).
        10 rot-keyprot pic x(32).
        10 rot-mkgen pic 9(2).
        10 rot-keychk pic 9(2).
        10 rot-reg-type pic x.
        10 rot-reg-scope pic x.
        10 rot-reg-status pic x.
        10 rot-reg-sens pic x.
        10 rot-reg-regdate pic x(10).
01 rot-count pic 9(4) value 0.
01 rot-idx pic 9(4) value 0.
01 registry-eof pic 9 value 0.
01 oldKey pic x(16) value spaces.
01 newKey pic x(16) value spaces.
01 singleKey pic x(16) value spaces.
*>the keys themselves stay in storage only - the registry holds them
*>protected under the master key, and everything written or displayed
*>names them by check value
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
77 keyHistoryName pic x(100) value "KEYHISTORY.DAT".
01 keyhistory-status pic xx value spaces.
01 keyprot-request pic x value space.
01 keyprot-status pic xx value spaces.
01 old-mkgen pic 9(2) value 0.
01 old-keyprot pic x(32) value spaces.
01 old-keychk pic 9(2) value 0.
01 new-mkgen pic 9(2) value 0.
01 new-keyprot pic x(32) value spaces.
01 new-keychk pic 9(2) value 0.
*>key editing - 1-26 or a letter keyword, the same values the cipher
*>modules accept
01 key-value pic x(16) value spaces.
        end-perform
    end-if

    *>every registry entry is rewritten, so the registry is taken for
    *>this run alone - no cipher run registers or looks up a key, and no
    *>other maintenance touches an entry, until rotation is over; the
    *>restart file it checkpoints to is shared with the cipher runs
    move "X" to enq-mode
    move keyRegistryName to enq-resource
    perform enqueue-or-stop
    move "S" to enq-mode
    move restartFileName to enq-resource
    perform enqueue-or-stop

    *>the registry is worked in batches of up to 500 entries, resuming
    *>each load after the last name processed, so a registry of any size
    *>rotates completely in one submission without holding the indexed
            skipped-count " skipped, " failed-count " failed"
    end-if

    perform dequeue-all

stop run.

*>read the optional per-file control list into its table - records with
            if registry-eof is not equal to 1
                add 1 to rot-count
                move registry-filename to rot-name(rot-count)
                move registry-keyprot to rot-keyprot(rot-count)
                move registry-mkgen to rot-mkgen(rot-count)
                move registry-keychk to rot-keychk(rot-count)
                move registry-type to rot-reg-type(rot-count)
                move registry-scope to rot-reg-scope(rot-count)
                move registry-status to rot-reg-status(rot-count)
                move registry-sensitive to rot-reg-sens(rot-count)
                move registry-regdate to rot-reg-regdate(rot-count)
                if rot-count is equal to 500
                    move 1 to registry-eof
                end-if
*>the registry and checkpoint - any failure leaves the entry eligible
*>for the next submission instead of being marked done
rotate-one-file.
    perform refresh-enqueue
    move rot-name(rot-idx) to fileName
    move spaces to oldKey

    *>a retired registry entry is out of service - rotation leaves it
    *>alone the same way a decrypt run would
        move 1 to key-found
    end-if

    *>recover the recorded key and protect the new one - a key that
    *>cannot be recovered, or a new key that cannot be protected, leaves
    *>the file exactly as it is
    if key-found is equal to 1
        move rot-mkgen(rot-idx) to old-mkgen
        move rot-keyprot(rot-idx) to old-keyprot
        move rot-keychk(rot-idx) to old-keychk
        move "U" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,fileName,oldKey,old-mkgen,old-keyprot,old-keychk,keyprot-status
        if keyprot-status is equal to "00"
            move "P" to keyprot-request
            call "keyprot" using keyprot-request,masterKeyName,fileName,newKey,new-mkgen,new-keyprot,new-keychk,keyprot-status
        end-if
        if keyprot-status is not equal to "00"
            move 0 to key-found
            display "Skipping " function trim(fileName)
                " - key protection failed under " function trim(masterKeyName)
                ", status " keyprot-status
            move "ROTFAIL" to audit-op
            move spaces to audit-detail
            string function trim(fileName) " key protection status "
                keyprot-status " - not rotated" into audit-detail
            perform write-rotation-failure
            add 1 to failed-count
        end-if
    end-if

    if key-found is equal to 1
        if newKey is equal to oldKey
            display "Skipping " function trim(fileName) " - already on key kcv=" new-keychk
            add 1 to skipped-count
        else
            move spaces to rotate-record
            string "ROTATE," function trim(fileName) ",MK" old-mkgen ":" old-keyprot
                ",MK" new-mkgen ":" new-keyprot into rotate-record
            perform check-rotate-restart
            if already-done is equal to 1
                display "Skipping " function trim(fileName) " - already rotated in a prior run"
        string function trim(fileName)
            " is a record-mode ciphertext - rotate manually"
            into audit-detail
        perform write-rotation-failure
        add 1 to failed-count
        exit paragraph
    end-if
    if input-fld-mode is equal to 1
        display "Skipping " function trim(fileName)
            " - column-mode ciphertext, the rotation run has no"
            " column-mode path - rotate it manually"
        move "ROTFAIL" to audit-op
        move spaces to audit-detail
        string function trim(fileName)
            " is a column-mode ciphertext - rotate manually"
            into audit-detail
        perform write-rotation-failure
        add 1 to failed-count
        exit paragraph
    end-if
        move "ROTFAIL" to audit-op
        move spaces to audit-detail
        string function trim(fileName) " could not be opened for rotation" into audit-detail
        perform write-rotation-failure
        add 1 to failed-count
    else
        perform parse-cipher-header
            string function trim(fileName)
                " cipher type unknown (no header, no audit entry) - rotate manually"
                into audit-detail
            perform write-rotation-failure
            add 1 to failed-count
        else
            perform decrypt-and-reencrypt
        move "ROTFAIL" to audit-op
        move spaces to audit-detail
        string function trim(fileName) " decrypt failed, status " cipher-status into audit-detail
        perform write-rotation-failure
        add 1 to failed-count
    else
        perform re-encrypt-under-new-key
        move "ROTFAIL" to audit-op
        move spaces to audit-detail
        string function trim(fileName) " work file unreadable" into audit-detail
        perform write-rotation-failure
        add 1 to failed-count
    else
        move spaces to cipher-status
            move "ROTFAIL" to audit-op
            move spaces to audit-detail
            string function trim(fileName) " re-encrypt failed, status " cipher-status into audit-detail
            perform write-rotation-failure
            add 1 to failed-count
        else
            perform retire-old-key
            perform update-registry-entry
            if registry-updated is equal to 1
                move "ROTATE" to audit-op
                move spaces to audit-detail
                string function trim(fileName) " kcv=" old-keychk
                    "->" new-keychk
                    " type=" rotType " scope=" rotScope into audit-detail
                perform write-audit-entry
                move "ROTFAIL" to alert-event
                move fileName to alert-object
                move "file rotated to its new key" to alert-message
                perform clear-alert
                perform checkpoint-rotate-restart
                add 1 to rotated-count
                display "Rotated " function trim(fileName) " from key kcv="
                    old-keychk " to key kcv=" new-keychk
            else
                *>the file is already on the new key but the registry is
                *>not - do not checkpoint, and say exactly what to fix, or
                *>the next registry-driven decrypt would trust a stale key
                move "ROTFAIL" to audit-op
                move spaces to audit-detail
                string function trim(fileName) " re-enciphered to key kcv=" new-keychk
                    " but registry not updated - correct with keymaint" into audit-detail
                perform write-rotation-failure
                add 1 to failed-count
            end-if
        end-if
        move spaces to aud-out-part
        move spaces to aud-out-name
        unstring aud-detail delimited by " -> " into aud-in-part aud-out-part
        unstring aud-out-part delimited by " key=" or " kcv=" into aud-out-name
        if aud-out-name is equal to fileName
            move 0 to aud-pos
            inspect aud-line tallying aud-pos for characters before initial " type="
    else
        move function current-date to current-datetime
        move fileName to registry-filename
        move new-keyprot to registry-keyprot
        move new-mkgen to registry-mkgen
        move new-keychk to registry-keychk
        move spaces to registry-reserved
        move rotType to registry-type
        move rotScope to registry-scope
        move spaces to registry-regdate
    end-if
    .

*>the key just replaced goes to the key history, still in its protected
*>form, before the registry entry moves on - a history that cannot be
*>written does not stop the rotation (the file is already on the new
*>key), but the trail records that the old key was not kept
retire-old-key.
    open i-o keyhistoryfile
    if keyhistory-status is equal to "35"
        open output keyhistoryfile
        close keyhistoryfile
        open i-o keyhistoryfile
    end-if
    if keyhistory-status is not equal to "00"
        display "Warning: could not open " function trim(keyHistoryName)
            " - status " keyhistory-status " - the old key for "
            function trim(fileName) " was NOT kept"
        move "KEYHFAIL" to audit-op
        move spaces to audit-detail
        string function trim(fileName) " retired key kcv=" old-keychk
            " not kept - key history status " keyhistory-status
            into audit-detail
        perform write-audit-entry
        *>files enciphered under the old key cannot be recovered without
        *>it - the on-call operator is told tonight
        move "KEYHFAIL" to alert-event
        move 1 to alert-severity
        move fileName to alert-object
        move spaces to alert-message
        string "retired key kcv=" old-keychk " not kept - key history status "
            keyhistory-status delimited by size into alert-message
        perform raise-alert
        exit paragraph
    end-if
    move function current-date to current-datetime
    move fileName to history-filename
    move rot-reg-regdate(rot-idx) to history-effdate
    if history-effdate is equal to spaces
        move "0000-00-00" to history-effdate
    end-if
    move 0 to history-seq
    move spaces to history-enddate
    string current-datetime(1:4) "-" current-datetime(5:2) "-"
        current-datetime(7:2) into history-enddate
    move old-keyprot to history-keyprot
    move old-mkgen to history-mkgen
    move old-keychk to history-keychk
    move rot-reg-type(rot-idx) to history-type
    move rot-reg-scope(rot-idx) to history-scope
    move operatorId to history-operator
    move "ROTATE" to history-reason
    move spaces to history-reserved
    move "22" to keyhistory-status
    perform until keyhistory-status is not equal to "22"
        or history-seq is equal to 99
        write history-record
            invalid key add 1 to history-seq
        end-write
    end-perform
    close keyhistoryfile
    .

*>look at the file's first bytes through the byte routines - the same
*>probe the cipher program and the decryptability audit apply before
*>choosing a path. a file that cannot be opened is left for
*>read-input-file to report the way it always has
probe-record-mode-file.
    move 0 to input-rec-mode
    move 0 to input-fld-mode
    call "CBL_OPEN_FILE" using fileName probe-access-read probe-deny-none
        probe-dev-normal probe-byte-handle
    if return-code is equal to zero
        if probe-block is equal to "%CIPREC1%;"
            move 1 to input-rec-mode
        end-if
        if probe-block is equal to "%CIPFLD1%;"
            move 1 to input-fld-mode
        end-if
    end-if
    .

    .

*>scan the restart file for this rotation's checkpoint - same discipline
*>as batch mode, keyed on the whole "ROTATE,file,oldkey,newkey" record,
*>both keys in their protected "MKnn:protected" form
check-rotate-restart.
    move 0 to already-done
    move 0 to restart-eof
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
    end-if
    .

*>a file the run could not rotate: the audit entry, and a condition on
*>the console until a later run rotates it
write-rotation-failure.
    perform write-audit-entry
    move "ROTFAIL" to alert-event
    move 2 to alert-severity
    move fileName to alert-object
    move spaces to alert-message
    string "not rotated - " function trim(audit-detail) delimited by size
        into alert-message
    perform raise-alert
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
            move function trim(config-value) to auditLogName
        when "KEYREGISTRY"
            move function trim(config-value) to keyRegistryName
        when "MASTERKEY"
            move function trim(config-value) to masterKeyName
        when "KEYHISTORY"
            move function trim(config-value) to keyHistoryName
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
        when "RESTART"
            move function trim(config-value) to restartFileName
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

*>a long run keeps its locks fresh, so it is not taken for a crashed one
refresh-enqueue.
    move "H" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .
