*> auditscrub.cob - audit key scrub of Trithemius Cipher program
*> Oct 15, 2026 - one-time clean-up for the move to master-key protected
*>                registry keys: every entry the cipher, key maintenance
*>                and rotation runs wrote before then names its key in
*>                the clear ("key=lemon", "key=5->9", "to key 9"). this
*>                job walks the dated archives housekeeping has produced,
*>                oldest first, then the live AUDITLOG.TXT, and rewrites
*>                each in place with every such key replaced by its
*>                check value ("kcv=38") - the same value the cipher
*>                header carries, so an entry still identifies its key
*>                without revealing it. rotation checkpoints in the
*>                restart file carry clear keys too and are masked the
*>                same way. entries already masked are left alone, so
*>                the job can safely be run again
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident; a chained entry postdates masking
*>                and is never rewritten, or its chain would break
*> Oct 15, 2026 - an audit or restart file that is there but cannot be
*>                opened is raised on the monitoring console's alert feed
*>                (ALERTS.TXT)
*> Oct 15, 2026 - the audit log and restart file are taken exclusively in
*>                the run enqueue file (ENQUEUE.TXT) before they are
*>                rewritten - a file held by another run is waited for
*>                (ENQWAITSECS), then the run ends with return code 8,
*>                audited and on the alert feed; a stale lock
*>                (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set

identification division.
program-id. auditscrub.

environment division.

input-output section.
file-control.
select scrubfile assign to scrubName
    organization is line sequential
    file status is scrubfile-status.
select workfile assign to workName
    organization is line sequential
    file status is workfile-status.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd scrubfile.
01 scrub-record pic x(400).
fd workfile.
01 work-record pic x(400).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 restartFileName pic x(100) value "RESTART.TXT".
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
77 configFileName pic x(100) value "CIPHER.CFG".
77 workName pic x(100) value "AUDSCRUB.TMP".
01 scrubfile-status pic xx value spaces.
01 workfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
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
    05 alert-program pic x(8) value "AUDSCRUB".
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
    05 enq-program pic x(8) value "AUDSCRUB".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 scrubName pic x(120) value spaces.
01 scrub-eof pic 9 value 0.
01 work-eof pic 9 value 0.
*>every day of the archive lookback is probed for the dated archive
*>housekeeping writes, e.g. AUDITLOG.TXT.A20260822, the way the
*>chain-of-custody inquiry finds them
77 lookback-days pic 9(4) value 1100.
01 current-datetime pic x(21).
01 today-x pic x(8) value spaces.
01 today-int pic 9(8) value 0.
01 scan-start pic 9(8) value 0.
01 scan-day pic 9(7) value 0.
01 scan-int pic 9(8) value 0.
01 scan-x pic x(8) value spaces.
*>one line being scrubbed: copied across a character at a time, with
*>each clear key token replaced by its check value on the way
01 scrub-line pic x(400) value spaces.
01 scrub-out pic x(400) value spaces.
01 line-len pic 9(3) value 0.
01 in-pos pic 9(3) value 0.
01 out-pos pic 9(3) value 0.
01 tok-len pic 9(3) value 0.
01 key-token pic x(40) value spaces.
01 key-part-a pic x(20) value spaces.
01 key-part-b pic x(20) value spaces.
01 masked-token pic x(20) value spaces.
01 masked-part pic x(2) value spaces.
01 line-masked pic 9(3) value 0.
*>restart checkpoints: "date|ROTATION|ROTATE,file,oldkey,newkey"
01 rst-date pic x(10) value spaces.
01 rst-ctl pic x(100) value spaces.
01 rst-rec pic x(400) value spaces.
01 rst-tag pic x(20) value spaces.
01 rst-file pic x(120) value spaces.
01 rst-old pic x(40) value spaces.
01 rst-new pic x(40) value spaces.
01 rst-masked-old pic x(20) value spaces.
*>the key protection module hands back a key's check value without
*>needing the master key
01 keyprot-request pic x value "C".
01 keyprot-status pic xx value spaces.
01 kp-owner pic x(100) value spaces.
01 kp-key pic x(16) value spaces.
01 kp-mkgen pic 9(2) value 0.
01 kp-protected pic x(32) value spaces.
01 kp-check pic 9(2) value 0.
01 file-lines pic 9(7) value 0.
01 file-changed pic 9(7) value 0.
01 total-files pic 9(5) value 0.
01 total-changed pic 9(7) value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 operatorId pic x(8) value "AUDSCRUB".

procedure division.

    perform load-configuration

    move function current-date to current-datetime
    move current-datetime(1:8) to today-x
    compute today-int = function numval(today-x)

    *>the audit log (and with it its archives) and the restart file are
    *>rewritten in place, so both are taken for this run alone first - a
    *>file still held after the wait ends the run with return code 8
    move "X" to enq-mode
    move auditLogName to enq-resource
    perform enqueue-or-stop
    move restartFileName to enq-resource
    perform enqueue-or-stop

    *>the archives first, oldest to newest, then the live log
    compute scan-start =
        function date-of-integer(function integer-of-date(today-int) - lookback-days)
    compute scan-day = function integer-of-date(scan-start)
    perform until function date-of-integer(scan-day) is greater than today-int
        compute scan-int = function date-of-integer(scan-day)
        move scan-int to scan-x
        move spaces to scrubName
        string function trim(auditLogName) ".A" scan-x into scrubName
        perform scrub-one-audit-file
        add 1 to scan-day
    end-perform

    move auditLogName to scrubName
    perform scrub-one-audit-file

    move restartFileName to scrubName
    perform scrub-restart-file

    perform dequeue-all

    display "Audit key scrub complete - " total-files " file(s) read, "
        total-changed " entr(ies) masked"

stop run.

*>pick up the shared configuration so the scrub works on the same files
*>the cipher runs write
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
        when "RESTART"
            move function trim(config-value) to restartFileName
        when "MASTERKEY"
            move function trim(config-value) to masterKeyName
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

*>one audit file: every line is copied to the work file with its clear
*>keys masked, and only a file where something was masked is written
*>back - an archive with nothing to hide is not touched at all
scrub-one-audit-file.
    move 0 to file-lines
    move 0 to file-changed
    move 0 to scrub-eof
    open input scrubfile
    perform note-scrub-file
    if scrubfile-status is not equal to "00"
        exit paragraph
    end-if
    add 1 to total-files
    open output workfile
    perform until scrub-eof is equal to 1
        read scrubfile into scrub-line
            at end move 1 to scrub-eof
        end-read
        if scrub-eof is not equal to 1
            add 1 to file-lines
            perform scrub-audit-line
            if line-masked is greater than zero
                add 1 to file-changed
            end-if
            move scrub-out to work-record
            write work-record
        end-if
    end-perform
    close scrubfile
    close workfile
    perform finish-one-file
    .

*>a file that is there but cannot be read keeps its clear keys - the
*>console hears about it until a run gets through; one not there (no
*>archive that day) is nothing to report
note-scrub-file.
    move "SCRBSKIP" to alert-event
    move scrubName to alert-object
    if scrubfile-status is equal to "00"
        move "file read again" to alert-message
        perform clear-alert
    else
        if scrubfile-status is not equal to "35"
            move 2 to alert-severity
            move spaces to alert-message
            string "file could not be opened for the key scrub - status "
                scrubfile-status delimited by size into alert-message
            perform raise-alert
        end-if
    end-if
    .

*>walk the line, copying it across; " key=" followed by a key (or a
*>rotation's "old->new" pair) becomes " kcv=" and the check value(s),
*>and the rotation failure's "to key N" becomes "to key kcv=NN"
scrub-audit-line.
    move 0 to line-masked
    move spaces to scrub-out
    if scrub-line(241:1) is equal to "#"
        move scrub-line to scrub-out
        exit paragraph
    end-if
    compute line-len = function length(function trim(scrub-line, trailing))
    if scrub-line is equal to spaces
        move 0 to line-len
    end-if
    move 1 to in-pos
    move 1 to out-pos
    perform until in-pos is greater than line-len
        if in-pos + 4 is not greater than line-len
            and scrub-line(in-pos:5) is equal to " key="
            add 5 to in-pos
            perform take-key-token
            perform mask-key-token
            string " kcv=" function trim(masked-token)
                delimited by size into scrub-out with pointer out-pos
            add 1 to line-masked
        else
        if in-pos + 7 is not greater than line-len
            and scrub-line(in-pos:8) is equal to " to key "
            and scrub-line(in-pos + 8:4) is not equal to "kcv="
            add 8 to in-pos
            perform take-key-token
            perform mask-key-token
            string " to key kcv=" function trim(masked-token)
                delimited by size into scrub-out with pointer out-pos
            add 1 to line-masked
        else
            move scrub-line(in-pos:1) to scrub-out(out-pos:1)
            add 1 to in-pos
            add 1 to out-pos
        end-if
        end-if
    end-perform
    .

*>the key token runs from in-pos to the next space (or the line end)
take-key-token.
    move 0 to tok-len
    move spaces to key-token
    perform until in-pos + tok-len is greater than line-len
        or scrub-line(in-pos + tok-len:1) is equal to space
        add 1 to tok-len
    end-perform
    if tok-len is greater than zero
        if tok-len is greater than 40
            move scrub-line(in-pos:40) to key-token
        else
            move scrub-line(in-pos:tok-len) to key-token
        end-if
    end-if
    add tok-len to in-pos
    .

*>one key, or a rotation's "old->new" pair, as check values - a token
*>that is not a usable key shows as "--" rather than surviving in the
*>clear
mask-key-token.
    move spaces to key-part-a
    move spaces to key-part-b
    move spaces to masked-token
    unstring key-token delimited by "->" into key-part-a key-part-b
    move key-part-a to kp-key
    perform compute-one-check
    if key-part-b is equal to spaces
        move masked-part to masked-token
    else
        move masked-part to rst-masked-old
        move key-part-b to kp-key
        perform compute-one-check
        string rst-masked-old(1:2) "->" masked-part
            delimited by size into masked-token
    end-if
    .

compute-one-check.
    move "C" to keyprot-request
    move spaces to kp-owner
    call "keyprot" using keyprot-request,masterKeyName,kp-owner,kp-key,kp-mkgen,kp-protected,kp-check,keyprot-status
    if keyprot-status is equal to "00"
        move kp-check to masked-part
    else
        move "--" to masked-part
    end-if
    move spaces to kp-key
    .

*>rotation checkpoints name the file's old and new keys in the clear -
*>they are rewritten with check values. such a checkpoint can no longer
*>match a rotation record (those now carry protected keys), which is
*>harmless: a file already on its new key is skipped by the rotation
*>run as being on that key
scrub-restart-file.
    move 0 to file-lines
    move 0 to file-changed
    move 0 to scrub-eof
    open input scrubfile
    perform note-scrub-file
    if scrubfile-status is not equal to "00"
        exit paragraph
    end-if
    add 1 to total-files
    open output workfile
    perform until scrub-eof is equal to 1
        read scrubfile into scrub-line
            at end move 1 to scrub-eof
        end-read
        if scrub-eof is not equal to 1
            add 1 to file-lines
            move scrub-line to scrub-out
            if scrub-line(11:10) is equal to "|ROTATION|"
                perform scrub-rotation-checkpoint
            end-if
            move scrub-out to work-record
            write work-record
        end-if
    end-perform
    close scrubfile
    close workfile
    perform finish-one-file
    .

scrub-rotation-checkpoint.
    move spaces to rst-date
    move spaces to rst-ctl
    move spaces to rst-rec
    unstring scrub-line delimited by "|" into rst-date rst-ctl rst-rec
    move spaces to rst-tag
    move spaces to rst-file
    move spaces to rst-old
    move spaces to rst-new
    unstring rst-rec delimited by "," into rst-tag rst-file rst-old rst-new
    if rst-tag is equal to "ROTATE"
        and rst-old(1:2) is not equal to "MK"
        and rst-old(1:4) is not equal to "kcv="
        move rst-old to kp-key
        perform compute-one-check
        move masked-part to rst-masked-old
        move rst-new to kp-key
        perform compute-one-check
        move spaces to scrub-out
        string rst-date "|ROTATION|ROTATE," function trim(rst-file)
            ",kcv=" rst-masked-old(1:2) ",kcv=" masked-part
            delimited by size into scrub-out
        add 1 to file-changed
    end-if
    .

*>a file with masked entries is copied back over itself and the scrub
*>is audited; the audit entry goes in after the live log has been
*>rewritten, so it is never itself scrubbed away
finish-one-file.
    if file-changed is greater than zero
        perform copy-work-back
        add file-changed to total-changed
        display "  " function trim(scrubName) ": " file-changed
            " of " file-lines " entr(ies) masked"
        move "AUDSCRUB" to audit-op
        move spaces to audit-detail
        string function trim(scrubName) ": " file-changed " of "
            file-lines " entries had clear keys replaced by check values"
            into audit-detail
        perform write-audit-entry
    end-if
    .

*>replace the file's contents with the work file's
copy-work-back.
    move 0 to work-eof
    open input workfile
    open output scrubfile
    perform until work-eof is equal to 1
        read workfile into work-record
            at end move 1 to work-eof
        end-read
        if work-eof is not equal to 1
            move work-record to scrub-record
            write scrub-record
        end-if
    end-perform
    close workfile
    close scrubfile
    .

*>append one entry to the shared audit log in the layout every program
*>writes: timestamp, operator, operation, detail
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
