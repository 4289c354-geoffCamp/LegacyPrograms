    access mode is dynamic
    record key is registry-filename
    file status is keyregistry-status.
select keyhistoryfile assign to keyHistoryName
    organization is indexed
    access mode is dynamic
    record key is history-id
    file status is keyhistory-status.
select beforeafterfile assign to beforeAfterName
    organization is line sequential
    file status is beforeafterfile-status.
select manifestfile assign to manifestFileName
    organization is line sequential
    file status is manifestfile-status.
select partnerfile assign to partnerFileName
    organization is line sequential
    file status is partnerfile-status.
select distlistfile assign to distListName
    organization is line sequential
    file status is distlistfile-status.
select plainregfile assign to plainRegName
    organization is line sequential
    file status is plainregfile-status.
select stepcountfile assign to stepCountName
    organization is line sequential
    file status is stepcountfile-status.

data division.
file section.
*>not just the key but the cipher type and scope it was enciphered
*>with, when and by whom it was registered, and whether the entry is
*>still active (A) or retired (R) - so a decrypt run needs nothing but
*>the filename and can never be handed the wrong type or scope. the key
*>itself is never on file in the clear: it is held protected under the
*>site master key (the generation it was protected under alongside),
*>with its header keycheck to prove it on the way back out. a column-
*>mode ciphertext also carries the layout its columns were chosen by
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
*>every key a registered file has been taken off - by a rotation, or by
*>the same output name being enciphered again under a different key -
*>with the profile it was used under and the dates it was in force, so
*>an old generation or a restored copy can still be deciphered. keyed
*>by filename and the date the key came into force (a sequence number
*>separates keys retired the same day); the key is protected under the
*>master key exactly as in the registry
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
fd beforeafterfile.
01 beforeafter-record pic x(2020).
fd restartfile.
01 configfile-record pic x(200).
fd manifestfile.
01 manifest-record pic x(260).
fd distlistfile.
01 distlist-record pic x(200).
fd stepcountfile.
01 stepcount-record pic x(120).
fd plainregfile.
01 plainreg-record pic x(500).
fd partnerfile.
01 partner-record pic x(200).

working-storage section.
77 fileName pic x(100) value spaces.
*>being opened and closed around every entry - a several-hundred-file
*>batch writes hundreds of entries and the open/close cost dominated
01 audit-log-open pic 9 value 0.
*>entries are written through the audit trail writer, which chains each
*>one to the entry before it
01 auditlog-request pic x value space.
01 auditlog-status pic xx value spaces.
01 audit-op pic x(8) value spaces.
01 audit-timestamp pic x(19).
01 current-datetime pic x(21).
77 qc-min-letters pic 9(4) value 40.
77 keyRegistryName pic x(100) value "KEYREGISTRY.DAT".
01 keyregistry-status pic xx value spaces.
*>registry keys go in and out through the key protection module under
*>the site master key; the audit trail names a key only by its check
*>value - the same keycheck the ciphertext header carries
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
01 keyprot-request pic x value space.
01 keyprot-status pic xx value spaces.
01 key-check-value pic 9(2) value 0.
01 kcv-mkgen pic 9(2) value 0.
01 kcv-protected pic x(32) value spaces.
*>the key history: the registry entry about to be replaced is held
*>here while the new key is registered, and the historical keys for a
*>file are loaded, newest last, when its current key will not open it
77 keyHistoryName pic x(100) value "KEYHISTORY.DAT".
01 keyhistory-status pic xx value spaces.
01 prior-found pic 9 value 0.
01 prior-keyprot pic x(32) value spaces.
01 prior-mkgen pic 9(2) value 0.
01 prior-keychk pic 9(2) value 0.
01 prior-type pic x value space.
01 prior-scope pic x value space.
01 prior-regdate pic x(10) value spaces.
01 prior-key pic x(16) value spaces.
01 hist-table.
    05 hist-entry occurs 50 times.
        10 hist-effdate pic x(10).
        10 hist-enddate pic x(10).
        10 hist-keyprot pic x(32).
        10 hist-mkgen pic 9(2).
        10 hist-keychk pic 9(2).
        10 hist-type pic x.
        10 hist-scope pic x.
01 hist-count pic 9(2) value 0.
01 hist-idx pic 9(2) value 0.
01 hist-eof pic 9 value 0.
01 hist-used pic 9 value 0.
01 hist-note pic x(40) value spaces.
01 hist-saved-key pic x(16) value spaces.
01 hist-saved-type pic x value space.
01 hist-saved-scope pic x value space.
01 hist-record-mode pic 9 value 0.
01 hist-saved-op pic x(8) value spaces.
01 audit-ptr pic 9(3) value 0.
*>an entry's detail has to end by column 240 - the chain stamp owns
*>the rest - so the tags are measured before the file names are laid
*>down, and the names give way when both will not fit
01 audit-in-name pic x(100) value spaces.
01 audit-out-name pic x(100) value spaces.
01 audit-in-len pic 9(3) value 0.
01 audit-out-len pic 9(3) value 0.
01 audit-fixed-len pic 9(3) value 0.
01 audit-tag pic x(60) value spaces.
01 audit-tag-len pic 9(3) value 0.
01 audit-tag-room pic s9(4) value 0.
01 audit-tail pic x(240) value spaces.
01 audit-tail-len pic 9(3) value 0.
01 audit-spill pic x(240) value spaces.
01 audit-spill-len pic 9(3) value 0.
01 audit-over pic s9(4) value 0.
*>set when the registry lookup found a full decrypt profile - the
*>cipher type and scope then come from the registry, never from the
*>control record or an operator's memory
01 prb-type-fld pic x(20) value spaces.
01 prb-reclen-fld pic x(20) value spaces.
01 prb-fld-name pic x(20) value spaces.
01 prb-scope-fld pic x(20) value spaces.
01 prb-key-fld pic x(20) value spaces.
01 prb-layout-fld pic x(60) value spaces.
01 prb-fld-value pic x(120) value spaces.
01 continueFlag pic x value space.
77 beforeAfterName pic x(100) value "BEFOREAFTER.TXT".
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "CIPHER".
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
    05 enq-program pic x(8) value "CIPHER".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 enq-refresh-request pic x value "H".
01 enq-refresh-status pic xx value spaces.
01 enq-refreshed-at pic x(12) value spaces.
01 default-cipherType pic x value "T".
01 default-cipherScope pic x value "S".
01 default-freqReport pic x value "N".
01 jobs-skipped pic 9(4) value 0.
01 jobs-failed pic 9(4) value 0.
01 exceptions-written pic 9(4) value 0.
*>the batch's record count for the schedule's run history - "records|
*>text", rewritten at the end of every batch
77 stepCountName pic x(100) value "STEPCOUNT.TXT".
01 stepcountfile-status pic xx value spaces.
01 batch-records pic 9(5) value 0.
*>the plaintext exposure register: every successful decrypt leaves a
*>clear file on disk, and the register records it - the file really
*>written, the name asked for (generations sit beside that), the
*>ciphertext it came from, both signatures, and how long it may stay
*>before the purge job deletes it. the hold is shorter for a file the
*>registry flags sensitive. the size and byte checksum taken here let
*>the purge job tell a file changed outside it from the one written
77 plainRegName pic x(100) value "PLAINREG.TXT".
01 plainregfile-status pic xx value spaces.
01 plain-hold-hours pic 9(4) value 24.
01 plain-hold-sens-hours pic 9(4) value 4.
01 plain-hold-used pic 9(4) value 0.
01 plain-written pic x(19) value spaces.
01 plain-hold-until pic x(19) value spaces.
01 plain-approver pic x(8) value spaces.
01 plain-sens pic x value space.
01 plain-minutes pic 9(11) value 0.
01 plain-days pic 9(7) value 0.
01 plain-min-of-day pic 9(4) value 0.
01 plain-ymd pic 9(8) value 0.
01 plain-hh pic 99 value 0.
01 plain-mm pic 99 value 0.
01 plain-handle pic x(4).
01 plain-offset pic x(8) comp-x value 0.
01 plain-count pic x(4) comp-x value 0.
01 plain-flags pic x comp-x value 0.
01 plain-buffer pic x(2000) value spaces.
01 plain-size pic 9(15) value 0.
01 plain-done pic 9(15) value 0.
01 plain-this pic 9(15) value 0.
01 plain-pos pic 9(4) value 0.
01 plain-sum pic 9(18) value 0.
01 plain-checksum pic 9(9) value 0.
*>trading partners - a control record's key field may name a partner
*>from the master file instead of a key ("@ID", or "@ID/key" for a
*>partner whose key policy is S, supplied per record). the partner's
*>defaults fill the cipher type, scope and sensitive flag the record
*>leaves blank, a policy-F partner's own key comes off the master file
*>through the key protection module, and an encrypt's output name takes
*>the partner's outbound prefix. the file is loaded once per batch
77 partnerFileName pic x(100) value "PARTNERS.TXT".
01 partnerfile-status pic xx value spaces.
01 ptn-table.
    05 ptn-entry occurs 200 times.
        10 p-id pic x(8).
        10 p-type pic x.
        10 p-scope pic x.
        10 p-policy pic x.
        10 p-sens pic x.
        10 p-prefix pic x(20).
        10 p-status pic x.
        10 p-mkgen pic 9(2).
        10 p-keyprot pic x(32).
        10 p-keychk pic 9(2).
01 ptn-count pic 9(3) value 0.
01 ptn-idx pic 9(3) value 0.
01 ptn-hit pic 9(3) value 0.
01 ptn-loaded pic 9 value 0.
01 ptn-file-held pic 9 value 0.
01 partner-eof pic 9 value 0.
01 ptn-id-in pic x(8) value spaces.
01 ptn-name-in pic x(40) value spaces.
01 ptn-type-in pic x(4) value spaces.
01 ptn-scope-in pic x(4) value spaces.
01 ptn-policy-in pic x(4) value spaces.
01 ptn-sens-in pic x(4) value spaces.
01 ptn-prefix-in pic x(20) value spaces.
01 ptn-ack-in pic x(4) value spaces.
01 ptn-status-in pic x(4) value spaces.
01 ptn-mkgen-in pic x(4) value spaces.
01 ptn-keyprot-in pic x(32) value spaces.
01 ptn-kcv-in pic x(4) value spaces.
01 ctl-key-field pic x(40) value spaces.
01 ctl-partner-key pic x(20) value spaces.
01 partnerId pic x(8) value spaces.
01 partner-error pic x(60) value spaces.
01 partner-owner pic x(100) value spaces.
01 prefix-len pic 9(2) value 0.
01 prefixed-name pic x(100) value spaces.
*>distribution lists - one plaintext enciphered for several recipients,
*>each under its own key. DISTLISTS.TXT holds one member per line,
*>"list|recipient|outfile|key", the key field taking the same forms as
*>a control record's (a key, "@ID" or "@ID/key"); blank lines and lines
*>starting "*" are comments. a control record whose output field is
*>"#LIST" writes one ciphertext per member from a single read of the
*>input, and "#LIST/RECIPIENT" runs that one member alone. each member
*>is checkpointed, and requeued on failure, as its own "#LIST/RECIPIENT"
*>record, so a resubmission finishes only the recipients still missing
77 distListName pic x(100) value "DISTLISTS.TXT".
01 distlistfile-status pic xx value spaces.
01 dl-table.
    05 dl-entry occurs 500 times.
        10 dl-list pic x(20).
        10 dl-recip pic x(20).
        10 dl-out pic x(100).
        10 dl-key pic x(40).
01 dl-count pic 9(3) value 0.
01 dl-idx pic 9(3) value 0.
01 dl-loaded pic 9 value 0.
01 distlist-eof pic 9 value 0.
01 dl-list-in pic x(20) value spaces.
01 dl-recip-in pic x(20) value spaces.
01 dl-out-in pic x(100) value spaces.
01 dl-key-in pic x(40) value spaces.
01 dist-active pic 9 value 0.
01 dist-name pic x(20) value spaces.
01 dist-only pic x(20) value spaces.
01 dist-recip pic x(20) value spaces.
01 dist-members pic 9(3) value 0.
01 dist-problem pic x(60) value spaces.
01 dist-list-record pic x(400) value spaces.
01 dist-in-field pic x(100) value spaces.
01 dist-out-field pic x(100) value spaces.
01 dist-ptr pic 9(3) value 0.
01 dist-base-freq pic x value space.
01 dist-base-type pic x value space.
01 dist-base-scope pic x value space.
01 dist-base-sens pic x value space.
01 dist-errors-before pic 9(4) value 0.
*>the input as read for the first recipient - every later member is
*>enciphered from this copy rather than from another read of the file
01 dist-input-loaded pic 9 value 0.
01 dist-lines.
    05 dist-line pic x(2000) occurs 202 times.
01 dist-line-count pic 9(4) value 0.
01 dist-line-lens.
    05 dist-line-len pic 9(4) occurs 202 times.
*>column mode - a layout definition file (see fldlayout.cob) names the
*>columns of a delimited or fixed-layout extract to protect, and only
*>those are enciphered, by encfield/decfield. the control record names
*>the layout for an encrypt; a decrypt takes it from the registry, or
*>failing that from the ciphertext's own header, and the modules
*>refuse a layout that does not match the one the file was ciphered by
01 layoutText pic x(30) value spaces.
*>a control record built from the business units' request queue names
*>the request and the person who asked for it in an 11th field
*>("R0000012/JSMITH"), carried into the job's audit entry so every
*>cipher run can be traced back to who wanted it
01 requestText pic x(30) value spaces.
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
01 layout-problem pic x(60) value spaces.
01 input-fld-mode pic 9 value 0.

procedure division.

    end-if

    perform close-audit-log
    perform dequeue-all

stop run.

            move function trim(config-value) to restartFileName
        when "KEYREGISTRY"
            move function trim(config-value) to keyRegistryName
        when "MASTERKEY"
            move function trim(config-value) to masterKeyName
        when "KEYHISTORY"
            move function trim(config-value) to keyHistoryName
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
        when "EXCEPTIONS"
            end-if
        when "MANIFEST"
            move function trim(config-value) to manifestFileName
        when "PARTNERS"
            move function trim(config-value) to partnerFileName
        when "DISTLISTS"
            move function trim(config-value) to distListName
        when "STEPCOUNTS"
            move function trim(config-value) to stepCountName
        when "PLAINREGISTER"
            move function trim(config-value) to plainRegName
        when "PLAINHOLDHOURS"
            if config-value(1:1) is numeric
                compute plain-hold-hours = function numval(function trim(config-value))
            else
                display "Configuration PLAINHOLDHOURS must be a number of hours - ignored: "
                    function trim(config-line)
            end-if
        when "PLAINHOLDSENSITIVE"
            if config-value(1:1) is numeric
                compute plain-hold-sens-hours = function numval(function trim(config-value))
            else
                display "Configuration PLAINHOLDSENSITIVE must be a number of hours - ignored: "
                    function trim(config-line)
            end-if
        when "PLAINREPORT"
        when "PLAINKEEPDAYS"
            *>the report and register retention belong to the plaintext
            *>purge job
            continue
        when "SECMONREPORT"
        when "SECDAYS"
        when "SECBASEDAYS"
        when "SECHOURPCT"
        when "SECVOLFACTOR"
        when "SECMINBASE"
        when "SECPAIRLIMIT"
        when "SECETRIES"
            *>the security monitoring report's period and thresholds
            continue
        when "RECERTATT"
        when "RECERTREPORT"
        when "RECDORMANTDAYS"
        when "RECDEADLINEDAYS"
            *>the access recertification files and periods
            continue
        when "REQQUEUE"
        when "REQCONTROL"
        when "REQREPORT"
            *>the business units' request queue and what it builds
            continue
        when "RETAINAUDIT"
        when "RETAINFREQ"
        when "RETAINBEFORE"
        when "RETAINRESTART"
        when "RETAINALERT"
            *>retention settings belong to the housekeeping job - shared
            *>configuration file, so they are recognized and left alone
            continue
            continue
        when "SCHEDULE"
        when "RUNSHEET"
        when "HOLIDAYS"
        when "HOLIDAYWARNMONTH"
        when "RUNHISTORY"
            *>and these to the schedule driver and its holiday calendar
            continue
        when "RUNTREND"
        when "TRENDPCT"
        when "TRENDDAYS"
            *>the trend report settings belong to the run-history report
            continue
        when "UNIT"
        when "CHARGEEXTRACT"
        when "KEYVERIFYREPORT"
            *>the report file belongs to the decryptability audit
            continue
        when "AUDITVERIFY"
            *>the report file belongs to the audit trail verification
            continue
        when "SELFTESTDECK"
        when "SELFTESTREPORT"
            *>the test deck and report belong to the cipher self-test
            continue
        when "ACKFILE"
        when "OUTSTANDING"
        when "ACKRECON"
            move config-value(1:8) to batchOperator
        when "OPERATORPASS"
            move function trim(config-value) to batchPassword
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
            display "Unknown configuration entry ignored: " function trim(config-line)
    end-evaluate
        move 0 to recLen
        move 0 to recLen-bad
        move 0 to input-rec-mode
        move 0 to input-fld-mode
        move spaces to layoutText
        if operation is equal to 2
            perform probe-input-record-mode
        end-if
        if operation is not equal to 3 and input-rec-mode is equal to 0
            and input-fld-mode is equal to 0
            display "Fixed record length for record mode (0 for ordinary text):"
            accept recLen
            if recLen is greater than 2000
                move 0 to recLen
            end-if
        end-if
        *>column mode protects only the columns a layout file names; a
        *>decrypt finds its layout in the registry or the file's header
        if operation is equal to 1 and recLen is equal to zero
            display "Column layout file for column mode (blank to cipher the whole file):"
            accept layoutText
        end-if
        *>a decrypt consults the registry first - when the full profile
        *>is on record, the operator is not asked for the cipher type,
        *>scope or key at all: the file's own parameters are used
            end-if
        end-if

        *>the shared files are taken for the one file being worked, and
        *>let go - the audit log with them - before the operator is asked
        *>about the next, so a session left open blocks nobody
        if sensitive-blocked is equal to 0
            perform enqueue-shared-files
            if enqueue-status is not equal to "00"
                move 1 to sensitive-blocked
                display "Skipping " function trim(fileName)
                    " - a file it needs is held by another run"
            end-if
        end-if

        if sensitive-blocked is equal to 0
            perform check-field-layout
            if layout-problem is not equal to spaces
                move 1 to sensitive-blocked
                display "Skipping " function trim(fileName) " - "
                    function trim(layout-problem)
            end-if
        end-if

        if sensitive-blocked is equal to 0
            if recLen is greater than zero
                perform record-mode-cipher
                perform cipher-text
            end-if
        end-if
        perform close-audit-log
        perform dequeue-all

        move space to continueFlag
        perform until continueFlag is equal to "Y" or continueFlag is equal to "N"

*>drive a whole list of files from a control file, one job per record
*>each control record is:
*>  infile,outfile,operation,key,freqreport(Y/N),ciphertype(T/C),cipherscope(S/F),sensitive(Y/N),reclen,layout
*>the frequency-report, cipher-type, cipher-scope and sensitive fields
*>are optional - a control record without them defaults to N (no
*>report), T (Trithemius), S (letters and digits only) and N (not
*>sensitive); the sensitive flag applies to encrypt records and puts
*>the output under two-person decrypt control. a nonzero reclen field
*>selects record mode for fixed-length binary datasets (operations 1
*>and 2 only - on decrypt the ciphertext header's own length governs);
*>a layout names a column layout definition and selects column mode
*>(operations 1 and 2 only - a decrypt finds its layout in the registry
*>or the ciphertext header, so it need not be given there);
*>an outfile of "#LIST" names a distribution list instead of a single
*>output (encrypt only, key field left empty - each member carries its
*>own key), and "#LIST/RECIPIENT" just the one member of it
*>each control record is checkpointed to the restart file as soon as its
*>job finishes, so a resubmission of the same control file skips whatever
*>already completed and picks up where the previous run left off.
        display "Refusing to start - " validation-errors " problem(s) in "
            function trim(controlFileName) " - fix the control file and resubmit, nothing was ciphered"
        move 8 to return-code
        move "CTLREJ" to alert-event
        move 1 to alert-severity
        move controlFileName to alert-object
        move spaces to alert-message
        string "control file refused - " validation-errors " problem(s), nothing was ciphered"
            delimited by size into alert-message
        perform raise-alert
    else
        move "CTLREJ" to alert-event
        move controlFileName to alert-object
        move "control file passed validation" to alert-message
        perform clear-alert
        perform enqueue-batch-files
        if enqueue-status is equal to "00"
            perform run-control-file
        else
            display "Batch not started - nothing was ciphered"
            move 8 to return-code
        end-if
    end-if
    .

                add 1 to val-recno
                move 0 to operation
                move spaces to keyText
                move spaces to ctl-key-field
                move default-freqReport to wantFreqReport
                move space to cipherType
                move space to cipherScope
                move space to sensitiveFlag
                move spaces to recLenText
                move spaces to layoutText
                move spaces to requestText
                unstring control-record delimited by ","
                    into fileName outFileName operation ctl-key-field wantFreqReport cipherType cipherScope sensitiveFlag recLenText
                        layoutText requestText
                if outFileName(1:1) is equal to "#"
                    perform validate-distribution-list
                else
                    perform resolve-control-partner
                    perform apply-control-defaults
                    perform edit-record-length
                    perform validate-one-record
                end-if
            end-if
        end-perform
        close controlfile
        end-if
    end-if

    *>a named trading partner must be on file, active and keyed
    if partner-error is not equal to spaces
        add 1 to validation-errors
        display "Record " val-recno ": " function trim(partner-error)
    end-if

    *>the output name must be present
    if outFileName is equal to spaces
        add 1 to validation-errors
    else
        *>a decrypt record takes its profile from the registry before
        *>its key is judged, the same way the run itself will - read
        *>only on this authorized branch, since the lookup recovers the
        *>registered key and a level-E operator must never see it
        if operation is equal to 2
            perform lookup-registry-key-read
        end-if
        perform edit-key-text
        *>(a partner that did not resolve is already reported above)
        if key-valid is equal to 0 and partner-error is equal to spaces
            if operation is equal to 2
                and val-count is not equal to zero and val-table-full is equal to 0
                *>the registry entry may not exist yet because an earlier
            end-if
        end-if
    end-if

    *>column mode: the layout must load and suit the job
    perform check-field-layout
    if layout-problem is not equal to spaces
        add 1 to validation-errors
        display "Record " val-recno ": " function trim(layout-problem)
    end-if
    .

*>load the job's column layout, if it has one, and judge whether the
*>job can run under it - layout-problem names what is wrong, spaces
*>when the job is fine (or is not a column-mode job at all)
check-field-layout.
    move spaces to layout-problem
    move 0 to layout-count
    if layoutText is equal to spaces
        if operation is equal to 2 and input-fld-mode is equal to 1
            move "column-mode ciphertext but no layout is known for it"
                to layout-problem
        end-if
        exit paragraph
    end-if
    if recLen is greater than zero
        move "a record length and a column layout cannot both be given"
            to layout-problem
        exit paragraph
    end-if
    if operation is equal to 3
        move "verify has no column-mode path" to layout-problem
        exit paragraph
    end-if
    if operation is equal to 2 and probe-open-ok is equal to 1
        and input-fld-mode is equal to 0
        string "layout given but " function trim(fileName)
            " is not a column-mode ciphertext" delimited by size
            into layout-problem
        exit paragraph
    end-if
    move layoutText to layout-name
    call "fldlayout" using field-layout,layout-status
    if layout-status is not equal to "00"
        move 0 to layout-count
        string "column layout " function trim(layoutText)
            " cannot be used - status " layout-status delimited by size
            into layout-problem
        exit paragraph
    end-if
    if layout-mode is equal to "D" and cipherScope is equal to "F"
        move "a delimited column layout needs the standard scope (S)"
            to layout-problem
    end-if
    .

*>a key field starting "@" names a trading partner: look it up and let
*>its master-file settings stand in for what the record leaves out. a
*>partner that is unknown, inactive, or whose key cannot be had leaves
*>partner-error set for the validation report and the run to refuse
*>the record; any other key field is the key itself, as always
resolve-control-partner.
    move spaces to partnerId
    move spaces to partner-error
    if ctl-key-field(1:1) is not equal to "@"
        move ctl-key-field to keyText
        exit paragraph
    end-if

    if ptn-loaded is equal to 0
        perform load-partner-file
    end-if
    move spaces to ctl-partner-key
    unstring ctl-key-field(2:39) delimited by "/" into partnerId ctl-partner-key
    move function upper-case(partnerId) to partnerId
    if ptn-file-held is equal to 1
        string "trading partner file " function trim(partnerFileName)
            " is held by another run" delimited by size into partner-error
        exit paragraph
    end-if
    move 0 to ptn-hit
    perform varying ptn-idx from 1 by 1 until ptn-idx is greater than ptn-count
        if p-id(ptn-idx) is equal to partnerId
            move ptn-idx to ptn-hit
            exit perform
        end-if
    end-perform

    if partnerId is equal to spaces or ptn-hit is equal to 0
        string "unknown trading partner " function trim(partnerId)
            delimited by size into partner-error
        exit paragraph
    end-if
    if p-status(ptn-hit) is not equal to "A"
        string "trading partner " function trim(partnerId) " is inactive"
            delimited by size into partner-error
        exit paragraph
    end-if

    if cipherType is equal to space
        move p-type(ptn-hit) to cipherType
    end-if
    if cipherScope is equal to space
        move p-scope(ptn-hit) to cipherScope
    end-if
    if sensitiveFlag is equal to space
        move p-sens(ptn-hit) to sensitiveFlag
    end-if

    *>policy F - the partner's own key, recovered from its master-key
    *>protection; policy S - the key follows the partner on the record
    if p-policy(ptn-hit) is equal to "F"
        if ctl-partner-key is not equal to spaces
            string "partner " function trim(partnerId)
                " has its key on file - leave the key off the record"
                delimited by size into partner-error
        else
            if p-keyprot(ptn-hit) is equal to spaces
                string "no key on file for partner " function trim(partnerId)
                    delimited by size into partner-error
            else
                move spaces to partner-owner
                string "PARTNER:" function trim(partnerId) delimited by size
                    into partner-owner
                move "U" to keyprot-request
                call "keyprot" using keyprot-request,masterKeyName,partner-owner,keyText,p-mkgen(ptn-hit),p-keyprot(ptn-hit),p-keychk(ptn-hit),keyprot-status
                if keyprot-status is not equal to "00"
                    move spaces to keyText
                    string "key for partner " function trim(partnerId)
                        " could not be recovered - status " keyprot-status
                        delimited by size into partner-error
                end-if
            end-if
        end-if
    else
        if ctl-partner-key is equal to spaces
            string "partner " function trim(partnerId)
                " needs its key on the record (@ID/key)"
                delimited by size into partner-error
        else
            move ctl-partner-key to keyText
        end-if
    end-if

    *>outbound names carry the partner's prefix - added once, so a
    *>record that already spells it out is left as it is
    if operation is equal to 1 and p-prefix(ptn-hit) is not equal to spaces
        and outFileName is not equal to spaces
        compute prefix-len = function length(function trim(p-prefix(ptn-hit)))
        if outFileName(1:prefix-len) is not equal to p-prefix(ptn-hit)(1:prefix-len)
            move spaces to prefixed-name
            string p-prefix(ptn-hit)(1:prefix-len) function trim(outFileName)
                delimited by size into prefixed-name
            move prefixed-name to outFileName
        end-if
    end-if
    .

*>read under a shared lock, so partner maintenance rewriting the file
*>is waited for; still held after the wait, no partner can be resolved
load-partner-file.
    move 1 to ptn-loaded
    move 0 to ptn-file-held
    move 0 to partner-eof
    move 0 to ptn-count
    move "S" to enq-mode
    move partnerFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        move 1 to ptn-file-held
        exit paragraph
    end-if
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
                move spaces to ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
                    ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
                    ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
                unstring partner-record delimited by "|"
                    into ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
                        ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
                        ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
                add 1 to ptn-count
                move ptn-id-in to p-id(ptn-count)
                move ptn-type-in(1:1) to p-type(ptn-count)
                move ptn-scope-in(1:1) to p-scope(ptn-count)
                move ptn-policy-in(1:1) to p-policy(ptn-count)
                move ptn-sens-in(1:1) to p-sens(ptn-count)
                move ptn-prefix-in to p-prefix(ptn-count)
                move ptn-status-in(1:1) to p-status(ptn-count)
                move 0 to p-mkgen(ptn-count)
                if ptn-mkgen-in(1:2) is numeric
                    move ptn-mkgen-in(1:2) to p-mkgen(ptn-count)
                end-if
                move ptn-keyprot-in to p-keyprot(ptn-count)
                move 0 to p-keychk(ptn-count)
                if ptn-kcv-in(1:2) is numeric
                    move ptn-kcv-in(1:2) to p-keychk(ptn-count)
                end-if
            end-if
        end-perform
        close partnerfile
    end-if
    move partnerFileName to enq-resource
    perform dequeue-resource
    .

*>check the key field the way the cipher modules will: one or two
            if controlEof is not equal to 1
                move 0 to operation
                move spaces to keyText
                move spaces to ctl-key-field
                move default-freqReport to wantFreqReport
                move space to cipherType
                move space to cipherScope
                move space to sensitiveFlag
                move spaces to recLenText
                move spaces to layoutText
                move spaces to requestText
                unstring control-record delimited by ","
                    into fileName outFileName operation ctl-key-field wantFreqReport cipherType cipherScope sensitiveFlag recLenText
                        layoutText requestText
                if outFileName(1:1) is equal to "#"
                    perform run-distribution-list
                else
                    perform resolve-control-partner
                    perform apply-control-defaults
                    perform run-one-control-job
                end-if
            end-if
        end-perform

        display "Batch complete: " jobs-ok " ok, " jobs-skipped " skipped, "
            jobs-failed " failed"
        perform write-step-count
        if exceptions-written is greater than zero
            display exceptions-written " record(s) written to "
                function trim(runExceptionsName) " for resubmission"
                move 4 to return-code
            end-if
        end-if

        *>the console hears about a batch that did not run clean - a
        *>failure pages, a skip warns - until one does
        move "BATCH" to alert-event
        move controlFileName to alert-object
        if jobs-failed is greater than zero or jobs-skipped is greater than zero
            move 2 to alert-severity
            if jobs-failed is greater than zero
                move 1 to alert-severity
            end-if
            move spaces to alert-message
            string "batch ended " jobs-ok " ok, " jobs-skipped " skipped, "
                jobs-failed " failed - see " function trim(runExceptionsName)
                delimited by size into alert-message
            perform raise-alert
        else
            move "batch ran clean" to alert-message
            perform clear-alert
        end-if
    end-if
    .

*>leave the batch's count where the schedule driver picks it up for
*>the run history - a count that cannot be written is not worth
*>failing a batch over
write-step-count.
    compute batch-records = jobs-ok + jobs-skipped + jobs-failed
    open output stepcountfile
    if stepcountfile-status is equal to "00"
        move spaces to stepcount-record
        string batch-records "|" jobs-ok " ok, " jobs-skipped " skipped, "
            jobs-failed " failed" delimited by size into stepcount-record
        write stepcount-record
        close stepcountfile
    end-if
    .

*>one job from the control file: restart check, authorization, the
*>registry and dual-control steps, then the cipher itself, with its
*>checkpoint, manifest record or exception - a distribution list runs
*>this once for each of its recipients
run-one-control-job.
    perform edit-record-length
    perform check-restart-file
    if already-done is equal to 1
        if dist-active is equal to 1
            display "Skipping " function trim(fileName) " for recipient "
                function trim(dist-recip) " - already completed in a prior run"
        else
            display "Skipping " function trim(fileName) " - already completed in a prior run"
        end-if
        perform clear-ledger-entry
    else
        if partner-error is not equal to spaces
            display "Skipping " function trim(fileName) " - "
                function trim(partner-error)
            add 1 to jobs-skipped
            move partner-error to exception-reason
            perform note-batch-exception
        else
        if operation is equal to 2 and oper-auth is not equal to "A"
            display "Skipping " function trim(fileName) " - operator "
                function trim(operatorId) " is not authorized to decrypt"
            move spaces to auth-fail-reason
            string "batch decrypt refused for " function trim(fileName) into auth-fail-reason
            perform write-audit-auth-fail
            add 1 to jobs-skipped
            move "operator not authorized to decrypt" to exception-reason
            perform note-batch-exception
        else
        *>every decrypt consults the registry - a record of
        *>just "infile,outfile,2" picks up the key, type and
        *>scope the file was actually enciphered with, and a
        *>registered profile overrides whatever the control
        *>record happened to say
        if operation is equal to 2
            perform lookup-registry-key
        end-if
        *>two-person control on flagged files: an operator at
        *>the terminal brings the approver to the keyboard; a
        *>scheduler run has nobody to ask, so the record is
        *>held as an exception for an attended resubmission
        *>instead of running under the batch operator alone
        move 0 to sensitive-blocked
        move 0 to decrypt-approved
        if operation is equal to 2 and fileSensitive is equal to 1
            if noninteractive is equal to 1
                display "Holding " function trim(fileName)
                    " - sensitive file needs dual authorization"
                move spaces to auth-fail-reason
                string "sensitive batch decrypt of " function trim(fileName)
                    " held for dual authorization" into auth-fail-reason
                perform write-audit-auth-fail
                add 1 to jobs-skipped
                move "sensitive decrypt held for dual authorization"
                    to exception-reason
                perform note-batch-exception
                move 1 to sensitive-blocked
            else
                perform approve-sensitive-decrypt
                if approval-ok is equal to 1
                    move 1 to decrypt-approved
                else
                    display "Skipping " function trim(fileName)
                        " - sensitive decrypt was not approved"
                    add 1 to jobs-skipped
                    move "sensitive decrypt was not approved"
                        to exception-reason
                    perform note-batch-exception
                    move 1 to sensitive-blocked
                end-if
            end-if
        end-if
        if sensitive-blocked is equal to 0
        perform edit-key-text
        if key-valid is equal to 0
            display "Skipping " function trim(fileName) " - key did not resolve to 1-26 or a keyword"
            add 1 to jobs-skipped
            move "key did not resolve" to exception-reason
            perform note-batch-exception
        else
            if cipherType is not equal to "T" and cipherType is not equal to "C"
                display "Skipping " function trim(fileName) " - invalid cipher type " cipherType
                add 1 to jobs-skipped
                move "invalid cipher type" to exception-reason
                perform note-batch-exception
            else
            if cipherScope is not equal to "S" and cipherScope is not equal to "F"
                display "Skipping " function trim(fileName) " - invalid cipher scope " cipherScope
                add 1 to jobs-skipped
                move "invalid cipher scope" to exception-reason
                perform note-batch-exception
            else
            *>a decrypt record without a record length may
            *>still name a record-mode ciphertext - the bare
            *>"infile,outfile,2" the registry serves - so the
            *>input's own first block decides the path
            if operation is equal to 2 and recLen is equal to zero
                perform probe-input-record-mode
            end-if
            perform check-field-layout
            if layout-problem is not equal to spaces
                display "Skipping " function trim(fileName) " - "
                    function trim(layout-problem)
                add 1 to jobs-skipped
                move layout-problem to exception-reason
                perform note-batch-exception
            else
            if recLen-bad is equal to 1 or recLen is greater than 2000
                or (recLen is greater than zero and operation is equal to 3)
                display "Skipping " function trim(fileName)
                    " - invalid record length or mode"
                add 1 to jobs-skipped
                move "invalid record length or mode" to exception-reason
                perform note-batch-exception
            else
                *>record mode does its own byte-level I/O -
                *>there is no line table to load first
                if recLen is greater than zero
                    move 1 to file-ok
                else
                    perform load-job-input
                end-if
                if file-ok is equal to 1
                    if recLen is greater than zero
                        perform record-mode-cipher
                    else
                        perform cipher-text
                    end-if
                    *>only checkpoint a job that actually wrote its
                    *>output - a failed encrypt/decrypt (ENCFAIL/
                    *>DECFAIL) must stay eligible for a resubmission
                    *>to retry, not be marked done forever
                    if cipher-status is equal to "00"
                        if suspect-flag is equal to 1
                            *>the output exists but reads like
                            *>plaintext - hold it back: no manifest
                            *>record, no checkpoint (a corrected
                            *>resubmission must not be skipped),
                            *>and a requeue record for the operator
                            display "Holding back " function trim(actualOutName)
                                " - flagged SUSPECT, not added to the manifest"
                            add 1 to jobs-failed
                            move "output flagged SUSPECT - held back"
                                to exception-reason
                            perform note-batch-exception
                        else
                            perform checkpoint-restart-file
                            perform clear-ledger-entry
                            add 1 to jobs-ok
                            *>ciphered outputs go on the transmission
                            *>manifest; deciphered plaintext does not
                            *>leave the building
                            if operation is equal to 1
                                perform write-manifest-record
                            end-if
                        end-if
                    else
                        display "Not checkpointing " function trim(fileName)
                            " - job did not complete successfully"
                        add 1 to jobs-failed
                        move spaces to exception-reason
                        string "cipher failed, status " cipher-status
                            into exception-reason
                        perform note-batch-exception
                    end-if
                else
                    display "Skipping " function trim(fileName) " - could not open, status " infile-status
                    add 1 to jobs-skipped
                    move "input could not be opened" to exception-reason
                    perform note-batch-exception
                end-if
            end-if
            end-if
            end-if
            end-if
        end-if
        end-if
        end-if
        end-if
    end-if
    .

*>the blank optional fields of a control record take the site defaults
apply-control-defaults.
    *>a trailing comma with nothing after it (field left blank but
    *>not simply omitted) unstrings as a space rather than leaving
    *>the pre-set default alone - re-apply the defaults in that case
    if wantFreqReport is equal to space
        move default-freqReport to wantFreqReport
    end-if
    if cipherType is equal to space
        move default-cipherType to cipherType
    end-if
    if cipherScope is equal to space
        move default-cipherScope to cipherScope
    end-if
    if sensitiveFlag is equal to space
        move "N" to sensitiveFlag
    end-if
    .

*>a control record naming a distribution list: one job per member, in
*>list order, every one from the same single read of the input. each
*>member runs as its own "#LIST/RECIPIENT" control record, so the
*>restart file, the exceptions file and the ledger all see exactly one
*>recipient - a resubmission of the list skips the members already
*>checkpointed, and a requeued record reruns just the one that failed
run-distribution-list.
    move control-record to dist-list-record
    perform settle-distribution-list
    if dist-problem is not equal to spaces
        display "Skipping " function trim(fileName) " - " function trim(dist-problem)
        add 1 to jobs-skipped
        move dist-problem to exception-reason
        perform note-batch-exception
        exit paragraph
    end-if
    move 1 to dist-active
    move 0 to dist-input-loaded
    perform varying dl-idx from 1 by 1 until dl-idx is greater than dl-count
        if dl-list(dl-idx) is equal to dist-name
            and (dist-only is equal to spaces or dl-recip(dl-idx) is equal to dist-only)
            perform prepare-distribution-member
            display "Distribution list " function trim(dist-name) " - recipient "
                function trim(dist-recip) " -> " function trim(outFileName)
            perform run-one-control-job
        end-if
    end-perform
    move 0 to dist-active
    move 0 to dist-input-loaded
    move dist-list-record to control-record
    .

*>the same expansion for the up-front validation - every member is
*>judged as the record it will run as, and a problem is tied back to
*>its recipient
validate-distribution-list.
    move control-record to dist-list-record
    perform settle-distribution-list
    if dist-problem is not equal to spaces
        add 1 to validation-errors
        display "Record " val-recno ": " function trim(dist-problem)
        exit paragraph
    end-if
    perform varying dl-idx from 1 by 1 until dl-idx is greater than dl-count
        if dl-list(dl-idx) is equal to dist-name
            and (dist-only is equal to spaces or dl-recip(dl-idx) is equal to dist-only)
            perform prepare-distribution-member
            perform edit-record-length
            move validation-errors to dist-errors-before
            perform validate-one-record
            if validation-errors is greater than dist-errors-before
                display "Record " val-recno ": (the above for recipient "
                    function trim(dist-recip) " of distribution list "
                    function trim(dist-name) ")"
            end-if
        end-if
    end-perform
    move dist-list-record to control-record
    .

*>take the list (and any single recipient) out of the output field and
*>judge the record as a whole - dist-problem names what is wrong. the
*>record's own optional fields are kept aside, since each member's
*>partner may fill the blank ones differently
settle-distribution-list.
    move spaces to dist-problem
    move spaces to dist-name
    move spaces to dist-only
    move 0 to dist-members
    unstring outFileName(2:99) delimited by "/" into dist-name dist-only
    move function upper-case(dist-name) to dist-name
    move function upper-case(dist-only) to dist-only
    move wantFreqReport to dist-base-freq
    move cipherType to dist-base-type
    move cipherScope to dist-base-scope
    move sensitiveFlag to dist-base-sens

    if dl-loaded is equal to 0
        perform load-distribution-lists
    end-if
    perform varying dl-idx from 1 by 1 until dl-idx is greater than dl-count
        if dl-list(dl-idx) is equal to dist-name
            and (dist-only is equal to spaces or dl-recip(dl-idx) is equal to dist-only)
            add 1 to dist-members
        end-if
    end-perform

    if operation is not equal to 1
        move "a distribution list can only be named on an encrypt record"
            to dist-problem
        exit paragraph
    end-if
    if ctl-key-field is not equal to spaces
        move "leave the key off a distribution-list record - each member has its own"
            to dist-problem
        exit paragraph
    end-if
    if dist-members is equal to zero
        if dist-only is equal to spaces
            string "distribution list " function trim(dist-name)
                " has no members in " function trim(distListName)
                delimited by size into dist-problem
        else
            string "no recipient " function trim(dist-only)
                " on distribution list " function trim(dist-name)
                delimited by size into dist-problem
        end-if
    end-if
    .

*>one member as a job of its own: its output, its key (or partner) and
*>the list record's optional fields, then the control record it runs,
*>checkpoints and is requeued under - "infile,#LIST/RECIPIENT,..."
prepare-distribution-member.
    move dl-recip(dl-idx) to dist-recip
    move dl-out(dl-idx) to outFileName
    move dl-key(dl-idx) to ctl-key-field
    move spaces to keyText
    move dist-base-freq to wantFreqReport
    move dist-base-type to cipherType
    move dist-base-scope to cipherScope
    move dist-base-sens to sensitiveFlag
    perform resolve-control-partner
    perform apply-control-defaults

    move spaces to dist-in-field
    move spaces to dist-out-field
    move 1 to dist-ptr
    unstring dist-list-record delimited by ","
        into dist-in-field dist-out-field with pointer dist-ptr
    move spaces to control-record
    string function trim(dist-in-field) ",#" function trim(dist-name)
        "/" function trim(dist-recip) "," delimited by size
        dist-list-record(dist-ptr:) delimited by "  "
        into control-record
    .

*>the job's input into the line table - a distribution-list member
*>after the first is enciphered from the copy the first one read
load-job-input.
    if dist-active is equal to 1 and dist-input-loaded is equal to 1
        move dist-lines to text-lines
        move dist-line-count to line-count
        move dist-line-lens to line-lengths
        move 1 to file-ok
    else
        perform read-input-file
        if dist-active is equal to 1 and file-ok is equal to 1
            move text-lines to dist-lines
            move line-count to dist-line-count
            move line-lengths to dist-line-lens
            move 1 to dist-input-loaded
        end-if
    end-if
    .

load-distribution-lists.
    move 1 to dl-loaded
    move 0 to distlist-eof
    move 0 to dl-count
    open input distlistfile
    if distlistfile-status is equal to "00"
        perform until distlist-eof is equal to 1
            read distlistfile
                at end move 1 to distlist-eof
            end-read
            if distlist-eof is not equal to 1
                and distlist-record is not equal to spaces
                and distlist-record(1:1) is not equal to "*"
                if dl-count is less than 500
                    move spaces to dl-list-in dl-recip-in dl-out-in dl-key-in
                    unstring distlist-record delimited by "|"
                        into dl-list-in dl-recip-in dl-out-in dl-key-in
                    add 1 to dl-count
                    move function upper-case(function trim(dl-list-in)) to dl-list(dl-count)
                    move function upper-case(function trim(dl-recip-in)) to dl-recip(dl-count)
                    move function trim(dl-out-in) to dl-out(dl-count)
                    move function trim(dl-key-in) to dl-key(dl-count)
                else
                    display "Warning: " function trim(distListName)
                        " has more than 500 members - the rest are ignored"
                    move 1 to distlist-eof
                end-if
            end-if
        end-perform
        close distlistfile
    end-if
    .

*>written, its byte count and a checksum over the whole file as it will
*>travel, the cipher type, the key-registry reference (the name the key
*>is registered under) and the completion timestamp, pipe-delimited for
*>the transfer system to parse - and the trading partner the output
*>is for, when the control record named one, so packaging and the
*>acknowledgment reconciliation can work partner by partner
write-manifest-record.
    *>the output totals were already computed when the audit entry was
    *>written - the manifest record reuses them as they stand
    move spaces to manifest-record
    string function trim(actualOutName) "|" man-bytes "|" man-checksum
        "|" cipherType "|" function trim(actualOutName) "|" audit-timestamp
        "|" function trim(partnerId)
        into manifest-record

    open extend manifestfile
    move outFileName to actualOutName
    move 0 to generationUsed
    move 0 to suspect-flag
    move 0 to hist-used

    *>execute encryption, decryption or a round-trip self-check
    move spaces to cipher-status
    if operation is equal to 1
        if layoutText is not equal to spaces
            call "encfield" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,fileName,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,field-layout,cipher-status
        else
            call "encrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,fileName,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,cipher-status
        end-if
        if cipher-status is equal to "00"
            move "ENCRYPT" to audit-op
            perform save-registry-key
            if wantFreqReport is equal to "Y"
                perform produce-frequency-report
            end-if
            *>a column-mode output is plaintext outside its protected
            *>columns by design - the English-distribution test would
            *>hold back every one of them
            if layoutText is equal to spaces
                perform quality-check-output
            end-if
        else
            *>the output file was never written - do not register a key or
            *>log a success entry for a run that did not actually happen
        end-if
    else
        if operation is equal to 2
            if layoutText is not equal to spaces
                call "decfield" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,field-layout,cipher-status
            else
                call "decrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,cipher-status
            end-if
            if cipher-status is equal to "VK"
                move 0 to hist-record-mode
                perform try-historical-keys
            end-if
            if cipher-status is equal to "00"
                move "DECRYPT" to audit-op
                perform register-plaintext
                if wantFreqReport is equal to "Y"
                    perform produce-frequency-report
                end-if
    move outFileName to actualOutName
    move 0 to generationUsed
    move 0 to suspect-flag
    move 0 to hist-used
    move spaces to cipher-status
    move 0 to rec-recs-out
    move 0 to rec-cks-out
        end-if
    else
        call "decfixed" using fileName,outFileName,actualOutName,generationUsed,generationRetention,recLen,keyText,cipherType,rec-recs-out,rec-cks-out,cipher-status
        if cipher-status is equal to "VK"
            move 1 to hist-record-mode
            perform try-historical-keys
        end-if
        if cipher-status is equal to "00"
            move "DECRYPT" to audit-op
            perform register-plaintext
        else
            move "DECFAIL" to audit-op
        end-if
    perform write-audit-log
    .

*>enter a freshly deciphered output in the plaintext exposure register:
*>the purge job deletes it once the hold runs out. the hold counts from
*>now - the configured hours, or the shorter sensitive hours when the
*>registry flags the ciphertext sensitive
register-plaintext.
    move function current-date to current-datetime
    move spaces to plain-written
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into plain-written
    if fileSensitive is equal to 1
        move "Y" to plain-sens
        move plain-hold-sens-hours to plain-hold-used
    else
        move "N" to plain-sens
        move plain-hold-hours to plain-hold-used
    end-if
    compute plain-minutes =
        function integer-of-date(function numval(current-datetime(1:8))) * 1440
        + function numval(current-datetime(9:2)) * 60
        + function numval(current-datetime(11:2))
        + plain-hold-used * 60
    compute plain-days = plain-minutes / 1440
    compute plain-min-of-day = plain-minutes - plain-days * 1440
    compute plain-ymd = function date-of-integer(plain-days)
    compute plain-hh = plain-min-of-day / 60
    compute plain-mm = plain-min-of-day - plain-hh * 60
    move spaces to plain-hold-until
    string plain-ymd(1:4) "-" plain-ymd(5:2) "-" plain-ymd(7:2)
        " " plain-hh ":" plain-mm ":" current-datetime(13:2)
        into plain-hold-until

    move spaces to plain-approver
    if decrypt-approved is equal to 1
        move approverId to plain-approver
    end-if

    perform fingerprint-plaintext

    open extend plainregfile
    if plainregfile-status is equal to "35"
        open output plainregfile
    end-if
    if plainregfile-status is not equal to "00"
        display "Warning: could not open " function trim(plainRegName)
            " - status " plainregfile-status " - " function trim(actualOutName)
            " is not in the plaintext register"
        *>the purge job will never find this output - the trail and the
        *>console say so, and the DECRYPT entry still follows
        move "PLAINFL" to audit-op
        perform build-audit-timestamp
        move spaces to audit-record
        string audit-timestamp " " operatorId " " audit-op " "
            function trim(actualOutName) " not in the plaintext register - status "
            plainregfile-status " - purge by hand"
            into audit-record
        perform append-audit-record
        move "DECRYPT" to audit-op
        move "PLAINFL" to alert-event
        move 1 to alert-severity
        move actualOutName to alert-object
        move spaces to alert-message
        string "plaintext not registered - register status " plainregfile-status
            " - the purge job will not remove it" delimited by size into alert-message
        perform raise-alert
        exit paragraph
    end-if
    move spaces to plainreg-record
    string "HELD|" function trim(actualOutName) "|" function trim(outFileName)
        "|" function trim(fileName) "|" function trim(operatorId)
        "|" function trim(plain-approver) "|" plain-sens "|" plain-written
        "|" plain-hold-until "|" plain-size "|" plain-checksum "||"
        delimited by size into plainreg-record
    write plainreg-record
    close plainregfile
    display "Plaintext " function trim(actualOutName) " registered - hold until "
        plain-hold-until
    .

*>size and whole-file byte checksum of the output as written - the
*>purge job takes the same figures when it looks again
fingerprint-plaintext.
    move 0 to plain-size
    move 0 to plain-sum
    move 0 to plain-checksum
    call "CBL_OPEN_FILE" using actualOutName probe-access-read probe-deny-none
        probe-dev-normal plain-handle
    if return-code is not equal to zero
        exit paragraph
    end-if
    move 0 to plain-offset
    move 0 to plain-count
    move 128 to plain-flags
    call "CBL_READ_FILE" using plain-handle plain-offset plain-count
        plain-flags plain-buffer
    move plain-offset to plain-size
    move 0 to plain-flags
    move 0 to plain-done
    perform until plain-done is not less than plain-size
        compute plain-this = plain-size - plain-done
        if plain-this is greater than 2000
            move 2000 to plain-this
        end-if
        move plain-done to plain-offset
        move plain-this to plain-count
        call "CBL_READ_FILE" using plain-handle plain-offset plain-count
            plain-flags plain-buffer
        perform varying plain-pos from 1 by 1
            until plain-pos is greater than plain-this
            compute plain-sum = plain-sum
                + function ord(plain-buffer(plain-pos:1)) - 1
        end-perform
        add plain-this to plain-done
    end-perform
    call "CBL_CLOSE_FILE" using plain-handle
    compute plain-checksum = function mod(plain-sum + plain-size, 999999999)
    .

*>look at the input's first block through the byte routines: a
*>%CIPREC1% tag marks a record-mode ciphertext, and when the control
*>record declared no length the header's own record length is adopted
*>so the job routes to decfixed - which takes the authoritative length
*>from that same header anyway. a %CIPFLD1% tag marks a column-mode
*>ciphertext, whose header names its layout. a file that cannot be opened leaves
*>probe-open-ok at 0, so a pipeline input that does not exist yet is
*>never judged
probe-input-record-mode.
    move 0 to probe-open-ok
    move 0 to input-rec-mode
    move 0 to input-fld-mode
    call "CBL_OPEN_FILE" using fileName probe-access-read probe-deny-none
        probe-dev-normal probe-byte-handle
    if return-code is equal to zero
                    " is a record-mode ciphertext - using the record-mode path"
            end-if
        end-if
        *>a column-mode ciphertext names its own layout - used when
        *>neither the registry nor the control record supplied one
        if probe-block(1:10) is equal to "%CIPFLD1%;"
            move 1 to input-fld-mode
            if layoutText is equal to spaces
                unstring probe-block delimited by ";"
                    into prb-tag prb-origin-fld prb-when-fld prb-type-fld
                    prb-scope-fld prb-key-fld prb-layout-fld
                move spaces to prb-fld-value
                unstring prb-layout-fld delimited by "="
                    into prb-fld-name prb-fld-value
                move prb-fld-value(1:30) to layoutText
                display "Note: " function trim(fileName)
                    " is a column-mode ciphertext - using layout "
                    function trim(layoutText) " from its header"
            end-if
        end-if
    end-if
    .

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
*>opened on the first entry and held open for the rest of the run, so
*>a long batch pays the open cost once instead of once per entry
append-audit-record.
    move "H" to auditlog-request
    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    move 1 to audit-log-open
    perform refresh-enqueue
    .

*>let go of the audit log - before the run ends, and before anything
*>needs to read it back while it is still open for extend
close-audit-log.
    if audit-log-open is equal to 1
        move "C" to auditlog-request
        move return-code to kept-return-code
        call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
        move kept-return-code to return-code
        move 0 to audit-log-open
    end-if
    .
*>operation so the trail answers "who" as well as "what"
write-audit-log.
    perform build-audit-timestamp
    perform compute-key-check-value

    *>measure the entry without its names first, then put them back
    move spaces to audit-in-name audit-out-name
    perform build-audit-head
    compute audit-fixed-len =
        function length(function trim(audit-record, trailing))
    move function trim(fileName) to audit-in-name
    if operation is not equal to 3
        move function trim(actualOutName) to audit-out-name
    end-if
    perform measure-audit-names

    *>the tags get whatever room is left once each name keeps its first
    *>20 characters - a tag that still will not fit goes on a
    *>continuation entry, never under the chain stamp
    compute audit-tag-room = 240 - audit-fixed-len
        - function min(audit-in-len, 20) - function min(audit-out-len, 20)
    perform build-audit-tail

    *>names too long for the room the tags leave are cut back, the
    *>longer one first
    compute audit-over = audit-fixed-len + audit-in-len + audit-out-len
        + audit-tail-len - 240
    if audit-over is greater than 0
        perform shorten-audit-names
    end-if
    perform build-audit-head

    if audit-tail-len is greater than 0
        compute audit-ptr =
            function length(function trim(audit-record, trailing)) + 1
        string audit-tail(1:audit-tail-len) delimited by size
            into audit-record with pointer audit-ptr
    end-if
    perform append-audit-record

    if audit-spill-len is greater than 0
        move spaces to audit-record
        string audit-timestamp " " operatorId " " "CONTINUE"
            audit-spill(1:audit-spill-len) delimited by size
            into audit-record
        perform append-audit-record
    end-if
    .

*>lay down the timestamp, operator, operation, names and the fixed
*>fields - the " -> " and " kcv=" that follow the names are what
*>reconcile and keyrotate split the entry on, so they stay in place
build-audit-head.
    move spaces to audit-record
    if operation is equal to 3
        string audit-timestamp " " operatorId " " audit-op " " function trim(audit-in-name)
            " (self-check, no output file)" " kcv=" key-check-value " type=" cipherType
            " scope=" cipherScope
            into audit-record
    else
            *>signed-on operator in the operator column and the second
            *>signature in the detail
            if decrypt-approved is equal to 1
                string audit-timestamp " " operatorId " " audit-op " " function trim(audit-in-name)
                    " -> " function trim(audit-out-name) " kcv=" key-check-value " type=" cipherType
                    " scope=" cipherScope " gen=" generationUsed " bytes=" man-bytes
                    " approvedby=" function trim(approverId)
                    into audit-record
            else
                string audit-timestamp " " operatorId " " audit-op " " function trim(audit-in-name)
                    " -> " function trim(audit-out-name) " kcv=" key-check-value " type=" cipherType
                    " scope=" cipherScope " gen=" generationUsed " bytes=" man-bytes
                    into audit-record
            end-if
        else
            string audit-timestamp " " operatorId " " audit-op " " function trim(audit-in-name)
                " -> " function trim(audit-out-name) " kcv=" key-check-value " type=" cipherType
                " scope=" cipherScope " gen=" generationUsed
                into audit-record
        end-if
    end-if
    .

measure-audit-names.
    move 0 to audit-in-len audit-out-len
    if audit-in-name is not equal to spaces
        compute audit-in-len =
            function length(function trim(audit-in-name, trailing))
    end-if
    if audit-out-name is not equal to spaces
        compute audit-out-len =
            function length(function trim(audit-out-name, trailing))
    end-if
    .

*>collect the optional tags - the request and partner first, since the
*>queue and partner reconciliations read them back, then the retired
*>key, the layout and the distribution list
build-audit-tail.
    move spaces to audit-tail audit-spill
    move 0 to audit-tail-len audit-spill-len

    *>a job filed through the request queue names the request and
    *>its requester
    if requestText is not equal to spaces
        move spaces to audit-tag
        string " request=" function trim(requestText) delimited by size
            into audit-tag
        perform place-audit-tag
    end-if

    *>a job run for a trading partner names it
    if partnerId is not equal to spaces
        move spaces to audit-tag
        string " partner=" function trim(partnerId) delimited by size
            into audit-tag
        perform place-audit-tag
    end-if

    *>a decrypt that only succeeded under a retired key names which one
    if hist-used is equal to 1 and cipher-status is equal to "00"
        move spaces to audit-tag
        string " " function trim(hist-note) delimited by size
            into audit-tag
        perform place-audit-tag
    end-if

    *>a column-mode job names its layout
    if layoutText is not equal to spaces
        move spaces to audit-tag
        string " layout=" function trim(layoutText) delimited by size
            into audit-tag
        perform place-audit-tag
    end-if

    *>a distribution-list job names the list and the recipient
    if dist-active is equal to 1
        move spaces to audit-tag
        string " list=" function trim(dist-name) "/" function trim(dist-recip)
            delimited by size into audit-tag
        perform place-audit-tag
    end-if
    .

place-audit-tag.
    compute audit-tag-len =
        function length(function trim(audit-tag, trailing))
    if audit-tail-len + audit-tag-len is not greater than audit-tag-room
        move audit-tag(1:audit-tag-len)
            to audit-tail(audit-tail-len + 1:audit-tag-len)
        add audit-tag-len to audit-tail-len
    else
        move audit-tag(1:audit-tag-len)
            to audit-spill(audit-spill-len + 1:audit-tag-len)
        add audit-tag-len to audit-spill-len
    end-if
    .

shorten-audit-names.
    perform until audit-over is not greater than 0
        if audit-in-len is greater than audit-out-len
            subtract 1 from audit-in-len
        else
            subtract 1 from audit-out-len
        end-if
        subtract 1 from audit-over
    end-perform
    if audit-in-len is less than 100
        move spaces to audit-in-name(audit-in-len + 1:)
    end-if
    if audit-out-len is less than 100
        move spaces to audit-out-name(audit-out-len + 1:)
    end-if
    .

*>statistical check on a freshly ciphered output: count its letters
                    " still reads like natural language (chi=" qc-chi-disp
                    " ic=" qc-ic ") - was the right operation selected?"
                perform write-audit-suspect
                move "SUSPECT" to alert-event
                move 2 to alert-severity
                move actualOutName to alert-object
                move "output still reads like natural language - held back"
                    to alert-message
                perform raise-alert
            end-if
        end-if
    end-if
    *>a later output under the same name that is not flagged settles it
    if suspect-flag is equal to 0
        move "SUSPECT" to alert-event
        move actualOutName to alert-object
        move "output rewritten and no longer flagged" to alert-message
        perform clear-alert
    end-if
    .

*>one SUSPECT line in the audit trail for every flagged output
*>keyed by the output (ciphertext) filename, so a later decrypt run can
*>look up everything it needs instead of relying on someone remembering
save-registry-key.
    move "00" to keyprot-status
    open i-o keyregistryfile
    if keyregistry-status is equal to "35"
        open output keyregistryfile
            " - status " keyregistry-status " - the key for "
            function trim(actualOutName) " was NOT registered"
        if keyregistry-status is equal to "39"
            display "Status 39 means the registry is on an older record"
                " layout - convert it with keymaint (option C for the"
                " pre-profile layout, option P for clear keys) before"
                " running further work"
        end-if
        perform write-audit-key-fail
    else
        *>keyed by the name actually written, so each generation carries
        *>its own key and a later decrypt of any generation looks up
        *>cleanly. the key goes on file only in its protected form - if
        *>it cannot be protected (no master key set up) it is not
        *>registered at all, and the trail says so
        perform build-audit-timestamp
        move actualOutName to registry-filename
        perform capture-prior-registry-entry
        move "P" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,registry-filename,keyText,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
        if keyprot-status is not equal to "00"
            close keyregistryfile
            display "The key for " function trim(actualOutName)
                " could not be protected under the master key in "
                function trim(masterKeyName) " - status " keyprot-status
                " - the key was NOT registered"
            perform write-audit-key-fail
        else
            move cipherType to registry-type
            move cipherScope to registry-scope
            move audit-timestamp(1:10) to registry-regdate
            move operatorId to registry-operator
            move "A" to registry-status
            move sensitiveFlag to registry-sensitive
            move layoutText to registry-layout
            move spaces to registry-reserved
            rewrite registry-record
                invalid key write registry-record
            end-rewrite

            close keyregistryfile
            perform retire-prior-key
        end-if
    end-if
    .

*>before a registered name is enciphered again, note the key already
*>on file for it - if the new key differs, the old one goes to the key
*>history once the new one is safely registered, so the generation the
*>new run aged out (or any copy of the old file) can still be opened
capture-prior-registry-entry.
    move 0 to prior-found
    read keyregistryfile
        invalid key
            continue
        not invalid key
            if registry-keyprot is not equal to spaces
                move 1 to prior-found
                move registry-keyprot to prior-keyprot
                move registry-mkgen to prior-mkgen
                move registry-keychk to prior-keychk
                move registry-type to prior-type
                move registry-scope to prior-scope
                move registry-regdate to prior-regdate
            end-if
    end-read
    move actualOutName to registry-filename
    .

*>the prior key goes to the history only when it really was a different
*>key - re-enciphering under the same key retires nothing. a prior key
*>that can no longer be recovered is kept in the history all the same,
*>exactly as it was on file
retire-prior-key.
    if prior-found is not equal to 1
        exit paragraph
    end-if
    move "U" to keyprot-request
    call "keyprot" using keyprot-request,masterKeyName,actualOutName,prior-key,prior-mkgen,prior-keyprot,prior-keychk,keyprot-status
    if keyprot-status is equal to "00" and prior-key is equal to keyText
        move spaces to prior-key
        exit paragraph
    end-if
    move spaces to prior-key
    move "00" to keyprot-status

    move actualOutName to history-filename
    move prior-regdate to history-effdate
    if history-effdate is equal to spaces
        move "0000-00-00" to history-effdate
    end-if
    move audit-timestamp(1:10) to history-enddate
    move prior-keyprot to history-keyprot
    move prior-mkgen to history-mkgen
    move prior-keychk to history-keychk
    move prior-type to history-type
    move prior-scope to history-scope
    move operatorId to history-operator
    move "REKEY" to history-reason
    move spaces to history-reserved
    perform write-key-history
    .

*>add history-record to the key history under the next free sequence
*>number for its filename and effective date
write-key-history.
    open i-o keyhistoryfile
    if keyhistory-status is equal to "35"
        open output keyhistoryfile
        close keyhistoryfile
        open i-o keyhistoryfile
    end-if
    if keyhistory-status is not equal to "00"
        display "Could not open " function trim(keyHistoryName)
            " - status " keyhistory-status " - the retired key for "
            function trim(history-filename) " was NOT kept"
        move audit-op to hist-saved-op
        move "KEYFAIL" to audit-op
        perform build-audit-timestamp
        move spaces to audit-record
        string audit-timestamp " " operatorId " " audit-op " "
            function trim(history-filename) " retired key kcv=" history-keychk
            " not kept - key history status " keyhistory-status
            into audit-record
        perform append-audit-record
        move hist-saved-op to audit-op
        exit paragraph
    end-if
    move 0 to history-seq
    move "22" to keyhistory-status
    perform until keyhistory-status is not equal to "22"
        or history-seq is equal to 99
        write history-record
            invalid key add 1 to history-seq
        end-write
    end-perform
    close keyhistoryfile
    .

*>the file's current key fails the header keycheck: before refusing,
*>try every key the history holds for it, newest first, each with the
*>type and scope it was used under. the first that opens the file is
*>kept for the audit entry; when none does, the decrypt is refused on
*>the current key exactly as before
try-historical-keys.
    move 0 to hist-used
    perform load-key-history
    if hist-count is equal to zero
        exit paragraph
    end-if
    move keyText to hist-saved-key
    move cipherType to hist-saved-type
    move cipherScope to hist-saved-scope
    display "The current key does not open " function trim(fileName)
        " - trying " hist-count " historical key(s)"
    perform varying hist-idx from hist-count by -1
        until hist-idx is less than 1 or hist-used is equal to 1
        move "U" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,fileName,keyText,hist-mkgen(hist-idx),hist-keyprot(hist-idx),hist-keychk(hist-idx),keyprot-status
        if keyprot-status is equal to "00"
            if hist-type(hist-idx) is equal to "T" or hist-type(hist-idx) is equal to "C"
                move hist-type(hist-idx) to cipherType
            end-if
            if hist-record-mode is equal to 0
                and (hist-scope(hist-idx) is equal to "S" or hist-scope(hist-idx) is equal to "F")
                move hist-scope(hist-idx) to cipherScope
            end-if
            move spaces to cipher-status
            if hist-record-mode is equal to 1
                call "decfixed" using fileName,outFileName,actualOutName,generationUsed,generationRetention,recLen,keyText,cipherType,rec-recs-out,rec-cks-out,cipher-status
            else
                if layoutText is not equal to spaces
                    call "decfield" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,field-layout,cipher-status
                else
                    call "decrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,outFileName,actualOutName,generationUsed,generationRetention,keyText,cipherType,cipherScope,cipher-status
                end-if
            end-if
            if cipher-status is equal to "00"
                move 1 to hist-used
                move spaces to hist-note
                string "histkey=" hist-effdate(hist-idx) ".." hist-enddate(hist-idx)
                    into hist-note
                display "Deciphered with the historical key in force "
                    hist-effdate(hist-idx) " to " hist-enddate(hist-idx)
                    " (kcv=" hist-keychk(hist-idx) ")"
            else
                move hist-saved-type to cipherType
                move hist-saved-scope to cipherScope
            end-if
        end-if
    end-perform
    if hist-used is not equal to 1
        move hist-saved-key to keyText
        move hist-saved-type to cipherType
        move hist-saved-scope to cipherScope
        move "VK" to cipher-status
        display "No historical key opens " function trim(fileName)
    end-if
    .

*>every history entry for fileName, oldest first - the table holds the
*>latest fifty when there are more
load-key-history.
    move 0 to hist-count
    move 0 to hist-eof
    open input keyhistoryfile
    if keyhistory-status is not equal to "00"
        exit paragraph
    end-if
    move fileName to history-filename
    move low-values to history-effdate
    move 0 to history-seq
    start keyhistoryfile key is not less than history-id
        invalid key move 1 to hist-eof
    end-start
    perform until hist-eof is equal to 1
        read keyhistoryfile next record
            at end move 1 to hist-eof
        end-read
        if hist-eof is not equal to 1
            if history-filename is not equal to fileName
                move 1 to hist-eof
            else
                if hist-count is equal to 50
                    perform varying hist-idx from 1 by 1 until hist-idx is equal to 50
                        move hist-entry(hist-idx + 1) to hist-entry(hist-idx)
                    end-perform
                else
                    add 1 to hist-count
                end-if
                move history-effdate to hist-effdate(hist-count)
                move history-enddate to hist-enddate(hist-count)
                move history-keyprot to hist-keyprot(hist-count)
                move history-mkgen to hist-mkgen(hist-count)
                move history-keychk to hist-keychk(hist-count)
                move history-type to hist-type(hist-count)
                move history-scope to hist-scope(hist-count)
            end-if
        end-if
    end-perform
    close keyhistoryfile
    .

*>one KEYFAIL line in the audit trail for every key that could not be
    move "KEYFAIL" to audit-op
    perform build-audit-timestamp
    move spaces to audit-record
    if keyprot-status is not equal to "00"
        string audit-timestamp " " operatorId " " audit-op " "
            function trim(actualOutName)
            " key not registered - key protection status " keyprot-status
            into audit-record
    else
        string audit-timestamp " " operatorId " " audit-op " "
            function trim(actualOutName)
            " key not registered - registry status " keyregistry-status
            into audit-record
    end-if
    perform append-audit-record
    *>the caller writes its normal ENCRYPT entry after this, so the
    *>trail shows both that the job ran and that its key is missing
                " - no registered profile is available for "
                function trim(fileName)
            if keyregistry-status is equal to "39"
                display "Status 39 means the registry is on an older"
                    " record layout - convert it with keymaint (option C"
                    " for the pre-profile layout, option P for clear keys)"
            end-if
        end-if
    end-if
        display "Registry entry for " function trim(fileName)
            " is retired - not using it, supply the parameters yourself"
    else
        *>the key comes back out of its master-key protection; one that
        *>will not (no master key file, its generation gone, or a check
        *>value that does not prove) is reported and not used - the
        *>operator supplies the parameters as for an unregistered file
        move "U" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,registry-filename,keyText,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
        if keyprot-status is not equal to "00"
            move spaces to keyText
            display "The registered key for " function trim(fileName)
                " could not be recovered under master key generation "
                registry-mkgen " - status " keyprot-status
        else
            if registry-layout is not equal to spaces
                move registry-layout to layoutText
            end-if
            if (registry-type is equal to "T" or registry-type is equal to "C")
                and (registry-scope is equal to "S" or registry-scope is equal to "F")
                move registry-type to cipherType
                move registry-scope to cipherScope
                move 1 to registry-profile-found
                display "Using registered profile for " function trim(fileName)
                    ": kcv=" registry-keychk " type=" cipherType " scope=" cipherScope
            else
                display "Using registered key (kcv=" registry-keychk ") for "
                    function trim(fileName)
                    " (entry predates decrypt profiles - no type/scope on record)"
            end-if
        end-if
    end-if
    .

*>the check value the audit trail records in place of the key - the
*>header keycheck, computed by the key protection module so every
*>program derives it the same way
compute-key-check-value.
    move 0 to key-check-value
    move "C" to keyprot-request
    call "keyprot" using keyprot-request,masterKeyName,fileName,keyText,kcv-mkgen,kcv-protected,key-check-value,keyprot-status
    .

*>look for an entry already recorded for this control record - keyed
*>on the whole record (infile, outfile, operation, key, and the rest)
*>rather than the bare infile name, so a control file that ciphers the

    close beforeafterfile
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
    perform build-audit-timestamp
    move spaces to audit-record
    string audit-timestamp " " operatorId " " audit-op " " function trim(enq-resource)
        " " function trim(enq-detail) delimited by size into audit-record
    perform append-audit-record
    perform raise-alert
    .

*>the files every encrypt or decrypt may add to or read through, taken
*>shared - any number of cipher runs together, but never while a job
*>that trims or rewrites one of them holds it. the audit log held open
*>since sign-on is let go first, so it is only ever held open under
*>the lock
enqueue-shared-files.
    perform close-audit-log
    move "S" to enq-mode
    move auditLogName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move keyRegistryName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move restartFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move freqReportName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move beforeAfterName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move plainRegName to enq-resource
    perform enqueue-resource
    .

*>a batch empties the exceptions file and the manifest and rewrites the
*>exception ledger, so it takes those three for itself alone - a second
*>batch, or a job reading the first one's manifest, waits for it
enqueue-batch-files.
    perform enqueue-shared-files
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move "X" to enq-mode
    move manifestFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move exceptionsFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move exceptLedgerName to enq-resource
    perform enqueue-resource
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

*>a long run keeps its locks fresh, so it is not taken for a crashed
*>one - once a minute is plenty, and it has its own request and status
*>so an audit entry written part way through taking a lock leaves the
*>outcome of that alone
refresh-enqueue.
    move function current-date to current-datetime
    if current-datetime(1:12) is not equal to enq-refreshed-at
        move current-datetime(1:12) to enq-refreshed-at
        move return-code to kept-return-code
        call "enqueue" using enq-refresh-request,enqueue-data,enq-refresh-status
        move kept-return-code to return-code
    end-if
    .
