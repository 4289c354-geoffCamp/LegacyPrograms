*>                profiles and active status - the migration path for
*>                a site upgrading, since the new layout cannot open
*>                the old file at all (status 39)
*> Oct 15, 2026 - registry keys are held under the site master key:
*>                entries carry the protected key, its master-key
*>                generation and its check value, never the clear key;
*>                list, find and the audit trail show only the check
*>                value, and the flat backup carries the protected
*>                form. option P protects a registry written while keys
*>                were held in the clear, and option K establishes the
*>                master key or changes it under a second level-A
*>                signature, re-protecting every entry - an interrupted
*>                change resumes where it stopped
*> Oct 15, 2026 - inquire on the key history (option H): every key a
*>                file has been taken off, with the dates it was in
*>                force, its profile and why it was retired; a master
*>                key change re-protects the history along with the
*>                registry
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - a column-mode ciphertext's entry carries the name of
*>                the layout its columns were chosen by: list and find
*>                show it, update asks for it, and the flat backup
*>                carries it as a ninth field
*> Oct 15, 2026 - sign-on lockouts are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - each registry change takes the key registry exclusively
*>                in the run enqueue file (ENQUEUE.TXT) for as long as the
*>                change takes - a registry another run holds after the
*>                wait (ENQWAITSECS) refuses the change, audited and on
*>                the alert feed. the run's return code is no longer lost
*>                to the audit and alert writer calls made after it is set
*> Oct 15, 2026 - a master key change (option K) re-protects the partner
*>                keys held on PARTNERS.TXT for key policy F along with
*>                the registry and the key history, with the partner
*>                file taken exclusively while it is rewritten; the
*>                count is in the MKEYCHG audit entry, and a partner key
*>                that cannot be moved leaves the change pending to
*>                resume like any other entry

identification division.
program-id. keymaint.
    access mode is sequential
    record key is old-registry-filename
    file status is oldregistry-status.
select clearregistryfile assign to keyRegistryName
    organization is indexed
    access mode is sequential
    record key is clear-registry-filename
    file status is clearregistry-status.
select keyhistoryfile assign to keyHistoryName
    organization is indexed
    access mode is dynamic
    record key is history-id
    file status is keyhistory-status.
select partnerfile assign to partnerFileName
    organization is line sequential
    file status is partnerfile-status.
select masterkeyfile assign to masterKeyName
    organization is line sequential
    file status is masterkey-status.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
*>the registry carries the full decrypt profile for every ciphertext -
*>key, cipher type and scope, registration date and operator, and an
*>active (A) or retired (R) status - the same layout the cipher program
*>reads and writes, with the column layout of a column-mode ciphertext
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
fd oldregistryfile.
*>the registry record as it was before decrypt profiles - only the
*>filename and the two-digit key - used solely by the conversion pass
01 old-registry-record.
    05 old-registry-filename pic x(100).
    05 old-registry-key pic 9(2).
fd clearregistryfile.
*>the registry record as it was while keys were held in the clear -
*>used solely by the protection pass
01 clear-registry-record.
    05 clear-registry-filename pic x(100).
    05 clear-registry-key pic x(16).
    05 clear-registry-type pic x.
    05 clear-registry-scope pic x.
    05 clear-registry-regdate pic x(10).
    05 clear-registry-operator pic x(8).
    05 clear-registry-status pic x.
    05 clear-registry-sensitive pic x.
fd keyhistoryfile.
*>the retired keys, keyed by filename and the date each came into
*>force - written by the cipher and rotation runs, only read here
*>(and re-protected by a master key change)
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
fd partnerfile.
01 partner-record pic x(200).
fd masterkeyfile.
01 masterkey-record pic x(120).
fd auditfile.
01 audit-record pic x(260).
fd exportfile.
01 export-record pic x(200).
fd operauthfile.
01 operauth-record pic x(120).
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
    05 alert-program pic x(8) value "KEYMAINT".
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
    05 enq-program pic x(8) value "KEYMAINT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 keyregistry-status pic xx value spaces.
77 keyHistoryName pic x(100) value "KEYHISTORY.DAT".
01 keyhistory-status pic xx value spaces.
01 history-eof pic 9 value 0.
01 history-count pic 9(4) value 0.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 exportfile-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 exportFileName pic x(100) value spaces.
01 work-type pic x value space.
01 work-scope pic x value space.
01 work-status pic x value space.
01 work-layout pic x(30) value spaces.
01 work-sens pic x value space.
01 registry-eof pic 9 value 0.
01 oldregistry-status pic xx value spaces.
01 conv-table.
    05 conv-entry occurs 2000 times.
        10 conv-name pic x(100).
        10 conv-key pic x(16).
        10 conv-type pic x.
        10 conv-scope pic x.
        10 conv-regdate pic x(10).
        10 conv-oper pic x(8).
        10 conv-status pic x.
        10 conv-sens pic x.
01 conv-count pic 9(4) value 0.
01 conv-idx pic 9(4) value 0.
01 conv-eof pic 9 value 0.
01 conv-full pic 9 value 0.
01 conv-confirm pic x value space.
01 clearregistry-status pic xx value spaces.
01 conv-unkeyed pic 9(4) value 0.
*>keys go in and out of the registry through the key protection module
*>under the site master key - the clear key is only ever in storage
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
01 masterkey-status pic xx value spaces.
01 keyprot-request pic x value space.
01 keyprot-status pic xx value spaces.
01 clear-key pic x(16) value spaces.
*>the master key file, held whole while a generation is added or
*>changes status: "gen|status|masterkey|check|date|by", status A
*>(active), P (pending - a change part way through) or R (retired)
01 mk-table.
    05 mk-entry occurs 99 times.
        10 mk-gen pic 9(2).
        10 mk-status pic x.
        10 mk-text pic x(32).
        10 mk-check pic 9(4).
        10 mk-date pic x(10).
        10 mk-oper pic x(8).
01 mk-count pic 9(2) value 0.
01 mk-idx pic 9(2) value 0.
01 mk-active-idx pic 9(2) value 0.
01 mk-pending-idx pic 9(2) value 0.
01 mk-high-gen pic 9(2) value 0.
01 mk-eof pic 9 value 0.
01 mk-line pic x(120) value spaces.
01 mk-gen-in pic x(4) value spaces.
01 mk-status-in pic x(4) value spaces.
01 mk-text-in pic x(40) value spaces.
01 mk-check-in pic x(8) value spaces.
01 mk-date-in pic x(10) value spaces.
01 mk-oper-in pic x(8) value spaces.
01 mk-new-text pic x(32) value spaces.
01 mk-new-again pic x(32) value spaces.
01 mk-new-len pic 9(2) value 0.
01 mk-new-check pic 9(4) value 0.
01 mk-sum pic 9(9) value 0.
01 mk-pos pic 9(2) value 0.
77 mk-min-len pic 9(2) value 12.
01 mk-bar-count pic 9(2) value 0.
01 mk-done-count pic 9(5) value 0.
01 mk-skip-count pic 9(5) value 0.
01 mk-fail-count pic 9(5) value 0.
01 mk-old-gen pic 9(2) value 0.
01 mk-new-gen pic 9(2) value 0.
*>the partner file, held line for line while its policy-F keys move to
*>the new generation - every other line goes back exactly as it was
77 partnerFileName pic x(100) value "PARTNERS.TXT".
01 partnerfile-status pic xx value spaces.
01 ptn-lines.
    05 ptn-line occurs 500 times pic x(200).
01 ptn-line-count pic 9(3) value 0.
01 ptn-line-idx pic 9(3) value 0.
01 ptn-eof pic 9 value 0.
01 ptn-changed pic 9 value 0.
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
01 ptn-owner pic x(100) value spaces.
01 ptn-mkgen pic 9(2) value 0.
01 ptn-keychk pic 9(2) value 0.
01 mk-partner-count pic 9(5) value 0.
*>second signature for a master-key change - a different level-A
*>operator signs on at the keyboard, as for a sensitive decrypt
01 approverId pic x(8) value spaces.
01 approval-ok pic 9 value 0.
01 saved-operatorId pic x(8) value spaces.
01 saved-oper-auth pic x value space.
01 saved-pass-hash pic x(4) value spaces.
01 saved-expiry pic x(10) value spaces.
01 saved-enabled pic x value space.
01 export-eof pic 9 value 0.
01 entry-count pic 9(5) value 0.
01 import-line pic x(200) value spaces.
01 import-name pic x(100) value spaces.
01 import-key pic x(48) value spaces.
01 import-mk-tag pic x(4) value spaces.
01 import-mk-prot pic x(32) value spaces.
01 import-mk-chk pic x(4) value spaces.
01 import-mkgen pic 9(2) value 0.
01 import-keychk pic 9(2) value 0.
01 import-key-ok pic 9 value 0.
01 import-type pic x(4) value spaces.
01 import-scope pic x(4) value spaces.
01 import-oper pic x(8) value spaces.
01 import-status pic x(4) value spaces.
01 import-sens pic x(4) value spaces.
01 import-layout pic x(30) value spaces.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-ptr pic 9(3) value 0.
01 audit-timestamp pic x(19).
01 current-datetime pic x(21).
01 operatorId pic x(8) value spaces.
        display "  X - export the registry to a flat backup file"
        display "  M - import entries from a flat backup file"
        display "  C - convert a registry from before decrypt profiles"
        display "  P - protect a registry whose keys are held in the clear"
        display "  K - establish or change the master key"
        display "  H - key history for one filename"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        *>a change to the registry takes it for this run alone, for as long
        *>as the one change takes - a batch, a rotation or a destruction run
        *>holding it is waited for, and the change refused if it is still
        *>held, never made under it
        if menu-choice is equal to "U" or "D" or "M" or "C" or "P" or "K"
            move "X" to enq-mode
            move keyRegistryName to enq-resource
            perform enqueue-resource
            if enqueue-status is not equal to "00"
                display "The registry is in use - nothing was changed, try again later"
                move "-" to menu-choice
            end-if
        end-if
        evaluate menu-choice
            when "-" continue
            when "L" perform list-all-entries
            when "F" perform find-one-entry
            when "U" perform update-one-entry
            when "X" perform export-registry
            when "M" perform import-registry
            when "C" perform convert-old-registry
            when "P" perform protect-clear-registry
            when "K" perform change-master-key
            when "H" perform show-key-history
            when "Q" continue
            when other display "Unrecognized choice " menu-choice
        end-evaluate
        perform dequeue-all
    end-perform

stop run.

*>walk the whole registry in filename order and show every entry -
*>a read-only pass, so nothing is audited. keys show as their check
*>value and master-key generation, never in the clear
list-all-entries.
    move 0 to registry-eof
    move 0 to entry-count
            end-read
            if registry-eof is not equal to 1
                add 1 to entry-count
                display "  kcv=" registry-keychk " mk=" registry-mkgen
                    " type=" registry-type
                    " scope=" registry-scope " status=" registry-status
                    " sens=" registry-sensitive
                    " reg=" registry-regdate " by " registry-operator
                    "  " function trim(registry-filename)
                if registry-layout is not equal to spaces
                    display "      layout=" function trim(registry-layout)
                end-if
            end-if
        end-perform
        display entry-count " entries on file"
    end-if
    .

*>show the profile registered for one filename - the key by its check
*>value only
find-one-entry.
    display "Enter the registered (ciphertext) file name:"
    accept work-filename
            invalid key
                display "No entry on file for " function trim(work-filename)
            not invalid key
                display "  kcv=" registry-keychk " mk=" registry-mkgen
                    " type=" registry-type
                    " scope=" registry-scope " status=" registry-status
                    " sens=" registry-sensitive
                    " reg=" registry-regdate " by " registry-operator
                    "  " function trim(registry-filename)
                if registry-layout is not equal to spaces
                    display "      layout=" function trim(registry-layout)
                end-if
        end-read
        close keyregistryfile
    end-if
    .

*>show every retired key on file for one filename, oldest first - a
*>read-only pass like find, so nothing is audited and the keys show as
*>check values only
show-key-history.
    display "Enter the registered (ciphertext) file name:"
    accept work-filename
    move 0 to history-count
    move 0 to history-eof
    open input keyhistoryfile
    if keyhistory-status is not equal to "00"
        display "Could not open " function trim(keyHistoryName) " - status " keyhistory-status
        exit paragraph
    end-if
    move work-filename to history-filename
    move low-values to history-effdate
    move 0 to history-seq
    start keyhistoryfile key is not less than history-id
        invalid key move 1 to history-eof
    end-start
    perform until history-eof is equal to 1
        read keyhistoryfile next record
            at end move 1 to history-eof
        end-read
        if history-eof is not equal to 1
            if history-filename is not equal to work-filename
                move 1 to history-eof
            else
                add 1 to history-count
                display "  " history-effdate " to " history-enddate
                    " kcv=" history-keychk " mk=" history-mkgen
                    " type=" history-type " scope=" history-scope
                    " by " history-operator " " history-reason
            end-if
        end-if
    end-perform
    close keyhistoryfile
    display history-count " historical keys on file for " function trim(work-filename)
    .

*>correct a mis-registered entry, or register one that was missed - the
*>rewrite-else-write pattern matches how the cipher run saves its keys.
*>the whole decrypt profile is captured, so a hand-repaired entry is as
            move "N" to work-sens
        end-if
    end-perform
    display "Column layout the file was enciphered with (blank for none):"
    move spaces to work-layout
    accept work-layout

    open i-o keyregistryfile
    if keyregistry-status is equal to "35"
    else
        move function current-date to current-datetime
        move work-filename to registry-filename
        move "P" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,registry-filename,work-key,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
        move work-type to registry-type
        move work-scope to registry-scope
        move spaces to registry-regdate
        move operatorId to registry-operator
        move work-status to registry-status
        move work-sens to registry-sensitive
        move work-layout to registry-layout
        move spaces to registry-reserved
        if keyprot-status is not equal to "00"
            close keyregistryfile
            display "The key could not be protected under the master key in "
                function trim(masterKeyName) " - status " keyprot-status
                " - nothing was changed"
            exit paragraph
        end-if
        rewrite registry-record
            invalid key write registry-record
        end-rewrite
        close keyregistryfile
        move spaces to work-key
        display "Entry for " function trim(work-filename) " set to kcv=" registry-keychk
            " type=" work-type " scope=" work-scope " status=" work-status
            " sens=" work-sens

        move "KEYUPD" to audit-op
        move spaces to audit-detail
        string function trim(work-filename) " kcv=" registry-keychk
            " mk=" registry-mkgen
            " type=" work-type " scope=" work-scope
            " status=" work-status " sens=" work-sens into audit-detail
        if work-layout is not equal to spaces
            compute audit-ptr =
                function length(function trim(audit-detail, trailing)) + 1
            string " layout=" function trim(work-layout) delimited by size
                into audit-detail with pointer audit-ptr
        end-if
        perform write-audit-entry
    end-if
    .
    .

*>write every registry entry to a flat sequential file, one
*>"filename,key,..." record per entry, as a restorable backup - the key
*>travels in its protected form "MKnn:protected:kcv", so the backup is
*>no more readable than the registry itself. the column layout, if any,
*>is the last field
export-registry.
    display "Enter the export (backup) file name:"
    accept exportFileName
                if registry-eof is not equal to 1
                    add 1 to entry-count
                    move spaces to export-record
                    string function trim(registry-filename)
                        ",MK" registry-mkgen ":" registry-keyprot
                        ":" registry-keychk
                        "," registry-type "," registry-scope
                        "," registry-regdate "," registry-operator
                        "," registry-status "," registry-sensitive
                        "," function trim(registry-layout)
                        into export-record
                    write export-record
                end-if
                    move spaces to import-oper
                    move spaces to import-status
                    move spaces to import-sens
                    move spaces to import-layout
                    unstring import-line delimited by ","
                        into import-name import-key import-type import-scope
                        import-regdate import-oper import-status import-sens
                        import-layout
                    *>a backup record must carry the same 1-26 key the update
                    *>screen would accept - one or two digits, padded or not,
                    *>so a hand-repaired line imports the same as an exported
                    *>one; anything else is damaged and must not reach the
                    *>registry. a backup from before decrypt profiles existed
                    *>has only the two fields - it imports with an empty
                    *>profile and an active status, exactly what it was.
                    *>every key is protected under the active master key
                    *>on its way in
                    move import-name to registry-filename
                    perform edit-import-key
                    if import-key-ok is equal to 1
                        move "P" to keyprot-request
                        call "keyprot" using keyprot-request,masterKeyName,registry-filename,work-key,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
                        move spaces to work-key
                        if keyprot-status is not equal to "00"
                            move 0 to import-key-ok
                        end-if
                    end-if
                    if import-key-ok is equal to 1
                        move import-type(1:1) to registry-type
                        move import-scope(1:1) to registry-scope
                        move import-regdate to registry-regdate
                        else
                            move "N" to registry-sensitive
                        end-if
                        move import-layout to registry-layout
                        move spaces to registry-reserved
                        rewrite registry-record
                            invalid key write registry-record
                        end-rewrite

*>check one backup record's key field: trimmed, it must carry the same
*>1-26 number or letter keyword the update screen accepts - anything
*>else is damaged and must not reach the registry. a current backup
*>carries the key protected ("MKnn:protected:kcv"); it is recovered
*>under its own master-key generation, and must prove against its
*>check value, before it is re-protected under the active one. work-key
*>carries the edited value to the caller
edit-import-key.
    move 0 to import-key-ok
    move spaces to work-key
    move function trim(import-key) to import-key
    if import-key(1:2) is equal to "MK" and import-key(5:1) is equal to ":"
        move spaces to import-mk-tag
        move spaces to import-mk-prot
        move spaces to import-mk-chk
        unstring import-key delimited by ":"
            into import-mk-tag import-mk-prot import-mk-chk
        if import-mk-tag(3:2) is numeric and import-mk-chk(1:2) is numeric
            move import-mk-tag(3:2) to import-mkgen
            move import-mk-chk(1:2) to import-keychk
            move "U" to keyprot-request
            call "keyprot" using keyprot-request,masterKeyName,registry-filename,work-key,import-mkgen,import-mk-prot,import-keychk,keyprot-status
            if keyprot-status is equal to "00"
                move 1 to import-key-ok
            else
                move spaces to work-key
            end-if
        end-if
    else
        move import-key(1:16) to work-key
        perform edit-work-key
        move work-key-ok to import-key-ok
    end-if
    .

*>a registry written before decrypt profiles cannot be opened with the
*>layout: key preserved, profile empty (the decrypt paths treat an
*>empty profile as "key only on record", exactly as an imported old
*>backup), status active. every key is held in memory before the file
*>is touched, and a registry too big for the table is refused outright.
*>the keys are written protected, so the master key must be on file
convert-old-registry.
    perform load-master-keys
    if mk-active-idx is equal to zero
        display "No active master key in " function trim(masterKeyName)
            " - establish one with option K first"
        exit paragraph
    end-if
    display "This rewrites " function trim(keyRegistryName)
        " from the old two-field layout to the current one."
    display "Proceed? (Y/N):"
        exit paragraph
    end-if

    perform varying conv-idx from 1 by 1
        until conv-idx is greater than conv-count
        move space to conv-type(conv-idx)
        move space to conv-scope(conv-idx)
        move spaces to conv-regdate(conv-idx)
        move spaces to conv-oper(conv-idx)
        move "A" to conv-status(conv-idx)
        move "N" to conv-sens(conv-idx)
    end-perform
    perform write-converted-registry
    if conv-count is greater than zero
        move "KEYCNV" to audit-op
        move spaces to audit-detail
        string conv-count " registry entries converted from the"
            " pre-profile layout, " conv-unkeyed " without a usable key"
            into audit-detail
        perform write-audit-entry
    end-if
    .

*>a registry written while keys were held in the clear cannot be opened
*>with the protected layout (status 39). this pass reads it through the
*>clear layout, then rewrites it in place with every key protected
*>under the active master key - profile, dates and status carried
*>across untouched. like the conversion above, every entry is held in
*>memory before the file is touched
protect-clear-registry.
    perform load-master-keys
    if mk-active-idx is equal to zero
        display "No active master key in " function trim(masterKeyName)
            " - establish one with option K first"
        exit paragraph
    end-if
    display "This rewrites " function trim(keyRegistryName)
        " with every clear key protected under master key generation "
        mk-gen(mk-active-idx) "."
    display "Proceed? (Y/N):"
    move space to conv-confirm
    accept conv-confirm
    if conv-confirm is not equal to "Y"
        display "Nothing converted"
        exit paragraph
    end-if

    move 0 to conv-count
    move 0 to conv-eof
    move 0 to conv-full
    open input clearregistryfile
    if clearregistry-status is not equal to "00"
        display "Could not open " function trim(keyRegistryName)
            " with the clear-key layout - status " clearregistry-status
        display "If the registry is already protected there is nothing"
            " to convert"
        exit paragraph
    end-if
    perform until conv-eof is equal to 1
        read clearregistryfile
            at end move 1 to conv-eof
        end-read
        if conv-eof is not equal to 1
            if conv-count is less than 2000
                add 1 to conv-count
                move clear-registry-filename to conv-name(conv-count)
                move clear-registry-key to conv-key(conv-count)
                move clear-registry-type to conv-type(conv-count)
                move clear-registry-scope to conv-scope(conv-count)
                move clear-registry-regdate to conv-regdate(conv-count)
                move clear-registry-operator to conv-oper(conv-count)
                move clear-registry-status to conv-status(conv-count)
                move clear-registry-sensitive to conv-sens(conv-count)
            else
                move 1 to conv-full
                move 1 to conv-eof
            end-if
        end-if
    end-perform
    close clearregistryfile

    if conv-full is equal to 1
        display "More than 2000 entries - the conversion table is too"
            " small, nothing was changed"
        exit paragraph
    end-if
    if conv-count is equal to zero
        display "The registry holds no entries - nothing to convert"
        exit paragraph
    end-if

    perform write-converted-registry
    move "KEYPROT" to audit-op
    move spaces to audit-detail
    string conv-count " registry entries protected under master key"
        " generation " mk-gen(mk-active-idx) ", " conv-unkeyed
        " without a usable key" into audit-detail
    perform write-audit-entry
    .

*>rewrite the registry from the conversion table, protecting each key
*>as it goes. an entry whose key was already unusable (blank or
*>damaged) keeps its place with no key on file and is listed, so it
*>can be repaired with option U rather than silently dropped; the
*>clear keys are wiped from the table as soon as they are written
write-converted-registry.
    move 0 to conv-unkeyed
    open output keyregistryfile
    if keyregistry-status is not equal to "00"
        display "Could not rewrite " function trim(keyRegistryName)
            " - status " keyregistry-status
        move 0 to conv-count
        exit paragraph
    end-if
    perform varying conv-idx from 1 by 1
        until conv-idx is greater than conv-count
        move conv-name(conv-idx) to registry-filename
        move conv-key(conv-idx) to clear-key
        move "P" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,registry-filename,clear-key,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
        if keyprot-status is not equal to "00"
            move spaces to registry-keyprot
            move 0 to registry-mkgen
            move 0 to registry-keychk
            add 1 to conv-unkeyed
            display "  no usable key for " function trim(conv-name(conv-idx))
                " - repair it with option U"
        end-if
        move conv-type(conv-idx) to registry-type
        move conv-scope(conv-idx) to registry-scope
        move conv-regdate(conv-idx) to registry-regdate
        move conv-oper(conv-idx) to registry-operator
        move conv-status(conv-idx) to registry-status
        move conv-sens(conv-idx) to registry-sensitive
        move spaces to registry-layout
        move spaces to registry-reserved
        write registry-record
        move spaces to conv-key(conv-idx)
    end-perform
    move spaces to clear-key
    close keyregistryfile
    display conv-count " entries converted to the current layout"
    .

*>the master-key run. with no master key on file it establishes the
*>first generation; otherwise it starts a change to a new generation -
*>entered twice by the key custodian, countersigned by a second level-A
*>operator - and re-protects every registry entry under it. the new key
*>sits on file as pending (P) until every entry has moved, so a change
*>that stops part way resumes on the next run: entries already on the
*>new generation are skipped, and entries still on the old one read as
*>they always did in the meantime
change-master-key.
    perform load-master-keys

    if mk-active-idx is equal to zero and mk-pending-idx is equal to zero
        display "No master key on file in " function trim(masterKeyName)
            " - this establishes the first one"
        perform approve-master-key-change
        if approval-ok is not equal to 1
            exit paragraph
        end-if
        perform accept-new-master-key
        add 1 to mk-count
        compute mk-gen(mk-count) = mk-high-gen + 1
        move "A" to mk-status(mk-count)
        move mk-new-text to mk-text(mk-count)
        move mk-new-check to mk-check(mk-count)
        perform stamp-master-key-entry
        perform save-master-keys
        move spaces to mk-new-text
        display "Master key generation " mk-gen(mk-count)
            " established (check " mk-new-check ")"
        display "A registry still holding clear keys is protected with option P"
        move "MKEYNEW" to audit-op
        move spaces to audit-detail
        string "master key generation " mk-gen(mk-count)
            " established check=" mk-new-check
            " approvedby=" function trim(approverId) into audit-detail
        perform write-audit-entry
        exit paragraph
    end-if

    if mk-pending-idx is equal to zero
        display "This replaces master key generation " mk-gen(mk-active-idx)
            " and re-protects every key in " function trim(keyRegistryName)
            ", the key history and the partner keys"
        perform approve-master-key-change
        if approval-ok is not equal to 1
            exit paragraph
        end-if
        perform accept-new-master-key
        if mk-new-text is equal to mk-text(mk-active-idx)
            move spaces to mk-new-text
            display "The new master key is the one already in force - nothing changed"
            exit paragraph
        end-if
        add 1 to mk-count
        compute mk-gen(mk-count) = mk-high-gen + 1
        move "P" to mk-status(mk-count)
        move mk-new-text to mk-text(mk-count)
        move mk-new-check to mk-check(mk-count)
        perform stamp-master-key-entry
        move mk-count to mk-pending-idx
        perform save-master-keys
        move spaces to mk-new-text
        move "MKEYBEG" to audit-op
        move spaces to audit-detail
        string "master key change from generation " mk-gen(mk-active-idx)
            " to " mk-gen(mk-pending-idx) " started check=" mk-new-check
            " approvedby=" function trim(approverId) into audit-detail
        perform write-audit-entry
    else
        display "A change to master key generation " mk-gen(mk-pending-idx)
            " is part way through - resuming it"
        perform approve-master-key-change
        if approval-ok is not equal to 1
            exit paragraph
        end-if
    end-if

    move mk-gen(mk-pending-idx) to mk-new-gen
    move 0 to mk-old-gen
    if mk-active-idx is not equal to zero
        move mk-gen(mk-active-idx) to mk-old-gen
    end-if
    perform reprotect-registry

    if mk-fail-count is equal to zero
        if mk-active-idx is not equal to zero
            move "R" to mk-status(mk-active-idx)
        end-if
        move "A" to mk-status(mk-pending-idx)
        perform save-master-keys
        display "Master key generation " mk-new-gen " is now active - "
            mk-done-count " entries re-protected, " mk-skip-count
            " already on it, " mk-partner-count " partner key(s) re-protected"
        move "MKEYCHG" to audit-op
        move spaces to audit-detail
        string "master key generation " mk-old-gen " retired, " mk-new-gen
            " active - " mk-done-count " entries re-protected, "
            mk-skip-count " already on it, " mk-partner-count
            " partner keys approvedby=" function trim(approverId) into audit-detail
        perform write-audit-entry
    else
        display mk-fail-count " entries could not be re-protected - the change"
            " to generation " mk-new-gen " stays pending; repair them with"
            " option U (or delete them) and run option K again"
        move "MKEYFAIL" to audit-op
        move spaces to audit-detail
        string "master key change to generation " mk-new-gen " left pending - "
            mk-done-count " re-protected, " mk-partner-count " partner keys, "
            mk-fail-count " failed" into audit-detail
        perform write-audit-entry
    end-if
    .

*>walk the whole registry and move every entry not yet on the pending
*>generation across to it: recover the key under the generation the
*>entry records, protect it again under the new one, rewrite in place
reprotect-registry.
    move 0 to mk-done-count
    move 0 to mk-skip-count
    move 0 to mk-fail-count
    move 0 to registry-eof
    open i-o keyregistryfile
    if keyregistry-status is not equal to "00"
        display "Could not open " function trim(keyRegistryName)
            " - status " keyregistry-status
        add 1 to mk-fail-count
        exit paragraph
    end-if
    move low-values to registry-filename
    start keyregistryfile key is not less than registry-filename
        invalid key move 1 to registry-eof
    end-start
    perform until registry-eof is equal to 1
        read keyregistryfile next record
            at end move 1 to registry-eof
        end-read
        if registry-eof is not equal to 1
            if registry-mkgen is equal to mk-new-gen
                add 1 to mk-skip-count
            else
                move "U" to keyprot-request
                call "keyprot" using keyprot-request,masterKeyName,registry-filename,clear-key,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
                if keyprot-status is equal to "00"
                    move "N" to keyprot-request
                    call "keyprot" using keyprot-request,masterKeyName,registry-filename,clear-key,registry-mkgen,registry-keyprot,registry-keychk,keyprot-status
                end-if
                move spaces to clear-key
                if keyprot-status is equal to "00"
                    rewrite registry-record
                        invalid key add 1 to mk-fail-count
                        not invalid key add 1 to mk-done-count
                    end-rewrite
                else
                    add 1 to mk-fail-count
                    display "  could not re-protect " function trim(registry-filename)
                        " (generation " registry-mkgen ") - status " keyprot-status
                end-if
            end-if
        end-if
    end-perform
    close keyregistryfile
    perform reprotect-key-history
    perform reprotect-partner-keys
    .

*>the retired keys move to the new generation with the live ones - a
*>site with no key history yet has nothing to carry across
reprotect-key-history.
    move 0 to history-eof
    open i-o keyhistoryfile
    if keyhistory-status is equal to "35"
        exit paragraph
    end-if
    if keyhistory-status is not equal to "00"
        display "Could not open " function trim(keyHistoryName)
            " - status " keyhistory-status
        add 1 to mk-fail-count
        exit paragraph
    end-if
    move low-values to history-id
    start keyhistoryfile key is not less than history-id
        invalid key move 1 to history-eof
    end-start
    perform until history-eof is equal to 1
        read keyhistoryfile next record
            at end move 1 to history-eof
        end-read
        if history-eof is not equal to 1
            if history-mkgen is equal to mk-new-gen
                add 1 to mk-skip-count
            else
                move "U" to keyprot-request
                call "keyprot" using keyprot-request,masterKeyName,history-filename,clear-key,history-mkgen,history-keyprot,history-keychk,keyprot-status
                if keyprot-status is equal to "00"
                    move "N" to keyprot-request
                    call "keyprot" using keyprot-request,masterKeyName,history-filename,clear-key,history-mkgen,history-keyprot,history-keychk,keyprot-status
                end-if
                move spaces to clear-key
                if keyprot-status is equal to "00"
                    rewrite history-record
                        invalid key add 1 to mk-fail-count
                        not invalid key add 1 to mk-done-count
                    end-rewrite
                else
                    add 1 to mk-fail-count
                    display "  could not re-protect the key of " function trim(history-filename)
                        " in force from " history-effdate " (generation "
                        history-mkgen ") - status " keyprot-status
                end-if
            end-if
        end-if
    end-perform
    close keyhistoryfile
    .

*>a policy-F partner keeps its own key on the partner file, protected
*>under the master key like a registry entry - it moves across with
*>them. the file is taken exclusively for the pass, so partner
*>maintenance cannot write an older copy back over it; a partner
*>already on the new generation is skipped, as on a resumed change
reprotect-partner-keys.
    move 0 to mk-partner-count
    move partnerFileName to enq-resource
    move "X" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "  the partner keys in " function trim(partnerFileName)
            " could not be re-protected - the file is held by another run"
        add 1 to mk-fail-count
        exit paragraph
    end-if
    move 0 to ptn-line-count
    move 0 to ptn-eof
    open input partnerfile
    if partnerfile-status is equal to "35"
        perform dequeue-resource
        exit paragraph
    end-if
    if partnerfile-status is not equal to "00"
        display "Could not open " function trim(partnerFileName)
            " - status " partnerfile-status
        add 1 to mk-fail-count
        perform dequeue-resource
        exit paragraph
    end-if
    perform until ptn-eof is equal to 1
        read partnerfile
            at end move 1 to ptn-eof
        end-read
        if ptn-eof is not equal to 1
            if ptn-line-count is less than 500
                add 1 to ptn-line-count
                move partner-record to ptn-line(ptn-line-count)
            else
                *>a file too big to hold cannot be rewritten whole
                move 1 to ptn-eof
                display "  " function trim(partnerFileName)
                    " holds more than 500 lines - the partner keys were not re-protected"
                add 1 to mk-fail-count
                close partnerfile
                perform dequeue-resource
                exit paragraph
            end-if
        end-if
    end-perform
    close partnerfile

    move 0 to ptn-changed
    perform varying ptn-line-idx from 1 by 1 until ptn-line-idx is greater than ptn-line-count
        if ptn-line(ptn-line-idx) is not equal to spaces
            and ptn-line(ptn-line-idx)(1:1) is not equal to "*"
            perform reprotect-one-partner
        end-if
    end-perform

    if ptn-changed is equal to 1
        open output partnerfile
        if partnerfile-status is not equal to "00"
            display "Could not rewrite " function trim(partnerFileName)
                " - status " partnerfile-status
            add mk-partner-count to mk-fail-count
            move 0 to mk-partner-count
        else
            perform varying ptn-line-idx from 1 by 1
                until ptn-line-idx is greater than ptn-line-count
                move ptn-line(ptn-line-idx) to partner-record
                write partner-record
            end-perform
            close partnerfile
        end-if
    end-if
    move partnerFileName to enq-resource
    perform dequeue-resource
    .

*>one partner record: "id|name|type|scope|policy|sensitive|prefix|
*>ackdays|status|mkgen|keyprot|kcv" - a policy-F key not yet on the new
*>generation is recovered and protected again, and the record rebuilt
*>the way partner maintenance writes it
reprotect-one-partner.
    move spaces to ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
        ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
        ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
    unstring ptn-line(ptn-line-idx) delimited by "|"
        into ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
            ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
            ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
    if ptn-policy-in(1:1) is not equal to "F" or ptn-keyprot-in is equal to spaces
        or ptn-mkgen-in(1:2) is not numeric
        exit paragraph
    end-if
    move ptn-mkgen-in(1:2) to ptn-mkgen
    if ptn-mkgen is equal to mk-new-gen
        add 1 to mk-skip-count
        exit paragraph
    end-if
    move 0 to ptn-keychk
    if ptn-kcv-in(1:2) is numeric
        move ptn-kcv-in(1:2) to ptn-keychk
    end-if
    move spaces to ptn-owner
    string "PARTNER:" function trim(ptn-id-in) delimited by size into ptn-owner
    move "U" to keyprot-request
    call "keyprot" using keyprot-request,masterKeyName,ptn-owner,clear-key,ptn-mkgen,ptn-keyprot-in,ptn-keychk,keyprot-status
    if keyprot-status is equal to "00"
        move "N" to keyprot-request
        call "keyprot" using keyprot-request,masterKeyName,ptn-owner,clear-key,ptn-mkgen,ptn-keyprot-in,ptn-keychk,keyprot-status
    end-if
    move spaces to clear-key
    if keyprot-status is not equal to "00"
        add 1 to mk-fail-count
        display "  could not re-protect the key of partner " function trim(ptn-id-in)
            " (generation " ptn-mkgen ") - status " keyprot-status
        exit paragraph
    end-if
    move spaces to ptn-line(ptn-line-idx)
    string function trim(ptn-id-in) "|" function trim(ptn-name-in)
        "|" function trim(ptn-type-in) "|" function trim(ptn-scope-in)
        "|" function trim(ptn-policy-in) "|" function trim(ptn-sens-in)
        "|" function trim(ptn-prefix-in) "|" function trim(ptn-ack-in)
        "|" function trim(ptn-status-in) "|" ptn-mkgen "|" ptn-keyprot-in
        "|" ptn-keychk delimited by size into ptn-line(ptn-line-idx)
    add 1 to mk-partner-count
    move 1 to ptn-changed
    .

*>take the new master key from the custodian twice - long enough to be
*>worth having - and leave its check value in mk-new-check, the only
*>form of it that is ever displayed or audited
accept-new-master-key.
    move spaces to mk-new-text
    move spaces to mk-new-again
    move 0 to mk-new-len
    perform until mk-new-len is not less than mk-min-len
        and mk-new-text is equal to mk-new-again
        display "New master key (" mk-min-len " to 32 characters):"
        accept mk-new-text
        display "Enter it again:"
        accept mk-new-again
        compute mk-new-len =
            function length(function trim(mk-new-text, trailing))
        if mk-new-text is equal to spaces
            move 0 to mk-new-len
        end-if
        move 0 to mk-bar-count
        inspect mk-new-text tallying mk-bar-count for all "|"
        if mk-bar-count is greater than zero
            display "The master key may not contain the | character"
            move 0 to mk-new-len
        end-if
        if mk-new-len is less than mk-min-len
            display "The master key must be at least " mk-min-len " characters"
        else
            if mk-new-text is not equal to mk-new-again
                display "The two entries do not match - try again"
            end-if
        end-if
    end-perform
    move spaces to mk-new-again
    move 0 to mk-sum
    perform varying mk-pos from 1 by 1 until mk-pos is greater than mk-new-len
        compute mk-sum = mk-sum
            + function ord(mk-new-text(mk-pos:1)) * (mk-pos + 3)
    end-perform
    compute mk-new-check = function mod(mk-sum * 17 + 19, 9973)
    .

stamp-master-key-entry.
    move function current-date to current-datetime
    move spaces to mk-date(mk-count)
    string current-datetime(1:4) "-" current-datetime(5:2) "-"
        current-datetime(7:2) into mk-date(mk-count)
    move operatorId to mk-oper(mk-count)
    .

*>a master-key run takes two signatures: the signed-on operator and a
*>second, different level-A operator who signs on here
approve-master-key-change.
    move 0 to approval-ok
    move spaces to approverId
    display "A second level-A operator must countersign the master key change"
    display "Approving operator ID:"
    accept approverId
    if approverId is equal to spaces
        display "No approver offered - the master key is not changed"
    else
    if approverId is equal to operatorId
        display "The approver must be a different operator - the master key is not changed"
    else
        move operatorId to saved-operatorId
        move oper-auth to saved-oper-auth
        move oper-pass-hash to saved-pass-hash
        move oper-expiry to saved-expiry
        move oper-enabled to saved-enabled
        move approverId to operatorId
        perform lookup-operator-auth
        if oper-found is equal to 1
            perform verify-operator-record
            if signon-ok is equal to 1
                if oper-auth is equal to "A"
                    move 1 to approval-ok
                else
                    display "Operator " function trim(approverId)
                        " is not level A - the master key is not changed"
                end-if
            end-if
        else
            display "Operator " function trim(approverId) " is not on file"
        end-if
        move saved-operatorId to operatorId
        move saved-oper-auth to oper-auth
        move saved-pass-hash to oper-pass-hash
        move saved-expiry to oper-expiry
        move saved-enabled to oper-enabled
    end-if
    end-if
    if approval-ok is equal to 0
        move "AUTHFAIL" to audit-op
        move "master key change refused - no second approval" to audit-detail
        perform write-audit-entry
    end-if
    .

*>read the master key file into its table, noting the active and
*>pending generations and the highest generation ever issued
load-master-keys.
    move 0 to mk-count
    move 0 to mk-active-idx
    move 0 to mk-pending-idx
    move 0 to mk-high-gen
    move 0 to mk-eof
    open input masterkeyfile
    if masterkey-status is equal to "00"
        perform until mk-eof is equal to 1
            read masterkeyfile into mk-line
                at end move 1 to mk-eof
            end-read
            if mk-eof is not equal to 1 and mk-line is not equal to spaces
                and mk-line(1:1) is not equal to "*"
                and mk-count is less than 99
                move spaces to mk-gen-in
                move spaces to mk-status-in
                move spaces to mk-text-in
                move spaces to mk-check-in
                move spaces to mk-date-in
                move spaces to mk-oper-in
                unstring mk-line delimited by "|"
                    into mk-gen-in mk-status-in mk-text-in mk-check-in
                    mk-date-in mk-oper-in
                if mk-gen-in(1:2) is numeric
                    add 1 to mk-count
                    move mk-gen-in(1:2) to mk-gen(mk-count)
                    move mk-status-in(1:1) to mk-status(mk-count)
                    move mk-text-in(1:32) to mk-text(mk-count)
                    move 0 to mk-check(mk-count)
                    if mk-check-in(1:4) is numeric
                        move mk-check-in(1:4) to mk-check(mk-count)
                    end-if
                    move mk-date-in to mk-date(mk-count)
                    move mk-oper-in to mk-oper(mk-count)
                    if mk-status(mk-count) is equal to "A"
                        move mk-count to mk-active-idx
                    end-if
                    if mk-status(mk-count) is equal to "P"
                        move mk-count to mk-pending-idx
                    end-if
                    if mk-gen(mk-count) is greater than mk-high-gen
                        move mk-gen(mk-count) to mk-high-gen
                    end-if
                end-if
            end-if
        end-perform
        close masterkeyfile
    end-if
    .

save-master-keys.
    open output masterkeyfile
    if masterkey-status is not equal to "00"
        display "Could not rewrite " function trim(masterKeyName)
            " - status " masterkey-status
    else
        perform varying mk-idx from 1 by 1 until mk-idx is greater than mk-count
            move spaces to masterkey-record
            string mk-gen(mk-idx) "|" mk-status(mk-idx) "|"
                function trim(mk-text(mk-idx)) "|" mk-check(mk-idx) "|"
                mk-date(mk-idx) "|" function trim(mk-oper(mk-idx))
                into masterkey-record
            write masterkey-record
        end-perform
        close masterkeyfile
    end-if
    .

*>one or two digits making 1-26, or one to sixteen letters forming a
*>keyword - the same values the cipher modules accept
edit-work-key.
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
        when "KEYHISTORY"
            move function trim(config-value) to keyHistoryName
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
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
