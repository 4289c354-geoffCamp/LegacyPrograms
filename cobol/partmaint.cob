*> partmaint.cob - trading-partner maintenance utility of Trithemius Cipher program
*> Oct 15, 2026 - administer the trading-partner master file PARTNERS.TXT:
*>                one record per partner we send to, carrying the
*>                settings every control record for that partner used
*>                to spell out by hand - default cipher type and scope,
*>                key policy (F - the partner's own key, held on this
*>                file protected under the site master key; S - the key
*>                is supplied on each control record), sensitive
*>                default, the prefix outbound file names carry, the
*>                days an acknowledgment may take before it is overdue,
*>                and an active (A) or inactive (I) status. records
*>                carry "id|name|type|scope|policy|sensitive|prefix|
*>                ackdays|status|mkgen|keyprot|kcv"; every change is
*>                written to the audit trail stamped with the signed-on
*>                administrator, and a partner key only ever appears as
*>                its check value
*> Oct 15, 2026 - sign-on lockouts are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set
*> Oct 15, 2026 - the partner file is rewritten only while this run holds
*>                it exclusively in the run enqueue (ENQUEUE.TXT), and
*>                re-read under the lock first, so a cipher or package
*>                run reading it, or a master key change re-protecting
*>                the partner keys, is not overtaken; the list is read
*>                fresh each time
*> Oct 15, 2026 - a partner file that cannot be rewritten is reported,
*>                audited (PTNFAIL) and raised on the alert feed, the
*>                run ends with return code 8, and the change is not
*>                reported or audited as made

identification division.
program-id. partmaint.

environment division.

input-output section.
file-control.
select partnerfile assign to partnerFileName
    organization is line sequential
    file status is partnerfile-status.
select operauthfile assign to operAuthName
    organization is line sequential
    file status is operauthfile-status.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd partnerfile.
01 partner-record pic x(200).
fd operauthfile.
01 operauth-record pic x(120).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 operAuthName pic x(100) value "OPERAUTH.TXT".
77 partnerFileName pic x(100) value "PARTNERS.TXT".
77 masterKeyName pic x(100) value "MASTERKEY.DAT".
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
    05 alert-program pic x(8) value "PARTMNT".
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
    05 enq-program pic x(8) value "PARTMNT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 partnerfile-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 menu-choice pic x value space.
*>the whole partner file is small enough to hold while one record is
*>changed, then rewrite in place - the same discipline operator
*>maintenance applies to the authorization file
01 ptn-table.
    05 ptn-entry occurs 200 times.
        10 p-id pic x(8).
        10 p-name pic x(40).
        10 p-type pic x.
        10 p-scope pic x.
        10 p-policy pic x.
        10 p-sens pic x.
        10 p-prefix pic x(20).
        10 p-ackdays pic 9(3).
        10 p-status pic x.
        10 p-mkgen pic 9(2).
        10 p-keyprot pic x(32).
        10 p-keychk pic 9(2).
01 ptn-count pic 9(3) value 0.
01 partners-locked pic 9 value 0.
01 partners-saved pic 9 value 0.
01 ptn-idx pic 9(3) value 0.
01 ptn-hit pic 9(3) value 0.
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
*>one partner as it is being added or changed
01 work-id pic x(8) value spaces.
01 work-name pic x(40) value spaces.
01 work-type pic x value space.
01 work-scope pic x value space.
01 work-policy pic x value space.
01 work-sens pic x value space.
01 work-prefix pic x(20) value spaces.
01 work-ack pic x(3) value spaces.
01 work-entry pic x(40) value spaces.
01 work-ok pic 9 value 0.
01 bar-count pic 9(2) value 0.
01 ack-len pic 9(2) value 0.
01 ack-num pic 9(3) value 0.
*>a partner key goes on file only protected under the site master key,
*>salted by the partner, the same way the registry holds file keys
01 keyprot-request pic x value space.
01 keyprot-status pic xx value spaces.
01 keyOwnerName pic x(100) value spaces.
01 partner-key pic x(16) value spaces.
01 partner-key-again pic x(16) value spaces.
01 new-mkgen pic 9(2) value 0.
01 new-keyprot pic x(32) value spaces.
01 new-keychk pic 9(2) value 0.
01 auth-id pic x(8) value spaces.
01 auth-level pic x(4) value spaces.
01 auth-pass pic x(8) value spaces.
01 auth-expiry pic x(10) value spaces.
01 auth-enabled pic x(4) value spaces.
01 oper-auth pic x value space.
01 oper-found pic 9 value 0.
01 oper-pass-hash pic x(4) value spaces.
01 oper-expiry pic x(10) value spaces.
01 oper-enabled pic x value space.
01 operauth-eof pic 9 value 0.
01 password-entry pic x(16) value spaces.
01 pass-sum pic 9(9) value 0.
01 pass-pos pic 9(2) value 0.
01 pass-len pic 9(2) value 0.
01 pass-hash pic 9(4) value 0.
01 pass-hash-x pic x(4) value spaces.
01 signon-ok pic 9 value 0.
*>repeated failed attempts lock an operator out for the rest of the
*>day - the count comes from the AUTHFAIL entries already in the audit
*>log, so the lockout needs no state file of its own
01 lockout-count pic 9(2) value 0.
77 lockout-limit pic 9(2) value 5.
01 signon-today pic x(10) value spaces.
01 lock-eof pic 9 value 0.
01 lock-line pic x(260) value spaces.
01 signed-on pic 9 value 0.
01 signon-tries pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 current-datetime pic x(21).
01 operatorId pic x(8) value spaces.

procedure division.

    perform load-configuration

    *>the partner settings decide how everything we send is enciphered -
    *>administering them takes full authority, like the registry
    perform operator-sign-on
    if signed-on is not equal to 1
        stop run
    end-if
    if oper-auth is not equal to "A"
        display "Operator " function trim(operatorId)
            " is not authorized for partner maintenance"
        move "AUTHFAIL" to audit-op
        move "partner maintenance refused - not authorized" to audit-detail
        perform write-audit-entry
        stop run
    end-if

    perform load-partners

    perform until menu-choice is equal to "Q"
        display " "
        display "Trading-partner maintenance - " function trim(partnerFileName)
        display "  L - list all partners"
        display "  A - add a partner"
        display "  U - update a partner's settings"
        display "  K - set a partner's key (key policy F)"
        display "  D - deactivate a partner"
        display "  E - reactivate a partner"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        evaluate menu-choice
            when "L" perform list-all-partners
            when "A" perform add-one-partner
            when "U" perform update-one-partner
            when "K" perform set-partner-key
            when "D" perform deactivate-one-partner
            when "E" perform reactivate-one-partner
            when "Q" continue
            when other display "Unrecognized choice " menu-choice
        end-evaluate
    end-perform

stop run.

*>show every partner on file - a key shows only as its check value
list-all-partners.
    perform load-partners
    if ptn-count is equal to zero
        display "  (no partners on file)"
    else
        perform varying ptn-idx from 1 by 1
            until ptn-idx is greater than ptn-count
            display "  " p-id(ptn-idx) " " p-name(ptn-idx)
                " status=" p-status(ptn-idx)
            display "           type=" p-type(ptn-idx) " scope=" p-scope(ptn-idx)
                " policy=" p-policy(ptn-idx) " sens=" p-sens(ptn-idx)
                " prefix=" function trim(p-prefix(ptn-idx))
                " ackdays=" p-ackdays(ptn-idx)
                " kcv=" p-keychk(ptn-idx) " mk=" p-mkgen(ptn-idx)
        end-perform
        display ptn-count " partner(s) on file"
    end-if
    .

add-one-partner.
    display "New partner ID (up to 8 characters):"
    move spaces to work-id
    accept work-id
    move function upper-case(work-id) to work-id
    if work-id is equal to spaces
        display "A blank partner ID cannot be added"
        exit paragraph
    end-if
    move 0 to bar-count
    inspect work-id tallying bar-count for all "|" all "," all "/" all "@"
    if bar-count is greater than zero
        display "A partner ID cannot contain | , / or @"
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is not equal to zero
        display "Partner " function trim(work-id)
            " is already on file - use update instead"
        exit paragraph
    end-if
    if ptn-count is not less than 200
        display "The partner table is full - deactivate and remove one first"
        exit paragraph
    end-if

    move spaces to work-name
    move space to work-type
    move space to work-scope
    move space to work-policy
    move space to work-sens
    move spaces to work-prefix
    move spaces to work-ack
    perform accept-partner-settings

    perform lock-partners
    if partners-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is not equal to zero
        perform unlock-partners
        display "Partner " function trim(work-id)
            " was added by another session meanwhile - nothing was changed"
        exit paragraph
    end-if
    if ptn-count is not less than 200
        perform unlock-partners
        display "The partner table is full - deactivate and remove one first"
        exit paragraph
    end-if
    add 1 to ptn-count
    move work-id to p-id(ptn-count)
    move work-name to p-name(ptn-count)
    move work-type to p-type(ptn-count)
    move work-scope to p-scope(ptn-count)
    move work-policy to p-policy(ptn-count)
    move work-sens to p-sens(ptn-count)
    move work-prefix to p-prefix(ptn-count)
    move work-ack to p-ackdays(ptn-count)
    move "A" to p-status(ptn-count)
    move 0 to p-mkgen(ptn-count)
    move spaces to p-keyprot(ptn-count)
    move 0 to p-keychk(ptn-count)
    perform save-partners
    perform unlock-partners
    if partners-saved is not equal to 1
        exit paragraph
    end-if
    display "Partner " function trim(work-id) " added"
    if work-policy is equal to "F"
        display "Key policy F - set the partner's key with option K before"
            " its first batch"
    end-if

    move "PTNADD" to audit-op
    move spaces to audit-detail
    string function trim(work-id) " added type=" work-type " scope=" work-scope
        " policy=" work-policy " sens=" work-sens " prefix=" function trim(work-prefix)
        " ackdays=" work-ack into audit-detail
    perform write-audit-entry
    .

update-one-partner.
    display "Partner ID to update:"
    move spaces to work-id
    accept work-id
    move function upper-case(work-id) to work-id
    perform find-one-partner
    if ptn-hit is equal to zero
        display "Partner " function trim(work-id) " is not on file"
        exit paragraph
    end-if

    display "Blank keeps the value shown"
    move p-name(ptn-hit) to work-name
    move p-type(ptn-hit) to work-type
    move p-scope(ptn-hit) to work-scope
    move p-policy(ptn-hit) to work-policy
    move p-sens(ptn-hit) to work-sens
    move p-prefix(ptn-hit) to work-prefix
    move p-ackdays(ptn-hit) to work-ack
    perform accept-partner-settings

    perform lock-partners
    if partners-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is equal to zero
        perform unlock-partners
        display "Partner " function trim(work-id)
            " was removed from the file meanwhile - nothing was changed"
        exit paragraph
    end-if
    move work-name to p-name(ptn-hit)
    move work-type to p-type(ptn-hit)
    move work-scope to p-scope(ptn-hit)
    move work-policy to p-policy(ptn-hit)
    move work-sens to p-sens(ptn-hit)
    move work-prefix to p-prefix(ptn-hit)
    move work-ack to p-ackdays(ptn-hit)
    perform save-partners
    perform unlock-partners
    if partners-saved is not equal to 1
        exit paragraph
    end-if
    display "Partner " function trim(work-id) " updated"

    move "PTNUPD" to audit-op
    move spaces to audit-detail
    string function trim(work-id) " type=" work-type " scope=" work-scope
        " policy=" work-policy " sens=" work-sens " prefix=" function trim(work-prefix)
        " ackdays=" work-ack into audit-detail
    perform write-audit-entry
    .

*>take every setting for work-id, each one edited before it is taken;
*>on an update the current value is offered and a blank entry keeps it
accept-partner-settings.
    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Partner name [" function trim(work-name) "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            move work-entry to work-name
        end-if
        move 0 to bar-count
        inspect work-name tallying bar-count for all "|"
        if work-name is equal to spaces or bar-count is greater than zero
            display "The name must be given and cannot contain |"
        else
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Default cipher type - Trithemius(T) or Caesar(C) [" work-type "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            move function upper-case(work-entry(1:1)) to work-type
        end-if
        if work-type is equal to "T" or work-type is equal to "C"
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Default scope - standard(S) or full(F) [" work-scope "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            move function upper-case(work-entry(1:1)) to work-scope
        end-if
        if work-scope is equal to "S" or work-scope is equal to "F"
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Key policy - partner key on file(F) or supplied per record(S) ["
            work-policy "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            move function upper-case(work-entry(1:1)) to work-policy
        end-if
        if work-policy is equal to "F" or work-policy is equal to "S"
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Sensitive by default (Y/N) [" work-sens "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            move function upper-case(work-entry(1:1)) to work-sens
        end-if
        if work-sens is equal to "Y" or work-sens is equal to "N"
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Outbound file name prefix, or * for none ["
            function trim(work-prefix) "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is equal to "*"
            move spaces to work-prefix
        else
            if work-entry is not equal to spaces
                move work-entry to work-prefix
            end-if
        end-if
        move 0 to bar-count
        inspect work-prefix tallying bar-count for all "|" all ","
        if bar-count is greater than zero
            display "The prefix cannot contain | or ,"
            move spaces to work-prefix
        else
            move 1 to work-ok
        end-if
    end-perform

    move 0 to work-ok
    perform until work-ok is equal to 1
        display "Days an acknowledgment may take (1-999) [" work-ack "]:"
        move spaces to work-entry
        accept work-entry
        if work-entry is not equal to spaces
            compute ack-len = function length(function trim(work-entry))
            move function trim(work-entry) to work-entry
            if ack-len is not greater than 3 and work-entry(1:ack-len) is numeric
                compute ack-num = function numval(work-entry(1:ack-len))
                move ack-num to work-ack
            else
                move spaces to work-ack
            end-if
        end-if
        if work-ack is numeric and work-ack is not equal to "000"
            move 1 to work-ok
        end-if
    end-perform
    .

*>the partner's own key, for key policy F: taken twice, protected under
*>the site master key and kept only in that form
set-partner-key.
    display "Partner ID whose key is being set:"
    move spaces to work-id
    accept work-id
    move function upper-case(work-id) to work-id
    perform find-one-partner
    if ptn-hit is equal to zero
        display "Partner " function trim(work-id) " is not on file"
        exit paragraph
    end-if
    if p-policy(ptn-hit) is not equal to "F"
        display "Partner " function trim(work-id) " has key policy "
            p-policy(ptn-hit) " - the key comes on each control record"
        exit paragraph
    end-if

    move spaces to partner-key
    move spaces to partner-key-again
    display "Partner key (1-26 or a keyword of up to 16 letters):"
    accept partner-key
    display "Enter it again:"
    accept partner-key-again
    if partner-key is not equal to partner-key-again
        move spaces to partner-key
        move spaces to partner-key-again
        display "The two entries do not match - the key was not set"
        exit paragraph
    end-if
    move spaces to partner-key-again

    move spaces to keyOwnerName
    string "PARTNER:" function trim(work-id) into keyOwnerName
    move "P" to keyprot-request
    call "keyprot" using keyprot-request,masterKeyName,keyOwnerName,partner-key,new-mkgen,new-keyprot,new-keychk,keyprot-status
    move spaces to partner-key
    if keyprot-status is not equal to "00"
        display "The key could not be protected under " function trim(masterKeyName)
            " - status " keyprot-status " - the key was not set"
        exit paragraph
    end-if

    perform lock-partners
    if partners-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is equal to zero
        perform unlock-partners
        display "Partner " function trim(work-id)
            " was removed from the file meanwhile - the key was not set"
        exit paragraph
    end-if
    if p-policy(ptn-hit) is not equal to "F"
        perform unlock-partners
        display "Partner " function trim(work-id) " was changed to key policy "
            p-policy(ptn-hit) " meanwhile - the key was not set"
        exit paragraph
    end-if
    move new-mkgen to p-mkgen(ptn-hit)
    move new-keyprot to p-keyprot(ptn-hit)
    move new-keychk to p-keychk(ptn-hit)
    perform save-partners
    perform unlock-partners
    if partners-saved is not equal to 1
        exit paragraph
    end-if
    display "Key for partner " function trim(work-id) " set - kcv=" new-keychk

    move "PTNKEY" to audit-op
    move spaces to audit-detail
    string function trim(work-id) " partner key set kcv=" new-keychk
        " mk=" new-mkgen into audit-detail
    perform write-audit-entry
    .

*>an inactive partner stays on file - its settings and history are
*>kept - but no control record may name it until it is reactivated
deactivate-one-partner.
    display "Partner ID to deactivate:"
    move spaces to work-id
    accept work-id
    move function upper-case(work-id) to work-id
    perform lock-partners
    if partners-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is equal to zero
        display "Partner " function trim(work-id) " is not on file"
    else
        move "I" to p-status(ptn-hit)
        perform save-partners
        if partners-saved is equal to 1
            display "Partner " function trim(work-id) " deactivated"

            move "PTNDIS" to audit-op
            move spaces to audit-detail
            string function trim(work-id) " deactivated" into audit-detail
            perform write-audit-entry
        end-if
    end-if
    perform unlock-partners
    .

reactivate-one-partner.
    display "Partner ID to reactivate:"
    move spaces to work-id
    accept work-id
    move function upper-case(work-id) to work-id
    perform lock-partners
    if partners-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-partner
    if ptn-hit is equal to zero
        display "Partner " function trim(work-id) " is not on file"
    else
        move "A" to p-status(ptn-hit)
        perform save-partners
        if partners-saved is equal to 1
            display "Partner " function trim(work-id) " reactivated"

            move "PTNENA" to audit-op
            move spaces to audit-detail
            string function trim(work-id) " reactivated" into audit-detail
            perform write-audit-entry
        end-if
    end-if
    perform unlock-partners
    .

*>locate work-id in the loaded table - ptn-hit is its slot, 0 if absent
find-one-partner.
    move 0 to ptn-hit
    perform varying ptn-idx from 1 by 1
        until ptn-idx is greater than ptn-count
        if p-id(ptn-idx) is equal to work-id
            move ptn-idx to ptn-hit
            exit perform
        end-if
    end-perform
    .

load-partners.
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
                move spaces to ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
                    ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
                    ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
                unstring partner-record delimited by "|"
                    into ptn-id-in ptn-name-in ptn-type-in ptn-scope-in
                        ptn-policy-in ptn-sens-in ptn-prefix-in ptn-ack-in
                        ptn-status-in ptn-mkgen-in ptn-keyprot-in ptn-kcv-in
                add 1 to ptn-count
                move ptn-id-in to p-id(ptn-count)
                move ptn-name-in to p-name(ptn-count)
                move ptn-type-in(1:1) to p-type(ptn-count)
                move ptn-scope-in(1:1) to p-scope(ptn-count)
                move ptn-policy-in(1:1) to p-policy(ptn-count)
                move ptn-sens-in(1:1) to p-sens(ptn-count)
                move ptn-prefix-in to p-prefix(ptn-count)
                move 0 to p-ackdays(ptn-count)
                if ptn-ack-in(1:3) is numeric
                    move ptn-ack-in(1:3) to p-ackdays(ptn-count)
                end-if
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
    .

*>the partner file taken exclusively for a change and re-read, so what
*>another run changed meanwhile is not written back over; the caller
*>saves it and lets go with unlock-partners
lock-partners.
    move 0 to partners-locked
    move partnerFileName to enq-resource
    move "X" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "The partner file is in use - nothing was changed, try again later"
        exit paragraph
    end-if
    perform load-partners
    move 1 to partners-locked
    .

unlock-partners.
    move partnerFileName to enq-resource
    perform dequeue-resource
    .

*>a partner file that cannot be rewritten leaves the change unmade -
*>the callers report and audit only a save that went through
save-partners.
    move 0 to partners-saved
    move "PTNFAIL" to alert-event
    move partnerFileName to alert-object
    open output partnerfile
    if partnerfile-status is not equal to "00"
        display "Could not write " function trim(partnerFileName)
            " - status " partnerfile-status " - nothing was changed"
        move 8 to return-code
        move "PTNFAIL" to audit-op
        move spaces to audit-detail
        string function trim(partnerFileName) " could not be rewritten - status "
            partnerfile-status " - change to " function trim(work-id) " not made"
            delimited by size into audit-detail
        perform write-audit-entry
        move 1 to alert-severity
        move spaces to alert-message
        string "partner file could not be rewritten - status "
            partnerfile-status delimited by size into alert-message
        perform raise-alert
        exit paragraph
    end-if
    perform varying ptn-idx from 1 by 1
        until ptn-idx is greater than ptn-count
        move spaces to partner-record
        string function trim(p-id(ptn-idx)) "|" function trim(p-name(ptn-idx))
            "|" p-type(ptn-idx) "|" p-scope(ptn-idx) "|" p-policy(ptn-idx)
            "|" p-sens(ptn-idx) "|" function trim(p-prefix(ptn-idx))
            "|" p-ackdays(ptn-idx) "|" p-status(ptn-idx)
            "|" p-mkgen(ptn-idx) "|" p-keyprot(ptn-idx) "|" p-keychk(ptn-idx)
            delimited by size into partner-record
        write partner-record
    end-perform
    close partnerfile
    move 1 to partners-saved
    move "partner file rewritten" to alert-message
    perform clear-alert
    .

*>sign the operator on the same way the cipher program does - enabled,
*>unexpired, not locked out, and with the right password where the
*>record carries one
operator-sign-on.
    move 0 to signed-on
    move 0 to signon-tries
    perform until signed-on is equal to 1 or signon-tries is not less than 3
        display "Operator ID:"
        accept operatorId
        if operatorId is equal to spaces
            add 1 to signon-tries
            display "A blank operator ID cannot be signed on"
        else
            perform lookup-operator-auth
            if oper-found is equal to 1
                perform verify-operator-record
                if signon-ok is equal to 1
                    move 1 to signed-on
                else
                    add 1 to signon-tries
                end-if
            else
                add 1 to signon-tries
                display "Operator " function trim(operatorId) " is not on file"
                move "AUTHFAIL" to audit-op
                move "sign-on rejected - operator not on file" to audit-detail
                perform write-audit-entry
            end-if
        end-if
    end-perform
    if signed-on is not equal to 1
        display "Too many failed sign-on attempts - the run ends here"
    end-if
    .

*>find the operator in the authorization file and pick up their level,
*>password hash, expiry date and enabled flag - a missing file means
*>the shop runs open and everyone has level A
lookup-operator-auth.
    move 0 to oper-found
    move space to oper-auth
    move spaces to oper-pass-hash
    move spaces to oper-expiry
    move space to oper-enabled
    move 0 to operauth-eof

    open input operauthfile
    if operauthfile-status is equal to "35"
        move 1 to oper-found
        move "A" to oper-auth
    else
    if operauthfile-status is equal to "00"
        perform until operauth-eof is equal to 1
            read operauthfile
                at end move 1 to operauth-eof
            end-read
            if operauth-eof is not equal to 1
                move spaces to auth-pass
                move spaces to auth-expiry
                move spaces to auth-enabled
                unstring operauth-record delimited by ","
                    into auth-id auth-level auth-pass auth-expiry auth-enabled
                if auth-id is equal to operatorId
                    move 1 to oper-found
                    move auth-level(1:1) to oper-auth
                    move auth-pass(1:4) to oper-pass-hash
                    move auth-expiry to oper-expiry
                    move auth-enabled(1:1) to oper-enabled
                    move 1 to operauth-eof
                end-if
            end-if
        end-perform
        close operauthfile
    else
        display "Could not open " function trim(operAuthName) " - status " operauthfile-status
    end-if
    end-if
    .

*>the credential checks that turn "on file" into "signed on": the
*>record must be enabled and unexpired, the operator must not already
*>be locked out by today's failed attempts, and when the record carries
*>a password hash the password must match. a record from before
*>passwords existed has no hash and signs on the way it always did
verify-operator-record.
    move 0 to signon-ok
    move function current-date to current-datetime
    move spaces to signon-today
    string current-datetime(1:4) "-" current-datetime(5:2) "-"
        current-datetime(7:2) into signon-today
    perform count-todays-auth-fails

    if lockout-count is not less than lockout-limit
        display "Operator " function trim(operatorId)
            " is locked out after " lockout-count " failed attempt(s) today"
        move "AUTHFAIL" to audit-op
        move "sign-on refused - operator locked out" to audit-detail
        perform write-audit-entry
    else
    if oper-enabled is equal to "N"
        display "Operator " function trim(operatorId) " is disabled"
        move "AUTHFAIL" to audit-op
        move "sign-on rejected - operator disabled" to audit-detail
        perform write-audit-entry
    else
    if oper-expiry is not equal to spaces
        and oper-expiry(5:1) is equal to "-"
        and oper-expiry is less than signon-today
        display "Operator " function trim(operatorId)
            " authorization expired on " oper-expiry
        move "AUTHFAIL" to audit-op
        move "sign-on rejected - operator authorization expired" to audit-detail
        perform write-audit-entry
    else
    if oper-pass-hash is equal to spaces
        move 1 to signon-ok
    else
        display "Password:"
        accept password-entry
        perform compute-password-hash
        move pass-hash to pass-hash-x
        if pass-hash-x is equal to oper-pass-hash
            move 1 to signon-ok
        else
            display "Password does not match"
            move "AUTHFAIL" to audit-op
            move "sign-on rejected - wrong password" to audit-detail
            perform write-audit-entry
        end-if
        move spaces to password-entry
    end-if
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
*>the header's keycheck, so the clear password never sits in a file
compute-password-hash.
    move 0 to pass-sum
    compute pass-len =
        function length(function trim(password-entry, trailing))
    if password-entry is equal to spaces
        move 0 to pass-len
    end-if
    perform varying pass-pos from 1 by 1 until pass-pos is greater than pass-len
        compute pass-sum = pass-sum
            + function ord(password-entry(pass-pos:1)) * (pass-pos + 6)
    end-perform
    compute pass-hash = function mod(pass-sum * 13 + 17, 9973)
    .

*>how many times this operator has already failed sign-on today - the
*>AUTHFAIL entries in the audit log are the record of that, so lockout
*>follows from the trail the failures themselves leave
count-todays-auth-fails.
    move 0 to lockout-count
    move 0 to lock-eof
    open input auditfile
    if auditfile-status is equal to "00"
        perform until lock-eof is equal to 1
            read auditfile into lock-line
                at end move 1 to lock-eof
            end-read
            if lock-eof is not equal to 1
                if lock-line(1:10) is equal to signon-today
                    and lock-line(21:8) is equal to operatorId
                    and lock-line(30:8) is equal to "AUTHFAIL"
                    and lock-line(39:8) is equal to "sign-on "
                    add 1 to lockout-count
                end-if
            end-if
        end-perform
        close auditfile
    end-if
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
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
        when "PARTNERS"
            move function trim(config-value) to partnerFileName
        when "MASTERKEY"
            move function trim(config-value) to masterKeyName
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

