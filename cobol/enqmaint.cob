*> enqmaint.cob - run enqueue maintenance utility of Trithemius Cipher program
*> Oct 15, 2026 - list the locks in the enqueue file ENQUEUE.TXT - which
*>                program, operator and run holds each shared file, in
*>                which mode, since when and when the run last showed
*>                it was alive - and release one a run left behind. a
*>                lock not refreshed for ENQSTALEMINS minutes is shown
*>                STALE: the run that took it crashed or was cancelled,
*>                and every job that needs the file ends with return
*>                code 8 until the lock is released here. a release
*>                needs full authority and a reason, and is written to
*>                the audit trail (ENQREL) with the lock's details

identification division.
program-id. enqmaint.

environment division.

input-output section.
file-control.
select enqfile assign to enqueueName
    organization is line sequential
    file status is enqfile-status.
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
fd enqfile.
01 enq-record pic x(300).
fd operauthfile.
01 operauth-record pic x(120).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 operAuthName pic x(100) value "OPERAUTH.TXT".
*>the enqueue file every program records its locks in - a fixed name,
*>beside CIPHER.CFG, the same one the enqueue module keeps
77 enqueueName pic x(100) value "ENQUEUE.TXT".
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
    05 alert-program pic x(8) value "ENQMAINT".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
*>the run enqueue - a release goes through the enqueue module, so it is
*>made under the same mutex every lock is taken under
01 enqueue-request pic x value "F".
01 enqueue-status pic xx value spaces.
01 enqueue-data.
    05 enq-resource pic x(100) value spaces.
    05 enq-mode pic x value "S".
    05 enq-program pic x(8) value "ENQMAINT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enqfile-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 menu-choice pic x value space.
*>the locks as they stood when the file was last read - a release is
*>always chosen from a fresh listing
01 lock-table.
    05 lock-entry occurs 500 times.
        10 l-resource pic x(100).
        10 l-mode pic x.
        10 l-program pic x(8).
        10 l-operator pic x(8).
        10 l-pid pic 9(9).
        10 l-run pic x(19).
        10 l-acquired pic x(19).
        10 l-refreshed pic x(19).
        10 l-stale pic x.
01 lock-count pic 9(4) value 0.
01 lock-idx pic 9(4) value 0.
01 lock-hit pic 9(4) value 0.
01 stale-count pic 9(4) value 0.
01 enq-eof pic 9 value 0.
01 enq-line pic x(300) value spaces.
01 pid-in pic x(9) value spaces.
01 show-pid pic z(8)9.
01 show-idx pic zzz9.
01 mode-word pic x(9) value spaces.
01 choice-entry pic x(10) value spaces.
01 release-reason pic x(60) value spaces.
01 confirm-flag pic x value space.
01 bar-count pic 9(2) value 0.
01 now-minutes pic 9(9) value 0.
01 stamp-work pic x(19) value spaces.
01 stamp-minutes pic 9(9) value 0.
01 stamp-digits pic x(8) value spaces.
01 lock-age pic 9(9) value 0.
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

    *>releasing a lock lets another job at a file a run may still be
    *>writing - it takes full authority, like key registry maintenance
    perform operator-sign-on
    if signed-on is not equal to 1
        stop run
    end-if
    if oper-auth is not equal to "A"
        display "Operator " function trim(operatorId)
            " is not authorized for run enqueue maintenance"
        move "AUTHFAIL" to audit-op
        move "run enqueue maintenance refused - not authorized" to audit-detail
        perform write-audit-entry
        stop run
    end-if

    perform until menu-choice is equal to "Q"
        display " "
        display "Run enqueue maintenance - " function trim(enqueueName)
        display "  L - list the locks held"
        display "  R - release a lock left by a run that has ended"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        evaluate menu-choice
            when "L" perform list-locks
            when "R" perform release-one-lock
            when "Q" continue
            when other display "Unrecognized choice " menu-choice
        end-evaluate
    end-perform

stop run.

*>every lock, numbered for the release choice - STALE marks one whose
*>run has not refreshed it within the configured minutes
list-locks.
    perform load-locks
    if lock-count is equal to zero
        display "  (no locks held)"
        exit paragraph
    end-if
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        move lock-idx to show-idx
        move l-pid(lock-idx) to show-pid
        if l-mode(lock-idx) is equal to "X"
            move "exclusive" to mode-word
        else
            move "shared" to mode-word
        end-if
        display show-idx "  " function trim(l-resource(lock-idx)) "  " mode-word
        display "        " function trim(l-program(lock-idx)) "/"
            function trim(l-operator(lock-idx)) " pid " function trim(show-pid)
            " run of " l-run(lock-idx)
        if l-stale(lock-idx) is equal to "Y"
            display "        since " l-acquired(lock-idx) " refreshed "
                l-refreshed(lock-idx) "  STALE"
        else
            display "        since " l-acquired(lock-idx) " refreshed "
                l-refreshed(lock-idx)
        end-if
    end-perform
    display lock-count " lock(s), " stale-count " stale"
    .

*>release one lock from a fresh listing: the operator names it by
*>number, gives the reason, and confirms - a lock still being refreshed
*>belongs to a run that is still going, and is only released after a
*>second warning
release-one-lock.
    perform list-locks
    if lock-count is equal to zero
        exit paragraph
    end-if
    display "Number of the lock to release (blank to cancel):"
    move spaces to choice-entry
    accept choice-entry
    if choice-entry is equal to spaces
        exit paragraph
    end-if
    move 0 to lock-hit
    if function trim(choice-entry) is numeric
        compute lock-hit = function numval(choice-entry)
    end-if
    if lock-hit is less than 1 or lock-hit is greater than lock-count
        display "There is no lock " function trim(choice-entry)
        exit paragraph
    end-if
    if l-stale(lock-hit) is not equal to "Y"
        display "This lock was refreshed at " l-refreshed(lock-hit)
            " - its run may still be going, and releasing it lets another job"
            " at a file that run is using"
    end-if

    display "Reason for the release (required):"
    move spaces to release-reason
    accept release-reason
    move 0 to bar-count
    inspect release-reason tallying bar-count for all "|"
    if release-reason is equal to spaces or bar-count is greater than zero
        display "A reason must be given and cannot contain | - nothing was released"
        exit paragraph
    end-if
    display "Release the lock on " function trim(l-resource(lock-hit)) "? (Y/N):"
    move space to confirm-flag
    accept confirm-flag
    if confirm-flag is not equal to "Y" and confirm-flag is not equal to "y"
        display "Nothing was released"
        exit paragraph
    end-if

    move "F" to enqueue-request
    move l-resource(lock-hit) to enq-resource
    move l-pid(lock-hit) to enq-pid
    move operatorId to enq-operator
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    evaluate enqueue-status
        when "00"
            move "ENQREL" to audit-op
            move spaces to audit-detail
            move l-pid(lock-hit) to show-pid
            string function trim(l-resource(lock-hit)) " " l-mode(lock-hit) " lock of "
                function trim(l-program(lock-hit)) "/" function trim(l-operator(lock-hit))
                " pid " function trim(show-pid) " since " l-acquired(lock-hit)
                " released - " function trim(release-reason)
                delimited by size into audit-detail
            perform write-audit-entry
            *>the jobs held up by it are free to run - the console's
            *>condition for the file ends with the lock
            move "ENQUEUE" to alert-event
            move l-resource(lock-hit) to alert-object
            move spaces to alert-message
            string "lock released by " function trim(operatorId)
                delimited by size into alert-message
            perform clear-alert
            display "Lock on " function trim(l-resource(lock-hit)) " released"
        when "NF"
            display "That lock is no longer held - its run let go of it since the listing"
        when other
            display "The enqueue file could not be updated - status " enqueue-status
                " - nothing was released"
    end-evaluate
    .

*>read the enqueue file: "file|mode|program|operator|pid|run started|
*>acquired|refreshed" per lock, judging each against the stale limit
load-locks.
    move 0 to lock-count
    move 0 to stale-count
    move 0 to enq-eof
    move function current-date to current-datetime
    move spaces to stamp-work
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        delimited by size into stamp-work
    perform stamp-to-minutes
    move stamp-minutes to now-minutes
    open input enqfile
    if enqfile-status is not equal to "00"
        if enqfile-status is not equal to "35"
            display "Could not open " function trim(enqueueName) " - status " enqfile-status
        end-if
        exit paragraph
    end-if
    perform until enq-eof is equal to 1
        read enqfile into enq-line
            at end move 1 to enq-eof
        end-read
        if enq-eof is not equal to 1 and enq-line is not equal to spaces
            and lock-count is less than 500
            add 1 to lock-count
            move spaces to lock-entry(lock-count)
            move spaces to pid-in
            unstring enq-line delimited by "|"
                into l-resource(lock-count) l-mode(lock-count) l-program(lock-count)
                    l-operator(lock-count) pid-in l-run(lock-count)
                    l-acquired(lock-count) l-refreshed(lock-count)
            move 0 to l-pid(lock-count)
            if function trim(pid-in) is numeric
                move function numval(pid-in) to l-pid(lock-count)
            end-if
            move "N" to l-stale(lock-count)
            move l-refreshed(lock-count) to stamp-work
            perform stamp-to-minutes
            if stamp-minutes is less than now-minutes
                compute lock-age = now-minutes - stamp-minutes
                if lock-age is greater than enq-stale-mins
                    move "Y" to l-stale(lock-count)
                    add 1 to stale-count
                end-if
            end-if
        end-if
    end-perform
    close enqfile
    .

stamp-to-minutes.
    move 0 to stamp-minutes
    if stamp-work(1:4) is numeric and stamp-work(6:2) is numeric
        and stamp-work(9:2) is numeric and stamp-work(12:2) is numeric
        and stamp-work(15:2) is numeric
        move spaces to stamp-digits
        string stamp-work(1:4) stamp-work(6:2) stamp-work(9:2)
            delimited by size into stamp-digits
        compute stamp-minutes =
            function integer-of-date(function numval(stamp-digits)) * 1440
            + function numval(stamp-work(12:2)) * 60
            + function numval(stamp-work(15:2))
    end-if
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
