*>                administrator. records carry
*>                "operatorid,level,passhash,expiry,enabled"; the
*>                password is stored only as its hash
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - sign-on lockouts are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set
*> Oct 15, 2026 - a session rewrote the file from the copy it read at
*>                sign-on, putting back operators the recertification
*>                had disabled since. every change now takes the file
*>                exclusively in the run enqueue (ENQUEUE.TXT), re-reads
*>                it, makes the one change and rewrites it before
*>                letting go; the list is read fresh each time

identification division.
program-id. opermaint.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "OPERMNT".
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
    05 enq-program pic x(8) value "OPERMNT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 operauthfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 menu-choice pic x value space.
*>the whole authorization file is small enough to hold while one
*>record is changed, then rewrite in place - the same discipline the
*>housekeeping job applies to its live files. it is re-read under an
*>exclusive lock before every change
01 oper-table.
    05 oper-entry occurs 200 times.
        10 o-id pic x(8).
        10 o-expiry pic x(10).
        10 o-enabled pic x.
01 oper-count pic 9(3) value 0.
01 operators-locked pic 9 value 0.
01 oper-idx pic 9(3) value 0.
01 oper-hit pic 9(3) value 0.
01 operauth-eof pic 9 value 0.

*>show every operator on file - the password hash is never displayed
list-all-operators.
    perform load-operators
    if oper-count is equal to zero
        display "  (no operators on file)"
    else
            move spaces to work-expiry
            accept work-expiry

            perform lock-operators
            if operators-locked is equal to 1
                perform find-one-operator
                if oper-hit is not equal to zero
                    display "Operator " function trim(work-id)
                        " was added by another session meanwhile - nothing was changed"
                else
                if oper-count is not less than 200
                    display "The operator table is full - remove someone first"
                else
                    add 1 to oper-count
                    move work-id to o-id(oper-count)
                    move work-level to o-level(oper-count)
                    move pass-hash-x to o-hash(oper-count)
                    move work-expiry to o-expiry(oper-count)
                    move "Y" to o-enabled(oper-count)
                    perform save-operators
                    display "Operator " function trim(work-id) " added"

                    move "OPRADD" to audit-op
                    move spaces to audit-detail
                    string function trim(work-id) " added level=" work-level
                        " expires=" work-expiry into audit-detail
                    perform write-audit-entry
                end-if
                end-if
                perform unlock-operators
            end-if
        end-if
        end-if
    end-if
    display "Operator ID to disable:"
    move spaces to work-id
    accept work-id
    perform lock-operators
    if operators-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-operator
    if oper-hit is equal to zero
        display "Operator " function trim(work-id) " is not on file"
        string function trim(work-id) " disabled" into audit-detail
        perform write-audit-entry
    end-if
    perform unlock-operators
    .

enable-one-operator.
    display "Operator ID to re-enable:"
    move spaces to work-id
    accept work-id
    perform lock-operators
    if operators-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-operator
    if oper-hit is equal to zero
        display "Operator " function trim(work-id) " is not on file"
        string function trim(work-id) " re-enabled" into audit-detail
        perform write-audit-entry
    end-if
    perform unlock-operators
    .

reset-one-password.
        display "Operator " function trim(work-id) " is not on file"
    else
        perform accept-new-password
        perform lock-operators
        if operators-locked is not equal to 1
            exit paragraph
        end-if
        perform find-one-operator
        if oper-hit is equal to zero
            display "Operator " function trim(work-id)
                " was removed from the file meanwhile - nothing was changed"
        else
            move pass-hash-x to o-hash(oper-hit)
            perform save-operators
            display "Password reset for " function trim(work-id)

            move "OPRPWD" to audit-op
            move spaces to audit-detail
            string function trim(work-id) " password reset" into audit-detail
            perform write-audit-entry
        end-if
        perform unlock-operators
    end-if
    .

        display "Expiry date (YYYY-MM-DD), or blank for none:"
        move spaces to work-expiry
        accept work-expiry
        perform lock-operators
        if operators-locked is not equal to 1
            exit paragraph
        end-if
        perform find-one-operator
        if oper-hit is equal to zero
            display "Operator " function trim(work-id)
                " was removed from the file meanwhile - nothing was changed"
        else
            move work-expiry to o-expiry(oper-hit)
            perform save-operators
            display "Expiry for " function trim(work-id) " set to " work-expiry

            move "OPREXP" to audit-op
            move spaces to audit-detail
            string function trim(work-id) " expiry set to " work-expiry
                into audit-detail
            perform write-audit-entry
        end-if
        perform unlock-operators
    end-if
    .

    end-if
    .

*>the authorization file taken exclusively for a change and re-read,
*>so what another run changed meanwhile - an operator the
*>recertification disabled - is not written back over; the caller
*>saves it and lets go with unlock-operators
lock-operators.
    move 0 to operators-locked
    move operAuthName to enq-resource
    move "X" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "The operator file is in use - nothing was changed, try again later"
        exit paragraph
    end-if
    perform load-operators
    move 1 to operators-locked
    .

unlock-operators.
    move operAuthName to enq-resource
    perform dequeue-resource
    .

*>rewrite the authorization file from the table - every record goes
*>out in the full five-field layout, so one pass through this program
*>migrates a hand-built file to the current format
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
        when "OPERAUTH"
            move function trim(config-value) to operAuthName
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

