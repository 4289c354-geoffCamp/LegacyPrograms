*> holmaint.cob - holiday calendar maintenance utility of Trithemius Cipher program
*> Oct 15, 2026 - administer the holiday calendar HOLIDAYS.TXT the
*>                schedule driver uses to tell business days from
*>                closed ones: one record per holiday, "YYYY-MM-DD|
*>                description", kept in date order. Saturdays and
*>                Sundays are never business days; a holiday on one
*>                matters only to steps that run on that weekend day,
*>                so enter the weekday it is observed on as well.
*>                add next year's holidays before the year turns - the
*>                schedule warns on its run sheet when the coming year
*>                has none. every change is written to the audit trail
*>                stamped with the signed-on administrator
*> Oct 15, 2026 - sign-on lockouts are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set
*> Oct 15, 2026 - the calendar is rewritten only while this run holds it
*>                exclusively in the run enqueue (ENQUEUE.TXT), and
*>                re-read under the lock first, so the schedule driver
*>                reading it and another session changing it are not
*>                overtaken; the list is read fresh each time
*> Oct 15, 2026 - a calendar that cannot be rewritten is reported,
*>                audited (HOLFAIL) and raised on the alert feed, the
*>                run ends with return code 8, and the change is not
*>                reported or audited as made

identification division.
program-id. holmaint.

environment division.

input-output section.
file-control.
select holidayfile assign to holidayFileName
    organization is line sequential
    file status is holidayfile-status.
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
fd holidayfile.
01 holiday-record pic x(80).
fd operauthfile.
01 operauth-record pic x(120).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 operAuthName pic x(100) value "OPERAUTH.TXT".
77 holidayFileName pic x(100) value "HOLIDAYS.TXT".
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
    05 alert-program pic x(8) value "HOLMAINT".
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
    05 enq-program pic x(8) value "HOLMAINT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 holidayfile-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 menu-choice pic x value space.
*>the whole calendar is held while one entry is changed, then the
*>file is rewritten in date order - the same discipline partner
*>maintenance applies to the partner file
01 hol-table.
    05 hol-entry occurs 500 times.
        10 h-date pic x(10).
        10 h-name pic x(40).
01 hol-count pic 9(3) value 0.
01 holidays-locked pic 9 value 0.
01 holidays-saved pic 9 value 0.
01 hol-idx pic 9(3) value 0.
01 hol-hit pic 9(3) value 0.
01 hol-slot pic 9(3) value 0.
01 holiday-eof pic 9 value 0.
01 hol-date-in pic x(20) value spaces.
01 hol-name-in pic x(60) value spaces.
01 hol-shown pic 9(3) value 0.
*>one holiday as it is being added or removed
01 work-date pic x(10) value spaces.
01 work-name pic x(40) value spaces.
01 work-entry pic x(60) value spaces.
01 work-year pic x(4) value spaces.
01 work-ymd pic 9(8) value 0.
01 work-dow pic 9 value 0.
01 date-ok pic 9 value 0.
01 bar-count pic 9(2) value 0.
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

    *>the calendar decides which nights the production steps run -
    *>changing it takes full authority, like the partner file
    perform operator-sign-on
    if signed-on is not equal to 1
        stop run
    end-if
    if oper-auth is not equal to "A"
        display "Operator " function trim(operatorId)
            " is not authorized for holiday calendar maintenance"
        move "AUTHFAIL" to audit-op
        move "holiday calendar maintenance refused - not authorized" to audit-detail
        perform write-audit-entry
        stop run
    end-if

    perform load-holidays

    perform until menu-choice is equal to "Q"
        display " "
        display "Holiday calendar maintenance - " function trim(holidayFileName)
        display "  L - list the holidays (one year or all)"
        display "  A - add a holiday"
        display "  D - delete a holiday"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        evaluate menu-choice
            when "L" perform list-holidays
            when "A" perform add-one-holiday
            when "D" perform delete-one-holiday
            when "Q" continue
            when other display "Unrecognized choice " menu-choice
        end-evaluate
    end-perform

stop run.

list-holidays.
    display "Year to list (YYYY, blank for every year):"
    move spaces to work-year
    accept work-year
    perform load-holidays
    move 0 to hol-shown
    perform varying hol-idx from 1 by 1
        until hol-idx is greater than hol-count
        if work-year is equal to spaces
            or h-date(hol-idx)(1:4) is equal to work-year
            add 1 to hol-shown
            display "  " h-date(hol-idx) " " function trim(h-name(hol-idx))
        end-if
    end-perform
    if hol-shown is equal to zero
        if work-year is equal to spaces
            display "  (no holidays on file)"
        else
            display "  (no holidays on file for " work-year
                ") - the schedule will treat every weekday as a business day"
        end-if
    else
        display hol-shown " holiday(s) listed"
    end-if
    .

add-one-holiday.
    display "Holiday date (YYYY-MM-DD):"
    move spaces to work-entry
    accept work-entry
    move work-entry(1:10) to work-date
    perform settle-work-date
    if date-ok is equal to 0
        display "Not a valid date - enter it as YYYY-MM-DD"
        exit paragraph
    end-if
    *>Saturday and Sunday are closed to the business-day rules already
    if work-dow is equal to 0 or work-dow is equal to 6
        display work-date " falls on a weekend - it closes only the steps that"
            " run on that day; enter the weekday it is observed on as well"
    end-if
    perform find-one-holiday
    if hol-hit is not equal to zero
        display work-date " is already on file as "
            function trim(h-name(hol-hit))
        exit paragraph
    end-if
    if hol-count is not less than 500
        display "The calendar is full - delete past years first"
        exit paragraph
    end-if

    display "Description (e.g. New Year's Day):"
    move spaces to work-entry
    accept work-entry
    move work-entry to work-name
    move 0 to bar-count
    inspect work-name tallying bar-count for all "|"
    if work-name is equal to spaces or bar-count is greater than zero
        display "The description must be given and cannot contain |"
        exit paragraph
    end-if

    perform lock-holidays
    if holidays-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-holiday
    if hol-hit is not equal to zero
        perform unlock-holidays
        display work-date " was added by another session meanwhile as "
            function trim(h-name(hol-hit)) " - nothing was changed"
        exit paragraph
    end-if
    if hol-count is not less than 500
        perform unlock-holidays
        display "The calendar is full - delete past years first"
        exit paragraph
    end-if
    *>open a slot in date order so the file stays sorted
    move 1 to hol-slot
    perform varying hol-idx from 1 by 1
        until hol-idx is greater than hol-count
        if h-date(hol-idx) is less than work-date
            compute hol-slot = hol-idx + 1
        end-if
    end-perform
    perform varying hol-idx from hol-count by -1
        until hol-idx is less than hol-slot
        move hol-entry(hol-idx) to hol-entry(hol-idx + 1)
    end-perform
    add 1 to hol-count
    move work-date to h-date(hol-slot)
    move work-name to h-name(hol-slot)
    perform save-holidays
    perform unlock-holidays
    if holidays-saved is not equal to 1
        exit paragraph
    end-if
    display work-date " " function trim(work-name) " added"

    move "HOLADD" to audit-op
    move spaces to audit-detail
    string work-date " " function trim(work-name) " added to "
        function trim(holidayFileName) into audit-detail
    perform write-audit-entry
    .

delete-one-holiday.
    display "Holiday date to delete (YYYY-MM-DD):"
    move spaces to work-entry
    accept work-entry
    move work-entry(1:10) to work-date
    perform lock-holidays
    if holidays-locked is not equal to 1
        exit paragraph
    end-if
    perform find-one-holiday
    if hol-hit is equal to zero
        perform unlock-holidays
        display work-date " is not on file"
        exit paragraph
    end-if
    move h-name(hol-hit) to work-name
    perform varying hol-idx from hol-hit by 1
        until hol-idx is not less than hol-count
        move hol-entry(hol-idx + 1) to hol-entry(hol-idx)
    end-perform
    subtract 1 from hol-count
    perform save-holidays
    perform unlock-holidays
    if holidays-saved is not equal to 1
        exit paragraph
    end-if
    display work-date " " function trim(work-name) " deleted"

    move "HOLDEL" to audit-op
    move spaces to audit-detail
    string work-date " " function trim(work-name) " deleted from "
        function trim(holidayFileName) into audit-detail
    perform write-audit-entry
    .

*>edit work-date as YYYY-MM-DD and find its weekday (0 Sunday .. 6
*>Saturday) - date-ok stays 0 when it is not a real calendar date
settle-work-date.
    move 0 to date-ok
    move 0 to work-dow
    if work-date(5:1) is equal to "-" and work-date(8:1) is equal to "-"
        and work-date(1:4) is numeric and work-date(6:2) is numeric
        and work-date(9:2) is numeric
        compute work-ymd = function numval(work-date(1:4)) * 10000
            + function numval(work-date(6:2)) * 100
            + function numval(work-date(9:2))
        if function test-date-yyyymmdd(work-ymd) is equal to zero
            and work-ymd is greater than 16010101
            move 1 to date-ok
            compute work-dow = function mod(function integer-of-date(work-ymd), 7)
        end-if
    end-if
    .

*>locate work-date in the loaded table - hol-hit is its slot, 0 if absent
find-one-holiday.
    move 0 to hol-hit
    perform varying hol-idx from 1 by 1
        until hol-idx is greater than hol-count
        if h-date(hol-idx) is equal to work-date
            move hol-idx to hol-hit
            exit perform
        end-if
    end-perform
    .

load-holidays.
    move 0 to holiday-eof
    move 0 to hol-count
    open input holidayfile
    if holidayfile-status is equal to "00"
        perform until holiday-eof is equal to 1
            read holidayfile
                at end move 1 to holiday-eof
            end-read
            if holiday-eof is not equal to 1
                and holiday-record is not equal to spaces
                and holiday-record(1:1) is not equal to "*"
                and hol-count is less than 500
                move spaces to hol-date-in
                move spaces to hol-name-in
                unstring holiday-record delimited by "|"
                    into hol-date-in hol-name-in
                add 1 to hol-count
                move hol-date-in to h-date(hol-count)
                move hol-name-in to h-name(hol-count)
            end-if
        end-perform
        close holidayfile
    end-if
    .

*>the calendar taken exclusively for a change and re-read, so what
*>another session changed meanwhile is not written back over; the
*>caller saves it and lets go with unlock-holidays
lock-holidays.
    move 0 to holidays-locked
    move holidayFileName to enq-resource
    move "X" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "The holiday calendar is in use - nothing was changed, try again later"
        exit paragraph
    end-if
    perform load-holidays
    move 1 to holidays-locked
    .

unlock-holidays.
    move holidayFileName to enq-resource
    perform dequeue-resource
    .

*>a calendar that cannot be rewritten leaves the change unmade - the
*>callers report and audit only a save that went through
save-holidays.
    move 0 to holidays-saved
    move "HOLFAIL" to alert-event
    move holidayFileName to alert-object
    open output holidayfile
    if holidayfile-status is not equal to "00"
        display "Could not write " function trim(holidayFileName)
            " - status " holidayfile-status " - nothing was changed"
        move 8 to return-code
        move "HOLFAIL" to audit-op
        move spaces to audit-detail
        string function trim(holidayFileName) " could not be rewritten - status "
            holidayfile-status " - change to " work-date " not made"
            delimited by size into audit-detail
        perform write-audit-entry
        move 1 to alert-severity
        move spaces to alert-message
        string "holiday calendar could not be rewritten - status "
            holidayfile-status delimited by size into alert-message
        perform raise-alert
        exit paragraph
    end-if
    perform varying hol-idx from 1 by 1
        until hol-idx is greater than hol-count
        move spaces to holiday-record
        string h-date(hol-idx) "|" function trim(h-name(hol-idx))
            delimited by size into holiday-record
        write holiday-record
    end-perform
    close holidayfile
    move 1 to holidays-saved
    move "holiday calendar rewritten" to alert-message
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
        when "HOLIDAYS"
            move function trim(config-value) to holidayFileName
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

