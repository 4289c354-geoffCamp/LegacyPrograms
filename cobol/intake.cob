*>                and byte checksum) - a valid partner dataset is no
*>                longer mistaken for a headerless text file and
*>                mis-quarantined out of the landing area
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - quarantined files and sign-on lockouts are raised on the
*>                monitoring console's alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set

identification division.
program-id. intake.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "INTAKE".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
01 manifestfile-status pic xx value spaces.
01 infile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 manifestFileName pic x(100) value spaces.
*>where the partner's files were dropped and where failures go - both
            function trim(manifestFileName) " bytes=" file-bytes
            " checksum=" file-checksum into audit-detail
        perform write-audit-entry
        *>a good copy of a file once quarantined ends that condition
        move "QUARANT" to alert-event
        move man-name to alert-object
        move "file received again and verified" to alert-message
        perform clear-alert
    else
        add 1 to failed-count
        display "FAILED " function trim(fileName) " - "
                function trim(intake-reason) into audit-detail
        end-if
        perform write-audit-entry
        move "QUARANT" to alert-event
        move 2 to alert-severity
        move man-name to alert-object
        move intake-reason to alert-message
        perform raise-alert
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
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            move function trim(config-value) to inboundDir
        when "QUARANTINE"
            move function trim(config-value) to quarantineDir
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
