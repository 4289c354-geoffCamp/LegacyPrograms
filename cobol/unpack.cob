*>                package format, so binary record-mode ciphertexts
*>                come back byte for byte - the earlier line-based
*>                split could only ever reproduce text members
*> Oct 15, 2026 - audit entries go through the audit trail writer, which
*>                chains each one to the entry before it so the trail
*>                is tamper-evident
*> Oct 15, 2026 - a damaged or short received package is raised on the
*>                monitoring console's alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set

identification division.
program-id. unpack.
01 config-line pic x(200) value spaces.
01 config-key pic x(30) value spaces.
01 config-value pic x(160) value spaces.
*>the monitoring console's alert feed - one fixed-layout file every
*>program reports to, written through the alertlog module
77 alertFeedName pic x(100) value "ALERTS.TXT".
01 alertlog-request pic x value "R".
01 alertlog-status pic xx value spaces.
01 alert-data.
    05 alert-program pic x(8) value "UNPACK".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 cmd-line pic x(200) value spaces.
*>byte-level file routine parameters - the package and its members
*>are handled through CBL_OPEN_FILE/CBL_READ_FILE/CBL_WRITE_FILE so
        dev-normal pkg-handle
    if return-code is not equal to zero
        display "Could not open " function trim(packageName)
        move "UNPKFAIL" to alert-event
        move 2 to alert-severity
        move packageName to alert-object
        move "received package could not be opened" to alert-message
        perform raise-alert
        move 8 to return-code
        stop run
    end-if

    display "Unpack of " function trim(packageName) " complete: "
        members-released " released, " members-failed " failed"
    *>a damaged or short package has to be sent again by the partner
    move "UNPKFAIL" to alert-event
    move packageName to alert-object
    if members-failed is greater than zero
        move 8 to return-code
        move 2 to alert-severity
        move spaces to alert-message
        string members-failed " failed of " members-found
            " member(s) - ask the partner to send the package again"
            delimited by size into alert-message
        perform raise-alert
    else
        move "package unpacked complete" to alert-message
        perform clear-alert
    end-if

stop run.
        function trim(audit-detail)
        into audit-record

    move return-code to kept-return-code
    call "auditlog" using auditlog-request,auditLogName,audit-record,auditlog-status
    move kept-return-code to return-code
    .

*>pick up the shared configuration so this utility reads and writes
            move function trim(config-value) to packageName
        when "OPERATOR"
            move config-value(1:8) to operatorId
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
