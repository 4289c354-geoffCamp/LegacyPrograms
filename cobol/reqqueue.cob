*> reqqueue.cob - business-unit request queue of Trithemius Cipher program
*> Oct 15, 2026 - the business units file their encipher and decipher
*>                requests here instead of by mail and telephone:
*>                requester, unit, input file, operation, output file,
*>                partner or key reference, due date and the reason the
*>                work is needed. an operator works the queue - approve,
*>                reject or hold, with the reason recorded; approving a
*>                decrypt takes level A, and nobody decides a request
*>                they filed themselves. the approved requests are
*>                written to REQCTL.TXT as cipher control records, the
*>                request id and requester in the 11th field so the
*>                cipher job's audit entry names who asked for it. after
*>                the batch, reconciliation marks each request done
*>                (on MANIFEST.TXT, or a completed entry for it on the
*>                audit trail) or failed (back in EXCEPTIONS.TXT, with
*>                the reason from the exception ledger), and the status
*>                report REQSTATUS.TXT shows each unit what is overdue,
*>                open, failed, done and rejected. the schedule runs
*>                the unattended steps around the night's cipher run:
*>                  REQBUILD,reqqueue,BUILD,DAILY,STOP
*>                  NIGHTLY,cipher,REQCTL.TXT,DAILY,STOP
*>                  REQRECON,reqqueue,RECONCILE,DAILY,CONTINUE
*>                  REQSTAT,reqqueue,REPORT,DAILY,CONTINUE
*>                queue records are "id|status|requester|unit|input|
*>                output|E or D|key reference|due|justification|filed|
*>                decided by|decided at|reason|batch|result"; a request
*>                is OPEN, HELD, APPROVED, SENT (in a built control
*>                file), DONE, FAILED or REJECTED
*> Oct 15, 2026 - failed and overdue requests and sign-on lockouts are
*>                raised on the monitoring console's alert feed
*>                (ALERTS.TXT)
*> Oct 15, 2026 - the reconciliation reads the exceptions, ledger,
*>                manifest and audit log under shared locks in the run
*>                enqueue file (ENQUEUE.TXT) - a batch still holding them
*>                after the wait (ENQWAITSECS) leaves the requests
*>                unreconciled with return code 8, audited and on the
*>                alert feed. the run's return code is no longer lost to
*>                the audit and alert writer calls made after it is set
*> Oct 15, 2026 - two sessions each rewrote the queue from the copy they
*>                read when they started, so one's filings and decisions
*>                were lost and a request id could be issued twice. the
*>                queue is now read fresh for each function, under a
*>                shared lock, and every change - a filing, a decision,
*>                a build, a reconciliation - takes it exclusively,
*>                re-reads it, makes the change and rewrites it before
*>                letting go; a decision another operator made in the
*>                meantime is left as it is

identification division.
program-id. reqqueue.

environment division.

input-output section.
file-control.
select queuefile assign to queueName
    organization is line sequential
    file status is queuefile-status.
select controlfile assign to controlName
    organization is line sequential
    file status is controlfile-status.
select manifestfile assign to manifestFileName
    organization is line sequential
    file status is manifestfile-status.
select exceptionsfile assign to exceptionsFileName
    organization is line sequential
    file status is exceptionsfile-status.
select exceptledgerfile assign to exceptLedgerName
    organization is line sequential
    file status is exceptledger-status.
select probefile assign to probeName
    organization is line sequential
    file status is probefile-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select stepcountfile assign to stepCountName
    organization is line sequential
    file status is stepcountfile-status.
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
fd queuefile.
01 queue-record pic x(700).
fd controlfile.
01 control-record pic x(400).
fd manifestfile.
01 manifest-record pic x(260).
fd exceptionsfile.
01 exceptions-record pic x(400).
fd exceptledgerfile.
01 exceptledger-record pic x(600).
fd probefile.
01 probe-record pic x(2000).
fd reportfile.
01 report-record pic x(200).
fd stepcountfile.
01 stepcount-record pic x(120).
fd operauthfile.
01 operauth-record pic x(120).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 operAuthName pic x(100) value "OPERAUTH.TXT".
77 queueName pic x(100) value "REQQUEUE.TXT".
77 controlName pic x(100) value "REQCTL.TXT".
77 reportName pic x(100) value "REQSTATUS.TXT".
77 manifestFileName pic x(100) value "MANIFEST.TXT".
77 exceptionsFileName pic x(100) value "EXCEPTIONS.TXT".
77 exceptLedgerName pic x(100) value "EXCEPTLEDGER.TXT".
77 stepCountName pic x(100) value "STEPCOUNT.TXT".
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
    05 alert-program pic x(8) value "REQQUEUE".
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
    05 enq-program pic x(8) value "REQQUEUE".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 queuefile-status pic xx value spaces.
01 controlfile-status pic xx value spaces.
01 manifestfile-status pic xx value spaces.
01 exceptionsfile-status pic xx value spaces.
01 exceptledger-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 probefile-status pic xx value spaces.
01 probeName pic x(100) value spaces.
01 input-ready pic 9 value 0.
01 prior-idx pic 9(4) value 0.
01 held-back pic 9(4) value 0.
01 requeued-count pic 9(4) value 0.
01 show-held pic zzz9.
01 stepcountfile-status pic xx value spaces.
01 operauthfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 cmd-line pic x(200) value spaces.
01 cmd-word pic x(20) value spaces.
01 menu-choice pic x value space.
*>the queue as last read - re-read under the lock before every change
01 req-table.
    05 req-entry occurs 1000 times.
        10 q-id pic x(8).
        10 q-status pic x(8).
        10 q-requester pic x(8).
        10 q-unit pic x(12).
        10 q-in pic x(100).
        10 q-out pic x(100).
        10 q-op pic x.
        10 q-key pic x(40).
        10 q-due pic x(10).
        10 q-why pic x(80).
        10 q-filed pic x(19).
        10 q-by pic x(8).
        10 q-at pic x(19).
        10 q-reason pic x(60).
        10 q-batch pic x(10).
        10 q-result pic x(80).
        *>reconciliation's finding for a request: D done, F failed
        10 q-mark pic x.
        10 q-when pic x(60).
01 req-count pic 9(4) value 0.
*>a request being filed, kept while the queue is re-read under the lock
01 filed-entry pic x(624) value spaces.
01 decide-id pic x(8) value spaces.
01 queue-ok pic 9 value 0.
01 req-idx pic 9(4) value 0.
01 req-hit pic 9(4) value 0.
01 queue-eof pic 9 value 0.
01 queue-line pic x(700) value spaces.
01 next-id-no pic 9(7) value 0.
01 id-no pic 9(7) value 0.
01 new-id pic x(8) value spaces.
01 show-id-no pic 9(7) value 0.
*>one request as it is filed or decided
01 work-field pic x(100) value spaces.
01 work-date pic x(10) value spaces.
01 work-ymd pic 9(8) value 0.
01 date-ok pic 9 value 0.
01 work-choice pic x value space.
01 work-reason pic x(60) value spaces.
01 comma-count pic 9(3) value 0.
01 bar-count pic 9(3) value 0.
01 field-ok pic 9 value 0.
01 shown-count pic 9(4) value 0.
01 op-word pic x(7) value spaces.
01 key-shown pic x(40) value spaces.
01 key-partner pic x(40) value spaces.
01 key-rest pic x(40) value spaces.
01 unit-wanted pic x(12) value spaces.
*>the files reconciliation reads back after the batch
01 scan-eof pic 9 value 0.
01 scan-line pic x(600) value spaces.
01 ctl-in pic x(100) value spaces.
01 ctl-out pic x(100) value spaces.
01 ctl-skip pic x(60) value spaces.
01 ctl-ref pic x(30) value spaces.
01 ref-id pic x(8) value spaces.
01 led-first pic x(19) value spaces.
01 led-last pic x(19) value spaces.
01 led-retries pic x(6) value spaces.
01 led-reason pic x(60) value spaces.
01 led-ctl pic x(400) value spaces.
01 man-name pic x(100) value spaces.
01 man-len pic 9(3) value 0.
01 out-len pic 9(3) value 0.
01 token-text pic x(20) value spaces.
01 token-len pic 9(2) value 0.
01 token-count pic 9(3) value 0.
*>the run's tallies
01 built-count pic 9(4) value 0.
01 done-count pic 9(4) value 0.
01 failed-count pic 9(4) value 0.
01 waiting-count pic 9(4) value 0.
01 show-count pic zzz9.
01 show-done pic zzz9.
01 show-failed pic zzz9.
01 show-waiting pic zzz9.
*>the status report - one section per unit
01 unit-table.
    05 unit-entry occurs 200 times.
        10 u-name pic x(12).
01 unit-count pic 9(3) value 0.
01 unit-idx pic 9(3) value 0.
01 unit-hit pic 9(3) value 0.
01 group-no pic 9 value 0.
01 req-group pic 9 value 0.
01 group-title pic x(30) value spaces.
01 group-shown pic 9(4) value 0.
01 unit-tally.
    05 u-tally pic 9(4) occurs 5 times.
01 all-tally.
    05 a-tally pic 9(4) occurs 5 times.
01 tally-idx pic 9 value 0.
01 show-t1 pic zzz9.
01 show-t2 pic zzz9.
01 show-t3 pic zzz9.
01 show-t4 pic zzz9.
01 show-t5 pic zzz9.
01 today-date pic x(10) value spaces.
01 now-stamp pic x(19) value spaces.
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
01 sessionOperator pic x(8) value spaces.
01 batchOperator pic x(8) value "REQQUEUE".

procedure division.

    perform load-configuration
    perform settle-today

    *>the schedule runs the build, the reconciliation and the report
    *>with no one at the terminal
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        move spaces to cmd-word
        unstring cmd-line delimited by all " " into cmd-word
        move function upper-case(cmd-word) to cmd-word
        move batchOperator to operatorId
        evaluate cmd-word
            when "BUILD" perform build-control-file
            when "RECONCILE" perform reconcile-requests
            when "REPORT" perform write-status-report
            when other
                display "Unrecognized run option " function trim(cmd-word)
                    " - BUILD, RECONCILE or REPORT"
                move 8 to return-code
        end-evaluate
        stop run
    end-if

    perform until menu-choice is equal to "Q"
        display " "
        display "Cipher request queue - " function trim(queueName)
        display "  F - file a new request"
        display "  L - list requests"
        display "  W - work the queue (operators)"
        display "  B - build the control file for the next batch (operators)"
        display "  C - reconcile requests after the batch (operators)"
        display "  S - write the status report by unit"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        evaluate menu-choice
            when "F" perform file-one-request
            when "L" perform list-requests
            when "W"
                perform ensure-signed-on
                if signed-on is equal to 1
                    perform work-the-queue
                end-if
            when "B"
                perform ensure-signed-on
                if signed-on is equal to 1
                    perform build-control-file
                end-if
            when "C"
                perform ensure-signed-on
                if signed-on is equal to 1
                    perform reconcile-requests
                end-if
            when "S" perform write-status-report
            when "Q" continue
            when other display "Unrecognized choice " menu-choice
        end-evaluate
    end-perform

stop run.

settle-today.
    move function current-date to current-datetime
    move spaces to today-date
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        delimited by size into today-date
    move spaces to now-stamp
    string today-date " " current-datetime(9:2) ":" current-datetime(11:2) ":"
        current-datetime(13:2) delimited by size into now-stamp
    .

*>the operator functions sign on once per session
ensure-signed-on.
    if signed-on is not equal to 1
        perform operator-sign-on
    end-if
    .

*>a business unit's request - everything the operator and the cipher
*>run will need, and why it is needed
file-one-request.
    perform read-queue
    if queue-ok is not equal to 1
        exit paragraph
    end-if
    if req-count is not less than 1000
        display "The queue is full - reconcile and clear it before filing more"
        exit paragraph
    end-if
    add 1 to req-count
    move spaces to req-entry(req-count)

    display "Your user ID (the requester):"
    move spaces to work-field
    accept work-field
    move function upper-case(work-field(1:8)) to q-requester(req-count)
    display "Business unit:"
    move spaces to work-field
    accept work-field
    move function upper-case(work-field(1:12)) to q-unit(req-count)
    display "Operation - encrypt (E) or decrypt (D):"
    move spaces to work-field
    accept work-field
    move function upper-case(work-field(1:1)) to q-op(req-count)
    display "Input file:"
    move spaces to work-field
    accept work-field
    move work-field to q-in(req-count)
    display "Output file:"
    move spaces to work-field
    accept work-field
    move work-field to q-out(req-count)
    display "Partner (@ID, or @ID/key) or key - blank for a decrypt the registry keys:"
    move spaces to work-field
    accept work-field
    move work-field(1:40) to q-key(req-count)
    display "Due date (YYYY-MM-DD):"
    move spaces to work-field
    accept work-field
    move work-field(1:10) to q-due(req-count)
    display "Justification - why the work is needed:"
    move spaces to work-field
    accept work-field
    move work-field(1:80) to q-why(req-count)

    perform check-new-request
    if field-ok is equal to 0
        subtract 1 from req-count
        display "Request not filed"
        exit paragraph
    end-if

    *>the id is assigned from the queue as it stands under the lock
    move req-entry(req-count) to filed-entry
    perform lock-queue
    if queue-ok is not equal to 1
        display "Request not filed"
        exit paragraph
    end-if
    if req-count is not less than 1000
        perform unlock-queue
        display "The queue is full - reconcile and clear it before filing more"
        display "Request not filed"
        exit paragraph
    end-if
    add 1 to req-count
    move filed-entry to req-entry(req-count)
    perform assign-request-id
    move new-id to q-id(req-count)
    move "OPEN" to q-status(req-count)
    move now-stamp to q-filed(req-count)
    perform save-queue
    perform unlock-queue

    *>the filing is stamped with the requester - they are who asked
    move q-requester(req-count) to operatorId
    move req-count to req-idx
    perform set-op-word
    move "REQFILE" to audit-op
    move spaces to audit-detail
    string "request " function trim(q-id(req-count)) " unit "
        function trim(q-unit(req-count)) " " function trim(op-word) " "
        function trim(q-in(req-count)) " -> " function trim(q-out(req-count))
        " due " q-due(req-count) into audit-detail
    perform write-audit-entry
    move sessionOperator to operatorId
    display "Filed as request " q-id(req-count)
    .

*>every field the control record and the operator need must be there,
*>and none may carry the control file's own delimiters
check-new-request.
    move 1 to field-ok
    if q-requester(req-count) is equal to spaces or q-unit(req-count) is equal to spaces
        display "The requester and the unit are both required"
        move 0 to field-ok
    end-if
    if q-op(req-count) is not equal to "E" and q-op(req-count) is not equal to "D"
        display "The operation must be E or D"
        move 0 to field-ok
    end-if
    if q-in(req-count) is equal to spaces or q-out(req-count) is equal to spaces
        display "Both the input and the output file are required"
        move 0 to field-ok
    end-if
    if q-op(req-count) is equal to "E" and q-key(req-count) is equal to spaces
        display "An encrypt request must name a partner or a key"
        move 0 to field-ok
    end-if
    if q-why(req-count) is equal to spaces
        display "A justification is required"
        move 0 to field-ok
    end-if
    move 0 to comma-count
    inspect q-in(req-count) tallying comma-count for all ","
    inspect q-out(req-count) tallying comma-count for all ","
    inspect q-key(req-count) tallying comma-count for all ","
    inspect q-in(req-count) tallying comma-count for all "|"
    inspect q-out(req-count) tallying comma-count for all "|"
    inspect q-key(req-count) tallying comma-count for all "|"
    if comma-count is greater than zero
        display "File names and the key reference may not contain a comma or a bar"
        move 0 to field-ok
    end-if
    move 0 to bar-count
    inspect q-why(req-count) tallying bar-count for all "|"
    if bar-count is greater than zero
        inspect q-why(req-count) replacing all "|" by "/"
    end-if
    move q-due(req-count) to work-date
    perform settle-work-date
    if date-ok is equal to 0
        display "The due date must be a valid date YYYY-MM-DD"
        move 0 to field-ok
    else
        if q-due(req-count) is less than today-date
            display "The due date is already past"
            move 0 to field-ok
        end-if
    end-if
    .

settle-work-date.
    move 0 to date-ok
    if work-date(5:1) is equal to "-" and work-date(8:1) is equal to "-"
        and work-date(1:4) is numeric and work-date(6:2) is numeric
        and work-date(9:2) is numeric
        compute work-ymd = function numval(work-date(1:4)) * 10000
            + function numval(work-date(6:2)) * 100
            + function numval(work-date(9:2))
        if function test-date-yyyymmdd(work-ymd) is equal to zero
            and work-ymd is greater than 16010101
            move 1 to date-ok
        end-if
    end-if
    .

*>request ids run on from the highest on file - R0000001 upward
assign-request-id.
    move 0 to next-id-no
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-id(req-idx)(2:7) is numeric
            move q-id(req-idx)(2:7) to id-no
            if id-no is greater than next-id-no
                move id-no to next-id-no
            end-if
        end-if
    end-perform
    add 1 to next-id-no
    move next-id-no to show-id-no
    move spaces to new-id
    string "R" show-id-no delimited by size into new-id
    .

list-requests.
    perform read-queue
    if queue-ok is not equal to 1
        exit paragraph
    end-if
    display "Unit to list (blank for every unit):"
    move spaces to unit-wanted
    accept unit-wanted
    move function upper-case(unit-wanted) to unit-wanted
    move 0 to shown-count
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if unit-wanted is equal to spaces or q-unit(req-idx) is equal to unit-wanted
            add 1 to shown-count
            perform show-one-request
        end-if
    end-perform
    if shown-count is equal to zero
        display "  (no requests)"
    end-if
    .

show-one-request.
    perform set-op-word
    perform set-key-shown
    display "  " q-id(req-idx) " " q-status(req-idx) " " q-unit(req-idx) " "
        q-requester(req-idx) " due " q-due(req-idx) " " function trim(op-word) " "
        function trim(q-in(req-idx)) " -> " function trim(q-out(req-idx))
        " " function trim(key-shown)
    if q-reason(req-idx) is not equal to spaces
        display "      " function trim(q-by(req-idx)) ": " function trim(q-reason(req-idx))
    end-if
    if q-result(req-idx) is not equal to spaces
        display "      " function trim(q-result(req-idx))
    end-if
    .

set-op-word.
    if q-op(req-idx) is equal to "D"
        move "decrypt" to op-word
    else
        move "encrypt" to op-word
    end-if
    .

*>the key reference is shown by partner only - a key typed on the
*>request is never echoed back to the screen or the report
set-key-shown.
    move spaces to key-shown
    if q-key(req-idx) is equal to spaces
        move "key from registry" to key-shown
        exit paragraph
    end-if
    if q-key(req-idx)(1:1) is equal to "@"
        move spaces to key-partner
        move spaces to key-rest
        unstring q-key(req-idx) delimited by "/" into key-partner key-rest
        if key-rest is equal to spaces
            string "partner " function trim(key-partner) delimited by size into key-shown
        else
            string "partner " function trim(key-partner) " + key" delimited by size
                into key-shown
        end-if
    else
        move "key on request" to key-shown
    end-if
    .

*>the operator's decision on each open, held or failed request - a
*>failed one approved again goes out with the next batch
work-the-queue.
    perform read-queue
    if queue-ok is not equal to 1
        exit paragraph
    end-if
    move 0 to shown-count
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-status(req-idx) is equal to "OPEN" or q-status(req-idx) is equal to "HELD"
            or q-status(req-idx) is equal to "FAILED"
            add 1 to shown-count
            perform decide-one-request
        end-if
    end-perform
    if shown-count is equal to zero
        display "Nothing in the queue waits for a decision"
    end-if
    .

decide-one-request.
    display " "
    perform show-one-request
    display "      justification: " function trim(q-why(req-idx))
    display "      filed " q-filed(req-idx)
    if q-due(req-idx) is less than today-date
        display "      ** overdue"
    end-if
    if q-requester(req-idx) is equal to operatorId
        display "      this is your own request - another operator must decide it"
        exit paragraph
    end-if
    display "  Approve (A), reject (R), hold (H), or blank to leave it:"
    move space to work-choice
    accept work-choice
    move function upper-case(work-choice) to work-choice
    if work-choice is equal to space
        exit paragraph
    end-if
    if work-choice is not equal to "A" and work-choice is not equal to "R"
        and work-choice is not equal to "H"
        display "  Not A, R or H - left as it is"
        exit paragraph
    end-if
    *>deciphering is the privileged operation - only an operator who
    *>could run the decrypt may let one through
    if work-choice is equal to "A" and q-op(req-idx) is equal to "D"
        and oper-auth is not equal to "A"
        display "  Operator " function trim(operatorId)
            " is not authorized to approve a decrypt"
        move "AUTHFAIL" to audit-op
        move spaces to audit-detail
        string "request approval refused for " function trim(q-id(req-idx))
            " - decrypt" into audit-detail
        perform write-audit-entry
        exit paragraph
    end-if
    display "  Reason:"
    move spaces to work-reason
    accept work-reason
    if work-reason is equal to spaces and work-choice is not equal to "A"
        display "  A reason is required to reject or hold - left as it is"
        exit paragraph
    end-if
    move 0 to bar-count
    inspect work-reason tallying bar-count for all "|"
    if bar-count is greater than zero
        inspect work-reason replacing all "|" by "/"
    end-if
    *>the decision is made on the queue as it stands under the lock -
    *>another operator may have decided the request meanwhile
    move q-id(req-idx) to decide-id
    perform lock-queue
    if queue-ok is not equal to 1
        display "  " decide-id " left as it is"
        exit paragraph
    end-if
    move 0 to req-hit
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        or req-hit is not equal to zero
        if q-id(req-idx) is equal to decide-id
            move req-idx to req-hit
        end-if
    end-perform
    move req-hit to req-idx
    if req-hit is equal to zero
        perform unlock-queue
        display "  " decide-id " is no longer in the queue - left as it is"
        exit paragraph
    end-if
    if q-status(req-idx) is not equal to "OPEN" and q-status(req-idx) is not equal to "HELD"
        and q-status(req-idx) is not equal to "FAILED"
        perform unlock-queue
        display "  " decide-id " was made " function trim(q-status(req-idx)) " by "
            function trim(q-by(req-idx)) " meanwhile - left as it is"
        exit paragraph
    end-if
    move operatorId to q-by(req-idx)
    move now-stamp to q-at(req-idx)
    move work-reason to q-reason(req-idx)
    evaluate work-choice
        when "A"
            move "APPROVED" to q-status(req-idx)
            move spaces to q-result(req-idx)
            move "REQAPPR" to audit-op
        when "R"
            move "REJECTED" to q-status(req-idx)
            move "REQREJ" to audit-op
            *>a failed request the supervisors give up on is settled
            move "REQFAIL" to alert-event
            move q-id(req-idx) to alert-object
            move "failed request rejected" to alert-message
            perform clear-alert
        when other
            move "HELD" to q-status(req-idx)
            move "REQHOLD" to audit-op
    end-evaluate
    perform save-queue
    perform unlock-queue
    move spaces to audit-detail
    string "request " function trim(q-id(req-idx)) " "
        function trim(q-status(req-idx)) " for " function trim(q-requester(req-idx))
        " " function trim(work-reason) into audit-detail
    perform write-audit-entry
    display "  " q-id(req-idx) " " q-status(req-idx)
    .

*>the approved requests as the next batch's control file - a rebuild
*>the same day keeps the requests already sent today, so building
*>twice before the run loses nothing
build-control-file.
    perform lock-queue
    if queue-ok is not equal to 1
        display "Control file not built"
        move 8 to return-code
        exit paragraph
    end-if
    open output controlfile
    if controlfile-status is not equal to "00"
        perform unlock-queue
        display "Could not write " function trim(controlName) " - status "
            controlfile-status
        move 8 to return-code
        exit paragraph
    end-if
    move 0 to built-count
    move 0 to held-back
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        move space to q-mark(req-idx)
    end-perform
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-status(req-idx) is equal to "APPROVED"
            or (q-status(req-idx) is equal to "SENT" and q-batch(req-idx) is equal to today-date)
            perform check-request-input
        end-if
        if (q-status(req-idx) is equal to "APPROVED"
            or (q-status(req-idx) is equal to "SENT" and q-batch(req-idx) is equal to today-date))
            and input-ready is equal to 0
            *>the cipher run refuses a whole control file over one
            *>missing input - the request waits for a later build
            add 1 to held-back
            move "APPROVED" to q-status(req-idx)
            move spaces to q-result(req-idx)
            string "input not on disk at the build of " today-date
                delimited by size into q-result(req-idx)
            display "  " q-id(req-idx) " held back - " function trim(q-in(req-idx))
                " is not on disk"
        end-if
        if (q-status(req-idx) is equal to "APPROVED"
            or (q-status(req-idx) is equal to "SENT" and q-batch(req-idx) is equal to today-date))
            and input-ready is equal to 1
            move spaces to control-record
            if q-op(req-idx) is equal to "D"
                string function trim(q-in(req-idx)) "," function trim(q-out(req-idx))
                    ",2," function trim(q-key(req-idx)) ",,,,,,,"
                    function trim(q-id(req-idx)) "/" function trim(q-requester(req-idx))
                    delimited by size into control-record
            else
                string function trim(q-in(req-idx)) "," function trim(q-out(req-idx))
                    ",1," function trim(q-key(req-idx)) ",,,,,,,"
                    function trim(q-id(req-idx)) "/" function trim(q-requester(req-idx))
                    delimited by size into control-record
            end-if
            write control-record
            move "SENT" to q-status(req-idx)
            move today-date to q-batch(req-idx)
            move spaces to q-result(req-idx)
            move "B" to q-mark(req-idx)
            add 1 to built-count
        end-if
    end-perform
    close controlfile
    perform save-queue
    perform unlock-queue

    move built-count to show-count
    move "REQBUILD" to audit-op
    move spaces to audit-detail
    move held-back to show-held
    string function trim(show-count) " approved request(s) written to "
        function trim(controlName) ", " function trim(show-held)
        " held back for a missing input" into audit-detail
    perform write-audit-entry
    display function trim(show-count) " request(s) written to " function trim(controlName)
        ", " function trim(show-held) " held back"

    move spaces to stepcount-record
    string built-count "|" function trim(show-count) " request(s) built" delimited by size
        into stepcount-record
    perform write-step-count
    .

*>a request's input must be on disk at the build, or be the output of
*>a request written ahead of it in the same control file
check-request-input.
    move 0 to input-ready
    move q-in(req-idx) to probeName
    open input probefile
    if probefile-status is equal to "00"
        close probefile
        move 1 to input-ready
        exit paragraph
    end-if
    perform varying prior-idx from 1 by 1 until prior-idx is not less than req-idx
        if q-mark(prior-idx) is equal to "B" and q-out(prior-idx) is equal to q-in(req-idx)
            move 1 to input-ready
            exit perform
        end-if
    end-perform
    .

*>after the batch: a request back in the exceptions file failed; one
*>on the manifest, or with a completed cipher entry for it on the
*>audit trail, is done; anything else is still waiting for its run
reconcile-requests.
    perform lock-queue
    if queue-ok is not equal to 1
        display "Requests not reconciled"
        move 8 to return-code
        exit paragraph
    end-if
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        move space to q-mark(req-idx)
        move spaces to q-when(req-idx)
    end-perform

    *>the batch's exceptions, ledger and manifest and the audit trail are
    *>read under shared locks, so a batch still writing them is waited
    *>for; still held after the wait, nothing is reconciled
    perform enqueue-batch-results
    if enqueue-status is not equal to "00"
        perform dequeue-all
        display "Requests not reconciled - run the reconciliation again once the batch has ended"
        move 8 to return-code
        exit paragraph
    end-if
    perform scan-exceptions
    perform scan-manifest
    perform scan-audit-trail
    perform release-batch-results

    move 0 to done-count
    move 0 to failed-count
    move 0 to waiting-count
    move 0 to requeued-count
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-status(req-idx) is equal to "SENT"
            evaluate q-mark(req-idx)
                when "F"
                    move "FAILED" to q-status(req-idx)
                    if q-when(req-idx) is equal to spaces
                        move "no reason on the exception ledger" to q-when(req-idx)
                    end-if
                    move spaces to q-result(req-idx)
                    string "failed in the run of " q-batch(req-idx) " - "
                        function trim(q-when(req-idx)) delimited by size
                        into q-result(req-idx)
                    add 1 to failed-count
                    move "REQFAIL" to audit-op
                    move spaces to audit-detail
                    string "request " function trim(q-id(req-idx)) " for "
                        function trim(q-requester(req-idx)) " "
                        function trim(q-result(req-idx)) into audit-detail
                    perform write-audit-entry
                    move "REQFAIL" to alert-event
                    move 2 to alert-severity
                    move q-id(req-idx) to alert-object
                    move spaces to alert-message
                    string function trim(q-unit(req-idx)) " request for "
                        function trim(q-requester(req-idx)) " " function trim(q-result(req-idx))
                        delimited by size into alert-message
                    perform raise-alert
                when "D"
                    move "DONE" to q-status(req-idx)
                    move spaces to q-result(req-idx)
                    string "completed " q-when(req-idx) delimited by size
                        into q-result(req-idx)
                    add 1 to done-count
                    move "REQDONE" to audit-op
                    move spaces to audit-detail
                    string "request " function trim(q-id(req-idx)) " for "
                        function trim(q-requester(req-idx)) " "
                        function trim(q-result(req-idx)) into audit-detail
                    perform write-audit-entry
                    move "REQFAIL" to alert-event
                    move q-id(req-idx) to alert-object
                    move "request completed" to alert-message
                    perform clear-alert
                when other
                    *>sent on an earlier day and nowhere in the run's
                    *>files - that run never processed it (a refused
                    *>control file, or no run at all), so it goes out
                    *>again with the next build
                    if q-batch(req-idx) is less than today-date
                        move "APPROVED" to q-status(req-idx)
                        move spaces to q-result(req-idx)
                        string "not processed in the run of " q-batch(req-idx)
                            " - sent again with the next build" delimited by size
                            into q-result(req-idx)
                        add 1 to requeued-count
                        move "REQAGAIN" to audit-op
                        move spaces to audit-detail
                        string "request " function trim(q-id(req-idx)) " for "
                            function trim(q-requester(req-idx)) " "
                            function trim(q-result(req-idx)) into audit-detail
                        perform write-audit-entry
                    else
                        add 1 to waiting-count
                    end-if
            end-evaluate
        end-if
    end-perform
    perform save-queue
    perform unlock-queue

    move done-count to show-done
    move failed-count to show-failed
    move waiting-count to show-waiting
    move "REQRECON" to audit-op
    move spaces to audit-detail
    move requeued-count to show-held
    string "request reconciliation - " function trim(show-done) " done, "
        function trim(show-failed) " failed, " function trim(show-held)
        " requeued, " function trim(show-waiting) " still waiting" into audit-detail
    perform write-audit-entry
    display "Reconciled: " function trim(show-done) " done, " function trim(show-failed)
        " failed, " function trim(show-held) " requeued, " function trim(show-waiting)
        " still waiting for a run"

    compute built-count = done-count + failed-count
    move spaces to stepcount-record
    string built-count "|" function trim(show-done) " done, " function trim(show-failed)
        " failed" delimited by size into stepcount-record
    perform write-step-count
    if failed-count is greater than zero
        move 4 to return-code
    end-if
    .

*>the exceptions file holds the failed control records unchanged, so
*>the 11th field names the request; the exception ledger holds why
scan-exceptions.
    move 0 to scan-eof
    open input exceptionsfile
    if exceptionsfile-status is equal to "00"
        perform until scan-eof is equal to 1
            read exceptionsfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1
                perform find-control-request
                if req-hit is not equal to zero
                    move "F" to q-mark(req-hit)
                end-if
            end-if
        end-perform
        close exceptionsfile
    end-if

    move 0 to scan-eof
    open input exceptledgerfile
    if exceptledger-status is equal to "00"
        perform until scan-eof is equal to 1
            read exceptledgerfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1
                move spaces to led-reason
                move spaces to led-ctl
                unstring scan-line delimited by "|"
                    into led-first led-last led-retries led-reason led-ctl
                move led-ctl to scan-line
                perform find-control-request
                if req-hit is not equal to zero
                    if q-mark(req-hit) is equal to "F"
                        move led-reason to q-when(req-hit)
                    end-if
                end-if
            end-if
        end-perform
        close exceptledgerfile
    end-if
    .

*>the request a control record in scan-line was built from, if it is
*>one of the requests sent - req-hit 0 otherwise
find-control-request.
    move 0 to req-hit
    move spaces to ctl-ref
    unstring scan-line delimited by ","
        into ctl-in ctl-out ctl-skip ctl-skip ctl-skip ctl-skip ctl-skip
            ctl-skip ctl-skip ctl-skip ctl-ref
    if ctl-ref is equal to spaces
        exit paragraph
    end-if
    move spaces to ref-id
    unstring ctl-ref delimited by "/" into ref-id
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-id(req-idx) is equal to ref-id and q-status(req-idx) is equal to "SENT"
            move req-idx to req-hit
            exit perform
        end-if
    end-perform
    .

*>a completed encrypt is on the manifest under its output name - with
*>the partner's prefix in front of it when the request named one
scan-manifest.
    move 0 to scan-eof
    open input manifestfile
    if manifestfile-status is equal to "00"
        perform until scan-eof is equal to 1
            read manifestfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1 and scan-line(1:8) is not equal to "TRAILER|"
                move spaces to man-name
                move spaces to ctl-skip
                unstring scan-line delimited by "|"
                    into man-name ctl-skip ctl-skip ctl-skip ctl-skip led-first
                perform match-manifest-name
            end-if
        end-perform
        close manifestfile
    end-if
    .

match-manifest-name.
    compute man-len = function length(function trim(man-name))
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-status(req-idx) is equal to "SENT" and q-op(req-idx) is equal to "E"
            and q-mark(req-idx) is equal to space
            compute out-len = function length(function trim(q-out(req-idx)))
            if man-len is not less than out-len
                if man-name(man-len - out-len + 1:out-len) is equal to q-out(req-idx)(1:out-len)
                    move "D" to q-mark(req-idx)
                    move led-first to q-when(req-idx)
                end-if
            end-if
        end-if
    end-perform
    .

*>the batch's files, read through under shared locks
enqueue-batch-results.
    move "S" to enq-mode
    move exceptionsFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move exceptLedgerName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move manifestFileName to enq-resource
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        exit paragraph
    end-if
    move auditLogName to enq-resource
    perform enqueue-resource
    .

release-batch-results.
    move exceptionsFileName to enq-resource
    perform dequeue-resource
    move exceptLedgerName to enq-resource
    perform dequeue-resource
    move manifestFileName to enq-resource
    perform dequeue-resource
    move auditLogName to enq-resource
    perform dequeue-resource
    .

*>a completed cipher entry on the live audit trail naming the request -
*>the evidence for a decrypt, whose plaintext is never manifested
scan-audit-trail.
    move 0 to scan-eof
    open input auditfile
    if auditfile-status is equal to "00"
        perform until scan-eof is equal to 1
            read auditfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1
                and (scan-line(30:8) is equal to "ENCRYPT " or scan-line(30:8) is equal to "DECRYPT ")
                perform match-audit-request
            end-if
        end-perform
        close auditfile
    end-if
    .

match-audit-request.
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        if q-status(req-idx) is equal to "SENT" and q-mark(req-idx) is equal to space
            and scan-line(1:10) is not less than q-batch(req-idx)
            move spaces to token-text
            string "request=" function trim(q-id(req-idx)) "/" delimited by size
                into token-text
            compute token-len = function length(function trim(token-text))
            move 0 to token-count
            inspect scan-line(39:202) tallying token-count for all token-text(1:token-len)
            if token-count is greater than zero
                move "D" to q-mark(req-idx)
                move scan-line(1:19) to q-when(req-idx)
            end-if
        end-if
    end-perform
    .

*>each unit's requests - overdue first, then open, failed, done and
*>rejected - with the unit's totals and the shop's
write-status-report.
    perform read-queue
    if queue-ok is not equal to 1
        display "Status report not written"
        move 8 to return-code
        exit paragraph
    end-if
    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        move 8 to return-code
        exit paragraph
    end-if
    move spaces to report-record
    string "Cipher request status by business unit - " now-stamp
        delimited by size into report-record
    write report-record

    move 0 to unit-count
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        move 0 to unit-hit
        perform varying unit-idx from 1 by 1 until unit-idx is greater than unit-count
            if u-name(unit-idx) is equal to q-unit(req-idx)
                move unit-idx to unit-hit
                exit perform
            end-if
        end-perform
        if unit-hit is equal to zero and unit-count is less than 200
            add 1 to unit-count
            move q-unit(req-idx) to u-name(unit-count)
        end-if
    end-perform
    if unit-count is equal to zero
        move spaces to report-record
        write report-record
        move "  (no requests on file)" to report-record
        write report-record
    end-if

    *>an overdue request is on the console until it is done, rejected
    *>or no longer overdue
    initialize all-tally
    move "REQOVER" to alert-event
    perform begin-alert-sweep
    perform varying unit-idx from 1 by 1 until unit-idx is greater than unit-count
        perform report-one-unit
    end-perform
    move "REQOVER" to alert-event
    perform end-alert-sweep

    move spaces to report-record
    write report-record
    move a-tally(1) to show-t1
    move a-tally(2) to show-t2
    move a-tally(3) to show-t3
    move a-tally(4) to show-t4
    move a-tally(5) to show-t5
    move spaces to report-record
    string "All units: " function trim(show-t1) " overdue, " function trim(show-t2)
        " open, " function trim(show-t3) " failed, " function trim(show-t4) " done, "
        function trim(show-t5) " rejected" delimited by size into report-record
    write report-record
    close reportfile
    display "Status report written to " function trim(reportName)

    move spaces to stepcount-record
    string req-count "|" function trim(show-t1) " overdue, " function trim(show-t2)
        " open" delimited by size into stepcount-record
    perform write-step-count
    *>an overdue request is worth someone's attention in the morning
    if a-tally(1) is greater than zero
        move 4 to return-code
    end-if
    .

report-one-unit.
    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Unit " function trim(u-name(unit-idx)) delimited by size into report-record
    write report-record
    initialize unit-tally
    perform varying group-no from 1 by 1 until group-no is greater than 5
        evaluate group-no
            when 1 move "Overdue" to group-title
            when 2 move "Open" to group-title
            when 3 move "Failed" to group-title
            when 4 move "Done" to group-title
            when other move "Rejected" to group-title
        end-evaluate
        move 0 to group-shown
        perform varying req-idx from 1 by 1 until req-idx is greater than req-count
            if q-unit(req-idx) is equal to u-name(unit-idx)
                perform set-request-group
                if req-group is equal to group-no
                    if group-shown is equal to zero
                        move spaces to report-record
                        string "  " function trim(group-title) delimited by size
                            into report-record
                        write report-record
                    end-if
                    add 1 to group-shown
                    add 1 to u-tally(group-no)
                    add 1 to a-tally(group-no)
                    perform report-one-request
                end-if
            end-if
        end-perform
    end-perform
    move u-tally(1) to show-t1
    move u-tally(2) to show-t2
    move u-tally(3) to show-t3
    move u-tally(4) to show-t4
    move u-tally(5) to show-t5
    move spaces to report-record
    string "  " function trim(u-name(unit-idx)) ": " function trim(show-t1) " overdue, "
        function trim(show-t2) " open, " function trim(show-t3) " failed, "
        function trim(show-t4) " done, " function trim(show-t5) " rejected"
        delimited by size into report-record
    write report-record
    .

*>1 overdue, 2 open, 3 failed, 4 done, 5 rejected - anything not yet
*>done or rejected is overdue once its due date has passed
set-request-group.
    evaluate true
        when q-status(req-idx) is equal to "DONE"
            move 4 to req-group
        when q-status(req-idx) is equal to "REJECTED"
            move 5 to req-group
        when q-due(req-idx) is less than today-date
            move 1 to req-group
        when q-status(req-idx) is equal to "FAILED"
            move 3 to req-group
        when other
            move 2 to req-group
    end-evaluate
    .

report-one-request.
    perform set-op-word
    perform set-key-shown
    move spaces to report-record
    string "    " q-id(req-idx) " " q-status(req-idx) " due " q-due(req-idx) " "
        q-requester(req-idx) " " function trim(op-word) " "
        function trim(q-in(req-idx)) " -> " function trim(q-out(req-idx))
        " (" function trim(key-shown) ")" delimited by size into report-record
    write report-record
    if req-group is equal to 1
        move "REQOVER" to alert-event
        move 3 to alert-severity
        move q-id(req-idx) to alert-object
        move spaces to alert-message
        string function trim(q-unit(req-idx)) " request for "
            function trim(q-requester(req-idx)) " " function trim(q-status(req-idx))
            " - due " q-due(req-idx) delimited by size into alert-message
        perform raise-alert
    end-if
    if q-reason(req-idx) is not equal to spaces
        move spaces to report-record
        string "        " function trim(q-by(req-idx)) " " q-at(req-idx)(1:10) ": "
            function trim(q-reason(req-idx)) delimited by size into report-record
        write report-record
    end-if
    if q-result(req-idx) is not equal to spaces
        move spaces to report-record
        string "        " function trim(q-result(req-idx)) delimited by size
            into report-record
        write report-record
    end-if
    .

*>the queue read through under a shared lock, for a function that only
*>looks at it or decides what to change before taking it exclusively
read-queue.
    move 0 to queue-ok
    move queueName to enq-resource
    move "S" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "The request queue is in use - try again later"
        exit paragraph
    end-if
    perform load-queue
    perform unlock-queue
    move 1 to queue-ok
    .

*>the queue taken exclusively and re-read, for a change to it - the
*>caller saves it and lets go with unlock-queue
lock-queue.
    move 0 to queue-ok
    move queueName to enq-resource
    move "X" to enq-mode
    perform enqueue-resource
    if enqueue-status is not equal to "00"
        display "The request queue is in use - nothing was changed, try again later"
        exit paragraph
    end-if
    perform load-queue
    move 1 to queue-ok
    .

unlock-queue.
    move queueName to enq-resource
    perform dequeue-resource
    .

load-queue.
    move 0 to req-count
    move 0 to queue-eof
    open input queuefile
    if queuefile-status is not equal to "00"
        exit paragraph
    end-if
    perform until queue-eof is equal to 1
        read queuefile into queue-line
            at end move 1 to queue-eof
        end-read
        if queue-eof is not equal to 1 and queue-line is not equal to spaces
            and req-count is less than 1000
            add 1 to req-count
            move spaces to req-entry(req-count)
            unstring queue-line delimited by "|"
                into q-id(req-count) q-status(req-count) q-requester(req-count)
                    q-unit(req-count) q-in(req-count) q-out(req-count)
                    q-op(req-count) q-key(req-count) q-due(req-count)
                    q-why(req-count) q-filed(req-count) q-by(req-count)
                    q-at(req-count) q-reason(req-count) q-batch(req-count)
                    q-result(req-count)
        end-if
    end-perform
    close queuefile
    .

save-queue.
    open output queuefile
    if queuefile-status is not equal to "00"
        display "Could not write " function trim(queueName) " - status " queuefile-status
        exit paragraph
    end-if
    perform varying req-idx from 1 by 1 until req-idx is greater than req-count
        move spaces to queue-record
        string function trim(q-id(req-idx)) "|" function trim(q-status(req-idx))
            "|" function trim(q-requester(req-idx)) "|" function trim(q-unit(req-idx))
            "|" function trim(q-in(req-idx)) "|" function trim(q-out(req-idx))
            "|" q-op(req-idx) "|" function trim(q-key(req-idx))
            "|" function trim(q-due(req-idx)) "|" function trim(q-why(req-idx))
            "|" function trim(q-filed(req-idx)) "|" function trim(q-by(req-idx))
            "|" function trim(q-at(req-idx)) "|" function trim(q-reason(req-idx))
            "|" function trim(q-batch(req-idx)) "|" function trim(q-result(req-idx))
            delimited by size into queue-record
        write queue-record
    end-perform
    close queuefile
    .

*>leave the step's count where the schedule driver picks it up for
*>the run history - stepcount-record is built by the caller
write-step-count.
    open output stepcountfile
    if stepcountfile-status is equal to "00"
        write stepcount-record
        close stepcountfile
    end-if
    .

*>sign the operator on the same way the cipher program does
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
                    move operatorId to sessionOperator
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
        display "Too many failed sign-on attempts - operator functions are not available"
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
*>a password hash the password must match
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
        when "REQQUEUE"
            move function trim(config-value) to queueName
        when "REQCONTROL"
            move function trim(config-value) to controlName
        when "REQREPORT"
            move function trim(config-value) to reportName
        when "MANIFEST"
            move function trim(config-value) to manifestFileName
        when "EXCEPTIONS"
            move function trim(config-value) to exceptionsFileName
        when "EXCEPTLEDGER"
            move function trim(config-value) to exceptLedgerName
        when "STEPCOUNTS"
            move function trim(config-value) to stepCountName
        when "OPERATOR"
            move config-value(1:8) to batchOperator
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

*>a checking pass over everything this program watches: the conditions
*>it has open (of alert-event, or of every event when that is blank)
*>are marked, and whatever the pass does not raise again is cleared
*>when it ends
begin-alert-sweep.
    move "B" to alertlog-request
    move return-code to kept-return-code
    call "alertlog" using alertlog-request,alertFeedName,alert-data,alertlog-status
    move kept-return-code to return-code
    .

end-alert-sweep.
    move "E" to alertlog-request
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
