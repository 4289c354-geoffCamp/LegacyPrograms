*> recert.cob - operator access recertification of Trithemius Cipher program
*> Oct 15, 2026 - the quarterly access review the auditors ask for, run
*>                against OPERAUTH.TXT instead of a hand-kept
*>                spreadsheet. a level-A supervisor starts the quarter's
*>                review: every operator on file is listed with level,
*>                expiry and enabled flag and with the last sign-on,
*>                last decrypt and last approval the audit trail (live
*>                log and housekeeping archives) shows for them, and an
*>                account idle longer than RECDORMANTDAYS (default 90)
*>                is marked dormant. the same listing is written to the
*>                attestation file RECERTATT.TXT, where the reviewing
*>                supervisor records keep (K), downgrade to level E (E)
*>                or disable (D) for each operator - never for their own
*>                account, which another supervisor must attest. the
*>                follow-up run applies the decisions to OPERAUTH.TXT
*>                with an audit entry each, and once the deadline
*>                (RECDEADLINEDAYS, default 30 days after the start) has
*>                passed it disables everyone still unattested - except
*>                the last enabled level-A operator, who is always left
*>                in place so the shop keeps someone able to run operator
*>                maintenance. with no decision outstanding the
*>                supervisor signs the review off; a signed-off, fully
*>                applied review is kept as
*>                RECERTATT.TXT.<review id> when the next one starts.
*>                the schedule can run the follow-up unattended:
*>                  RECERT,recert,APPLY,DAILY,CONTINUE
*>                attestation records are "REVIEW|id|started|started by|
*>                deadline|signed off by|signed off at" followed by one
*>                "OPER|id|level|expiry|enabled|last sign-on|last
*>                decrypt|last approval|dormant|decision|attested by|
*>                attested at|applied|comment" per operator. a sign-on
*>                is taken from the last entry the operator's own id
*>                stamped on the trail other than a refused one - every
*>                signed-on run leaves at least one
*> Oct 15, 2026 - a review past its deadline without a sign-off, and sign-
*>                on lockouts, are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the audit trail is searched under a shared lock in the
*>                run enqueue file (ENQUEUE.TXT) - a file held by another
*>                run is waited for (ENQWAITSECS), then the run ends with
*>                return code 8, audited and on the alert feed; a stale
*>                lock (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set
*> Oct 15, 2026 - the decisions are applied with OPERAUTH.TXT held
*>                exclusively in the run enqueue and read under the
*>                lock, so an operator maintenance session cannot write
*>                its older copy back over the operators this run has
*>                just downgraded or disabled
*> Oct 15, 2026 - an authorization file that cannot be rewritten is
*>                reported, audited (RECFAIL) and raised on the alert
*>                feed and the run ends with return code 8; the
*>                decisions are audited only once the file is rewritten,
*>                and ones that never reached it are applied next run

identification division.
program-id. recert.

environment division.

input-output section.
file-control.
select operauthfile assign to operAuthName
    organization is line sequential
    file status is operauthfile-status.
select attestfile assign to attestName
    organization is line sequential
    file status is attestfile-status.
select archivefile assign to archiveName
    organization is line sequential
    file status is archivefile-status.
select scanfile assign to scanName
    organization is line sequential
    file status is scanfile-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select auditfile assign to auditLogName
    organization is line sequential
    file status is auditfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd operauthfile.
01 operauth-record pic x(120).
fd attestfile.
01 attest-record pic x(300).
fd archivefile.
01 archive-record pic x(300).
fd scanfile.
01 scan-record pic x(260).
fd reportfile.
01 report-record pic x(200).
fd auditfile.
01 audit-record pic x(260).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 operAuthName pic x(100) value "OPERAUTH.TXT".
77 attestName pic x(100) value "RECERTATT.TXT".
77 reportName pic x(100) value "RECERT.TXT".
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
    05 alert-program pic x(8) value "RECERT".
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
    05 enq-program pic x(8) value "RECERT".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 operauthfile-status pic xx value spaces.
01 attestfile-status pic xx value spaces.
01 archivefile-status pic xx value spaces.
01 scanfile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 auditfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 archiveName pic x(110) value spaces.
01 scanName pic x(120) value spaces.
01 cmd-line pic x(200) value spaces.
01 batch-apply pic 9 value 0.
01 menu-choice pic x value space.
01 dormant-days pic 9(4) value 90.
01 deadline-days pic 9(4) value 30.
*>how far back the archives are searched for an operator's last
*>activity - a year and a quarter covers the review before last
01 lookback-days pic 9(4) value 460.
*>the authorization file, held while the decisions are applied and
*>then rewritten in the layout operator maintenance writes
01 oper-table.
    05 oper-entry occurs 200 times.
        10 o-id pic x(8).
        10 o-level pic x(4).
        10 o-hash pic x(4).
        10 o-expiry pic x(10).
        10 o-enabled pic x.
01 oper-count pic 9(3) value 0.
01 oper-idx pic 9(3) value 0.
01 oper-hit pic 9(3) value 0.
01 operauth-eof pic 9 value 0.
01 operauth-missing pic 9 value 0.
*>the review in hand - its header and one line per operator
01 review-found pic 9 value 0.
01 rv-id pic x(6) value spaces.
01 rv-started pic x(10) value spaces.
01 rv-startedby pic x(8) value spaces.
01 rv-deadline pic x(10) value spaces.
01 rv-signedby pic x(8) value spaces.
01 rv-signedat pic x(19) value spaces.
01 review-table.
    05 review-entry occurs 200 times.
        10 v-id pic x(8).
        10 v-level pic x.
        10 v-expiry pic x(10).
        10 v-enabled pic x.
        10 v-signon pic x(19).
        10 v-decrypt pic x(19).
        10 v-approval pic x(19).
        10 v-dormant pic x.
        *>K keep, E downgrade, D disable, X unattested at the deadline,
        *>space still to be attested
        10 v-decision pic x.
        10 v-by pic x(8).
        10 v-at pic x(19).
        10 v-applied pic x(10).
        10 v-comment pic x(60).
01 review-count pic 9(3) value 0.
01 review-idx pic 9(3) value 0.
01 attest-eof pic 9 value 0.
01 attest-line pic x(300) value spaces.
01 rec-tag pic x(8) value spaces.
01 pending-count pic 9(3) value 0.
01 dormant-count pic 9(3) value 0.
01 applied-count pic 9(3) value 0.
01 unattested-count pic 9(3) value 0.
*>each decision's audit entry waits until the authorization file has
*>been rewritten - a decision that never reached the file is not
*>audited as made, and stays to be applied on the next run
01 held-table.
    05 held-entry occurs 200 times.
        10 held-review pic 9(3).
        10 held-op pic x(8).
        10 held-detail pic x(160).
01 held-count pic 9(3) value 0.
01 held-idx pic 9(3) value 0.
01 operators-saved pic 9 value 0.
01 new-review-id pic x(6) value spaces.
01 other-admins pic 9(3) value 0.
01 review-closed pic 9 value 0.
01 show-count pic zz9.
01 show-dormant pic zz9.
01 show-pending pic zz9.
01 show-applied pic zz9.
01 show-days pic zzz9.
*>the audit trail walk for last activity
01 scan-eof pic 9 value 0.
01 scan-line pic x(260) value spaces.
01 scan-oper pic x(8) value spaces.
01 scan-op pic x(8) value spaces.
01 scan-appr pic x(8) value spaces.
01 appr-junk pic x(240) value spaces.
01 appr-rest pic x(240) value spaces.
01 scan-day pic 9(8) value 0.
01 scan-int pic 9(8) value 0.
01 scan-x pic x(8) value spaces.
01 today-int pic 9(8) value 0.
01 work-ymd pic 9(8) value 0.
01 today-date pic x(10) value spaces.
01 now-stamp pic x(19) value spaces.
01 dormant-cutoff pic x(10) value spaces.
01 quarter-no pic 9 value 0.
01 work-decision pic x value space.
01 work-comment pic x(60) value spaces.
01 work-answer pic x value space.
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
01 batchOperator pic x(8) value "RECERT".

procedure division.

    perform load-configuration
    perform settle-today

    *>the schedule runs the follow-up with no one at the terminal
    accept cmd-line from command-line
    if function upper-case(cmd-line(1:5)) is equal to "APPLY"
        move 1 to batch-apply
        move batchOperator to operatorId
        perform load-review
        if review-found is equal to 0
            display "No access review in " function trim(attestName) " - nothing to apply"
            stop run
        end-if
        perform apply-decisions
        perform write-review-report
        *>anyone disabled for want of an attestation is worth a look
        if unattested-count is greater than zero and return-code is less than 4
            move 4 to return-code
        end-if
        *>a review past its deadline without a sign-off stays on the
        *>console until a supervisor signs it off
        move "RECDUE" to alert-event
        move rv-id to alert-object
        if rv-signedby is equal to spaces and today-date is greater than rv-deadline
            move 2 to alert-severity
            move unattested-count to show-count
            move spaces to alert-message
            string "access review past its deadline " rv-deadline " and not signed off - "
                function trim(show-count) " disabled unattested this run"
                delimited by size into alert-message
            perform raise-alert
        end-if
        stop run
    end-if

    *>the review decides who may decrypt anything in the shop - it takes
    *>the same full authority as operator maintenance
    perform operator-sign-on
    if signed-on is not equal to 1
        stop run
    end-if
    if oper-auth is not equal to "A"
        display "Operator " function trim(operatorId)
            " is not authorized for access recertification"
        move "AUTHFAIL" to audit-op
        move "access recertification refused - not authorized" to audit-detail
        perform write-audit-entry
        stop run
    end-if

    perform load-review

    perform until menu-choice is equal to "Q"
        display " "
        if review-found is equal to 1
            display "Access recertification - review " rv-id " deadline " rv-deadline
        else
            display "Access recertification - no review in progress"
        end-if
        display "  S - start this quarter's review"
        display "  L - list the review and write the report"
        display "  R - record attestations"
        display "  A - apply the recorded decisions"
        display "  Q - quit"
        display "Choose:"
        move space to menu-choice
        accept menu-choice
        evaluate menu-choice
            when "S" perform start-review
            when "L" perform list-review
            when "R" perform record-attestations
            when "A"
                if review-found is equal to 0
                    display "No review in progress"
                else
                    perform apply-decisions
                    perform write-review-report
                end-if
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
    compute today-int = function numval(current-datetime(1:8))
    .

*>a new quarter's review: refused while the last one is still open,
*>otherwise the last one is kept under its own name and a fresh
*>listing is taken from the authorization file and the audit trail
start-review.
    compute quarter-no = (function numval(current-datetime(5:2)) + 2) / 3
    move spaces to new-review-id
    string current-datetime(1:4) "Q" quarter-no delimited by size into new-review-id
    if review-found is equal to 1 and rv-id is equal to new-review-id
        display "Review " rv-id " has already been started for this quarter"
        exit paragraph
    end-if
    if review-found is equal to 1
        perform settle-review-state
        if review-closed is equal to 0
            move pending-count to show-pending
            move applied-count to show-applied
            display "Review " rv-id " is still open - " function trim(show-pending)
                " operator(s) unattested, " function trim(show-applied) " decision(s) applied"
            display "Finish, apply and sign it off before starting another"
            exit paragraph
        end-if
        perform archive-review
        if archivefile-status is not equal to "00"
            exit paragraph
        end-if
    end-if

    perform load-operators
    if operauth-missing is equal to 1 or oper-count is equal to zero
        display "No operators on file in " function trim(operAuthName)
            " - there is nothing to recertify"
        exit paragraph
    end-if

    move new-review-id to rv-id
    move today-date to rv-started
    move operatorId to rv-startedby
    compute work-ymd = function date-of-integer(
        function integer-of-date(today-int) + deadline-days)
    move spaces to rv-deadline
    string work-ymd(1:4) "-" work-ymd(5:2) "-" work-ymd(7:2)
        delimited by size into rv-deadline
    move spaces to rv-signedby
    move spaces to rv-signedat

    move 0 to review-count
    perform varying oper-idx from 1 by 1 until oper-idx is greater than oper-count
        add 1 to review-count
        move spaces to review-entry(review-count)
        move o-id(oper-idx) to v-id(review-count)
        move o-level(oper-idx)(1:1) to v-level(review-count)
        move o-expiry(oper-idx) to v-expiry(review-count)
        move o-enabled(oper-idx) to v-enabled(review-count)
    end-perform
    display "Searching the audit trail for each operator's last activity..."
    *>read under a shared lock, so housekeeping trimming the log is
    *>waited for
    move "S" to enq-mode
    move auditLogName to enq-resource
    perform enqueue-or-stop
    perform gather-activity
    perform dequeue-resource
    perform mark-dormant-accounts
    perform save-review
    move 1 to review-found
    perform write-review-report

    move "RECSTART" to audit-op
    move spaces to audit-detail
    move review-count to show-count
    move dormant-count to show-dormant
    string "access review " rv-id " started - " function trim(show-count) " operator(s), "
        function trim(show-dormant) " dormant, deadline " rv-deadline into audit-detail
    perform write-audit-entry
    display "Review " rv-id " started: " function trim(show-count) " operator(s), "
        function trim(show-dormant) " dormant - attest by " rv-deadline
    .

list-review.
    if review-found is equal to 0
        display "No review in progress"
        exit paragraph
    end-if
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        display "  " v-id(review-idx) " level=" v-level(review-idx)
            " enabled=" v-enabled(review-idx) " expires=" v-expiry(review-idx)
            " dormant=" v-dormant(review-idx) " decision=" v-decision(review-idx)
            " by=" v-by(review-idx) " applied=" v-applied(review-idx)
    end-perform
    perform write-review-report
    display "Report written to " function trim(reportName)
    .

*>the supervisor works down the unattested operators - never their own
*>account - and, with nothing left outstanding, signs the review off
record-attestations.
    if review-found is equal to 0
        display "No review in progress - start one first"
        exit paragraph
    end-if
    if rv-signedby is not equal to spaces
        display "Review " rv-id " was signed off by " function trim(rv-signedby)
            " - its decisions can no longer be changed"
        exit paragraph
    end-if
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        if v-decision(review-idx) is equal to space
            if v-id(review-idx) is equal to operatorId
                display "  " v-id(review-idx) " is your own account - another"
                    " supervisor must attest it"
            else
                perform attest-one-operator
            end-if
        end-if
    end-perform
    perform save-review

    perform settle-review-state
    if pending-count is greater than zero
        move pending-count to show-pending
        display function trim(show-pending) " operator(s) still to be attested"
        exit paragraph
    end-if
    display "Every operator is attested. Sign the review off as " function trim(operatorId)
        "? (Y/N):"
    move space to work-answer
    accept work-answer
    if work-answer is equal to "Y" or work-answer is equal to "y"
        move operatorId to rv-signedby
        move now-stamp to rv-signedat
        perform save-review
        perform write-review-report
        move "RECSIGN" to audit-op
        move spaces to audit-detail
        move review-count to show-count
        string "access review " rv-id " signed off - " function trim(show-count)
            " operator(s) attested"
            into audit-detail
        perform write-audit-entry
        display "Review " rv-id " signed off"
        move "RECDUE" to alert-event
        move rv-id to alert-object
        move spaces to alert-message
        string "access review signed off by " function trim(operatorId)
            delimited by size into alert-message
        perform clear-alert
    end-if
    .

attest-one-operator.
    display " "
    display "  " v-id(review-idx) " level=" v-level(review-idx)
        " enabled=" v-enabled(review-idx) " expires=" v-expiry(review-idx)
    display "    last sign-on " v-signon(review-idx) "  last decrypt " v-decrypt(review-idx)
        "  last approval " v-approval(review-idx)
    if v-dormant(review-idx) is equal to "Y"
        move dormant-days to show-days
        display "    ** dormant - no activity in " function trim(show-days) " days"
    end-if
    display "  Keep (K), downgrade to E (E), disable (D), or blank to leave for now:"
    move space to work-decision
    accept work-decision
    move function upper-case(work-decision) to work-decision
    if work-decision is equal to space
        exit paragraph
    end-if
    if work-decision is not equal to "K" and work-decision is not equal to "E"
        and work-decision is not equal to "D"
        display "  Not K, E or D - left unattested"
        exit paragraph
    end-if
    display "  Comment (reason for the decision):"
    move spaces to work-comment
    accept work-comment
    move 0 to bar-count
    inspect work-comment tallying bar-count for all "|"
    if bar-count is greater than zero
        inspect work-comment replacing all "|" by "/"
    end-if
    move work-decision to v-decision(review-idx)
    move operatorId to v-by(review-idx)
    move now-stamp to v-at(review-idx)
    move work-comment to v-comment(review-idx)

    move "RECATTST" to audit-op
    move spaces to audit-detail
    string "access review " rv-id " " function trim(v-id(review-idx)) " attested "
        work-decision " " function trim(work-comment) into audit-detail
    perform write-audit-entry
    .

*>carry the recorded decisions into the authorization file, one audit
*>entry each; past the deadline, anyone still unattested is disabled
apply-decisions.
    *>read and rewritten under an exclusive lock, so operator
    *>maintenance cannot put back what this run changes
    move "X" to enq-mode
    move operAuthName to enq-resource
    perform enqueue-or-stop
    perform load-operators
    if operauth-missing is equal to 1
        move operAuthName to enq-resource
        perform dequeue-resource
        display "No authorization file " function trim(operAuthName) " - nothing to apply"
        exit paragraph
    end-if
    move 0 to applied-count
    move 0 to unattested-count
    move 0 to held-count
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        if v-decision(review-idx) is equal to space
            and today-date is greater than rv-deadline
            move "X" to v-decision(review-idx)
            move operatorId to v-by(review-idx)
            move now-stamp to v-at(review-idx)
            move "unattested by the deadline" to v-comment(review-idx)
            add 1 to unattested-count
        end-if
        if v-decision(review-idx) is not equal to space
            and v-applied(review-idx) is equal to spaces
            perform apply-one-decision
        end-if
    end-perform
    move 1 to operators-saved
    if applied-count is greater than zero
        perform save-operators
    end-if
    if operators-saved is equal to 1
        perform varying held-idx from 1 by 1 until held-idx is greater than held-count
            move held-op(held-idx) to audit-op
            move held-detail(held-idx) to audit-detail
            perform write-audit-entry
            display "  " function trim(audit-detail)
        end-perform
    else
        perform varying held-idx from 1 by 1 until held-idx is greater than held-count
            move spaces to v-applied(held-review(held-idx))
        end-perform
        move 0 to applied-count
    end-if
    move operAuthName to enq-resource
    perform dequeue-resource
    perform save-review
    move applied-count to show-applied
    display function trim(show-applied) " decision(s) applied to " function trim(operAuthName)
    .

apply-one-decision.
    move v-id(review-idx) to auth-id
    perform find-one-operator
    move today-date to v-applied(review-idx)
    add 1 to applied-count
    if oper-hit is equal to zero
        move "RECKEEP" to audit-op
        move spaces to audit-detail
        string "access review " rv-id " " function trim(v-id(review-idx))
            " no longer on file - nothing to change" into audit-detail
        perform hold-decision-entry
        exit paragraph
    end-if
    *>the review must never leave the shop without anyone who can sign
    *>on to operator maintenance
    if v-decision(review-idx) is not equal to "K"
        and o-level(oper-hit)(1:1) is equal to "A"
        and o-enabled(oper-hit) is not equal to "N"
        move 0 to other-admins
        perform varying oper-idx from 1 by 1 until oper-idx is greater than oper-count
            if oper-idx is not equal to oper-hit
                and o-level(oper-idx)(1:1) is equal to "A"
                and o-enabled(oper-idx) is not equal to "N"
                add 1 to other-admins
            end-if
        end-perform
        if other-admins is equal to zero
            move "RECKEEP" to audit-op
            move spaces to audit-detail
            string "access review " rv-id " " function trim(v-id(review-idx))
                " left at level A - the last enabled level-A operator" into audit-detail
            perform hold-decision-entry
            exit paragraph
        end-if
    end-if
    evaluate v-decision(review-idx)
        when "K"
            move "RECKEEP" to audit-op
            move spaces to audit-detail
            string "access review " rv-id " " function trim(v-id(review-idx))
                " kept at level " o-level(oper-hit)(1:1) " attested by "
                function trim(v-by(review-idx)) into audit-detail
        when "E"
            move "E" to o-level(oper-hit)
            move "RECDOWN" to audit-op
            move spaces to audit-detail
            string "access review " rv-id " " function trim(v-id(review-idx))
                " downgraded to level E attested by "
                function trim(v-by(review-idx)) into audit-detail
        when "D"
            move "N" to o-enabled(oper-hit)
            move "RECDIS" to audit-op
            move spaces to audit-detail
            string "access review " rv-id " " function trim(v-id(review-idx))
                " disabled attested by " function trim(v-by(review-idx))
                into audit-detail
        when other
            move "N" to o-enabled(oper-hit)
            move "RECDIS" to audit-op
            move spaces to audit-detail
            string "access review " rv-id " " function trim(v-id(review-idx))
                " disabled - unattested by the deadline " rv-deadline
                into audit-detail
    end-evaluate
    perform hold-decision-entry
    .

hold-decision-entry.
    add 1 to held-count
    move review-idx to held-review(held-count)
    move audit-op to held-op(held-count)
    move audit-detail to held-detail(held-count)
    .

*>pending: operators with no decision; closed: signed off with every
*>decision applied
settle-review-state.
    move 0 to pending-count
    move 0 to applied-count
    move 0 to dormant-count
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        if v-decision(review-idx) is equal to space
            add 1 to pending-count
        end-if
        if v-applied(review-idx) is not equal to spaces
            add 1 to applied-count
        end-if
        if v-dormant(review-idx) is equal to "Y"
            add 1 to dormant-count
        end-if
    end-perform
    move 0 to review-closed
    if rv-signedby is not equal to spaces and applied-count is equal to review-count
        move 1 to review-closed
    end-if
    .

*>last sign-on, decrypt and approval for every operator under review,
*>from the archives (oldest first) and then the live log
gather-activity.
    compute scan-day = function integer-of-date(today-int) - lookback-days
    perform until function date-of-integer(scan-day) is greater than today-int
        compute scan-int = function date-of-integer(scan-day)
        move scan-int to scan-x
        move spaces to scanName
        string function trim(auditLogName) ".A" scan-x into scanName
        perform scan-one-log
        add 1 to scan-day
    end-perform
    move auditLogName to scanName
    perform scan-one-log
    .

scan-one-log.
    move 0 to scan-eof
    open input scanfile
    if scanfile-status is equal to "00"
        perform until scan-eof is equal to 1
            read scanfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1 and scan-line(5:1) is equal to "-"
                perform take-activity
            end-if
        end-perform
        close scanfile
    end-if
    .

take-activity.
    move scan-line(21:8) to scan-oper
    move scan-line(30:8) to scan-op
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        if v-id(review-idx) is equal to scan-oper
            if scan-op is not equal to "AUTHFAIL"
                and scan-line(1:19) is greater than v-signon(review-idx)
                move scan-line(1:19) to v-signon(review-idx)
            end-if
            if scan-op is equal to "DECRYPT"
                and scan-line(1:19) is greater than v-decrypt(review-idx)
                move scan-line(1:19) to v-decrypt(review-idx)
            end-if
        end-if
    end-perform
    if scan-op is equal to "DECRYPT"
        move spaces to appr-junk
        move spaces to appr-rest
        unstring scan-line(39:202) delimited by "approvedby="
            into appr-junk appr-rest
        if appr-rest is not equal to spaces
            move spaces to scan-appr
            unstring appr-rest delimited by space into scan-appr
            perform varying review-idx from 1 by 1 until review-idx is greater than review-count
                if v-id(review-idx) is equal to scan-appr
                    and scan-line(1:19) is greater than v-approval(review-idx)
                    move scan-line(1:19) to v-approval(review-idx)
                end-if
            end-perform
        end-if
    end-if
    .

*>dormant: no sign-on and no approval on the trail since the cutoff -
*>or none at all
mark-dormant-accounts.
    compute work-ymd = function date-of-integer(
        function integer-of-date(today-int) - dormant-days)
    move spaces to dormant-cutoff
    string work-ymd(1:4) "-" work-ymd(5:2) "-" work-ymd(7:2)
        delimited by size into dormant-cutoff
    move 0 to dormant-count
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        move "N" to v-dormant(review-idx)
        if (v-signon(review-idx) is equal to spaces
            or v-signon(review-idx)(1:10) is less than dormant-cutoff)
            and (v-approval(review-idx) is equal to spaces
            or v-approval(review-idx)(1:10) is less than dormant-cutoff)
            move "Y" to v-dormant(review-idx)
            add 1 to dormant-count
        end-if
    end-perform
    .

*>the signed-off record the auditors keep: every operator, the
*>evidence, the decision, who made it and when it took effect
write-review-report.
    perform settle-review-state
    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        exit paragraph
    end-if
    move spaces to report-record
    string "Operator access recertification - review " rv-id " of "
        function trim(operAuthName) into report-record
    write report-record
    move spaces to report-record
    string "Started " rv-started " by " function trim(rv-startedby) "  deadline "
        rv-deadline "  report generated " now-stamp into report-record
    write report-record
    move spaces to report-record
    write report-record
    move spaces to report-record
    string "operator L expires    E last sign-on        last decrypt         "
        "last approval        dormant decision attested by          applied"
        delimited by size into report-record
    write report-record
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        move spaces to report-record
        string v-id(review-idx) " " v-level(review-idx) " " v-expiry(review-idx) " "
            v-enabled(review-idx) " " v-signon(review-idx) "  " v-decrypt(review-idx)
            "  " v-approval(review-idx) "  " v-dormant(review-idx) "       "
            v-decision(review-idx) "        " v-by(review-idx) " " v-at(review-idx)(1:10)
            " " v-applied(review-idx)
            delimited by size into report-record
        write report-record
        if v-comment(review-idx) is not equal to spaces
            move spaces to report-record
            string "           " function trim(v-comment(review-idx))
                delimited by size into report-record
            write report-record
        end-if
    end-perform
    move spaces to report-record
    write report-record
    move spaces to report-record
    move review-count to show-count
    move dormant-count to show-dormant
    move pending-count to show-pending
    move applied-count to show-applied
    string function trim(show-count) " operator(s), " function trim(show-dormant)
        " dormant, " function trim(show-pending) " unattested, "
        function trim(show-applied) " decision(s) applied" into report-record
    write report-record
    move "Decisions: K keep, E downgraded to level E, D disabled, X disabled unattested at the deadline"
        to report-record
    write report-record
    move spaces to report-record
    if rv-signedby is equal to spaces
        move "Not yet signed off" to report-record
    else
        string "Signed off by " function trim(rv-signedby) " at " rv-signedat
            into report-record
    end-if
    write report-record
    close reportfile
    .

load-review.
    move 0 to review-found
    move 0 to review-count
    move 0 to attest-eof
    open input attestfile
    if attestfile-status is not equal to "00"
        exit paragraph
    end-if
    perform until attest-eof is equal to 1
        read attestfile into attest-line
            at end move 1 to attest-eof
        end-read
        if attest-eof is not equal to 1 and attest-line is not equal to spaces
            move spaces to rec-tag
            unstring attest-line delimited by "|" into rec-tag
            if rec-tag is equal to "REVIEW"
                move 1 to review-found
                unstring attest-line delimited by "|"
                    into rec-tag rv-id rv-started rv-startedby rv-deadline
                        rv-signedby rv-signedat
            end-if
            if rec-tag is equal to "OPER" and review-count is less than 200
                add 1 to review-count
                move spaces to review-entry(review-count)
                unstring attest-line delimited by "|"
                    into rec-tag v-id(review-count) v-level(review-count)
                        v-expiry(review-count) v-enabled(review-count)
                        v-signon(review-count) v-decrypt(review-count)
                        v-approval(review-count) v-dormant(review-count)
                        v-decision(review-count) v-by(review-count)
                        v-at(review-count) v-applied(review-count)
                        v-comment(review-count)
            end-if
        end-if
    end-perform
    close attestfile
    .

save-review.
    open output attestfile
    if attestfile-status is not equal to "00"
        display "Could not write " function trim(attestName) " - status " attestfile-status
        exit paragraph
    end-if
    move spaces to attest-record
    string "REVIEW|" rv-id "|" rv-started "|" function trim(rv-startedby) "|"
        rv-deadline "|" function trim(rv-signedby) "|" function trim(rv-signedat)
        delimited by size into attest-record
    write attest-record
    perform varying review-idx from 1 by 1 until review-idx is greater than review-count
        move spaces to attest-record
        string "OPER|" function trim(v-id(review-idx)) "|" v-level(review-idx)
            "|" function trim(v-expiry(review-idx)) "|" v-enabled(review-idx)
            "|" function trim(v-signon(review-idx)) "|" function trim(v-decrypt(review-idx))
            "|" function trim(v-approval(review-idx)) "|" v-dormant(review-idx)
            "|" function trim(v-decision(review-idx)) "|" function trim(v-by(review-idx))
            "|" function trim(v-at(review-idx)) "|" function trim(v-applied(review-idx))
            "|" function trim(v-comment(review-idx))
            delimited by size into attest-record
        write attest-record
    end-perform
    close attestfile
    .

*>keep the finished review under its own name - it is the evidence
*>the auditors ask for, and the next review starts a fresh file
archive-review.
    move spaces to archiveName
    string function trim(attestName) "." function trim(rv-id) into archiveName
    open output archivefile
    if archivefile-status is not equal to "00"
        display "Could not write " function trim(archiveName) " - status "
            archivefile-status " - the finished review is left in place"
        exit paragraph
    end-if
    move 0 to attest-eof
    open input attestfile
    perform until attest-eof is equal to 1
        read attestfile into attest-line
            at end move 1 to attest-eof
        end-read
        if attest-eof is not equal to 1
            move attest-line to archive-record
            write archive-record
        end-if
    end-perform
    close attestfile
    close archivefile
    display "Review " rv-id " kept as " function trim(archiveName)
    .

*>locate auth-id in the loaded authorization table - 0 if absent
find-one-operator.
    move 0 to oper-hit
    perform varying oper-idx from 1 by 1
        until oper-idx is greater than oper-count
        if o-id(oper-idx) is equal to auth-id
            move oper-idx to oper-hit
            exit perform
        end-if
    end-perform
    .

*>read the whole authorization file into the table, as operator
*>maintenance does
load-operators.
    move 0 to operauth-eof
    move 0 to oper-count
    move 0 to operauth-missing
    open input operauthfile
    if operauthfile-status is not equal to "00"
        move 1 to operauth-missing
        exit paragraph
    end-if
    perform until operauth-eof is equal to 1
        read operauthfile
            at end move 1 to operauth-eof
        end-read
        if operauth-eof is not equal to 1
            and operauth-record is not equal to spaces
            and oper-count is less than 200
            move spaces to auth-pass
            move spaces to auth-expiry
            move spaces to auth-enabled
            unstring operauth-record delimited by ","
                into auth-id auth-level auth-pass auth-expiry auth-enabled
            add 1 to oper-count
            move auth-id to o-id(oper-count)
            move auth-level to o-level(oper-count)
            move auth-pass(1:4) to o-hash(oper-count)
            move auth-expiry to o-expiry(oper-count)
            if auth-enabled(1:1) is equal to "N"
                move "N" to o-enabled(oper-count)
            else
                move "Y" to o-enabled(oper-count)
            end-if
        end-if
    end-perform
    close operauthfile
    .

*>rewrite the authorization file in operator maintenance's layout - a
*>file that cannot be rewritten leaves every decision unapplied
save-operators.
    move 0 to operators-saved
    move "RECFAIL" to alert-event
    move operAuthName to alert-object
    open output operauthfile
    if operauthfile-status is not equal to "00"
        display "Could not write " function trim(operAuthName)
            " - status " operauthfile-status " - no decision was applied"
        move 8 to return-code
        move "RECFAIL" to audit-op
        move spaces to audit-detail
        string "access review " rv-id " " function trim(operAuthName)
            " could not be rewritten - status " operauthfile-status
            " - " applied-count " decision(s) not applied"
            delimited by size into audit-detail
        perform write-audit-entry
        move 1 to alert-severity
        move spaces to alert-message
        string "access review decisions not applied - " function trim(operAuthName)
            " status " operauthfile-status delimited by size into alert-message
        perform raise-alert
        exit paragraph
    end-if
    perform varying oper-idx from 1 by 1
        until oper-idx is greater than oper-count
        move spaces to operauth-record
        string function trim(o-id(oper-idx)) "," o-level(oper-idx)(1:1)
            "," o-hash(oper-idx) "," o-expiry(oper-idx)
            "," o-enabled(oper-idx) into operauth-record
        write operauth-record
    end-perform
    close operauthfile
    move 1 to operators-saved
    move "access review decisions applied" to alert-message
    perform clear-alert
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
        when "RECERTATT"
            move function trim(config-value) to attestName
        when "RECERTREPORT"
            move function trim(config-value) to reportName
        when "RECDORMANTDAYS"
            if config-value(1:1) is numeric
                compute dormant-days = function numval(function trim(config-value))
            end-if
        when "RECDEADLINEDAYS"
            if config-value(1:1) is numeric
                compute deadline-days = function numval(function trim(config-value))
            end-if
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
