*> secmon.cob - security monitoring report of Trithemius Cipher program
*> Oct 15, 2026 - the daily summary counts operations and failures; this
*>                report answers the question security asks instead: is
*>                anyone using their decrypt rights in a way that does
*>                not look normal? it reads the housekeeping archives
*>                oldest first and then the live AUDITLOG.TXT, learns
*>                each operator's normal DECRYPT pattern over a baseline
*>                period (SECBASEDAYS, default 90 days) - the hours of
*>                the day they decrypt in, whether they work weekends,
*>                and how many files they decrypt on a working day -
*>                and flags the review period (SECDAYS, default the
*>                last 30 days including today) where it departs:
*>                  HOURS      decrypts outside the operator's working
*>                             window - the span of hours each holding
*>                             SECHOURPCT (default 5) percent or more of
*>                             their baseline decrypts
*>                  WEEKEND    weekend decrypts by an operator whose
*>                             baseline has (almost) none
*>                  VOLUME     a day's decrypts above SECVOLFACTOR
*>                             (default 3) times the operator's average
*>                             per working day
*>                  NEWOPER    decrypts by an operator with fewer than
*>                             SECMINBASE (default 10) baseline decrypts
*>                             - no pattern to judge them by
*>                  SENSITIVE  decrypts of files the key registry flags
*>                             sensitive
*>                  PAIRING    one approver countersigning one operator
*>                             SECPAIRLIMIT (default 5) times or more
*>                  NEARLOCK   a day's failed sign-ons stopping one
*>                             short of the lockout limit
*>                  LEVEL-E    SECETRIES (default 3) or more refused
*>                             decrypt attempts by an operator without
*>                             decrypt rights
*>                every flag names the audit entries behind it - time,
*>                operation, detail, the log it is in and its audit
*>                trail sequence number - so a reviewer can take the
*>                file name straight to the chain-of-custody inquiry.
*>                the run ends rc 0 with nothing flagged and 4 with
*>                flags, 8 when the live log cannot be read
*> Oct 15, 2026 - every flag is raised on the monitoring console's alert
*>                feed (ALERTS.TXT) while the review period still shows it
*> Oct 15, 2026 - the key registry and audit log are read under shared
*>                locks in the run enqueue file (ENQUEUE.TXT) - a file
*>                held by another run is waited for (ENQWAITSECS), then
*>                the run ends with return code 8, audited and on the
*>                alert feed; a stale lock (ENQSTALEMINS) is released with
*>                enqmaint. the run's return code is no longer lost to the
*>                audit and alert writer calls made after it is set

identification division.
program-id. secmon.

environment division.

input-output section.
file-control.
select auditfile assign to scanName
    organization is line sequential
    file status is auditfile-status.
select keyregistryfile assign to keyRegistryName
    organization is indexed
    access mode is dynamic
    record key is registry-filename
    file status is keyregistry-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.

data division.
file section.
fd auditfile.
01 audit-record pic x(260).
fd keyregistryfile.
*>the registry carries the full decrypt profile for every ciphertext -
*>the same layout the cipher program reads and writes
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
fd reportfile.
01 report-record pic x(200).
fd configfile.
01 configfile-record pic x(200).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 keyRegistryName pic x(100) value "KEYREGISTRY.DAT".
77 reportName pic x(100) value "SECMON.TXT".
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
    05 alert-program pic x(8) value "SECMON".
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
    05 enq-program pic x(8) value "SECMON".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 auditfile-status pic xx value spaces.
01 keyregistry-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
*>the thresholds, each settable in the configuration
01 review-days pic 9(4) value 30.
01 base-days pic 9(4) value 90.
01 hour-pct pic 9(3) value 5.
01 vol-factor pic 9(3) value 3.
01 min-base pic 9(5) value 10.
01 pair-limit pic 9(4) value 5.
01 e-tries pic 9(4) value 3.
*>the same lockout limit every signing-on program enforces
77 lockout-limit pic 9(2) value 5.
01 scanName pic x(120) value spaces.
01 scan-label pic x(12) value spaces.
01 audit-eof pic 9 value 0.
01 audit-line pic x(260) value spaces.
01 live-read pic 9 value 0.
01 current-datetime pic x(21).
01 report-stamp pic x(19) value spaces.
01 today-int pic 9(8) value 0.
01 scan-day pic 9(8) value 0.
01 scan-int pic 9(8) value 0.
01 scan-x pic x(8) value spaces.
01 work-ymd pic 9(8) value 0.
01 base-start-ymd pic 9(8) value 0.
01 review-start-ymd pic 9(8) value 0.
01 base-start pic x(10) value spaces.
01 review-start pic x(10) value spaces.
01 today-date pic x(10) value spaces.
*>one audit entry as it is read
01 line-date pic x(10) value spaces.
01 line-oper pic x(8) value spaces.
01 line-op pic x(8) value spaces.
01 line-detail pic x(200) value spaces.
01 line-hour pic 9(2) value 0.
01 line-dow pic 9 value 0.
01 line-seq pic x(8) value spaces.
01 line-kind pic x value space.
01 seq-junk pic x(20) value spaces.
*>every operator seen decrypting or failing, with the baseline pattern
*>their DECRYPT entries before the review period make
77 oper-max pic 9(3) value 200.
01 oper-table.
    05 oper-entry occurs 200 times.
        10 o-id pic x(8).
        10 o-base-total pic 9(5).
        10 o-base-dayct pic 9(5).
        10 o-last-day pic x(10).
        10 o-weekend pic 9(5).
        10 o-review pic 9(5).
        10 o-hour pic 9(5) occurs 24 times.
01 oper-count pic 9(3) value 0.
01 oper-idx pic 9(3) value 0.
01 oper-hit pic 9(3) value 0.
*>the review period's entries of interest, kept until every flag has
*>been judged: D decrypt, S failed sign-on, L locked-out refusal,
*>E refused decrypt attempt
77 ent-max pic 9(5) value 5000.
01 ent-table.
    05 ent-entry occurs 5000 times.
        10 e-stamp pic x(19).
        10 e-oper pic x(8).
        10 e-op pic x(8).
        10 e-kind pic x.
        10 e-detail pic x(100).
        10 e-file pic x(100).
        10 e-appr pic x(8).
        10 e-where pic x(12).
        10 e-seq pic x(8).
        10 e-hour pic 9(2).
        10 e-dow pic 9.
        10 e-sens pic x.
        10 e-done pic x.
01 ent-count pic 9(5) value 0.
01 ent-idx pic 9(5) value 0.
01 ent-other pic 9(5) value 0.
01 ent-dropped pic 9(5) value 0.
01 appr-rest pic x(200) value spaces.
01 appr-junk pic x(200) value spaces.
*>operator/approver pairs on the review period's approved decrypts
01 pair-table.
    05 pair-entry occurs 500 times.
        10 p-oper pic x(8).
        10 p-appr pic x(8).
        10 p-count pic 9(5).
01 pair-count pic 9(3) value 0.
01 pair-idx pic 9(3) value 0.
01 pair-hit pic 9(3) value 0.
01 registry-open pic 9 value 0.
*>one flag as it is put together
01 flag-count pic 9(4) value 0.
01 flag-kind pic x(10) value spaces.
01 flag-text pic x(150) value spaces.
01 flag-hits pic 9(5) value 0.
01 flag-listed pic 9(5) value 0.
77 flag-list-max pic 9(2) value 12.
01 flag-date pic x(10) value spaces.
*>the operator's working window: the hours holding a fair share of
*>their baseline decrypts, closed up across the gaps between them -
*>the longest run of quiet hours (wrapping past midnight, so a night
*>shift keeps its window) is what lies outside it
01 usual-hours pic x(12) value spaces.
01 hour-busy-flags.
    05 hour-busy pic 9 occurs 24 times.
01 hour-window-flags.
    05 hour-window pic 9 occurs 24 times.
01 hour-idx pic 9(2) value 0.
01 hour-prev pic 9(2) value 0.
01 hour-scan pic 9(2) value 0.
01 hour-run pic 9(2) value 0.
01 hour-step pic 9(2) value 0.
01 gap-start pic 9(2) value 0.
01 gap-len pic 9(2) value 0.
01 busy-hours pic 9(2) value 0.
01 window-from pic 9(2) value 0.
01 window-to pic 9(2) value 0.
01 hour-usual pic 9 value 0.
01 show-days pic zzzz9.
01 show-weekend pic zzzz9.
01 show-hits pic zzzz9.
01 weekend-usual pic 9 value 0.
01 oper-judged pic 9 value 0.
01 avg-per-day pic 9(5)v99 value 0.
01 show-avg pic zzzz9.99.
01 vol-limit pic 9(7)v99 value 0.
01 show-count pic zzzz9.
01 report-ptr pic 9(3) value 0.
01 flag-counts.
    05 fc-hours pic 9(4) value 0.
    05 fc-weekend pic 9(4) value 0.
    05 fc-volume pic 9(4) value 0.
    05 fc-newoper pic 9(4) value 0.
    05 fc-sensitive pic 9(4) value 0.
    05 fc-pairing pic 9(4) value 0.
    05 fc-nearlock pic 9(4) value 0.
    05 fc-levele pic 9(4) value 0.
01 base-entries pic 9(7) value 0.
01 review-decrypts pic 9(5) value 0.
01 secmon-rc pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 operatorId pic x(8) value "SECMON".

procedure division.

    perform load-configuration

    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into report-stamp
    move report-stamp(1:10) to today-date
    compute today-int = function numval(current-datetime(1:8))

    *>the review period ends today; the baseline is the stretch before it
    if review-days is equal to zero
        move 1 to review-days
    end-if
    compute review-start-ymd = function date-of-integer(
        function integer-of-date(today-int) - review-days + 1)
    compute base-start-ymd = function date-of-integer(
        function integer-of-date(review-start-ymd) - base-days)
    move review-start-ymd to work-ymd
    perform edit-work-ymd
    move flag-date to review-start
    move base-start-ymd to work-ymd
    perform edit-work-ymd
    move flag-date to base-start

    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    string "Security monitoring report - decrypt activity in " function trim(auditLogName)
        " and its archives" into report-record
    write report-record
    move spaces to report-record
    string "Generated " report-stamp "  review " review-start " to " today-date
        "  baseline " base-start " to the day before" into report-record
    write report-record

    *>the registry and the audit log are read under shared locks, so a
    *>rotation rewriting the one or housekeeping trimming the other is
    *>waited for
    move "S" to enq-mode
    move keyRegistryName to enq-resource
    perform enqueue-or-stop
    move auditLogName to enq-resource
    perform enqueue-or-stop

    *>the registry says which files are sensitive; without it the
    *>approvedby= a dual-authorized decrypt carries marks them instead
    open input keyregistryfile
    if keyregistry-status is equal to "00"
        move 1 to registry-open
    else
        move spaces to report-record
        string "Key registry " function trim(keyRegistryName) " not available - status "
            keyregistry-status " - sensitive decrypts are taken from their approvals"
            into report-record
        write report-record
    end-if

    *>archives oldest first, then the live log - every file is in time
    *>order, so the baseline is complete before the review period starts
    compute scan-day = function integer-of-date(base-start-ymd)
    perform until function date-of-integer(scan-day) is greater than today-int
        compute scan-int = function date-of-integer(scan-day)
        move scan-int to scan-x
        move spaces to scanName
        string function trim(auditLogName) ".A" scan-x into scanName
        move spaces to scan-label
        string "A" scan-x into scan-label
        perform scan-one-log
        add 1 to scan-day
    end-perform
    move auditLogName to scanName
    move "live log" to scan-label
    perform scan-one-log
    if live-read is equal to 0
        move spaces to report-record
        string "Could not read " function trim(auditLogName) " - status "
            auditfile-status " - the review period is incomplete" into report-record
        write report-record
    end-if

    if ent-dropped is greater than zero
        move spaces to report-record
        string "Note: more than " ent-max " review entries - the last " ent-dropped
            " were not judged; shorten SECDAYS" into report-record
        write report-record
    end-if

    perform write-baseline-section

    move spaces to report-record
    write report-record
    move "Flags" to report-record
    write report-record
    *>each flag stands on the console while the review period still
    *>shows it; one the period has moved past clears - but only when
    *>the live log was read, or a flag would clear unjudged
    move spaces to alert-event
    perform begin-alert-sweep
    perform varying oper-idx from 1 by 1 until oper-idx is greater than oper-count
        perform flag-hours-and-weekends
        perform flag-volume
        perform flag-sensitive
        perform flag-level-e
        perform flag-near-lockout
    end-perform
    perform flag-pairing
    move "SECLOG" to alert-event
    move auditLogName to alert-object
    if live-read is equal to 0
        move 2 to alert-severity
        move "live audit log could not be read - the security review is incomplete"
            to alert-message
        perform raise-alert
    else
        move "live audit log read again" to alert-message
        perform clear-alert
        move spaces to alert-event
        perform end-alert-sweep
    end-if
    if flag-count is equal to zero
        move "  (nothing flagged - decrypt activity matches every operator's pattern)"
            to report-record
        write report-record
    end-if

    if registry-open is equal to 1
        close keyregistryfile
    end-if
    perform dequeue-all

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Totals: " review-decrypts " decrypt(s) reviewed, " flag-count " flag(s) - HOURS "
        fc-hours " WEEKEND " fc-weekend " VOLUME " fc-volume " NEWOPER " fc-newoper
        " SENSITIVE " fc-sensitive " PAIRING " fc-pairing " NEARLOCK " fc-nearlock
        " LEVEL-E " fc-levele into report-record
    write report-record
    close reportfile

    move 0 to secmon-rc
    if flag-count is greater than zero
        move 4 to secmon-rc
    end-if
    if live-read is equal to 0
        move 8 to secmon-rc
    end-if

    move "SECMON" to audit-op
    move spaces to audit-detail
    string "review " review-start " to " today-date " " review-decrypts " decrypts, "
        flag-count " flags rc=" secmon-rc into audit-detail
    perform write-audit-entry

    display "Security monitoring: " review-decrypts " decrypt(s) reviewed, "
        flag-count " flag(s) - report in " function trim(reportName)
    move secmon-rc to return-code

stop run.

edit-work-ymd.
    move spaces to flag-date
    string work-ymd(1:4) "-" work-ymd(5:2) "-" work-ymd(7:2)
        delimited by size into flag-date
    .

scan-one-log.
    move 0 to audit-eof
    open input auditfile
    if auditfile-status is equal to "00"
        if scan-label is equal to "live log"
            move 1 to live-read
        end-if
        perform until audit-eof is equal to 1
            read auditfile into audit-line
                at end move 1 to audit-eof
            end-read
            if audit-eof is not equal to 1
                perform take-one-entry
            end-if
        end-perform
        close auditfile
    end-if
    .

*>one audit entry: a baseline decrypt adds to the operator's pattern;
*>a review period decrypt or sign-on/decrypt refusal is kept to judge
take-one-entry.
    move audit-line(1:10) to line-date
    if line-date is less than base-start or line-date is greater than today-date
        or line-date(5:1) is not equal to "-"
        exit paragraph
    end-if
    move audit-line(21:8) to line-oper
    move audit-line(30:8) to line-op
    move audit-line(39:200) to line-detail
    move space to line-kind
    if line-op is equal to "DECRYPT"
        move "D" to line-kind
    else
        if line-op is equal to "AUTHFAIL" and line-date is not less than review-start
            evaluate true
                when line-detail(1:16) is equal to "sign-on rejected"
                    move "S" to line-kind
                when line-detail(1:37) is equal to "sign-on refused - operator locked out"
                    move "L" to line-kind
                when line-detail(1:15) is equal to "decrypt refused"
                    move "E" to line-kind
                when line-detail(1:21) is equal to "batch decrypt refused"
                    move "E" to line-kind
                when line-detail(1:27) is equal to "registry key lookup refused"
                    move "E" to line-kind
                when other
                    continue
            end-evaluate
        end-if
    end-if
    if line-kind is equal to space
        exit paragraph
    end-if

    perform find-operator
    if oper-hit is equal to zero
        exit paragraph
    end-if
    move 0 to line-hour
    if audit-line(12:2) is numeric
        move audit-line(12:2) to line-hour
    end-if
    move 0 to line-dow
    if line-date(1:4) is numeric and line-date(6:2) is numeric
        and line-date(9:2) is numeric
        compute work-ymd = function numval(line-date(1:4)) * 10000
            + function numval(line-date(6:2)) * 100
            + function numval(line-date(9:2))
        compute line-dow = function mod(function integer-of-date(work-ymd), 7)
    end-if

    if line-date is less than review-start
        *>baseline - the pattern only, nothing is kept
        add 1 to base-entries
        add 1 to o-base-total(oper-hit)
        if o-last-day(oper-hit) is not equal to line-date
            add 1 to o-base-dayct(oper-hit)
            move line-date to o-last-day(oper-hit)
        end-if
        add 1 to o-hour(oper-hit, line-hour + 1)
        if line-dow is equal to 0 or line-dow is equal to 6
            add 1 to o-weekend(oper-hit)
        end-if
        exit paragraph
    end-if

    if ent-count is not less than ent-max
        add 1 to ent-dropped
        exit paragraph
    end-if
    add 1 to ent-count
    move audit-line(1:19) to e-stamp(ent-count)
    move line-oper to e-oper(ent-count)
    move line-op to e-op(ent-count)
    move line-kind to e-kind(ent-count)
    move line-detail to e-detail(ent-count)
    move spaces to e-file(ent-count)
    unstring line-detail delimited by space into e-file(ent-count)
    move scan-label to e-where(ent-count)
    move spaces to seq-junk
    move spaces to e-seq(ent-count)
    unstring audit-line(241:20) delimited by "#" or ":"
        into seq-junk e-seq(ent-count)
    move line-hour to e-hour(ent-count)
    move line-dow to e-dow(ent-count)
    move "N" to e-sens(ent-count)
    move space to e-done(ent-count)
    move spaces to e-appr(ent-count)
    if line-kind is equal to "D"
        add 1 to review-decrypts
        add 1 to o-review(oper-hit)
        move spaces to appr-junk
        move spaces to appr-rest
        unstring line-detail delimited by "approvedby="
            into appr-junk appr-rest
        if appr-rest is not equal to spaces
            unstring appr-rest delimited by space into e-appr(ent-count)
        end-if
        perform judge-sensitive
        if e-appr(ent-count) is not equal to spaces
            perform count-pair
        end-if
    end-if
    .

*>oper-hit: the operator's slot, added on first sight
find-operator.
    move 0 to oper-hit
    perform varying oper-idx from 1 by 1
        until oper-idx is greater than oper-count or oper-hit is not equal to zero
        if o-id(oper-idx) is equal to line-oper
            move oper-idx to oper-hit
        end-if
    end-perform
    if oper-hit is equal to zero and oper-count is less than oper-max
        add 1 to oper-count
        move oper-count to oper-hit
        move line-oper to o-id(oper-hit)
        move 0 to o-base-total(oper-hit)
        move 0 to o-base-dayct(oper-hit)
        move spaces to o-last-day(oper-hit)
        move 0 to o-weekend(oper-hit)
        move 0 to o-review(oper-hit)
        perform varying hour-idx from 1 by 1 until hour-idx is greater than 24
            move 0 to o-hour(oper-hit, hour-idx)
        end-perform
    end-if
    .

*>a decrypt input the registry flags sensitive - or, with no registry
*>to ask, one that carried a second signature
judge-sensitive.
    if registry-open is equal to 1
        move e-file(ent-count) to registry-filename
        read keyregistryfile
            invalid key
                continue
            not invalid key
                if registry-sensitive is equal to "Y"
                    move "Y" to e-sens(ent-count)
                end-if
        end-read
    else
        if e-appr(ent-count) is not equal to spaces
            move "Y" to e-sens(ent-count)
        end-if
    end-if
    .

count-pair.
    move 0 to pair-hit
    perform varying pair-idx from 1 by 1
        until pair-idx is greater than pair-count or pair-hit is not equal to zero
        if p-oper(pair-idx) is equal to line-oper
            and p-appr(pair-idx) is equal to e-appr(ent-count)
            move pair-idx to pair-hit
        end-if
    end-perform
    if pair-hit is equal to zero and pair-count is less than 500
        add 1 to pair-count
        move pair-count to pair-hit
        move line-oper to p-oper(pair-hit)
        move e-appr(ent-count) to p-appr(pair-hit)
        move 0 to p-count(pair-hit)
    end-if
    if pair-hit is not equal to zero
        add 1 to p-count(pair-hit)
    end-if
    .

*>each operator's learned pattern, so a reviewer can see what every
*>flag was measured against
write-baseline-section.
    move spaces to report-record
    write report-record
    move "Operator baselines (DECRYPT entries before the review period)" to report-record
    write report-record
    move spaces to report-record
    string "  operator  decrypts  days  avg/day  weekend  usual hours"
        delimited by size into report-record
    write report-record
    move 0 to flag-hits
    perform varying oper-idx from 1 by 1 until oper-idx is greater than oper-count
        if o-base-total(oper-idx) is greater than zero
            or o-review(oper-idx) is greater than zero
            add 1 to flag-hits
            perform settle-operator-pattern
            move spaces to report-record
            move o-base-total(oper-idx) to show-count
            if oper-judged is equal to 0
                move min-base to show-days
                string "  " o-id(oper-idx) "     " show-count
                    "  - no established pattern (fewer than " function trim(show-days)
                    " baseline decrypts)" delimited by size into report-record
            else
                move o-base-dayct(oper-idx) to show-days
                move o-weekend(oper-idx) to show-weekend
                move avg-per-day to show-avg
                string "  " o-id(oper-idx) "     " show-count " " show-days " "
                    show-avg "    " show-weekend "  " usual-hours
                    delimited by size into report-record
            end-if
            write report-record
        end-if
    end-perform
    if flag-hits is equal to zero
        move "  (no decrypt activity on record)" to report-record
        write report-record
    end-if
    .

*>the usual hours, weekend habit and daily average of operator oper-idx
settle-operator-pattern.
    move 0 to oper-judged
    move 0 to avg-per-day
    move 0 to weekend-usual
    move spaces to usual-hours
    if o-base-total(oper-idx) is less than min-base
        exit paragraph
    end-if
    move 1 to oper-judged
    if o-base-dayct(oper-idx) is greater than zero
        compute avg-per-day rounded = o-base-total(oper-idx) / o-base-dayct(oper-idx)
    end-if
    if o-weekend(oper-idx) * 100 is not less than o-base-total(oper-idx) * hour-pct
        move 1 to weekend-usual
    end-if

    move 0 to busy-hours
    perform varying hour-idx from 1 by 1 until hour-idx is greater than 24
        move 0 to hour-busy(hour-idx)
        move 1 to hour-window(hour-idx)
        if o-hour(oper-idx, hour-idx) * 100 is not less than o-base-total(oper-idx) * hour-pct
            and o-hour(oper-idx, hour-idx) is greater than zero
            move 1 to hour-busy(hour-idx)
            add 1 to busy-hours
        end-if
    end-perform
    if busy-hours is equal to 24
        move "00:00-23:59" to usual-hours
        exit paragraph
    end-if
    if busy-hours is equal to zero
        move zeros to hour-window-flags
        move "none" to usual-hours
        exit paragraph
    end-if

    *>find the longest run of quiet hours - it starts where a busy hour
    *>is followed by a quiet one
    move 0 to gap-len
    move 0 to gap-start
    perform varying hour-idx from 1 by 1 until hour-idx is greater than 24
        compute hour-prev = function mod(hour-idx + 22, 24) + 1
        if hour-busy(hour-idx) is equal to 0 and hour-busy(hour-prev) is equal to 1
            move 0 to hour-run
            move hour-idx to hour-scan
            perform until hour-busy(hour-scan) is equal to 1
                add 1 to hour-run
                compute hour-scan = function mod(hour-scan, 24) + 1
            end-perform
            if hour-run is greater than gap-len
                move hour-run to gap-len
                move hour-idx to gap-start
            end-if
        end-if
    end-perform
    move gap-start to hour-scan
    perform varying hour-step from 1 by 1 until hour-step is greater than gap-len
        move 0 to hour-window(hour-scan)
        compute hour-scan = function mod(hour-scan, 24) + 1
    end-perform
    *>the window runs from the hour after the gap to the hour before it
    compute window-from = function mod(gap-start - 1 + gap-len, 24)
    compute window-to = function mod(gap-start + 22, 24)
    string window-from ":00-" window-to ":59" delimited by size into usual-hours
    .

*>review decrypts outside the operator's usual hours, and on weekends
*>when the baseline has no weekend habit - or, for an operator with no
*>pattern yet, every review decrypt
flag-hours-and-weekends.
    perform settle-operator-pattern
    if oper-judged is equal to 0
        move 0 to flag-hits
        perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
            if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                add 1 to flag-hits
            end-if
        end-perform
        if flag-hits is greater than zero
            move "NEWOPER" to flag-kind
            move o-base-total(oper-idx) to show-count
            move spaces to flag-text
            move flag-hits to show-hits
            string function trim(show-hits) " decrypt(s) by an operator with no established pattern ("
                function trim(show-count) " baseline decrypts)" delimited by size into flag-text
            perform write-flag-heading
            add 1 to fc-newoper
            perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
                if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                    perform list-flag-entry
                end-if
            end-perform
            perform close-flag-listing
        end-if
        exit paragraph
    end-if

    move 0 to flag-hits
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
            perform judge-entry-hour
            if hour-usual is equal to 0
                add 1 to flag-hits
            end-if
        end-if
    end-perform
    if flag-hits is greater than zero
        move "HOURS" to flag-kind
        move spaces to flag-text
        move flag-hits to show-hits
        string function trim(show-hits) " decrypt(s) outside usual hours (usual: "
            function trim(usual-hours) ")" delimited by size into flag-text
        perform write-flag-heading
        add 1 to fc-hours
        perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
            if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                perform judge-entry-hour
                if hour-usual is equal to 0
                    perform list-flag-entry
                end-if
            end-if
        end-perform
        perform close-flag-listing
    end-if

    if weekend-usual is equal to 1
        exit paragraph
    end-if
    move 0 to flag-hits
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
            and (e-dow(ent-idx) is equal to 0 or e-dow(ent-idx) is equal to 6)
            add 1 to flag-hits
        end-if
    end-perform
    if flag-hits is greater than zero
        move "WEEKEND" to flag-kind
        move o-weekend(oper-idx) to show-weekend
        move o-base-total(oper-idx) to show-count
        move spaces to flag-text
        move flag-hits to show-hits
        string function trim(show-hits) " weekend decrypt(s) - " function trim(show-weekend) " of "
            function trim(show-count) " baseline decrypts were on weekends"
            delimited by size into flag-text
        perform write-flag-heading
        add 1 to fc-weekend
        perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
            if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                and (e-dow(ent-idx) is equal to 0 or e-dow(ent-idx) is equal to 6)
                perform list-flag-entry
            end-if
        end-perform
        perform close-flag-listing
    end-if
    .

*>hour-usual: 1 when entry ent-idx falls in one of the operator's
*>usual hours (settle-operator-pattern has run for this operator)
judge-entry-hour.
    move hour-window(e-hour(ent-idx) + 1) to hour-usual
    .

*>one flag per review day whose decrypt count is far above the
*>operator's average working day
flag-volume.
    perform settle-operator-pattern
    if oper-judged is equal to 0
        exit paragraph
    end-if
    compute vol-limit = avg-per-day * vol-factor
    perform varying ent-other from 1 by 1 until ent-other is greater than ent-count
        if e-oper(ent-other) is equal to o-id(oper-idx) and e-kind(ent-other) is equal to "D"
            and e-done(ent-other) is equal to space
            move e-stamp(ent-other)(1:10) to flag-date
            move 0 to flag-hits
            perform varying ent-idx from ent-other by 1 until ent-idx is greater than ent-count
                if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                    and e-stamp(ent-idx)(1:10) is equal to flag-date
                    add 1 to flag-hits
                    move "V" to e-done(ent-idx)
                end-if
            end-perform
            if flag-hits is greater than vol-limit
                move "VOLUME" to flag-kind
                move avg-per-day to show-avg
                move spaces to flag-text
                move flag-hits to show-hits
                string function trim(show-hits) " decrypt(s) on " flag-date " against an average of "
                    function trim(show-avg) " per working day" delimited by size into flag-text
                perform write-flag-heading
                add 1 to fc-volume
                perform varying ent-idx from ent-other by 1 until ent-idx is greater than ent-count
                    if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
                        and e-stamp(ent-idx)(1:10) is equal to flag-date
                        perform list-flag-entry
                    end-if
                end-perform
                perform close-flag-listing
            end-if
        end-if
    end-perform
    .

flag-sensitive.
    move 0 to flag-hits
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
            and e-sens(ent-idx) is equal to "Y"
            add 1 to flag-hits
        end-if
    end-perform
    if flag-hits is equal to zero
        exit paragraph
    end-if
    move "SENSITIVE" to flag-kind
    move spaces to flag-text
    move flag-hits to show-hits
    string function trim(show-hits) " decrypt(s) of files flagged sensitive" delimited by size
        into flag-text
    perform write-flag-heading
    add 1 to fc-sensitive
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "D"
            and e-sens(ent-idx) is equal to "Y"
            perform list-flag-entry
        end-if
    end-perform
    perform close-flag-listing
    .

*>decrypts refused because the operator holds no decrypt rights - once
*>is a mistake, over and over is probing
flag-level-e.
    move 0 to flag-hits
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "E"
            add 1 to flag-hits
        end-if
    end-perform
    if flag-hits is less than e-tries or flag-hits is equal to zero
        exit paragraph
    end-if
    move "LEVEL-E" to flag-kind
    move spaces to flag-text
    move flag-hits to show-hits
    string function trim(show-hits) " refused decrypt attempt(s) without decrypt rights"
        delimited by size into flag-text
    perform write-flag-heading
    add 1 to fc-levele
    perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
        if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "E"
            perform list-flag-entry
        end-if
    end-perform
    perform close-flag-listing
    .

*>a day of failed sign-ons that stopped exactly one short of the lockout
*>- someone who knows the limit and is staying under it
flag-near-lockout.
    perform varying ent-other from 1 by 1 until ent-other is greater than ent-count
        if e-oper(ent-other) is equal to o-id(oper-idx)
            and (e-kind(ent-other) is equal to "S" or e-kind(ent-other) is equal to "L")
            and e-done(ent-other) is equal to space
            move e-stamp(ent-other)(1:10) to flag-date
            move 0 to flag-hits
            move 0 to hour-usual
            perform varying ent-idx from ent-other by 1 until ent-idx is greater than ent-count
                if e-oper(ent-idx) is equal to o-id(oper-idx)
                    and e-stamp(ent-idx)(1:10) is equal to flag-date
                    if e-kind(ent-idx) is equal to "S"
                        add 1 to flag-hits
                        move "N" to e-done(ent-idx)
                    end-if
                    if e-kind(ent-idx) is equal to "L"
                        move 1 to hour-usual
                        move "N" to e-done(ent-idx)
                    end-if
                end-if
            end-perform
            if flag-hits is equal to lockout-limit - 1 and hour-usual is equal to 0
                move "NEARLOCK" to flag-kind
                move spaces to flag-text
                move flag-hits to show-hits
                string function trim(show-hits) " failed sign-on(s) on " flag-date
                    " - one short of the lockout limit of " lockout-limit
                    delimited by size into flag-text
                perform write-flag-heading
                add 1 to fc-nearlock
                perform varying ent-idx from ent-other by 1 until ent-idx is greater than ent-count
                    if e-oper(ent-idx) is equal to o-id(oper-idx) and e-kind(ent-idx) is equal to "S"
                        and e-stamp(ent-idx)(1:10) is equal to flag-date
                        perform list-flag-entry
                    end-if
                end-perform
                perform close-flag-listing
            end-if
        end-if
    end-perform
    .

*>the same second signature on one operator's decrypts again and again
*>is no longer an independent check
flag-pairing.
    perform varying pair-idx from 1 by 1 until pair-idx is greater than pair-count
        if p-count(pair-idx) is not less than pair-limit
            move p-oper(pair-idx) to line-oper
            perform find-operator
            move oper-hit to oper-idx
            move "PAIRING" to flag-kind
            move spaces to flag-text
            move p-count(pair-idx) to show-hits
            string function trim(show-hits) " decrypt(s) countersigned by "
                function trim(p-appr(pair-idx)) delimited by size into flag-text
            perform write-flag-heading
            add 1 to fc-pairing
            perform varying ent-idx from 1 by 1 until ent-idx is greater than ent-count
                if e-oper(ent-idx) is equal to p-oper(pair-idx) and e-kind(ent-idx) is equal to "D"
                    and e-appr(ent-idx) is equal to p-appr(pair-idx)
                    perform list-flag-entry
                end-if
            end-perform
            perform close-flag-listing
        end-if
    end-perform
    .

write-flag-heading.
    add 1 to flag-count
    move 0 to flag-listed
    move spaces to report-record
    write report-record
    move spaces to report-record
    string "  FLAG " flag-count "  " flag-kind " " o-id(oper-idx) "  "
        function trim(flag-text) delimited by size into report-record
    write report-record

    move "SECFLAG" to alert-event
    move 2 to alert-severity
    move spaces to alert-object
    if flag-kind is equal to "PAIRING"
        string function trim(flag-kind) " " function trim(o-id(oper-idx))
            "/" function trim(p-appr(pair-idx)) delimited by size into alert-object
    else
        string function trim(flag-kind) " " function trim(o-id(oper-idx))
            delimited by size into alert-object
    end-if
    move flag-text to alert-message
    perform raise-alert
    .

*>one audit entry behind a flag: enough to find it in the log it came
*>from, and the file name to take to the chain-of-custody inquiry
list-flag-entry.
    add 1 to flag-listed
    if flag-listed is greater than flag-list-max
        exit paragraph
    end-if
    move spaces to report-record
    string "      " e-stamp(ent-idx) " " e-op(ent-idx) " "
        function trim(e-detail(ent-idx)) delimited by size into report-record
    move 150 to report-ptr
    if function length(function trim(report-record, trailing)) is less than 150
        compute report-ptr = function length(function trim(report-record, trailing)) + 1
    else
        move "...   " to report-record(145:6)
    end-if
    string "  [" function trim(e-where(ent-idx)) " #" e-seq(ent-idx) "]"
        delimited by size into report-record with pointer report-ptr
    write report-record
    .

close-flag-listing.
    if flag-listed is greater than flag-list-max
        move spaces to report-record
        compute flag-hits = flag-listed - flag-list-max
        move flag-hits to show-hits
        string "      ... and " function trim(show-hits) " more entries" delimited by size
            into report-record
        write report-record
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
        when "KEYREGISTRY"
            move function trim(config-value) to keyRegistryName
        when "SECMONREPORT"
            move function trim(config-value) to reportName
        when "SECDAYS"
            if config-value(1:1) is numeric
                compute review-days = function numval(function trim(config-value))
            end-if
        when "SECBASEDAYS"
            if config-value(1:1) is numeric
                compute base-days = function numval(function trim(config-value))
            end-if
        when "SECHOURPCT"
            if config-value(1:1) is numeric
                compute hour-pct = function numval(function trim(config-value))
            end-if
        when "SECVOLFACTOR"
            if config-value(1:1) is numeric
                compute vol-factor = function numval(function trim(config-value))
            end-if
        when "SECMINBASE"
            if config-value(1:1) is numeric
                compute min-base = function numval(function trim(config-value))
            end-if
        when "SECPAIRLIMIT"
            if config-value(1:1) is numeric
                compute pair-limit = function numval(function trim(config-value))
            end-if
        when "SECETRIES"
            if config-value(1:1) is numeric
                compute e-tries = function numval(function trim(config-value))
            end-if
        when "OPERATOR"
            move config-value(1:8) to operatorId
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

*>let go of every file this run holds - before the run ends
dequeue-all.
    move "E" to enqueue-request
    move return-code to kept-return-code
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    move kept-return-code to return-code
    .
