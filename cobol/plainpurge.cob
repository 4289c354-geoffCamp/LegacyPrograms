*> plainpurge.cob - plaintext exposure purge job of Trithemius Cipher program
*> Oct 15, 2026 - the destruction job retires expired ciphertext, but the
*>                clear files every decrypt writes used to sit on disk
*>                for good - a sensitive file's dual authorization means
*>                little once its plaintext lies around for anyone to
*>                read. every successful decrypt now enters its output
*>                in the plaintext register PLAINREG.TXT with a hold
*>                time, and this job works through the register:
*>                  - plaintext past its hold is deleted, with every
*>                    unregistered .Gnn generation beside it, and each
*>                    deletion is written to the audit trail as PURGE
*>                  - a file that has gone from disk, or whose size or
*>                    byte checksum no longer match what the decrypt
*>                    wrote, was touched outside this job - it is
*>                    flagged (PLAINGON / PLAINCHG in the audit trail)
*>                    and a changed file is left in place for review
*>                  - the report lists the plaintext still on disk with
*>                    its age and hold, what was purged, and what was
*>                    flagged
*>                register records are "status|file|name asked for|
*>                ciphertext|operator|approver|sensitive|written|hold
*>                until|bytes|checksum|closed|note"; status is HELD or
*>                CHANGED while the file is expected on disk, and
*>                PURGED, GONE, AGED (an old generation the decrypt
*>                module retired) or REPLACED (overwritten by a later
*>                decrypt to the same name) once closed. closed entries
*>                are kept PLAINKEEPDAYS (default 90) days. the run ends
*>                rc 0, 4 when anything was flagged, and 8 when a purge
*>                failed or the register cannot be used, so it runs
*>                nightly after the production steps:
*>                  PLNPURGE,plainpurge,,DAILY,CONTINUE
*> Oct 15, 2026 - changed, vanished and unpurgeable plaintext and an
*>                unusable register are raised on the monitoring console's
*>                alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the plaintext register is taken exclusively in the run
*>                enqueue file (ENQUEUE.TXT) before it is read and
*>                rewritten - a file held by another run is waited for
*>                (ENQWAITSECS), then the run ends with return code 8,
*>                audited and on the alert feed; a stale lock
*>                (ENQSTALEMINS) is released with enqmaint. the run's
*>                return code is no longer lost to the audit and alert
*>                writer calls made after it is set

identification division.
program-id. plainpurge.

environment division.

input-output section.
file-control.
select plainregfile assign to plainRegName
    organization is line sequential
    file status is plainregfile-status.
select reportfile assign to reportName
    organization is line sequential
    file status is reportfile-status.
select configfile assign to configFileName
    organization is line sequential
    file status is configfile-status.
select stepcountfile assign to stepCountName
    organization is line sequential
    file status is stepcountfile-status.

data division.
file section.
fd plainregfile.
01 plainreg-record pic x(500).
fd reportfile.
01 report-record pic x(200).
fd configfile.
01 configfile-record pic x(200).
fd stepcountfile.
01 stepcount-record pic x(120).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 plainRegName pic x(100) value "PLAINREG.TXT".
77 reportName pic x(100) value "PLAINPURGE.TXT".
77 stepCountName pic x(100) value "STEPCOUNT.TXT".
01 stepcountfile-status pic xx value spaces.
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
    05 alert-program pic x(8) value "PLNPURGE".
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
    05 enq-program pic x(8) value "PLNPURGE".
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 60.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.
01 enq-detail pic x(160) value spaces.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 plainregfile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 keep-days pic 9(4) value 90.
*>the whole register is held while it is worked, then rewritten - a
*>register too big for the table is left exactly as it is
77 reg-max pic 9(4) value 2000.
01 reg-table.
    05 reg-entry occurs 2000 times.
        10 r-status pic x(8).
        10 r-plain pic x(100).
        10 r-base pic x(100).
        10 r-source pic x(100).
        10 r-oper pic x(8).
        10 r-appr pic x(8).
        10 r-sens pic x.
        10 r-written pic x(19).
        10 r-hold pic x(19).
        10 r-bytes pic 9(15).
        10 r-cks pic 9(9).
        10 r-closed pic x(19).
        10 r-note pic x(60).
        *>what this run did to the entry: P purged, G found gone,
        *>C found changed, A aged out, R replaced, space nothing
        10 r-action pic x.
01 reg-count pic 9(4) value 0.
01 reg-idx pic 9(4) value 0.
01 reg-other pic 9(4) value 0.
01 reg-hit pic 9(4) value 0.
01 reg-eof pic 9 value 0.
01 reg-overflow pic 9 value 0.
01 reg-missing pic 9 value 0.
01 reg-line pic x(500) value spaces.
01 in-bytes pic x(15) value spaces.
01 in-cks pic x(9) value spaces.
*>byte-level file routine parameters - the size and whole-file byte
*>checksum are taken exactly as the cipher program took them when it
*>registered the file
01 fp-name pic x(100) value spaces.
01 fp-handle pic x(4).
01 fp-offset pic x(8) comp-x value 0.
01 fp-count pic x(4) comp-x value 0.
01 fp-flags pic x comp-x value 0.
01 access-read pic x comp-x value 1.
01 deny-none pic x comp-x value 0.
01 dev-normal pic x comp-x value 0.
01 fp-buffer pic x(2000) value spaces.
01 fp-found pic 9 value 0.
01 fp-size pic 9(15) value 0.
01 fp-done pic 9(15) value 0.
01 fp-this pic 9(15) value 0.
01 fp-pos pic 9(4) value 0.
01 fp-sum pic 9(18) value 0.
01 fp-checksum pic 9(9) value 0.
01 delete-status pic 9(4) comp value 0.
01 gen-name pic x(100) value spaces.
01 gen-try pic 9(3) value 0.
01 gen-try-2 pic 9(2) value 0.
01 gen-base pic x(100) value spaces.
01 gen-source pic x(100) value spaces.
01 gen-owner pic 9(4) value 0.
*>times as minutes since the calendar's day one, so holds and ages
*>are plain subtraction
01 run-stamp pic x(19) value spaces.
01 run-minutes pic 9(11) value 0.
01 stamp-work pic x(19) value spaces.
01 stamp-minutes pic 9(11) value 0.
01 age-minutes pic 9(11) value 0.
01 age-days pic 9(5) value 0.
01 age-hours pic 9(2) value 0.
01 show-age-days pic zzz9.
01 keep-cutoff pic x(10) value spaces.
01 cutoff-ymd pic 9(8) value 0.
01 current-datetime pic x(21).
01 report-remark pic x(60) value spaces.
01 shown-count pic 9(4) value 0.
01 purged-count pic 9(4) value 0.
01 purge-failed pic 9(4) value 0.
01 flagged-count pic 9(4) value 0.
01 held-count pic 9(4) value 0.
01 dropped-count pic 9(4) value 0.
01 purge-rc pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 audit-record pic x(260) value spaces.
01 operatorId pic x(8) value "PLNPURGE".

procedure division.

    perform load-configuration

    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into run-stamp
    move run-stamp to stamp-work
    perform stamp-to-minutes
    move stamp-minutes to run-minutes
    compute cutoff-ymd = function date-of-integer(
        function integer-of-date(function numval(current-datetime(1:8))) - keep-days)
    string cutoff-ymd(1:4) "-" cutoff-ymd(5:2) "-" cutoff-ymd(7:2)
        delimited by size into keep-cutoff

    *>the register is rewritten at the end of the pass, so it is taken
    *>for this run alone before it is read - a cipher run's decrypt
    *>waits rather than adding an entry this rewrite would lose
    move "X" to enq-mode
    move plainRegName to enq-resource
    perform enqueue-or-stop

    perform load-register
    move "PLAINREG" to alert-event
    move plainRegName to alert-object
    if reg-overflow is equal to 1 or plainregfile-status is equal to "99"
        move 1 to alert-severity
        move "plaintext register cannot be used - nothing was purged" to alert-message
        perform raise-alert
        perform dequeue-all
        move 8 to return-code
        stop run
    end-if
    move "register readable again" to alert-message
    perform clear-alert

    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        perform dequeue-all
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    string "Plaintext exposure report - register " function trim(plainRegName)
        into report-record
    write report-record
    move spaces to report-record
    string "Generated " run-stamp into report-record
    write report-record

    *>a later decrypt to the same name overwrote the earlier output -
    *>the earlier entry closes without anything being judged
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-status(reg-idx) is equal to "HELD" or r-status(reg-idx) is equal to "CHANGED"
            perform find-later-same-file
            if reg-hit is not equal to zero
                move "REPLACED" to r-status(reg-idx)
                move "R" to r-action(reg-idx)
                move run-stamp to r-closed(reg-idx)
                move "overwritten by a later decrypt" to r-note(reg-idx)
            end-if
        end-if
    end-perform

    *>the table grows when unregistered generations are purged, and
    *>those entries are closed already. each pass re-raises what is
    *>still wrong - a file left changed, a purge that keeps failing - so
    *>what the pass no longer finds clears from the console
    move spaces to alert-event
    perform begin-alert-sweep
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-status(reg-idx) is equal to "HELD" or r-status(reg-idx) is equal to "CHANGED"
            perform check-one-entry
        end-if
    end-perform
    move spaces to alert-event
    perform end-alert-sweep

    perform write-purged-section
    perform write-flagged-section
    perform write-on-disk-section

    if reg-missing is equal to 0 or reg-count is greater than zero
        perform save-register
    end-if

    if purge-failed is greater than zero
        move 8 to purge-rc
    else
        if flagged-count is greater than zero
            move 4 to purge-rc
        end-if
    end-if

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Totals: " purged-count " purged, " purge-failed " could not be deleted, "
        flagged-count " flagged, " held-count " still on disk; "
        dropped-count " closed entries past " keep-days " days dropped"
        into report-record
    write report-record
    close reportfile

    move "PURGERUN" to audit-op
    move spaces to audit-detail
    string "register " function trim(plainRegName) " " purged-count " purged, "
        purge-failed " failed, " flagged-count " flagged, " held-count
        " on disk rc=" purge-rc into audit-detail
    perform write-audit-entry

    display "Plaintext purge: " purged-count " purged, " purge-failed " failed, "
        flagged-count " flagged, " held-count " still on disk - report in "
        function trim(reportName)
    *>the purge count for the schedule's run history
    open output stepcountfile
    if stepcountfile-status is equal to "00"
        move spaces to stepcount-record
        string purged-count "|" purged-count " purged, " flagged-count " flagged, "
            held-count " on disk" delimited by size into stepcount-record
        write stepcount-record
        close stepcountfile
    end-if
    move purge-rc to return-code
    perform dequeue-all

stop run.

*>one open entry: look at the file as it lies now and decide - gone,
*>changed, past its hold, or still within it
check-one-entry.
    move r-plain(reg-idx) to fp-name
    perform fingerprint-file

    if fp-found is equal to 0
        *>an old generation the decrypt module retired when a newer one
        *>of the same name was written is not a loss to report
        if r-plain(reg-idx) is not equal to r-base(reg-idx)
            perform find-later-same-base
        else
            move 0 to reg-hit
        end-if
        move run-stamp to r-closed(reg-idx)
        if reg-hit is not equal to zero
            move "AGED" to r-status(reg-idx)
            move "A" to r-action(reg-idx)
            move "generation retired by a later decrypt" to r-note(reg-idx)
        else
            move "GONE" to r-status(reg-idx)
            move "G" to r-action(reg-idx)
            move "removed outside the purge job" to r-note(reg-idx)
            add 1 to flagged-count
            move "PLAINGON" to audit-op
            move spaces to audit-detail
            string function trim(r-plain(reg-idx)) " removed outside the purge job"
                " - decrypted from " function trim(r-source(reg-idx))
                " by " function trim(r-oper(reg-idx)) " " r-written(reg-idx)
                into audit-detail
            perform write-audit-entry
            move "PLAINGON" to alert-event
            move 2 to alert-severity
            move r-plain(reg-idx) to alert-object
            move "plaintext removed outside the purge job" to alert-message
            perform raise-alert
        end-if
        exit paragraph
    end-if

    if fp-size is not equal to r-bytes(reg-idx)
        or fp-checksum is not equal to r-cks(reg-idx)
        if r-status(reg-idx) is equal to "HELD"
            move "CHANGED" to r-status(reg-idx)
            move "C" to r-action(reg-idx)
            move "changed outside the purge job - left for review" to r-note(reg-idx)
            add 1 to flagged-count
            move "PLAINCHG" to audit-op
            move spaces to audit-detail
            string function trim(r-plain(reg-idx)) " changed outside the purge job"
                " bytes=" fp-size " checksum=" fp-checksum " (written bytes="
                r-bytes(reg-idx) " checksum=" r-cks(reg-idx) ")"
                into audit-detail
            perform write-audit-entry
        end-if
        move "PLAINCHG" to alert-event
        move 2 to alert-severity
        move r-plain(reg-idx) to alert-object
        move "plaintext changed outside the purge job - left for review" to alert-message
        perform raise-alert
        exit paragraph
    end-if

    *>back to what the decrypt wrote - the earlier flag stands in the
    *>audit trail, and the file is held and purged like any other
    if r-status(reg-idx) is equal to "CHANGED"
        move "HELD" to r-status(reg-idx)
        move spaces to r-note(reg-idx)
    end-if

    move r-hold(reg-idx) to stamp-work
    perform stamp-to-minutes
    if stamp-minutes is greater than run-minutes
        exit paragraph
    end-if

    call "CBL_DELETE_FILE" using r-plain(reg-idx) returning delete-status
    if delete-status is not equal to zero
        display "Could not delete " function trim(r-plain(reg-idx))
            " - left in place"
        add 1 to purge-failed
        move "past hold - could not be deleted" to r-note(reg-idx)
        move "PURGEFL" to alert-event
        move 2 to alert-severity
        move r-plain(reg-idx) to alert-object
        move "plaintext past its hold could not be deleted" to alert-message
        perform raise-alert
        exit paragraph
    end-if
    move "PURGED" to r-status(reg-idx)
    move "P" to r-action(reg-idx)
    move run-stamp to r-closed(reg-idx)
    move "past hold" to r-note(reg-idx)
    add 1 to purged-count
    move "PURGE" to audit-op
    move spaces to audit-detail
    string function trim(r-plain(reg-idx)) " purged checksum=" fp-checksum
        " held until " r-hold(reg-idx) " decrypted from "
        function trim(r-source(reg-idx)) " by " function trim(r-oper(reg-idx))
        into audit-detail
    perform write-audit-entry

    if r-plain(reg-idx) is equal to r-base(reg-idx)
        perform purge-loose-generations
    end-if
    .

*>the numbered generations beside a purged base name: one the register
*>holds open is left to its own entry and hold; any other - written
*>before the register existed, or by hand - goes with the base and is
*>entered as purged
purge-loose-generations.
    move r-base(reg-idx) to gen-base
    move r-source(reg-idx) to gen-source
    perform varying gen-try from 1 by 1 until gen-try is greater than 99
        move gen-try to gen-try-2
        move spaces to gen-name
        string function trim(gen-base) ".G" gen-try-2 into gen-name
        move gen-name to fp-name
        perform fingerprint-file
        if fp-found is equal to 1
            perform find-open-generation
            if gen-owner is equal to zero
                perform purge-one-generation
            end-if
        end-if
    end-perform
    .

purge-one-generation.
    call "CBL_DELETE_FILE" using gen-name returning delete-status
    if delete-status is not equal to zero
        display "Could not delete " function trim(gen-name) " - left in place"
        add 1 to purge-failed
        exit paragraph
    end-if
    add 1 to purged-count
    move "PURGE" to audit-op
    move spaces to audit-detail
    string function trim(gen-name) " purged checksum=" fp-checksum
        " unregistered generation of " function trim(gen-base)
        into audit-detail
    perform write-audit-entry
    if reg-count is less than reg-max
        add 1 to reg-count
        move spaces to reg-entry(reg-count)
        move "PURGED" to r-status(reg-count)
        move gen-name to r-plain(reg-count)
        move gen-base to r-base(reg-count)
        move gen-source to r-source(reg-count)
        move "N" to r-sens(reg-count)
        move fp-size to r-bytes(reg-count)
        move fp-checksum to r-cks(reg-count)
        move run-stamp to r-closed(reg-count)
        move "unregistered generation purged with its base" to r-note(reg-count)
        move "P" to r-action(reg-count)
    end-if
    .

*>reg-hit: a later open entry for the same file, 0 if none
find-later-same-file.
    move 0 to reg-hit
    perform varying reg-other from reg-count by -1
        until reg-other is not greater than reg-idx or reg-hit is not equal to zero
        if r-plain(reg-other) is equal to r-plain(reg-idx)
            and (r-status(reg-other) is equal to "HELD"
                or r-status(reg-other) is equal to "CHANGED")
            move reg-other to reg-hit
        end-if
    end-perform
    .

*>reg-hit: a later entry written under the same asked-for name
find-later-same-base.
    move 0 to reg-hit
    perform varying reg-other from reg-count by -1
        until reg-other is not greater than reg-idx or reg-hit is not equal to zero
        if r-base(reg-other) is equal to r-base(reg-idx)
            move reg-other to reg-hit
        end-if
    end-perform
    .

*>gen-owner: the open entry that holds gen-name, 0 if none
find-open-generation.
    move 0 to gen-owner
    perform varying reg-other from 1 by 1
        until reg-other is greater than reg-count or gen-owner is not equal to zero
        if r-plain(reg-other) is equal to gen-name
            and (r-status(reg-other) is equal to "HELD"
                or r-status(reg-other) is equal to "CHANGED")
            move reg-other to gen-owner
        end-if
    end-perform
    .

*>size and whole-file byte checksum of fp-name; fp-found stays 0 when
*>there is nothing on disk to open
fingerprint-file.
    move 0 to fp-found
    move 0 to fp-size
    move 0 to fp-sum
    move 0 to fp-checksum
    call "CBL_OPEN_FILE" using fp-name access-read deny-none
        dev-normal fp-handle
    if return-code is not equal to zero
        exit paragraph
    end-if
    move 1 to fp-found
    move 0 to fp-offset
    move 0 to fp-count
    move 128 to fp-flags
    call "CBL_READ_FILE" using fp-handle fp-offset fp-count
        fp-flags fp-buffer
    move fp-offset to fp-size
    move 0 to fp-flags
    move 0 to fp-done
    perform until fp-done is not less than fp-size
        compute fp-this = fp-size - fp-done
        if fp-this is greater than 2000
            move 2000 to fp-this
        end-if
        move fp-done to fp-offset
        move fp-this to fp-count
        call "CBL_READ_FILE" using fp-handle fp-offset fp-count
            fp-flags fp-buffer
        perform varying fp-pos from 1 by 1
            until fp-pos is greater than fp-this
            compute fp-sum = fp-sum
                + function ord(fp-buffer(fp-pos:1)) - 1
        end-perform
        add fp-this to fp-done
    end-perform
    call "CBL_CLOSE_FILE" using fp-handle
    compute fp-checksum = function mod(fp-sum + fp-size, 999999999)
    .

*>a "YYYY-MM-DD HH:MM:SS" stamp as minutes - one that will not parse
*>counts as 0, so a damaged hold reads as long past
stamp-to-minutes.
    move 0 to stamp-minutes
    if stamp-work(1:4) is numeric and stamp-work(6:2) is numeric
        and stamp-work(9:2) is numeric and stamp-work(12:2) is numeric
        and stamp-work(15:2) is numeric
        if function test-date-yyyymmdd(function numval(stamp-work(1:4)) * 10000
            + function numval(stamp-work(6:2)) * 100
            + function numval(stamp-work(9:2))) is equal to zero
            compute stamp-minutes =
                function integer-of-date(function numval(stamp-work(1:4)) * 10000
                    + function numval(stamp-work(6:2)) * 100
                    + function numval(stamp-work(9:2))) * 1440
                + function numval(stamp-work(12:2)) * 60
                + function numval(stamp-work(15:2))
        end-if
    end-if
    .

write-purged-section.
    move spaces to report-record
    write report-record
    move "Purged this run" to report-record
    write report-record
    move 0 to shown-count
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-action(reg-idx) is equal to "P"
            add 1 to shown-count
            move spaces to report-record
            string "  " function trim(r-plain(reg-idx)) "  checksum=" r-cks(reg-idx)
                "  " function trim(r-note(reg-idx)) into report-record
            write report-record
        end-if
    end-perform
    if shown-count is equal to zero
        move "  (nothing was past its hold)" to report-record
        write report-record
    end-if
    .

*>everything this run found touched outside the job - and anything it
*>could not quietly close
write-flagged-section.
    move spaces to report-record
    write report-record
    move "Flagged - removed or changed outside the purge job" to report-record
    write report-record
    move 0 to shown-count
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-action(reg-idx) is equal to "G" or r-action(reg-idx) is equal to "C"
            add 1 to shown-count
            move spaces to report-record
            string "  ** " function trim(r-plain(reg-idx)) " - "
                function trim(r-note(reg-idx)) into report-record
            write report-record
            move spaces to report-record
            string "     decrypted " r-written(reg-idx) " from "
                function trim(r-source(reg-idx)) " by " function trim(r-oper(reg-idx))
                into report-record
            if r-appr(reg-idx) is not equal to spaces
                move function length(function trim(report-record, trailing))
                    to fp-pos
                add 1 to fp-pos
                string " approved by " function trim(r-appr(reg-idx))
                    delimited by size into report-record with pointer fp-pos
            end-if
            write report-record
        end-if
    end-perform
    if shown-count is equal to zero
        move "  (none)" to report-record
        write report-record
    end-if
    .

*>the open entries: plaintext that is, or should be, on disk now
write-on-disk-section.
    move spaces to report-record
    write report-record
    move "Plaintext still on disk" to report-record
    write report-record
    move spaces to report-record
    string "  file                                     decrypted            "
        "age        hold until           S operator approver"
        delimited by size into report-record
    write report-record
    move 0 to held-count
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-status(reg-idx) is equal to "HELD" or r-status(reg-idx) is equal to "CHANGED"
            add 1 to held-count
            move r-written(reg-idx) to stamp-work
            perform stamp-to-minutes
            move 0 to age-minutes
            if run-minutes is greater than stamp-minutes
                compute age-minutes = run-minutes - stamp-minutes
            end-if
            compute age-days = age-minutes / 1440
            compute age-hours = (age-minutes - age-days * 1440) / 60
            move age-days to show-age-days
            move spaces to report-record
            string "  " r-plain(reg-idx)(1:40) " " r-written(reg-idx) " "
                show-age-days "d " age-hours "h  " r-hold(reg-idx) "  "
                r-sens(reg-idx) " " r-oper(reg-idx) " " r-appr(reg-idx)
                delimited by size into report-record
            write report-record
            move spaces to report-remark
            if r-status(reg-idx) is equal to "CHANGED"
                move "** changed outside the purge job - left for review" to report-remark
            else
                if r-note(reg-idx) is not equal to spaces
                    string "** " function trim(r-note(reg-idx))
                        delimited by size into report-remark
                end-if
            end-if
            if report-remark is not equal to spaces
                move spaces to report-record
                string "     " report-remark delimited by size into report-record
                write report-record
            end-if
        end-if
    end-perform
    if held-count is equal to zero
        move "  (no plaintext on disk)" to report-record
        write report-record
    end-if
    .

*>read the register into the table. a missing register means no
*>decrypt has been run since it was introduced
load-register.
    move 0 to reg-count
    move 0 to reg-eof
    move 0 to reg-overflow
    move 0 to reg-missing
    open input plainregfile
    if plainregfile-status is equal to "35"
        move 1 to reg-missing
        move "00" to plainregfile-status
        exit paragraph
    end-if
    if plainregfile-status is not equal to "00"
        display "Could not open " function trim(plainRegName)
            " - status " plainregfile-status
        move "99" to plainregfile-status
        exit paragraph
    end-if
    perform until reg-eof is equal to 1
        read plainregfile into reg-line
            at end move 1 to reg-eof
        end-read
        if reg-eof is not equal to 1 and reg-line is not equal to spaces
            if reg-count is not less than reg-max
                move 1 to reg-overflow
                move 1 to reg-eof
                display "The register " function trim(plainRegName) " holds more than "
                    reg-max " entries - nothing purged, the register is left as it is"
            else
                add 1 to reg-count
                move spaces to reg-entry(reg-count)
                move spaces to in-bytes
                move spaces to in-cks
                unstring reg-line delimited by "|"
                    into r-status(reg-count) r-plain(reg-count) r-base(reg-count)
                        r-source(reg-count) r-oper(reg-count) r-appr(reg-count)
                        r-sens(reg-count) r-written(reg-count) r-hold(reg-count)
                        in-bytes in-cks r-closed(reg-count) r-note(reg-count)
                move 0 to r-bytes(reg-count)
                move 0 to r-cks(reg-count)
                if in-bytes is numeric
                    compute r-bytes(reg-count) = function numval(in-bytes)
                end-if
                if in-cks is numeric
                    compute r-cks(reg-count) = function numval(in-cks)
                end-if
                move space to r-action(reg-count)
            end-if
        end-if
    end-perform
    close plainregfile
    .

*>rewrite the register in its original order; closed entries older
*>than the keep period are dropped - the audit trail still has them
save-register.
    move 0 to dropped-count
    open output plainregfile
    if plainregfile-status is not equal to "00"
        display "Could not rewrite " function trim(plainRegName)
            " - status " plainregfile-status
        add 1 to purge-failed
        exit paragraph
    end-if
    perform varying reg-idx from 1 by 1 until reg-idx is greater than reg-count
        if r-status(reg-idx) is not equal to "HELD"
            and r-status(reg-idx) is not equal to "CHANGED"
            and r-closed(reg-idx) is not equal to spaces
            and r-closed(reg-idx)(1:10) is less than keep-cutoff
            add 1 to dropped-count
        else
            move spaces to plainreg-record
            string function trim(r-status(reg-idx)) "|" function trim(r-plain(reg-idx))
                "|" function trim(r-base(reg-idx)) "|" function trim(r-source(reg-idx))
                "|" function trim(r-oper(reg-idx)) "|" function trim(r-appr(reg-idx))
                "|" r-sens(reg-idx) "|" r-written(reg-idx) "|" r-hold(reg-idx)
                "|" r-bytes(reg-idx) "|" r-cks(reg-idx)
                "|" function trim(r-closed(reg-idx)) "|" function trim(r-note(reg-idx))
                delimited by size into plainreg-record
            write plainreg-record
        end-if
    end-perform
    close plainregfile
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
        when "PLAINREGISTER"
            move function trim(config-value) to plainRegName
        when "PLAINREPORT"
            move function trim(config-value) to reportName
        when "PLAINKEEPDAYS"
            if config-value(1:1) is numeric
                compute keep-days = function numval(function trim(config-value))
            end-if
        when "OPERATOR"
            move config-value(1:8) to operatorId
        when "STEPCOUNTS"
            move function trim(config-value) to stepCountName
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
