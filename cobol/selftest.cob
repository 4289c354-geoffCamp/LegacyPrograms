*> selftest.cob - known-answer self-test of Trithemius Cipher program
*> Oct 15, 2026 - prove the cipher modules still produce exactly the
*>                ciphertext they always have, before a production file
*>                is touched. the verify option only shows that encrypt
*>                and decrypt undo each other - a change made to both
*>                sides alike passes it while every archived and
*>                partner file stops deciphering. this run takes a test
*>                deck of fixed plaintexts, keys (numeric and keyword),
*>                cipher types, scopes and record lengths, each with the
*>                exact ciphertext, header and trailer it must produce,
*>                runs every case through the real encrypt, decrypt,
*>                encfixed and decfixed, compares the output byte for
*>                byte both ways, and reports each case pass or fail.
*>                the header timestamp is the only thing not compared.
*>                the run ends rc 0 when every case passes and 8 when
*>                any fails or the deck cannot be used, so it belongs
*>                first in the nightly schedule with on-failure STOP:
*>                  SELFTEST,selftest,SELFTEST.DCK,DAILY,STOP
*>                deck records are "tag|value", blank lines and lines
*>                starting "*" are comments:
*>                  CASE|id|mode|key|type|scope|reclen|description
*>                         mode T (text, encrypt/decrypt) or R (record,
*>                         encfixed/decfixed); reclen for R only
*>                  PLAIN|text     one plaintext line (mode T)
*>                  EXPECT|text    one expected output line, header and
*>                                 trailer included, the header's when=
*>                                 written as YYYY-MM-DD HH:MM:SS
*>                  PLAINX|hex     one plaintext record in hex (mode R)
*>                  HEADER|text    the expected header block (mode R)
*>                  EXPECTX|hex    one expected ciphered record in hex
*>                  TRAILER|text   the expected trailer block (mode R)
*>                  END            runs the case
*>                the scratch files are fixed names, since the input
*>                name is part of every expected header
*> Oct 15, 2026 - leave the case count in the STEPCOUNTS file for the
*>                schedule's run history
*> Oct 15, 2026 - a failed self-test pages the on-call operator through
*>                the monitoring console's alert feed (ALERTS.TXT)
*> Oct 15, 2026 - the run's return code is no longer lost to the audit and
*>                alert writer calls made after it is set

identification division.
program-id. selftest.

environment division.

input-output section.
file-control.
select deckfile assign to deckName
    organization is line sequential
    file status is deckfile-status.
select scratchfile assign to scratchName
    organization is line sequential
    file status is scratchfile-status.
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
fd deckfile.
01 deck-record pic x(2100).
fd scratchfile.
01 scratch-record pic x(2000).
fd reportfile.
01 report-record pic x(280).
fd configfile.
01 configfile-record pic x(200).
fd stepcountfile.
01 stepcount-record pic x(120).

working-storage section.
77 auditLogName pic x(100) value "AUDITLOG.TXT".
77 deckName pic x(100) value "SELFTEST.DCK".
77 reportName pic x(100) value "SELFTEST.TXT".
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
    05 alert-program pic x(8) value "SELFTEST".
    05 alert-severity pic 9 value 2.
    05 alert-event pic x(8) value spaces.
    05 alert-object pic x(60) value spaces.
    05 alert-message pic x(80) value spaces.
*>the audit, alert and enqueue modules end with return codes of their
*>own - the run's return code is kept across every call to them
01 kept-return-code pic s9(9) comp-5 value 0.
01 auditlog-request pic x value "W".
01 auditlog-status pic xx value spaces.
01 deckfile-status pic xx value spaces.
01 scratchfile-status pic xx value spaces.
01 reportfile-status pic xx value spaces.
01 cmd-line pic x(200) value spaces.
01 current-datetime pic x(21).
01 report-stamp pic x(19) value spaces.
*>the scratch files every case runs through - fixed names, because the
*>input name is written into the header the deck expects
77 scratchInName pic x(100) value "SELFTEST.IN".
77 scratchEncName pic x(100) value "SELFTEST.ENC".
77 scratchDecName pic x(100) value "SELFTEST.DEC".
01 scratchName pic x(100) value spaces.
01 scratch-eof pic 9 value 0.
01 delete-status pic 9(4) comp value 0.
*>the wheels the cipher modules turn - built exactly as the cipher
*>program builds them, so the modules see what production gives them
01 text-lines.
    05 text-line pic x(2000) occurs 202 times.
01 line-count pic 9(4) value 0.
01 line-lengths.
    05 line-len pic 9(4) occurs 202 times.
01 all-letters.
    05 letters pic X occurs 27 times.
01 all-digits.
    05 digits pic X occurs 10 times.
01 all-symbols.
    05 symbols pic X occurs 94 times.
01 sym-idx pic 9(2) value 0.
01 cipher-status pic xx value spaces.
01 actualOutName pic x(100) value spaces.
01 generationUsed pic 9(2) value 0.
01 no-generations pic 9(2) value 0.
01 recs-out pic 9(9) value 0.
01 cks-out pic 9(9) value 0.
*>byte-level file routine parameters for the record-mode cases
01 byte-handle pic x(4).
01 byte-offset pic x(8) comp-x value 0.
01 byte-count pic x(4) comp-x value 0.
01 byte-flags pic x comp-x value 0.
01 access-read pic x comp-x value 1.
01 access-write pic x comp-x value 2.
01 deny-none pic x comp-x value 0.
01 dev-normal pic x comp-x value 0.
01 file-size pic 9(15) value 0.
01 expect-size pic 9(15) value 0.
01 block-work pic x(256) value spaces.
01 rec-work pic x(2000) value spaces.
*>the deck as read: the current case and its lines and records
01 deck-eof pic 9 value 0.
01 deck-line pic x(2100) value spaces.
01 deck-lineno pic 9(5) value 0.
01 deck-tag pic x(10) value spaces.
01 deck-ptr pic 9(4) value 0.
01 deck-value pic x(2000) value spaces.
01 deck-errors pic 9(4) value 0.
01 case-open pic 9 value 0.
01 case-bad pic 9 value 0.
01 case-bad-text pic x(100) value spaces.
01 kat-id pic x(8) value spaces.
01 kat-mode pic x(4) value spaces.
01 kat-key pic x(16) value spaces.
01 kat-type pic x(4) value spaces.
01 kat-scope pic x(4) value spaces.
01 kat-reclen-text pic x(6) value spaces.
01 kat-reclen pic 9(4) value 0.
01 kat-desc pic x(80) value spaces.
77 kat-max pic 9(2) value 20.
01 kat-plain-count pic 9(2) value 0.
01 kat-plain-lines.
    05 kat-plain pic x(2000) occurs 20 times.
01 kat-expect-count pic 9(2) value 0.
01 kat-expect-lines.
    05 kat-expect pic x(2000) occurs 22 times.
01 kat-header pic x(256) value spaces.
01 kat-trailer pic x(256) value spaces.
01 kat-idx pic 9(3) value 0.
*>what a module wrote, read back for comparison
01 act-count pic 9(3) value 0.
01 act-lines.
    05 act-line pic x(2000) occurs 24 times.
01 act-overflow pic 9 value 0.
*>the header timestamp is the one field that changes run to run - it
*>is set to the deck's placeholder before anything is compared
77 when-mask pic x(19) value "YYYY-MM-DD HH:MM:SS".
01 when-pos pic 9(4) value 0.
*>hex for the record-mode cases, whose bytes need not be printable
77 hex-digits pic x(16) value "0123456789ABCDEF".
01 hex-in pic x(2000) value spaces.
01 hex-len pic 9(4) value 0.
01 hex-pos pic 9(4) value 0.
01 hex-high pic 9(3) value 0.
01 hex-low pic 9(3) value 0.
01 hex-idx pic 9(2) value 0.
01 hex-scan pic 9(2) value 0.
01 hex-char pic x value space.
01 hex-ok pic 9 value 0.
01 hex-bytes pic 9(4) value 0.
01 hex-out pic x(2000) value spaces.
01 hex-text pic x(120) value spaces.
01 hex-byte pic 9(3) value 0.
*>one case's verdict, with up to nine lines of detail behind a failure
01 case-failed pic 9 value 0.
01 leg-failed pic 9 value 0.
01 leg-name pic x(8) value spaces.
01 fail-count pic 9 value 0.
01 fail-lines.
    05 fail-line pic x(240) occurs 9 times.
01 fail-idx pic 9 value 0.
01 fail-text pic x(240) value spaces.
01 show-expected pic x(200) value spaces.
01 show-actual pic x(200) value spaces.
01 cmp-idx pic 9(4) value 0.
01 cases-run pic 9(4) value 0.
01 cases-passed pic 9(4) value 0.
01 cases-failed pic 9(4) value 0.
01 test-rc pic 9 value 0.
01 audit-op pic x(8) value spaces.
01 audit-detail pic x(160) value spaces.
01 audit-timestamp pic x(19).
01 audit-record pic x(260) value spaces.
01 operatorId pic x(8) value "SELFTEST".

procedure division.

    perform load-configuration

    *>the schedule passes the deck as the step's control file
    accept cmd-line from command-line
    if cmd-line is not equal to spaces
        move cmd-line(1:100) to deckName
    end-if

    *>the same wheels the cipher program hands the modules
    move "abcdefghijklmnopqrstuvwxyz" to all-letters
    move "0123456789" to all-digits
    perform varying sym-idx from 1 by 1 until sym-idx is greater than 94
        move function char(sym-idx + 33) to symbols(sym-idx)
    end-perform

    move function current-date to current-datetime
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        into report-stamp

    open output reportfile
    if reportfile-status is not equal to "00"
        display "Could not open " function trim(reportName) " - status " reportfile-status
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    string "Cipher module known-answer self-test - deck " function trim(deckName)
        into report-record
    write report-record
    move spaces to report-record
    string "Generated " report-stamp into report-record
    write report-record
    move spaces to report-record
    write report-record

    open input deckfile
    if deckfile-status is not equal to "00"
        display "Could not open " function trim(deckName) " - status " deckfile-status
        move spaces to report-record
        string "Could not open the test deck - status " deckfile-status
            into report-record
        write report-record
        add 1 to deck-errors
    else
        perform until deck-eof is equal to 1
            read deckfile into deck-line
                at end move 1 to deck-eof
            end-read
            if deck-eof is not equal to 1
                add 1 to deck-lineno
                if deck-line is not equal to spaces
                    and deck-line(1:1) is not equal to "*"
                    perform apply-deck-record
                end-if
            end-if
        end-perform
        close deckfile
        if case-open is equal to 1
            move "the deck ends without an END record" to case-bad-text
            move 1 to case-bad
            perform run-one-case
        end-if
    end-if

    *>a deck that ran nothing proves nothing - that is a failure too
    move 0 to test-rc
    if cases-failed is greater than zero or deck-errors is greater than zero
        or cases-run is equal to zero
        move 8 to test-rc
    end-if

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "Cases: " cases-run " run, " cases-passed " passed, "
        cases-failed " failed; deck errors " deck-errors into report-record
    write report-record
    move spaces to report-record
    if test-rc is equal to zero
        move "Result: PASS - the cipher modules reproduce every known answer"
            to report-record
    else
        move "Result: FAIL - do not run production work on these modules"
            to report-record
    end-if
    write report-record
    close reportfile

    *>a failed self-test means the cipher modules cannot be trusted with
    *>production work - the on-call operator is paged before the batch
    move "SELFTEST" to alert-event
    move deckName to alert-object
    if test-rc is equal to zero
        move "cipher modules reproduce every known answer again" to alert-message
        perform clear-alert
    else
        move 1 to alert-severity
        move spaces to alert-message
        string cases-failed " of " cases-run " case(s) failed, " deck-errors
            " deck error(s) - do not run production work on these modules"
            delimited by size into alert-message
        perform raise-alert
    end-if

    move "SELFTEST" to audit-op
    move spaces to audit-detail
    string "deck " function trim(deckName) " " cases-run " cases, "
        cases-passed " passed, " cases-failed " failed, "
        deck-errors " deck errors rc=" test-rc into audit-detail
    perform write-audit-entry

    display "Self-test: " cases-run " cases, " cases-passed " passed, "
        cases-failed " failed - report in " function trim(reportName)
    *>the case count for the schedule's run history
    open output stepcountfile
    if stepcountfile-status is equal to "00"
        move spaces to stepcount-record
        string cases-run "|" cases-passed " passed, " cases-failed " failed"
            delimited by size into stepcount-record
        write stepcount-record
        close stepcountfile
    end-if
    move test-rc to return-code

stop run.

*>one deck record: the tag says what it carries. anything out of place
*>spoils the case it belongs to, and is reported with its line number
apply-deck-record.
    move spaces to deck-tag
    move spaces to deck-value
    move 1 to deck-ptr
    unstring deck-line delimited by "|" into deck-tag with pointer deck-ptr
    move function upper-case(deck-tag) to deck-tag
    if deck-ptr is not greater than 2100
        move deck-line(deck-ptr:) to deck-value
    end-if

    if deck-tag is not equal to "CASE" and case-open is equal to 0
        add 1 to deck-errors
        move spaces to report-record
        string "Deck line " deck-lineno ": " function trim(deck-tag)
            " outside any case - ignored" into report-record
        write report-record
        exit paragraph
    end-if

    evaluate deck-tag
        when "CASE"
            if case-open is equal to 1
                move "the case has no END record before the next CASE"
                    to case-bad-text
                move 1 to case-bad
                perform run-one-case
            end-if
            perform start-case
        when "PLAIN"
            if kat-plain-count is less than kat-max
                add 1 to kat-plain-count
                move deck-value to kat-plain(kat-plain-count)
            else
                perform note-case-too-long
            end-if
        when "EXPECT"
            if kat-expect-count is less than kat-max + 2
                add 1 to kat-expect-count
                move deck-value to kat-expect(kat-expect-count)
            else
                perform note-case-too-long
            end-if
        when "PLAINX"
            perform decode-hex-value
            if kat-plain-count is less than kat-max
                add 1 to kat-plain-count
                move hex-out to kat-plain(kat-plain-count)
            else
                perform note-case-too-long
            end-if
        when "EXPECTX"
            perform decode-hex-value
            if kat-expect-count is less than kat-max
                add 1 to kat-expect-count
                move hex-out to kat-expect(kat-expect-count)
            else
                perform note-case-too-long
            end-if
        when "HEADER"
            move deck-value to kat-header
        when "TRAILER"
            move deck-value to kat-trailer
        when "END"
            perform run-one-case
        when other
            move 1 to case-bad
            move spaces to case-bad-text
            string "deck line " deck-lineno " has an unknown tag "
                function trim(deck-tag) into case-bad-text
    end-evaluate
    .

*>CASE|id|mode|key|type|scope|reclen|description
start-case.
    move 1 to case-open
    move 0 to case-bad
    move spaces to case-bad-text
    move spaces to kat-id kat-mode kat-key kat-type kat-scope
        kat-reclen-text kat-desc
    unstring deck-value delimited by "|"
        into kat-id kat-mode kat-key kat-type kat-scope kat-reclen-text kat-desc
    move function upper-case(kat-mode) to kat-mode
    move function upper-case(kat-type) to kat-type
    move function upper-case(kat-scope) to kat-scope
    move 0 to kat-plain-count
    move 0 to kat-expect-count
    move spaces to kat-plain-lines
    move spaces to kat-expect-lines
    move spaces to kat-header
    move spaces to kat-trailer

    move 0 to kat-reclen
    if kat-mode is equal to "R"
        if function trim(kat-reclen-text) is numeric
            move function numval(kat-reclen-text) to kat-reclen
        end-if
        if kat-reclen is less than 1 or kat-reclen is greater than 1000
            move 1 to case-bad
            move "record length must be 1-1000 for a record-mode case"
                to case-bad-text
        end-if
    else
        if kat-mode is not equal to "T"
            move 1 to case-bad
            move "mode must be T (text) or R (record)" to case-bad-text
        end-if
    end-if
    if kat-type is not equal to "T" and kat-type is not equal to "C"
        move 1 to case-bad
        move "cipher type must be T or C" to case-bad-text
    end-if
    if kat-mode is equal to "T"
        and kat-scope is not equal to "S" and kat-scope is not equal to "F"
        move 1 to case-bad
        move "cipher scope must be S or F for a text case" to case-bad-text
    end-if
    if kat-key is equal to spaces
        move 1 to case-bad
        move "the case has no key" to case-bad-text
    end-if
    .

note-case-too-long.
    move 1 to case-bad
    move spaces to case-bad-text
    string "more than " kat-max " lines or records in one case (deck line "
        deck-lineno ")" into case-bad-text
    .

*>a hex value into bytes - two digits a byte; a record-mode value must
*>be exactly one record long
decode-hex-value.
    move spaces to hex-out
    move spaces to hex-in
    move function upper-case(deck-value) to hex-in
    move 0 to hex-bytes
    move 1 to hex-ok
    if hex-in is equal to spaces
        move 0 to hex-len
    else
        compute hex-len = function length(function trim(hex-in, trailing))
    end-if
    if function mod(hex-len, 2) is not equal to zero
        move 0 to hex-ok
    end-if
    perform varying hex-pos from 1 by 2
        until hex-pos is greater than hex-len or hex-ok is equal to 0
        move hex-in(hex-pos:1) to hex-char
        perform find-hex-digit
        move hex-idx to hex-high
        move hex-in(hex-pos + 1:1) to hex-char
        perform find-hex-digit
        move hex-idx to hex-low
        if hex-high is equal to 0 or hex-low is equal to 0
            move 0 to hex-ok
        else
            add 1 to hex-bytes
            move function char((hex-high - 1) * 16 + hex-low)
                to hex-out(hex-bytes:1)
        end-if
    end-perform
    if hex-ok is equal to 1 and hex-bytes is not equal to kat-reclen
        move 0 to hex-ok
    end-if
    if hex-ok is equal to 0
        move 1 to case-bad
        move spaces to case-bad-text
        string "deck line " deck-lineno " is not one " kat-reclen
            "-byte record in hex" into case-bad-text
    end-if
    .

*>hex-idx is the digit's value plus one, 0 when it is not a hex digit
find-hex-digit.
    move 0 to hex-idx
    perform varying hex-scan from 1 by 1 until hex-scan is greater than 16
        if hex-digits(hex-scan:1) is equal to hex-char
            move hex-scan to hex-idx
            exit perform
        end-if
    end-perform
    .

*>the first 60 bytes of rec-work in hex, for a failure report
show-record-hex.
    move spaces to hex-text
    perform varying hex-pos from 1 by 1
        until hex-pos is greater than kat-reclen or hex-pos is greater than 60
        compute hex-byte = function ord(rec-work(hex-pos:1)) - 1
        compute hex-high = hex-byte / 16 + 1
        compute hex-low = function mod(hex-byte, 16) + 1
        move hex-digits(hex-high:1) to hex-text(hex-pos * 2 - 1:1)
        move hex-digits(hex-low:1) to hex-text(hex-pos * 2:1)
    end-perform
    .

*>run the case just closed by END and write its verdict
run-one-case.
    move 0 to case-open
    add 1 to cases-run
    move 0 to case-failed
    move 0 to fail-count
    move spaces to fail-lines

    if case-bad is equal to 1
        move 1 to case-failed
        move spaces to fail-text
        string "deck: " function trim(case-bad-text) into fail-text
        perform add-fail-line
    else
        if kat-plain-count is equal to zero or kat-expect-count is equal to zero
            move 1 to case-failed
            move "deck: the case needs plaintext and an expected result"
                to fail-text
            perform add-fail-line
        else
            if kat-mode is equal to "T"
                perform run-text-case
            else
                perform run-record-case
            end-if
        end-if
    end-if

    call "CBL_DELETE_FILE" using scratchInName returning delete-status
    call "CBL_DELETE_FILE" using scratchEncName returning delete-status
    call "CBL_DELETE_FILE" using scratchDecName returning delete-status

    move spaces to report-record
    if case-failed is equal to 0
        add 1 to cases-passed
        string "PASS  " kat-id "  " function trim(kat-desc) into report-record
    else
        add 1 to cases-failed
        string "FAIL  " kat-id "  " function trim(kat-desc) into report-record
    end-if
    write report-record
    perform varying fail-idx from 1 by 1 until fail-idx is greater than fail-count
        move spaces to report-record
        string "        " fail-line(fail-idx) delimited by size into report-record
        write report-record
    end-perform
    .

add-fail-line.
    if fail-count is less than 9
        add 1 to fail-count
        move fail-text to fail-line(fail-count)
    end-if
    .

*>a text case: the plaintext through encrypt must give the expected
*>lines exactly, and the expected lines through decrypt must give the
*>plaintext back exactly
run-text-case.
    move "encrypt" to leg-name
    move spaces to text-lines
    move zeros to line-lengths
    move kat-plain-count to line-count
    perform varying kat-idx from 1 by 1 until kat-idx is greater than kat-plain-count
        move kat-plain(kat-idx) to text-line(kat-idx)
        perform set-text-line-length
    end-perform
    call "CBL_DELETE_FILE" using scratchEncName returning delete-status
    move spaces to cipher-status
    call "encrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,scratchInName,scratchEncName,actualOutName,generationUsed,no-generations,kat-key,kat-type,kat-scope,cipher-status
    if cipher-status is not equal to "00"
        perform note-module-status
    else
        move scratchEncName to scratchName
        perform read-scratch-lines
        if act-count is greater than zero
            perform mask-header-stamp
        end-if
        perform compare-expected-lines
    end-if

    move "decrypt" to leg-name
    move spaces to text-lines
    move zeros to line-lengths
    move kat-expect-count to line-count
    perform varying kat-idx from 1 by 1 until kat-idx is greater than kat-expect-count
        move kat-expect(kat-idx) to text-line(kat-idx)
        perform set-text-line-length
    end-perform
    call "CBL_DELETE_FILE" using scratchDecName returning delete-status
    move spaces to cipher-status
    call "decrypt" using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,scratchDecName,actualOutName,generationUsed,no-generations,kat-key,kat-type,kat-scope,cipher-status
    if cipher-status is not equal to "00"
        perform note-module-status
    else
        move scratchDecName to scratchName
        perform read-scratch-lines
        perform compare-plain-lines
    end-if
    .

set-text-line-length.
    if text-line(kat-idx) is equal to spaces
        move 0 to line-len(kat-idx)
    else
        compute line-len(kat-idx) =
            function length(function trim(text-line(kat-idx), trailing))
    end-if
    .

note-module-status.
    move 1 to case-failed
    move spaces to fail-text
    string function trim(leg-name) ": the module returned status " cipher-status
        into fail-text
    perform add-fail-line
    .

*>a written text file back into act-lines - a few lines more than the
*>deck can hold are read, so an output that grew is caught as such
read-scratch-lines.
    move 0 to act-count
    move 0 to act-overflow
    move 0 to scratch-eof
    move spaces to act-lines
    open input scratchfile
    if scratchfile-status is not equal to "00"
        move 1 to case-failed
        move spaces to fail-text
        string function trim(leg-name) ": could not read back "
            function trim(scratchName) " - status " scratchfile-status
            into fail-text
        perform add-fail-line
        exit paragraph
    end-if
    perform until scratch-eof is equal to 1
        read scratchfile
            at end move 1 to scratch-eof
        end-read
        if scratch-eof is not equal to 1
            if act-count is less than 24
                add 1 to act-count
                move scratch-record to act-line(act-count)
            else
                move 1 to act-overflow
            end-if
        end-if
    end-perform
    close scratchfile
    .

*>the header's when= value becomes the deck's placeholder
mask-header-stamp.
    move 0 to when-pos
    inspect act-line(1) tallying when-pos
        for characters before initial ";when="
    if when-pos is less than 1980
        move when-mask to act-line(1)(when-pos + 7:19)
    end-if
    .

compare-expected-lines.
    if act-count is not equal to kat-expect-count or act-overflow is equal to 1
        move 1 to case-failed
        move spaces to fail-text
        string function trim(leg-name) ": wrote " act-count " lines, the deck expects "
            kat-expect-count into fail-text
        perform add-fail-line
    end-if
    perform varying cmp-idx from 1 by 1
        until cmp-idx is greater than act-count or cmp-idx is greater than kat-expect-count
        if act-line(cmp-idx) is not equal to kat-expect(cmp-idx)
            move kat-expect(cmp-idx) to show-expected
            move act-line(cmp-idx) to show-actual
            perform note-line-difference
            exit perform
        end-if
    end-perform
    .

compare-plain-lines.
    if act-count is not equal to kat-plain-count or act-overflow is equal to 1
        move 1 to case-failed
        move spaces to fail-text
        string function trim(leg-name) ": wrote " act-count " lines, the plaintext has "
            kat-plain-count into fail-text
        perform add-fail-line
    end-if
    perform varying cmp-idx from 1 by 1
        until cmp-idx is greater than act-count or cmp-idx is greater than kat-plain-count
        if act-line(cmp-idx) is not equal to kat-plain(cmp-idx)
            move kat-plain(cmp-idx) to show-expected
            move act-line(cmp-idx) to show-actual
            perform note-line-difference
            exit perform
        end-if
    end-perform
    .

note-line-difference.
    move 1 to case-failed
    move spaces to fail-text
    string function trim(leg-name) ": line " cmp-idx " differs" into fail-text
    perform add-fail-line
    move spaces to fail-text
    string "  expected: " show-expected delimited by size into fail-text
    perform add-fail-line
    move spaces to fail-text
    string "  actual:   " show-actual delimited by size into fail-text
    perform add-fail-line
    .

*>a record-mode case: the plaintext records through encfixed must give
*>the expected header block, records and trailer block byte for byte,
*>and that ciphertext through decfixed must give the records back
run-record-case.
    move "encfixed" to leg-name
    move scratchInName to scratchName
    perform create-scratch-file
    if byte-handle is not equal to low-values
        perform varying kat-idx from 1 by 1 until kat-idx is greater than kat-plain-count
            compute byte-offset = (kat-idx - 1) * kat-reclen
            move kat-reclen to byte-count
            move kat-plain(kat-idx) to rec-work
            call "CBL_WRITE_FILE" using byte-handle byte-offset byte-count
                byte-flags rec-work
        end-perform
        call "CBL_CLOSE_FILE" using byte-handle
        call "CBL_DELETE_FILE" using scratchEncName returning delete-status
        move spaces to cipher-status
        call "encfixed" using scratchInName,scratchEncName,actualOutName,generationUsed,no-generations,kat-reclen,kat-key,kat-type,recs-out,cks-out,cipher-status
        if cipher-status is not equal to "00"
            perform note-module-status
        else
            perform compare-record-ciphertext
        end-if
    end-if

    move "decfixed" to leg-name
    move scratchEncName to scratchName
    perform create-scratch-file
    if byte-handle is not equal to low-values
        move 0 to byte-offset
        move 256 to byte-count
        move kat-header to block-work
        call "CBL_WRITE_FILE" using byte-handle byte-offset byte-count
            byte-flags block-work
        perform varying kat-idx from 1 by 1 until kat-idx is greater than kat-expect-count
            compute byte-offset = 256 + (kat-idx - 1) * kat-reclen
            move kat-reclen to byte-count
            move kat-expect(kat-idx) to rec-work
            call "CBL_WRITE_FILE" using byte-handle byte-offset byte-count
                byte-flags rec-work
        end-perform
        compute byte-offset = 256 + kat-expect-count * kat-reclen
        move 256 to byte-count
        move kat-trailer to block-work
        call "CBL_WRITE_FILE" using byte-handle byte-offset byte-count
            byte-flags block-work
        call "CBL_CLOSE_FILE" using byte-handle
        call "CBL_DELETE_FILE" using scratchDecName returning delete-status
        move spaces to cipher-status
        call "decfixed" using scratchEncName,scratchDecName,actualOutName,generationUsed,no-generations,kat-reclen,kat-key,kat-type,recs-out,cks-out,cipher-status
        if cipher-status is not equal to "00"
            perform note-module-status
        else
            perform compare-record-plaintext
        end-if
    end-if
    .

*>a fresh scratch file for byte-level writing - byte-handle is left as
*>low-values when it cannot be created
create-scratch-file.
    call "CBL_DELETE_FILE" using scratchName returning delete-status
    move 0 to byte-flags
    call "CBL_CREATE_FILE" using scratchName access-write deny-none
        dev-normal byte-handle
    if return-code is not equal to zero
        move low-values to byte-handle
        move 1 to case-failed
        move spaces to fail-text
        string function trim(leg-name) ": could not create "
            function trim(scratchName) into fail-text
        perform add-fail-line
    end-if
    move 0 to return-code
    .

*>open a module's output for byte-level reading and take its size -
*>byte-handle is left as low-values when it cannot be opened
open-scratch-bytes.
    call "CBL_OPEN_FILE" using scratchName access-read deny-none
        dev-normal byte-handle
    if return-code is not equal to zero
        move low-values to byte-handle
        move 0 to return-code
        move 1 to case-failed
        move spaces to fail-text
        string function trim(leg-name) ": could not read back "
            function trim(scratchName) into fail-text
        perform add-fail-line
        exit paragraph
    end-if
    move 0 to byte-offset
    move 0 to byte-count
    move 128 to byte-flags
    call "CBL_READ_FILE" using byte-handle byte-offset byte-count
        byte-flags rec-work
    move byte-offset to file-size
    move 0 to byte-flags
    .

compare-record-ciphertext.
    move scratchEncName to scratchName
    perform open-scratch-bytes
    if byte-handle is equal to low-values
        exit paragraph
    end-if
    compute expect-size = 512 + kat-expect-count * kat-reclen
    if file-size is not equal to expect-size
        move 1 to case-failed
        move spaces to fail-text
        string "encfixed: wrote " file-size " bytes, the deck expects "
            expect-size into fail-text
        perform add-fail-line
    else
        *>header block, timestamp masked
        move 0 to byte-offset
        move 256 to byte-count
        move spaces to rec-work
        call "CBL_READ_FILE" using byte-handle byte-offset byte-count
            byte-flags rec-work
        move rec-work(1:256) to act-line(1)
        perform mask-header-stamp
        if act-line(1)(1:256) is not equal to kat-header
            move kat-header to show-expected
            move act-line(1) to show-actual
            move 0 to cmp-idx
            perform note-block-difference
        end-if
        *>every record
        perform varying cmp-idx from 1 by 1 until cmp-idx is greater than kat-expect-count
            compute byte-offset = 256 + (cmp-idx - 1) * kat-reclen
            move kat-reclen to byte-count
            move spaces to rec-work
            call "CBL_READ_FILE" using byte-handle byte-offset byte-count
                byte-flags rec-work
            if rec-work(1:kat-reclen) is not equal to kat-expect(cmp-idx)(1:kat-reclen)
                perform note-record-difference-enc
                exit perform
            end-if
        end-perform
        *>trailer block
        compute byte-offset = 256 + kat-expect-count * kat-reclen
        move 256 to byte-count
        move spaces to rec-work
        call "CBL_READ_FILE" using byte-handle byte-offset byte-count
            byte-flags rec-work
        if rec-work(1:256) is not equal to kat-trailer
            move kat-trailer to show-expected
            move rec-work(1:256) to show-actual
            move 1 to cmp-idx
            perform note-block-difference
        end-if
    end-if
    call "CBL_CLOSE_FILE" using byte-handle
    .

compare-record-plaintext.
    move scratchDecName to scratchName
    perform open-scratch-bytes
    if byte-handle is equal to low-values
        exit paragraph
    end-if
    compute expect-size = kat-plain-count * kat-reclen
    if file-size is not equal to expect-size
        move 1 to case-failed
        move spaces to fail-text
        string "decfixed: wrote " file-size " bytes, the plaintext is "
            expect-size into fail-text
        perform add-fail-line
    else
        perform varying cmp-idx from 1 by 1 until cmp-idx is greater than kat-plain-count
            compute byte-offset = (cmp-idx - 1) * kat-reclen
            move kat-reclen to byte-count
            move spaces to rec-work
            call "CBL_READ_FILE" using byte-handle byte-offset byte-count
                byte-flags rec-work
            if rec-work(1:kat-reclen) is not equal to kat-plain(cmp-idx)(1:kat-reclen)
                perform note-record-difference-dec
                exit perform
            end-if
        end-perform
    end-if
    call "CBL_CLOSE_FILE" using byte-handle
    .

*>cmp-idx 0 names the header block, 1 the trailer
note-block-difference.
    move 1 to case-failed
    move spaces to fail-text
    if cmp-idx is equal to 0
        string function trim(leg-name) ": header block differs" into fail-text
    else
        string function trim(leg-name) ": trailer block differs" into fail-text
    end-if
    perform add-fail-line
    move spaces to fail-text
    string "  expected: " show-expected delimited by size into fail-text
    perform add-fail-line
    move spaces to fail-text
    string "  actual:   " show-actual delimited by size into fail-text
    perform add-fail-line
    .

note-record-difference-enc.
    move spaces to show-actual
    perform show-record-hex
    move hex-text to show-actual
    move kat-expect(cmp-idx) to rec-work
    perform show-record-hex
    move hex-text to show-expected
    perform note-record-difference
    .

note-record-difference-dec.
    move spaces to show-actual
    perform show-record-hex
    move hex-text to show-actual
    move kat-plain(cmp-idx) to rec-work
    perform show-record-hex
    move hex-text to show-expected
    perform note-record-difference
    .

note-record-difference.
    move 1 to case-failed
    move spaces to fail-text
    string function trim(leg-name) ": record " cmp-idx " differs (hex, first 60 bytes)"
        into fail-text
    perform add-fail-line
    move spaces to fail-text
    string "  expected: " show-expected delimited by size into fail-text
    perform add-fail-line
    move spaces to fail-text
    string "  actual:   " show-actual delimited by size into fail-text
    perform add-fail-line
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
        when "SELFTESTDECK"
            move function trim(config-value) to deckName
        when "SELFTESTREPORT"
            move function trim(config-value) to reportName
        when "OPERATOR"
            move config-value(1:8) to operatorId
        when "STEPCOUNTS"
            move function trim(config-value) to stepCountName
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
