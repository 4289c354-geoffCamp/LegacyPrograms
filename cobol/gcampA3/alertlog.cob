*> alertlog.cob - monitoring alert feed writer module of Trithemius Cipher program
*> Oct 15, 2026 - every program reports the conditions the on-call
*>                operator must hear about through here, into one feed
*>                file (ALERTS.TXT) the monitoring console's agent picks
*>                up. each record has the same fixed layout:
*>                  cols   1-19  timestamp
*>                  cols  21-28  program
*>                  col   30     severity - 1 page the on-call operator,
*>                               2 warning, 3 for information
*>                  cols  32-36  ALERT, or CLEAR when the condition has
*>                               gone away
*>                  cols  38-45  event code
*>                  cols  47-106 object - the file, operator, step ...
*>                  cols 108-187 message
*>                the conditions still open are kept beside the feed in
*>                ALERTS.TXT.OPN ("event|object|program|severity|first|
*>                last|repeats|sweep"), one per event code and object,
*>                so raising a condition already open writes nothing
*>                more to the feed - it only counts the repeat - unless
*>                it has grown more severe. requests: R - raise; C -
*>                clear (object "*" clears every object of the event);
*>                B - a checking job starts a pass over everything it
*>                watches: its open conditions (of the one event code
*>                given, or of every code when it is blank) are
*>                marked; E - the pass is over: every marked condition
*>                it did not raise again has gone away and is cleared
*> Oct 15, 2026 - before adding to the feed, waits (up to two minutes)
*>                while another run holds it exclusively in the enqueue
*>                file - housekeeping trimming it in place
*> Oct 15, 2026 - two runs raising or clearing at once each rewrote the
*>                open list from their own copy, and one's change was
*>                lost. the list is now read, changed and rewritten
*>                under its latch (ALERTS.TXT.OPN.LCK, through the
*>                enqueue module); the wait for a trim of the feed is
*>                done before the latch is taken, not while holding it

identification division.
program-id. alertlog.

environment division.

input-output section.
file-control.
select feedfile assign to alertFeedName
    organization is line sequential
    file status is feedfile-status.
select openfile assign to openName
    organization is line sequential
    file status is openfile-status.

data division.
file section.
fd feedfile.
01 feed-record pic x(200).
fd openfile.
01 open-record pic x(200).

working-storage section.
01 feedfile-status pic xx value spaces.
01 openfile-status pic xx value spaces.
01 openName pic x(120) value spaces.
01 open-table.
    05 open-entry occurs 1000 times.
        10 c-event pic x(8).
        10 c-object pic x(60).
        10 c-program pic x(8).
        10 c-severity pic 9.
        10 c-first pic x(19).
        10 c-last pic x(19).
        10 c-repeats pic 9(6).
        10 c-sweep pic x.
01 open-count pic 9(4) value 0.
01 open-idx pic 9(4) value 0.
01 open-hit pic 9(4) value 0.
01 open-eof pic 9 value 0.
01 open-line pic x(200) value spaces.
01 open-changed pic 9 value 0.
01 repeats-in pic x(6) value spaces.
01 severity-in pic x value space.
01 feed-type pic x(5) value spaces.
01 feed-severity pic 9 value 0.
01 feed-event pic x(8) value spaces.
01 feed-object pic x(60) value spaces.
01 feed-program pic x(8) value spaces.
01 feed-message pic x(80) value spaces.
01 now-stamp pic x(19) value spaces.
01 current-datetime pic x(21).

*>the run enqueue - looked at to wait out a trim of the feed, and the
*>open list's latch
01 enqueue-request pic x value "T".
01 enqueue-status pic xx value spaces.
01 enqueue-data.
    05 enq-resource pic x(100) value spaces.
    05 enq-mode pic x value "S".
    05 enq-program pic x(8) value spaces.
    05 enq-operator pic x(8) value spaces.
    05 enq-wait-secs pic 9(4) value 120.
    05 enq-stale-mins pic 9(4) value 60.
    05 enq-pid pic 9(9) value 0.
    05 enq-holder pic x(120) value spaces.
    05 enq-waited pic 9(4) value 0.

linkage section.
01 alertlog-request pic x.
01 alertFeedName pic x(100).
01 alert-data.
    05 alert-program pic x(8).
    05 alert-severity pic 9.
    05 alert-event pic x(8).
    05 alert-object pic x(60).
    05 alert-message pic x(80).
01 alertlog-status pic xx.

procedure division using alertlog-request,alertFeedName,alert-data,alertlog-status.

    move "00" to alertlog-status
    move spaces to openName
    string function trim(alertFeedName) ".OPN" delimited by size into openName
    move function current-date to current-datetime
    move spaces to now-stamp
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        delimited by size into now-stamp

    if alertlog-request is not equal to "B"
        move "T" to enqueue-request
        move alertFeedName to enq-resource
        call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    end-if
    move "L" to enqueue-request
    move openName to enq-resource
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status

    perform load-open-conditions
    move 0 to open-changed

    evaluate alertlog-request
        when "R" perform raise-condition
        when "C" perform clear-condition
        when "B" perform begin-sweep
        when "E" perform end-sweep
        when other move "RQ" to alertlog-status
    end-evaluate

    if open-changed is equal to 1
        perform save-open-conditions
    end-if

    move "U" to enqueue-request
    move openName to enq-resource
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status

    goback.

*>a new condition goes to the feed; one already open is only counted,
*>unless it now carries a higher severity than the console has seen
raise-condition.
    perform find-open-condition
    if open-hit is not equal to zero
        add 1 to c-repeats(open-hit)
        move now-stamp to c-last(open-hit)
        move space to c-sweep(open-hit)
        if alert-severity is less than c-severity(open-hit)
            move alert-severity to c-severity(open-hit)
            move "ALERT" to feed-type
            move alert-severity to feed-severity
            move alert-program to feed-program
            move alert-event to feed-event
            move alert-object to feed-object
            move alert-message to feed-message
            perform write-feed-record
        end-if
        move 1 to open-changed
        exit paragraph
    end-if
    if open-count is not less than 1000
        move "TF" to alertlog-status
    else
        add 1 to open-count
        move alert-event to c-event(open-count)
        move alert-object to c-object(open-count)
        move alert-program to c-program(open-count)
        move alert-severity to c-severity(open-count)
        move now-stamp to c-first(open-count)
        move now-stamp to c-last(open-count)
        move 0 to c-repeats(open-count)
        move space to c-sweep(open-count)
        move 1 to open-changed
    end-if
    move "ALERT" to feed-type
    move alert-severity to feed-severity
    move alert-program to feed-program
    move alert-event to feed-event
    move alert-object to feed-object
    move alert-message to feed-message
    perform write-feed-record
    .

*>only an open condition can clear - clearing one the console never saw
*>writes nothing
clear-condition.
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        if c-event(open-idx) is equal to alert-event
            and (c-object(open-idx) is equal to alert-object or alert-object is equal to "*")
            move alert-program to feed-program
            move alert-message to feed-message
            if feed-message is equal to spaces
                move "condition cleared" to feed-message
            end-if
            perform close-one-condition
        end-if
    end-perform
    perform drop-closed-conditions
    .

begin-sweep.
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        if c-program(open-idx) is equal to alert-program
            and (alert-event is equal to spaces or c-event(open-idx) is equal to alert-event)
            move "P" to c-sweep(open-idx)
            move 1 to open-changed
        end-if
    end-perform
    .

end-sweep.
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        if c-program(open-idx) is equal to alert-program
            and (alert-event is equal to spaces or c-event(open-idx) is equal to alert-event)
            and c-sweep(open-idx) is equal to "P"
            move alert-program to feed-program
            move spaces to feed-message
            string "no longer reported by " function trim(alert-program)
                delimited by size into feed-message
            perform close-one-condition
        end-if
    end-perform
    perform drop-closed-conditions
    .

*>the clearing record carries the condition's own severity and event,
*>so the console can match it to the alert it closes
close-one-condition.
    move "CLEAR" to feed-type
    move c-severity(open-idx) to feed-severity
    move c-event(open-idx) to feed-event
    move c-object(open-idx) to feed-object
    perform write-feed-record
    move "X" to c-sweep(open-idx)
    move 1 to open-changed
    .

drop-closed-conditions.
    move 0 to open-hit
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        if c-sweep(open-idx) is not equal to "X"
            add 1 to open-hit
            if open-hit is not equal to open-idx
                move open-entry(open-idx) to open-entry(open-hit)
            end-if
        end-if
    end-perform
    move open-hit to open-count
    .

find-open-condition.
    move 0 to open-hit
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        if c-event(open-idx) is equal to alert-event
            and c-object(open-idx) is equal to alert-object
            move open-idx to open-hit
            exit perform
        end-if
    end-perform
    .

*>a trim of the feed in progress is waited for; the record is written
*>regardless once the wait is up
write-feed-record.
    open extend feedfile
    if feedfile-status is equal to "35"
        open output feedfile
    end-if
    if feedfile-status is not equal to "00"
        move feedfile-status to alertlog-status
        exit paragraph
    end-if
    move spaces to feed-record
    move now-stamp to feed-record(1:19)
    move feed-program to feed-record(21:8)
    move feed-severity to feed-record(30:1)
    move feed-type to feed-record(32:5)
    move feed-event to feed-record(38:8)
    move feed-object to feed-record(47:60)
    move feed-message to feed-record(108:80)
    write feed-record
    close feedfile
    .

load-open-conditions.
    move 0 to open-count
    move 0 to open-eof
    open input openfile
    if openfile-status is not equal to "00"
        exit paragraph
    end-if
    perform until open-eof is equal to 1
        read openfile into open-line
            at end move 1 to open-eof
        end-read
        if open-eof is not equal to 1 and open-line is not equal to spaces
            and open-count is less than 1000
            add 1 to open-count
            move spaces to open-entry(open-count)
            move spaces to repeats-in
            move space to severity-in
            unstring open-line delimited by "|"
                into c-event(open-count) c-object(open-count) c-program(open-count)
                    severity-in c-first(open-count) c-last(open-count)
                    repeats-in c-sweep(open-count)
            move 2 to c-severity(open-count)
            if severity-in is numeric
                move severity-in to c-severity(open-count)
            end-if
            move 0 to c-repeats(open-count)
            if repeats-in is numeric
                move repeats-in to c-repeats(open-count)
            end-if
        end-if
    end-perform
    close openfile
    .

save-open-conditions.
    open output openfile
    if openfile-status is not equal to "00"
        move openfile-status to alertlog-status
        exit paragraph
    end-if
    perform varying open-idx from 1 by 1 until open-idx is greater than open-count
        move spaces to open-record
        string function trim(c-event(open-idx)) "|" function trim(c-object(open-idx))
            "|" function trim(c-program(open-idx)) "|" c-severity(open-idx)
            "|" c-first(open-idx) "|" c-last(open-idx) "|" c-repeats(open-idx)
            "|" c-sweep(open-idx) delimited by size into open-record
        write open-record
    end-perform
    close openfile
    .
