*> auditlog.cob - audit trail writer module of Trithemius Cipher program
*> Oct 15, 2026 - every program appends to AUDITLOG.TXT through here so
*>                every entry carries a running chain value: columns
*>                241-260 of the entry hold "#ssssssss:cccccccccc" - the
*>                entry's sequence number in the whole trail and a
*>                value computed from the previous entry's chain value,
*>                the sequence number and the entry's own columns
*>                1-240. a deleted, altered or inserted entry breaks the
*>                chain where it happened, and the verification job
*>                walks the archives and the live log to find it. the
*>                last sequence number and chain value are also kept in
*>                a small anchor file beside the log (AUDITLOG.TXT.CHN)
*>                so the next writer carries on from it without reading
*>                the whole log, and entries cut off the end of the log
*>                can be detected. requests: W - write one entry (open,
*>                write, close); H - write and hold the log open for the
*>                rest of the run, the way the cipher batch does; C -
*>                let go of a held log
*> Oct 15, 2026 - before opening the log to add to it, waits (up to two
*>                minutes) while another run holds it exclusively in the
*>                enqueue file - housekeeping trimming it in place - so
*>                an entry is not written into a log being rewritten
*> Oct 15, 2026 - two runs writing at once both took the same next
*>                sequence number and forked the chain. every entry is
*>                now written under the log's latch (AUDITLOG.TXT.LCK,
*>                through the enqueue module): the chain position is
*>                read from the anchor, the entry written and the anchor
*>                rewritten before the latch is let go. a held log is no
*>                longer kept open between entries - what another run
*>                wrote in between would be overtaken by entries still
*>                sitting in this run's buffer - so H only spares the
*>                run the trim wait after its first entry, and marks the
*>                anchor as written by a run that is still going. when a
*>                latch has to be broken, the run that left it may have
*>                written without rewriting the anchor, so the position
*>                is taken from the log itself

identification division.
program-id. auditlog.

environment division.

input-output section.
file-control.
select logfile assign to auditLogName
    organization is line sequential
    file status is logfile-status.
select anchorfile assign to anchorName
    organization is line sequential
    file status is anchorfile-status.

data division.
file section.
fd logfile.
01 log-record pic x(260).
fd anchorfile.
01 anchor-record pic x(80).

working-storage section.
01 logfile-status pic xx value spaces.
01 anchorfile-status pic xx value spaces.
01 anchorName pic x(120) value spaces.
*>held between calls while a run holds the log
01 log-held pic 9 value 0.
01 latch-broken pic 9 value 0.
01 last-seq pic 9(8) value 0.
01 last-chain pic 9(10) value 0.
01 last-stamp pic x(19) value spaces.
01 chain-found pic 9 value 0.
01 anchor-line pic x(80) value spaces.
01 anchor-state pic x value space.
01 anchor-seq-in pic x(8) value spaces.
01 anchor-chain-in pic x(10) value spaces.
01 scan-eof pic 9 value 0.
01 scan-line pic x(260) value spaces.
01 entry-seq pic 9(8) value 0.
01 entry-chain pic 9(10) value 0.
01 chain-work pic 9(13) value 0.
01 chain-pos pic 9(3) value 0.
01 seq-text pic x(8) value spaces.
*>the run enqueue - looked at to wait out a trim of the log, and the
*>log's latch
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
01 auditlog-request pic x.
01 auditLogName pic x(100).
01 audit-record pic x(260).
01 auditlog-status pic xx.

procedure division using auditlog-request,auditLogName,audit-record,auditlog-status.

    move "00" to auditlog-status
    move spaces to anchorName
    string function trim(auditLogName) ".CHN" delimited by size into anchorName

    evaluate auditlog-request
        when "W"
            if log-held is not equal to 1
                perform wait-for-log-trim
            end-if
            perform write-chained-entry
        when "H"
            if log-held is not equal to 1
                perform wait-for-log-trim
                move 1 to log-held
            end-if
            perform write-chained-entry
        when "C"
            if log-held is equal to 1
                move 0 to log-held
                perform latch-log
                perform establish-chain-position
                move "C" to anchor-state
                perform save-chain-anchor
                perform unlatch-log
            end-if
        when other
            move "RQ" to auditlog-status
    end-evaluate

    goback.

*>one entry, start to finish under the latch: where the chain stands,
*>the entry, and the anchor left for the next writer
write-chained-entry.
    perform latch-log
    perform establish-chain-position
    perform open-log-for-extend
    if auditlog-status is equal to "00"
        perform stamp-and-write-entry
        close logfile
        if log-held is equal to 1
            move "H" to anchor-state
        else
            move "C" to anchor-state
        end-if
        perform save-chain-anchor
    end-if
    perform unlatch-log
    .

latch-log.
    move "L" to enqueue-request
    move auditLogName to enq-resource
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    if enqueue-status is equal to "00"
        move 0 to latch-broken
    else
        move 1 to latch-broken
    end-if
    .

unlatch-log.
    move "U" to enqueue-request
    move auditLogName to enq-resource
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    .

*>another run trimming the log in place holds it exclusively; the
*>entry waits for it, and is written regardless once the wait is up -
*>an audit entry is never dropped
wait-for-log-trim.
    move "T" to enqueue-request
    move auditLogName to enq-resource
    call "enqueue" using enqueue-request,enqueue-data,enqueue-status
    .

*>where the chain stands: the anchor, rewritten under the latch after
*>every entry; otherwise (no anchor, or a broken latch) the last chained
*>entry actually in the log
establish-chain-position.
    move 0 to last-seq
    move 0 to last-chain
    move 0 to chain-found
    open input anchorfile
    if anchorfile-status is equal to "00"
        move spaces to anchor-line
        read anchorfile into anchor-line
            at end move spaces to anchor-line
        end-read
        close anchorfile
        move space to anchor-state
        move spaces to anchor-seq-in
        move spaces to anchor-chain-in
        unstring anchor-line delimited by "|"
            into anchor-state anchor-seq-in anchor-chain-in
        if (anchor-state is equal to "C" or anchor-state is equal to "H")
            and latch-broken is equal to 0
            and anchor-seq-in is numeric and anchor-chain-in is numeric
            move anchor-seq-in to last-seq
            move anchor-chain-in to last-chain
            move 1 to chain-found
        end-if
    end-if
    if chain-found is not equal to 1
        perform scan-log-for-chain
    end-if
    .

scan-log-for-chain.
    move 0 to scan-eof
    open input logfile
    if logfile-status is equal to "00"
        perform until scan-eof is equal to 1
            read logfile into scan-line
                at end move 1 to scan-eof
            end-read
            if scan-eof is not equal to 1
                and scan-line(241:1) is equal to "#"
                and scan-line(250:1) is equal to ":"
                and scan-line(242:8) is numeric
                and scan-line(251:10) is numeric
                move scan-line(242:8) to last-seq
                move scan-line(251:10) to last-chain
            end-if
        end-perform
        close logfile
    end-if
    .

open-log-for-extend.
    open extend logfile
    if logfile-status is equal to "35"
        open output logfile
    end-if
    if logfile-status is not equal to "00"
        move logfile-status to auditlog-status
    end-if
    .

*>stamp the entry with the next sequence number and its chain value
*>and write it - the caller's record comes back stamped
stamp-and-write-entry.
    compute entry-seq = last-seq + 1
    move entry-seq to seq-text
    move last-chain to chain-work
    perform varying chain-pos from 1 by 1 until chain-pos is greater than 240
        compute chain-work = function mod(chain-work * 131
            + function ord(audit-record(chain-pos:1)), 9999999967)
    end-perform
    perform varying chain-pos from 1 by 1 until chain-pos is greater than 8
        compute chain-work = function mod(chain-work * 131
            + function ord(seq-text(chain-pos:1)), 9999999967)
    end-perform
    move chain-work to entry-chain
    move spaces to audit-record(241:20)
    string "#" seq-text ":" entry-chain delimited by size
        into audit-record(241:20)
    move audit-record to log-record
    write log-record
    if logfile-status is equal to "00"
        move entry-seq to last-seq
        move entry-chain to last-chain
        move audit-record(1:19) to last-stamp
    else
        move logfile-status to auditlog-status
    end-if
    .

*>state C - the last writer let go of the log; state H - the last
*>writer is a run that goes on adding to it. the position is good
*>either way
save-chain-anchor.
    open output anchorfile
    if anchorfile-status is equal to "00"
        move spaces to anchor-record
        string anchor-state "|" last-seq "|" last-chain "|" last-stamp
            delimited by size into anchor-record
        write anchor-record
        close anchorfile
    end-if
    .
