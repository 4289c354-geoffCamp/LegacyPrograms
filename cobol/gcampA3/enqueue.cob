*> enqueue.cob - run enqueue (lock) module of Trithemius Cipher program
*> Oct 15, 2026 - nothing used to stop a second job running over the
*>                first: a rerun started by hand during the scheduled
*>                batch emptied the manifest the batch was still
*>                writing. every program now takes the shared files it
*>                touches through here first, and the enqueue file
*>                ENQUEUE.TXT records which program, operator and run
*>                holds each one - one record per lock:
*>                  "file|mode|program|operator|pid|run started|
*>                   acquired|refreshed"
*>                mode X (exclusive) is for a job that empties, trims
*>                or rewrites the file, and conflicts with any other
*>                run's lock on it; mode S (shared) is for a job that
*>                reads the file through or holds it open to add to
*>                it, and conflicts only with another run's X. the
*>                enqueue file is ENQUEUE.TXT in the run directory,
*>                beside CIPHER.CFG, and deliberately not configurable -
*>                every program must agree on the one file. a run is
*>                this process: its process id and the time of its
*>                first request, kept here between calls. requests:
*>                  A - acquire enq-resource in enq-mode, waiting up to
*>                      enq-wait-secs while another run holds it; status
*>                      EQ when it is still held after the wait, ES at
*>                      once when the holder is stale - its lock not
*>                      refreshed for enq-stale-mins minutes, which is
*>                      what a crashed run leaves behind. a stale lock
*>                      is never taken over here; an operator releases
*>                      it (enqmaint) once the crash is understood. the
*>                      holder is described in enq-holder either way
*>                  R - release this run's lock on enq-resource
*>                  E - release every lock this run holds
*>                  H - refresh this run's locks, so a long run is not
*>                      taken for a crashed one
*>                  T - test only, for the audit trail and alert
*>                      writers: wait up to enq-wait-secs while another
*>                      run holds enq-resource exclusively; a stale
*>                      holder does not hold anything up
*>                  F - operator release of the lock enq-pid holds on
*>                      enq-resource - NF when there is none
*>                the enqueue file itself is only ever changed under a
*>                mutex - the directory ENQUEUE.TXT.LCK, which only one
*>                process can create - held for the moment it takes to
*>                read and rewrite it; one held for half a minute can
*>                only be left by a crash, and is broken
*> Oct 15, 2026 - latches, for the writers that add to a file every run
*>                shares and must not have two of them at it at once -
*>                the audit trail's chain and the open alert list:
*>                  L - latch enq-resource: the directory named for it
*>                      with ".LCK" added, taken the same way as the
*>                      enqueue file's own mutex, in tenths of a second
*>                      and for the moment it takes to read, write and
*>                      rewrite the file; status ES when one left for
*>                      half a minute had to be broken
*>                  U - let go of the latch on enq-resource
*>                a latch is not a lock - it is not recorded in the
*>                enqueue file, and shared or exclusive locks on the
*>                same file do not stand in its way

identification division.
program-id. enqueue.

environment division.

input-output section.
file-control.
select enqfile assign to enqueueName
    organization is line sequential
    file status is enqfile-status.

data division.
file section.
fd enqfile.
01 enq-record pic x(300).

working-storage section.
77 enqueueName pic x(100) value "ENQUEUE.TXT".
77 mutexName pic x(100) value "ENQUEUE.TXT.LCK".
01 enqfile-status pic xx value spaces.
*>this run - kept between calls
01 my-pid pic 9(9) value 0.
01 my-run pic x(19) value spaces.
01 lock-table.
    05 lock-entry occurs 500 times.
        10 l-resource pic x(100).
        10 l-mode pic x.
        10 l-program pic x(8).
        10 l-operator pic x(8).
        10 l-pid pic 9(9).
        10 l-run pic x(19).
        10 l-acquired pic x(19).
        10 l-refreshed pic x(19).
        10 l-drop pic x.
01 lock-count pic 9(4) value 0.
01 lock-idx pic 9(4) value 0.
01 lock-hit pic 9(4) value 0.
01 lock-eof pic 9 value 0.
01 lock-line pic x(300) value spaces.
01 lock-changed pic 9 value 0.
01 pid-in pic x(9) value spaces.
01 conflict-idx pic 9(4) value 0.
01 conflict-live pic 9(4) value 0.
01 enq-done pic 9 value 0.
01 wait-shown pic 9 value 0.
01 mutex-held pic 9 value 0.
01 mutex-tries pic 9(3) value 0.
01 mutex-rc pic s9(9) comp-5 value 0.
01 sleep-secs pic 9(4) value 1.
01 now-stamp pic x(19) value spaces.
01 now-minutes pic 9(9) value 0.
01 stamp-work pic x(19) value spaces.
01 stamp-minutes pic 9(9) value 0.
01 stamp-digits pic x(8) value spaces.
01 lock-age pic 9(9) value 0.
01 lock-stale pic 9 value 0.
01 mode-word pic x(9) value spaces.
01 show-pid pic z(8)9.
01 current-datetime pic x(21).
01 latchName pic x(110) value spaces.
01 latch-held pic 9 value 0.
01 latch-tries pic 9(3) value 0.
01 latch-nanos pic 9(18) comp-5 value 100000000.

linkage section.
01 enqueue-request pic x.
01 enqueue-data.
    05 enq-resource pic x(100).
    05 enq-mode pic x.
    05 enq-program pic x(8).
    05 enq-operator pic x(8).
    05 enq-wait-secs pic 9(4).
    05 enq-stale-mins pic 9(4).
    05 enq-pid pic 9(9).
    05 enq-holder pic x(120).
    05 enq-waited pic 9(4).
01 enqueue-status pic xx.

procedure division using enqueue-request,enqueue-data,enqueue-status.

    move "00" to enqueue-status
    perform settle-now
    if my-pid is equal to zero
        call "C$GETPID" returning my-pid
        move now-stamp to my-run
    end-if

    evaluate enqueue-request
        when "A" perform acquire-lock
        when "R" perform release-own-locks
        when "E" perform release-own-locks
        when "H" perform refresh-own-locks
        when "T" perform test-exclusive
        when "F" perform force-release
        when "L" perform take-latch
        when "U" perform drop-latch
        when other move "RQ" to enqueue-status
    end-evaluate

    goback.

*>take the lock, or wait for it: each pass looks at the enqueue file
*>under the mutex, and the mutex is let go before any waiting is done
acquire-lock.
    move 0 to enq-waited
    move 0 to wait-shown
    move spaces to enq-holder
    move 0 to enq-done
    perform until enq-done is equal to 1
        perform take-mutex
        if mutex-held is not equal to 1
            move "EF" to enqueue-status
            exit paragraph
        end-if
        perform load-locks
        perform find-conflict
        if conflict-idx is equal to zero
            perform record-own-lock
            perform save-locks
            perform drop-mutex
            move 1 to enq-done
        else
            perform drop-mutex
            move conflict-idx to lock-idx
            perform describe-holder
            if conflict-live is equal to zero
                move "ES" to enqueue-status
                move 1 to enq-done
            else
                if enq-waited is not less than enq-wait-secs
                    move "EQ" to enqueue-status
                    move 1 to enq-done
                else
                    if wait-shown is equal to 0
                        display "Waiting up to " enq-wait-secs " second(s) for "
                            function trim(enq-resource) " - held by "
                            function trim(enq-holder)
                        move 1 to wait-shown
                    end-if
                    call "C$SLEEP" using sleep-secs
                    add 1 to enq-waited
                    perform settle-now
                end-if
            end-if
        end-if
    end-perform
    .

*>another run's lock stands in the way of this one: any lock on the
*>file for an exclusive request, an exclusive lock for a shared one.
*>the holder reported is a live one when there is any - only when every
*>lock in the way is stale is the request refused as stale
find-conflict.
    move 0 to conflict-idx
    move 0 to conflict-live
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-resource(lock-idx) is equal to enq-resource
            and (l-pid(lock-idx) is not equal to my-pid
                or l-run(lock-idx) is not equal to my-run)
            and (enq-mode is equal to "X" or l-mode(lock-idx) is equal to "X")
            perform judge-lock-stale
            if lock-stale is equal to 0
                if conflict-live is equal to zero
                    move lock-idx to conflict-live
                    move lock-idx to conflict-idx
                end-if
            else
                if conflict-idx is equal to zero
                    move lock-idx to conflict-idx
                end-if
            end-if
        end-if
    end-perform
    .

*>this run's own lock on the file is refreshed - and becomes exclusive
*>when that is what is asked for now; otherwise a new lock is entered
record-own-lock.
    move 0 to lock-hit
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-resource(lock-idx) is equal to enq-resource
            and l-pid(lock-idx) is equal to my-pid
            and l-run(lock-idx) is equal to my-run
            move lock-idx to lock-hit
            exit perform
        end-if
    end-perform
    if lock-hit is not equal to zero
        if enq-mode is equal to "X"
            move "X" to l-mode(lock-hit)
        end-if
        move now-stamp to l-refreshed(lock-hit)
        exit paragraph
    end-if
    if lock-count is not less than 500
        move "TF" to enqueue-status
        exit paragraph
    end-if
    add 1 to lock-count
    move enq-resource to l-resource(lock-count)
    move enq-mode to l-mode(lock-count)
    if enq-mode is not equal to "X"
        move "S" to l-mode(lock-count)
    end-if
    move enq-program to l-program(lock-count)
    move enq-operator to l-operator(lock-count)
    move my-pid to l-pid(lock-count)
    move my-run to l-run(lock-count)
    move now-stamp to l-acquired(lock-count)
    move now-stamp to l-refreshed(lock-count)
    move space to l-drop(lock-count)
    .

*>R lets go of the one file, E of everything this run holds
release-own-locks.
    perform take-mutex
    if mutex-held is not equal to 1
        move "EF" to enqueue-status
        exit paragraph
    end-if
    perform load-locks
    move 0 to lock-changed
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-pid(lock-idx) is equal to my-pid
            and l-run(lock-idx) is equal to my-run
            and (enqueue-request is equal to "E"
                or l-resource(lock-idx) is equal to enq-resource)
            move "X" to l-drop(lock-idx)
            move 1 to lock-changed
        end-if
    end-perform
    if lock-changed is equal to 1
        perform save-locks
    end-if
    perform drop-mutex
    .

refresh-own-locks.
    perform take-mutex
    if mutex-held is not equal to 1
        move "EF" to enqueue-status
        exit paragraph
    end-if
    perform load-locks
    move 0 to lock-changed
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-pid(lock-idx) is equal to my-pid
            and l-run(lock-idx) is equal to my-run
            move now-stamp to l-refreshed(lock-idx)
            move 1 to lock-changed
        end-if
    end-perform
    if lock-changed is equal to 1
        perform save-locks
    end-if
    perform drop-mutex
    .

*>the writers only look: the enqueue file is read, never changed, so
*>no mutex is needed
test-exclusive.
    move 0 to enq-waited
    move spaces to enq-holder
    move "S" to enq-mode
    move 0 to enq-done
    perform until enq-done is equal to 1
        perform load-locks
        perform find-conflict
        if conflict-live is equal to zero
            move 1 to enq-done
        else
            if enq-waited is not less than enq-wait-secs
                move conflict-live to lock-idx
                perform describe-holder
                move "EQ" to enqueue-status
                move 1 to enq-done
            else
                call "C$SLEEP" using sleep-secs
                add 1 to enq-waited
                perform settle-now
            end-if
        end-if
    end-perform
    .

*>the operator's release: the lock the named process holds on the file
*>goes, whoever it belongs to - enq-holder says what was released
force-release.
    move spaces to enq-holder
    perform take-mutex
    if mutex-held is not equal to 1
        move "EF" to enqueue-status
        exit paragraph
    end-if
    perform load-locks
    move 0 to lock-hit
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-resource(lock-idx) is equal to enq-resource
            and l-pid(lock-idx) is equal to enq-pid
            move "X" to l-drop(lock-idx)
            move lock-idx to lock-hit
        end-if
    end-perform
    if lock-hit is equal to zero
        move "NF" to enqueue-status
    else
        move lock-hit to lock-idx
        perform describe-holder
        perform save-locks
    end-if
    perform drop-mutex
    .

*>who holds it: program, operator, process, mode and times
describe-holder.
    if l-mode(lock-idx) is equal to "X"
        move "exclusive" to mode-word
    else
        move "shared" to mode-word
    end-if
    move l-pid(lock-idx) to enq-pid
    move l-pid(lock-idx) to show-pid
    move spaces to enq-holder
    string function trim(l-program(lock-idx)) "/" function trim(l-operator(lock-idx))
        " pid " function trim(show-pid) " " function trim(mode-word)
        " since " l-acquired(lock-idx) " refreshed " l-refreshed(lock-idx)
        delimited by size into enq-holder
    .

*>stale: not refreshed for longer than the caller's limit
judge-lock-stale.
    move l-refreshed(lock-idx) to stamp-work
    perform stamp-to-minutes
    move 0 to lock-stale
    if stamp-minutes is less than now-minutes
        compute lock-age = now-minutes - stamp-minutes
        if lock-age is greater than enq-stale-mins
            move 1 to lock-stale
        end-if
    end-if
    .

settle-now.
    move function current-date to current-datetime
    move spaces to now-stamp
    string current-datetime(1:4) "-" current-datetime(5:2) "-" current-datetime(7:2)
        " " current-datetime(9:2) ":" current-datetime(11:2) ":" current-datetime(13:2)
        delimited by size into now-stamp
    move now-stamp to stamp-work
    perform stamp-to-minutes
    move stamp-minutes to now-minutes
    .

stamp-to-minutes.
    move 0 to stamp-minutes
    if stamp-work(1:4) is numeric and stamp-work(6:2) is numeric
        and stamp-work(9:2) is numeric and stamp-work(12:2) is numeric
        and stamp-work(15:2) is numeric
        move spaces to stamp-digits
        string stamp-work(1:4) stamp-work(6:2) stamp-work(9:2)
            delimited by size into stamp-digits
        compute stamp-minutes =
            function integer-of-date(function numval(stamp-digits)) * 1440
            + function numval(stamp-work(12:2)) * 60
            + function numval(stamp-work(15:2))
    end-if
    .

*>the mutex: a directory only one process can create
take-mutex.
    move 0 to mutex-held
    move 0 to mutex-tries
    perform until mutex-held is equal to 1 or mutex-tries is not less than 30
        call "CBL_CREATE_DIR" using mutexName returning mutex-rc
        if mutex-rc is equal to zero
            move 1 to mutex-held
        else
            add 1 to mutex-tries
            call "C$SLEEP" using sleep-secs
        end-if
    end-perform
    if mutex-held is not equal to 1
        *>left behind by a process that died holding it
        call "CBL_DELETE_DIR" using mutexName returning mutex-rc
        call "CBL_CREATE_DIR" using mutexName returning mutex-rc
        if mutex-rc is equal to zero
            move 1 to mutex-held
        end-if
    end-if
    .

drop-mutex.
    if mutex-held is equal to 1
        call "CBL_DELETE_DIR" using mutexName returning mutex-rc
        move 0 to mutex-held
    end-if
    .

*>a latch: the same kind of mutex, named for the file it guards, polled
*>every tenth of a second - it is only ever held for a moment
take-latch.
    move spaces to latchName
    string function trim(enq-resource) ".LCK" delimited by size into latchName
    move 0 to latch-held
    move 0 to latch-tries
    perform until latch-held is equal to 1 or latch-tries is not less than 300
        call "CBL_CREATE_DIR" using latchName returning mutex-rc
        if mutex-rc is equal to zero
            move 1 to latch-held
        else
            add 1 to latch-tries
            call "CBL_GC_NANOSLEEP" using latch-nanos
        end-if
    end-perform
    if latch-held is not equal to 1
        *>left behind by a process that died holding it
        call "CBL_DELETE_DIR" using latchName returning mutex-rc
        call "CBL_CREATE_DIR" using latchName returning mutex-rc
        if mutex-rc is equal to zero
            move "ES" to enqueue-status
        else
            move "EF" to enqueue-status
        end-if
    end-if
    .

drop-latch.
    move spaces to latchName
    string function trim(enq-resource) ".LCK" delimited by size into latchName
    call "CBL_DELETE_DIR" using latchName returning mutex-rc
    .

load-locks.
    move 0 to lock-count
    move 0 to lock-eof
    open input enqfile
    if enqfile-status is not equal to "00"
        exit paragraph
    end-if
    perform until lock-eof is equal to 1
        read enqfile into lock-line
            at end move 1 to lock-eof
        end-read
        if lock-eof is not equal to 1 and lock-line is not equal to spaces
            and lock-count is less than 500
            add 1 to lock-count
            move spaces to lock-entry(lock-count)
            move spaces to pid-in
            unstring lock-line delimited by "|"
                into l-resource(lock-count) l-mode(lock-count) l-program(lock-count)
                    l-operator(lock-count) pid-in l-run(lock-count)
                    l-acquired(lock-count) l-refreshed(lock-count)
            move 0 to l-pid(lock-count)
            if function trim(pid-in) is numeric
                move function numval(pid-in) to l-pid(lock-count)
            end-if
        end-if
    end-perform
    close enqfile
    .

save-locks.
    open output enqfile
    if enqfile-status is not equal to "00"
        move "EF" to enqueue-status
        exit paragraph
    end-if
    perform varying lock-idx from 1 by 1 until lock-idx is greater than lock-count
        if l-drop(lock-idx) is not equal to "X"
            move spaces to enq-record
            string function trim(l-resource(lock-idx)) "|" l-mode(lock-idx)
                "|" function trim(l-program(lock-idx)) "|" function trim(l-operator(lock-idx))
                "|" l-pid(lock-idx) "|" l-run(lock-idx) "|" l-acquired(lock-idx)
                "|" l-refreshed(lock-idx) delimited by size into enq-record
            write enq-record
        end-if
    end-perform
    close enqfile
    .
