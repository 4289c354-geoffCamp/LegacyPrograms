*> fldlayout.cob - column layout loader of Trithemius Cipher program
*> Oct 15, 2026 - read a layout definition file for column-mode
*>                ciphering and hand back the columns it protects. the
*>                file is "NAME=value" records like CIPHER.CFG, with
*>                blank lines and lines starting "*" as comments:
*>                  DELIMITER=,      a delimited file (a single
*>                                   character, or TAB); COLUMN=n then
*>                                   names the nth field of each line
*>                  COLUMN=n         a protected field (delimited), or
*>                  COLUMN=off,len   a protected offset and length
*>                                   (fixed layout, no DELIMITER)
*>                up to 20 columns. the layout is known by its file
*>                name, and a check value over the definition itself
*>                goes in the ciphertext header beside the name, so a
*>                layout file edited after the fact is caught as surely
*>                as the wrong layout named. status 00 loaded, 35 no
*>                such file, LE a definition that cannot be used (the
*>                reason is displayed)

identification division.
program-id. fldlayout is initial program.

environment division.

input-output section.
file-control.
select layoutfile assign to layoutFileName
    organization is line sequential
    file status is layoutfile-status.

data division.
file section.
fd layoutfile.
01 layout-record pic x(200).

working-storage section.
01 layoutFileName pic x(100) value spaces.
01 layoutfile-status pic xx value spaces.
01 layout-eof pic 9 value 0.
01 def-line pic x(200) value spaces.
01 def-key pic x(30) value spaces.
01 def-value pic x(160) value spaces.
01 def-first pic x(10) value spaces.
01 def-second pic x(10) value spaces.
01 def-num-len pic 9(2) value 0.
01 def-num pic 9(5) value 0.
01 def-num-text pic x(10) value spaces.
01 def-num-ok pic 9 value 0.
01 def-offset pic 9(5) value 0.
01 def-length pic 9(5) value 0.
01 fixed-seen pic 9(2) value 0.
01 delim-seen pic 9 value 0.
01 col-idx pic 9(2) value 0.
*>the check value: the definition reduced to one canonical line
*>(mode, delimiter, then every column) and chained a character at a
*>time the same way the audit trail chains its entries
01 canon-line pic x(400) value spaces.
01 canon-ptr pic 9(3) value 0.
01 canon-pos pic 9(3) value 0.
01 check-work pic 9(13) value 0.

linkage section.
01 field-layout.
    05 layout-name pic x(30).
    05 layout-mode pic x.
    05 layout-delim pic x.
    05 layout-check pic 9(6).
    05 layout-count pic 9(2).
    05 layout-column occurs 20 times.
        10 layout-field pic 9(3).
        10 layout-offset pic 9(4).
        10 layout-length pic 9(4).
01 layout-status pic xx.

procedure division using field-layout,layout-status.

    move "00" to layout-status
    move space to layout-mode
    move space to layout-delim
    move 0 to layout-check
    move 0 to layout-count
    move 0 to fixed-seen
    move 0 to delim-seen
    move function trim(layout-name) to layoutFileName

    move 0 to layout-eof
    open input layoutfile
    if layoutfile-status is not equal to "00"
        display "Could not open layout " function trim(layoutFileName)
            " - status " layoutfile-status
        move layoutfile-status to layout-status
        goback
    end-if
    perform until layout-eof is equal to 1
        read layoutfile into def-line
            at end move 1 to layout-eof
        end-read
        if layout-eof is not equal to 1
            and def-line is not equal to spaces
            and def-line(1:1) is not equal to "*"
            and layout-status is equal to "00"
            perform apply-layout-entry
        end-if
    end-perform
    close layoutfile

    if layout-status is not equal to "00"
        goback
    end-if

    if layout-count is equal to zero
        display "Layout " function trim(layoutFileName) " names no columns to protect"
        move "LE" to layout-status
        goback
    end-if
    *>a delimited layout names fields by number, a fixed one by offset
    *>and length - the two cannot be mixed in one file
    if delim-seen is equal to 1 and fixed-seen is greater than zero
        display "Layout " function trim(layoutFileName)
            " mixes offset,length columns with a DELIMITER"
        move "LE" to layout-status
        goback
    end-if
    if delim-seen is equal to 1
        move "D" to layout-mode
    else
        if fixed-seen is not equal to layout-count
            display "Layout " function trim(layoutFileName)
                " has field-number columns but no DELIMITER"
            move "LE" to layout-status
            goback
        end-if
        move "F" to layout-mode
    end-if

    perform compute-layout-check

    goback.

apply-layout-entry.
    move spaces to def-key
    move spaces to def-value
    unstring def-line delimited by "=" into def-key def-value
    move function upper-case(function trim(def-key)) to def-key
    evaluate def-key
        when "DELIMITER"
            move 1 to delim-seen
            if function upper-case(function trim(def-value)) is equal to "TAB"
                move x"09" to layout-delim
            else
                move def-value(1:1) to layout-delim
                if def-value(2:1) is not equal to space
                    or layout-delim is equal to space
                    or (layout-delim is not less than "0" and layout-delim is not greater than "9")
                    or (layout-delim is not less than "a" and layout-delim is not greater than "z")
                    or (layout-delim is not less than "A" and layout-delim is not greater than "Z")
                    display "Layout " function trim(layoutFileName)
                        " - the delimiter must be one punctuation character or TAB: "
                        function trim(def-line)
                    move "LE" to layout-status
                end-if
            end-if
        when "COLUMN"
            if layout-count is equal to 20
                display "Layout " function trim(layoutFileName)
                    " - no more than 20 columns may be protected"
                move "LE" to layout-status
                exit paragraph
            end-if
            move spaces to def-first
            move spaces to def-second
            unstring def-value delimited by "," into def-first def-second
            add 1 to layout-count
            move 0 to layout-field(layout-count)
            move 0 to layout-offset(layout-count)
            move 0 to layout-length(layout-count)
            move def-first to def-num-text
            perform edit-layout-number
            if def-num-ok is equal to 0
                display "Layout " function trim(layoutFileName)
                    " - not a usable column: " function trim(def-line)
                move "LE" to layout-status
                exit paragraph
            end-if
            if def-second is equal to spaces
                if def-num is greater than 999
                    display "Layout " function trim(layoutFileName)
                        " - field number over 999: " function trim(def-line)
                    move "LE" to layout-status
                else
                    move def-num to layout-field(layout-count)
                end-if
            else
                move def-num to def-offset
                move def-second to def-num-text
                perform edit-layout-number
                move def-num to def-length
                if def-num-ok is equal to 0
                    or def-offset + def-length - 1 is greater than 2000
                    display "Layout " function trim(layoutFileName)
                        " - offset and length must stay within 2000 columns: "
                        function trim(def-line)
                    move "LE" to layout-status
                else
                    add 1 to fixed-seen
                    move def-offset to layout-offset(layout-count)
                    move def-length to layout-length(layout-count)
                end-if
            end-if
        when other
            display "Layout " function trim(layoutFileName)
                " - unknown entry: " function trim(def-line)
            move "LE" to layout-status
    end-evaluate
    .

*>one to four digits, at least 1 - def-num-ok stays 0 otherwise
edit-layout-number.
    move 0 to def-num-ok
    move 0 to def-num
    move function trim(def-num-text) to def-num-text
    if def-num-text is not equal to spaces
        compute def-num-len =
            function length(function trim(def-num-text, trailing))
        if def-num-len is not greater than 4
            and def-num-text(1:def-num-len) is numeric
            move def-num-text(1:def-num-len) to def-num
            if def-num is greater than zero
                move 1 to def-num-ok
            end-if
        end-if
    end-if
    .

compute-layout-check.
    move spaces to canon-line
    move 1 to canon-ptr
    string layout-mode layout-delim delimited by size
        into canon-line with pointer canon-ptr
    perform varying col-idx from 1 by 1 until col-idx is greater than layout-count
        string "|" layout-field(col-idx) layout-offset(col-idx)
            layout-length(col-idx) delimited by size
            into canon-line with pointer canon-ptr
    end-perform
    move 0 to check-work
    perform varying canon-pos from 1 by 1 until canon-pos is not less than canon-ptr
        compute check-work = function mod(check-work * 131
            + function ord(canon-line(canon-pos:1)), 999983)
    end-perform
    move check-work to layout-check
    .
