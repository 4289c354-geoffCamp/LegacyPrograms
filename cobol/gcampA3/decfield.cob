*> decfield.cob - column-mode decryption module of Trithemius Cipher program
*> Oct 15, 2026 - decipher the columns encfield protected and pass the
*>                rest of every line through untouched. the %CIPFLD1%
*>                header is validated the way decrypt validates its
*>                own - trailer totals and checksum, cipher type, scope
*>                and key check - and its layout name and check value
*>                must match the layout the caller supplies, so a file
*>                is never deciphered against columns it was not
*>                enciphered in (status VL). a file without the header
*>                is not a column-mode ciphertext and is refused

identification division.
program-id. decfield is initial program.

environment division.

input-output section.
file-control.
select outfile assign to writeName
    organization is line sequential
    file status is outfile-status.
select probefile assign to probeName
    organization is line sequential
    file status is probefile-status.

data division.
file section.
fd outfile.
01 out-record pic x(2000).
fd probefile.
01 probe-record pic x(2000).

working-storage section.
01 wcount pic 9(4) value 1.
01 wlength pic 9(4) value 0.
01 lcount pic s9(2).
01 dcount pic s9(2).
01 scount pic s9(2).
01 tempcount pic 9(4).
01 newtext.
    05 ntext pic X occurs 2000 times.
01 ncount pic 9(4) value 1.
01 shiftcount pic 9(4) value 1.
01 onechar pic x.
01 resultchar pic x.
01 upperflag pic 9 value 0.
01 matched pic 9 value 0.
01 outfile-status pic xx value spaces.
01 probefile-status pic xx value spaces.
01 linepos pic 9(4) value 0.
01 writeName pic x(100) value spaces.
01 probeName pic x(100) value spaces.
01 probe-exists pic 9 value 0.
01 gen-try pic 9(3) value 0.
01 gen-try-2 pic 9(2) value 0.
01 gen-high pic 9(3) value 0.
01 gen-found pic 9 value 0.
01 gen-old pic 9(2) value 0.
01 gen-delete-name pic x(100) value spaces.
01 delete-status pic 9(4) comp value 0.
01 hdr-present pic 9 value 0.
01 hdr-tag pic x(20) value spaces.
01 hdr-origin-fld pic x(120) value spaces.
01 hdr-when-fld pic x(40) value spaces.
01 hdr-type-fld pic x(20) value spaces.
01 hdr-scope-fld pic x(20) value spaces.
01 hdr-key-fld pic x(20) value spaces.
01 fld-name pic x(20) value spaces.
01 fld-value pic x(120) value spaces.
01 hdr-origin pic x(100) value spaces.
01 hdr-type pic x value space.
01 hdr-scope pic x value space.
01 hdr-keycheck pic 9(2) value 0.
01 my-keycheck pic 9(2) value 0.
*>the parsed key: one shift per keyword letter (a=1 .. z=26), or a
*>single entry holding a numeric key; key-number feeds the keycheck
01 key-shift-grp.
    05 key-shift pic 9(2) occurs 16 times.
01 key-len pic 9(2) value 0.
01 key-idx pic 9(2) value 0.
01 key-char pic x value space.
01 key-work pic 9(4) value 0.
01 key-number pic 9(6) value 0.
01 key-text-len pic 9(2) value 0.
01 key-valid pic 9 value 0.
01 key-pos pic 9(2) value 1.
01 prog-offset pic 9(4) value 0.
01 trl-lines pic 9(4) value 0.
01 trl-chars pic 9(9) value 0.
01 trl-checksum pic 9(9) value 0.
01 sum-work pic 9(18) value 0.
01 pay-chars pic 9(9) value 0.
01 pay-lines pic 9(4) value 0.
01 my-checksum pic 9(9) value 0.
01 pay-first pic 9(4) value 1.
01 pay-last pic 9(4) value 0.
01 header-bad pic 9 value 0.
01 hdr-layout-fld pic x(60) value spaces.
01 hdr-lcheck-fld pic x(30) value spaces.
01 hdr-layout pic x(30) value spaces.
01 hdr-layout-check pic 9(6) value 0.
*>which characters of the current line are in a protected column -
*>"1" deciphered, "0" passed through
01 field-mask pic x(2000) value spaces.
01 mask-pos pic 9(4) value 0.
01 mask-end pic 9(4) value 0.
01 col-idx pic 9(2) value 0.
01 field-no pic 9(4) value 0.
01 field-wanted-grp.
    05 field-wanted pic 9 occurs 999 times.

linkage section.
01 text-lines.
    05 text-line pic x(2000) occurs 202 times.
01 line-count pic 9(4).
01 line-lengths.
    05 line-len pic 9(4) occurs 202 times.
*>01 all-letters pic x(27).
01 all-letters.
    05 letters pic X occurs 27 times.
01 all-digits.
    05 digits pic X occurs 10 times.
01 all-symbols.
    05 symbols pic X occurs 94 times.
01 outFileName pic x(100).
01 actualOutName pic x(100).
01 generationUsed pic 9(2).
01 generationKeep pic 9(2).
01 keyText pic x(16).
01 cipherType pic x.
01 cipherScope pic x.
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
01 cipher-status pic xx.

procedure division using text-lines,line-count,line-lengths,all-letters,all-digits,all-symbols,outFileName,actualOutName,generationUsed,generationKeep,keyText,cipherType,cipherScope,field-layout,cipher-status.

    perform parse-key-text
    if key-valid is not equal to 1
        display "Key does not resolve to 1-26 or a keyword of letters"
        move "KV" to cipher-status
        goback
    end-if
    move 1 to key-pos
    move 0 to prog-offset

    if layout-count is equal to zero
        or (layout-mode is not equal to "D" and layout-mode is not equal to "F")
        display "No usable column layout was supplied"
        move "LE" to cipher-status
        goback
    end-if
    move zeros to field-wanted-grp
    if layout-mode is equal to "D"
        perform varying col-idx from 1 by 1 until col-idx is greater than layout-count
            move 1 to field-wanted(layout-field(col-idx))
        end-perform
    end-if

    *> a column-mode file always carries its header - without one there
    *> is no telling which columns were enciphered, so nothing is done
    if line-count is greater than zero
        and text-line(1)(1:10) is equal to "%CIPFLD1%;"
        perform validate-header-trailer
        if header-bad is not equal to 0
            goback
        end-if
    else
        display "Refusing to decipher - the input to " function trim(outFileName)
            " is not a column-mode ciphertext"
        move "VL" to cipher-status
        goback
    end-if

    perform resolve-output-generation
    if gen-found is equal to 9
        move "GF" to cipher-status
        goback
    end-if

    open output outfile
    if outfile-status is not equal to "00"
        display "Could not open " function trim(writeName) " for output - status " outfile-status
        move outfile-status to cipher-status
        goback
    end-if

    *> decipher the protected columns of each payload line and write it
    *> as its own output record - the shift runs on across the
    *> protected characters of the whole file, exactly as encfield ran it
    perform varying linepos from pay-first by 1 until linepos is greater than pay-last
        move spaces to newtext
        move 1 to ncount
        move line-len(linepos) to wlength
        perform build-field-mask

        *> loop through each character of the line - a character outside
        *> the protected columns is left exactly as it is
        perform varying wcount from 1 by 1 until wcount is greater than wlength
            move 0 to matched
            move 0 to upperflag
            move text-line(linepos)(wcount:1) to onechar
            if field-mask(wcount:1) is not equal to "1"
                move 1 to matched
                move onechar to ntext(ncount)
                add 1 to ncount
            end-if

            *> the shift for this character: the keyword letter whose
            *> turn it is, plus the progressive offset so far
            compute shiftcount = key-shift(key-pos) + prog-offset

            *> the full scope deciphers every printable character on one
            *> 94-character wheel, the mirror image of encrypt's; case is
            *> significant on this wheel, so there is no folding here.
            *> the wheel runs "!" through "~" in ordinal order, so the
            *> character's position is its ordinal less the 33 characters
            *> before the wheel starts - no scan needed
            if matched is equal to 0 and cipherScope is equal to "F"
                and onechar is not less than "!" and onechar is not greater than "~"
                compute scount = function ord(onechar) - 33
                move shiftcount to tempcount
                divide tempcount by 94 giving tempcount remainder tempcount
                subtract tempcount from scount
                if scount is less than zero then
                    add 94 to scount
                end-if
                add 1 to scount
                if scount is equal to 95
                    move 1 to scount
                end-if
                move symbols(scount) to resultchar
                move resultchar to ntext(ncount)
                add 1 to ncount
                perform advance-key-shift
                move 1 to matched
            end-if

            *> uppercase letters are deciphered as lowercase and cased back on the way out
            if matched is equal to 0 and cipherScope is not equal to "F"
                and onechar is greater than or equal to "A" and onechar is less than or equal to "Z"
                move 1 to upperflag
                move function lower-case(onechar) to onechar
            end-if

            if matched is equal to 0 and cipherScope is not equal to "F"
                and onechar is greater than or equal to "a" and onechar is less than or equal to "z"
                *> the letter's wheel position follows from its ordinal -
                *> "a" is position 1, "z" position 26
                compute lcount = function ord(onechar) - function ord("a") + 1
                move shiftcount to tempcount
                divide tempcount by 26 giving tempcount remainder tempcount
                subtract tempcount from lcount
                if lcount is less than zero then
                    add 26 to lcount
                end-if
                *> add corresponding alphabet char to the output string
                add 1 to lcount
                if lcount is equal to 27
                    move 1 to lcount
                end-if
                move letters(lcount) to resultchar
                if upperflag is equal to 1
                    move function upper-case(resultchar) to resultchar
                end-if
                move resultchar to ntext(ncount)
                add 1 to ncount
                perform advance-key-shift
                move 1 to matched
            end-if

            *> digits are deciphered the same way against a 0-9 wheel, so files
            *> that are mostly numeric still get flattened instead of passing
            *> straight through
            if matched is equal to 0 and cipherScope is not equal to "F"
                and onechar is greater than or equal to "0" and onechar is less than or equal to "9"
                *> same position arithmetic against the 0-9 wheel
                compute dcount = function ord(onechar) - function ord("0") + 1
                move shiftcount to tempcount
                divide tempcount by 10 giving tempcount remainder tempcount
                subtract tempcount from dcount
                if dcount is less than zero then
                    add 10 to dcount
                end-if
                add 1 to dcount
                if dcount is equal to 11
                    move 1 to dcount
                end-if
                move digits(dcount) to resultchar
                move resultchar to ntext(ncount)
                add 1 to ncount
                perform advance-key-shift
                move 1 to matched
            end-if

            *> whatever no wheel claimed passes through unchanged - spaces
            *> and punctuation in the standard scope, spaces only in full
            if matched is equal to 0
                move text-line(linepos)(wcount:1) to ntext(ncount)
                add 1 to ncount
            end-if
        end-perform

        *> write the deciphered line - ncount - 1 is already the exact
        *> deciphered length, so a plain reference modification is used
        *> instead of function trim, which would also strip away genuine
        *> leading/trailing spaces that are part of the text
        move spaces to out-record
        if ncount is greater than 1
            move newtext(1:ncount - 1) to out-record
        end-if
        write out-record
    end-perform

    close outfile
    move outfile-status to cipher-status
    move writeName to actualOutName

    goback.

*>mark the protected characters of the current line: a fixed layout's
*>offset and length ranges, or every character of a delimited layout's
*>named fields - the delimiters came through the cipher untouched, so
*>the fields fall exactly where encfield found them
build-field-mask.
    move all "0" to field-mask
    if layout-mode is equal to "F"
        perform varying col-idx from 1 by 1 until col-idx is greater than layout-count
            compute mask-end = layout-offset(col-idx) + layout-length(col-idx) - 1
            perform varying mask-pos from layout-offset(col-idx) by 1
                until mask-pos is greater than mask-end or mask-pos is greater than wlength
                move "1" to field-mask(mask-pos:1)
            end-perform
        end-perform
    else
        move 1 to field-no
        perform varying mask-pos from 1 by 1 until mask-pos is greater than wlength
            if text-line(linepos)(mask-pos:1) is equal to layout-delim
                add 1 to field-no
            else
                if field-no is not greater than 999
                    if field-wanted(field-no) is equal to 1
                        move "1" to field-mask(mask-pos:1)
                    end-if
                end-if
            end-if
        end-perform
    end-if
    .

*>overwrite protection: when the requested output name already exists
*>on disk, write the next free numbered generation beside it instead of
*>destroying it, and age out generations past the caller's retention
*>count. a retention of zero turns protection off (work files and
*>rotation runs replace their outputs deliberately). gen-found is left
*>at 9 when all 99 generation slots are taken
resolve-output-generation.
    move 0 to generationUsed
    move outFileName to writeName
    move 0 to gen-found

    if generationKeep is greater than zero
        move outFileName to probeName
        perform probe-file-exists
        if probe-exists is equal to 1
            *>the new generation is one past the highest on disk, never a
            *>recycled lower number, so generation order always matches age
            *>and retention always retires the genuinely oldest file
            move 0 to gen-high
            perform varying gen-try from 1 by 1 until gen-try is greater than 99
                move gen-try to gen-try-2
                move spaces to probeName
                string function trim(outFileName) ".G" gen-try-2 into probeName
                perform probe-file-exists
                if probe-exists is equal to 1
                    move gen-try to gen-high
                end-if
            end-perform
            if gen-high is equal to 99
                display "All 99 generations of " function trim(outFileName)
                    " already exist - clean up before rerunning"
                move 9 to gen-found
            else
                compute generationUsed = gen-high + 1
                move spaces to writeName
                string function trim(outFileName) ".G" generationUsed into writeName
                move 1 to gen-found
                *>the base file plus the newest generationKeep numbered
                *>generations are kept - anything older is deleted
                if generationUsed is greater than generationKeep
                    compute gen-old = generationUsed - generationKeep
                    move spaces to gen-delete-name
                    string function trim(outFileName) ".G" gen-old into gen-delete-name
                    call "CBL_DELETE_FILE" using gen-delete-name
                        returning delete-status
                    if delete-status is equal to zero
                        display "Retired old generation " function trim(gen-delete-name)
                    end-if
                end-if
            end-if
        end-if
    end-if
    .

*>try to open a file for input - status 00 means it is on disk
probe-file-exists.
    move 0 to probe-exists
    open input probefile
    if probefile-status is equal to "00"
        move 1 to probe-exists
        close probefile
    end-if
    .

*>parse the header and trailer records, check the trailer totals and
*>checksum against the payload actually present, and check the header's
*>cipher type and key-check value against what the operator supplied -
*>any mismatch refuses the run with a distinct status before the output
*>file is even opened, so a bad transfer never produces a bad plaintext
validate-header-trailer.
    move 0 to header-bad

    unstring text-line(1) delimited by ";"
        into hdr-tag hdr-origin-fld hdr-when-fld hdr-type-fld hdr-scope-fld hdr-key-fld
            hdr-layout-fld hdr-lcheck-fld
    unstring hdr-origin-fld delimited by "=" into fld-name hdr-origin
    unstring hdr-type-fld delimited by "=" into fld-name fld-value
    move fld-value(1:1) to hdr-type
    unstring hdr-scope-fld delimited by "=" into fld-name fld-value
    move fld-value(1:1) to hdr-scope
    unstring hdr-key-fld delimited by "=" into fld-name fld-value
    move fld-value(1:2) to hdr-keycheck
    move spaces to fld-value
    unstring hdr-layout-fld delimited by "=" into fld-name fld-value
    move fld-value(1:30) to hdr-layout
    move spaces to fld-value
    unstring hdr-lcheck-fld delimited by "=" into fld-name fld-value
    move 0 to hdr-layout-check
    if fld-value(1:6) is numeric
        move fld-value(1:6) to hdr-layout-check
    end-if

    if line-count is less than 2
        or text-line(line-count)(1:10) is not equal to "%CIPTRL1%;"
        display "Refusing to decipher - the cipher trailer record is missing, the file looks truncated"
        move 1 to header-bad
        move "VC" to cipher-status
    else
        unstring text-line(line-count) delimited by ";"
            into hdr-tag hdr-origin-fld hdr-when-fld hdr-type-fld
        unstring hdr-origin-fld delimited by "=" into fld-name fld-value
        move fld-value(1:4) to trl-lines
        unstring hdr-when-fld delimited by "=" into fld-name fld-value
        move fld-value(1:9) to trl-chars
        unstring hdr-type-fld delimited by "=" into fld-name fld-value
        move fld-value(1:9) to trl-checksum

        move 2 to pay-first
        compute pay-last = line-count - 1

        *>total the payload exactly the way encrypt did when it wrote it
        move 0 to sum-work
        move 0 to pay-chars
        move 0 to pay-lines
        perform varying linepos from pay-first by 1 until linepos is greater than pay-last
            perform varying wcount from 1 by 1 until wcount is greater than line-len(linepos)
                add function ord(text-line(linepos)(wcount:1)) to sum-work
            end-perform
            add line-len(linepos) to pay-chars
            add 1 to pay-lines
        end-perform
        compute my-checksum = function mod(sum-work + pay-chars + pay-lines, 999999999)

        if pay-lines is not equal to trl-lines
            or pay-chars is not equal to trl-chars
            or my-checksum is not equal to trl-checksum
            display "Refusing to decipher - checksum mismatch against the trailer of "
                function trim(hdr-origin) " (expected lines=" trl-lines " chars=" trl-chars
                " checksum=" trl-checksum ", found lines=" pay-lines " chars=" pay-chars
                " checksum=" my-checksum ") - the file looks truncated or corrupted"
            move 1 to header-bad
            move "VC" to cipher-status
        end-if
    end-if

    if header-bad is equal to 0
        if hdr-type is not equal to cipherType
            display "Refusing to decipher - the header says cipher type " hdr-type
                " but the operator supplied type " cipherType
            move 1 to header-bad
            move "VT" to cipher-status
        else
        if hdr-scope is not equal to cipherScope
            display "Refusing to decipher - the header says cipher scope " hdr-scope
                " but the operator supplied scope " cipherScope
            move 1 to header-bad
            move "VS" to cipher-status
        else
        if hdr-layout is not equal to layout-name
            or hdr-layout-check is not equal to layout-check
            display "Refusing to decipher - the header says layout "
                function trim(hdr-layout) " (check " hdr-layout-check
                ") but the layout supplied is " function trim(layout-name)
                " (check " layout-check ")"
            move 1 to header-bad
            move "VL" to cipher-status
        else
            compute my-keycheck = function mod(key-number * 13 + 11, 97)
            if my-keycheck is not equal to hdr-keycheck
                display "Refusing to decipher - the supplied key does not match the key this file was ciphered with"
                move 1 to header-bad
                move "VK" to cipher-status
            end-if
        end-if
        end-if
        end-if
    end-if

    if header-bad is equal to 0
        display "Cipher header verified: origin " function trim(hdr-origin)
            " type " hdr-type " scope " hdr-scope " layout " function trim(hdr-layout)
            " - checksum, layout and key check match"
    end-if
    .

*>the key may be the classic 1-26 starting shift or a keyword of up to
*>16 letters whose letters drive the shift sequence (a=1 .. z=26).
*>key-number feeds the header keycheck and reduces to the plain number
*>for a numeric key, so every file already on disk still checks out
parse-key-text.
    move 0 to key-valid
    move 0 to key-len
    move zeros to key-shift-grp
    move 0 to key-number
    compute key-text-len =
        function length(function trim(keyText, trailing))
    if keyText is equal to spaces
        move 0 to key-text-len
    end-if
    if key-text-len is greater than 0 and key-text-len is not greater than 2
        and keyText(1:key-text-len) is numeric
        compute key-work = function numval(keyText(1:key-text-len))
        if key-work is not less than 1 and key-work is not greater than 26
            move 1 to key-len
            move key-work to key-shift(1)
            move key-work to key-number
            move 1 to key-valid
        end-if
    else
        if key-text-len is greater than 0 and key-text-len is not greater than 16
            move 1 to key-valid
            perform varying key-idx from 1 by 1
                until key-idx is greater than key-text-len
                move function lower-case(keyText(key-idx:1)) to key-char
                if key-char is less than "a" or key-char is greater than "z"
                    move 0 to key-valid
                    exit perform
                end-if
                compute key-work =
                    function ord(key-char) - function ord("a") + 1
                move key-work to key-shift(key-idx)
                compute key-number = key-number + key-work * key-idx
            end-perform
            if key-valid is equal to 1
                move key-text-len to key-len
            end-if
        end-if
    end-if
    .

*>one deciphered character is done: the next keyword letter takes its
*>turn, and the progressive type advances the whole sequence one step -
*>for a single numeric key this is exactly the old behavior
advance-key-shift.
    add 1 to key-pos
    if key-pos is greater than key-len
        move 1 to key-pos
    end-if
    if cipherType is equal to "T"
        add 1 to prog-offset
    end-if
    .
