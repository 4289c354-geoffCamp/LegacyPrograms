*> keyprot.cob - registry key protection module of Trithemius Cipher program
*> Oct 15, 2026 - hold every registry key under the site master key
*>                instead of in the clear: protect a key for the
*>                registry (P, or N under the pending master key during
*>                a master-key change), recover it for a decrypt (U),
*>                or hand back only its check value (C) - the same
*>                keycheck the cipher modules stamp in every header, so
*>                the audit trail can name a key without revealing it.
*>                the master keys live in their own file, one record
*>                per generation "gen|status|masterkey|check|date|by",
*>                status A (active), P (pending change) or R (retired);
*>                a protected key records the generation it was
*>                protected under, so entries on an old generation stay
*>                readable while a change run is part way through

identification division.
program-id. keyprot is initial program.

environment division.

input-output section.
file-control.
select masterkeyfile assign to masterKeyName
    organization is line sequential
    file status is masterkey-status.

data division.
file section.
fd masterkeyfile.
01 masterkey-record pic x(120).

working-storage section.
01 masterkey-status pic xx value spaces.
01 mk-eof pic 9 value 0.
01 mk-line pic x(120) value spaces.
01 mk-gen-in pic x(4) value spaces.
01 mk-status-in pic x(4) value spaces.
01 mk-key-in pic x(40) value spaces.
01 mk-found pic 9 value 0.
01 want-status pic x value space.
01 want-gen pic 9(2) value 0.
01 master-text pic x(32) value spaces.
01 master-len pic 9(2) value 0.
01 master-pos pic 9(2) value 0.
*>the parsed key - the same reduction parse-key-text makes in the
*>cipher modules, so the check value here is the header keycheck
01 key-text-len pic 9(2) value 0.
01 key-idx pic 9(2) value 0.
01 key-char pic x value space.
01 key-work pic 9(4) value 0.
01 key-number pic 9(6) value 0.
01 key-valid pic 9 value 0.
*>the protection itself: every byte of the 16-byte key field is
*>shifted by a mask drawn from the master key, the owning filename and
*>the previous protected byte, and written as two hex digits
01 salt-sum pic 9(9) value 0.
01 name-len pic 9(3) value 0.
01 name-pos pic 9(3) value 0.
01 byte-pos pic 9(2) value 0.
01 chain-byte pic 9(3) value 0.
01 clear-byte pic 9(3) value 0.
01 mask-byte pic 9(3) value 0.
01 prot-byte pic 9(3) value 0.
01 hex-hi pic 9(2) value 0.
01 hex-lo pic 9(2) value 0.
01 hex-char pic x value space.
01 hex-value pic 9(2) value 0.
01 hex-ok pic 9 value 0.
77 hex-digits pic x(16) value "0123456789ABCDEF".
01 clear-key pic x(16) value spaces.

linkage section.
01 keyprot-request pic x.
01 masterKeyName pic x(100).
01 keyOwnerName pic x(100).
01 keyText pic x(16).
01 keyMkGen pic 9(2).
01 keyProtected pic x(32).
01 keyCheck pic 9(2).
01 keyprot-status pic xx.

procedure division using keyprot-request,masterKeyName,keyOwnerName,keyText,keyMkGen,keyProtected,keyCheck,keyprot-status.

    move "00" to keyprot-status

    evaluate keyprot-request
        when "C"
            perform compute-key-check
            if key-valid is not equal to 1
                move "KV" to keyprot-status
            end-if
        when "P"
        when "N"
            perform compute-key-check
            if key-valid is not equal to 1
                move "KV" to keyprot-status
                goback
            end-if
            if keyprot-request is equal to "P"
                move "A" to want-status
            else
                move "P" to want-status
            end-if
            move 0 to want-gen
            perform load-master-key
            if keyprot-status is equal to "00"
                perform protect-key-text
            end-if
        when "U"
            move space to want-status
            move keyMkGen to want-gen
            perform load-master-key
            if keyprot-status is equal to "00"
                perform unprotect-key-text
            end-if
        when other
            move "RQ" to keyprot-status
    end-evaluate

    goback.

*>find the master key wanted: by status (the active or the pending
*>generation) when protecting, by the generation the entry records when
*>recovering. MF - no master key file, MA - no active/pending key on
*>file, MG - the entry's generation is not on file
load-master-key.
    move 0 to mk-found
    move 0 to mk-eof
    move spaces to master-text
    open input masterkeyfile
    if masterkey-status is not equal to "00"
        move "MF" to keyprot-status
        exit paragraph
    end-if
    perform until mk-eof is equal to 1
        read masterkeyfile into mk-line
            at end move 1 to mk-eof
        end-read
        if mk-eof is not equal to 1 and mk-line is not equal to spaces
            and mk-line(1:1) is not equal to "*"
            move spaces to mk-gen-in
            move spaces to mk-status-in
            move spaces to mk-key-in
            unstring mk-line delimited by "|"
                into mk-gen-in mk-status-in mk-key-in
            if mk-gen-in(1:2) is numeric
                if (want-status is not equal to space
                    and mk-status-in(1:1) is equal to want-status)
                    or (want-status is equal to space
                    and mk-gen-in(1:2) is equal to want-gen)
                    move mk-gen-in(1:2) to keyMkGen
                    move mk-key-in(1:32) to master-text
                    move 1 to mk-found
                    move 1 to mk-eof
                end-if
            end-if
        end-if
    end-perform
    close masterkeyfile

    if mk-found is not equal to 1
        if want-status is equal to space
            move "MG" to keyprot-status
        else
            move "MA" to keyprot-status
        end-if
    else
        compute master-len =
            function length(function trim(master-text, trailing))
        if master-text is equal to spaces
            move "MA" to keyprot-status
        end-if
    end-if
    .

*>the header keycheck of keyText: mod(key-number * 13 + 11, 97), where
*>key-number is the numeric key itself or the keyword's letter values
*>weighted by position
compute-key-check.
    move 0 to key-valid
    move 0 to key-number
    move 0 to keyCheck
    compute key-text-len =
        function length(function trim(keyText, trailing))
    if keyText is equal to spaces
        move 0 to key-text-len
    end-if
    if key-text-len is greater than 0 and key-text-len is not greater than 2
        and keyText(1:key-text-len) is numeric
        compute key-work = function numval(keyText(1:key-text-len))
        if key-work is not less than 1 and key-work is not greater than 26
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
                compute key-number = key-number + key-work * key-idx
            end-perform
        end-if
    end-if
    if key-valid is equal to 1
        compute keyCheck = function mod(key-number * 13 + 11, 97)
    end-if
    .

*>the filename the key belongs to salts the mask, so the same key
*>registered for two files never protects to the same value
compute-name-salt.
    move 0 to salt-sum
    compute name-len =
        function length(function trim(keyOwnerName, trailing))
    if keyOwnerName is equal to spaces
        move 0 to name-len
    end-if
    perform varying name-pos from 1 by 1 until name-pos is greater than name-len
        compute salt-sum = function mod(salt-sum
            + function ord(keyOwnerName(name-pos:1)) * name-pos, 9973)
    end-perform
    .

*>the mask for byte-pos: a master key character (walked from a start
*>the salt picks), the salt, the previous protected byte and the
*>position, all reduced to one byte
compute-mask-byte.
    compute master-pos =
        function mod(byte-pos - 1 + salt-sum, master-len) + 1
    compute mask-byte = function mod(
        function ord(master-text(master-pos:1)) + salt-sum
        + chain-byte * 7 + byte-pos * 31, 256)
    .

protect-key-text.
    perform compute-name-salt
    move spaces to keyProtected
    move 0 to chain-byte
    perform varying byte-pos from 1 by 1 until byte-pos is greater than 16
        perform compute-mask-byte
        compute clear-byte = function ord(keyText(byte-pos:1)) - 1
        compute prot-byte = function mod(clear-byte + mask-byte, 256)
        divide prot-byte by 16 giving hex-hi remainder hex-lo
        move hex-digits(hex-hi + 1:1) to keyProtected(byte-pos * 2 - 1:1)
        move hex-digits(hex-lo + 1:1) to keyProtected(byte-pos * 2:1)
        move prot-byte to chain-byte
    end-perform
    .

*>reverse the protection, then prove the result: a key recovered under
*>the wrong master key, or from a damaged entry, fails its own check
*>value (KC) and is never handed back
unprotect-key-text.
    perform compute-name-salt
    move spaces to clear-key
    move 0 to chain-byte
    move 1 to hex-ok
    perform varying byte-pos from 1 by 1 until byte-pos is greater than 16
        move keyProtected(byte-pos * 2 - 1:1) to hex-char
        perform decode-hex-char
        move hex-value to hex-hi
        move keyProtected(byte-pos * 2:1) to hex-char
        perform decode-hex-char
        move hex-value to hex-lo
        compute prot-byte = hex-hi * 16 + hex-lo
        perform compute-mask-byte
        compute clear-byte = function mod(prot-byte + 256 - mask-byte, 256)
        move function char(clear-byte + 1) to clear-key(byte-pos:1)
        move prot-byte to chain-byte
    end-perform

    if hex-ok is not equal to 1
        move "KC" to keyprot-status
        exit paragraph
    end-if
    move keyCheck to hex-value
    move clear-key to keyText
    perform compute-key-check
    if key-valid is not equal to 1 or keyCheck is not equal to hex-value
        move hex-value to keyCheck
        move spaces to keyText
        move "KC" to keyprot-status
    end-if
    .

decode-hex-char.
    move 0 to hex-value
    if hex-char is not less than "0" and hex-char is not greater than "9"
        compute hex-value = function ord(hex-char) - function ord("0")
    else
        if hex-char is not less than "A" and hex-char is not greater than "F"
            compute hex-value = function ord(hex-char) - function ord("A") + 10
        else
            move 0 to hex-ok
        end-if
    end-if
    .
