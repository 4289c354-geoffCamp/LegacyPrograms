*>                runs of the character set, so the position follows
*>                from the ordinal directly and the output is
*>                character-for-character identical
*> Oct 15, 2026 - refuse a column-mode ciphertext (%CIPFLD1% header):
*>                only some of its characters are enciphered, so taking
*>                it for a headerless file and deciphering every line
*>                would write garbage with nothing checked - it goes
*>                through decfield with its layout instead

identification division.
program-id. decrypt is initial program.
    *> way it always has, with a note that nothing could be verified
    move 1 to pay-first
    move line-count to pay-last
    if line-count is greater than zero
        and text-line(1)(1:10) is equal to "%CIPFLD1%;"
        display "Refusing to decipher - the input to " function trim(outFileName)
            " is a column-mode ciphertext and needs its layout"
        move "VL" to cipher-status
        goback
    end-if
    if line-count is greater than zero
        and text-line(1)(1:10) is equal to "%CIPHER1%;"
        perform validate-header-trailer
