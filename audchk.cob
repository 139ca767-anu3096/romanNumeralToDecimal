
identification division.
program-id. audchk.
environment division.

data division.

*> Declaration of variables to work within this file
working-storage section.
    *> The check value is folded over every byte of the entry up to
    *> and including aud-seq - the text, the result, the run, the file
    *> and the entry's place in the log - starting from the check value
    *> of the entry before it, so each entry vouches for all of the
    *> ones before it as well as for itself. The department code that
    *> follows the check value is folded in after the rest whenever
    *> the entry carries one
    77 chained-length pic 9(3) value 171.
    77 dept-start pic 9(3) value 183.
    77 dept-end pic 9(3) value 188.
    77 check-modulus pic 9(9) value 999999937.
    77 check-multiplier pic 9(3) value 131.
    77 chk-pos pic 9(3) value 0.
    77 chk-work pic 9(12) value 0.
    77 chk-value pic 9(9) value 0.

*> Declare variables for the parameters being passed by another program
linkage section.
    copy "audrec.cpy".
    77 chk-prior-check pic 9(9).

procedure division using audit-record, chk-prior-check.
    *> The entry comes back with aud-check filled in - ROMANA3_1 writes
    *> it that way, and ROMANCHN compares it against what is on file
    move chk-prior-check to chk-value.
    move 1 to chk-pos.
    perform fold-one-byte
        until chk-pos is greater than chained-length.
    if aud-dept is not equal to spaces
        move dept-start to chk-pos
        perform fold-one-byte
            until chk-pos is greater than dept-end
    end-if.
    move chk-value to aud-check.
    goback.

    fold-one-byte.
        compute chk-work = chk-value * check-multiplier
            + function ord(audit-record(chk-pos:1)).
        compute chk-value = function mod(chk-work, check-modulus).
        add 1 to chk-pos.
