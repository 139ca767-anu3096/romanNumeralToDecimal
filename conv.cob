        88 numeral-normalized value 'Y'.
    77 repeat-limit pic 9 value 3.

    *> Amounts in the old account books carry a Roman fraction after
    *> the whole numeral - S for a half (semis) and a dot for each
    *> twelfth (uncia), so XII S.. is twelve and eight-twelfths. The
    *> dot is the middle dot, in its UTF-8 or single-byte spelling, or
    *> a full stop where the transcriber's keyboard had no middle dot;
    *> a space between the numeral and the fraction is optional. S
    *> comes once and ahead of the dots, and six dots are written S,
    *> so a fraction runs from one to eleven twelfths. The numeral
    *> built going the other way always uses the UTF-8 middle dot
    77 saved-len pic 99 value 0.
    77 frac-pos pic 99 value 0.
    77 semis-count pic 9 value 0.
    77 uncia-count pic 99 value 0.
    77 uncia-left pic 99 value 0.
    77 uncia-dot pic x(2) value x'C2B7'.
    77 single-byte-dot pic x value x'B7'.
    77 fraction-switch pic x value 'N'.
        88 fraction-present value 'Y'.
    77 fraction-text pic x(12) value spaces.
    77 fraction-len pic 99 value 0.

*> Declare variables for the parameters being passed by another program
linkage section.
    copy "numrec.cpy" replacing ==:numeral-text:== by ==inputStr==
                                ==:numeral-value:== by ==sum1==
                                ==:numeral-twelfths:== by ==twelfths==.
    77 len pic 9(2) value 0.
    77 err pic 9 value 0.
    77 conv-direction pic x value 'R'.
    77 conv-canonical pic x(30) value spaces.

procedure division using inputStr, len, err, sum1, conv-direction,
    conv-profile, conv-normalized, conv-canonical, twelfths.
    *> A direction of D means build a roman numeral in inputStr from the
    *> decimal value passed in sum1 - the mirror image of the usual conversion
    move 'N' to conv-normalized.
    move 0 to err.
    move 0 to total-value.
    move 'N' to normalized-switch.
    *> The fraction is taken off the end first, leaving LEN covering
    *> just the whole numeral for the checks that follow - a fraction
    *> standing alone has no whole numeral to check at all
    move len to saved-len.
    perform split-fraction-part.
    *> The lenient profile stretches the repeat ceiling to four, so the
    *> additive spellings (IIII, XXXX, VIIII) survive validation and
    *> reach the canonical-form check, where lenient accepts them
        end-if
    end-if.

    if err is not equal to 1 and len is greater than 0
        if vinculum-present
            *> the overlined part comes first and is worth 1000 times as much
            compute seg-start = u1-pos + 1
    *> the usual 1, so the caller can tell a numeral that is out of range
    *> apart from one that is simply malformed
    if err is not equal to 1
        if (total-value is less than 1 and twelfths is equal to 0)
            or total-value is greater than 3999000 + 999
            move 2 to err
        end-if
    end-if.
    if err is equal to 0
        move total-value to sum1
        perform build-full-canonical
        if numeral-normalized and err is equal to 0
            move 'Y' to conv-normalized
        end-if
    end-if.
    if err is not equal to 0
        move 0 to twelfths
    end-if.
    move saved-len to len.

    *> The conversion (successful or not) is already complete by this
    *> point - convert-one-segment has already run. Report the outcome
            add 1 to lp-idx
        end-if.

    *> Find where the whole numeral ends and the fraction begins - the
    *> first space, S or dot - and count the fraction into TWELFTHS;
    *> anything after that point other than S and dots is malformed
    split-fraction-part.
        move 0 to twelfths
        move 0 to semis-count
        move 0 to uncia-count
        move 'N' to fraction-switch
        move 1 to frac-pos
        perform find-fraction-start
            until frac-pos is greater than len or fraction-present.
        if not fraction-present
            exit paragraph
        end-if.
        compute len = frac-pos - 1.
        move 'N' to fraction-switch.
        perform skip-fraction-space
            until frac-pos is greater than saved-len or fraction-present.
        perform take-fraction-char
            until frac-pos is greater than saved-len or err is equal to 1.
        if semis-count is equal to 0 and uncia-count is equal to 0
            move 1 to err
        end-if.
        if uncia-count is greater than 5
            move 1 to err
        end-if.
        if err is not equal to 1
            compute twelfths = semis-count * 6 + uncia-count
        end-if.

    find-fraction-start.
        if inputStr(frac-pos:1) is equal to space or 'S' or 's' or '.'
            or inputStr(frac-pos:1) is equal to single-byte-dot
            or inputStr(frac-pos:1) is equal to uncia-dot(1:1)
            set fraction-present to true
        else
            add 1 to frac-pos
        end-if.

    skip-fraction-space.
        if inputStr(frac-pos:1) is equal to space
            add 1 to frac-pos
        else
            set fraction-present to true
        end-if.

    take-fraction-char.
        if inputStr(frac-pos:1) is equal to 'S' or 's'
            if semis-count is greater than 0 or uncia-count is greater than 0
                move 1 to err
            end-if
            add 1 to semis-count
            add 1 to frac-pos
        else
            if frac-pos is less than saved-len
                and inputStr(frac-pos:2) is equal to uncia-dot
                add 1 to uncia-count
                add 2 to frac-pos
            else
                if inputStr(frac-pos:1) is equal to single-byte-dot or '.'
                    add 1 to uncia-count
                    add 1 to frac-pos
                else
                    move 1 to err
                end-if
            end-if
        end-if.

    *> Spell TWELFTHS as S and dots into FRACTION-TEXT, for whichever
    *> numeral is being built to carry after its whole part
    build-fraction-text.
        move spaces to fraction-text
        move 0 to fraction-len
        move twelfths to uncia-left
        if uncia-left is greater than 5
            move 'S' to fraction-text(1:1)
            move 1 to fraction-len
            subtract 6 from uncia-left
        end-if
        perform add-uncia-dot uncia-left times.

    add-uncia-dot.
        move uncia-dot to fraction-text(fraction-len + 1:2).
        add 2 to fraction-len.

    *> Find the underscores that bracket an overlined (vinculum) segment,
    *> if the numeral has one - U1-POS and U2-POS stay zero when it doesn't
    find-vinculum-markers.
            perform emit-full-canonical-digit
                until rt-idx is greater than 13
        end-if.
        if twelfths is greater than 0
            perform build-fraction-text
            if build-pos is greater than 1
                add 1 to build-pos
            end-if
            *> A long vinculum numeral with a full fraction behind it
            *> can outgrow the field - that value cannot be spelled
            if build-pos + fraction-len - 1 is greater than 30
                move 1 to err
            else
                move fraction-text(1:fraction-len) to conv-canonical(build-pos:fraction-len)
                add fraction-len to build-pos
            end-if
        end-if.

    emit-full-canonical-digit.
        if remaining is greater than or equal to rt-value(rt-idx)
        *> Out-of-range is reported solely through err, same as every
        *> other rejection CONV hands back - the caller decides how (or
        *> whether) to display it
        *> A fraction comes in as TWELFTHS beside SUM1 and goes out as
        *> S and dots after the whole numeral - a fraction alone, with
        *> no whole part, is a value too
        if (sum1 is less than 1 and twelfths is equal to 0)
            or sum1 is greater than 3999000 + 999
            or twelfths is greater than 11
            move 1 to err
        else
            move 0 to err
                perform emit-roman-digit
                    until rt-idx is greater than 13
            end-if
            if twelfths is greater than 0
                perform build-fraction-text
                if build-pos is greater than 1
                    add 1 to build-pos
                end-if
                if build-pos + fraction-len - 1 is greater than 30
                    move 1 to err
                else
                    move fraction-text(1:fraction-len) to inputStr(build-pos:fraction-len)
                    add fraction-len to build-pos
                end-if
            end-if
            compute len = build-pos - 1.

    emit-roman-digit.
