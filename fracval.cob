
identification division.
program-id. fracval.
environment division.

data division.

*> Declaration of variables to work within this file
working-storage section.
    *> A value with a fraction is written the way the old account books
    *> count it, in twelfths - the whole part, a space, then the
    *> twelfths over 12 (12 8/12 is twelve and eight-twelfths; 8/12
    *> alone has no whole part). A plain whole number reads as before
    77 value-work pic x(30) value spaces.
    77 whole-text pic x(30) value spaces.
    77 fraction-text pic x(30) value spaces.
    77 extra-text pic x(30) value spaces.
    77 numerator-text pic x(30) value spaces.
    77 denominator-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 part-len pic 9(2) value 0.
    77 numerator-value pic 9(2) value 0.

*> Declare variables for the parameters being passed by another program
linkage section.
    *> The text in, and the whole part and twelfths out - the result
    *> says whether the text read as a value at all
    77 fv-text pic x(30).
    77 fv-whole pic 9(7).
    77 fv-twelfths pic 9(2).
    77 fv-result pic x.
        88 fv-valid value 'Y'.
        88 fv-invalid value 'N'.

procedure division using fv-text, fv-whole, fv-twelfths, fv-result.
    move 'N' to fv-result.
    move 0 to fv-whole.
    move 0 to fv-twelfths.
    if fv-text is equal to spaces
        goback
    end-if.

    *> At most a whole part and a fraction, one space (or more)
    *> between them; the fraction is the part with the slash in it
    move function trim(fv-text) to value-work.
    move spaces to whole-text.
    move spaces to fraction-text.
    move spaces to extra-text.
    unstring value-work delimited by all space
        into whole-text, fraction-text, extra-text
    end-unstring.
    if extra-text is not equal to spaces
        goback
    end-if.
    move 0 to slash-count.
    inspect whole-text tallying slash-count for all '/'.
    if slash-count is greater than 0
        if fraction-text is not equal to spaces
            goback
        end-if
        move whole-text to fraction-text
        move '0' to whole-text
    end-if.

    perform check-whole-part.
    if fraction-text is not equal to spaces and fv-valid
        move 'N' to fv-result
        perform check-fraction-part
    end-if.
    if fv-invalid
        move 0 to fv-whole
        move 0 to fv-twelfths
    end-if.
    goback.

    check-whole-part.
        *> Digits only, no more than the seven a value is held in
        compute part-len = function length(function trim(whole-text)).
        if part-len is greater than 7
            exit paragraph
        end-if.
        if whole-text(1:part-len) is not numeric
            exit paragraph
        end-if.
        compute fv-whole = function numval(whole-text(1:part-len)).
        set fv-valid to true.

    check-fraction-part.
        *> One to eleven twelfths - twelve would be a whole unit, and
        *> nothing but twelfths is counted
        move 0 to slash-count.
        inspect fraction-text tallying slash-count for all '/'.
        if slash-count is not equal to 1
            exit paragraph
        end-if.
        move spaces to numerator-text.
        move spaces to denominator-text.
        unstring fraction-text delimited by '/'
            into numerator-text, denominator-text
        end-unstring.
        if function trim(denominator-text) is not equal to '12'
            exit paragraph
        end-if.
        if numerator-text is equal to spaces
            exit paragraph
        end-if.
        compute part-len = function length(function trim(numerator-text)).
        if part-len is greater than 2
            exit paragraph
        end-if.
        if numerator-text(1:part-len) is not numeric
            exit paragraph
        end-if.
        compute numerator-value = function numval(numerator-text(1:part-len)).
        if numerator-value is less than 1 or numerator-value is greater than 11
            exit paragraph
        end-if.
        move numerator-value to fv-twelfths.
        set fv-valid to true.
