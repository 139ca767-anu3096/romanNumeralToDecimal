    77 rec-value-text pic x(30) value spaces.
    77 rec-value pic 9(7) value 0.

    *> A value may carry a Roman fraction, written as twelfths over 12
    *> after the whole part (12 8/12) - FRACVAL reads that shape, and a
    *> plain value is read the way it always was. The band goes by the
    *> whole part, the same way the numeral's own spelling does
    77 value-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.

    77 total-entries pic 9(6) value 0.
    77 to-decimal-count pic 9(6) value 0.
    77 to-roman-count pic 9(6) value 0.
        *> Whichever field holds a valid number is the decimal value for
        *> this entry; the other field is the roman numeral text - and
        *> which way round they sit is also which way the conversion ran
        move aud-input to value-text.
        perform read-value-text.
        if fraction-valid
            move aud-input to rec-value-text
            move aud-result to rec-numeral
            add 1 to to-roman-count
            move aud-result to rec-value-text
            add 1 to to-decimal-count
        end-if.
        move rec-value-text to value-text.
        perform read-value-text.
        move fraction-whole to rec-value.

    read-value-text.
        move 'N' to fraction-result.
        move 0 to fraction-whole.
        move 0 to fraction-twelfths.
        move 0 to slash-count.
        inspect value-text tallying slash-count for all '/'.
        if slash-count is greater than 0
            call "fracval" using value-text, fraction-whole,
                fraction-twelfths, fraction-result
        else
            compute numval-check = function test-numval(function trim(value-text))
            if numval-check is equal to 0
                compute fraction-whole = function numval(function trim(value-text))
                set fraction-valid to true
            end-if
        end-if.

    tally-by-day.
        move 'N' to slot-switch.
