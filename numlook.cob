    77 search-value-text pic x(20) value spaces.
    77 search-value pic 9(7) value 0.
    77 numval-check pic 9(4) value 0.

    *> A value searched for may carry a Roman fraction, keyed as
    *> twelfths over 12 after the whole part (12 8/12); the alternate
    *> key holds only the whole part, so the twelfths are matched as
    *> the records holding it are walked
    77 value-text pic x(30) value spaces.
    77 search-twelfths pic 9(2) value 0.
    77 record-twelfths pic 9(2) value 0.
    77 slash-count pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 twelfths-edit pic z9.
    77 found-count pic 9(4) value 0.
    77 browse-done-switch pic x value 'N'.
        88 browse-done value 'Y'.
        02 pic x(12) value 'Roman Number'.
        02 pic x(19) value spaces.
        02 pic x(5) value 'Value'.
        02 pic x(11) value spaces.
        02 pic x(10) value 'First seen'.
        02 pic x(6) value spaces.
        02 pic x(9) value 'Last seen'.
        02 rl-numeral pic x(30).
        02 pic x(2) value spaces.
        02 rl-value pic z(6)9.
        02 rl-fraction pic x(6).
        02 pic x(2) value spaces.
        02 rl-first-seen pic x(14).
        02 pic x(2) value spaces.
        display "*Enter the roman numeral text to search for*"
        accept search-text
    else
        display "*Enter the decimal value to search for (a fraction as twelfths - 12 8/12)*"
        accept search-value-text
        move 0 to slash-count
        inspect search-value-text tallying slash-count for all '/'
        if slash-count is greater than 0
            move search-value-text to value-text
            call "fracval" using value-text, search-value,
                search-twelfths, fraction-result
            if not fraction-valid
                display "*not a valid decimal value - searching for 0*"
            end-if
        else
            compute numval-check = function test-numval(function trim(search-value-text))
            if numval-check is not equal to 0
                display "*not a valid decimal value - searching for 0*"
                move 0 to search-value
            else
                compute search-value = function numval(function trim(search-value-text))
            end-if
        end-if
    end-if.


    browse-value-duplicates.
        if nm-value is equal to search-value
            perform take-record-twelfths
            if record-twelfths is equal to search-twelfths
                perform display-master-record
            end-if
            read numeral-master next
                at end set browse-done to true
            end-read
            set browse-done to true
        end-if.

    take-record-twelfths.
        *> A record posted before fractions were carried has none
        if nm-twelfths is numeric
            move nm-twelfths to record-twelfths
        else
            move 0 to record-twelfths
        end-if.

    display-master-record.
        add 1 to found-count.
        move nm-numeral to rl-numeral.
        move nm-value to rl-value.
        perform take-record-twelfths.
        move spaces to rl-fraction.
        if record-twelfths is greater than 0
            move record-twelfths to twelfths-edit
            string ' ' delimited by size
                   function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into rl-fraction
            end-string
        end-if.
        move nm-first-seen to rl-first-seen.
        move nm-last-seen to rl-last-seen.
        move nm-count to rl-count.
