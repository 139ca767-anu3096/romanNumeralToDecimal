    fd audit-log.
        copy "audrec.cpy".
    fd archive-file.
        01 archive-record picture x(188).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 archive-name pic x(20) value spaces.
    77 numval-check pic 9(4) value 0.

    *> A value may carry a Roman fraction, written as twelfths over 12
    *> after the whole part (12 8/12) - FRACVAL reads that shape, and a
    *> plain value is read the way it always was
    77 value-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 twelfths-edit pic z9.

    77 action-switch pic x value 'B'.
        88 browse-action value 'B' 'b'.
        88 correct-action value 'C' 'c'.
    77 rebuild-numeral pic x(30) value spaces.
    77 rebuild-value-text pic x(30) value spaces.
    77 rebuild-value pic 9(7) value 0.
    77 rebuild-twelfths pic 9(2) value 0.
    77 rebuild-stamp pic x(14) value spaces.
    77 entries-posted pic 9(6) value 0.
    77 records-built pic 9(6) value 0.
        02 pic x(12) value 'Roman Number'.
        02 pic x(19) value spaces.
        02 pic x(5) value 'Value'.
        02 pic x(11) value spaces.
        02 pic x(10) value 'First seen'.
        02 pic x(6) value spaces.
        02 pic x(9) value 'Last seen'.
        02 dl-numeral pic x(30).
        02 pic x(2) value spaces.
        02 dl-value pic z(6)9.
        02 dl-fraction pic x(6).
        02 pic x(2) value spaces.
        02 dl-first-seen pic x(14).
        02 pic x(2) value spaces.
        perform display-master-record.

    accept-value-field.
        *> A fraction is keyed as twelfths after the whole part - 12 8/12
        display "*Enter a corrected decimal value, or blank to keep " nm-value dl-fraction "*".
        move spaces to reply-text.
        accept reply-text.
        if reply-text is not equal to spaces
            move reply-text to value-text
            perform read-value-text
            if fraction-valid
                move fraction-whole to nm-value
                move fraction-twelfths to nm-twelfths
            else
                display "*not a valid decimal value - field kept as it was*"
            end-if
        end-if.

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

    accept-first-seen-field.
        display "*Enter a corrected first-seen timestamp (YYYYMMDDHHMMSS), or blank to keep " nm-first-seen "*".
        move spaces to reply-text.
    display-master-record.
        move nm-numeral to dl-numeral.
        move nm-value to dl-value.
        move spaces to dl-fraction.
        if nm-twelfths is numeric and nm-twelfths is greater than 0
            move nm-twelfths to twelfths-edit
            string ' ' delimited by size
                   function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into dl-fraction
            end-string
        end-if.
        move nm-first-seen to dl-first-seen.
        move nm-last-seen to dl-last-seen.
        move nm-count to dl-count.
    post-one-audit-entry.
        *> Whichever field holds a valid number is the decimal value for
        *> this entry; the other field is the roman numeral text
        move aud-input to value-text.
        perform read-value-text.
        if fraction-valid
            move aud-result to rebuild-numeral
            move aud-input to rebuild-value-text
        else
            move aud-input to rebuild-numeral
            move aud-result to rebuild-value-text
        end-if.
        move rebuild-value-text to value-text.
        perform read-value-text.
        if not fraction-valid
            *> Neither field reads as a number - not a record this
            *> rebuild can post, so it is passed over and reported
            display "*unreadable audit entry skipped: " function trim(aud-input) "*"
        else
            move fraction-whole to rebuild-value
            move fraction-twelfths to rebuild-twelfths
            move aud-timestamp to rebuild-stamp
            perform post-master-record
            add 1 to entries-posted
        read numeral-master
            invalid key
                move rebuild-value to nm-value
                move rebuild-twelfths to nm-twelfths
                move rebuild-stamp to nm-first-seen
                move rebuild-stamp to nm-last-seen
                move 1 to nm-count
