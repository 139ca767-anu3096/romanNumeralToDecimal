*> ROMANOUT dataset the billing extract consumes downstream. Both
*> sides are sorted into the same numeral/value order (the way
*> ROMANSRT already sorts ROMANOUT) and matched in one merge pass, so
*> there is no table to fill and no ceiling on the window's size.
*> ROMANOUT is assigned dynamically so a kept generation of it can be
*> rebalanced in place of the live dataset
file-control.
    select standard-output assign to display.
    select audit-log assign to "auditlog"
        organization is line sequential
        file status is audit-log-status.
    select romanout-file assign to dynamic romanout-name
        organization is line sequential
        file status is romanout-status.
    select param-file assign to "balparm"
        01 param-record picture x(80).
    *> One line, rewritten at the end of every balancing run: Y with
    *> the run's timestamp when the window proved, N when it did not -
    *> the evidence ROMANBIL checks before it will price anything. The
    *> ROMANOUT generation balanced (zero for the live dataset) and the
    *> run it came from follow, so billing can only price what proved
    fd balance-flag-file.
        01 balance-flag-record.
            02 bf-flag picture x.
            02 filler picture x.
            02 bf-timestamp picture x(14).
            02 filler picture x.
            02 bf-generation picture 9(4).
            02 filler picture x.
            02 bf-run-id picture 9(6).
    *> Both sides reduced to the same shape - the numeral key and its
    *> decimal value, with the twelfths of any Roman fraction it
    *> carries - so the merge can compare them as whole records
    fd audit-sorted.
        01 audit-sorted-record.
            02 asr-numeral picture x(30).
            02 asr-value picture 9(7).
            02 asr-twelfths picture 9(2).
    fd romanout-sorted.
        01 romanout-sorted-record.
            02 osr-numeral picture x(30).
            02 osr-value picture 9(7).
            02 osr-twelfths picture 9(2).
    sd audit-sort-work.
        01 audit-sort-record.
            02 as-numeral pic x(30).
            02 as-value pic 9(7).
            02 as-twelfths pic 9(2).
    sd romanout-sort-work.
        01 romanout-sort-record.
            02 os-numeral pic x(30).
            02 os-value pic 9(7).
            02 os-twelfths pic 9(2).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 from-stamp pic x(14) value spaces.
    77 to-stamp pic x(14) value spaces.

    *> Which ROMANOUT is balanced - the live dataset unless a kept
    *> generation is named, third line of BALPARM or at the prompt
    77 romanout-name pic x(20) value "romanout".
    77 generation-text pic x(20) value spaces.
    77 gen-action pic x value 'F'.
    77 gen-dataset pic x(9) value spaces.
    77 gen-generation pic 9(4) value 0.
    77 gen-run-id pic 9(6) value 0.
    77 gen-records pic 9(7) value 0.
    77 gen-file-name pic x(20) value spaces.
    77 gen-result pic x value 'N'.
        88 gen-done value 'Y'.
        88 gen-rolled-off value 'R'.
    77 requested-generation pic 9(4) value 0.
    77 source-run-id pic 9(6) value 0.

    77 numval-check pic 9(4) value 0.
    77 mismatch-switch pic x value 'N'.
        88 out-of-balance value 'Y'.
    77 out-numeral pic x(30) value spaces.
    77 out-value-text pic x(30) value spaces.
    77 out-value pic 9(7) value 0.
    77 out-twelfths pic 9(2) value 0.
    77 comma-count pic 9(2) value 0.

    *> A value may carry a Roman fraction, written as twelfths over 12
    *> after the whole part (12 8/12) - FRACVAL reads that shape, and a
    *> plain value is read the way it always was. A fixed-column
    *> ROMANOUT line carries the twelfths in their own column instead
    77 value-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 twelfths-edit pic z9.
    77 carry-whole pic 9(9) value 0.

    77 audit-count pic 9(7) value 0.
    77 romanout-lines pic 9(7) value 0.
    77 matched-count pic 9(7) value 0.
    77 audit-unmatched pic 9(7) value 0.
    77 romanout-total pic 9(13) value 0.
    77 audit-total pic 9(13) value 0.
    *> Twelfths are totalled apart and carried into the whole totals
    *> when the report is printed
    77 romanout-twelfths-total pic 9(9) value 0.
    77 audit-twelfths-total pic 9(9) value 0.

    01 report-heading.
        02 pic x(5) value spaces.
        02 wl-from pic x(14).
        02 pic x(3) value ' - '.
        02 wl-to pic x(14).
    01 generation-line.
        02 pic x(5) value spaces.
        02 pic x(20) value 'ROMANOUT generation '.
        02 gl-generation pic 9(4).
        02 pic x(10) value ' from run '.
        02 gl-run-id pic 9(6).
    01 underline-1.
        02 pic x(45) value ' --------------------------------------------'.
    01 count-romanout-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'ROMANOUT decimal total...'.
        02 tl-romanout pic z(12)9.
        02 tl-romanout-fraction pic x(6).
    01 total-audit-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Audit decimal total......'.
        02 tl-audit pic z(12)9.
        02 tl-audit-fraction pic x(6).
    01 unmatched-out-line.
        02 pic x(2) value ' ?'.
        02 pic x(18) value ' no audit entry:  '.

procedure division.
    perform read-balancing-window.
    perform choose-romanout-generation.

    *> Both files must be there to prove anything - a missing one is
    *> exactly the short-file case the billing extract must be held
    else
        close audit-log
        sort audit-sort-work
            ascending key as-numeral, as-value, as-twelfths
            with duplicates in order
            input procedure is load-audit
            giving audit-sorted
    else
        close romanout-file
        sort romanout-sort-work
            ascending key os-numeral, os-value, os-twelfths
            with duplicates in order
            input procedure is load-romanout
            giving romanout-sorted
            accept from-stamp
            display "*Enter the window end timestamp (YYYYMMDDHHMMSS, blank for all)*"
            accept to-stamp
            display "*Enter the ROMANOUT generation to balance (blank for the live dataset)*"
            accept generation-text
        else
            perform read-one-param
            if not param-eof
            if not param-eof
                move param-record(1:14) to to-stamp
            end-if
            perform read-one-param
            if not param-eof
                move function trim(param-record) to generation-text
            end-if
            close param-file
        end-if.

        inspect from-stamp replacing all ' ' by '0'.
        inspect to-stamp replacing all ' ' by '9'.

    choose-romanout-generation.
        *> A named generation is looked up in the catalog and balanced
        *> in place of the live dataset; with none named the live
        *> dataset is balanced, and the newest kept generation says
        *> which run it came from
        if generation-text is not equal to spaces
            compute numval-check = function test-numval(function trim(generation-text))
            if numval-check is not equal to 0
                display "*invalid ROMANOUT generation '" function trim(generation-text) "' - nothing balanced*"
                move 8 to return-code
                stop run
            end-if
            compute requested-generation = function numval(function trim(generation-text))
        end-if.
        move 'F' to gen-action.
        move 'romanout' to gen-dataset.
        move requested-generation to gen-generation.
        call "romangen" using gen-action, gen-dataset, gen-generation,
                              gen-run-id, gen-records, gen-file-name,
                              gen-result.
        move 0 to return-code.
        if requested-generation is equal to 0
            if gen-done
                move gen-run-id to source-run-id
            end-if
        else
            if gen-done
                move gen-file-name to romanout-name
                move gen-run-id to source-run-id
            else
                if gen-rolled-off
                    display "*ROMANOUT generation " requested-generation " has rolled off - nothing balanced*"
                else
                    display "*ROMANOUT generation " requested-generation " is not in the catalog - nothing balanced*"
                end-if
                move 8 to return-code
                stop run
            end-if
        end-if.

    read-one-param.
        move spaces to param-record.
        read param-file

    release-one-audit-entry.
        add 1 to audit-count.
        move aud-input to value-text.
        perform read-value-text.
        if fraction-valid
            move function upper-case(function trim(aud-result))
                to as-numeral
        else
            move function upper-case(function trim(aud-input))
                to as-numeral
            move aud-result to value-text
            perform read-value-text
        end-if.
        move fraction-whole to as-value.
        move fraction-twelfths to as-twelfths.
        add as-value to audit-total.
        add as-twelfths to audit-twelfths-total.
        release audit-sort-record.

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

    load-romanout.
        open input romanout-file.
        perform read-next-romanout-record.
        perform classify-romanout-record.
        add 1 to romanout-lines.
        add out-value to romanout-total.
        add out-twelfths to romanout-twelfths-total.
        move function upper-case(function trim(out-numeral))
            to os-numeral.
        move out-value to os-value.
        move out-twelfths to os-twelfths.
        release romanout-sort-record.
        perform read-next-romanout-record.

        *> is split by whichever shape it actually has
        move spaces to out-numeral.
        move spaces to out-value-text.
        move 0 to out-twelfths.
        move 0 to comma-count.
        inspect romanout-record tallying comma-count for all ','.
        if comma-count is greater than 0
        else
            move romanout-record(1:30) to out-numeral
            move romanout-record(32:9) to out-value-text
            if romanout-record(75:2) is numeric
                move romanout-record(75:2) to out-twelfths
            end-if
        end-if.
        move out-value-text to value-text.
        perform read-value-text.
        move fraction-whole to out-value.
        if comma-count is greater than 0
            move fraction-twelfths to out-twelfths
        end-if.

    match-sorted-sides.
        move from-stamp to wl-from.
        move to-stamp to wl-to.
        display window-line.
        if requested-generation is greater than 0
            move requested-generation to gl-generation
            move source-run-id to gl-run-id
            display generation-line
        end-if.
        display underline-1.
        move romanout-lines to cl-romanout.
        move audit-count to cl-audit.
        display count-matched-line.
        display count-out-unmatched-line.
        display count-aud-unmatched-line.
        divide romanout-twelfths-total by 12 giving carry-whole
            remainder romanout-twelfths-total.
        add carry-whole to romanout-total.
        divide audit-twelfths-total by 12 giving carry-whole
            remainder audit-twelfths-total.
        add carry-whole to audit-total.
        move romanout-total to tl-romanout.
        move audit-total to tl-audit.
        move spaces to tl-romanout-fraction.
        if romanout-twelfths-total is greater than 0
            move romanout-twelfths-total to twelfths-edit
            string ' ' delimited by size
                   function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into tl-romanout-fraction
            end-string
        end-if.
        move spaces to tl-audit-fraction.
        if audit-twelfths-total is greater than 0
            move audit-twelfths-total to twelfths-edit
            string ' ' delimited by size
                   function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into tl-audit-fraction
            end-string
        end-if.
        display total-romanout-line.
        display total-audit-line.
        if romanout-total is not equal to audit-total
            or romanout-twelfths-total is not equal to audit-twelfths-total
            set out-of-balance to true
        end-if.
        if out-of-balance
                move 'Y' to bf-flag
            end-if
            move function current-date(1:14) to bf-timestamp
            move requested-generation to bf-generation
            move source-run-id to bf-run-id
            write balance-flag-record
            close balance-flag-file
        end-if.
