*> charges come from, the balance flag ROMANBAL leaves behind, and the
*> invoice-ready billing dataset - the real billing extract the other
*> programs' comments have always pointed at, so billing stops being a
*> spreadsheet somebody rebuilds from the raw file. ROMANOUT is
*> assigned dynamically so a kept generation of it can be re-priced
*> in place of the live dataset
file-control.
    select standard-output assign to display.
    select param-file assign to "bilparm"
        organization is line sequential
        file status is param-status.
    select romanout-file assign to dynamic romanout-name
        organization is line sequential
        file status is romanout-status.
    select rate-table-file assign to "ratetab"
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    *> One line - the ROMANOUT generation to price, blank for the live
    *> dataset
    fd param-file.
        01 param-record picture x(80).
    fd romanout-file.
        01 romanout-record picture x(80).
    *> One band per line: low bound, high bound, and the rate charged
            02 filler picture x.
            02 rt-rate-text picture x(10).
    *> The verdict ROMANBAL rewrote at the end of its last run - the
    *> proof this program demands before it will price anything - and
    *> which ROMANOUT generation it proved (zero for the live dataset)
    fd balance-flag-file.
        01 balance-flag-record.
            02 bf-flag picture x.
            02 filler picture x.
            02 bf-timestamp picture x(14).
            02 filler picture x.
            02 bf-generation picture 9(4).
            02 filler picture x.
            02 bf-run-id picture 9(6).
    fd billing-file.
        01 billing-record.
            02 bl-numeral picture x(30).
            02 filler picture x.
            02 bl-value picture z(8)9.
            02 filler picture x.
            02 bl-band picture x(8).
            02 filler picture x.
            02 bl-rate picture z(4)9.99.
            02 filler picture x.
            02 bl-charge picture z(6)9.99.
            02 filler picture x.
            02 bl-fraction picture x(5).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 rate-table-status pic xx value spaces.
    77 balance-flag-status pic xx value spaces.
    77 billing-status pic xx value spaces.
    77 param-status pic xx value spaces.
    77 romanout-eof-switch pic x value 'N'.
        88 romanout-eof value 'Y'.
    77 rate-eof-switch pic x value 'N'.
        88 rate-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    *> Which ROMANOUT is priced - the live dataset unless BILPARM names
    *> a kept generation - and the run id the billing dataset is
    *> stamped with when it is kept as a ROMANBILL generation
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
    77 balanced-generation pic 9(4) value 0.
    77 source-run-id pic 9(6) value 0.
    77 saved-return-code pic s9(4) value 0.

    *> The loaded rate bands, in the order the table lists them - the
    *> first band holding the value prices the line
    77 band-count pic 9(2) value 0.
    77 out-numeral pic x(30) value spaces.
    77 out-value-text pic x(30) value spaces.
    77 out-value pic 9(7) value 0.
    77 out-twelfths pic 9(2) value 0.
    77 comma-count pic 9(2) value 0.

    *> A value may carry a Roman fraction, written as twelfths over 12
    *> after the whole part (12 8/12), or in its own column on a
    *> fixed-column line. A band is priced on the whole part: a value
    *> lies within low-high exactly when its whole part does
    77 value-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 twelfths-edit pic z9.

    77 lines-billed pic 9(7) value 0.
    77 lines-unpriced pic 9(7) value 0.
    77 line-charge pic 9(7)v99 value 0.
        stop run
    end-if.

    *> The balance flag only vouches for the ROMANOUT it proved - a
    *> flag left before generations were recorded speaks for the live
    *> dataset
    perform choose-romanout-generation.
    if bf-generation is numeric
        move bf-generation to balanced-generation
    end-if.
    if balanced-generation is not equal to requested-generation
        display "*Last reconciliation proved ROMANOUT generation " balanced-generation ", not " requested-generation " - billing refused*"
        move 8 to return-code
        stop run
    end-if.

    perform load-rate-table.
    if band-count is equal to 0
        display "*No usable rate bands on RATETAB - billing refused*"

    perform print-billing-report.

    *> The billing dataset is kept as its own generation, stamped with
    *> the run whose ROMANOUT it priced
    move return-code to saved-return-code.
    move 'C' to gen-action.
    move 'romanbill' to gen-dataset.
    move 0 to gen-generation.
    move source-run-id to gen-run-id.
    call "romangen" using gen-action, gen-dataset, gen-generation,
                          gen-run-id, gen-records, gen-file-name,
                          gen-result.
    move saved-return-code to return-code.

    *> A line no band prices is a rates problem somebody has to look
    *> at before the invoices go out
    if lines-unpriced is greater than 0
    end-if.
    stop run.

    choose-romanout-generation.
        *> BILPARM names the ROMANOUT generation to price; with no
        *> parameter (or a blank one) the live dataset is priced, and
        *> the newest kept generation says which run it came from
        open input param-file.
        if param-status is equal to '00'
            move spaces to param-record
            read param-file
                at end move spaces to param-record
            end-read
            close param-file
            move function trim(param-record) to generation-text
        end-if.
        if generation-text is not equal to spaces
            compute numval-check = function test-numval(function trim(generation-text))
            if numval-check is not equal to 0
                display "*invalid ROMANOUT generation '" function trim(generation-text) "' on BILPARM - billing refused*"
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
                display "*Pricing ROMANOUT generation " requested-generation " from run " source-run-id "*"
            else
                if gen-rolled-off
                    display "*ROMANOUT generation " requested-generation " has rolled off - billing refused*"
                else
                    display "*ROMANOUT generation " requested-generation " is not in the catalog - billing refused*"
                end-if
                move 8 to return-code
                stop run
            end-if
        end-if.

    load-rate-table.
        open input rate-table-file.
        if rate-table-status is equal to '35'
        *> ROMANBAL classifies it
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

    price-one-line.
        move spaces to billing-record.
        move function upper-case(function trim(out-numeral)) to bl-numeral.
        move out-value to bl-value.
        if out-twelfths is greater than 0
            move out-twelfths to twelfths-edit
            string function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into bl-fraction
            end-string
        end-if.
        if bd-low(band-idx) is greater than 3999
            move 'VINCULUM' to bl-band
        else
