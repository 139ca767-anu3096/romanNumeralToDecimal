*> Setup standard output, the run's ROMANOUT, and the companion
*> dataset the clerks work from - the same lines, reordered into
*> ascending decimal-value order so ranges can be checked off against
*> the ledger in one pass. ROMANOUT is assigned dynamically so a
*> kept generation of it can be sorted in place of the live dataset
file-control.
    select standard-output assign to display.
    select romanout-file assign to dynamic romanout-name
        organization is line sequential
        file status is romanout-status.
    select param-file assign to "srtparm"
        organization is line sequential
        file status is param-status.
    select sorted-file assign to "romansort"
        organization is line sequential
        file status is sorted-status.
        01 romanout-record picture x(80).
    fd sorted-file.
        01 sorted-record picture x(80).
    *> One line - the ROMANOUT generation to sort, blank for the live
    *> dataset
    fd param-file.
        01 param-record picture x(80).
    sd sort-work.
        01 sort-record.
            02 sw-key pic 9(9).
            02 sw-twelfths pic 9(2).
            02 sw-line pic x(80).

*> Declaration of variables and messages to work within this file
    77 out-value-text pic x(30) value spaces.
    77 out-dummy pic x(30) value spaces.
    77 comma-count pic 9(2) value 0.

    *> A value may carry a Roman fraction, written as twelfths over 12
    *> after the whole part (12 8/12), or in its own column on a
    *> fixed-column line - it sorts after the whole value it belongs to
    77 value-text pic x(30) value spaces.
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 lines-sorted pic 9(6) value 0.

    *> Which ROMANOUT is sorted - the live dataset unless SRTPARM names
    *> a kept generation - and the run id the sorted copy is stamped
    *> with when it is kept as a ROMANSORT generation of its own
    77 romanout-name pic x(20) value "romanout".
    77 param-status pic xx value spaces.
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
    77 sort-written-switch pic x value 'N'.
        88 sort-written value 'Y'.

    01 sorted-count-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Lines sorted to ROMANSORT'.
        02 sc-count pic z(5)9.

procedure division.
    perform choose-romanout-generation.

    *> Prove the input is there before the sort touches the companion
    *> dataset - a missing ROMANOUT must not leave an empty ROMANSORT
    *> behind for the clerks to mistake for a quiet day
    *> Ascending on the decimal value, with duplicates kept in arrival
    *> order so repeated values sit together and are easy to spot
    sort sort-work
        ascending key sw-key, sw-twelfths
        with duplicates in order
        input procedure is load-romanout
        output procedure is write-sorted.
    move lines-sorted to sc-count.
    display " ".
    display sorted-count-line.

    *> The sorted copy is kept as its own generation, stamped with the
    *> run whose ROMANOUT it was sorted from
    if sort-written
        move 'C' to gen-action
        move 'romansort' to gen-dataset
        move 0 to gen-generation
        move source-run-id to gen-run-id
        call "romangen" using gen-action, gen-dataset, gen-generation,
                              gen-run-id, gen-records, gen-file-name,
                              gen-result
        move 0 to return-code
    end-if.
    stop run.

    choose-romanout-generation.
        *> SRTPARM names the ROMANOUT generation to sort; with no
        *> parameter (or a blank one) the live dataset is sorted, and
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
                display "*invalid ROMANOUT generation '" function trim(generation-text) "' on SRTPARM*"
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
                display "*Sorting ROMANOUT generation " requested-generation " from run " source-run-id "*"
            else
                if gen-rolled-off
                    display "*ROMANOUT generation " requested-generation " has rolled off - nothing sorted*"
                else
                    display "*ROMANOUT generation " requested-generation " is not in the catalog - nothing sorted*"
                end-if
                move 8 to return-code
                stop run
            end-if
        end-if.

    load-romanout.
        open input romanout-file.
        perform read-next-romanout-record.
        *> it the sort key; a line with no readable value sorts first,
        *> where it is easiest to notice
        move spaces to out-value-text.
        move 0 to sw-twelfths.
        move 0 to comma-count.
        inspect romanout-record tallying comma-count for all ','.
        if comma-count is greater than 0
            end-unstring
        else
            move romanout-record(32:9) to out-value-text
            if romanout-record(75:2) is numeric
                move romanout-record(75:2) to sw-twelfths
            end-if
        end-if.
        move 'N' to fraction-result.
        move 0 to fraction-whole.
        move 0 to fraction-twelfths.
        move out-value-text to value-text.
        move 0 to slash-count.
        inspect value-text tallying slash-count for all '/'.
        if slash-count is greater than 0
            call "fracval" using value-text, fraction-whole,
                fraction-twelfths, fraction-result
            move fraction-whole to sw-key
            move fraction-twelfths to sw-twelfths
        else
            compute numval-check
                = function test-numval(function trim(out-value-text))
            if numval-check is equal to 0
                compute sw-key = function numval(function trim(out-value-text))
            else
                move 0 to sw-key
            end-if
        end-if.

    write-sorted.
            perform return-loop
                until sort-eof
            close sorted-file
            set sort-written to true
        end-if.

    return-loop.
