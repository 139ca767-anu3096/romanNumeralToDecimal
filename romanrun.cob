
    77 runs-listed pic 9(6) value 0.
    77 open-runs pic 9(6) value 0.
    77 reversed-runs pic 9(6) value 0.

    *> Run ids ROMANREV has taken back out - the reversal record lands
    *> after the run's trailer, so they are gathered in a first pass
    *> and each closed run is looked up here as it is listed
    77 reversed-count pic 9(3) value 0.
    77 reversed-idx pic 9(3) value 0.
    77 reversed-switch pic x value 'N'.
        88 run-reversed value 'Y'.
    01 reversed-table.
        02 reversed-run-id occurs 200 times pic 9(6).

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Runs still open..........'.
        02 ol-open pic z(5)9.
    01 reversed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Runs reversed............'.
        02 rv-reversed pic z(5)9.

procedure division.
    open input run-log.
        display "*No run log found - has ROMANA3_1 been run yet?*"
        stop run
    end-if.
    perform read-next-run-record.
    perform gather-reversal-loop
        until run-log-eof.
    close run-log.

    open input run-log.
    move 'N' to run-log-eof-switch.

    display " ".
    display report-heading.
    display " ".
    move runs-listed to ll-listed.
    move open-runs to ol-open.
    move reversed-runs to rv-reversed.
    display listed-line.
    display open-line.
    display reversed-line.
    stop run.

    read-next-run-record.
            at end set run-log-eof to true
        end-read.

    gather-reversal-loop.
        if rn-reversal
            if reversed-count is less than 200
                add 1 to reversed-count
                move rn-run-id to reversed-run-id(reversed-count)
            else
                display "*reversal table full - run " rn-run-id " not marked reversed*"
            end-if
        end-if.
        perform read-next-run-record.

    list-run-loop.
        if rn-header
            if header-pending
        move rn-processed to hl-processed.
        move rn-rejected to hl-rejected.
        move rn-return-code to hl-return-code.
        move 'N' to reversed-switch.
        move 1 to reversed-idx.
        perform find-reversed-run
            until reversed-idx is greater than reversed-count
               or run-reversed.
        if run-reversed
            add 1 to reversed-runs
            move 'REVERSED' to hl-status
        else
            *> A refused file or a line count outside its department's
            *> range closes the run with RC 4 - a warning the window
            *> ran past, not a failure
            if rn-return-code is equal to 0
                move 'COMPLETE' to hl-status
            else
                if rn-return-code is less than 8
                    move 'WARNING' to hl-status
                else
                    move 'FAILED' to hl-status
                end-if
            end-if
        end-if.
        display history-line.

    find-reversed-run.
        if reversed-run-id(reversed-idx) is equal to pending-run-id
            set run-reversed to true
        end-if.
        add 1 to reversed-idx.

    print-open-run.
        add 1 to runs-listed.
        add 1 to open-runs.
