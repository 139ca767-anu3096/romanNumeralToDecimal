
identification division.
program-id. rejmnt.
environment division.
input-output section.

*> Setup standard output and the keyed reject ledger - browsed so the
*> clerks can see every reject still standing against a department,
*> and written off line by line when a reject is never coming back
file-control.
    select standard-output assign to display.
    select reject-ledger assign to "rejledg"
        organization is indexed
        access mode is dynamic
        record key is rl-key
        file status is reject-ledger-status.

data division.

*> Setup standard output and maintenance interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd reject-ledger.
        copy "rjlrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 reject-ledger-status pic xx value spaces.
    77 numval-check pic 9(4) value 0.

    77 action-switch pic x value 'B'.
        88 browse-action value 'B' 'b'.
        88 write-off-action value 'W' 'w'.

    77 browse-done-switch pic x value 'N'.
        88 browse-done value 'Y'.
    77 browsed-count pic 9(6) value 0.
    77 open-count pic 9(6) value 0.
    77 written-off-count pic 9(6) value 0.

    *> What the operator asked for - a file to browse or write off in,
    *> and for a write-off the line and (optionally) the one reason
    77 select-file pic x(44) value spaces.
    77 select-line-num pic 9(6) value 0.
    77 select-reason pic x value space.
    77 reply-text pic x(44) value spaces.
    77 note-text pic x(30) value spaces.
    77 confirm-reply pic x value 'N'.
        88 change-confirmed value 'Y' 'y'.
    77 run-id-text pic x(20) value spaces.
    77 operator-run-id pic 9(6) value 0.

    01 detail-heading.
        02 pic x value space.
        02 pic x(20) value 'File                '.
        02 pic x(7) value '   Line'.
        02 pic x(3) value ' Rs'.
        02 pic x(7) value '  Run  '.
        02 pic x(9) value ' First on'.
        02 pic x(6) value ' Times'.
        02 pic x(3) value ' St'.
        02 pic x(9) value ' Closed  '.
        02 pic x(5) value ' Text'.
    01 detail-line.
        02 pic x value space.
        02 dl-file pic x(20).
        02 dl-line-num pic z(6)9.
        02 pic x(2) value spaces.
        02 dl-reason pic x.
        02 pic x value space.
        02 dl-first-run pic z(5)9.
        02 pic x value space.
        02 dl-first-date pic x(8).
        02 dl-times pic z(5)9.
        02 pic x(2) value spaces.
        02 dl-status pic x.
        02 pic x value space.
        02 dl-closed-date pic x(8).
        02 pic x value space.
        02 dl-text pic x(30).
    01 browsed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Ledger entries listed....'.
        02 brl-browsed pic z(5)9.
    01 open-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Still open...............'.
        02 ol-open pic z(5)9.
    01 written-off-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries written off......'.
        02 wl-written-off pic z(5)9.

procedure division.
    display " ".
    display "*Reject ledger maintenance*".
    display "*Enter B to browse the ledger, or W to write off a reject*".
    accept action-switch.

    if not browse-action and not write-off-action
        display "*invalid action '" action-switch "' - enter B or W*"
        move 8 to return-code
        stop run
    end-if.

    perform open-existing-ledger.
    if browse-action
        perform browse-ledger
    else
        perform write-off-rejects
    end-if.
    close reject-ledger.
    stop run.

    open-existing-ledger.
        *> Browse only needs to read; a write-off rewrites in place.
        *> Either way a ledger that is not there yet is an operator
        *> mistake, not a reason to create one
        if browse-action
            open input reject-ledger
        else
            open i-o reject-ledger
        end-if.
        if reject-ledger-status is equal to '35'
            display "*No reject ledger found - has a batch run rejected anything yet?*"
            move 8 to return-code
            stop run
        end-if.
        if reject-ledger-status is not equal to '00'
            display "*unable to open the reject ledger - nothing changed*"
            move 8 to return-code
            stop run
        end-if.

    browse-ledger.
        *> The whole ledger in key order, or just one department file's
        *> rejects - open and closed alike, so the history shows too
        display "*Enter the input file name to browse, or blank for the whole ledger*".
        move spaces to reply-text.
        accept reply-text.
        move function trim(reply-text) to select-file.
        move select-file to rl-file.
        move 0 to rl-line-num.
        move low-value to rl-reason.
        start reject-ledger key is greater than or equal to rl-key
            invalid key set browse-done to true
        end-start.
        display " ".
        display detail-heading.
        perform browse-next-entry
            until browse-done.
        display " ".
        move browsed-count to brl-browsed.
        move open-count to ol-open.
        display browsed-line.
        display open-line.

    browse-next-entry.
        read reject-ledger next
            at end set browse-done to true
            not at end
                if select-file is not equal to spaces
                    and rl-file is not equal to select-file
                    set browse-done to true
                else
                    add 1 to browsed-count
                    if rl-open
                        add 1 to open-count
                    end-if
                    perform display-ledger-entry
                end-if
        end-read.

    write-off-rejects.
        *> One line's open rejects - every reason still open against it,
        *> or just the one named - are closed as written off, with the
        *> operator's note saying why
        display "*Enter the input file name the reject arrived in*".
        move spaces to reply-text.
        accept reply-text.
        move function trim(reply-text) to select-file.
        if select-file is equal to spaces
            display "*no file named - nothing written off*"
            move 8 to return-code
            close reject-ledger
            stop run
        end-if.
        display "*Enter the line number of the reject*".
        move spaces to reply-text.
        accept reply-text.
        compute numval-check = function test-numval(function trim(reply-text)).
        if numval-check is not equal to 0 or reply-text is equal to spaces
            display "*not a valid line number - nothing written off*"
            move 8 to return-code
            close reject-ledger
            stop run
        end-if.
        compute select-line-num = function numval(function trim(reply-text)).
        display "*Enter the reason code (1, 2 or 3), or blank for every open reason on the line*".
        move spaces to reply-text.
        accept reply-text.
        move reply-text(1:1) to select-reason.
        display "*Enter the run id this write-off belongs to, or blank for none*".
        move spaces to run-id-text.
        accept run-id-text.
        if run-id-text is not equal to spaces
            compute numval-check = function test-numval(function trim(run-id-text))
            if numval-check is equal to 0
                compute operator-run-id = function numval(function trim(run-id-text))
            end-if
        end-if.
        display "*Enter a note saying why it is written off*".
        move spaces to note-text.
        accept note-text.

        *> Show what would be written off before anything is touched
        display " ".
        display detail-heading.
        perform position-on-line.
        perform list-one-candidate
            until browse-done.
        if open-count is equal to 0
            display "*no open reject matches - nothing written off*"
            move 4 to return-code
        else
            display "*Enter Y to write off the " open-count " open reject(s) shown*"
            accept confirm-reply
            if change-confirmed
                perform position-on-line
                perform write-off-one-candidate
                    until browse-done
                move written-off-count to wl-written-off
                display written-off-line
            else
                display "*no change applied*"
            end-if
        end-if.

    position-on-line.
        move 'N' to browse-done-switch.
        move select-file to rl-file.
        move select-line-num to rl-line-num.
        move low-value to rl-reason.
        start reject-ledger key is greater than rl-key
            invalid key set browse-done to true
        end-start.

    list-one-candidate.
        read reject-ledger next
            at end set browse-done to true
            not at end
                if rl-file is not equal to select-file
                    or rl-line-num is not equal to select-line-num
                    set browse-done to true
                else
                    if rl-open
                        and (select-reason is equal to space
                             or rl-reason is equal to select-reason)
                        add 1 to open-count
                        perform display-ledger-entry
                    end-if
                end-if
        end-read.

    write-off-one-candidate.
        read reject-ledger next
            at end set browse-done to true
            not at end
                if rl-file is not equal to select-file
                    or rl-line-num is not equal to select-line-num
                    set browse-done to true
                else
                    if rl-open
                        and (select-reason is equal to space
                             or rl-reason is equal to select-reason)
                        set rl-written-off to true
                        move operator-run-id to rl-closed-run-id
                        move function current-date(1:8) to rl-closed-date
                        move note-text to rl-write-off-note
                        rewrite reject-ledger-record
                        if reject-ledger-status is equal to '00'
                            add 1 to written-off-count
                        else
                            display "*rewrite failed, status " reject-ledger-status " - reject left open*"
                            move 8 to return-code
                        end-if
                    end-if
                end-if
        end-read.

    display-ledger-entry.
        move rl-file to dl-file.
        move rl-line-num to dl-line-num.
        move rl-reason to dl-reason.
        move rl-first-run-id to dl-first-run.
        move rl-first-date to dl-first-date.
        move rl-times-rejected to dl-times.
        move rl-status to dl-status.
        move rl-closed-date to dl-closed-date.
        move rl-text to dl-text.
        display detail-line.
        if rl-written-off and rl-write-off-note is not equal to spaces
            display "      written off: " function trim(rl-write-off-note)
        end-if.
