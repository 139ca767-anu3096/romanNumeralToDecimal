
identification division.
program-id. romanvol.
environment division.
input-output section.

*> Setup standard output, the run history, the audit trail, and the
*> parameters for how far back to look and how far a department may
*> stray - each department file's numbers in the latest batch run are
*> set against its own average over the runs before, so a short file,
*> a flood, or a department that sent nothing shows up before billing
file-control.
    select standard-output assign to display.
    select run-log assign to "runlog"
        organization is line sequential
        file status is run-log-status.
    select audit-log assign to "auditlog"
        organization is line sequential
        file status is audit-log-status.
    select param-file assign to "volparm"
        organization is line sequential
        file status is param-status.

data division.

*> Setup standard output and history interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd run-log.
        copy "runrec.cpy".
    fd audit-log.
        copy "audrec.cpy".
    *> Three lines: how many prior runs make the average, the percent
    *> a file's volume may move from it, and the points its reject
    *> share may move - a blank line keeps the default
    fd param-file.
        01 param-record picture x(80).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 run-log-status pic xx value spaces.
    77 audit-log-status pic xx value spaces.
    77 param-status pic xx value spaces.
    77 run-log-eof-switch pic x value 'N'.
        88 run-log-eof value 'Y'.
    77 audit-eof-switch pic x value 'N'.
        88 audit-eof value 'Y'.
    77 param-eof-switch pic x value 'N'.
        88 param-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    77 prior-runs pic 9(2) value 5.
    77 volume-tolerance pic 9(3) value 50.
    77 share-tolerance pic 9(3) value 10.

    *> Every run on the log: whether it was a batch, whether it closed
    *> and how, whether it was reversed, and whether it left file
    *> records behind - runs from before file records were kept are
    *> counted from the audit trail instead
    77 run-count pic 9(4) value 0.
    77 run-idx pic 9(4) value 0.
    01 run-table.
        02 run-entry occurs 5000 times.
            03 rt-run-id pic 9(6).
            03 rt-batch pic x.
            03 rt-closed pic x.
            03 rt-return-code pic 9(4).
            03 rt-reversed pic x.
            03 rt-has-files pic x.
    77 run-found-switch pic x value 'N'.
        88 run-found value 'Y'.

    *> The runs measured - slot 1 is the latest batch run, the slots
    *> after it the prior runs the average is taken over, newest first
    77 slot-count pic 9(2) value 0.
    77 slot-idx pic 9(2) value 0.
    77 found-slot pic 9(2) value 0.
    77 audit-slots-switch pic x value 'N'.
        88 audit-slots-needed value 'Y'.
    01 slot-table.
        02 slot-entry occurs 21 times.
            03 sl-run-id pic 9(6).
            03 sl-has-files pic x.

    *> Each department file seen in any measured run, with its numbers
    *> in each of those runs
    77 file-count pic 9(3) value 0.
    77 file-idx pic 9(3) value 0.
    77 file-found-switch pic x value 'N'.
        88 file-found value 'Y'.
    77 looked-up-file pic x(44) value spaces.
    01 file-table.
        02 file-entry occurs 200 times.
            03 ft-name pic x(44).
            03 ft-dept pic x(6).
            03 ft-slot occurs 21 times.
                04 fv-present pic x.
                04 fv-status pic x.
                04 fv-from-audit pic x.
                04 fv-processed pic 9(6).
                04 fv-rejected pic 9(6).
                04 fv-screened pic 9(6).

    *> One file's measurement
    77 hist-runs pic 9(2) value 0.
    77 hist-processed pic 9(8) value 0.
    77 hist-rejected pic 9(8) value 0.
    77 hist-screened pic 9(8) value 0.
    77 hist-share-processed pic 9(8) value 0.
    77 hist-share-rejected pic 9(8) value 0.
    77 avg-processed pic 9(6) value 0.
    77 avg-rejected pic 9(6) value 0.
    77 avg-screened pic 9(6) value 0.
    77 volume-move pic 9(7) value 0.
    77 latest-share pic 9(3)v9 value 0.
    77 average-share pic 9(3)v9 value 0.
    77 share-move pic 9(3)v9 value 0.
    77 flag-text pic x(24) value spaces.
    77 share-flag-text pic x(24) value spaces.
    77 files-flagged pic 9(3) value 0.
    77 files-measured pic 9(3) value 0.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(30) value 'Volume anomaly report for run '.
        02 rh-run-id pic 9(6).
        02 pic x(9) value ' against '.
        02 rh-runs pic z9.
        02 pic x(11) value ' prior runs'.
    01 tolerance-line.
        02 pic x(5) value spaces.
        02 pic x(22) value 'Tolerance: volume +/- '.
        02 tl-volume pic zz9.
        02 pic x(20) value '%, reject share +/- '.
        02 tl-share pic zz9.
        02 pic x(7) value ' points'.
    01 underline-1.
        02 pic x(78) value ' -----------------------------------------------------------------------------'.
    01 col-heads-1.
        02 pic x(25) value spaces.
        02 pic x(19) value '----- latest ------'.
        02 pic x value space.
        02 pic x(19) value '----- average -----'.
    01 col-heads-2.
        02 pic x(18) value ' File'.
        02 pic x(7) value 'Dept'.
        02 pic x(19) value ' Processed Rej  Scr'.
        02 pic x value space.
        02 pic x(19) value ' Processed Rej  Scr'.
        02 pic x(6) value '  Flag'.
    01 volume-line.
        02 pic x value space.
        02 vl-name pic x(16).
        02 pic x value space.
        02 vl-dept pic x(6).
        02 pic x value space.
        02 vl-processed pic z(9)9.
        02 vl-rejected pic z(3)9.
        02 vl-screened pic z(4)9.
        02 pic x value space.
        02 vl-avg-processed pic z(9)9.
        02 vl-avg-rejected pic z(3)9.
        02 vl-avg-screened pic z(4)9.
        02 pic x(2) value spaces.
        02 vl-flag pic x(24).
    01 share-note-line.
        02 pic x(66) value spaces.
        02 sn-flag pic x(24).
    01 measured-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Department files measured'.
        02 ml-measured pic z(4)9.
    01 flagged-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Flagged..................'.
        02 fl-flagged pic z(4)9.

procedure division.
    perform read-volume-parameters.

    open input run-log.
    if run-log-status is equal to '35'
        display "*No RUNLOG found - no run has been logged yet*"
        stop run
    end-if.
    perform read-next-run-record.
    perform gather-run-loop
        until run-log-eof.
    close run-log.

    perform choose-measured-runs.
    if slot-count is equal to 0
        display "*No completed batch run on RUNLOG to measure*"
        stop run
    end-if.

    *> File records for the measured runs, and for any measured run
    *> that has none, its accepted conversions counted by file from
    *> the audit trail
    open input run-log.
    move 'N' to run-log-eof-switch.
    perform read-next-run-record.
    perform gather-file-volume-loop
        until run-log-eof.
    close run-log.
    if audit-slots-needed
        perform count-audit-volumes
    end-if.

    display " ".
    move sl-run-id(1) to rh-run-id.
    compute rh-runs = slot-count - 1.
    display report-heading.
    move volume-tolerance to tl-volume.
    move share-tolerance to tl-share.
    display tolerance-line.
    display underline-1.
    display col-heads-1.
    display col-heads-2.
    move 1 to file-idx.
    perform measure-one-file
        until file-idx is greater than file-count.
    display underline-1.
    move files-measured to ml-measured.
    move files-flagged to fl-flagged.
    display measured-line.
    display flagged-line.
    if files-flagged is greater than 0
        display "*VOLUME ANOMALIES FLAGGED - look at these departments before billing runs*"
        move 4 to return-code
    end-if.
    stop run.

    read-volume-parameters.
        *> VOLPARM when there is one; the defaults otherwise - five
        *> prior runs, volume within half again either way, reject
        *> share within ten points
        open input param-file.
        if param-status is equal to '00'
            perform read-one-param
            if not param-eof and param-record is not equal to spaces
                compute numval-check = function test-numval(function trim(param-record))
                if numval-check is equal to 0
                    and function numval(function trim(param-record)) is greater than 0
                    and function numval(function trim(param-record)) is less than 21
                    compute prior-runs = function numval(function trim(param-record))
                else
                    display "*invalid prior-run count on VOLPARM - using " prior-runs "*"
                end-if
            end-if
            perform read-one-param
            if not param-eof and param-record is not equal to spaces
                compute numval-check = function test-numval(function trim(param-record))
                if numval-check is equal to 0
                    and function numval(function trim(param-record)) is less than 1000
                    compute volume-tolerance = function numval(function trim(param-record))
                else
                    display "*invalid volume tolerance on VOLPARM - using " volume-tolerance "%*"
                end-if
            end-if
            perform read-one-param
            if not param-eof and param-record is not equal to spaces
                compute numval-check = function test-numval(function trim(param-record))
                if numval-check is equal to 0
                    and function numval(function trim(param-record)) is less than 101
                    compute share-tolerance = function numval(function trim(param-record))
                else
                    display "*invalid reject-share tolerance on VOLPARM - using " share-tolerance " points*"
                end-if
            end-if
            close param-file
        end-if.

    read-one-param.
        move spaces to param-record.
        read param-file
            at end set param-eof to true
        end-read.

    read-next-run-record.
        move spaces to run-record.
        read run-log
            at end set run-log-eof to true
        end-read.

    gather-run-loop.
        *> A header starts the run's entry; the trailer, a reversal or
        *> a file record fills it in
        if rn-header
            if run-count is equal to 5000
                display "*run table full - raise the table size*"
                move 8 to return-code
                stop run
            end-if
            add 1 to run-count
            move rn-run-id to rt-run-id(run-count)
            move 'N' to rt-batch(run-count)
            if rn-mode is equal to 'B' or 'b'
                move 'Y' to rt-batch(run-count)
            end-if
            move 'N' to rt-closed(run-count)
            move 0 to rt-return-code(run-count)
            move 'N' to rt-reversed(run-count)
            move 'N' to rt-has-files(run-count)
        else
            perform find-run-entry
            if run-found
                if rn-trailer
                    move 'Y' to rt-closed(run-idx)
                    move rn-return-code to rt-return-code(run-idx)
                end-if
                if rn-reversal
                    move 'Y' to rt-reversed(run-idx)
                end-if
                if rn-file-volume
                    move 'Y' to rt-has-files(run-idx)
                end-if
            end-if
        end-if.
        perform read-next-run-record.

    find-run-entry.
        *> Newest first - the record almost always belongs to the run
        *> just started
        move 'N' to run-found-switch.
        move run-count to run-idx.
        perform check-run-entry
            until run-idx is equal to 0 or run-found.

    check-run-entry.
        if rt-run-id(run-idx) is equal to rn-run-id
            set run-found to true
        else
            subtract 1 from run-idx
        end-if.

    choose-measured-runs.
        *> The latest batch run that closed and still stands is the one
        *> measured, whatever its return code; the average is taken
        *> over the closed batch runs before it that neither failed nor
        *> were reversed
        move run-count to run-idx.
        perform choose-one-run
            until run-idx is equal to 0
                or slot-count is greater than prior-runs.

    choose-one-run.
        if rt-batch(run-idx) is equal to 'Y'
            and rt-closed(run-idx) is equal to 'Y'
            and rt-reversed(run-idx) is equal to 'N'
            if slot-count is equal to 0
                or rt-return-code(run-idx) is less than 8
                add 1 to slot-count
                move rt-run-id(run-idx) to sl-run-id(slot-count)
                move rt-has-files(run-idx) to sl-has-files(slot-count)
                if rt-has-files(run-idx) is equal to 'N'
                    set audit-slots-needed to true
                end-if
            end-if
        end-if.
        subtract 1 from run-idx.

    find-slot.
        move 0 to found-slot.
        move 1 to slot-idx.
        perform check-one-slot
            until slot-idx is greater than slot-count or found-slot is greater than 0.

    check-one-slot.
        if sl-run-id(slot-idx) is equal to rn-run-id
            move slot-idx to found-slot
        else
            add 1 to slot-idx
        end-if.

    gather-file-volume-loop.
        if rn-file-volume
            perform find-slot
            if found-slot is greater than 0
                move rn-file to looked-up-file
                perform find-file-entry
                if file-found
                    if ft-dept(file-idx) is equal to spaces
                        move rn-dept to ft-dept(file-idx)
                    end-if
                    move 'Y' to fv-present(file-idx, found-slot)
                    move rn-file-status to fv-status(file-idx, found-slot)
                    move 'N' to fv-from-audit(file-idx, found-slot)
                    move rn-processed to fv-processed(file-idx, found-slot)
                    move rn-rejected to fv-rejected(file-idx, found-slot)
                    move rn-screened to fv-screened(file-idx, found-slot)
                end-if
            end-if
        end-if.
        perform read-next-run-record.

    find-file-entry.
        *> Find the file, or take the next free entry for it
        move 'N' to file-found-switch.
        move 1 to file-idx.
        perform check-one-file
            until file-idx is greater than file-count or file-found.
        if not file-found
            if file-count is equal to 200
                display "*file table full - " function trim(looked-up-file) " not measured*"
            else
                add 1 to file-count
                move file-count to file-idx
                move looked-up-file to ft-name(file-idx)
                move spaces to ft-dept(file-idx)
                move 1 to slot-idx
                perform clear-file-slot
                    until slot-idx is greater than 21
                set file-found to true
            end-if
        end-if.

    check-one-file.
        if ft-name(file-idx) is equal to looked-up-file
            set file-found to true
        else
            add 1 to file-idx
        end-if.

    clear-file-slot.
        move 'N' to fv-present(file-idx, slot-idx).
        move space to fv-status(file-idx, slot-idx).
        move 'N' to fv-from-audit(file-idx, slot-idx).
        move 0 to fv-processed(file-idx, slot-idx).
        move 0 to fv-rejected(file-idx, slot-idx).
        move 0 to fv-screened(file-idx, slot-idx).
        add 1 to slot-idx.

    count-audit-volumes.
        *> A run from before file records were kept still left its
        *> accepted conversions on the audit trail, by file - enough
        *> to measure volume by, though not reject share
        open input audit-log.
        if audit-log-status is not equal to '00'
            exit paragraph
        end-if.
        perform read-next-audit-record.
        perform count-audit-loop
            until audit-eof.
        close audit-log.

    read-next-audit-record.
        read audit-log
            at end set audit-eof to true
        end-read.

    count-audit-loop.
        move aud-run-id to rn-run-id.
        perform find-slot.
        if found-slot is greater than 0
            if sl-has-files(found-slot) is equal to 'N'
                move aud-file to looked-up-file
                perform find-file-entry
                if file-found
                    if ft-dept(file-idx) is equal to spaces
                        move aud-dept to ft-dept(file-idx)
                    end-if
                    move 'Y' to fv-present(file-idx, found-slot)
                    move 'Y' to fv-from-audit(file-idx, found-slot)
                    add 1 to fv-processed(file-idx, found-slot)
                end-if
            end-if
        end-if.
        perform read-next-audit-record.

    measure-one-file.
        add 1 to files-measured.
        move 0 to hist-runs.
        move 0 to hist-processed.
        move 0 to hist-rejected.
        move 0 to hist-screened.
        move 0 to hist-share-processed.
        move 0 to hist-share-rejected.
        move 2 to slot-idx.
        perform add-history-slot
            until slot-idx is greater than slot-count.
        move 0 to avg-processed.
        move 0 to avg-rejected.
        move 0 to avg-screened.
        if hist-runs is greater than 0
            compute avg-processed rounded = hist-processed / hist-runs
            compute avg-rejected rounded = hist-rejected / hist-runs
            compute avg-screened rounded = hist-screened / hist-runs
        end-if.

        move spaces to volume-line.
        move ft-name(file-idx) to vl-name.
        move ft-dept(file-idx) to vl-dept.
        if fv-present(file-idx, 1) is equal to 'Y'
            move fv-processed(file-idx, 1) to vl-processed
            move fv-rejected(file-idx, 1) to vl-rejected
            move fv-screened(file-idx, 1) to vl-screened
        end-if.
        if hist-runs is greater than 0
            move avg-processed to vl-avg-processed
            move avg-rejected to vl-avg-rejected
            move avg-screened to vl-avg-screened
        end-if.
        move spaces to flag-text.
        move spaces to share-flag-text.
        perform judge-file-volume.
        move flag-text to vl-flag.
        display volume-line.
        if share-flag-text is not equal to spaces
            move share-flag-text to sn-flag
            display share-note-line
        end-if.
        if flag-text(1:1) is equal to '*' or share-flag-text is not equal to spaces
            add 1 to files-flagged
        end-if.
        add 1 to file-idx.

    add-history-slot.
        *> Only a run that actually converted the file counts toward its
        *> average - a missing, refused or already-completed file says
        *> nothing about what the department normally sends
        if fv-present(file-idx, slot-idx) is equal to 'Y'
            and fv-status(file-idx, slot-idx) is equal to space
            add 1 to hist-runs
            add fv-processed(file-idx, slot-idx) to hist-processed
            add fv-rejected(file-idx, slot-idx) to hist-rejected
            add fv-screened(file-idx, slot-idx) to hist-screened
            if fv-from-audit(file-idx, slot-idx) is equal to 'N'
                add fv-processed(file-idx, slot-idx) to hist-share-processed
                add fv-rejected(file-idx, slot-idx) to hist-share-rejected
            end-if
        end-if.
        add 1 to slot-idx.

    judge-file-volume.
        *> Flags start with an asterisk; notes that need nobody do not
        if fv-present(file-idx, 1) is not equal to 'Y'
            if hist-runs is greater than 0
                move '*NO VOLUME - NOT SENT' to flag-text
            else
                move 'not sent, no history' to flag-text
            end-if
            exit paragraph
        end-if.
        if fv-status(file-idx, 1) is equal to 'M'
            move '*NO VOLUME - MISSING' to flag-text
            exit paragraph
        end-if.
        if fv-status(file-idx, 1) is equal to 'D'
            move '*NO VOLUME - REFUSED' to flag-text
            exit paragraph
        end-if.
        if fv-status(file-idx, 1) is equal to 'P'
            move 'done before restart' to flag-text
            exit paragraph
        end-if.
        if hist-runs is equal to 0
            move 'no history yet' to flag-text
            exit paragraph
        end-if.
        if fv-processed(file-idx, 1) is equal to 0
            if avg-processed is greater than 0
                move '*NO VOLUME - EMPTY FILE' to flag-text
            end-if
            exit paragraph
        end-if.

        if fv-processed(file-idx, 1) is greater than avg-processed
            compute volume-move = fv-processed(file-idx, 1) - avg-processed
            if avg-processed is equal to 0
                or volume-move * 100 is greater than avg-processed * volume-tolerance
                move '*VOLUME HIGH' to flag-text
            end-if
        else
            compute volume-move = avg-processed - fv-processed(file-idx, 1)
            if volume-move * 100 is greater than avg-processed * volume-tolerance
                move '*VOLUME LOW' to flag-text
            end-if
        end-if.

        *> Reject share needs the file's own reject count, so it is only
        *> judged where both sides came from file records
        if fv-from-audit(file-idx, 1) is equal to 'N'
            and hist-share-processed is greater than 0
            compute latest-share rounded
                = fv-rejected(file-idx, 1) * 100 / fv-processed(file-idx, 1)
            compute average-share rounded
                = hist-share-rejected * 100 / hist-share-processed
            if latest-share is greater than average-share
                compute share-move = latest-share - average-share
                if share-move is greater than share-tolerance
                    move '*REJECT SHARE UP' to share-flag-text
                end-if
            else
                compute share-move = average-share - latest-share
                if share-move is greater than share-tolerance
                    move '*REJECT SHARE DOWN' to share-flag-text
                end-if
            end-if
        end-if.
