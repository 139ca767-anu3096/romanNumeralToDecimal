
identification division.
program-id. romanjob.
environment division.
input-output section.

*> Setup standard output, the job-step control file that lists the
*> nightly chain in the order it runs, the step-status log each step
*> leaves its start, end and return code on, the restart point a
*> failed chain leaves behind, and the run log the conversion step's
*> trailer is proved against - so the window runs itself, and a step
*> that fails at 3 a.m. is where the next submission picks up
file-control.
    select standard-output assign to display.
    select job-control assign to "jobctl"
        organization is line sequential
        file status is job-control-status.
    select step-status-log assign to "jobstat"
        organization is line sequential
        file status is step-status-status.
    select restart-file assign to "jobrst"
        organization is line sequential
        file status is restart-status.
    select run-log assign to "runlog"
        organization is line sequential
        file status is run-log-status.

data division.

*> Setup standard output and job-driver interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    *> One step per line, in the order the chain runs: the step's
    *> name, Y when it is the conversion run whose RUNLOG trailer must
    *> be proved before the chain moves on, the highest return code
    *> the step may end with and still count as complete (blank for
    *> zero), and the command that runs it
    fd job-control.
        01 job-control-record.
            02 jc-step-name picture x(8).
            02 filler picture x.
            02 jc-runlog-check picture x.
            02 filler picture x.
            02 jc-max-rc-text picture x(4).
            02 filler picture x.
            02 jc-command picture x(64).
    *> One line per step per submission: which chain cycle it belongs
    *> to, where it sits in the chain, when it started and ended, how
    *> it came out (C complete, F failed, P passed over because an
    *> earlier submission of the same cycle already completed it), and
    *> for the conversion step the RUNLOG run id its trailer proved
    fd step-status-log.
        01 step-status-record.
            02 ss-cycle-id picture 9(6).
            02 filler picture x.
            02 ss-step-seq picture 9(3).
            02 filler picture x.
            02 ss-step-name picture x(8).
            02 filler picture x.
            02 ss-start picture x(14).
            02 filler picture x.
            02 ss-end picture x(14).
            02 filler picture x.
            02 ss-return-code picture 9(4).
            02 filler picture x.
            02 ss-status picture x.
                88 ss-complete value 'C'.
                88 ss-failed value 'F'.
                88 ss-passed-over value 'P'.
            02 filler picture x.
            02 ss-run-id picture 9(6).
    *> The cycle a failed chain belongs to and the step it failed at -
    *> zeros once a chain has run to the end, so the next submission
    *> starts a fresh cycle from the first step
    fd restart-file.
        01 restart-record.
            02 rs-cycle-id picture 9(6).
            02 filler picture x.
            02 rs-step-seq picture 9(3).
    fd run-log.
        copy "runrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 job-control-status pic xx value spaces.
    77 step-status-status pic xx value spaces.
    77 restart-status pic xx value spaces.
    77 run-log-status pic xx value spaces.
    77 job-control-eof-switch pic x value 'N'.
        88 job-control-eof value 'Y'.
    77 step-status-eof-switch pic x value 'N'.
        88 step-status-eof value 'Y'.
    77 run-log-eof-switch pic x value 'N'.
        88 run-log-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    *> The chain as the control file lists it
    77 step-count pic 9(3) value 0.
    77 step-idx pic 9(3) value 0.
    01 step-table.
        02 step-entry occurs 20 times.
            03 st-name pic x(8).
            03 st-runlog-check pic x.
            03 st-max-rc pic 9(4).
            03 st-command pic x(64).

    *> Where this submission starts - step one of a new cycle, or the
    *> step a failed submission of the same cycle stopped at
    77 cycle-id pic 9(6) value 0.
    77 highest-cycle-id pic 9(6) value 0.
    77 restart-from-step pic 9(3) value 1.
    77 restart-switch pic x value 'N'.
        88 restart-pending value 'Y'.
    77 restart-work pic x(10) value spaces.

    *> The step in hand. The command's completion comes back as the
    *> shell's wait status - the exit code in its high byte, and
    *> anything in the low byte means the step was killed rather than
    *> ending on its own, which counts as a failure whatever the code
    77 raw-status pic s9(9) value 0.
    77 signal-part pic 9(9) value 0.
    77 step-rc pic 9(4) value 0.
    77 step-start pic x(14) value spaces.
    77 step-end pic x(14) value spaces.
    77 step-failed-switch pic x value 'N'.
        88 step-failed value 'Y'.
    77 chain-failed-switch pic x value 'N'.
        88 chain-failed value 'Y'.
    77 failed-step-seq pic 9(3) value 0.
    77 failed-step-rc pic 9(4) value 0.
    77 steps-run pic 9(3) value 0.
    77 steps-passed pic 9(3) value 0.

    *> The conversion step's RUNLOG proof - the highest run id on the
    *> log before the step started, so the run it made can be told
    *> from every run before it, and that run's header and trailer as
    *> found afterwards
    77 prior-run-id pic 9(6) value 0.
    77 proved-run-id pic 9(6) value 0.
    77 trailer-rc pic 9(4) value 0.
    77 header-found-switch pic x value 'N'.
        88 header-found value 'Y'.
    77 trailer-found-switch pic x value 'N'.
        88 trailer-found value 'Y'.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(24) value 'Batch-window chain cycle'.
        02 pic x value space.
        02 rh-cycle-id pic z(5)9.
    01 underline-1.
        02 pic x(45) value ' --------------------------------------------'.
    01 step-line.
        02 pic x(5) value spaces.
        02 sl-seq pic zz9.
        02 pic x(2) value spaces.
        02 sl-name pic x(8).
        02 pic x(2) value spaces.
        02 sl-start pic x(14).
        02 pic x(3) value ' - '.
        02 sl-end pic x(14).
        02 pic x(5) value '  RC '.
        02 sl-rc pic zzz9.
        02 pic x(2) value spaces.
        02 sl-status pic x(26).
    01 steps-run-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Steps run................'.
        02 sr-run pic zz9.
    01 steps-passed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Steps already complete...'.
        02 sp-passed pic zz9.

procedure division.
    perform load-job-control.
    if step-count is equal to 0
        display "*JOBCTL lists no steps - nothing to run*"
        move 8 to return-code
        stop run
    end-if.

    perform read-restart-point.
    perform assign-cycle-id.

    open extend step-status-log.
    if step-status-status is equal to '35'
        open output step-status-log
    end-if.
    if step-status-status is not equal to '00'
        display "*unable to open JOBSTAT - the chain cannot be logged, so it is not started*"
        move 8 to return-code
        stop run
    end-if.

    display " ".
    move cycle-id to rh-cycle-id.
    display report-heading.
    display underline-1.
    if restart-pending
        display "*Restarting cycle " cycle-id " at step " restart-from-step " - earlier steps completed in a prior submission*"
    end-if.

    move 1 to step-idx.
    perform run-one-step
        until step-idx is greater than step-count
            or chain-failed.
    close step-status-log.

    display " ".
    move steps-run to sr-run.
    move steps-passed to sp-passed.
    display steps-run-line.
    display steps-passed-line.

    *> A failed step leaves the restart point on it, so the next
    *> submission reruns that step and everything after it and
    *> nothing before; a clean chain clears the point so the next
    *> night starts over from the top
    if chain-failed
        perform write-restart-point
        display "*CHAIN STOPPED at step " st-name(failed-step-seq) " - resubmit to restart from it*"
        if failed-step-rc is equal to 0
            move 8 to return-code
        else
            move failed-step-rc to return-code
        end-if
    else
        perform clear-restart-point
        display "*CHAIN COMPLETE*"
        move 0 to return-code
    end-if.
    stop run.

    load-job-control.
        *> A control line that cannot be read as a step stops the
        *> driver before anything runs - an unattended chain must not
        *> guess at what the schedule meant
        open input job-control.
        if job-control-status is equal to '35'
            display "*No JOBCTL control file found - nothing to run*"
            move 8 to return-code
            stop run
        end-if.
        perform read-next-control-record.
        perform load-control-loop
            until job-control-eof.
        close job-control.

    read-next-control-record.
        move spaces to job-control-record.
        read job-control
            at end set job-control-eof to true
        end-read.

    load-control-loop.
        if job-control-record is not equal to spaces
            perform load-one-step
        end-if.
        perform read-next-control-record.

    load-one-step.
        if step-count is equal to 20
            display "*step table full - raise the table size before running this chain*"
            perform refuse-control-file
        end-if.
        if jc-step-name is equal to spaces or jc-command is equal to spaces
            display "*JOBCTL line needs a step name and a command: " function trim(job-control-record) "*"
            perform refuse-control-file
        end-if.
        if jc-runlog-check is not equal to 'Y' and jc-runlog-check is not equal to 'N'
            and jc-runlog-check is not equal to space
            display "*invalid RUNLOG check '" jc-runlog-check "' for step " jc-step-name " - enter Y or N*"
            perform refuse-control-file
        end-if.
        add 1 to step-count.
        move jc-step-name to st-name(step-count).
        move jc-command to st-command(step-count).
        if jc-runlog-check is equal to 'Y'
            move 'Y' to st-runlog-check(step-count)
        else
            move 'N' to st-runlog-check(step-count)
        end-if.
        if jc-max-rc-text is equal to spaces
            move 0 to st-max-rc(step-count)
        else
            compute numval-check = function test-numval(function trim(jc-max-rc-text))
            if numval-check is not equal to 0
                display "*invalid highest return code '" jc-max-rc-text "' for step " jc-step-name "*"
                perform refuse-control-file
            end-if
            compute st-max-rc(step-count) = function numval(function trim(jc-max-rc-text))
        end-if.

    refuse-control-file.
        close job-control.
        move 8 to return-code.
        stop run.

    read-restart-point.
        *> A restart point left by a failed submission names the cycle
        *> and the step to pick up at; zeros, or no file at all, mean
        *> the last chain finished and this one starts from the top
        move 1 to restart-from-step.
        open input restart-file.
        if restart-status is equal to '35'
            continue
        else
            move spaces to restart-work
            read restart-file into restart-work
                at end move spaces to restart-work
            end-read
            close restart-file
            if restart-work(1:6) is numeric
                and restart-work(7:1) is equal to space
                and restart-work(8:3) is numeric
                move restart-work(1:6) to cycle-id
                move restart-work(8:3) to restart-from-step
            end-if
            if restart-from-step is equal to 0
                move 1 to restart-from-step
                move 0 to cycle-id
            end-if
        end-if.
        if cycle-id is greater than 0
            set restart-pending to true
            if restart-from-step is greater than step-count
                display "*restart point is step " restart-from-step " but JOBCTL lists only " step-count " - has the control file changed?*"
                move 8 to return-code
                stop run
            end-if
        end-if.

    assign-cycle-id.
        *> A restarted chain carries on under the cycle it failed in,
        *> so its steps read as one window in the status log; a fresh
        *> chain takes the next cycle id after whatever the log holds
        if not restart-pending
            open input step-status-log
            if step-status-status is not equal to '35'
                perform read-next-status-record
                perform scan-status-loop
                    until step-status-eof
                close step-status-log
            end-if
            compute cycle-id = highest-cycle-id + 1
        end-if.

    read-next-status-record.
        move spaces to step-status-record.
        read step-status-log
            at end set step-status-eof to true
        end-read.

    scan-status-loop.
        if ss-cycle-id is numeric
            and ss-cycle-id is greater than highest-cycle-id
            move ss-cycle-id to highest-cycle-id
        end-if.
        perform read-next-status-record.

    run-one-step.
        if step-idx is less than restart-from-step
            perform pass-over-step
        else
            perform execute-step
        end-if.
        add 1 to step-idx.

    pass-over-step.
        *> Already complete in an earlier submission of this cycle -
        *> logged as passed over, so the status log still accounts for
        *> every step of the cycle, but not run again
        add 1 to steps-passed.
        move spaces to step-status-record.
        move cycle-id to ss-cycle-id.
        move step-idx to ss-step-seq.
        move st-name(step-idx) to ss-step-name.
        move 0 to ss-return-code.
        set ss-passed-over to true.
        move 0 to ss-run-id.
        write step-status-record.
        move step-idx to sl-seq.
        move st-name(step-idx) to sl-name.
        move spaces to sl-start.
        move spaces to sl-end.
        move 0 to sl-rc.
        move 'complete before restart' to sl-status.
        display step-line.

    execute-step.
        *> Run the step's command and wait for it, then judge it on
        *> its return code - and, for the conversion step, on the
        *> RUNLOG trailer its run left behind
        move 'N' to step-failed-switch.
        move 0 to proved-run-id.
        if st-runlog-check(step-idx) is equal to 'Y'
            perform note-runlog-position
        end-if.

        move function current-date(1:14) to step-start.
        move 0 to return-code.
        call "SYSTEM" using st-command(step-idx).
        move return-code to raw-status.
        move 0 to return-code.
        move function current-date(1:14) to step-end.
        add 1 to steps-run.

        if raw-status is less than 0
            move 9999 to step-rc
        else
            compute signal-part = function mod(raw-status, 256)
            if signal-part is not equal to 0
                move 9999 to step-rc
            else
                compute step-rc = raw-status / 256
            end-if
        end-if.

        move step-idx to sl-seq.
        move st-name(step-idx) to sl-name.
        move step-start to sl-start.
        move step-end to sl-end.
        move step-rc to sl-rc.
        if step-rc is greater than st-max-rc(step-idx)
            set step-failed to true
            if step-rc is equal to 9999
                move 'FAILED - abnormal end' to sl-status
            else
                move 'FAILED - return code' to sl-status
            end-if
        else
            if st-runlog-check(step-idx) is equal to 'Y'
                perform prove-runlog-trailer
            else
                move 'complete' to sl-status
            end-if
        end-if.

        move spaces to step-status-record.
        move cycle-id to ss-cycle-id.
        move step-idx to ss-step-seq.
        move st-name(step-idx) to ss-step-name.
        move step-start to ss-start.
        move step-end to ss-end.
        move step-rc to ss-return-code.
        move proved-run-id to ss-run-id.
        if step-failed
            set ss-failed to true
        else
            set ss-complete to true
        end-if.
        write step-status-record.
        display step-line.

        if step-failed
            set chain-failed to true
            move step-idx to failed-step-seq
            move step-rc to failed-step-rc
        end-if.

    note-runlog-position.
        *> Remember how far the run log reached before the step - the
        *> conversion run the step makes is the one after this
        move 0 to prior-run-id.
        move 'N' to run-log-eof-switch.
        open input run-log.
        if run-log-status is not equal to '35'
            perform read-next-run-record
            perform note-run-loop
                until run-log-eof
            close run-log
        end-if.

    note-run-loop.
        if rn-run-id is numeric
            and rn-run-id is greater than prior-run-id
            move rn-run-id to prior-run-id
        end-if.
        perform read-next-run-record.

    read-next-run-record.
        move spaces to run-record.
        read run-log
            at end set run-log-eof to true
        end-read.

    prove-runlog-trailer.
        *> The step's return code alone is not proof the conversion ran
        *> to the end - the run it started must have opened a header
        *> on the log and closed it with a trailer whose own return
        *> code the step is allowed. No new header means the run never
        *> got going; a header with no trailer means it died mid-window
        move 'N' to header-found-switch.
        move 'N' to trailer-found-switch.
        move 0 to trailer-rc.
        move 'N' to run-log-eof-switch.
        open input run-log.
        if run-log-status is not equal to '35'
            perform read-next-run-record
            perform prove-run-loop
                until run-log-eof
            close run-log
        end-if.
        if not header-found
            set step-failed to true
            move 'FAILED - no RUNLOG header' to sl-status
        else
            if not trailer-found
                set step-failed to true
                move 'FAILED - no RUNLOG trailer' to sl-status
            else
                if trailer-rc is greater than st-max-rc(step-idx)
                    set step-failed to true
                    move 'FAILED - RUNLOG trailer RC' to sl-status
                else
                    move 'complete, RUNLOG proved' to sl-status
                end-if
            end-if
        end-if.

    prove-run-loop.
        *> The last header past the prior high-water mark is the step's
        *> run; its trailer must follow it with the same run id
        if rn-run-id is numeric
            and rn-run-id is greater than prior-run-id
            if rn-header
                set header-found to true
                move 'N' to trailer-found-switch
                move rn-run-id to proved-run-id
            end-if
            if rn-trailer and header-found
                and rn-run-id is equal to proved-run-id
                set trailer-found to true
                move rn-return-code to trailer-rc
            end-if
        end-if.
        perform read-next-run-record.

    write-restart-point.
        open output restart-file.
        if restart-status is not equal to '00'
            display "*unable to write JOBRST - resubmit with the restart point set to step " failed-step-seq " by hand*"
        else
            move spaces to restart-record
            move cycle-id to rs-cycle-id
            move failed-step-seq to rs-step-seq
            write restart-record
            close restart-file
        end-if.

    clear-restart-point.
        open output restart-file.
        if restart-status is not equal to '00'
            display "*unable to clear JOBRST - remove it before the next cycle*"
        else
            move spaces to restart-record
            move 0 to rs-cycle-id
            move 0 to rs-step-seq
            write restart-record
            close restart-file
        end-if.
