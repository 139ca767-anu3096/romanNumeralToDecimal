
identification division.
program-id. romanchn.
environment division.
input-output section.

*> Setup standard output and every file the audit chain runs through -
*> the dated archives ROMANARC has swept entries into, in the order its
*> index gives, then the live log, then the control record ROMANA3_1
*> leaves saying where the chain should end. The run log supplies the
*> reversals ROMANREV has made, whose gaps are accounted for rather
*> than reported as deletions
file-control.
    select standard-output assign to display.
    select audit-log assign to "auditlog"
        organization is line sequential
        file status is audit-log-status.
    select archive-file assign to dynamic archive-name
        organization is line sequential
        file status is archive-status.
    select archive-index assign to "audarcix"
        organization is line sequential
        file status is archive-index-status.
    select sorted-index assign to "chnwrk1"
        organization is line sequential
        file status is sorted-index-status.
    select audit-control assign to "audctl"
        organization is line sequential
        file status is audit-control-status.
    select run-log assign to "runlog"
        organization is line sequential
        file status is run-log-status.
    select index-sort-work assign to "chnsort1".

data division.

*> Setup standard output and chain-verification interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd audit-log.
        copy "audrec.cpy".
    fd archive-file.
        01 archive-record picture x(188).
    fd archive-index.
        copy "arcxrec.cpy".
    fd sorted-index.
        01 sorted-index-record picture x(71).
    fd audit-control.
        01 audit-control-record.
            02 ac-last-seq pic 9(9).
            02 filler pic x.
            02 ac-last-check pic 9(9).
            02 filler pic x.
            02 ac-updated pic x(14).
    fd run-log.
        copy "runrec.cpy".
    sd index-sort-work.
        01 index-sort-record.
            02 is-cutoff pic x(8).
            02 filler pic x.
            02 is-name pic x(20).
            02 filler pic x.
            02 is-first-seq pic 9(9).
            02 filler pic x(32).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 audit-log-status pic xx value spaces.
    77 archive-status pic xx value spaces.
    77 archive-index-status pic xx value spaces.
    77 sorted-index-status pic xx value spaces.
    77 audit-control-status pic xx value spaces.
    77 run-log-status pic xx value spaces.
    77 archive-name pic x(20) value spaces.
    77 index-eof-switch pic x value 'N'.
        88 index-eof value 'Y'.
    77 entry-eof-switch pic x value 'N'.
        88 entry-eof value 'Y'.
    77 run-log-eof-switch pic x value 'N'.
        88 run-log-eof value 'Y'.
    77 index-present-switch pic x value 'N'.
        88 index-present value 'Y'.
    77 control-present-switch pic x value 'N'.
        88 control-present value 'Y'.

    *> Reversals ROMANREV has made - the span of sequence numbers each
    *> took out, and the check value of the last entry in the span, to
    *> carry the chain on from
    77 reversal-count pic 9(3) value 0.
    77 reversal-idx pic 9(3) value 0.
    77 reversal-found-switch pic x value 'N'.
        88 reversal-found value 'Y'.
    01 reversal-table.
        02 reversal-entry occurs 200 times.
            03 rv-run-id pic 9(6).
            03 rv-first-seq pic 9(9).
            03 rv-last-seq pic 9(9).
            03 rv-bridge-check pic 9(9).

    *> Archives already walked - a rerun sweep with the same cutoff
    *> extends the file it made the first time, so its name can turn
    *> up in the index more than once
    77 walked-count pic 9(3) value 0.
    77 walked-idx pic 9(3) value 0.
    77 walked-switch pic x value 'N'.
        88 already-walked value 'Y'.
    01 walked-table.
        02 walked-name occurs 200 times pic x(20).

    *> Where the chain stands: the sequence number the next entry
    *> should carry, and the check value it should chain from
    77 chain-started-switch pic x value 'N'.
        88 chain-started value 'Y'.
    77 expected-seq pic 9(9) value 1.
    77 prior-check pic 9(9) value 0.
    77 stored-check pic 9(9) value 0.
    77 gap-last-seq pic 9(9) value 0.
    77 entry-verdict pic x value space.
        88 entry-chained value 'C'.
        88 entry-altered value 'A'.
        88 entry-out-of-order value 'O'.
        88 entry-after-gap value 'G'.
        88 entry-unsequenced value 'U'.

    *> The file in hand, and the file before it - the first sequenced
    *> entry of each file after the first must chain straight on from
    *> the last entry of the file before, or the cutover lost something
    77 current-file pic x(20) value spaces.
    77 previous-file pic x(20) value spaces.
    77 cutover-switch pic x value 'N'.
        88 cutover-pending value 'Y'.
    77 file-entries pic 9(7) value 0.
    77 file-first-seq pic 9(9) value 0.
    77 file-last-seq pic 9(9) value 0.
    77 file-problems pic 9(7) value 0.

    77 files-walked pic 9(5) value 0.
    77 entries-checked pic 9(7) value 0.
    77 entries-unsequenced pic 9(7) value 0.
    77 entries-altered pic 9(7) value 0.
    77 entries-out-of-order pic 9(7) value 0.
    77 entries-missing pic 9(9) value 0.
    77 gaps-found pic 9(7) value 0.
    77 reversals-bridged pic 9(7) value 0.
    77 cutovers-carried pic 9(5) value 0.
    77 cutovers-broken pic 9(5) value 0.
    77 archives-missing pic 9(5) value 0.
    77 tail-problems pic 9(3) value 0.

    77 seq-edit pic z(8)9.
    77 seq-edit-2 pic z(8)9.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(31) value 'Audit chain verification report'.
    01 underline-1.
        02 pic x(78) value ' -----------------------------------------------------------------------------'.
    01 col-heads.
        02 pic x(21) value ' File               '.
        02 pic x(9) value '  Entries'.
        02 pic x(10) value ' First seq'.
        02 pic x(10) value '  Last seq'.
        02 pic x(10) value '  Problems'.
    01 file-line.
        02 pic x value space.
        02 fl-name pic x(20).
        02 fl-entries pic z(8)9.
        02 pic x value space.
        02 fl-first-seq pic z(8)9.
        02 pic x value space.
        02 fl-last-seq pic z(8)9.
        02 pic x value space.
        02 fl-problems pic z(8)9.
    01 files-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Files walked.............'.
        02 tl-files pic z(8)9.
    01 checked-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries checked..........'.
        02 tl-checked pic z(8)9.
    01 unsequenced-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries before sequencing'.
        02 tl-unsequenced pic z(8)9.
    01 altered-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries altered..........'.
        02 tl-altered pic z(8)9.
    01 missing-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries missing..........'.
        02 tl-missing pic z(8)9.
    01 out-of-order-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries out of order.....'.
        02 tl-out-of-order pic z(8)9.
    01 reversals-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Reversal gaps carried....'.
        02 tl-reversals pic z(8)9.
    01 carried-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Cutovers carried.........'.
        02 tl-carried pic z(8)9.
    01 broken-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Cutovers broken..........'.
        02 tl-broken pic z(8)9.

procedure division.
    perform load-reversals.

    display " ".
    display report-heading.
    display underline-1.
    display col-heads.

    *> The archives first, oldest sequence numbers first, then the
    *> live log - the order the entries were written in
    open input archive-index.
    if archive-index-status is equal to '00'
        set index-present to true
        close archive-index
        sort index-sort-work
            ascending key is-first-seq, is-cutoff
            using archive-index
            giving sorted-index
        perform walk-archives
    end-if.

    move "auditlog" to current-file.
    open input audit-log.
    if audit-log-status is equal to '35'
        display " *no live audit log - only the archives were walked*"
    else
        perform start-file
        move 'N' to entry-eof-switch
        perform read-next-audit-record
        perform check-live-loop
            until entry-eof
        close audit-log
        perform finish-file
    end-if.

    perform check-chain-tail.
    perform print-chain-totals.

    if entries-altered is greater than 0
        or entries-out-of-order is greater than 0
        or gaps-found is greater than 0
        or cutovers-broken is greater than 0
        or archives-missing is greater than 0
        or tail-problems is greater than 0
        display "*audit chain is BROKEN - see the entries reported above*"
        move 8 to return-code
    else
        display "*audit chain verified - no gaps, alterations or reordering*"
    end-if.
    stop run.

    load-reversals.
        *> Only reversals that took sequenced entries out leave a gap
        *> in the chain to account for
        open input run-log.
        if run-log-status is equal to '00'
            perform read-next-run-record
            perform load-reversal-loop
                until run-log-eof
            close run-log
        end-if.

    read-next-run-record.
        move spaces to run-record.
        read run-log
            at end set run-log-eof to true
        end-read.

    load-reversal-loop.
        if rn-reversal and rn-first-seq is numeric
            and rn-last-seq is numeric and rn-bridge-check is numeric
            and rn-first-seq is greater than 0
            if reversal-count is less than 200
                add 1 to reversal-count
                move rn-run-id to rv-run-id(reversal-count)
                move rn-first-seq to rv-first-seq(reversal-count)
                move rn-last-seq to rv-last-seq(reversal-count)
                move rn-bridge-check to rv-bridge-check(reversal-count)
            else
                display "*reversal table full - run " rn-run-id " not allowed for*"
            end-if
        end-if.
        perform read-next-run-record.

    walk-archives.
        open input sorted-index.
        perform read-next-index-record.
        perform walk-one-archive
            until index-eof.
        close sorted-index.

    read-next-index-record.
        move spaces to archive-index-record.
        read sorted-index into archive-index-record
            at end set index-eof to true
        end-read.

    walk-one-archive.
        move 'N' to walked-switch.
        move 1 to walked-idx.
        perform find-walked-archive
            until walked-idx is greater than walked-count
               or already-walked.
        if not already-walked
            if walked-count is less than 200
                add 1 to walked-count
                move ax-name to walked-name(walked-count)
            end-if
            move ax-name to archive-name
            move ax-name to current-file
            open input archive-file
            if archive-status is not equal to '00'
                add 1 to archives-missing
                display " *archive " function trim(ax-name) " is in the index but cannot be read - chain cannot be followed through it*"
            else
                perform start-file
                move 'N' to entry-eof-switch
                perform read-next-archive-record
                perform check-archive-loop
                    until entry-eof
                close archive-file
                perform finish-file
            end-if
        end-if.
        perform read-next-index-record.

    find-walked-archive.
        if walked-name(walked-idx) is equal to ax-name
            set already-walked to true
        end-if.
        add 1 to walked-idx.

    read-next-archive-record.
        move spaces to archive-record.
        read archive-file
            at end set entry-eof to true
        end-read.

    check-archive-loop.
        move archive-record to audit-record.
        perform check-one-entry.
        perform read-next-archive-record.

    read-next-audit-record.
        move spaces to audit-record.
        read audit-log
            at end set entry-eof to true
        end-read.

    check-live-loop.
        perform check-one-entry.
        perform read-next-audit-record.

    start-file.
        add 1 to files-walked.
        move 0 to file-entries.
        move 0 to file-first-seq.
        move 0 to file-last-seq.
        move 0 to file-problems.
        if chain-started
            set cutover-pending to true
        end-if.

    finish-file.
        move current-file to fl-name.
        move file-entries to fl-entries.
        move file-first-seq to fl-first-seq.
        move file-last-seq to fl-last-seq.
        move file-problems to fl-problems.
        display file-line.
        move current-file to previous-file.

    check-one-entry.
        *> Each sequenced entry must carry the next number in turn and a
        *> check value folded from its own content and the entry before
        add 1 to file-entries.
        if aud-seq is not numeric or aud-check is not numeric
            or aud-seq is equal to 0
            set entry-unsequenced to true
            if chain-started
                add 1 to entries-altered
                add 1 to file-problems
                display " *unsequenced entry " aud-timestamp " in " function trim(current-file) " after sequencing began - inserted or altered*"
            else
                add 1 to entries-unsequenced
            end-if
        else
            add 1 to entries-checked
            if file-first-seq is equal to 0
                move aud-seq to file-first-seq
            end-if
            move aud-seq to file-last-seq
            evaluate true
                when aud-seq is less than expected-seq
                    perform report-out-of-order
                when aud-seq is greater than expected-seq
                    perform account-for-gap
                when other
                    perform verify-entry-check
            end-evaluate
            if not entry-out-of-order
                compute expected-seq = aud-seq + 1
                move aud-check to prior-check
            end-if
            set chain-started to true
            if cutover-pending
                perform report-cutover
            end-if
        end-if.

    report-out-of-order.
        set entry-out-of-order to true.
        add 1 to entries-out-of-order.
        add 1 to file-problems.
        move aud-seq to seq-edit.
        move expected-seq to seq-edit-2.
        display " *entry " function trim(seq-edit) " in " function trim(current-file) " is out of order - expected " function trim(seq-edit-2) " or later*".

    account-for-gap.
        *> A gap is allowed only where reversals took exactly those
        *> entries out; the chain then carries on from the check value
        *> of the last entry the reversals removed
        compute gap-last-seq = aud-seq - 1.
        perform bridge-reversals.
        if expected-seq is greater than gap-last-seq
            perform verify-entry-check
        else
            set entry-after-gap to true
            add 1 to gaps-found
            add 1 to file-problems
            compute entries-missing = entries-missing + aud-seq - expected-seq
            move expected-seq to seq-edit
            move gap-last-seq to seq-edit-2
            display " *entries " function trim(seq-edit) " - " function trim(seq-edit-2) " missing before " function trim(current-file) " entry " aud-timestamp " - deleted*"
        end-if.

    bridge-reversals.
        *> Runs reversed back to back leave one gap between them, so
        *> the gap is crossed a reversal at a time - each must start
        *> where the last left off - and whatever no reversal accounts
        *> for is left between expected-seq and gap-last-seq
        set reversal-found to true.
        perform bridge-one-reversal
            until expected-seq is greater than gap-last-seq
               or not reversal-found.

    bridge-one-reversal.
        perform find-reversal.
        if reversal-found
            add 1 to reversals-bridged
            move rv-bridge-check(reversal-idx) to prior-check
            compute expected-seq = rv-last-seq(reversal-idx) + 1
        end-if.

    find-reversal.
        move 'N' to reversal-found-switch.
        move 1 to reversal-idx.
        perform test-one-reversal
            until reversal-idx is greater than reversal-count
               or reversal-found.
        if reversal-found
            subtract 1 from reversal-idx
        end-if.

    test-one-reversal.
        if rv-first-seq(reversal-idx) is equal to expected-seq
            and rv-last-seq(reversal-idx) is not greater than gap-last-seq
            set reversal-found to true
        end-if.
        add 1 to reversal-idx.

    verify-entry-check.
        *> AUDCHK fills aud-check in afresh - the stored value is kept
        *> aside to compare against, then put back so the chain goes on
        *> from what is on file and one altered entry is reported once
        move aud-check to stored-check.
        call "audchk" using audit-record, prior-check.
        if aud-check is equal to stored-check
            set entry-chained to true
        else
            set entry-altered to true
            add 1 to entries-altered
            add 1 to file-problems
            move aud-seq to seq-edit
            display " *entry " function trim(seq-edit) " in " function trim(current-file) " fails its check value - altered*"
        end-if.
        move stored-check to aud-check.

    report-cutover.
        move 'N' to cutover-switch.
        move aud-seq to seq-edit.
        if entry-chained
            add 1 to cutovers-carried
            display " *chain carries from " function trim(previous-file) " into " function trim(current-file) " at entry " function trim(seq-edit) "*"
        else
            add 1 to cutovers-broken
            display " *chain BROKEN between " function trim(previous-file) " and " function trim(current-file) " at entry " function trim(seq-edit) "*"
        end-if.

    check-chain-tail.
        *> The last entry walked must be the last one ROMANA3_1 handed
        *> out - entries cut off the end of the log leave no gap behind
        *> them, so only the control record can show they are gone
        open input audit-control.
        if audit-control-status is equal to '00'
            read audit-control
                at end continue
                not at end set control-present to true
            end-read
            close audit-control
        end-if.
        if not control-present
            if chain-started
                add 1 to tail-problems
                display " *no AUDCTL control record - the end of the chain cannot be confirmed*"
            end-if
        else
            if ac-last-seq is greater than 0
                and ac-last-seq is not less than expected-seq
                *> The newest entries may be gone because the run that
                *> wrote them was reversed
                move ac-last-seq to gap-last-seq
                perform bridge-reversals
            end-if
            evaluate true
                when ac-last-seq is not less than expected-seq
                    add 1 to tail-problems
                    compute entries-missing = entries-missing + ac-last-seq - expected-seq + 1
                    move expected-seq to seq-edit
                    move ac-last-seq to seq-edit-2
                    display " *entries " function trim(seq-edit) " - " function trim(seq-edit-2) " missing from the end of the log - deleted*"
                when ac-last-seq + 1 is less than expected-seq
                    add 1 to tail-problems
                    move ac-last-seq to seq-edit
                    display " *AUDCTL stops at entry " function trim(seq-edit) " but the log runs further - control record is behind*"
                when ac-last-check is not equal to prior-check
                    add 1 to tail-problems
                    display " *last entry's check value does not match AUDCTL - the end of the chain was altered*"
                when other
                    continue
            end-evaluate
        end-if.

    print-chain-totals.
        display " ".
        move files-walked to tl-files.
        move entries-checked to tl-checked.
        move entries-unsequenced to tl-unsequenced.
        move entries-altered to tl-altered.
        move entries-missing to tl-missing.
        move entries-out-of-order to tl-out-of-order.
        move reversals-bridged to tl-reversals.
        move cutovers-carried to tl-carried.
        move cutovers-broken to tl-broken.
        display files-line.
        display checked-line.
        display unsequenced-line.
        display altered-line.
        display missing-line.
        display out-of-order-line.
        display reversals-line.
        display carried-line.
        display broken-line.
