
identification division.
program-id. romanrev.
environment division.
input-output section.

*> Setup standard output and everything one conversion run touched -
*> the run log that names it, the audit trail its entries sit on, the
*> ROMANOUT dataset its lines went to, and the keyed numeral-master it
*> posted - so a run that converted the wrong file can be taken back
*> out by its run id instead of patching AUDITLOG by hand and waiting
*> on a full NUMMNT rebuild. The dated archives ROMANARC leaves behind
*> are read (named the same way) only to settle a numeral's seen
*> dates once the run's own sightings are gone
file-control.
    select standard-output assign to display.
    select param-file assign to "revparm"
        organization is line sequential
        file status is param-status.
    select run-log assign to "runlog"
        organization is line sequential
        file status is run-log-status.
    select audit-log assign to "auditlog"
        organization is line sequential
        file status is audit-log-status.
    select romanout-file assign to "romanout"
        organization is line sequential
        file status is romanout-status.
    select numeral-master assign to "nummast"
        organization is indexed
        access mode is dynamic
        record key is nm-numeral
        alternate record key is nm-value with duplicates
        file status is numeral-master-status.
    select archive-file assign to dynamic archive-name
        organization is line sequential
        file status is archive-status.
    select archive-index assign to "audarcix"
        organization is line sequential
        file status is archive-index-status.
    select audit-work assign to "revwrk1"
        organization is line sequential
        file status is audit-work-status.
    select removed-file assign to "revwrk2"
        organization is line sequential
        file status is removed-status.
    select drop-file assign to "revwrk3"
        organization is line sequential
        file status is drop-status.
    select drop-sorted assign to "revwrk4"
        organization is line sequential
        file status is drop-sorted-status.
    select romanout-work assign to "revwrk5"
        organization is line sequential
        file status is romanout-work-status.
    select master-work assign to "revwrk6"
        organization is line sequential
        file status is master-work-status.
    select removed-sort-work assign to "revsort1".
    select match-sort-work assign to "revsort2".
    select drop-sort-work assign to "revsort3".

data division.

*> Setup standard output and reversal interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    *> The run id on the first line; any further lines are archive
    *> cutoff dates (YYYYMMDD) to consult when a numeral's seen dates
    *> have to be settled again
    fd param-file.
        01 param-record picture x(80).
    fd run-log.
        copy "runrec.cpy".
    fd audit-log.
        copy "audrec.cpy".
    fd romanout-file.
        01 romanout-record picture x(80).
    fd numeral-master.
        copy "nmsrec.cpy".
    fd archive-file.
        01 archive-record picture x(188).
    *> Every sweep ROMANARC has made - a cutoff later than the day the
    *> run started means some of its entries have left the live log
    fd archive-index.
        copy "arcxrec.cpy".
    *> The audit entries that stay, written out as the live log is read
    *> and copied back over it once everything else has been taken out
    fd audit-work.
        01 audit-work-record picture x(188).
    *> The run's own entries reduced to numeral, value and when they
    *> were written, in numeral order - one group per master record
    fd removed-file.
        01 removed-record.
            02 rf-numeral picture x(30).
            02 rf-value picture 9(7).
            02 rf-twelfths picture 9(2).
            02 rf-stamp picture x(14).
    *> ROMANOUT line numbers to leave out, first as the match finds
    *> them and then in line order for the copy pass
    fd drop-file.
        01 drop-record.
            02 df-line-num picture 9(7).
    fd drop-sorted.
        01 drop-sorted-record.
            02 dq-line-num picture 9(7).
    fd romanout-work.
        01 romanout-work-record picture x(80).
    *> The seen dates a master record held before they were opened up
    *> to be settled again, kept so a date nothing on file can settle
    *> goes back the way it was rather than staying opened up
    fd master-work.
        01 master-work-record.
            02 mw-numeral picture x(30).
            02 mw-first-seen picture x(14).
            02 mw-last-seen picture x(14).
    sd removed-sort-work.
        01 removed-sort-record.
            02 rs-numeral pic x(30).
            02 rs-value pic 9(7).
            02 rs-twelfths pic 9(2).
            02 rs-stamp pic x(14).
    *> The run's entries (tag A) and every ROMANOUT line (tag O) in one
    *> order, so each entry can claim one line of the same numeral and
    *> value - the same pairing ROMANBAL balances the two files by
    sd match-sort-work.
        01 match-sort-record.
            02 ms-numeral pic x(30).
            02 ms-value pic 9(7).
            02 ms-twelfths pic 9(2).
            02 ms-tag pic x.
            02 ms-line-num pic 9(7).
    sd drop-sort-work.
        01 drop-sort-record.
            02 ds-line-num pic 9(7).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 param-status pic xx value spaces.
    77 run-log-status pic xx value spaces.
    77 audit-log-status pic xx value spaces.
    77 romanout-status pic xx value spaces.
    77 numeral-master-status pic xx value spaces.
    77 archive-status pic xx value spaces.
    77 archive-index-status pic xx value spaces.
    77 audit-work-status pic xx value spaces.
    77 removed-status pic xx value spaces.
    77 drop-status pic xx value spaces.
    77 drop-sorted-status pic xx value spaces.
    77 romanout-work-status pic xx value spaces.
    77 master-work-status pic xx value spaces.
    77 archive-name pic x(20) value spaces.
    77 numval-check pic 9(4) value 0.

    77 param-switch pic x value 'N'.
        88 param-file-present value 'Y'.
    77 param-eof-switch pic x value 'N'.
        88 param-eof value 'Y'.
    77 run-log-eof-switch pic x value 'N'.
        88 run-log-eof value 'Y'.
    77 audit-eof-switch pic x value 'N'.
        88 audit-eof value 'Y'.
    77 archive-eof-switch pic x value 'N'.
        88 archive-eof value 'Y'.
    77 archive-index-eof-switch pic x value 'N'.
        88 archive-index-eof value 'Y'.
    77 run-swept-switch pic x value 'N'.
        88 run-swept value 'Y'.
    77 removed-eof-switch pic x value 'N'.
        88 removed-eof value 'Y'.
    77 romanout-eof-switch pic x value 'N'.
        88 romanout-eof value 'Y'.
    77 drop-eof-switch pic x value 'N'.
        88 drop-eof value 'Y'.
    77 match-eof-switch pic x value 'N'.
        88 match-eof value 'Y'.
    77 work-eof-switch pic x value 'N'.
        88 work-eof value 'Y'.
    77 confirm-reply pic x value 'N'.
        88 reversal-confirmed value 'Y' 'y'.

    *> The run being taken back out, as the run log knows it - it must
    *> have closed, must not be reversed already, and nothing may be
    *> in flight while its files are rewritten underneath it
    77 target-text pic x(20) value spaces.
    77 target-run-id pic 9(6) value 0.
    77 target-start pic x(14) value spaces.
    77 target-end pic x(14) value spaces.
    77 target-mode pic x value space.
    77 target-direction pic x value space.
    77 target-format pic x value space.
    77 header-found-switch pic x value 'N'.
        88 header-found value 'Y'.
    77 trailer-found-switch pic x value 'N'.
        88 trailer-found value 'Y'.
    77 already-reversed-switch pic x value 'N'.
        88 already-reversed value 'Y'.
    77 open-run-id pic 9(6) value 0.

    *> Whether the live ROMANOUT still holds the run's lines - every
    *> run after it that wrote ROMANOUT must have added to it (a
    *> resubmission) rather than started it over, and the newest kept
    *> ROMANOUT generation must be the run's own or one of those
    77 later-run-id pic 9(6) value 0.
    77 romanout-replaced-switch pic x value 'N'.
        88 romanout-replaced value 'Y'.
    77 romanout-skipped-switch pic x value 'N'.
        88 romanout-skipped value 'Y'.
    77 gen-action pic x value 'F'.
    77 gen-dataset pic x(9) value spaces.
    77 gen-generation pic 9(4) value 0.
    77 gen-run-id pic 9(6) value 0.
    77 gen-records pic 9(7) value 0.
    77 gen-file-name pic x(20) value spaces.
    77 gen-result pic x value 'N'.
        88 gen-done value 'Y'.
        88 gen-rolled-off value 'R'.

    *> Archive cutoff dates to consult, in the order they were given
    77 archive-date-count pic 9(3) value 0.
    77 archive-date-idx pic 9(3) value 0.
    77 archive-date-text pic x(20) value spaces.
    77 archive-reply-switch pic x value 'N'.
        88 archive-reply-settled value 'Y'.
    77 archive-date pic x(8) value spaces.
    01 archive-date-table.
        02 archive-date-entry occurs 200 times pic x(8).

    *> An audit entry reduced to its numeral and decimal value, the
    *> same way ROMANBAL and NUMMNT read the trail - whichever field
    *> holds a valid number is the value, the other is the numeral
    77 entry-numeral pic x(30) value spaces.
    77 entry-value-text pic x(30) value spaces.
    77 entry-value pic 9(7) value 0.
    77 entry-twelfths pic 9(2) value 0.

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
    77 first-live-stamp pic x(14) value spaces.

    *> The span of audit sequence numbers taken out and the check value
    *> of the last entry in it - written on the reversal record so the
    *> audit chain can be followed across the gap the reversal leaves
    77 removed-first-seq pic 9(9) value 0.
    77 removed-last-seq pic 9(9) value 0.
    77 removed-last-check pic 9(9) value 0.

    *> The ROMANOUT line in hand, reclassified from either record shape
    77 out-numeral pic x(30) value spaces.
    77 out-value-text pic x(30) value spaces.
    77 out-value pic 9(7) value 0.
    77 out-twelfths pic 9(2) value 0.
    77 comma-count pic 9(2) value 0.
    77 romanout-line-num pic 9(7) value 0.

    *> Control-break state while matching and while adjusting the master
    77 group-numeral pic x(30) value spaces.
    77 group-value pic 9(7) value 0.
    77 group-twelfths pic 9(2) value 0.
    77 group-pending pic 9(7) value 0.
    77 group-count pic 9(7) value 0.
    77 group-first-stamp pic x(14) value spaces.
    77 group-last-stamp pic x(14) value spaces.
    77 master-open-switch pic x value 'N'.
        88 master-file-open value 'Y'.
    77 settle-switch pic x value 'N'.
        88 dates-to-settle value 'Y'.
    77 master-changed-switch pic x value 'N'.
        88 master-changed value 'Y'.
    77 open-first-stamp pic x(14) value '99999999999999'.
    77 open-last-stamp pic x(14) value '00000000000000'.

    77 entries-examined pic 9(7) value 0.
    77 entries-removed pic 9(7) value 0.
    77 lines-read pic 9(7) value 0.
    77 lines-removed pic 9(7) value 0.
    77 entries-not-on-romanout pic 9(7) value 0.
    77 records-lowered pic 9(7) value 0.
    77 records-deleted pic 9(7) value 0.
    77 records-missing pic 9(7) value 0.
    77 dates-unsettled pic 9(7) value 0.
    77 archives-read pic 9(3) value 0.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(19) value 'Run reversal report'.
    01 run-line.
        02 pic x(5) value spaces.
        02 pic x(4) value 'Run '.
        02 rl-run-id pic z(5)9.
        02 pic x(2) value spaces.
        02 rl-start pic x(14).
        02 pic x(3) value ' - '.
        02 rl-end pic x(14).
    01 underline-1.
        02 pic x(45) value ' --------------------------------------------'.
    01 removed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Audit entries removed....'.
        02 rm-removed pic z(6)9.
    01 kept-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Audit entries kept.......'.
        02 kp-kept pic z(6)9.
    01 lines-removed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'ROMANOUT lines removed...'.
        02 lr-removed pic z(6)9.
    01 not-on-romanout-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Entries not on ROMANOUT..'.
        02 nr-count pic z(6)9.
    01 lowered-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Master counts lowered....'.
        02 lw-lowered pic z(6)9.
    01 deleted-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Master records deleted...'.
        02 dl-deleted pic z(6)9.
    01 missing-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Master records not found.'.
        02 ms-missing pic z(6)9.
    01 archives-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Archive files read.......'.
        02 al-archives pic z(6)9.

procedure division.
    perform read-reversal-request.
    perform check-run-log.

    *> The master is opened before anything is rewritten - a master
    *> that is there but cannot be had must stop the reversal while
    *> every file still stands as the run left it
    open i-o numeral-master.
    if numeral-master-status is equal to '00'
        set master-file-open to true
    else
        if numeral-master-status is equal to '35'
            display "*No numeral-master found - nothing to take back off it*"
        else
            display "*unable to open the numeral-master - nothing reversed*"
            move 8 to return-code
            stop run
        end-if
    end-if.

    perform split-audit-log.

    *> Each file is put right in turn, and the reversal record goes on
    *> the run log last - a reversal stopped part-way shows no
    *> reversal record, and the report names the files it finished
    perform remove-romanout-lines.
    if master-file-open
        perform take-run-off-master
        close numeral-master
    end-if.
    perform rewrite-audit-log.
    perform write-reversal-record.
    perform print-reversal-report.
    stop run.

    read-reversal-request.
        *> The run id comes from REVPARM when one is present, so the
        *> reversal can run unattended; otherwise the operator is
        *> asked for it, shown what it is about to do, and must confirm
        open input param-file.
        if param-status is equal to '35'
            display " "
            display "*Run reversal*"
            display "*Enter the run id to reverse*"
            accept target-text
        else
            set param-file-present to true
            perform read-one-param
            move param-record to target-text
        end-if.
        compute numval-check = function test-numval(function trim(target-text)).
        if numval-check is not equal to 0
            or function length(function trim(target-text)) is greater than 6
            display "*invalid run id '" function trim(target-text) "' - enter up to six digits*"
            if param-file-present
                close param-file
            end-if
            move 8 to return-code
            stop run
        end-if.
        compute target-run-id = function numval(function trim(target-text)).
        if target-run-id is equal to 0
            display "*invalid run id 0 - enter the id ROMANRUN shows*"
            if param-file-present
                close param-file
            end-if
            move 8 to return-code
            stop run
        end-if.
        if param-file-present
            perform read-one-param
            perform take-param-archive-date
                until param-eof
            close param-file
        else
            display "*Enter each archive cutoff date (YYYYMMDD) to consult for seen dates, blank when done*"
            perform accept-archive-date
            perform note-accepted-archive-date
                until archive-date is equal to spaces
        end-if.

    read-one-param.
        move spaces to param-record.
        read param-file
            at end set param-eof to true
        end-read.

    take-param-archive-date.
        if param-record is not equal to spaces
            move param-record(1:20) to archive-date-text
            perform check-archive-date
            if archive-date is equal to spaces
                display "*invalid archive date '" function trim(param-record) "' in REVPARM - enter eight digits, YYYYMMDD*"
                close param-file
                move 8 to return-code
                stop run
            end-if
            perform note-archive-date
        end-if.
        perform read-one-param.

    accept-archive-date.
        *> Keep asking until the reply is a usable date or a blank, the
        *> same way NUMMNT takes its rebuild dates
        move spaces to archive-date.
        move 'N' to archive-reply-switch.
        perform accept-one-archive-reply
            until archive-reply-settled.

    accept-one-archive-reply.
        move spaces to archive-date-text.
        accept archive-date-text.
        if archive-date-text is equal to spaces
            set archive-reply-settled to true
        else
            perform check-archive-date
            if archive-date is equal to spaces
                display "*invalid archive date - enter eight digits, YYYYMMDD, or blank to finish*"
            else
                set archive-reply-settled to true
            end-if
        end-if.

    note-accepted-archive-date.
        perform note-archive-date.
        perform accept-archive-date.

    check-archive-date.
        move spaces to archive-date.
        compute numval-check = function test-numval(function trim(archive-date-text)).
        if numval-check is equal to 0
            and function length(function trim(archive-date-text)) is equal to 8
            move function trim(archive-date-text) to archive-date
        end-if.

    note-archive-date.
        if archive-date-count is less than 200
            add 1 to archive-date-count
            move archive-date to archive-date-entry(archive-date-count)
        else
            display "*archive date table full - " archive-date " not consulted*"
        end-if.

    check-run-log.
        *> The run must be on the log, closed by its trailer, and not
        *> reversed already; and no run may be in flight, since the
        *> files about to be rewritten are the ones it would be writing
        open input run-log.
        if run-log-status is equal to '35'
            display "*No run log found - there is no run to reverse*"
            move 8 to return-code
            stop run
        end-if.
        perform read-next-run-record.
        perform scan-run-log-loop
            until run-log-eof.
        close run-log.
        if open-run-id is greater than 0
            display "*run " open-run-id " is still open in RUNLOG - nothing can be reversed until it closes*"
            move 8 to return-code
            stop run
        end-if.
        if not header-found
            display "*run " target-run-id " is not on the run log*"
            move 8 to return-code
            stop run
        end-if.
        if not trailer-found
            display "*run " target-run-id " never wrote its trailer - it cannot be reversed as a finished run*"
            move 8 to return-code
            stop run
        end-if.
        if already-reversed
            display "*run " target-run-id " has already been reversed*"
            move 8 to return-code
            stop run
        end-if.
        if not param-file-present
            display "*Run " target-run-id " started " target-start " ended " target-end "*"
            display "*Enter Y to take this run back out of AUDITLOG, ROMANOUT and the numeral-master*"
            accept confirm-reply
            if not reversal-confirmed
                display "*reversal abandoned - nothing changed*"
                stop run
            end-if
        end-if.

    note-later-run.
        *> A scan run leaves ROMANOUT alone and a resubmission adds to
        *> it; any other run may have started it over
        if rn-mode is equal to 'S' or 's'
            exit paragraph
        end-if.
        if rn-mode is equal to 'R' or 'r'
            move rn-run-id to later-run-id
        else
            set romanout-replaced to true
        end-if.

    read-next-run-record.
        move spaces to run-record.
        read run-log
            at end set run-log-eof to true
        end-read.

    scan-run-log-loop.
        if rn-header and header-found
            perform note-later-run
        end-if.
        if rn-header
            move rn-run-id to open-run-id
            if rn-run-id is equal to target-run-id
                set header-found to true
                move rn-timestamp to target-start
                move rn-mode to target-mode
                move rn-direction to target-direction
                move rn-format to target-format
            end-if
        end-if.
        if rn-trailer
            if rn-run-id is equal to open-run-id
                move 0 to open-run-id
            end-if
            if rn-run-id is equal to target-run-id
                set trailer-found to true
                move rn-timestamp to target-end
            end-if
        end-if.
        if rn-reversal and rn-run-id is equal to target-run-id
            set already-reversed to true
        end-if.
        perform read-next-run-record.

    split-audit-log.
        *> One pass over the live log: entries the run wrote go to the
        *> sort by numeral, everything else is written out to be copied
        *> back. Reversal works from the live log only - a run whose
        *> day has already been swept into an archive is refused,
        *> since part of it would be left behind
        open input audit-log.
        if audit-log-status is equal to '35'
            display "*No audit history found - nothing to reverse*"
            move 8 to return-code
            stop run
        end-if.
        close audit-log.
        perform check-archive-sweeps.
        if run-swept
            display "*run " target-run-id " predates an AUDITLOG archive sweep - its entries have been archived, so it cannot be reversed*"
            display "*nothing changed*"
            move 8 to return-code
            stop run
        end-if.
        sort removed-sort-work
            ascending key rs-numeral, rs-value, rs-twelfths
            with duplicates in order
            input procedure is load-audit-log
            giving removed-file.
        if entries-examined is equal to 0
            display "*the live AUDITLOG is empty - run " target-run-id "'s entries have been archived, so it cannot be reversed*"
            display "*nothing changed*"
            move 8 to return-code
            stop run
        end-if.
        if first-live-stamp is not equal to spaces
            and first-live-stamp(1:8) is greater than target-start(1:8)
            display "*run " target-run-id " predates the live AUDITLOG - its entries have been archived, so it cannot be reversed*"
            display "*nothing changed*"
            move 8 to return-code
            stop run
        end-if.

    check-archive-sweeps.
        *> No index just means nothing has ever been swept
        move 'N' to run-swept-switch.
        open input archive-index.
        if archive-index-status is equal to '00'
            perform read-next-archive-index
            perform check-one-sweep
                until archive-index-eof or run-swept
            close archive-index
        end-if.

    read-next-archive-index.
        read archive-index
            at end set archive-index-eof to true
        end-read.

    check-one-sweep.
        if ax-cutoff is greater than target-start(1:8)
            set run-swept to true
        else
            perform read-next-archive-index
        end-if.

    load-audit-log.
        open input audit-log.
        open output audit-work.
        if audit-work-status is not equal to '00'
            display "*unable to open the audit work file - nothing reversed*"
            close audit-log
            move 8 to return-code
            stop run
        end-if.
        perform read-next-audit-record.
        perform split-audit-loop
            until audit-eof.
        close audit-log.
        close audit-work.

    read-next-audit-record.
        read audit-log
            at end set audit-eof to true
        end-read.

    split-audit-loop.
        add 1 to entries-examined.
        if entries-examined is equal to 1
            move aud-timestamp to first-live-stamp
        end-if.
        if aud-run-id is equal to target-run-id
            add 1 to entries-removed
            perform note-removed-sequence
            perform classify-audit-entry
            move function upper-case(function trim(entry-numeral)) to rs-numeral
            move entry-value to rs-value
            move entry-twelfths to rs-twelfths
            move aud-timestamp to rs-stamp
            release removed-sort-record
        else
            write audit-work-record from audit-record
        end-if.
        perform read-next-audit-record.

    note-removed-sequence.
        if aud-seq is numeric and aud-check is numeric
            and aud-seq is greater than 0
            if removed-first-seq is equal to 0
                or aud-seq is less than removed-first-seq
                move aud-seq to removed-first-seq
            end-if
            if aud-seq is greater than removed-last-seq
                move aud-seq to removed-last-seq
                move aud-check to removed-last-check
            end-if
        end-if.

    classify-audit-entry.
        move aud-input to value-text.
        perform read-value-text.
        if fraction-valid
            move aud-result to entry-numeral
            move aud-input to entry-value-text
        else
            move aud-input to entry-numeral
            move aud-result to entry-value-text
            move aud-result to value-text
            perform read-value-text
        end-if.
        move fraction-whole to entry-value.
        move fraction-twelfths to entry-twelfths.

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

    remove-romanout-lines.
        *> Each of the run's entries takes one ROMANOUT line of the same
        *> numeral and value out - the pairing ROMANBAL balances by, so
        *> the two files still balance afterwards. Once a later run has
        *> started ROMANOUT over, the lines there are that run's, and
        *> matching numerals must not be taken from it - ROMANOUT is
        *> then left exactly as it is and the leg reported as skipped
        perform check-romanout-owner.
        if romanout-skipped
            display "*ROMANOUT no longer holds run " target-run-id "'s lines - a later run has replaced it, so ROMANOUT is left as it was*"
            move entries-removed to entries-not-on-romanout
            exit paragraph
        end-if.
        open input romanout-file.
        if romanout-status is equal to '35'
            display "*No ROMANOUT dataset found - no lines to take out*"
            move entries-removed to entries-not-on-romanout
        else
            close romanout-file
            open output drop-file
            if drop-status is not equal to '00'
                display "*unable to open the ROMANOUT work file - ROMANOUT left as it was*"
                move 8 to return-code
                stop run
            end-if
            sort match-sort-work
                ascending key ms-numeral, ms-value, ms-twelfths, ms-tag,
                    ms-line-num
                input procedure is load-match-records
                output procedure is find-lines-to-drop
            close drop-file
            sort drop-sort-work
                ascending key ds-line-num
                using drop-file
                giving drop-sorted
            perform copy-kept-romanout
            compute entries-not-on-romanout = entries-removed - lines-removed
        end-if.

    check-romanout-owner.
        move 'F' to gen-action.
        move 'romanout' to gen-dataset.
        move 0 to gen-generation.
        call "romangen" using gen-action, gen-dataset, gen-generation,
                              gen-run-id, gen-records, gen-file-name,
                              gen-result.
        move 0 to return-code.
        if romanout-replaced or not gen-done
            set romanout-skipped to true
        else
            if gen-run-id is not equal to target-run-id
                and gen-run-id is not equal to later-run-id
                set romanout-skipped to true
            end-if
        end-if.

    load-match-records.
        open input removed-file.
        perform read-next-removed-record.
        perform release-removed-loop
            until removed-eof.
        close removed-file.
        move 0 to romanout-line-num.
        open input romanout-file.
        perform read-next-romanout-record.
        perform release-romanout-loop
            until romanout-eof.
        close romanout-file.

    read-next-removed-record.
        read removed-file
            at end set removed-eof to true
        end-read.

    release-removed-loop.
        move rf-numeral to ms-numeral.
        move rf-value to ms-value.
        move rf-twelfths to ms-twelfths.
        move 'A' to ms-tag.
        move 0 to ms-line-num.
        release match-sort-record.
        perform read-next-removed-record.

    read-next-romanout-record.
        move spaces to romanout-record.
        read romanout-file
            at end set romanout-eof to true
        end-read.
        if not romanout-eof
            add 1 to romanout-line-num
        end-if.

    release-romanout-loop.
        perform classify-romanout-record.
        move function upper-case(function trim(out-numeral)) to ms-numeral.
        move out-value to ms-value.
        move out-twelfths to ms-twelfths.
        move 'O' to ms-tag.
        move romanout-line-num to ms-line-num.
        release match-sort-record.
        perform read-next-romanout-record.

    classify-romanout-record.
        *> ROMANOUT comes in two shapes - the fixed-column report line,
        *> and the comma-delimited line a CSV run writes - so the line
        *> is split by whichever shape it actually has, the same way
        *> ROMANBAL classifies it
        move spaces to out-numeral.
        move spaces to out-value-text.
        move 0 to out-twelfths.
        move 0 to comma-count.
        inspect romanout-record tallying comma-count for all ','.
        if comma-count is greater than 0
            unstring romanout-record delimited by ','
                into out-numeral, out-value-text
            end-unstring
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

    find-lines-to-drop.
        *> The run's entries sort ahead of the lines with the same
        *> numeral and value, so by the time a group's lines arrive it
        *> is known how many of them the run is owed
        move spaces to group-numeral.
        move 0 to group-value.
        move 0 to group-twelfths.
        move 0 to group-pending.
        perform return-match-record.
        perform drop-match-loop
            until match-eof.

    return-match-record.
        return match-sort-work
            at end set match-eof to true
        end-return.

    drop-match-loop.
        if ms-numeral is not equal to group-numeral
            or ms-value is not equal to group-value
            or ms-twelfths is not equal to group-twelfths
            move ms-numeral to group-numeral
            move ms-value to group-value
            move ms-twelfths to group-twelfths
            move 0 to group-pending
        end-if.
        if ms-tag is equal to 'A'
            add 1 to group-pending
        else
            if group-pending is greater than 0
                subtract 1 from group-pending
                move ms-line-num to df-line-num
                write drop-record
                add 1 to lines-removed
            end-if
        end-if.
        perform return-match-record.

    copy-kept-romanout.
        *> Walk ROMANOUT and the sorted drop list together, leaving out
        *> each line the list names, then copy what is left back over
        *> ROMANOUT in its original order
        open input romanout-file.
        open input drop-sorted.
        open output romanout-work.
        if romanout-work-status is not equal to '00'
            display "*unable to open the ROMANOUT work file - ROMANOUT left as it was*"
            move 8 to return-code
            stop run
        end-if.
        move 0 to romanout-line-num.
        move 'N' to romanout-eof-switch.
        perform read-next-drop-record.
        perform read-next-romanout-record.
        perform filter-romanout-loop
            until romanout-eof.
        close romanout-file.
        close drop-sorted.
        close romanout-work.

        open input romanout-work.
        open output romanout-file.
        if romanout-status is not equal to '00'
            display "*unable to rewrite ROMANOUT - its kept lines are in revwrk5*"
            move 8 to return-code
            stop run
        end-if.
        move 'N' to work-eof-switch.
        perform read-next-romanout-work.
        perform copy-romanout-back-loop
            until work-eof.
        close romanout-work.
        close romanout-file.
        display "*ROMANOUT rewritten without the run's lines*".

    read-next-drop-record.
        read drop-sorted
            at end set drop-eof to true
        end-read.

    filter-romanout-loop.
        if not drop-eof and dq-line-num is equal to romanout-line-num
            perform read-next-drop-record
        else
            add 1 to lines-read
            write romanout-work-record from romanout-record
        end-if.
        perform read-next-romanout-record.

    read-next-romanout-work.
        move spaces to romanout-work-record.
        read romanout-work
            at end set work-eof to true
        end-read.

    copy-romanout-back-loop.
        write romanout-record from romanout-work-record.
        perform read-next-romanout-work.

    take-run-off-master.
        *> One group per numeral the run posted: the count comes down
        *> by the run's sightings, and a record whose every sighting was
        *> this run's is deleted outright. Where the run's sightings sat
        *> on the edge of the seen span, that edge is opened up and
        *> settled again from what is left on the trail
        open output master-work.
        if master-work-status is not equal to '00'
            display "*unable to open the master work file - numeral-master left as it was*"
            move 8 to return-code
            stop run
        end-if.
        move 'N' to removed-eof-switch.
        open input removed-file.
        perform read-next-removed-record.
        perform adjust-master-group
            until removed-eof.
        close removed-file.
        close master-work.

        if dates-to-settle
            perform settle-from-audit-work
            move 1 to archive-date-idx
            perform settle-from-one-archive
                until archive-date-idx is greater than archive-date-count
            perform restore-unsettled-dates
        end-if.
        display "*numeral-master adjusted*".

    adjust-master-group.
        move rf-numeral to group-numeral.
        move 0 to group-count.
        move rf-stamp to group-first-stamp.
        move rf-stamp to group-last-stamp.
        perform count-master-group
            until removed-eof or rf-numeral is not equal to group-numeral.
        perform apply-master-group.

    count-master-group.
        add 1 to group-count.
        if rf-stamp is less than group-first-stamp
            move rf-stamp to group-first-stamp
        end-if.
        if rf-stamp is greater than group-last-stamp
            move rf-stamp to group-last-stamp
        end-if.
        perform read-next-removed-record.

    apply-master-group.
        move group-numeral to nm-numeral.
        read numeral-master
            invalid key
                add 1 to records-missing
                display "*no master record for " function trim(group-numeral) " - left for NUMMNT to rebuild*"
            not invalid key
                perform lower-master-record
        end-read.

    lower-master-record.
        if nm-count is not greater than group-count
            delete numeral-master
            add 1 to records-deleted
        else
            subtract group-count from nm-count
            add 1 to records-lowered
            if group-first-stamp is not greater than nm-first-seen
                or group-last-stamp is not less than nm-last-seen
                move nm-numeral to mw-numeral
                move nm-first-seen to mw-first-seen
                move nm-last-seen to mw-last-seen
                write master-work-record
                set dates-to-settle to true
                if group-first-stamp is not greater than nm-first-seen
                    move open-first-stamp to nm-first-seen
                end-if
                if group-last-stamp is not less than nm-last-seen
                    move open-last-stamp to nm-last-seen
                end-if
            end-if
            rewrite master-record
        end-if.

    settle-from-audit-work.
        *> The entries that stay on the live log are the run's
        *> neighbours - any of them can be a numeral's new first or
        *> last sighting
        open input audit-work.
        move 'N' to work-eof-switch.
        perform read-next-audit-work.
        perform settle-audit-work-loop
            until work-eof.
        close audit-work.

    read-next-audit-work.
        read audit-work
            at end set work-eof to true
        end-read.

    settle-audit-work-loop.
        move audit-work-record to audit-record.
        perform widen-seen-dates.
        perform read-next-audit-work.

    settle-from-one-archive.
        move spaces to archive-name.
        string "audarch." delimited by size
               archive-date-entry(archive-date-idx) delimited by size
               into archive-name
        end-string.
        open input archive-file.
        if archive-status is equal to '35'
            display "*no archive file " function trim(archive-name) " - skipped*"
        else
            add 1 to archives-read
            move 'N' to archive-eof-switch
            perform read-next-archive-record
            perform settle-archive-loop
                until archive-eof
            close archive-file
        end-if.
        add 1 to archive-date-idx.

    read-next-archive-record.
        move spaces to archive-record.
        read archive-file
            at end set archive-eof to true
        end-read.

    settle-archive-loop.
        move archive-record to audit-record.
        perform widen-seen-dates.
        perform read-next-archive-record.

    widen-seen-dates.
        *> Only an opened-up edge can move - every other record's span
        *> already covers all of its sightings, so this is a no-op there
        perform classify-audit-entry.
        move function upper-case(function trim(entry-numeral)) to nm-numeral.
        read numeral-master
            invalid key
                continue
            not invalid key
                move 'N' to master-changed-switch
                if aud-timestamp is less than nm-first-seen
                    move aud-timestamp to nm-first-seen
                    set master-changed to true
                end-if
                if aud-timestamp is greater than nm-last-seen
                    move aud-timestamp to nm-last-seen
                    set master-changed to true
                end-if
                if master-changed
                    rewrite master-record
                end-if
        end-read.

    restore-unsettled-dates.
        *> An edge nothing on the files read could settle belongs to a
        *> sighting in an archive that was not named - it goes back the
        *> way it was and is reported, rather than left opened up
        open input master-work.
        move 'N' to work-eof-switch.
        perform read-next-master-work.
        perform restore-one-master-loop
            until work-eof.
        close master-work.
        if dates-unsettled is greater than 0
            display "*" dates-unsettled " seen date(s) not settled from the files read - left as they were; name the older archives or rebuild with NUMMNT*"
        end-if.

    read-next-master-work.
        read master-work
            at end set work-eof to true
        end-read.

    restore-one-master-loop.
        move mw-numeral to nm-numeral.
        read numeral-master
            invalid key
                continue
            not invalid key
                move 'N' to master-changed-switch
                if nm-first-seen is equal to open-first-stamp
                    move mw-first-seen to nm-first-seen
                    add 1 to dates-unsettled
                    set master-changed to true
                end-if
                if nm-last-seen is equal to open-last-stamp
                    move mw-last-seen to nm-last-seen
                    add 1 to dates-unsettled
                    set master-changed to true
                end-if
                if master-changed
                    rewrite master-record
                end-if
        end-read.
        perform read-next-master-work.

    rewrite-audit-log.
        *> The kept entries go back over the live log, in the order
        *> they were written
        open input audit-work.
        open output audit-log.
        if audit-log-status is not equal to '00'
            display "*unable to rewrite AUDITLOG - its kept entries are in revwrk1*"
            move 8 to return-code
            stop run
        end-if.
        move 'N' to work-eof-switch.
        perform read-next-audit-work.
        perform copy-audit-back-loop
            until work-eof.
        close audit-work.
        close audit-log.
        display "*AUDITLOG rewritten without the run's entries*".

    copy-audit-back-loop.
        write audit-record from audit-work-record.
        perform read-next-audit-work.

    write-reversal-record.
        open extend run-log.
        if run-log-status is not equal to '00'
            display "*unable to reopen RUNLOG - the reversal record could not be written*"
            move 8 to return-code
        else
            move spaces to run-record
            set rn-reversal to true
            move target-run-id to rn-run-id
            move function current-date(1:14) to rn-timestamp
            move target-mode to rn-mode
            move target-direction to rn-direction
            move target-format to rn-format
            move entries-removed to rn-processed
            move lines-removed to rn-rejected
            move 0 to rn-return-code
            move removed-first-seq to rn-first-seq
            move removed-last-seq to rn-last-seq
            move removed-last-check to rn-bridge-check
            write run-record
            close run-log
        end-if.

    print-reversal-report.
        display " ".
        display report-heading.
        move target-run-id to rl-run-id.
        move target-start to rl-start.
        move target-end to rl-end.
        display run-line.
        display underline-1.
        move entries-removed to rm-removed.
        compute kp-kept = entries-examined - entries-removed.
        move lines-removed to lr-removed.
        move entries-not-on-romanout to nr-count.
        display removed-line.
        display kept-line.
        display lines-removed-line.
        display not-on-romanout-line.
        if master-file-open
            move records-lowered to lw-lowered
            move records-deleted to dl-deleted
            move records-missing to ms-missing
            move archives-read to al-archives
            display lowered-line
            display deleted-line
            display missing-line
            display archives-line
        end-if.
        if romanout-skipped
            display "*ROMANOUT was not touched - a later run has replaced it*"
        else
            if entries-not-on-romanout is greater than 0
                display "*some of the run's entries had no ROMANOUT line left to take*"
            end-if
        end-if.
