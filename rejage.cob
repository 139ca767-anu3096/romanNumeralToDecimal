
identification division.
program-id. rejage.
environment division.
input-output section.

*> Setup standard output and the keyed reject ledger - every reject
*> still open is aged from the date it was first rejected, and the
*> ages are grouped by the department file it arrived in and the
*> reason it failed, so month-end can see which departments leave
*> their rejects standing and for how long
file-control.
    select standard-output assign to display.
    select reject-ledger assign to "rejledg"
        organization is indexed
        access mode is sequential
        record key is rl-key
        file status is reject-ledger-status.
    select aging-sort-work assign to "agesort1".

data division.

*> Setup standard output and aging interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd reject-ledger.
        copy "rjlrec.cpy".
    sd aging-sort-work.
        01 aging-sort-record.
            02 as-file pic x(44).
            02 as-reason pic x.
            02 as-age-days pic 9(5).
            02 as-first-date pic x(8).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 reject-ledger-status pic xx value spaces.
    77 ledger-eof-switch pic x value 'N'.
        88 ledger-eof value 'Y'.
    77 sort-eof-switch pic x value 'N'.
        88 sort-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    *> Ages are counted in whole days from the first rejection to
    *> today - a reject raised today is zero days old
    77 today-date pic x(8) value spaces.
    77 today-day-number pic 9(7) value 0.
    77 first-day-number pic 9(7) value 0.
    77 entries-read pic 9(6) value 0.
    77 entries-undated pic 9(6) value 0.

    *> Control-break state - one line per file and reason, a subtotal
    *> per file, and the grand total
    77 group-file pic x(44) value spaces.
    77 group-reason pic x value space.
    77 reason-young pic 9(6) value 0.
    77 reason-middle pic 9(6) value 0.
    77 reason-old pic 9(6) value 0.
    77 reason-oldest pic x(8) value spaces.
    77 file-young pic 9(6) value 0.
    77 file-middle pic 9(6) value 0.
    77 file-old pic 9(6) value 0.
    77 total-young pic 9(6) value 0.
    77 total-middle pic 9(6) value 0.
    77 total-old pic 9(6) value 0.
    77 files-listed pic 9(4) value 0.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Open reject aging report '.
        02 pic x(6) value 'as at '.
        02 rh-today pic x(8).
    01 underline-1.
        02 pic x(78) value ' -----------------------------------------------------------------------------'.
    01 col-heads.
        02 pic x(30) value ' Department file             '.
        02 pic x(8) value ' Reason '.
        02 pic x(8) value ' 0-2 dys'.
        02 pic x(8) value ' 3-7 dys'.
        02 pic x(8) value '  >7 dys'.
        02 pic x(8) value '   Total'.
        02 pic x(10) value '  Oldest  '.
    01 reason-line.
        02 pic x value space.
        02 rl-out-file pic x(30).
        02 pic x(3) value spaces.
        02 rl-out-reason pic x.
        02 pic x(4) value spaces.
        02 rl-out-young pic z(6)9.
        02 pic x value space.
        02 rl-out-middle pic z(6)9.
        02 pic x value space.
        02 rl-out-old pic z(6)9.
        02 pic x value space.
        02 rl-out-total pic z(6)9.
        02 pic x(2) value spaces.
        02 rl-out-oldest pic x(8).
    01 file-total-line.
        02 pic x value space.
        02 pic x(30) value '   file total'.
        02 pic x(8) value spaces.
        02 ft-young pic z(6)9.
        02 pic x value space.
        02 ft-middle pic z(6)9.
        02 pic x value space.
        02 ft-old pic z(6)9.
        02 pic x value space.
        02 ft-total pic z(6)9.
    01 grand-total-line.
        02 pic x value space.
        02 pic x(30) value 'All departments'.
        02 pic x(8) value spaces.
        02 gt-young pic z(6)9.
        02 pic x value space.
        02 gt-middle pic z(6)9.
        02 pic x value space.
        02 gt-old pic z(6)9.
        02 pic x value space.
        02 gt-total pic z(6)9.
    01 reason-key-line.
        02 pic x(5) value spaces.
        02 pic x(62) value 'Reasons: 1 malformed, 2 out of range, 3 invalid decimal value'.

procedure division.
    open input reject-ledger.
    if reject-ledger-status is equal to '35'
        display "*No reject ledger found - has a batch run rejected anything yet?*"
        stop run
    end-if.
    if reject-ledger-status is not equal to '00'
        display "*unable to open the reject ledger*"
        move 8 to return-code
        stop run
    end-if.
    close reject-ledger.

    move function current-date(1:8) to today-date.
    compute today-day-number = function integer-of-date(function numval(today-date)).

    display " ".
    move today-date to rh-today.
    display report-heading.
    display underline-1.
    display col-heads.

    sort aging-sort-work
        ascending key as-file, as-reason, as-first-date
        input procedure is load-open-rejects
        output procedure is print-aging-groups.

    display " ".
    display reason-key-line.
    if entries-undated is greater than 0
        display "*" entries-undated " open reject(s) carry no usable first-rejection date - aged as raised today*"
    end-if.
    stop run.

    load-open-rejects.
        open input reject-ledger.
        perform read-next-ledger-entry.
        perform release-open-reject
            until ledger-eof.
        close reject-ledger.

    read-next-ledger-entry.
        read reject-ledger next
            at end set ledger-eof to true
        end-read.

    release-open-reject.
        if rl-open
            add 1 to entries-read
            move rl-file to as-file
            move rl-reason to as-reason
            move rl-first-date to as-first-date
            compute numval-check = function test-numval(rl-first-date)
            if numval-check is equal to 0
                compute first-day-number = function integer-of-date(function numval(rl-first-date))
            else
                move 0 to first-day-number
            end-if
            if first-day-number is equal to 0
                or first-day-number is greater than today-day-number
                add 1 to entries-undated
                move 0 to as-age-days
            else
                compute as-age-days = today-day-number - first-day-number
            end-if
            release aging-sort-record
        end-if.
        perform read-next-ledger-entry.

    print-aging-groups.
        perform return-aging-record.
        perform age-one-file
            until sort-eof.
        move total-young to gt-young.
        move total-middle to gt-middle.
        move total-old to gt-old.
        compute gt-total = total-young + total-middle + total-old.
        display underline-1.
        display grand-total-line.

    return-aging-record.
        return aging-sort-work
            at end set sort-eof to true
        end-return.

    age-one-file.
        move as-file to group-file.
        move 0 to file-young.
        move 0 to file-middle.
        move 0 to file-old.
        add 1 to files-listed.
        perform age-one-reason
            until sort-eof or as-file is not equal to group-file.
        move file-young to ft-young.
        move file-middle to ft-middle.
        move file-old to ft-old.
        compute ft-total = file-young + file-middle + file-old.
        display file-total-line.

    age-one-reason.
        move as-reason to group-reason.
        move 0 to reason-young.
        move 0 to reason-middle.
        move 0 to reason-old.
        *> The sort puts the earliest first-rejection date first
        move as-first-date to reason-oldest.
        perform count-one-reject
            until sort-eof or as-file is not equal to group-file
                or as-reason is not equal to group-reason.
        move group-file to rl-out-file.
        move group-reason to rl-out-reason.
        move reason-young to rl-out-young.
        move reason-middle to rl-out-middle.
        move reason-old to rl-out-old.
        compute rl-out-total = reason-young + reason-middle + reason-old.
        move reason-oldest to rl-out-oldest.
        display reason-line.
        add reason-young to file-young total-young.
        add reason-middle to file-middle total-middle.
        add reason-old to file-old total-old.

    count-one-reject.
        evaluate true
            when as-age-days is less than 3
                add 1 to reason-young
            when as-age-days is less than 8
                add 1 to reason-middle
            when other
                add 1 to reason-old
        end-evaluate.
        perform return-aging-record.
