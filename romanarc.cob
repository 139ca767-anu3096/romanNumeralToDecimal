    select archive-file assign to dynamic archive-name
        organization is line sequential
        file status is archive-status.
    select archive-index assign to "audarcix"
        organization is line sequential
        file status is archive-index-status.

data division.

    fd audit-log.
        copy "audrec.cpy".
    fd archive-file.
        01 archive-record picture x(188).
    fd archive-index.
        copy "arcxrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 audit-log-status pic xx value spaces.
    77 archive-status pic xx value spaces.
    77 archive-index-status pic xx value spaces.
    77 archive-name pic x(20) value spaces.
    77 audit-eof-switch pic x value 'N'.
        88 audit-eof value 'Y'.
    77 live-first-stamp pic x(14) value spaces.
    77 live-last-stamp pic x(14) value spaces.

    *> The span of audit sequence numbers moved, for the archive index
    77 archive-first-seq pic 9(9) value 0.
    77 archive-last-seq pic 9(9) value 0.

    *> The entries staying behind are held here while the live log is
    *> still open for input, then written back over it once it can be
    *> reopened fresh - the archive is written as the log is read, so
    77 retain-count pic 9(5) value 0.
    77 retain-idx pic 9(5) value 0.
    01 retain-table.
        02 retain-entry occurs 20000 times pic x(188).

    01 report-heading.
        02 pic x(5) value spaces.
    close archive-file.

    perform rewrite-live-log.
    if archived-count is greater than 0
        perform write-archive-index
    end-if.
    perform print-movement-report.
    stop run.

                move aud-timestamp to archive-first-stamp
            end-if
            move aud-timestamp to archive-last-stamp
            if aud-seq is numeric and aud-seq is greater than 0
                if archive-first-seq is equal to 0
                    move aud-seq to archive-first-seq
                end-if
                move aud-seq to archive-last-seq
            end-if
            write archive-record from audit-record
        else
            perform hold-retained-entry
        write audit-record from retain-entry(retain-idx).
        add 1 to retain-idx.

    write-archive-index.
        *> Record the sweep, so the audit chain can be walked through
        *> this archive in its turn
        open extend archive-index.
        if archive-index-status is equal to '35'
            open output archive-index
        end-if.
        if archive-index-status is not equal to '00'
            display "*unable to open the archive index - add " function trim(archive-name) " to AUDARCIX by hand*"
        else
            move spaces to archive-index-record
            move cutoff-date to ax-cutoff
            move archive-name to ax-name
            move archive-first-seq to ax-first-seq
            move archive-last-seq to ax-last-seq
            move archived-count to ax-count
            move function current-date(1:14) to ax-created
            write archive-index-record
            close archive-index
        end-if.

    print-movement-report.
        display " ".
        display report-heading.
