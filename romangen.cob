
identification division.
program-id. romangen.
environment division.
input-output section.

*> Setup the window dataset being kept, the numbered copy it is kept
*> under, the generation catalog, a work copy of the catalog for when
*> it is rewritten, and the retention parameter - the dataset and its
*> copy are assigned dynamically, the way ROMANARC names its archives
file-control.
    select source-file assign to dynamic source-name
        organization is line sequential
        file status is source-status.
    select generation-file assign to dynamic generation-name
        organization is line sequential
        file status is generation-status.
    select generation-catalog assign to "gencat"
        organization is line sequential
        file status is catalog-status.
    select catalog-work assign to "gencatwk"
        organization is line sequential
        file status is catalog-work-status.
    select param-file assign to "genparm"
        organization is line sequential
        file status is param-status.

data division.

*> Setup the generation interfaces
file section.
    fd source-file.
        01 source-record picture x(256).
    fd generation-file.
        01 generation-copy-record picture x(256).
    fd generation-catalog.
        copy "gencrec.cpy".
    fd catalog-work.
        01 catalog-work-record picture x(67).
    *> One line - how many generations of each dataset to keep
    fd param-file.
        01 param-record picture x(80).

*> Declaration of variables to work within this file
working-storage section.
    77 source-name pic x(20) value spaces.
    77 generation-name pic x(20) value spaces.
    77 source-status pic xx value spaces.
    77 generation-status pic xx value spaces.
    77 catalog-status pic xx value spaces.
    77 catalog-work-status pic xx value spaces.
    77 param-status pic xx value spaces.
    77 source-eof-switch pic x value 'N'.
        88 source-eof value 'Y'.
    77 catalog-eof-switch pic x value 'N'.
        88 catalog-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    *> Generations kept per dataset - the newest ones; anything older
    *> rolls off as a new generation is taken
    77 retention-count pic 9(4) value 7.
    77 default-retention pic 9(4) value 7.
    77 roll-off-below pic s9(5) value 0.
    77 delete-status pic s9(9) comp-5 value 0.

    77 highest-generation pic 9(4) value 0.
    77 new-generation pic 9(4) value 0.
    77 wanted-generation pic 9(4) value 0.
    77 copied-count pic 9(7) value 0.
    77 display-dataset pic x(9) value spaces.

*> Declare variables for the parameters being passed by another program
linkage section.
    *> C takes the dataset as it stands now as its next generation,
    *> stamped with the run id given; F finds a generation by number
    *> (zero for the newest kept) and hands back its name and stamp
    77 gen-action pic x.
        88 gen-catalog value 'C'.
        88 gen-find value 'F'.
    77 gen-dataset pic x(9).
    77 gen-generation pic 9(4).
    77 gen-run-id pic 9(6).
    77 gen-records pic 9(7).
    77 gen-file-name pic x(20).
    77 gen-result pic x.
        88 gen-done value 'Y'.
        88 gen-not-found value 'N'.
        88 gen-rolled-off value 'R'.

procedure division using gen-action, gen-dataset, gen-generation,
                         gen-run-id, gen-records, gen-file-name,
                         gen-result.
    *> Nothing carries over from an earlier call - one run may keep
    *> more than one dataset
    move 'N' to gen-result.
    move 0 to highest-generation.
    move 0 to copied-count.
    move function upper-case(gen-dataset) to display-dataset.
    if gen-catalog
        perform catalog-generation
    else
        perform find-generation
    end-if.
    goback.

    catalog-generation.
        perform read-retention.
        perform find-highest-generation.
        compute new-generation = highest-generation + 1.
        move function trim(gen-dataset) to source-name.
        move spaces to generation-name.
        string function trim(gen-dataset) delimited by size
               ".g" delimited by size
               new-generation delimited by size
               into generation-name
        end-string.

        *> Take the copy first - the catalog only ever names a
        *> generation that is already safely on disk
        open input source-file.
        if source-status is equal to '35'
            display "*No " function trim(display-dataset) " dataset found - no generation taken*"
            exit paragraph
        end-if.
        open output generation-file.
        if generation-status is not equal to '00'
            display "*unable to open " function trim(generation-name) " - no generation of " function trim(display-dataset) " taken*"
            close source-file
            exit paragraph
        end-if.
        move 'N' to source-eof-switch.
        perform read-next-source-record.
        perform copy-source-loop
            until source-eof.
        close source-file.
        close generation-file.

        perform rewrite-catalog.
        if gen-done
            move new-generation to gen-generation
            move copied-count to gen-records
            move generation-name to gen-file-name
            display "*" function trim(display-dataset) " generation " new-generation " kept as " function trim(generation-name) " - run " gen-run-id ", " copied-count " records*"
        end-if.

    read-retention.
        *> The GENPARM dataset names the retention count; without one
        *> a week's worth of nightly generations is kept
        move default-retention to retention-count.
        open input param-file.
        if param-status is equal to '00'
            move spaces to param-record
            read param-file
                at end move spaces to param-record
            end-read
            close param-file
            if param-record is not equal to spaces
                compute numval-check = function test-numval(function trim(param-record))
                if numval-check is equal to 0
                    and function numval(function trim(param-record)) is greater than 0
                    and function numval(function trim(param-record)) is less than 10000
                    compute retention-count = function numval(function trim(param-record))
                else
                    display "*invalid retention count on GENPARM - keeping " default-retention " generations*"
                end-if
            end-if
        end-if.

    find-highest-generation.
        open input generation-catalog.
        if catalog-status is equal to '00'
            move 'N' to catalog-eof-switch
            perform read-next-catalog-record
            perform find-highest-loop
                until catalog-eof
            close generation-catalog
        end-if.

    find-highest-loop.
        if gc-dataset is equal to gen-dataset
            and gc-generation is greater than highest-generation
            move gc-generation to highest-generation
        end-if.
        perform read-next-catalog-record.

    read-next-catalog-record.
        read generation-catalog
            at end set catalog-eof to true
        end-read.

    read-next-source-record.
        move spaces to source-record.
        read source-file
            at end set source-eof to true
        end-read.

    copy-source-loop.
        write generation-copy-record from source-record.
        add 1 to copied-count.
        perform read-next-source-record.

    rewrite-catalog.
        *> The catalog is copied to the work file with the generations
        *> past retention marked rolled off as they go by, the new
        *> generation is added at the end, and the work file is then
        *> copied back over the catalog
        compute roll-off-below = new-generation - retention-count.
        open output catalog-work.
        if catalog-work-status is not equal to '00'
            display "*unable to open GENCATWK - " function trim(generation-name) " taken but not cataloged*"
            exit paragraph
        end-if.
        open input generation-catalog.
        if catalog-status is equal to '00'
            move 'N' to catalog-eof-switch
            perform read-next-catalog-record
            perform carry-catalog-loop
                until catalog-eof
            close generation-catalog
        end-if.
        move spaces to generation-record.
        move gen-dataset to gc-dataset.
        move new-generation to gc-generation.
        move gen-run-id to gc-run-id.
        move function current-date(1:14) to gc-created.
        move copied-count to gc-records.
        set gc-kept to true.
        move generation-name to gc-file-name.
        write catalog-work-record from generation-record.
        close catalog-work.

        open input catalog-work.
        open output generation-catalog.
        if catalog-status is not equal to '00'
            display "*unable to rewrite GENCAT - the catalog stands in GENCATWK*"
            close catalog-work
            exit paragraph
        end-if.
        move 'N' to catalog-eof-switch.
        perform read-next-work-record.
        perform copy-back-loop
            until catalog-eof.
        close catalog-work.
        close generation-catalog.
        set gen-done to true.

    carry-catalog-loop.
        if gc-dataset is equal to gen-dataset and gc-kept
            and gc-generation is not greater than roll-off-below
            perform roll-off-generation
        end-if.
        write catalog-work-record from generation-record.
        perform read-next-catalog-record.

    roll-off-generation.
        *> A copy already gone is still marked - the catalog must not
        *> go on offering a generation nobody can read
        call "CBL_DELETE_FILE" using gc-file-name
            returning delete-status
        end-call.
        set gc-rolled-off to true.
        display "*" function trim(display-dataset) " generation " gc-generation " rolled off (" function trim(gc-file-name) ")*".

    read-next-work-record.
        read catalog-work
            at end set catalog-eof to true
        end-read.

    copy-back-loop.
        write generation-record from catalog-work-record.
        perform read-next-work-record.

    find-generation.
        *> The newest kept generation when none is named, otherwise the
        *> one named - a generation rolled off is reported as such, so
        *> the operator knows it existed but is gone
        move gen-generation to wanted-generation.
        open input generation-catalog.
        if catalog-status is not equal to '00'
            exit paragraph
        end-if.
        move 'N' to catalog-eof-switch.
        perform read-next-catalog-record.
        perform find-generation-loop
            until catalog-eof.
        close generation-catalog.

    find-generation-loop.
        if gc-dataset is equal to gen-dataset
            if wanted-generation is equal to 0
                if gc-kept and gc-generation is greater than highest-generation
                    move gc-generation to highest-generation
                    perform hand-back-generation
                end-if
            else
                if gc-generation is equal to wanted-generation
                    if gc-kept
                        perform hand-back-generation
                    else
                        set gen-rolled-off to true
                    end-if
                end-if
            end-if
        end-if.
        perform read-next-catalog-record.

    hand-back-generation.
        move gc-generation to gen-generation.
        move gc-run-id to gen-run-id.
        move gc-records to gen-records.
        move gc-file-name to gen-file-name.
        set gen-done to true.
