
identification division.
program-id. romanar.
environment division.
input-output section.

*> Setup standard output, the parameter naming the ROMANBILL
*> generation to send, the generation catalog it is found in, the
*> balance flag that cleared it, the kept billing dataset itself
*> (assigned dynamically, the way ROMANARC names its archives), the
*> outbound AR interface, and the register of what has been sent
file-control.
    select standard-output assign to display.
    select param-file assign to "arparm"
        organization is line sequential
        file status is param-status.
    select generation-catalog assign to "gencat"
        organization is line sequential
        file status is catalog-status.
    select balance-flag-file assign to "balflag"
        organization is line sequential
        file status is balance-flag-status.
    select billing-file assign to dynamic billing-name
        organization is line sequential
        file status is billing-status.
    select interface-file assign to "arout"
        organization is line sequential
        file status is interface-status.
    select register-file assign to "arreg"
        organization is line sequential
        file status is register-status.

data division.

*> Setup standard output and interface files
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    *> One line - the ROMANBILL generation to send, blank for the
    *> newest one kept
    fd param-file.
        01 param-record picture x(80).
    fd generation-catalog.
        copy "gencrec.cpy".
    fd balance-flag-file.
        01 balance-flag-record.
            02 bf-flag picture x.
            02 filler picture x.
            02 bf-timestamp picture x(14).
            02 filler picture x.
            02 bf-generation picture 9(4).
            02 filler picture x.
            02 bf-run-id picture 9(6).
    fd billing-file.
        01 billing-record.
            02 bl-numeral picture x(30).
            02 filler picture x.
            02 bl-value-text picture x(9).
            02 filler picture x.
            02 bl-band picture x(8).
            02 filler picture x.
            02 bl-rate-text picture x(8).
            02 filler picture x.
            02 bl-charge-text picture x(10).
            02 filler picture x.
            02 bl-fraction-text picture x(5).
    fd interface-file.
        copy "arirec.cpy".
    fd register-file.
        copy "arregrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 param-status pic xx value spaces.
    77 catalog-status pic xx value spaces.
    77 balance-flag-status pic xx value spaces.
    77 billing-status pic xx value spaces.
    77 interface-status pic xx value spaces.
    77 register-status pic xx value spaces.
    77 catalog-eof-switch pic x value 'N'.
        88 catalog-eof value 'Y'.
    77 billing-eof-switch pic x value 'N'.
        88 billing-eof value 'Y'.
    77 register-eof-switch pic x value 'N'.
        88 register-eof value 'Y'.
    77 numval-check pic 9(4) value 0.

    *> The ROMANBILL generation being sent - its number is the batch
    *> id AR knows it by
    77 generation-text pic x(20) value spaces.
    77 requested-generation pic 9(4) value 0.
    77 billing-name pic x(20) value spaces.
    77 batch-id pic 9(4) value 0.
    77 batch-run-id pic 9(6) value 0.
    *> Another batch already standing for the same run's charges - a
    *> ROMANBILL rerun for that run is a new generation, so a new batch
    *> id, but the charges are the same ones
    77 run-batch-id pic 9(4) value 0.
    77 run-batch-status pic x value space.
    77 billing-date pic x(8) value spaces.
    77 sent-stamp pic x(14) value spaces.
    77 generation-found-switch pic x value 'N'.
        88 generation-found value 'Y'.
    77 generation-rolled-switch pic x value 'N'.
        88 generation-rolled-off value 'Y'.

    77 detail-count pic 9(7) value 0.
    77 billed-total pic 9(11)v99 value 0.
    77 unreadable-count pic 9(7) value 0.

    *> The send register, held while it is checked and brought up to
    *> date, then written back whole
    77 register-count pic 9(4) value 0.
    77 register-idx pic 9(4) value 0.
    77 batch-register-idx pic 9(4) value 0.
    01 register-table.
        02 register-entry occurs 1000 times pic x(109).

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(30) value 'Accounts-receivable interface '.
        02 pic x(6) value 'batch '.
        02 rh-batch-id pic 9(4).
    01 underline-1.
        02 pic x(45) value ' --------------------------------------------'.
    01 run-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Billing run..............'.
        02 rl-run-id pic 9(6).
    01 billing-date-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Billing date.............'.
        02 bd-billing-date pic x(8).
    01 balance-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Balanced.................'.
        02 bal-stamp pic x(14).
    01 detail-count-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Charges sent.............'.
        02 dc-count pic z(6)9.
    01 total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Total billed.............'.
        02 tl-total pic z(10)9.99.
    01 times-sent-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Times sent...............'.
        02 ts-times pic z9.

procedure division.
    perform choose-billing-generation.
    perform check-balance-flag.
    perform load-register.
    perform check-not-awaiting-ack.

    open input billing-file.
    if billing-status is not equal to '00'
        display "*unable to open " function trim(billing-name) " - nothing sent*"
        move 8 to return-code
        stop run
    end-if.
    open output interface-file.
    if interface-status is not equal to '00'
        display "*unable to open AROUT for output - nothing sent*"
        close billing-file
        move 8 to return-code
        stop run
    end-if.

    move function current-date(1:14) to sent-stamp.
    perform write-interface-header.
    perform read-next-billing-record.
    perform write-detail-loop
        until billing-eof.
    close billing-file.
    perform write-interface-trailer.
    close interface-file.

    *> A charge line that cannot be read is a billing problem to put
    *> right before AR sees any of the batch - AROUT is emptied so no
    *> transmission step can pick the batch up, and the register is
    *> left as it was, so the batch can be built again once it is fixed
    if unreadable-count is greater than 0
        open output interface-file
        close interface-file
        display "*" unreadable-count " ROMANBILL line(s) could not be read - AROUT emptied, nothing sent*"
        move 8 to return-code
        stop run
    end-if.

    perform record-batch-sent.
    perform rewrite-register.
    perform print-interface-report.
    stop run.

    choose-billing-generation.
        *> ARPARM names the ROMANBILL generation to send; with no
        *> parameter (or a blank one) the newest kept generation goes
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
                display "*invalid ROMANBILL generation '" function trim(generation-text) "' on ARPARM - nothing sent*"
                move 8 to return-code
                stop run
            end-if
            compute requested-generation = function numval(function trim(generation-text))
        end-if.

        open input generation-catalog.
        if catalog-status is not equal to '00'
            display "*No generation catalog found - has ROMANBIL kept a ROMANBILL yet?*"
            move 8 to return-code
            stop run
        end-if.
        perform read-next-catalog-record.
        perform find-billing-generation
            until catalog-eof.
        close generation-catalog.

        if not generation-found
            if generation-rolled-off
                display "*ROMANBILL generation " requested-generation " has rolled off - nothing sent*"
            else
                display "*no ROMANBILL generation to send*"
            end-if
            move 8 to return-code
            stop run
        end-if.

    read-next-catalog-record.
        read generation-catalog
            at end set catalog-eof to true
        end-read.

    find-billing-generation.
        if gc-dataset is equal to 'romanbill'
            if requested-generation is equal to 0
                if gc-kept and gc-generation is greater than batch-id
                    perform take-billing-generation
                end-if
            else
                if gc-generation is equal to requested-generation
                    if gc-kept
                        perform take-billing-generation
                    else
                        set generation-rolled-off to true
                    end-if
                end-if
            end-if
        end-if.
        perform read-next-catalog-record.

    take-billing-generation.
        move gc-generation to batch-id.
        move gc-run-id to batch-run-id.
        move gc-created(1:8) to billing-date.
        move gc-file-name to billing-name.
        set generation-found to true.

    check-balance-flag.
        *> The header carries the balancing that cleared this billing,
        *> so the flag must still speak for the run being billed
        open input balance-flag-file.
        if balance-flag-status is equal to '35'
            display "*No balance flag found - run ROMANBAL before sending to AR*"
            move 8 to return-code
            stop run
        end-if.
        move spaces to balance-flag-record.
        read balance-flag-file
            at end move spaces to balance-flag-record
        end-read.
        close balance-flag-file.
        if bf-flag is not equal to 'Y'
            display "*Last reconciliation did not balance - nothing sent*"
            move 8 to return-code
            stop run
        end-if.
        if bf-run-id is not numeric or bf-run-id is not equal to batch-run-id
            display "*the balance flag does not vouch for run " batch-run-id " - rebalance it before sending batch " batch-id "*"
            move 8 to return-code
            stop run
        end-if.

    load-register.
        open input register-file.
        if register-status is equal to '00'
            perform read-next-register-record
            perform load-register-loop
                until register-eof
            close register-file
        end-if.

    read-next-register-record.
        read register-file
            at end set register-eof to true
        end-read.

    load-register-loop.
        if register-count is equal to 1000
            display "*AR register table full - raise the table size*"
            move 8 to return-code
            stop run
        end-if.
        add 1 to register-count.
        move ar-register-record to register-entry(register-count).
        if rg-batch-id is equal to batch-id
            move register-count to batch-register-idx
        else
            if rg-run-id is equal to batch-run-id
                and (rg-sent or rg-accepted)
                move rg-batch-id to run-batch-id
                move rg-status to run-batch-status
            end-if
        end-if.
        perform read-next-register-record.

    check-not-awaiting-ack.
        *> A batch AR has not answered for must not go again, and one
        *> AR accepted is done with - only a rejected batch is resent
        if batch-register-idx is greater than 0
            move register-entry(batch-register-idx) to ar-register-record
            if rg-sent
                display "*batch " batch-id " was sent " rg-sent-stamp " and AR has not acknowledged it - not resent*"
                move 8 to return-code
                stop run
            end-if
            if rg-accepted
                display "*batch " batch-id " was accepted by AR " rg-ack-stamp " - not resent*"
                move 8 to return-code
                stop run
            end-if
            display "*batch " batch-id " was rejected by AR (" function trim(rg-ack-reason) ") - sending it again*"
        end-if.
        if run-batch-id is greater than 0
            if run-batch-status is equal to 'A'
                display "*run " batch-run-id "'s charges were already accepted by AR as batch " run-batch-id " - batch " batch-id " not sent*"
            else
                display "*run " batch-run-id "'s charges went to AR as batch " run-batch-id ", not yet acknowledged - batch " batch-id " not sent*"
            end-if
            move 8 to return-code
            stop run
        end-if.
        *> A new batch needs a register line of its own
        if batch-register-idx is equal to 0 and register-count is equal to 1000
            display "*AR register table full - raise the table size before batch " batch-id " can be sent*"
            move 8 to return-code
            stop run
        end-if.

    write-interface-header.
        move spaces to ar-header-record.
        move 'H' to ah-rec-type.
        move batch-id to ah-batch-id.
        move batch-run-id to ah-run-id.
        move billing-date to ah-billing-date.
        move bf-timestamp to ah-balance-stamp.
        move sent-stamp to ah-sent-stamp.
        write ar-header-record.

    read-next-billing-record.
        move spaces to billing-record.
        read billing-file
            at end set billing-eof to true
        end-read.

    write-detail-loop.
        if billing-record is not equal to spaces
            perform write-interface-detail
        end-if.
        perform read-next-billing-record.

    write-interface-detail.
        *> ROMANBILL holds edited figures; each is proved readable
        *> before it goes into the fixed-point interface field
        compute numval-check = function test-numval(function trim(bl-value-text)).
        if numval-check is not equal to 0
            perform report-unreadable-line
            exit paragraph
        end-if.
        compute numval-check = function test-numval(function trim(bl-rate-text)).
        if numval-check is not equal to 0
            perform report-unreadable-line
            exit paragraph
        end-if.
        compute numval-check = function test-numval(function trim(bl-charge-text)).
        if numval-check is not equal to 0
            perform report-unreadable-line
            exit paragraph
        end-if.
        add 1 to detail-count.
        move spaces to ar-detail-record.
        move 'D' to ad-rec-type.
        move batch-id to ad-batch-id.
        move detail-count to ad-seq.
        move bl-numeral to ad-numeral.
        compute ad-value = function numval(function trim(bl-value-text)).
        move bl-band to ad-band.
        compute ad-rate = function numval(function trim(bl-rate-text)).
        compute ad-charge = function numval(function trim(bl-charge-text)).
        add ad-charge to billed-total.
        write ar-detail-record.

    report-unreadable-line.
        add 1 to unreadable-count.
        display "*unreadable ROMANBILL line: " function trim(billing-record) "*".

    write-interface-trailer.
        move spaces to ar-trailer-record.
        move 'T' to at-rec-type.
        move batch-id to at-batch-id.
        move detail-count to at-count.
        move billed-total to at-total.
        write ar-trailer-record.

    record-batch-sent.
        *> A resent batch takes over its own register line; a new one
        *> is added at the end
        if batch-register-idx is equal to 0
            move spaces to ar-register-record
            move 0 to rg-times-sent
            add 1 to register-count
            move register-count to batch-register-idx
        else
            move register-entry(batch-register-idx) to ar-register-record
        end-if.
        move batch-id to rg-batch-id.
        move batch-run-id to rg-run-id.
        move billing-date to rg-billing-date.
        move sent-stamp to rg-sent-stamp.
        move detail-count to rg-count.
        move billed-total to rg-total.
        set rg-sent to true.
        move spaces to rg-ack-stamp.
        move spaces to rg-ack-reason.
        add 1 to rg-times-sent.
        move ar-register-record to register-entry(batch-register-idx).

    rewrite-register.
        open output register-file.
        if register-status is not equal to '00'
            display "*unable to rewrite ARREG - record batch " batch-id " as sent by hand before AROUT goes*"
            move 8 to return-code
            exit paragraph
        end-if.
        move 1 to register-idx.
        perform write-one-register-entry
            until register-idx is greater than register-count.
        close register-file.

    write-one-register-entry.
        write ar-register-record from register-entry(register-idx).
        add 1 to register-idx.

    print-interface-report.
        display " ".
        move batch-id to rh-batch-id.
        display report-heading.
        display underline-1.
        move batch-run-id to rl-run-id.
        display run-line.
        move billing-date to bd-billing-date.
        display billing-date-line.
        move bf-timestamp to bal-stamp.
        display balance-line.
        move detail-count to dc-count.
        display detail-count-line.
        move billed-total to tl-total.
        display total-line.
        move register-entry(batch-register-idx) to ar-register-record.
        move rg-times-sent to ts-times.
        display times-sent-line.
