
identification division.
program-id. romanack.
environment division.
input-output section.

*> Setup standard output, the acknowledgement file AR sends back, and
*> the register of the interface batches ROMANAR has sent - each
*> acknowledgement settles its batch in the register, and any batch
*> AR has not answered for is reported as missing
file-control.
    select standard-output assign to display.
    select ack-file assign to "arack"
        organization is line sequential
        file status is ack-status.
    select register-file assign to "arreg"
        organization is line sequential
        file status is register-status.

data division.

*> Setup standard output and reconciliation interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd ack-file.
        copy "arakrec.cpy".
    fd register-file.
        copy "arregrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 ack-status pic xx value spaces.
    77 register-status pic xx value spaces.
    77 ack-eof-switch pic x value 'N'.
        88 ack-eof value 'Y'.
    77 register-eof-switch pic x value 'N'.
        88 register-eof value 'Y'.
    77 found-switch pic x value 'N'.
        88 batch-found value 'Y'.
    77 register-unsaved-switch pic x value 'N'.
        88 register-unsaved value 'Y'.

    77 register-count pic 9(4) value 0.
    77 register-idx pic 9(4) value 0.
    01 register-table.
        02 register-entry occurs 1000 times pic x(109).

    77 acks-read pic 9(5) value 0.
    77 accepted-count pic 9(5) value 0.
    77 rejected-count pic 9(5) value 0.
    77 disagree-count pic 9(5) value 0.
    77 unknown-count pic 9(5) value 0.
    77 stale-count pic 9(5) value 0.
    77 missing-count pic 9(5) value 0.

    *> Days a batch has waited on AR, for the missing list
    77 today-day-number pic 9(7) value 0.
    77 sent-day-number pic 9(7) value 0.
    77 days-waiting pic 9(5) value 0.
    77 numval-check pic 9(4) value 0.
    77 ack-count-out pic z(6)9.
    77 days-waiting-out pic z(4)9.
    77 ack-total-out pic z(10)9.99.

    01 report-heading.
        02 pic x(5) value spaces.
        02 pic x(50) value 'Accounts-receivable acknowledgement reconciliation'.
    01 underline-1.
        02 pic x(78) value ' -----------------------------------------------------------------------------'.
    01 col-heads.
        02 pic x(8) value ' Batch  '.
        02 pic x(8) value '   Run  '.
        02 pic x(16) value 'Sent            '.
        02 pic x(9) value '  Charges'.
        02 pic x(16) value '    Total billed'.
        02 pic x(21) value '  Outcome'.
    01 batch-line.
        02 pic x value space.
        02 bl-batch-id pic 9(4).
        02 pic x(2) value spaces.
        02 bl-run-id pic 9(6).
        02 pic x value space.
        02 bl-sent-stamp pic x(14).
        02 pic x value space.
        02 bl-count pic z(6)9.
        02 pic x value space.
        02 bl-total pic z(10)9.99.
        02 pic x(2) value spaces.
        02 bl-outcome pic x(24).
    01 detail-note-line.
        02 pic x(8) value spaces.
        02 dn-text pic x(70).
    01 acks-read-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Acknowledgements read....'.
        02 ar-read pic z(4)9.
    01 accepted-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Batches accepted.........'.
        02 al-accepted pic z(4)9.
    01 rejected-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Batches rejected.........'.
        02 rl-rejected pic z(4)9.
    01 disagree-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Accepted, totals differ..'.
        02 dl-disagree pic z(4)9.
    01 unknown-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Acks for unsent batches..'.
        02 ul-unknown pic z(4)9.
    01 missing-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Batches not acknowledged.'.
        02 ml-missing pic z(4)9.

procedure division.
    open input register-file.
    if register-status is equal to '35'
        display "*No AR register found - ROMANAR has not sent anything yet*"
        stop run
    end-if.
    if register-status is not equal to '00'
        display "*unable to open the AR register*"
        move 8 to return-code
        stop run
    end-if.
    perform read-next-register-record.
    perform load-register-loop
        until register-eof.
    close register-file.

    compute today-day-number = function integer-of-date(function numval(function current-date(1:8))).

    display " ".
    display report-heading.
    display underline-1.
    display col-heads.

    *> No acknowledgement file is not an error in itself - it just
    *> means every batch still waiting is missing
    open input ack-file.
    if ack-status is equal to '00'
        perform read-next-ack-record
        perform settle-ack-loop
            until ack-eof
        close ack-file
    else
        if ack-status is equal to '35'
            display "*No ARACK acknowledgement file found*"
        else
            display "*unable to open ARACK - nothing settled*"
            move 8 to return-code
            stop run
        end-if
    end-if.

    move 1 to register-idx.
    perform report-missing-loop
        until register-idx is greater than register-count.

    perform rewrite-register.

    display " ".
    move acks-read to ar-read.
    move accepted-count to al-accepted.
    move rejected-count to rl-rejected.
    move disagree-count to dl-disagree.
    move unknown-count to ul-unknown.
    move missing-count to ml-missing.
    display acks-read-line.
    display accepted-line.
    display rejected-line.
    display disagree-line.
    display unknown-line.
    display missing-line.
    if stale-count is greater than 0
        display "*" stale-count " acknowledgement(s) were for a batch already settled, or for a send since replaced - passed over*"
    end-if.

    *> A rejection, a total AR disagrees with, an answer for a batch
    *> never sent, or settlements that could not be saved need somebody
    *> before the next billing; a batch merely still waiting is a warning
    if register-unsaved
        or rejected-count is greater than 0 or disagree-count is greater than 0
        or unknown-count is greater than 0
        move 8 to return-code
    else
        if missing-count is greater than 0
            move 4 to return-code
        end-if
    end-if.
    stop run.

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
        perform read-next-register-record.

    read-next-ack-record.
        move spaces to ar-ack-record.
        read ack-file
            at end set ack-eof to true
        end-read.

    settle-ack-loop.
        if ar-ack-record is not equal to spaces
            add 1 to acks-read
            perform settle-one-ack
        end-if.
        perform read-next-ack-record.

    settle-one-ack.
        move 'N' to found-switch.
        move 1 to register-idx.
        perform find-register-batch
            until register-idx is greater than register-count or batch-found.
        if not batch-found
            add 1 to unknown-count
            move spaces to batch-line
            move ak-batch-id to bl-batch-id
            move 'ACK FOR UNSENT BATCH' to bl-outcome
            display batch-line
            exit paragraph
        end-if.

        *> Only a batch still waiting is settled, and only by an answer
        *> given after it was sent - the answer to an earlier send of a
        *> batch since resent must not settle the new one
        move register-entry(register-idx) to ar-register-record.
        if not rg-sent or ak-received is less than rg-sent-stamp
            add 1 to stale-count
            exit paragraph
        end-if.
        move ak-received to rg-ack-stamp.
        perform fill-batch-line.
        if ak-accepted
            set rg-accepted to true
            if ak-count is equal to rg-count and ak-total is equal to rg-total
                add 1 to accepted-count
                move 'ACCEPTED' to bl-outcome
                display batch-line
            else
                add 1 to disagree-count
                move 'ACCEPTED - TOTALS DIFFER' to bl-outcome
                move 'AR totals differ from ours' to rg-ack-reason
                display batch-line
                move ak-count to ack-count-out
                move ak-total to ack-total-out
                move spaces to dn-text
                string "AR counted " delimited by size
                       function trim(ack-count-out) delimited by size
                       " charges totalling " delimited by size
                       function trim(ack-total-out) delimited by size
                       into dn-text
                end-string
                display detail-note-line
            end-if
        else
            set rg-rejected to true
            move ak-reason to rg-ack-reason
            add 1 to rejected-count
            move 'REJECTED' to bl-outcome
            display batch-line
            move spaces to dn-text
            string "AR reason: " delimited by size
                   ak-reason delimited by size
                   into dn-text
            end-string
            display detail-note-line
        end-if.
        move ar-register-record to register-entry(register-idx).

    find-register-batch.
        move register-entry(register-idx) to ar-register-record.
        if rg-batch-id is equal to ak-batch-id
            set batch-found to true
        else
            add 1 to register-idx
        end-if.

    fill-batch-line.
        move spaces to batch-line.
        move rg-batch-id to bl-batch-id.
        move rg-run-id to bl-run-id.
        move rg-sent-stamp to bl-sent-stamp.
        move rg-count to bl-count.
        move rg-total to bl-total.

    report-missing-loop.
        move register-entry(register-idx) to ar-register-record.
        if rg-sent
            add 1 to missing-count
            perform fill-batch-line
            compute numval-check = function test-numval(rg-sent-stamp(1:8))
            if numval-check is equal to 0
                compute sent-day-number = function integer-of-date(function numval(rg-sent-stamp(1:8)))
                compute days-waiting = today-day-number - sent-day-number
            else
                move 0 to days-waiting
            end-if
            move days-waiting to days-waiting-out
            move spaces to bl-outcome
            string "NO ACK - " delimited by size
                   function trim(days-waiting-out) delimited by size
                   " DAYS" delimited by size
                   into bl-outcome
            end-string
            display batch-line
        end-if.
        add 1 to register-idx.

    rewrite-register.
        open output register-file.
        if register-status is not equal to '00'
            display "*unable to rewrite ARREG - the acknowledgements above are not recorded*"
            set register-unsaved to true
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
