
identification division.
program-id. deptmnt.
environment division.
input-output section.

*> Setup standard output and the keyed department master - one entry
*> per department naming the file it drops, who to call about it, the
*> account its conversions are billed to, whether its files are taken
*> in at all, and the daily line count it normally sends
file-control.
    select standard-output assign to display.
    select department-master assign to "deptmast"
        organization is indexed
        access mode is dynamic
        record key is dm-code
        alternate record key is dm-file-name
        file status is department-master-status.

data division.

*> Setup standard output and maintenance interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd department-master.
        copy "deptrec.cpy".

*> Declaration of variables and messages to work within this file
working-storage section.
    77 department-master-status pic xx value spaces.
    77 numval-check pic 9(4) value 0.

    77 action-switch pic x value 'B'.
        88 add-action value 'A' 'a'.
        88 change-action value 'C' 'c'.
        88 suspend-action value 'S' 's'.
        88 browse-action value 'B' 'b'.

    77 browse-done-switch pic x value 'N'.
        88 browse-done value 'Y'.
    77 browsed-count pic 9(6) value 0.
    77 active-count pic 9(6) value 0.

    *> The operator's answers - when changing an entry a blank reply
    *> keeps the field as it stands, so only what is wrong gets touched
    77 lookup-text pic x(20) value spaces.
    77 reply-text pic x(44) value spaces.
    77 reply-switch pic x value 'N'.
        88 reply-accepted value 'Y'.
    77 new-min-lines pic 9(6) value 0.
    77 new-max-lines pic 9(6) value 0.
    77 confirm-reply pic x value 'N'.
        88 change-confirmed value 'Y' 'y'.

    01 detail-heading.
        02 pic x value space.
        02 pic x(7) value 'Dept'.
        02 pic x(31) value 'Expected file'.
        02 pic x(13) value 'Account'.
        02 pic x(2) value 'St'.
        02 pic x(15) value '  Daily lines'.
    01 detail-line.
        02 pic x value space.
        02 dl-code pic x(6).
        02 pic x value space.
        02 dl-file-name pic x(30).
        02 pic x value space.
        02 dl-billing-account pic x(12).
        02 pic x value space.
        02 dl-status pic x.
        02 pic x(2) value spaces.
        02 dl-min-lines pic z(5)9.
        02 pic x(3) value ' - '.
        02 dl-max-lines pic z(5)9.
    01 contact-line.
        02 pic x(8) value spaces.
        02 pic x(9) value 'Contact: '.
        02 cl-contact pic x(30).
        02 pic x(10) value '  Updated '.
        02 cl-updated pic x(14).
    01 browsed-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Departments listed.......'.
        02 brl-browsed pic z(5)9.
    01 active-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Active...................'.
        02 al-active pic z(5)9.

procedure division.
    display " ".
    display "*Department master maintenance*".
    display "*Enter A to add a department, C to change one, S to suspend one, or B to browse the master*".
    accept action-switch.

    if not add-action and not change-action
        and not suspend-action and not browse-action
        display "*invalid action '" action-switch "' - enter A, C, S or B*"
        move 8 to return-code
        stop run
    end-if.

    perform open-department-master.
    if add-action
        perform add-department
    else
        if change-action
            perform change-department
        else
            if suspend-action
                perform suspend-department
            else
                perform browse-departments
            end-if
        end-if
    end-if.
    close department-master.
    stop run.

    open-department-master.
        *> Adding is the one action that may start the master from
        *> nothing; the others need it there already
        if browse-action
            open input department-master
        else
            open i-o department-master
        end-if.
        if department-master-status is equal to '35'
            if add-action
                open output department-master
                close department-master
                open i-o department-master
            else
                display "*No department master found - add a department first*"
                move 8 to return-code
                stop run
            end-if
        end-if.
        if department-master-status is not equal to '00'
            display "*unable to open the department master - nothing changed*"
            move 8 to return-code
            stop run
        end-if.

    add-department.
        display "*Enter the new department code (up to six characters)*".
        accept lookup-text.
        if lookup-text is equal to spaces
            or function length(function trim(lookup-text)) is greater than 6
            display "*invalid department code - enter one to six characters*"
            perform abandon-maintenance
        end-if.
        move spaces to department-record.
        move function upper-case(function trim(lookup-text)) to dm-code.
        read department-master
            invalid key continue
            not invalid key
                display "*department " function trim(dm-code) " is already on the master - use C to change it*"
                perform abandon-maintenance
        end-read.
        move spaces to department-record.
        move function upper-case(function trim(lookup-text)) to dm-code.
        move 0 to dm-min-lines.
        move 0 to dm-max-lines.
        display "*Enter the file name this department drops*".
        perform accept-file-name-field.
        if dm-file-name is equal to spaces
            display "*a department must name the file it drops*"
            perform abandon-maintenance
        end-if.
        perform accept-contact-field.
        perform accept-account-field.
        perform accept-line-range-fields.
        set dm-active to true.
        move function current-date(1:14) to dm-updated.
        display " ".
        display detail-heading.
        perform display-department.
        display "*Enter Y to add this department*".
        accept confirm-reply.
        if change-confirmed
            write department-record
            evaluate department-master-status
                when '00'
                    display "*department added*"
                when '22'
                    display "*another department already expects that file - nothing added*"
                    move 8 to return-code
                when other
                    display "*write failed, status " department-master-status " - nothing added*"
                    move 8 to return-code
            end-evaluate
        else
            display "*no change applied*"
        end-if.

    change-department.
        *> Show the entry as it stands, then take a replacement for each
        *> field - a blank reply keeps it. The status can be set back to
        *> A here, which is how a suspended department is reinstated
        perform fetch-named-department.
        display "*Enter the file name this department drops, or blank to keep " function trim(dm-file-name) "*".
        perform accept-file-name-field.
        perform accept-contact-field.
        perform accept-account-field.
        perform accept-line-range-fields.
        display "*Enter A for active or S for suspended, or blank to keep " dm-status "*".
        move spaces to reply-text.
        accept reply-text.
        if reply-text(1:1) is equal to 'A' or 'a'
            set dm-active to true
        end-if.
        if reply-text(1:1) is equal to 'S' or 's'
            set dm-suspended to true
        end-if.
        move function current-date(1:14) to dm-updated.
        display " ".
        display detail-heading.
        perform display-department.
        display "*Enter Y to apply these changes*".
        accept confirm-reply.
        if change-confirmed
            rewrite department-record
            evaluate department-master-status
                when '00'
                    display "*department changed*"
                when '22'
                    display "*another department already expects that file - department unchanged*"
                    move 8 to return-code
                when other
                    display "*rewrite failed, status " department-master-status " - department unchanged*"
                    move 8 to return-code
            end-evaluate
        else
            display "*no change applied*"
        end-if.

    suspend-department.
        *> A suspended department's files are refused at intake until
        *> the entry is changed back to active
        perform fetch-named-department.
        if dm-suspended
            display "*department " function trim(dm-code) " is already suspended*"
        else
            display "*Enter Y to suspend this department*"
            accept confirm-reply
            if change-confirmed
                set dm-suspended to true
                move function current-date(1:14) to dm-updated
                rewrite department-record
                if department-master-status is equal to '00'
                    display "*department suspended - its files will be refused*"
                else
                    display "*rewrite failed, status " department-master-status " - department unchanged*"
                    move 8 to return-code
                end-if
            else
                display "*no change applied*"
            end-if
        end-if.

    browse-departments.
        *> Walk the whole master in department-code order
        move low-values to dm-code.
        start department-master key is greater than or equal to dm-code
            invalid key set browse-done to true
        end-start.
        display " ".
        display detail-heading.
        perform browse-next-department
            until browse-done.
        display " ".
        move browsed-count to brl-browsed.
        move active-count to al-active.
        display browsed-line.
        display active-line.

    browse-next-department.
        read department-master next
            at end set browse-done to true
            not at end
                add 1 to browsed-count
                if dm-active
                    add 1 to active-count
                end-if
                perform display-department
        end-read.

    fetch-named-department.
        display "*Enter the department code*".
        accept lookup-text.
        move function upper-case(function trim(lookup-text)) to dm-code.
        read department-master
            invalid key
                display "*no department '" function trim(lookup-text) "' on the master*"
                perform abandon-maintenance
        end-read.
        display " ".
        display detail-heading.
        perform display-department.

    accept-file-name-field.
        move spaces to reply-text.
        accept reply-text.
        if reply-text is not equal to spaces
            move function trim(reply-text) to dm-file-name
        end-if.

    accept-contact-field.
        display "*Enter the contact for this department's files, or blank to keep it as it is*".
        move spaces to reply-text.
        accept reply-text.
        if reply-text is not equal to spaces
            move function trim(reply-text) to dm-contact
        end-if.

    accept-account-field.
        display "*Enter the billing account, or blank to keep it as it is*".
        move spaces to reply-text.
        accept reply-text.
        if reply-text is not equal to spaces
            if function length(function trim(reply-text)) is greater than 12
                display "*billing account longer than 12 characters - field kept as it was*"
            else
                move function trim(reply-text) to dm-billing-account
            end-if
        end-if.

    accept-line-range-fields.
        *> The low and high ends of a normal day's line count - zero for
        *> both leaves the range check off for this department
        move dm-min-lines to new-min-lines.
        move dm-max-lines to new-max-lines.
        display "*Enter the fewest lines a normal day brings, or blank to keep " dm-min-lines "*".
        perform accept-line-count.
        if reply-accepted
            compute new-min-lines = function numval(function trim(reply-text))
        end-if.
        display "*Enter the most lines a normal day brings, or blank to keep " dm-max-lines "*".
        perform accept-line-count.
        if reply-accepted
            compute new-max-lines = function numval(function trim(reply-text))
        end-if.
        if new-max-lines is less than new-min-lines
            display "*the most lines is below the fewest - line range kept as it was*"
        else
            move new-min-lines to dm-min-lines
            move new-max-lines to dm-max-lines
        end-if.

    accept-line-count.
        move 'N' to reply-switch.
        move spaces to reply-text.
        accept reply-text.
        if reply-text is not equal to spaces
            compute numval-check = function test-numval(function trim(reply-text))
            if numval-check is equal to 0
                and function length(function trim(reply-text)) is not greater than 6
                set reply-accepted to true
            else
                display "*not a valid line count - field kept as it was*"
            end-if
        end-if.

    display-department.
        move dm-code to dl-code.
        move dm-file-name to dl-file-name.
        move dm-billing-account to dl-billing-account.
        move dm-status to dl-status.
        move dm-min-lines to dl-min-lines.
        move dm-max-lines to dl-max-lines.
        display detail-line.
        move dm-contact to cl-contact.
        move dm-updated to cl-updated.
        display contact-line.

    abandon-maintenance.
        close department-master.
        move 8 to return-code.
        stop run.
