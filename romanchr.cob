
identification division.
program-id. romanchr.
environment division.
input-output section.

*> Setup standard output, the scan extract and the document it came
*> from, and the two indexes built from the numerals the scan classed:
*> the chronological index - every year the document names, in date
*> order, with the lines it is named on quoted - and the regnal list,
*> every regnal number grouped under its name (all the Henrys, then
*> all the Georges), so the archivists need not pick the dates and
*> reigns out of the chapter and folio numbers in the concordance
file-control.
    select standard-output assign to display.
    select extract-file assign to "romanext"
        organization is line sequential
        file status is extract-status.
    select document-input assign to "romandoc"
        organization is line sequential
        file status is document-status.
    select chronology-file assign to "romanchx"
        organization is line sequential
        file status is chronology-status.
    select regnal-file assign to "romanrgx"
        organization is line sequential
        file status is regnal-status.
    select year-sort-work assign to "chrsort".
    select regnal-sort-work assign to "rgnsort".

data division.

*> Setup standard output and index interfaces
file section.
    fd standard-output.
        01 stdout-record picture x(80).
    fd extract-file.
        01 extract-record.
            02 ex-line-num picture 9(6).
            02 filler picture x.
            02 ex-numeral picture x(30).
            02 filler picture x.
            02 ex-value picture x(9).
            02 filler picture x.
            02 ex-norm-flag picture x.
            02 filler picture x.
            02 ex-canonical picture x(30).
            02 filler picture x.
            02 ex-class picture x.
                88 ex-year value 'Y'.
                88 ex-regnal value 'R'.
                88 ex-reference value 'C'.
                88 ex-unclassified value 'U'.
            02 filler picture x.
            02 ex-context picture x(20).
    fd document-input.
        01 document-record picture x(80).
    fd chronology-file.
        01 chronology-record picture x(100).
    fd regnal-file.
        01 regnal-record picture x(100).
    *> Years in date order, the lines naming the same year kept in
    *> document order
    sd year-sort-work.
        01 year-sort-record.
            02 ys-year pic 9(7).
            02 ys-line-num pic 9(6).
            02 ys-numeral pic x(30).
            02 ys-marker pic x(20).
    *> Regnal numbers by name, then by number under the name, then in
    *> document order
    sd regnal-sort-work.
        01 regnal-sort-record.
            02 rs-name pic x(20).
            02 rs-value pic 9(7).
            02 rs-line-num pic 9(6).
            02 rs-numeral pic x(30).

*> Declaration of variables and messages to work within this file
working-storage section.
    77 extract-status pic xx value spaces.
    77 document-status pic xx value spaces.
    77 chronology-status pic xx value spaces.
    77 regnal-status pic xx value spaces.
    77 extract-eof-switch pic x value 'N'.
        88 extract-eof value 'Y'.
    77 document-eof-switch pic x value 'N'.
        88 document-eof value 'Y'.
    77 sort-eof-switch pic x value 'N'.
        88 sort-eof value 'Y'.
    77 numval-check pic 9(4) value 0.
    77 entry-value pic 9(7) value 0.

    *> The whole document is held in memory so each index entry can
    *> quote the line its numeral sits on without re-reading the file
    *> once per entry
    77 doc-line-count pic 9(5) value 0.
    01 document-table.
        02 document-line-entry occurs 20000 times pic x(80).

    *> Control-break state - a new decade opens a decade rule in the
    *> chronology and a new year a section under it; a new name opens
    *> a section of the regnal list
    77 group-open-switch pic x value 'N'.
        88 group-open value 'Y'.
    77 current-year pic 9(7) value 0.
    77 current-decade pic 9(7) value 0.
    77 entry-decade pic 9(7) value 0.
    77 current-name pic x(20) value spaces.
    77 group-count pic 9(6) value 0.

    77 entries-read pic 9(6) value 0.
    77 year-entries pic 9(6) value 0.
    77 regnal-entries pic 9(6) value 0.
    77 other-entries pic 9(6) value 0.
    77 unclassed-entries pic 9(6) value 0.
    77 years-written pic 9(6) value 0.
    77 names-written pic 9(6) value 0.

    01 section-rule.
        02 pic x(70) value all '='.
    01 decade-line.
        02 pic x(9) value ' ======  '.
        02 dl-decade pic z(3)9.
        02 pic x(3) value 's  '.
        02 pic x(54) value all '='.
    01 year-heading.
        02 pic x value space.
        02 pic x(5) value 'Year '.
        02 yh-year pic z(3)9.
    01 year-entry-line.
        02 pic x(7) value '  line '.
        02 ye-line-num pic z(5)9.
        02 pic x(3) value ' | '.
        02 ye-text pic x(80).
    01 year-detail-line.
        02 pic x(16) value spaces.
        02 pic x(3) value 'as '.
        02 yd-numeral pic x(30).
        02 pic x(6) value ' with '.
        02 yd-marker pic x(20).
    01 name-heading.
        02 pic x value space.
        02 nh-name pic x(20).
    01 regnal-entry-line.
        02 pic x(2) value spaces.
        02 re-numeral pic x(12).
        02 pic x value '('.
        02 re-value pic z9.
        02 pic x(8) value ')  line '.
        02 re-line-num pic z(5)9.
        02 pic x(3) value ' | '.
        02 re-text pic x(66).
    01 count-line.
        02 pic x(15) value '  appearances: '.
        02 cn-count pic z(5)9.
    01 missing-line-text.
        02 pic x(30) value '(document line not on file)'.

    01 entries-total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Extract entries read.....'.
        02 et-entries pic z(5)9.
    01 year-total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Year references..........'.
        02 yt-entries pic z(5)9.
        02 pic x(4) value spaces.
        02 pic x(15) value 'distinct years '.
        02 yt-years pic z(5)9.
    01 regnal-total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Regnal references........'.
        02 rt-entries pic z(5)9.
        02 pic x(4) value spaces.
        02 pic x(15) value 'distinct names '.
        02 rt-names pic z(5)9.
    01 other-total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Chapter, folio and like..'.
        02 ot-entries pic z(5)9.
    01 unclassed-total-line.
        02 pic x(5) value spaces.
        02 pic x(25) value 'Unclassified.............'.
        02 ut-entries pic z(5)9.

procedure division.
    *> Prove both inputs are there before either index is touched -
    *> a missing extract must not leave empty indexes behind for the
    *> archivists to mistake for a document with no dates in it
    open input extract-file.
    if extract-status is equal to '35'
        display "*No ROMANEXT extract found - has the scan run yet?*"
        stop run
    end-if.
    close extract-file.

    open input document-input.
    if document-status is equal to '35'
        display "*No ROMANDOC document found - the extract has nothing to quote from*"
        stop run
    end-if.

    perform load-document.

    sort year-sort-work
        ascending key ys-year, ys-line-num
        with duplicates in order
        input procedure is load-year-entries
        output procedure is write-chronology.

    sort regnal-sort-work
        ascending key rs-name, rs-value, rs-line-num
        with duplicates in order
        input procedure is load-regnal-entries
        output procedure is write-regnal-list.

    display " ".
    move entries-read to et-entries.
    move year-entries to yt-entries.
    move years-written to yt-years.
    move regnal-entries to rt-entries.
    move names-written to rt-names.
    move other-entries to ot-entries.
    move unclassed-entries to ut-entries.
    display entries-total-line.
    display year-total-line.
    display regnal-total-line.
    display other-total-line.
    display unclassed-total-line.
    stop run.

    load-document.
        perform read-next-document-line.
        perform hold-document-loop
            until document-eof.
        close document-input.

    read-next-document-line.
        move spaces to document-record.
        read document-input
            at end set document-eof to true
        end-read.

    hold-document-loop.
        perform hold-document-line.
        perform read-next-document-line.

    hold-document-line.
        if doc-line-count is equal to 20000
            display "*document table full - raise the table size before indexing this document*"
            close document-input
            stop run
        end-if.
        add 1 to doc-line-count.
        move document-record to document-line-entry(doc-line-count).

    read-next-extract-record.
        move spaces to extract-record.
        read extract-file
            at end set extract-eof to true
        end-read.

    check-extract-value.
        *> An extract line whose value column does not read as a
        *> number is not an entry either index can place
        compute numval-check
            = function test-numval(function trim(ex-value)).
        if numval-check is equal to 0
            compute entry-value = function numval(function trim(ex-value))
        end-if.

    load-year-entries.
        *> The first pass over the extract also counts every class, so
        *> the totals show what the two indexes left out
        move 'N' to extract-eof-switch.
        open input extract-file.
        perform read-next-extract-record.
        perform release-year-loop
            until extract-eof.
        close extract-file.

    release-year-loop.
        perform check-extract-value.
        if numval-check is not equal to 0
            display "*unreadable extract entry skipped: " function trim(ex-numeral) "*"
        else
            add 1 to entries-read
            evaluate true
                when ex-year
                    add 1 to year-entries
                    move entry-value to ys-year
                    move ex-line-num to ys-line-num
                    move function upper-case(ex-numeral) to ys-numeral
                    move ex-context to ys-marker
                    release year-sort-record
                when ex-regnal
                    add 1 to regnal-entries
                when ex-reference
                    add 1 to other-entries
                when other
                    *> Includes extracts written before the scan
                    *> classed its numerals
                    add 1 to unclassed-entries
            end-evaluate
        end-if.
        perform read-next-extract-record.

    load-regnal-entries.
        move 'N' to extract-eof-switch.
        open input extract-file.
        perform read-next-extract-record.
        perform release-regnal-loop
            until extract-eof.
        close extract-file.

    release-regnal-loop.
        perform check-extract-value.
        if numval-check is equal to 0 and ex-regnal
            move ex-context to rs-name
            move entry-value to rs-value
            move ex-line-num to rs-line-num
            move function upper-case(ex-numeral) to rs-numeral
            release regnal-sort-record
        end-if.
        perform read-next-extract-record.

    write-chronology.
        open output chronology-file.
        if chronology-status is not equal to '00'
            display "*unable to open ROMANCHX for output*"
        else
            move 'N' to sort-eof-switch
            move 'N' to group-open-switch
            move 9999999 to current-decade
            perform return-year-loop
                until sort-eof
            if group-open
                perform close-year
            end-if
            close chronology-file
        end-if.

    return-year-loop.
        return year-sort-work
            at end set sort-eof to true
            not at end perform index-one-year-entry
        end-return.

    index-one-year-entry.
        *> A change of year closes the year in hand; a change of decade
        *> puts a decade rule ahead of the next year
        if group-open and ys-year is not equal to current-year
            perform close-year
        end-if.
        if not group-open
            perform open-year
        end-if.
        add 1 to group-count.
        move ys-line-num to ye-line-num.
        if ys-line-num is greater than 0
            and ys-line-num is not greater than doc-line-count
            move document-line-entry(ys-line-num) to ye-text
        else
            move missing-line-text to ye-text
        end-if.
        write chronology-record from year-entry-line.
        move ys-numeral to yd-numeral.
        move ys-marker to yd-marker.
        write chronology-record from year-detail-line.

    open-year.
        set group-open to true.
        move ys-year to current-year.
        move 0 to group-count.
        add 1 to years-written.
        divide ys-year by 10 giving entry-decade.
        multiply 10 by entry-decade.
        if entry-decade is not equal to current-decade
            move entry-decade to current-decade
            move current-decade to dl-decade
            perform write-chronology-blank
            write chronology-record from decade-line
        end-if.
        perform write-chronology-blank.
        move current-year to yh-year.
        write chronology-record from year-heading.

    close-year.
        move group-count to cn-count.
        write chronology-record from count-line.
        move 'N' to group-open-switch.

    write-chronology-blank.
        move spaces to chronology-record.
        write chronology-record.

    write-regnal-list.
        open output regnal-file.
        if regnal-status is not equal to '00'
            display "*unable to open ROMANRGX for output*"
        else
            move 'N' to sort-eof-switch
            move 'N' to group-open-switch
            perform return-regnal-loop
                until sort-eof
            if group-open
                perform close-name
            end-if
            close regnal-file
        end-if.

    return-regnal-loop.
        return regnal-sort-work
            at end set sort-eof to true
            not at end perform index-one-regnal-entry
        end-return.

    index-one-regnal-entry.
        if group-open and rs-name is not equal to current-name
            perform close-name
        end-if.
        if not group-open
            perform open-name
        end-if.
        add 1 to group-count.
        move rs-numeral to re-numeral.
        move rs-value to re-value.
        move rs-line-num to re-line-num.
        if rs-line-num is greater than 0
            and rs-line-num is not greater than doc-line-count
            move document-line-entry(rs-line-num) to re-text
        else
            move missing-line-text to re-text
        end-if.
        write regnal-record from regnal-entry-line.

    open-name.
        set group-open to true.
        move rs-name to current-name.
        move 0 to group-count.
        add 1 to names-written.
        move spaces to regnal-record.
        write regnal-record.
        write regnal-record from section-rule.
        move current-name to nh-name.
        write regnal-record from name-heading.
        write regnal-record from section-rule.

    close-name.
        move group-count to cn-count.
        write regnal-record from count-line.
        move 'N' to group-open-switch.
