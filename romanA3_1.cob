    select reject-file assign to "romanrej"
        organization is line sequential
        file status is reject-status.
    select department-master assign to "deptmast"
        organization is indexed
        access mode is random
        record key is dm-code
        alternate record key is dm-file-name
        file status is department-master-status.
    select reject-ledger assign to "rejledg"
        organization is indexed
        access mode is dynamic
        record key is rl-key
        file status is reject-ledger-status.
    select duplicate-file assign to "romandup"
        organization is line sequential
        file status is duplicate-status.
    select audit-log assign to "auditlog"
        organization is line sequential
        file status is audit-log-status.
    select audit-control assign to "audctl"
        organization is line sequential
        file status is audit-control-status.
    select checkpoint-file assign to "chkptfile"
        organization is line sequential
        file status is checkpoint-status.
        01 manifest-record picture x(80).
    *> Scan mode reads whole document lines - archive headings and the
    *> like - and writes every numeral it finds, with where it was
    *> found and what it is worth, to the ROMANEXT extract. The words
    *> around the numeral class it as a year (Anno MDCCLXXVI, MDCIII
    *> A.D.), a regnal number (Henry VIII), a chapter, section, folio
    *> or like reference, or unclassified; the context is the marker
    *> word that decided it, or the name for a regnal number
    fd document-input.
        01 document-record picture x(80).
    fd extract-file.
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
    *> Every batch line that fails conversion goes here with the ROMANIN
    *> line number it came from, a one-byte reason code (1 = malformed,
    *> 2 = outside the 1-3999999 range, 3 = invalid decimal value), the
            02 rj-direction picture x.
            02 filler picture x.
            02 rj-file picture x(44).
    *> A manifest file is only taken in when the department master
    *> holds an active entry expecting it
    fd department-master.
        copy "deptrec.cpy".
    *> Every reject a batch or resubmission run raises is also posted
    *> to the permanent ledger, and closed there when a resubmission
    *> finally converts the line
    fd reject-ledger.
        copy "rjlrec.cpy".
    *> A screening run routes accepted lines the master has already
    *> seen here instead of ROMANOUT, carrying when the numeral first
    *> came through and how often, so the clerk can chase the earlier
    *> The trailing columns carry the lenient profile's normalization
    *> evidence - Y and the canonical respelling when the numeral was
    *> accepted as a historic additive variant, N and spaces otherwise -
    *> without moving the columns the downstream readers already parse.
    *> The twelfths of a value written with a Roman fraction follow
    *> them, left blank for a whole value
    fd romanout-file.
        01 romanout-record.
            02 ro-numeral pic x(30).
            02 filler pic x.
            02 ro-value pic z(8)9.
            02 filler pic x.
            02 ro-norm-flag pic x.
            02 filler pic x.
            02 ro-canonical pic x(30).
            02 filler pic x.
            02 ro-twelfths pic 9(2).
    fd audit-log.
        copy "audrec.cpy".
    *> Where the audit chain stands - the last sequence number handed
    *> out and its check value - rewritten as each run closes, so the
    *> next run (and ROMANCHN) know where the chain left off even after
    *> ROMANARC has swept the live log empty
    fd audit-control.
        01 audit-control-record.
            02 ac-last-seq pic 9(9).
            02 filler pic x.
            02 ac-last-check pic 9(9).
            02 filler pic x.
            02 ac-updated pic x(14).
    fd run-log.
        copy "runrec.cpy".
    fd numeral-master.
*> Declaration of variables and messages to work within this file
working-storage section.
    copy "numrec.cpy" replacing ==:numeral-text:== by ==inputStr==
                                ==:numeral-value:== by ==temp==
                                ==:numeral-twelfths:== by ==twelfths==.
    77 ret pic 9 value 0.
    77 len pic 99.
    77 mode-switch pic x value 'I'.
        88 fixed-format value 'F' 'f'.
        88 csv-format value 'C' 'c'.
    77 numval-check pic 9(4) value 0.
    *> A value carrying a Roman fraction - split by FRACVAL going in,
    *> and shown as the whole part and its twelfths over 12 coming out
    77 slash-count pic 9(2) value 0.
    77 fraction-whole pic 9(7) value 0.
    77 fraction-twelfths pic 9(2) value 0.
    77 fraction-result pic x value 'N'.
        88 fraction-valid value 'Y'.
    77 whole-edit pic z(6)9.
    77 twelfths-edit pic z9.
    77 value-text pic x(30) value spaces.
    77 fraction-out pic x(6) value spaces.

    *> The validation profile CONV applies: strict rejects every
    *> non-canonical spelling as it always has, lenient accepts the
    77 expr-operand-len pic 99 value 0.
    77 expr-left-value pic 9(7) value 0.
    77 expr-right-value pic 9(7) value 0.
    77 expr-left-twelfths pic 9(2) value 0.
    77 expr-right-twelfths pic 9(2) value 0.
    *> The sum is worked in twelfths, so fractions carry properly
    77 expr-result pic s9(9) value 0.
    77 expr-line-len pic 99 value 0.

    *> Scan-mode working fields - a token is a maximal run of numeral
        88 param-file-present value 'Y'.
    77 param-eof-switch pic x value 'N'.
        88 param-eof value 'Y'.
    *> Scan-mode classing - the word before a numeral (and, for a
    *> year, an A.D. after it) says what kind of number it is. Word
    *> keys are the word's letters alone, upper-cased, so A.D. and
    *> AD, Chap. and CHAP all match alike
    77 word-col pic 9(3) value 0.
    77 word-end pic 9(3) value 0.
    77 word-len pic 9(3) value 0.
    77 word-text pic x(30) value spaces.
    77 word-key pic x(20) value spaces.
    77 word-char pic x value space.
    77 char-pos pic 9(3) value 0.
    77 key-pos pic 9(3) value 0.
    77 word-edge-switch pic x value 'N'.
        88 word-edge-found value 'Y'.
    77 prev-word-text pic x(30) value spaces.
    77 prev-word-key pic x(20) value spaces.
    77 next-word-key pic x(20) value spaces.
    *> Whether the word before the numeral opens its sentence - at the
    *> start of the line or after a stop - where a capital is no sign
    *> of a name, and "When I" or "Then I" is only the pronoun
    77 sentence-opening-switch pic x value 'N'.
        88 prev-word-opens-sentence value 'Y'.
    77 numeral-class pic x value 'U'.
        88 class-year value 'Y'.
        88 class-regnal value 'R'.
        88 class-reference value 'C'.
        88 class-unclassified value 'U'.
    77 numeral-context pic x(20) value spaces.
    *> Highest year a date marker is believed for, and highest ordinal
    *> a name is believed to carry as a regnal number
    77 latest-plausible-year pic 9(4) value 2100.
    77 highest-regnal-number pic 9(2) value 30.
    77 audit-input pic x(30) value spaces.
    77 audit-result pic x(30) value spaces.
    77 audit-log-status pic xx value spaces.
    77 audit-control-status pic xx value spaces.
    77 audit-eof-switch pic x value 'N'.
        88 audit-eof value 'Y'.
    77 audit-seq pic 9(9) value 0.
    77 audit-check pic 9(9) value 0.

    *> The run's own identity in the RUNLOG - the next free id after
    *> whatever the log already holds. A header whose trailer never
    77 run-id pic 9(6) value 0.
    77 highest-run-id pic 9(6) value 0.
    77 open-run-id pic 9(6) value 0.

    *> Each run's ROMANOUT - and for a batch or resubmission its
    *> ROMANREJ as well - is kept as a numbered generation stamped with
    *> this run's id, so a past window can be rebalanced and re-priced
    *> exactly as it stood after later runs have started the files over
    77 gen-action pic x value 'C'.
    77 gen-dataset pic x(9) value spaces.
    77 gen-generation pic 9(4) value 0.
    77 gen-records pic 9(7) value 0.
    77 gen-file-name pic x(20) value spaces.
    77 gen-result pic x value 'N'.
    77 saved-return-code pic s9(4) value 0.
    77 checkpoint-status pic xx value spaces.
    77 batch-input-status pic xx value spaces.
    77 romanout-status pic xx value spaces.
            03 if-name pic x(44).
    77 current-input-name pic x(44) value spaces.

    *> The department the file in hand belongs to, from the department
    *> master - carried onto the per-file summary and every audit entry
    *> the file produces. A manifest file with no active department is
    *> refused (disposition D) and the run carries on with the next
    77 department-master-status pic xx value spaces.
    77 department-open-switch pic x value 'N'.
        88 department-master-open value 'Y'.
    77 department-found-switch pic x value 'N'.
        88 department-found value 'Y'.
    77 current-dept-code pic x(6) value spaces.
    77 looked-up-name pic x(44) value spaces.
    77 file-refused-switch pic x value 'N'.
        88 any-file-refused value 'Y'.
    77 range-warning-switch pic x value 'N'.
        88 any-range-warning value 'Y'.

    *> Per-file counters for the summary's per-file section, banked
    *> into the stats table as each file closes out
    77 file-processed pic 9(6) value 0.
    01 file-stats-table.
        02 file-stats-entry occurs 50 times.
            03 fs-name pic x(44).
            03 fs-dept pic x(6).
            03 fs-processed pic 9(6).
            03 fs-rejected pic 9(6).
            03 fs-screened pic 9(6).
    77 reject-open-switch pic x value 'N'.
        88 reject-file-open value 'Y'.
    77 reject-reason pic x value '1'.
    77 reject-ledger-status pic xx value spaces.
    77 ledger-open-switch pic x value 'N'.
        88 ledger-file-open value 'Y'.
    77 ledger-scan-switch pic x value 'N'.
        88 ledger-scan-done value 'Y'.
    77 ledger-file pic x(44) value spaces.
    77 ledger-line-num pic 9(6) value 0.
    77 reject-line-num pic 9(6) value 0.
    77 resubmit-line-num pic 9(6) value 0.
    77 resubmit-eof-switch pic x value 'N'.
        02 pic x value space.
        02 out-r pic x(30).
        02 pic x(3) value spaces.
        02 out-eq pic z(8)9.
        02 out-fraction pic x(6).
    01 csv-line.
        02 csv-text pic x(80).
    01 illegal-numeral-mess.
        02 pic x(2) value spaces.
        02 fms-name pic x(44).
        02 pic x(31) value '  not found - nothing converted'.
    01 file-refused-line.
        02 pic x(2) value spaces.
        02 frf-name pic x(44).
        02 pic x(42) value '  refused - no active department entry'.
    01 file-summary-heading.
        02 pic x(5) value spaces.
        02 pic x(17) value 'Per-file summary:'.
        02 fsl-highest pic x(7).
        02 pic x(6) value '  low '.
        02 fsl-lowest pic x(7).
        02 pic x(7) value '  dept '.
        02 fsl-dept pic x(6).
    01 breaker-line.
        02 pic x(48) value ' Run stopped by the reject-rate breaker at line '.
        02 bm-line pic z(5)9.
        02 sl-numeral pic x(30).
        02 pic x(2) value spaces.
        02 sl-value pic z(9).
        02 pic x(2) value spaces.
        02 sl-class pic x(10).
        02 pic x value space.
        02 sl-context pic x(12).
    01 scan-heads.
        02 pic x(3) value spaces.
        02 pic x(4) value 'Line'.
        02 pic x(13) value 'Numeral found'.
        02 pic x(18) value spaces.
        02 pic x(11) value 'Dec. Equiv.'.
        02 pic x(2) value spaces.
        02 pic x(5) value 'Class'.
    01 scan-lines-line.
        02 pic x(5) value spaces.
        02 pic x(24) value 'Lines scanned...........'.
    *> and so a second run cannot start while one is still in flight
    perform claim-run-log.

    *> Pick up the audit chain where the last run left it, before this
    *> run adds to it - the run log lock means no other run can be
    *> handing out sequence numbers at the same time
    perform read-audit-chain.

    *> The audit log records every accepted conversion, whichever mode
    *> or direction produced it, so a day's conversions can be reconciled.
    *> Extend the log if it already exists, otherwise create it fresh.
        display "*unable to open numeral-master - conversions will not be posted*"
    end-if.

    *> The reject ledger outlives ROMANREJ - only a batch or a
    *> resubmission raises or clears rejects, and either way a ledger
    *> that cannot be had leaves the run converting, just unposted
    if batch-mode or resubmit-mode
        open i-o reject-ledger
        if reject-ledger-status is equal to '35'
            open output reject-ledger
            close reject-ledger
            open i-o reject-ledger
        end-if
        if reject-ledger-status is equal to '00'
            set ledger-file-open to true
        else
            display "*unable to open the reject ledger - rejects will not be posted to it*"
        end-if
    end-if.

    *> Pick up a batch checkpoint, if one exists, before ROMANOUT is
    *> opened - a resumed batch run needs to know this before deciding
    *> whether ROMANOUT should extend the prior run's output or start over
    if master-file-open
        close numeral-master
    end-if.
    if ledger-file-open
        close reject-ledger
    end-if.
    if not scan-mode
        perform keep-output-generations
    end-if.
    perform release-run-log.
    stop run.

        end-if.
        perform read-next-run-record.

    keep-output-generations.
        *> The run's datasets are closed, and the run log lock is still
        *> held, so no other run can be starting them over underneath.
        *> The call leaves its own return code behind, so the run's is
        *> put back afterwards for the trailer and the scheduler
        move return-code to saved-return-code.
        move 'romanout' to gen-dataset.
        perform take-one-generation.
        if batch-mode or resubmit-mode
            move 'romanrej' to gen-dataset
            perform take-one-generation
        end-if.
        move saved-return-code to return-code.

    take-one-generation.
        move 'C' to gen-action.
        move 0 to gen-generation.
        call "romangen" using gen-action, gen-dataset, gen-generation,
                              run-id, gen-records, gen-file-name,
                              gen-result.

    release-run-log.
        *> The matching trailer - same run id, end timestamp, how the
        *> run came out - closes the header and releases the lock. The
        *> audit chain's control record is brought up to date first,
        *> while the lock is still held
        perform save-audit-chain.
        open extend run-log.
        if run-log-status is not equal to '00'
            display "*unable to reopen RUNLOG - the run's trailer could not be written*"
        else
            *> A batch run's department files go on the log ahead of its
            *> trailer, one record each, so their volumes can be set
            *> against their own history
            if batch-mode
                move 1 to input-file-idx
                perform write-file-volume-record
                    until input-file-idx is greater than files-banked
            end-if
            move spaces to run-record
            set rn-trailer to true
            move run-id to rn-run-id
            close run-log
        end-if.

    write-file-volume-record.
        move spaces to run-record.
        set rn-file-volume to true.
        move run-id to rn-run-id.
        move function current-date(1:14) to rn-timestamp.
        move mode-switch to rn-mode.
        move direction-switch to rn-direction.
        move format-switch to rn-format.
        move fs-processed(input-file-idx) to rn-processed.
        move fs-rejected(input-file-idx) to rn-rejected.
        move 0 to rn-return-code.
        move fs-name(input-file-idx) to rn-file.
        move fs-dept(input-file-idx) to rn-dept.
        move fs-screened(input-file-idx) to rn-screened.
        move fs-status(input-file-idx) to rn-file-status.
        write run-record.
        add 1 to input-file-idx.

    read-audit-chain.
        *> The control record says where the chain stands; a run that
        *> died before it could rewrite the control record leaves the
        *> live log further on than that, so the tail of the log wins
        *> whenever it is ahead. Entries from before sequencing began
        *> carry no sequence number and are passed over
        open input audit-control.
        if audit-control-status is equal to '00'
            read audit-control
                at end continue
                not at end
                    if ac-last-seq is numeric and ac-last-check is numeric
                        move ac-last-seq to audit-seq
                        move ac-last-check to audit-check
                    end-if
            end-read
            close audit-control
        end-if.
        open input audit-log.
        if audit-log-status is equal to '00'
            perform read-next-audit-record
            perform find-audit-tail-loop
                until audit-eof
            close audit-log
        end-if.

    read-next-audit-record.
        move spaces to audit-record.
        read audit-log
            at end set audit-eof to true
        end-read.

    find-audit-tail-loop.
        if aud-seq is numeric and aud-check is numeric
            if aud-seq is greater than audit-seq
                move aud-seq to audit-seq
                move aud-check to audit-check
            end-if
        end-if.
        perform read-next-audit-record.

    save-audit-chain.
        open output audit-control.
        if audit-control-status is not equal to '00'
            display "*unable to rewrite AUDCTL - the audit chain control record is behind the log*"
        else
            move spaces to audit-control-record
            move audit-seq to ac-last-seq
            move audit-check to ac-last-check
            move function current-date(1:14) to ac-updated
            write audit-control-record
            close audit-control
        end-if.

    read-run-options.
        *> Take the three run options from ROMANPARM when the dataset
        *> exists, echoing what was chosen so the run's log shows how it

        *> Reset variables for the next roman numeral conversion
        move 0 to temp.
        move 0 to twelfths.
        move 0 to len.
        move 0 to ret.
        read standard-input into inputStr.
        *> in the mainline, so that ROMANOUT's own open could decide
        *> extend-vs-fresh before any output is written.
        perform read-input-manifest.
        perform open-department-master.
        if manifest-present and not department-master-open
            display "*no department master - manifest files cannot be cleared for intake, nothing converted*"
            move 8 to return-code
        else
            if input-file-count is equal to 0
                display "*no batch input to process*"
            else
                *> Every rejected line is recorded to ROMANREJ with its
                *> reason code, whatever the report format - CSV mode keeps
                *> stdout clean but must not lose track of what failed. A
                *> run resuming after a checkpoint extends the reject file
                *> the same way it extends ROMANOUT - the earlier lines'
                *> rejects are not reprocessed, so truncating here would
                *> silently lose them
                if resume-pending
                    open extend reject-file
                    if reject-status is equal to '35'
                        open output reject-file
                    end-if
                else
                    open output reject-file
                end-if
                if reject-status is equal to '00'
                    set reject-file-open to true
                else
                    display "*unable to open reject file for output*"
                end-if

                *> Screening needs the keyed master to ask its question and
                *> the ROMANDUP dataset to route the answers - without the
                *> master the run still converts, it just screens nothing.
                *> A resumed run extends ROMANDUP the same way it extends
                *> ROMANOUT and ROMANREJ, so earlier screenings survive
                if screening-on
                    if not master-file-open
                        display "*numeral-master unavailable - nothing will be screened this run*"
                        move 'N' to screen-switch
                    else
                        if resume-pending
                            open extend duplicate-file
                            if duplicate-status is equal to '35'
                                open output duplicate-file
                            end-if
                        else
                            open output duplicate-file
                        end-if
                        if duplicate-status is equal to '00'
                            set duplicate-file-open to true
                        else
                            display "*unable to open ROMANDUP for output - nothing will be screened this run*"
                            move 'N' to screen-switch
                        end-if
                    end-if
                end-if

                *> The banner and column headings are screen furniture - skip
                *> them in CSV mode so the batch's stdout is only comma-
                *> delimited rows
                if fixed-format
                    display " "
                    display title-line
                    display "*Batch conversion of ROMANIN*"
                    display " "
                    display underline-1
                    display col-heads
                    display underline-2
                end-if

                move 1 to input-file-idx
                perform process-one-input-file
                    until input-file-idx is greater than input-file-count
                        or breaker-tripped or totals-mismatch
                        or any-input-missing

                if reject-file-open
                    close reject-file
                    move 'N' to reject-open-switch
                end-if
                if duplicate-file-open
                    close duplicate-file
                    move 'N' to duplicate-open-switch
                end-if

                *> A tripped breaker stopped the run part-way: its own
                *> checkpoint already stands at the trip line, the trailer
                *> was never reached, and the distinct return code holds
                *> the window. A trailer that did not prove means a file
                *> may have arrived short - the checkpoint stays standing
                *> so a corrected file can resume, and its own return code
                *> tells the scheduler the same thing
                if breaker-tripped
                    display "*reject-rate breaker tripped - checkpoint left standing at the trip line*"
                    move 12 to return-code
                else
                    if totals-mismatch
                        display "*control totals disagree - checkpoint left standing*"
                        move 10 to return-code
                    else
                        *> A file that failed to open was never processed -
                        *> the run stopped there with the checkpoint naming
                        *> that file, and its own return code holds the
                        *> window until the file is put right
                        if any-input-missing
                            display "*an input file was not found - run stopped with the checkpoint standing at that file*"
                            move 14 to return-code
                        else
                            *> Every file was processed, so there is nothing left to resume
                            perform clear-checkpoint
                            *> A refused file, or one whose line count is out of
                            *> its department's range, is a warning the window
                            *> can run past - refused files go through again in
                            *> a manifest of their own once the department is set
                            if any-file-refused or any-range-warning
                                move 4 to return-code
                            end-if
                        end-if
                    end-if
                end-if
            end-if
        end-if.
        if department-master-open
            close department-master
            move 'N' to department-open-switch
        end-if.

    read-input-manifest.
        *> The manifest lists one input file per line, processed in the
        move 'N' to file-any-switch.
        move space to file-disposition.

        perform look-up-department.

        if input-file-idx is less than resume-file-seq
            display "*" function trim(batch-input-name) " already completed before the checkpoint - skipped*"
            move 'P' to file-disposition
        else
            *> A manifest file is taken in only when an active department
            *> entry expects it - anything else is refused unread
            if manifest-present
                and (not department-found or not dm-active)
                if department-found
                    display "*" function trim(batch-input-name) " refused - department " function trim(dm-code) " is suspended*"
                else
                    display "*" function trim(batch-input-name) " refused - no department entry expects this file*"
                end-if
                move 'D' to file-disposition
                set any-file-refused to true
            else
                open input batch-input
                *> A missing or misnamed file is an ordinary operator
                *> mistake, not a reason to abend - but the run stops here
                *> rather than convert past it. The checkpoint is set to
                *> this file at line zero so the rerun skips the files
                *> already converted and picks up exactly here - unless a
                *> standing checkpoint already points inside this very
                *> file, which is more precise and is left alone
                if batch-input-status is equal to '35'
                    display "*batch input file " function trim(batch-input-name) " not found*"
                    move 'M' to file-disposition
                    set any-input-missing to true
                    if input-file-idx is greater than resume-file-seq
                        or resume-from-line is equal to 0
                        perform write-checkpoint
                    end-if
                else
                    if fixed-format and manifest-present
                        display " "
                        display "*Converting " function trim(batch-input-name) "*"
                    end-if
                    if input-file-idx is equal to resume-file-seq
                        and resume-from-line is greater than 0
                        display "*Resuming after checkpoint at line " resume-from-line "*"
                        perform skip-to-checkpoint
                    end-if
                    perform read-next-batch-record
                    perform batch-loop
                        until batch-eof or breaker-tripped
                    close batch-input
                    if not breaker-tripped and trailer-present
                        perform verify-control-totals
                    end-if
                    if not breaker-tripped
                        perform check-department-range
                    end-if
                end-if
            end-if
        end-if.
        *> entry - the disposition rides along so a skipped or missing
        *> file is reported as such rather than as an empty one
        move if-name(input-file-idx) to fs-name(input-file-idx).
        move current-dept-code to fs-dept(input-file-idx).
        move file-processed to fs-processed(input-file-idx).
        move file-rejected to fs-rejected(input-file-idx).
        move file-screened to fs-screened(input-file-idx).
        move file-disposition to fs-status(input-file-idx).
        move input-file-idx to files-banked.

    open-department-master.
        open input department-master.
        if department-master-status is equal to '00'
            set department-master-open to true
        else
            if department-master-status is not equal to '35'
                display "*unable to open the department master, status " department-master-status "*"
            end-if
        end-if.

    look-up-department.
        *> One keyed read on the expected file name - the result stays
        *> in the record area for the intake and range checks
        move 'N' to department-found-switch.
        move spaces to current-dept-code.
        move current-input-name to looked-up-name.
        if department-master-open
            move current-input-name to dm-file-name
            read department-master key is dm-file-name
                invalid key continue
                not invalid key
                    set department-found to true
                    move dm-code to current-dept-code
            end-read
        end-if.

    check-department-range.
        *> The whole file's line count against what its department
        *> normally sends - a warning only, the lines are converted
        if department-found
            and dm-max-lines is greater than 0
            if batch-line-num is less than dm-min-lines
                or batch-line-num is greater than dm-max-lines
                display "*" function trim(current-input-name) " sent " batch-line-num " lines - department " function trim(dm-code) " expects " dm-min-lines " to " dm-max-lines "*"
                set any-range-warning to true
            end-if
        end-if.

    verify-control-totals.
        if expected-line-count is not equal to batch-line-num
            set totals-mismatch to true
        end-if.

        move 0 to temp.
        move 0 to twelfths.
        move 0 to len.
        move 0 to ret.
        if not breaker-tripped
        end-if.

    convert-single-line.
        *> A decimal value with a fraction is written in twelfths - the
        *> whole part, a space, then the twelfths over 12, 12 8/12 -
        *> and FRACVAL splits it; a plain value is screened as always
        move 0 to twelfths.
        if rec-decimal-to-roman
            move 0 to slash-count
            inspect inputStr tallying slash-count for all '/'
            if slash-count is greater than 0
                call "fracval" using inputStr, fraction-whole,
                    fraction-twelfths, fraction-result
                if fraction-valid
                    move fraction-whole to temp
                    move fraction-twelfths to twelfths
                    call "conv" using inputStr, len, ret, temp,
                        record-direction, profile-switch,
                        conv-normalized, conv-canonical, twelfths
                else
                    move 1 to ret
                end-if
            else
                compute numval-check = function test-numval(function trim(inputStr))
                if numval-check is not equal to 0
                    or function length(function trim(inputStr)) is greater than 7
                    or function trim(inputStr)(1:1) is equal to '-'
                    move 1 to ret
                else
                    compute temp = function numval(function trim(inputStr))
                    call "conv" using inputStr, len, ret, temp, record-direction,
                        profile-switch, conv-normalized, conv-canonical,
                        twelfths
                end-if
            end-if
        else
            call "conv" using inputStr, len, ret, temp, record-direction,
                profile-switch, conv-normalized, conv-canonical, twelfths
        end-if.

    find-expression-operator.
        move expr-operand-len to len.
        call "conv" using expr-operand, len, ret, expr-left-value,
            roman-direction, profile-switch, conv-normalized,
            conv-canonical, expr-left-twelfths.
        if ret is equal to 0
            move spaces to expr-operand
            move function trim(inputStr(expr-op-pos + 1:
            move expr-operand-len to len
            call "conv" using expr-operand, len, ret, expr-right-value,
                roman-direction, profile-switch, conv-normalized,
                conv-canonical, expr-right-twelfths
        end-if.
        if ret is equal to 0
            if expr-operator is equal to '+'
                compute expr-result
                    = (expr-left-value * 12 + expr-left-twelfths)
                    + (expr-right-value * 12 + expr-right-twelfths)
            else
                compute expr-result
                    = (expr-left-value * 12 + expr-left-twelfths)
                    - (expr-right-value * 12 + expr-right-twelfths)
            end-if
            if expr-result is less than 1
                or expr-result is greater than (3999000 + 999) * 12 + 11
                set expr-result-out-of-range to true
                move 2 to ret
            else
                divide expr-result by 12 giving temp
                    remainder twelfths
                move spaces to inputStr
                call "conv" using inputStr, len, ret, temp,
                    decimal-direction, profile-switch, conv-normalized,
                    conv-canonical, twelfths
                move inputStr to audit-input
            end-if
        end-if.
                display underline-2
            end-if

            perform open-department-master
            move low-value to looked-up-name
            perform read-next-reject-record

            perform resubmit-loop
                until resubmit-eof

            close reject-file
            if department-master-open
                close department-master
                move 'N' to department-open-switch
            end-if
            perform rewrite-reject-file
        end-if.

        *> that name on the line through this run's audit entry, and on
        *> its reject record if it fails again
        move rj-file to current-input-name.
        if current-input-name is not equal to looked-up-name
            perform look-up-department
        end-if.
        move spaces to inputStr.
        move rj-text to inputStr.
        if rj-direction is equal to 'R' or 'r' or 'D' or 'd'
        if ret is equal to 0
            perform report-conversion
            perform track-high-low
            perform clear-ledger-rejects
        else
            perform report-rejection
            add 1 to total-rejected
        perform count-processed-line.

        move 0 to temp.
        move 0 to twelfths.
        move 0 to len.
        move 0 to ret.
        perform read-next-reject-record.
        move record-direction to pw-direction.
        move current-input-name to pw-file.

    post-ledger-reject.
        *> A reject not on the ledger yet starts its history with this
        *> run; one already open just counts another rejection. A line
        *> the ledger shows closed that fails again in a fresh batch
        *> has arrived again, so it opens afresh - a resubmission never
        *> reopens what a conversion or a write-off has closed
        if ledger-file-open
            move pw-file to rl-file
            move pw-line-num to rl-line-num
            move pw-reason to rl-reason
            read reject-ledger
                invalid key
                    perform open-ledger-entry
                    write reject-ledger-record
                not invalid key
                    if rl-open
                        add 1 to rl-times-rejected
                        move run-id to rl-last-run-id
                        move pw-text to rl-text
                        rewrite reject-ledger-record
                    else
                        if batch-mode
                            perform open-ledger-entry
                            rewrite reject-ledger-record
                        else
                            add 1 to rl-times-rejected
                            move run-id to rl-last-run-id
                            rewrite reject-ledger-record
                        end-if
                    end-if
            end-read
            if reject-ledger-status is not equal to '00'
                display "*reject ledger not posted for line " pw-line-num " of " function trim(pw-file) ", status " reject-ledger-status "*"
            end-if
        end-if.

    open-ledger-entry.
        move pw-text to rl-text.
        move pw-direction to rl-direction.
        move run-id to rl-first-run-id.
        move function current-date(1:8) to rl-first-date.
        move run-id to rl-last-run-id.
        move 1 to rl-times-rejected.
        set rl-open to true.
        move 0 to rl-closed-run-id.
        move spaces to rl-closed-date.
        move spaces to rl-write-off-note.

    clear-ledger-rejects.
        *> The line converted at last - every reject still open against
        *> it, whatever its reason, is closed by this run
        if ledger-file-open
            move current-input-name to ledger-file
            move resubmit-line-num to ledger-line-num
            move ledger-file to rl-file
            move ledger-line-num to rl-line-num
            move low-value to rl-reason
            move 'N' to ledger-scan-switch
            start reject-ledger key is greater than rl-key
                invalid key set ledger-scan-done to true
            end-start
            perform clear-one-ledger-reject
                until ledger-scan-done
        end-if.

    clear-one-ledger-reject.
        read reject-ledger next
            at end set ledger-scan-done to true
            not at end
                if rl-file is not equal to ledger-file
                    or rl-line-num is not equal to ledger-line-num
                    set ledger-scan-done to true
                else
                    if rl-open
                        set rl-converted to true
                        move run-id to rl-closed-run-id
                        move function current-date(1:8) to rl-closed-date
                        rewrite reject-ledger-record
                    end-if
                end-if
        end-read.

    save-pending-reject.
        if pending-reject-count is less than 1000
            add 1 to pending-reject-count
        move 0 to ret.
        move 0 to temp.
        call "conv" using token-text, len, ret, temp, roman-direction,
            profile-switch, conv-normalized, conv-canonical, twelfths.
        if ret is equal to 0
            add 1 to numerals-found
            perform classify-document-token
            perform write-extract-entry
        end-if.

    classify-document-token.
        *> Anno, A.D., Domini and the like before the numeral - or A.D.
        *> after it - make it a year; a chapter, section, folio or
        *> similar word makes it a reference; a capitalised name before
        *> a small numeral (Henry VIII, George III) makes it a regnal
        *> number. A bare in/of/since before a numeral that can only be
        *> a year is taken as one too. Anything else stays unclassified
        move 'U' to numeral-class.
        move spaces to numeral-context.
        perform find-previous-word.
        move word-text to prev-word-text.
        move word-key to prev-word-key.
        perform check-sentence-opening.
        perform find-next-word.
        move word-key to next-word-key.
        evaluate true
            when prev-word-key is equal to 'ANNO' or 'ANNI' or 'ANNUS'
                or 'AD' or 'DOMINI' or 'YEAR' or 'DATED' or 'DATUM'
                if temp is not greater than latest-plausible-year
                    set class-year to true
                    move prev-word-key to numeral-context
                end-if
            when next-word-key is equal to 'AD'
                if temp is not greater than latest-plausible-year
                    set class-year to true
                    move next-word-key to numeral-context
                end-if
            when prev-word-key is equal to 'CHAPTER' or 'CHAP' or 'CAP'
                or 'CAPUT' or 'CAPITULUM' or 'SECTION' or 'SECT' or 'SEC'
                or 'FOLIO' or 'FOL' or 'FO' or 'FF' or 'PAGE' or 'P'
                or 'PP' or 'BOOK' or 'LIBER' or 'LIB' or 'VOLUME' or 'VOL'
                or 'PART' or 'PARS' or 'ARTICLE' or 'ART' or 'PSALM'
                or 'CANTO' or 'PLATE' or 'MEMBRANE' or 'MEMB' or 'ROLL'
                or 'BOX' or 'BUNDLE' or 'LEAF' or 'SHEET' or 'NO'
                or 'NUMBER' or 'ITEM'
                set class-reference to true
                move prev-word-key to numeral-context
            when prev-word-key is equal to 'IN' or 'OF' or 'SINCE'
                or 'UNTIL' or 'BEFORE' or 'AFTER'
                if temp is not less than 1000
                    and temp is not greater than latest-plausible-year
                    set class-year to true
                    move prev-word-key to numeral-context
                end-if
            when prev-word-text(1:1) is alphabetic-upper
                and prev-word-text(1:1) is not equal to space
                and prev-word-text(2:1) is alphabetic-lower
                and prev-word-text(2:1) is not equal to space
                and prev-word-key(3:1) is not equal to space
                and prev-word-key is not equal to 'THE' and 'AND'
                    and 'FOR' and 'BUT' and 'SEE' and 'ALL' and 'THIS'
                    and 'THAT' and 'WITH' and 'FROM' and 'ITEM'
                if temp is not greater than highest-regnal-number
                    and not (temp is equal to 1 and token-len is equal to 1
                             and prev-word-opens-sentence)
                    set class-regnal to true
                    move prev-word-key to numeral-context
                end-if
        end-evaluate.

    check-sentence-opening.
        *> Back up from the space ahead of the previous word over any
        *> further spaces - reaching the start of the line, or a full
        *> stop, question or exclamation mark, means that word opened
        *> a sentence
        move 'N' to sentence-opening-switch.
        if prev-word-text is equal to spaces
            exit paragraph
        end-if.
        move 'N' to word-edge-switch.
        perform step-back-over-space
            until word-col is equal to 0 or word-edge-found.
        if word-col is equal to 0
            set prev-word-opens-sentence to true
        else
            if document-record(word-col:1) is equal to '.' or '!' or '?'
                set prev-word-opens-sentence to true
            end-if
        end-if.

    find-previous-word.
        *> Back up over the gap before the numeral, then over the word
        *> ahead of it; the word is whatever stands between spaces,
        *> stops and all
        move spaces to word-text.
        move spaces to word-key.
        move 0 to word-len.
        compute word-col = token-start - 1.
        move 'N' to word-edge-switch.
        perform step-back-over-space
            until word-col is equal to 0 or word-edge-found.
        if word-col is equal to 0
            exit paragraph
        end-if.
        move word-col to word-end.
        move 'N' to word-edge-switch.
        perform step-back-over-word
            until word-col is equal to 0 or word-edge-found.
        compute word-len = word-end - word-col.
        if word-len is greater than 30
            compute word-col = word-end - 30
            move 30 to word-len
        end-if.
        move document-record(word-col + 1:word-len) to word-text.
        perform make-word-key.

    step-back-over-space.
        if document-record(word-col:1) is equal to space
            subtract 1 from word-col
        else
            set word-edge-found to true
        end-if.

    step-back-over-word.
        if document-record(word-col:1) is not equal to space
            subtract 1 from word-col
        else
            set word-edge-found to true
        end-if.

    find-next-word.
        move spaces to word-text.
        move spaces to word-key.
        move 0 to word-len.
        compute word-col = token-start + token-len.
        move 'N' to word-edge-switch.
        perform step-over-space
            until word-col is greater than 80 or word-edge-found.
        if word-col is greater than 80
            exit paragraph
        end-if.
        move word-col to word-end.
        move 'N' to word-edge-switch.
        perform step-over-word
            until word-col is greater than 80 or word-edge-found.
        compute word-len = word-col - word-end.
        if word-len is greater than 30
            move 30 to word-len
        end-if.
        move document-record(word-end:word-len) to word-text.
        perform make-word-key.

    step-over-space.
        if document-record(word-col:1) is equal to space
            add 1 to word-col
        else
            set word-edge-found to true
        end-if.

    step-over-word.
        if document-record(word-col:1) is not equal to space
            add 1 to word-col
        else
            set word-edge-found to true
        end-if.

    make-word-key.
        move 0 to key-pos.
        move 1 to char-pos.
        perform add-key-character
            until char-pos is greater than word-len.

    add-key-character.
        move word-text(char-pos:1) to word-char.
        if word-char is alphabetic and word-char is not equal to space
            add 1 to key-pos
            if key-pos is not greater than 20
                move function upper-case(word-char) to word-key(key-pos:1)
            end-if
        end-if.
        add 1 to char-pos.

    write-extract-entry.
        *> One found numeral: the document line it sits on, the text
        *> as it appears there, its decimal value, and how the words
        *> around it class it
        move doc-line-num to sl-line-num.
        move token-text to sl-numeral.
        move temp to sl-value.
        evaluate true
            when class-year
                move 'Year' to sl-class
            when class-regnal
                move 'Regnal' to sl-class
            when class-reference
                move 'Reference' to sl-class
            when other
                move spaces to sl-class
        end-evaluate.
        move numeral-context to sl-context.
        move spaces to extract-record.
        move doc-line-num to ex-line-num.
        move token-text to ex-numeral.
        if conversion-normalized
            move conv-canonical to ex-canonical
        end-if.
        move numeral-class to ex-class.
        move numeral-context to ex-context.
        write extract-record.
        if csv-format
            move spaces to csv-line
        *> then record it to the audit trail and the ROMANOUT dataset
        move temp to out-eq
        move inputStr to out-r
        perform build-value-text
        move fraction-out to out-fraction
        if csv-format
            perform display-csv-line
        else
            move inputStr to audit-result
        else
            move temp to audit-result
            if twelfths is greater than 0
                move spaces to audit-result
                string temp delimited by size
                       fraction-out delimited by size
                       into audit-result
                end-string
            end-if
        end-if
        perform write-audit-entry
        perform write-romanout-entry
        perform post-numeral-master.

    build-value-text.
        *> The decimal side as it is shown and written out - the whole
        *> part, and after it any fraction as twelfths over 12: 12,
        *> 12 8/12, or 8/12 for a fraction with no whole part
        move spaces to value-text.
        move spaces to fraction-out.
        move temp to whole-edit.
        if twelfths is equal to 0
            move function trim(whole-edit) to value-text
        else
            move twelfths to twelfths-edit
            string ' ' delimited by size
                   function trim(twelfths-edit) delimited by size
                   '/12' delimited by size
                   into fraction-out
            end-string
            if temp is equal to 0
                move function trim(fraction-out) to value-text
            else
                string function trim(whole-edit) delimited by size
                       fraction-out delimited by size
                       into value-text
                end-string
            end-if
        end-if.

    report-rejection.
        *> Let the operator know why this line didn't convert - CONV no
        *> longer displays its own rejection message (it has no knowledge
            move batch-line-num to reject-line-num
            perform build-reject-record
            write reject-record from pending-work-record
            perform post-ledger-reject
        end-if.
        if resubmit-mode
            move resubmit-line-num to reject-line-num
            perform build-reject-record
            perform save-pending-reject
            perform post-ledger-reject
        end-if.
        if fixed-format
            if expression-line and expr-result-out-of-range
                    move fs-name(input-file-idx) to fms-name
                    display file-missing-line
                else
                    if fs-status(input-file-idx) is equal to 'D'
                        move fs-name(input-file-idx) to frf-name
                        display file-refused-line
                    else
                        perform display-file-stats-line
                    end-if
                end-if
            end-if
        end-if.
        move fs-processed(input-file-idx) to fsl-processed.
        move fs-rejected(input-file-idx) to fsl-rejected.
        move fs-screened(input-file-idx) to fsl-screened.
        move fs-dept(input-file-idx) to fsl-dept.
        if fs-any-switch(input-file-idx) is equal to 'Y'
            move fs-highest(input-file-idx) to file-high-edit
            move fs-lowest(input-file-idx) to file-low-edit
        if lenient-profile
            string function trim(inputStr) delimited by size
                  ',' delimited by size
                  function trim(value-text) delimited by size
                  ',' delimited by size
                  conv-normalized delimited by size
                  ',' delimited by size
        else
            string function trim(inputStr) delimited by size
                  ',' delimited by size
                  function trim(value-text) delimited by size
                  into csv-text
            end-string
        end-if
            move conv-canonical to aud-canonical
        end-if
        move current-input-name to aud-file
        move current-dept-code to aud-dept
        *> then its place in the log, and the check value chained from
        *> the entry before it
        add 1 to audit-seq
        move audit-seq to aud-seq
        call "audchk" using audit-record, audit-check
        move aud-check to audit-check
        write audit-record.

    post-numeral-master.
        *> One keyed record per distinct numeral: first sighting writes
        *> it, every later sighting bumps the occurrence count and the
        *> last-seen timestamp. INPUTSTR holds the numeral text whichever
        *> direction the conversion ran, TEMP its decimal value and
        *> TWELFTHS any fraction it carries
        if master-file-open
            move function upper-case(function trim(inputStr)) to nm-numeral
            read numeral-master
                invalid key
                    move temp to nm-value
                    move twelfths to nm-twelfths
                    move function current-date(1:14) to nm-first-seen
                    move nm-first-seen to nm-last-seen
                    move 1 to nm-count
            if conversion-normalized
                move conv-canonical to ro-canonical
            end-if
            if twelfths is greater than 0
                move twelfths to ro-twelfths
            end-if
        end-if
        write romanout-record.
