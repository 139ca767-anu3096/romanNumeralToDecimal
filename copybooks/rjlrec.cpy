*> Shared reject-ledger record layout - an indexed file keyed on the
*> input file, the line number in it and the reason code, the same
*> three fields a ROMANREJ line is chased by. ROMANREJ itself is
*> rewritten by every resubmission and holds only what is still bad;
*> the ledger keeps each reject for good - the run and date it was
*> first rejected, the last run that rejected it, how often - until a
*> resubmission converts the line (status C) or an operator writes it
*> off through REJMNT (status W). REJAGE ages the open ones.
01 reject-ledger-record.
    02 rl-key.
        03 rl-file pic x(44).
        03 rl-line-num pic 9(6).
        03 rl-reason pic x.
    02 rl-text pic x(30).
    02 rl-direction pic x.
    02 rl-first-run-id pic 9(6).
    02 rl-first-date pic x(8).
    02 rl-last-run-id pic 9(6).
    02 rl-times-rejected pic 9(4).
    02 rl-status pic x.
        88 rl-open value 'O'.
        88 rl-converted value 'C'.
        88 rl-written-off value 'W'.
    02 rl-closed-run-id pic 9(6).
    02 rl-closed-date pic x(8).
    02 rl-write-off-note pic x(30).
