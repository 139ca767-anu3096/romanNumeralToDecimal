*> posts every accepted conversion here at write time (first-seen and
*> last-seen timestamps, plus how often the numeral has come through),
*> and NUMLOOK answers history queries with a direct keyed read instead
*> of scanning the ever-growing audit log. A numeral written with a
*> Roman fraction keeps its twelfths beside the whole value, which is
*> what the alternate key still holds.
01 master-record.
    02 nm-numeral pic x(30).
    02 nm-value pic 9(7).
    02 nm-first-seen pic x(14).
    02 nm-last-seen pic x(14).
    02 nm-count pic 9(7).
    02 nm-twelfths pic 9(2).
