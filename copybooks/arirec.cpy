*> Accounts-receivable interface record layouts - ROMANAR writes one
*> batch per ROMANBILL generation: a header (type H) naming the batch,
*> the run it bills, the billing date and the timestamp of the ROMANBAL
*> balancing that cleared it; one detail (type D) per charge with its
*> band, rate and charge; and a trailer (type T) with the detail count
*> and the total billed, for AR to prove the batch arrived whole. The
*> batch id is the ROMANBILL generation number, so a batch always
*> names exactly the billing it came from.
01 ar-header-record.
    02 ah-rec-type pic x.
    02 filler pic x.
    02 ah-batch-id pic 9(4).
    02 filler pic x.
    02 ah-run-id pic 9(6).
    02 filler pic x.
    02 ah-billing-date pic x(8).
    02 filler pic x.
    02 ah-balance-stamp pic x(14).
    02 filler pic x.
    02 ah-sent-stamp pic x(14).
01 ar-detail-record.
    02 ad-rec-type pic x.
    02 filler pic x.
    02 ad-batch-id pic 9(4).
    02 filler pic x.
    02 ad-seq pic 9(7).
    02 filler pic x.
    02 ad-numeral pic x(30).
    02 filler pic x.
    02 ad-value pic 9(9).
    02 filler pic x.
    02 ad-band pic x(8).
    02 filler pic x.
    02 ad-rate pic 9(5)v99.
    02 filler pic x.
    02 ad-charge pic 9(7)v99.
01 ar-trailer-record.
    02 at-rec-type pic x.
    02 filler pic x.
    02 at-batch-id pic 9(4).
    02 filler pic x.
    02 at-count pic 9(7).
    02 filler pic x.
    02 at-total pic 9(11)v99.
