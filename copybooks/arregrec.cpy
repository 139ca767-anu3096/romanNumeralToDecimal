*> Accounts-receivable send register - one line per interface batch
*> ROMANAR has sent, kept so a batch is never sent again while AR has
*> not answered for it. ROMANAR adds the line (status S, sent) and
*> ROMANACK settles it from the acknowledgement AR returns: A when AR
*> accepted the batch, J when AR rejected it, with AR's reason. Only a
*> rejected batch may be sent again; the times-sent count shows it was.
01 ar-register-record.
    02 rg-batch-id pic 9(4).
    02 filler pic x.
    02 rg-run-id pic 9(6).
    02 filler pic x.
    02 rg-billing-date pic x(8).
    02 filler pic x.
    02 rg-sent-stamp pic x(14).
    02 filler pic x.
    02 rg-count pic 9(7).
    02 filler pic x.
    02 rg-total pic 9(11)v99.
    02 filler pic x.
    02 rg-status pic x.
        88 rg-sent value 'S'.
        88 rg-accepted value 'A'.
        88 rg-rejected value 'J'.
    02 filler pic x.
    02 rg-ack-stamp pic x(14).
    02 filler pic x.
    02 rg-times-sent pic 9(2).
    02 filler pic x.
    02 rg-ack-reason pic x(30).
