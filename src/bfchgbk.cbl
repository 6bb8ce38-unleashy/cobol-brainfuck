        >>source format is free
identification division.
program-id. bfchgbk.

*> monthly chargeback: prices one calendar month of interpreter runs
*> from the master audit log and bills them to the catalog owners who
*> own the programs. each audit record's au-source-file is matched to
*> the cat-source of a catalog entry; runs, failed runs, elapsed
*> seconds and instructions executed are totalled per catalog key and
*> per owner, priced from the rate card, and written as one invoice
*> per owner (each on its own page of the invoice listing) plus a flat
*> extract for the ledger feed. runs whose source no catalog entry
*> names go to an UNALLOCATED invoice listing each unmatched source,
*> so nothing that ran goes unbilled without someone seeing it.
*>
*> usage: bfchgbk <catalog> <rate-card> <YYYYMM> [audit-log]
*>                [invoice-listing] [extract]
*> audit-log defaults to brainfuck-audit.log; LIST=<dataset> names a
*> dataset listing several audit datasets instead, one per line ('*'
*> and blank lines are commentary) -- the master plus the monthly
*> archives, when the month being billed has been archived. a listed
*> dataset that is missing is noted and skipped. the invoice listing
*> defaults to bfchgbk-invoice.lst, the extract to bfchgbk-extract.dat.
*>
*> the rate card holds KEYWORD=value cards (the same convention as the
*> PARM dataset); all three are required, each a decimal amount:
*>   RATE-PER-MILLION-INSTR=<amount>   per million instructions
*>   RATE-PER-ELAPSED-MINUTE=<amount>  per minute of elapsed time
*>   RATE-PER-RUN=<amount>             per run, failed runs included
*> charges are priced and rounded per catalog key (per source, for the
*> unallocated bucket); an owner's invoice total is the sum of its
*> lines.
*>
*> extract record, fixed columns: type (K catalog key, U unallocated),
*> period, owner, key, runs, failed runs, elapsed seconds,
*> instructions, charge, source.

environment division.
configuration section.
repository.
    function trim numval integer-of-date intrinsic.

input-output section.
file-control.
    select Catalog-File assign to dynamic catalog-file-arg
        organization is indexed
        access mode is sequential
        record key is cat-key
        file status is catalog-file-status.

    select Rate-File assign to dynamic rate-file-arg
        organization is line sequential
        file status is rate-file-status.

    select List-File assign to dynamic list-file-arg
        organization is line sequential
        file status is list-file-status.

    select Audit-File assign to dynamic audit-file-arg
        organization is line sequential
        file status is audit-file-status.

    select Invoice-File assign to dynamic invoice-file-arg
        organization is line sequential
        file status is invoice-file-status.

    select Extract-File assign to dynamic extract-file-arg
        organization is line sequential
        file status is extract-file-status.

data division.
file section.
    fd Catalog-File.
    01 cat-record.
        02 cat-key          pic X(8).
        02 cat-source       pic X(255).
        02 cat-object       pic X(255).
        02 cat-expected     pic X(255).
        02 cat-xlate        pic X(255).
        02 cat-tape-length  usage is binary-long.
        02 cat-max-instr    usage is binary-long.
        02 cat-owner        pic X(16).
        02 cat-status       pic X(4).
        02 cat-code-ts      pic X(14).
        02 cat-approver     pic X(16).
        02 cat-approved-ts  pic X(14).
        02 cat-tested-ts    pic X(14).
        02 cat-native       pic X(30).

    fd Rate-File.
    01 rc-record  pic X(255).

    fd List-File.
    01 ls-record  pic X(255).

    fd Audit-File.
    01 au-record.
        02 au-source-file  pic X(255).
        02 filler          pic x.
        02 au-start-ts     pic X(14).
        02 filler          pic x.
        02 au-end-ts       pic X(14).
        02 filler          pic x.
        02 au-user         pic X(16).
        02 filler          pic x.
        02 au-return-code  pic X(2).
        02 filler          pic x.
        02 au-instr-count  pic X(10).

    fd Invoice-File.
    01 iv-record  pic X(132).

    fd Extract-File.
    01 cx-record.
        02 cx-type         pic X.
        02 filler          pic X.
        02 cx-period       pic 9(6).
        02 filler          pic X.
        02 cx-owner        pic X(16).
        02 filler          pic X.
        02 cx-key          pic X(8).
        02 filler          pic X.
        02 cx-runs         pic 9(9).
        02 filler          pic X.
        02 cx-failed       pic 9(9).
        02 filler          pic X.
        02 cx-elapsed      pic 9(11).
        02 filler          pic X.
        02 cx-instr        pic 9(18).
        02 filler          pic X.
        02 cx-charge       pic 9(11).99.
        02 filler          pic X.
        02 cx-source       pic X(255).

working-storage section.
    01 catalog-file-arg     pic X(255) value is space.
    01 catalog-file-status  pic 99.
    01 rate-file-arg        pic X(255) value is space.
    01 rate-file-status     pic 99.
    01 list-file-arg        pic X(255) value is space.
    01 list-file-status     pic 99.
    01 audit-file-arg       pic X(255) value is space.
    01 audit-file-status    pic 99.
    01 invoice-file-arg     pic X(255) value is space.
    01 invoice-file-status  pic 99.
    01 extract-file-arg     pic X(255) value is space.
    01 extract-file-status  pic 99.

    01 cb-period-arg  pic X(6) value is spaces.
    01 cb-period redefines cb-period-arg.
        02 cb-period-year  pic 9(4).
        02 cb-period-month pic 99.
    01 cb-audit-arg   pic X(255) value is spaces.
    01 cb-list-mode-flag pic X value is 'N'.
        88 cb-list-mode         value is 'Y'.

    01 cb-cat-eof-flag   pic X value is 'N'.
        88 cb-cat-at-end        value is 'Y'.
    01 cb-rate-eof-flag  pic X value is 'N'.
        88 cb-rate-at-end       value is 'Y'.
    01 cb-list-eof-flag  pic X value is 'N'.
        88 cb-list-at-end       value is 'Y'.
    01 cb-audit-eof-flag pic X value is 'N'.
        88 cb-audit-at-end      value is 'Y'.
    01 cb-found-flag     pic X.
        88 cb-found             value is 'Y'.

    *> the rate card
    01 cb-rate-million  pic 9(5)v9(4) value is zero.
    01 cb-rate-minute   pic 9(5)v9(4) value is zero.
    01 cb-rate-run      pic 9(5)v9(4) value is zero.
    01 cb-rate-cards.
        02 cb-have-million-flag pic X value is 'N'.
            88 cb-have-million      value is 'Y'.
        02 cb-have-minute-flag  pic X value is 'N'.
            88 cb-have-minute       value is 'Y'.
        02 cb-have-run-flag     pic X value is 'N'.
            88 cb-have-run          value is 'Y'.
    01 cb-rate-display  pic Z(4)9.9(4).
    01 cb-rate-display-2 pic Z(4)9.9(4).
    01 cb-rate-display-3 pic Z(4)9.9(4).

    *> card parsing, same convention as the interpreter's PARM dataset
    01 cb-keyword    pic X(30).
    01 cb-value      pic X(255).
    01 cb-eq-count   usage is binary-long.
    01 cb-cidx       usage is binary-long.
    01 cb-digit-count usage is binary-long.
    01 cb-all-digits  usage is binary-long.
    01 cb-point-count usage is binary-long.
    01 cb-num-ok-flag pic X.
        88 cb-num-ok            value is 'Y'.
    01 cb-error-count usage is binary-long value is zero.

    *> every catalog entry, in key order, with its month's usage
    01 cb-keys.
        02 cb-key-count usage is binary-long value is zero.
        02 cb-key-entry occurs 0 to 1000 times depending on cb-key-count
                         indexed by cb-key-idx.
            03 cb-key-name     pic X(8).
            03 cb-key-source   pic X(255).
            03 cb-key-owner    pic X(16).
            03 cb-key-runs     usage is binary-long.
            03 cb-key-failed   usage is binary-long.
            03 cb-key-secs     usage is binary-double.
            03 cb-key-instr    usage is binary-double.
            03 cb-key-charge   pic S9(11)v99.

    *> owners with something to bill, printed in name order
    01 cb-owners.
        02 cb-owner-count usage is binary-long value is zero.
        02 cb-owner-entry occurs 0 to 200 times depending on cb-owner-count
                           indexed by cb-owner-idx.
            03 cb-owner-name    pic X(16).
            03 cb-owner-runs    usage is binary-long.
            03 cb-owner-failed  usage is binary-long.
            03 cb-owner-secs    usage is binary-double.
            03 cb-owner-instr   usage is binary-double.
            03 cb-owner-charge  pic S9(11)v99.
            03 cb-owner-done    pic X.
                88 cb-owner-printed value is 'Y'.
    01 cb-best-idx   usage is binary-long.
    01 cb-best-name  pic X(16).
    01 cb-printed    usage is binary-long.

    *> runs no catalog entry claims, per source; sources past the
    *> table's end still bill, to the catch-all line after it
    01 cb-unalloc.
        02 cb-ua-count usage is binary-long value is zero.
        02 cb-ua-entry occurs 0 to 200 times depending on cb-ua-count
                        indexed by cb-ua-idx.
            03 cb-ua-source  pic X(255).
            03 cb-ua-runs    usage is binary-long.
            03 cb-ua-failed  usage is binary-long.
            03 cb-ua-secs    usage is binary-double.
            03 cb-ua-instr   usage is binary-double.
            03 cb-ua-charge  pic S9(11)v99.
    01 cb-uo-runs    usage is binary-long value is zero.
    01 cb-uo-failed  usage is binary-long value is zero.
    01 cb-uo-secs    usage is binary-double value is zero.
    01 cb-uo-instr   usage is binary-double value is zero.
    01 cb-uo-charge  pic S9(11)v99 value is zero.
    01 cb-ua-total-runs    usage is binary-long value is zero.
    01 cb-ua-total-failed  usage is binary-long value is zero.
    01 cb-ua-total-secs    usage is binary-double value is zero.
    01 cb-ua-total-instr   usage is binary-double value is zero.
    01 cb-ua-total-charge  pic S9(11)v99 value is zero.

    *> the current record, decomposed from the edited audit fields
    01 cb-rec-rc     usage is binary-long.
    01 cb-rec-instr  usage is binary-double.
    01 cb-rec-days   usage is binary-long.
    01 cb-rec-secs   usage is binary-long.
    01 cb-ts.
        02 cb-ts-date pic 9(8).
        02 cb-ts-hh   pic 99.
        02 cb-ts-mm   pic 99.
        02 cb-ts-ss   pic 99.
    01 cb-start-secs usage is binary-long.

    *> pricing work fields
    01 cb-price-runs   usage is binary-long.
    01 cb-price-secs   usage is binary-double.
    01 cb-price-instr  usage is binary-double.
    01 cb-price-charge pic S9(11)v99.

    *> control totals
    01 cb-datasets-read    usage is binary-long value is zero.
    01 cb-datasets-missing usage is binary-long value is zero.
    01 cb-read-count       usage is binary-long value is zero.
    01 cb-period-count     usage is binary-long value is zero.
    01 cb-other-count      usage is binary-long value is zero.
    01 cb-malformed-count  usage is binary-long value is zero.
    01 cb-matched-count    usage is binary-long value is zero.
    01 cb-unmatched-count  usage is binary-long value is zero.
    01 cb-grand-charge     pic S9(11)v99 value is zero.

    *> invoice lines
    01 cb-line  pic X(132).
    01 cb-column-line.
        02 filler pic X(10) value is "key".
        02 filler pic X(9)  value is "     runs".
        02 filler pic X(9)  value is "   failed".
        02 filler pic X(12) value is "  elapsed-s".
        02 filler pic X(17) value is "     instructions".
        02 filler pic X(17) value is "           charge".
        02 filler pic X(8)  value is "  source".
    01 cb-rule-line.
        02 filler pic X(82) value is all "-".
    01 cb-detail-line.
        02 cb-dl-key      pic X(8).
        02 filler         pic X(2).
        02 cb-dl-runs     pic Z(8)9.
        02 filler         pic X(1).
        02 cb-dl-failed   pic Z(7)9.
        02 filler         pic X(1).
        02 cb-dl-secs     pic Z(10)9.
        02 filler         pic X(1).
        02 cb-dl-instr    pic Z(15)9.
        02 filler         pic X(1).
        02 cb-dl-charge   pic Z(12)9.99.
        02 filler         pic X(2).
        02 cb-dl-source   pic X(60).

    01 cb-display      pic Z(9)9.
    01 cb-display-2    pic Z(9)9.
    01 cb-money        pic Z(10)9.99.

procedure division.
declaratives.

catalog-file-error section.
use after standard error procedure on Catalog-File.
    evaluate catalog-file-status
        when 35    display "cannot find catalog "
                       trim(catalog-file-arg, trailing) upon stderr
        when other display "error with catalog file ("
                       catalog-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

rate-file-error section.
use after standard error procedure on Rate-File.
    evaluate rate-file-status
        when 35    display "cannot find rate card "
                       trim(rate-file-arg, trailing) upon stderr
        when other display "error with rate card ("
                       rate-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

list-file-error section.
use after standard error procedure on List-File.
    evaluate list-file-status
        when 35    display "cannot find audit list dataset "
                       trim(list-file-arg, trailing) upon stderr
        when other display "error with audit list dataset ("
                       list-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

audit-file-error section.
use after standard error procedure on Audit-File.
    *> a listed audit dataset that is missing is noted and skipped;
    *> a single named audit log that is missing fails the run
    if audit-file-status = 35 and cb-list-mode
        continue
    else
        evaluate audit-file-status
            when 35    display "cannot find audit file "
                           trim(audit-file-arg, trailing) upon stderr
            when other display "error with audit file "
                           trim(audit-file-arg, trailing)
                           " (" audit-file-status ")" upon stderr
        end-evaluate
        move 1 to return-code
        goback
    end-if.

invoice-file-error section.
use after standard error procedure on Invoice-File.
    display "error with invoice listing ("
        invoice-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

extract-file-error section.
use after standard error procedure on Extract-File.
    display "error with chargeback extract ("
        extract-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception perform cb-usage.

    display 2 upon argument-number.
    accept rate-file-arg from argument-value
        on exception perform cb-usage.

    display 3 upon argument-number.
    accept cb-period-arg from argument-value
        on exception perform cb-usage.

    display 4 upon argument-number.
    accept cb-audit-arg from argument-value
        on exception continue.

    display 5 upon argument-number.
    accept invoice-file-arg from argument-value
        on exception continue.
    if invoice-file-arg = spaces
        move "bfchgbk-invoice.lst" to invoice-file-arg
    end-if

    display 6 upon argument-number.
    accept extract-file-arg from argument-value
        on exception continue.
    if extract-file-arg = spaces
        move "bfchgbk-extract.dat" to extract-file-arg
    end-if

    if catalog-file-arg = spaces or rate-file-arg = spaces
        perform cb-usage
    end-if

    if cb-period-arg is not numeric
            or cb-period-month < 1 or cb-period-month > 12
        display "billing period must be YYYYMM: "
            trim(cb-period-arg, trailing) upon stderr
        stop run returning 1
    end-if

    perform cb-load-rates.
    perform cb-load-catalog.

    if cb-audit-arg(1:5) = "LIST="
        set cb-list-mode to true
        move cb-audit-arg(6:) to list-file-arg
        if list-file-arg = spaces
            perform cb-usage
        end-if
        perform cb-read-list
    else
        if cb-audit-arg = spaces
            move "brainfuck-audit.log" to audit-file-arg
        else
            move cb-audit-arg to audit-file-arg
        end-if
        perform cb-read-audit
    end-if

    perform cb-price-usage.

    open output Invoice-File.
    open output Extract-File.

    perform cb-print-owners.
    perform cb-print-unallocated.
    perform cb-print-summary.

    close Invoice-File.
    close Extract-File.

    perform cb-display-summary.

    stop run.

cb-load-rates.
    open input Rate-File.

    perform until cb-rate-at-end
        read Rate-File next record
            at end set cb-rate-at-end to true
        end-read

        if not cb-rate-at-end
                and rc-record not = spaces
                and rc-record(1:1) not = '*'
            perform cb-rate-card
        end-if
    end-perform.

    close Rate-File.

    if not cb-have-million
        add 1 to cb-error-count
        display "rate card error: no RATE-PER-MILLION-INSTR= card"
            upon stderr
    end-if
    if not cb-have-minute
        add 1 to cb-error-count
        display "rate card error: no RATE-PER-ELAPSED-MINUTE= card"
            upon stderr
    end-if
    if not cb-have-run
        add 1 to cb-error-count
        display "rate card error: no RATE-PER-RUN= card" upon stderr
    end-if

    if cb-error-count > 0
        move cb-error-count to cb-display
        display trim(cb-display, leading)
            " rate card error(s); nothing billed" upon stderr
        stop run returning 1
    end-if.

cb-rate-card.
    move 0 to cb-eq-count
    inspect rc-record tallying cb-eq-count for all "="
    if cb-eq-count not = 1
        add 1 to cb-error-count
        display "rate card error: malformed card: "
            trim(rc-record, trailing) upon stderr
        exit paragraph
    end-if

    move spaces to cb-keyword
    move spaces to cb-value
    unstring rc-record delimited by "="
        into cb-keyword cb-value
    end-unstring
    move trim(cb-value, leading) to cb-value

    perform cb-check-amount
    if not cb-num-ok
        add 1 to cb-error-count
        display "rate card error: bad amount: "
            trim(rc-record, trailing) upon stderr
        exit paragraph
    end-if

    evaluate cb-keyword
        when "RATE-PER-MILLION-INSTR"
            compute cb-rate-million = numval(cb-value)
            set cb-have-million to true
        when "RATE-PER-ELAPSED-MINUTE"
            compute cb-rate-minute = numval(cb-value)
            set cb-have-minute to true
        when "RATE-PER-RUN"
            compute cb-rate-run = numval(cb-value)
            set cb-have-run to true
        when other
            add 1 to cb-error-count
            display "rate card error: unknown keyword: "
                trim(rc-record, trailing) upon stderr
    end-evaluate.

cb-check-amount.
    *> an amount is digits with at most one decimal point: up to five
    *> whole digits and four decimals, nothing else on the card
    move 'Y' to cb-num-ok-flag
    move 0 to cb-digit-count
    move 0 to cb-all-digits
    move 0 to cb-point-count

    if cb-value = spaces or cb-value(11:) not = spaces
        move 'N' to cb-num-ok-flag
        exit paragraph
    end-if

    perform varying cb-cidx from 1 by 1 until cb-cidx > 10
        evaluate cb-value(cb-cidx:1)
            when '0' thru '9'
                add 1 to cb-all-digits
                if cb-point-count = 0
                    add 1 to cb-digit-count
                end-if
            when '.'
                add 1 to cb-point-count
            when space
                if cb-value(cb-cidx:) not = spaces
                    move 'N' to cb-num-ok-flag
                end-if
            when other
                move 'N' to cb-num-ok-flag
        end-evaluate
    end-perform

    if cb-point-count > 1 or cb-digit-count > 5 or cb-all-digits = 0
        move 'N' to cb-num-ok-flag
    end-if.

cb-load-catalog.
    open input Catalog-File.

    perform until cb-cat-at-end
        read Catalog-File next record
            at end set cb-cat-at-end to true
        end-read

        if not cb-cat-at-end
            if cb-key-count = 1000
                display "catalog holds more than 1000 entries"
                    upon stderr
                close Catalog-File
                stop run returning 1
            end-if
            add 1 to cb-key-count
            set cb-key-idx to cb-key-count
            move cat-key to cb-key-name(cb-key-idx)
            move cat-source to cb-key-source(cb-key-idx)
            move cat-owner to cb-key-owner(cb-key-idx)
            move 0 to cb-key-runs(cb-key-idx)
            move 0 to cb-key-failed(cb-key-idx)
            move 0 to cb-key-secs(cb-key-idx)
            move 0 to cb-key-instr(cb-key-idx)
            move 0 to cb-key-charge(cb-key-idx)
        end-if
    end-perform.

    close Catalog-File.

cb-read-list.
    open input List-File.

    perform until cb-list-at-end
        read List-File next record
            at end set cb-list-at-end to true
        end-read

        if not cb-list-at-end
                and ls-record not = spaces
                and ls-record(1:1) not = '*'
            move ls-record to audit-file-arg
            perform cb-read-audit
        end-if
    end-perform.

    close List-File.

cb-read-audit.
    move 'N' to cb-audit-eof-flag

    open input Audit-File.
    if audit-file-status = 35
        add 1 to cb-datasets-missing
        display "audit dataset " trim(audit-file-arg, trailing)
            " not found; skipped" upon stderr
        exit paragraph
    end-if
    add 1 to cb-datasets-read

    perform until cb-audit-at-end
        read Audit-File next record
            at end set cb-audit-at-end to true
        end-read

        if not cb-audit-at-end and au-record not = spaces
            add 1 to cb-read-count
            perform cb-tally-record
        end-if
    end-perform.

    close Audit-File.

cb-tally-record.
    if au-start-ts is not numeric or au-end-ts is not numeric
            or au-return-code(2:1) is not numeric
        add 1 to cb-malformed-count
        exit paragraph
    end-if

    if au-start-ts(1:6) not = cb-period-arg
        add 1 to cb-other-count
        exit paragraph
    end-if
    add 1 to cb-period-count

    compute cb-rec-rc = numval(au-return-code)
    compute cb-rec-instr = numval(au-instr-count)

    *> elapsed wall-clock seconds, spanning midnight and month ends
    *> via integer-of-date day serials, as bfaudrpt computes it
    move au-start-ts to cb-ts
    compute cb-start-secs =
        cb-ts-hh * 3600 + cb-ts-mm * 60 + cb-ts-ss
    compute cb-rec-days = integer-of-date(cb-ts-date)
    move au-end-ts to cb-ts
    compute cb-rec-secs =
        (integer-of-date(cb-ts-date) - cb-rec-days) * 86400
        + (cb-ts-hh * 3600 + cb-ts-mm * 60 + cb-ts-ss)
        - cb-start-secs
    if cb-rec-secs < 0
        move 0 to cb-rec-secs
    end-if

    move 'N' to cb-found-flag
    perform varying cb-key-idx from 1 by 1
            until cb-key-idx > cb-key-count or cb-found
        if cb-key-source(cb-key-idx) = au-source-file
            set cb-found to true
            set cb-key-idx down by 1
        end-if
    end-perform

    if cb-found
        add 1 to cb-matched-count
        add 1 to cb-key-runs(cb-key-idx)
        if cb-rec-rc not = 0
            add 1 to cb-key-failed(cb-key-idx)
        end-if
        add cb-rec-secs to cb-key-secs(cb-key-idx)
        add cb-rec-instr to cb-key-instr(cb-key-idx)
    else
        add 1 to cb-unmatched-count
        perform cb-tally-unallocated
    end-if.

cb-tally-unallocated.
    move 'N' to cb-found-flag
    perform varying cb-ua-idx from 1 by 1
            until cb-ua-idx > cb-ua-count or cb-found
        if cb-ua-source(cb-ua-idx) = au-source-file
            set cb-found to true
            set cb-ua-idx down by 1
        end-if
    end-perform

    if not cb-found
        if cb-ua-count = 200
            add 1 to cb-uo-runs
            if cb-rec-rc not = 0
                add 1 to cb-uo-failed
            end-if
            add cb-rec-secs to cb-uo-secs
            add cb-rec-instr to cb-uo-instr
            exit paragraph
        end-if
        add 1 to cb-ua-count
        set cb-ua-idx to cb-ua-count
        move au-source-file to cb-ua-source(cb-ua-idx)
        move 0 to cb-ua-runs(cb-ua-idx)
        move 0 to cb-ua-failed(cb-ua-idx)
        move 0 to cb-ua-secs(cb-ua-idx)
        move 0 to cb-ua-instr(cb-ua-idx)
        move 0 to cb-ua-charge(cb-ua-idx)
    end-if

    add 1 to cb-ua-runs(cb-ua-idx)
    if cb-rec-rc not = 0
        add 1 to cb-ua-failed(cb-ua-idx)
    end-if
    add cb-rec-secs to cb-ua-secs(cb-ua-idx)
    add cb-rec-instr to cb-ua-instr(cb-ua-idx).

cb-price-usage.
    *> price every key and roll it into its owner's totals
    perform varying cb-key-idx from 1 by 1 until cb-key-idx > cb-key-count
        if cb-key-runs(cb-key-idx) > 0
            move cb-key-runs(cb-key-idx) to cb-price-runs
            move cb-key-secs(cb-key-idx) to cb-price-secs
            move cb-key-instr(cb-key-idx) to cb-price-instr
            perform cb-price-line
            move cb-price-charge to cb-key-charge(cb-key-idx)
            perform cb-tally-owner
        end-if
    end-perform

    perform varying cb-ua-idx from 1 by 1 until cb-ua-idx > cb-ua-count
        move cb-ua-runs(cb-ua-idx) to cb-price-runs
        move cb-ua-secs(cb-ua-idx) to cb-price-secs
        move cb-ua-instr(cb-ua-idx) to cb-price-instr
        perform cb-price-line
        move cb-price-charge to cb-ua-charge(cb-ua-idx)
        add cb-ua-runs(cb-ua-idx) to cb-ua-total-runs
        add cb-ua-failed(cb-ua-idx) to cb-ua-total-failed
        add cb-ua-secs(cb-ua-idx) to cb-ua-total-secs
        add cb-ua-instr(cb-ua-idx) to cb-ua-total-instr
        add cb-price-charge to cb-ua-total-charge
    end-perform

    if cb-uo-runs > 0
        move cb-uo-runs to cb-price-runs
        move cb-uo-secs to cb-price-secs
        move cb-uo-instr to cb-price-instr
        perform cb-price-line
        move cb-price-charge to cb-uo-charge
        add cb-uo-runs to cb-ua-total-runs
        add cb-uo-failed to cb-ua-total-failed
        add cb-uo-secs to cb-ua-total-secs
        add cb-uo-instr to cb-ua-total-instr
        add cb-price-charge to cb-ua-total-charge
    end-if

    add cb-ua-total-charge to cb-grand-charge.

cb-price-line.
    compute cb-price-charge rounded =
        cb-price-runs * cb-rate-run
        + cb-price-instr * cb-rate-million / 1000000
        + cb-price-secs * cb-rate-minute / 60.

cb-tally-owner.
    move 'N' to cb-found-flag
    perform varying cb-owner-idx from 1 by 1
            until cb-owner-idx > cb-owner-count or cb-found
        if cb-owner-name(cb-owner-idx) = cb-key-owner(cb-key-idx)
            set cb-found to true
            set cb-owner-idx down by 1
        end-if
    end-perform

    if not cb-found
        if cb-owner-count = 200
            display "more than 200 owners to bill" upon stderr
            stop run returning 1
        end-if
        add 1 to cb-owner-count
        set cb-owner-idx to cb-owner-count
        move cb-key-owner(cb-key-idx) to cb-owner-name(cb-owner-idx)
        move 0 to cb-owner-runs(cb-owner-idx)
        move 0 to cb-owner-failed(cb-owner-idx)
        move 0 to cb-owner-secs(cb-owner-idx)
        move 0 to cb-owner-instr(cb-owner-idx)
        move 0 to cb-owner-charge(cb-owner-idx)
        move 'N' to cb-owner-done(cb-owner-idx)
    end-if

    add cb-key-runs(cb-key-idx) to cb-owner-runs(cb-owner-idx)
    add cb-key-failed(cb-key-idx) to cb-owner-failed(cb-owner-idx)
    add cb-key-secs(cb-key-idx) to cb-owner-secs(cb-owner-idx)
    add cb-key-instr(cb-key-idx) to cb-owner-instr(cb-owner-idx)
    add cb-key-charge(cb-key-idx) to cb-owner-charge(cb-owner-idx)
    add cb-key-charge(cb-key-idx) to cb-grand-charge.

cb-print-owners.
    *> one invoice per owner, owners in name order by repeated
    *> minimum selection
    move 0 to cb-printed
    perform until cb-printed >= cb-owner-count
        move 0 to cb-best-idx
        move high-values to cb-best-name
        perform varying cb-owner-idx from 1 by 1
                until cb-owner-idx > cb-owner-count
            if not cb-owner-printed(cb-owner-idx)
                    and cb-owner-name(cb-owner-idx) < cb-best-name
                move cb-owner-name(cb-owner-idx) to cb-best-name
                set cb-best-idx to cb-owner-idx
            end-if
        end-perform

        if cb-best-idx = 0
            exit perform
        end-if

        set cb-owner-idx to cb-best-idx
        perform cb-print-invoice
        set cb-owner-printed(cb-owner-idx) to true
        add 1 to cb-printed
    end-perform.

cb-print-invoice.
    move spaces to cb-line
    string "==== chargeback invoice, period " cb-period-arg
           " ====" delimited by size
        into cb-line
    write iv-record from cb-line
        before advancing 1 line

    move spaces to cb-line
    if cb-owner-name(cb-owner-idx) = spaces
        move "owner: (none recorded)" to cb-line
    else
        string "owner: " trim(cb-owner-name(cb-owner-idx), trailing)
            into cb-line
    end-if
    write iv-record from cb-line
        before advancing 1 line

    perform cb-print-rates
    write iv-record from cb-column-line
        before advancing 1 line
    write iv-record from cb-rule-line
        before advancing 1 line

    perform varying cb-key-idx from 1 by 1 until cb-key-idx > cb-key-count
        if cb-key-runs(cb-key-idx) > 0
                and cb-key-owner(cb-key-idx) = cb-owner-name(cb-owner-idx)
            move spaces to cb-detail-line
            move cb-key-name(cb-key-idx) to cb-dl-key
            move cb-key-runs(cb-key-idx) to cb-dl-runs
            move cb-key-failed(cb-key-idx) to cb-dl-failed
            move cb-key-secs(cb-key-idx) to cb-dl-secs
            move cb-key-instr(cb-key-idx) to cb-dl-instr
            move cb-key-charge(cb-key-idx) to cb-dl-charge
            move cb-key-source(cb-key-idx) to cb-dl-source
            write iv-record from cb-detail-line
                before advancing 1 line

            move spaces to cx-record
            move "K" to cx-type
            move cb-period-arg to cx-period
            move cb-key-owner(cb-key-idx) to cx-owner
            move cb-key-name(cb-key-idx) to cx-key
            move cb-key-runs(cb-key-idx) to cx-runs
            move cb-key-failed(cb-key-idx) to cx-failed
            move cb-key-secs(cb-key-idx) to cx-elapsed
            move cb-key-instr(cb-key-idx) to cx-instr
            move cb-key-charge(cb-key-idx) to cx-charge
            move cb-key-source(cb-key-idx) to cx-source
            write cx-record
        end-if
    end-perform

    write iv-record from cb-rule-line
        before advancing 1 line
    move spaces to cb-detail-line
    move "total" to cb-dl-key
    move cb-owner-runs(cb-owner-idx) to cb-dl-runs
    move cb-owner-failed(cb-owner-idx) to cb-dl-failed
    move cb-owner-secs(cb-owner-idx) to cb-dl-secs
    move cb-owner-instr(cb-owner-idx) to cb-dl-instr
    move cb-owner-charge(cb-owner-idx) to cb-dl-charge
    write iv-record from cb-detail-line
        before advancing page.

cb-print-rates.
    move cb-rate-million to cb-rate-display
    move cb-rate-minute to cb-rate-display-2
    move cb-rate-run to cb-rate-display-3
    move spaces to cb-line
    string "rates: " trim(cb-rate-display, leading)
           " per million instructions, "
           trim(cb-rate-display-2, leading)
           " per elapsed minute, "
           trim(cb-rate-display-3, leading) " per run"
        into cb-line
    write iv-record from cb-line
        before advancing 1 line
    move spaces to cb-line
    write iv-record from cb-line
        before advancing 1 line.

cb-print-unallocated.
    if cb-ua-total-runs = 0
        exit paragraph
    end-if

    move spaces to cb-line
    string "==== chargeback invoice, period " cb-period-arg
           " ====" delimited by size
        into cb-line
    write iv-record from cb-line
        before advancing 1 line
    move "owner: UNALLOCATED -- runs of sources no catalog entry names"
        to cb-line
    write iv-record from cb-line
        before advancing 1 line

    perform cb-print-rates
    write iv-record from cb-column-line
        before advancing 1 line
    write iv-record from cb-rule-line
        before advancing 1 line

    perform varying cb-ua-idx from 1 by 1 until cb-ua-idx > cb-ua-count
        move spaces to cb-detail-line
        move cb-ua-runs(cb-ua-idx) to cb-dl-runs
        move cb-ua-failed(cb-ua-idx) to cb-dl-failed
        move cb-ua-secs(cb-ua-idx) to cb-dl-secs
        move cb-ua-instr(cb-ua-idx) to cb-dl-instr
        move cb-ua-charge(cb-ua-idx) to cb-dl-charge
        move cb-ua-source(cb-ua-idx) to cb-dl-source
        write iv-record from cb-detail-line
            before advancing 1 line

        move spaces to cx-record
        move cb-ua-runs(cb-ua-idx) to cx-runs
        move cb-ua-failed(cb-ua-idx) to cx-failed
        move cb-ua-secs(cb-ua-idx) to cx-elapsed
        move cb-ua-instr(cb-ua-idx) to cx-instr
        move cb-ua-charge(cb-ua-idx) to cx-charge
        move cb-ua-source(cb-ua-idx) to cx-source
        perform cb-write-unallocated-extract
    end-perform

    if cb-uo-runs > 0
        move spaces to cb-detail-line
        move cb-uo-runs to cb-dl-runs
        move cb-uo-failed to cb-dl-failed
        move cb-uo-secs to cb-dl-secs
        move cb-uo-instr to cb-dl-instr
        move cb-uo-charge to cb-dl-charge
        move "(all other unmatched sources)" to cb-dl-source
        write iv-record from cb-detail-line
            before advancing 1 line

        move spaces to cx-record
        move cb-uo-runs to cx-runs
        move cb-uo-failed to cx-failed
        move cb-uo-secs to cx-elapsed
        move cb-uo-instr to cx-instr
        move cb-uo-charge to cx-charge
        move "(all other unmatched sources)" to cx-source
        perform cb-write-unallocated-extract
    end-if

    write iv-record from cb-rule-line
        before advancing 1 line
    move spaces to cb-detail-line
    move "total" to cb-dl-key
    move cb-ua-total-runs to cb-dl-runs
    move cb-ua-total-failed to cb-dl-failed
    move cb-ua-total-secs to cb-dl-secs
    move cb-ua-total-instr to cb-dl-instr
    move cb-ua-total-charge to cb-dl-charge
    write iv-record from cb-detail-line
        before advancing page.

cb-write-unallocated-extract.
    *> the caller has moved the figures and the source
    move "U" to cx-type
    move cb-period-arg to cx-period
    move "UNALLOCATED" to cx-owner
    write cx-record.

cb-print-summary.
    move spaces to cb-line
    string "==== chargeback summary, period " cb-period-arg
           " ====" delimited by size
        into cb-line
    write iv-record from cb-line
        before advancing 1 line
    move spaces to cb-line
    write iv-record from cb-line
        before advancing 1 line

    move 0 to cb-printed
    perform varying cb-owner-idx from 1 by 1
            until cb-owner-idx > cb-owner-count
        move 'N' to cb-owner-done(cb-owner-idx)
    end-perform
    perform until cb-printed >= cb-owner-count
        move 0 to cb-best-idx
        move high-values to cb-best-name
        perform varying cb-owner-idx from 1 by 1
                until cb-owner-idx > cb-owner-count
            if not cb-owner-printed(cb-owner-idx)
                    and cb-owner-name(cb-owner-idx) < cb-best-name
                move cb-owner-name(cb-owner-idx) to cb-best-name
                set cb-best-idx to cb-owner-idx
            end-if
        end-perform

        if cb-best-idx = 0
            exit perform
        end-if

        set cb-owner-idx to cb-best-idx
        move cb-owner-charge(cb-owner-idx) to cb-money
        move spaces to cb-line
        string cb-owner-name(cb-owner-idx) "  " cb-money
            delimited by size into cb-line
        write iv-record from cb-line
            before advancing 1 line
        set cb-owner-printed(cb-owner-idx) to true
        add 1 to cb-printed
    end-perform

    move cb-ua-total-charge to cb-money
    move spaces to cb-line
    string "UNALLOCATED       " cb-money delimited by size
        into cb-line
    write iv-record from cb-line
        before advancing 1 line

    move cb-grand-charge to cb-money
    move spaces to cb-line
    string "total             " cb-money delimited by size
        into cb-line
    write iv-record from cb-line
        before advancing 1 line.

cb-display-summary.
    display "==== chargeback control totals, period "
        cb-period-arg " ====".
    if cb-list-mode
        move cb-datasets-read to cb-display
        move cb-datasets-missing to cb-display-2
        display "audit datasets read:    " trim(cb-display, leading)
            "  (missing " trim(cb-display-2, leading) ")"
    else
        display "audit log:              " trim(audit-file-arg, trailing)
    end-if
    move cb-read-count to cb-display
    display "records read:           " trim(cb-display, leading).
    move cb-other-count to cb-display
    display "  outside the period:   " trim(cb-display, leading).
    move cb-malformed-count to cb-display
    display "  malformed, skipped:   " trim(cb-display, leading).
    move cb-period-count to cb-display
    display "  in the period:        " trim(cb-display, leading).
    move cb-matched-count to cb-display
    display "    billed to owners:   " trim(cb-display, leading).
    move cb-unmatched-count to cb-display
    display "    unallocated:        " trim(cb-display, leading).
    move cb-owner-count to cb-display
    display "owners invoiced:        " trim(cb-display, leading).
    move cb-grand-charge to cb-money
    display "total charged:          " trim(cb-money, leading).
    display "invoices in " trim(invoice-file-arg, trailing)
        ", extract in " trim(extract-file-arg, trailing).

cb-usage.
    display "usage: bfchgbk <catalog> <rate-card> <YYYYMM> "
        "[audit-log | LIST=<dataset>] [invoice-listing] [extract]"
        upon stderr.
    stop run returning 1.

end program bfchgbk.
