        >>source format is free
identification division.
program-id. bfcatcnv.

*> one-off catalog conversion: the catalog record grew from 1056 to
*> 1144 bytes when the promotion gate (cat-code-ts, cat-approver,
*> cat-approved-ts, cat-tested-ts) and native modules (cat-native)
*> were added, and no program reads the old layout any more. this
*> reads a catalog in the old layout and writes every entry, in key
*> order, to a new catalog in the current layout, with the added
*> fields left blank. it serves the production catalog and any backup
*> bfcatrcv may have to start from alike.
*>
*> a converted entry has no approval on record, so a PROD entry keeps
*> its status but its next code change goes through the promotion
*> gate like any other.
*>
*> usage: bfcatcnv <old-catalog> <new-catalog>
*> the new catalog is created afresh and may not be the old one; swap
*> it into place once the run is clean. the control totals balance
*> entries read against entries written, and against a recount of the
*> new catalog; any imbalance, like any hard error, returns 1.

environment division.
configuration section.
repository.
    function trim intrinsic.

input-output section.
file-control.
    select Old-Catalog assign to dynamic old-catalog-arg
        organization is indexed
        access mode is sequential
        record key is old-key
        file status is old-catalog-status.

    select Catalog-File assign to dynamic catalog-file-arg
        organization is indexed
        access mode is sequential
        record key is cat-key
        file status is catalog-file-status.

data division.
file section.
    fd Old-Catalog.
    01 old-record.
        02 old-key          pic X(8).
        02 old-source       pic X(255).
        02 old-object       pic X(255).
        02 old-expected     pic X(255).
        02 old-xlate        pic X(255).
        02 old-tape-length  usage is binary-long.
        02 old-max-instr    usage is binary-long.
        02 old-owner        pic X(16).
        02 old-status       pic X(4).

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

working-storage section.
    01 old-catalog-arg     pic X(255) value is space.
    01 old-catalog-status  pic 99.
    01 catalog-file-arg    pic X(255) value is space.
    01 catalog-file-status pic 99.

    01 cv-eof-flag  pic X value is 'N'.
        88 cv-at-end        value is 'Y'.

    01 cv-read-count     usage is binary-long value is zero.
    01 cv-written-count  usage is binary-long value is zero.
    01 cv-recount        usage is binary-long value is zero.
    01 cv-balance-flag   pic X value is 'Y'.
        88 cv-in-balance     value is 'Y'.

    01 cv-display  pic Z(9)9.

procedure division.
declaratives.

old-catalog-error section.
use after standard error procedure on Old-Catalog.
    evaluate old-catalog-status
        when 35    display "cannot find old catalog "
                       trim(old-catalog-arg, trailing) upon stderr
        when 39    display "old catalog "
                       trim(old-catalog-arg, trailing)
                       " is not in the 1056-byte layout" upon stderr
        when other display "error with old catalog ("
                       old-catalog-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

catalog-file-error section.
use after standard error procedure on Catalog-File.
    display "error with new catalog "
        trim(catalog-file-arg, trailing)
        " (" catalog-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept old-catalog-arg from argument-value
        on exception perform cv-usage.

    display 2 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception perform cv-usage.

    if old-catalog-arg = spaces or catalog-file-arg = spaces
        perform cv-usage
    end-if

    *> the new catalog is created from scratch; building it over the
    *> old one would destroy the only copy there is
    if catalog-file-arg = old-catalog-arg
        display "new catalog may not be the old catalog "
            trim(old-catalog-arg, trailing) upon stderr
        stop run returning 1
    end-if

    perform cv-convert.
    perform cv-recount-new.
    perform cv-print-totals.

    if not cv-in-balance
        move 1 to return-code
    end-if.

    stop run.

cv-convert.
    open input Old-Catalog.
    open output Catalog-File.

    perform until cv-at-end
        read Old-Catalog next record
            at end set cv-at-end to true
        end-read

        if not cv-at-end
            add 1 to cv-read-count
            move spaces to cat-record
            move old-key to cat-key
            move old-source to cat-source
            move old-object to cat-object
            move old-expected to cat-expected
            move old-xlate to cat-xlate
            move old-tape-length to cat-tape-length
            move old-max-instr to cat-max-instr
            move old-owner to cat-owner
            move old-status to cat-status
            write cat-record
                invalid key
                    display "duplicate or out-of-order key in old "
                        "catalog: " trim(old-key, trailing) upon stderr
                    close Old-Catalog
                    close Catalog-File
                    stop run returning 1
            end-write
            add 1 to cv-written-count
        end-if
    end-perform.

    close Old-Catalog.
    close Catalog-File.

cv-recount-new.
    move 'N' to cv-eof-flag
    open input Catalog-File.

    perform until cv-at-end
        read Catalog-File next record
            at end set cv-at-end to true
        end-read

        if not cv-at-end
            add 1 to cv-recount
        end-if
    end-perform.

    close Catalog-File.

cv-print-totals.
    display "==== catalog conversion ====".
    display "old catalog (1056 bytes): " trim(old-catalog-arg, trailing).
    display "new catalog (1144 bytes): " trim(catalog-file-arg, trailing).

    display " ".
    display "---- control totals ----".
    move cv-read-count to cv-display
    display "entries read:            " trim(cv-display, leading).
    move cv-written-count to cv-display
    display "entries written:         " trim(cv-display, leading).
    move cv-recount to cv-display
    display "entries in new catalog:  " trim(cv-display, leading).

    display " ".
    display "---- balance check ----".
    if cv-read-count = cv-written-count
        display "read = written:          in balance"
    else
        move 'N' to cv-balance-flag
        display "read = written:          OUT OF BALANCE"
    end-if
    if cv-written-count = cv-recount
        display "written = new catalog:   in balance"
    else
        move 'N' to cv-balance-flag
        display "written = new catalog:   OUT OF BALANCE"
    end-if.

cv-usage.
    display "usage: bfcatcnv <old-catalog> <new-catalog>" upon stderr.
    stop run returning 1.

end program bfcatcnv.
