        >>source format is free
identification division.
program-id. bfxref.

*> monthly catalog cross-reference: one line per production-catalog
*> key showing whether the key is on the schedule, whether it has a
*> regression test, whether its program object exists and still
*> matches its source, whether its expected-results and translation
*> datasets exist, and when it last ran and with what return code.
*> the exceptions are listed both ways -- PROD keys with no test or no
*> schedule entry (or whose cataloged datasets are missing or stale),
*> and scheduled or tested sources and keys that no catalog entry
*> owns -- followed by the RETIRE candidates: entries neither run nor
*> changed in the retirement window. any exception returns 2, so the
*> month's review cannot be skipped; RETIRE candidates alone are for
*> the catalog owners to decide on and do not.
*>
*> usage: bfxref <catalog> <schedule-file> [results-dataset]
*>               [audit-log | LIST=<dataset>] [retire-days]
*>               [as-of-date YYYYMMDD]
*> the schedule is the bfslamon schedule-definitions file: a source on a
*> schedule line schedules every catalog key running it. the '$days' and
*> '$after' directives bfrunlst reads only qualify keys that are
*> scheduled already, so they schedule nothing; a key they name (either
*> key of an '$after') that is not in the catalog is an unowned
*> reference. the results dataset (default bftest-results.dat) is the
*> one bftest appends to: a key with a results line is tested, and every
*> test pack the dataset names is read as well, so a SOURCE test on a
*> key's source counts too and a test of an uncataloged source is
*> caught. a pack that is missing is noted and skipped. the audit log
*> defaults to brainfuck-audit.log; LIST=<dataset> reads every audit
*> dataset the list names ('*' and blank lines are commentary), as
*> bfaudrpt does, so archived months still count. a run is matched to a
*> key by source. retire-days defaults to 90 and the as-of date to
*> today.
*>
*> an object is FRESH when it names the entry's source and the
*> source's byte count and checksum still match the ones it was
*> compiled from -- the test the interpreter applies before running
*> it -- and STALE otherwise.

environment division.
configuration section.
repository.
    function trim numval integer-of-date ord mod intrinsic.

input-output section.
file-control.
    select Catalog-File assign to dynamic catalog-file-arg
        organization is indexed
        access mode is sequential
        record key is cat-key
        file status is catalog-file-status.

    select Schedule-File assign to dynamic schedule-file-arg
        organization is line sequential
        file status is schedule-file-status.

    select Results-File assign to dynamic results-file-arg
        organization is line sequential
        file status is results-file-status.

    select Pack-File assign to dynamic pack-file-arg
        organization is line sequential
        file status is pack-file-status.

    select List-File assign to dynamic list-file-arg
        organization is line sequential
        file status is list-file-status.

    select Audit-File assign to dynamic audit-file-arg
        organization is line sequential
        file status is audit-file-status.

    select Object-File assign to dynamic object-file-arg
        file status is object-file-status.

    select Source-File assign to dynamic source-file-arg
        file status is source-file-status.

    select Probe-File assign to dynamic probe-file-arg
        file status is probe-file-status.

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

    fd Schedule-File.
    01 sp-record  pic X(255).

    fd Results-File.
    01 rs-record.
        02 rs-key           pic X(8).
        02 filler           pic X.
        02 rs-run-ts        pic X(14).
        02 filler           pic X.
        02 rs-tests-run     pic 9(5).
        02 filler           pic X.
        02 rs-tests-passed  pic 9(5).
        02 filler           pic X.
        02 rs-pack-name     pic X(255).

    fd Pack-File.
    01 pk-record  pic X(255).

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

    fd Object-File.
    01 ob-record.
        02 ob-source-name  pic X(255).
        02 ob-source-bytes usage is binary-long.
        02 ob-source-sum   usage is binary-long.
        02 ob-code-len     usage is binary-long.
        02 ob-code occurs 16384 times.
            03 ob-code-instr  pic X.
            03 ob-code-value  usage is binary-long.
            03 ob-code-offset usage is binary-long.

    fd Source-File.
    01 fs-record.
        02 fs-instruction  pic X.

    fd Probe-File.
    01 pb-record  pic X.

working-storage section.
    01 catalog-file-arg      pic X(255) value is space.
    01 catalog-file-status   pic 99.
    01 schedule-file-arg     pic X(255) value is space.
    01 schedule-file-status  pic 99.
    01 results-file-arg      pic X(255) value is space.
    01 results-file-status   pic 99.
    01 pack-file-arg         pic X(255) value is space.
    01 pack-file-status      pic 99.
    01 list-file-arg         pic X(255) value is space.
    01 list-file-status      pic 99.
    01 audit-file-arg        pic X(255) value is space.
    01 audit-file-status     pic 99.
    01 object-file-arg       pic X(255) value is space.
    01 object-file-status    pic 99.
    01 source-file-arg       pic X(255) value is space.
    01 source-file-status    pic 99.
    01 probe-file-arg        pic X(255) value is space.
    01 probe-file-status     pic 99.
    01 retire-days-arg       pic X(9)   value is space.
    01 retire-days           usage is binary-long value is 90.
    01 as-of-arg             pic X(9)   value is space.
    01 as-of-date            pic 9(8).

    01 xr-eof-flag  pic X value is 'N'.
        88 xr-at-end            value is 'Y'.
    01 xr-list-eof-flag pic X value is 'N'.
        88 xr-list-at-end       value is 'Y'.
    01 xr-list-mode-flag pic X value is 'N'.
        88 xr-list-mode         value is 'Y'.
    01 xr-found-flag pic X.
        88 xr-found             value is 'Y'.

    *> every catalog key, in key order, with what the schedule, the
    *> test results, the datasets and the audit log say about it
    01 xr-keys.
        02 xr-key-count usage is binary-long value is zero.
        02 xr-key-entry occurs 0 to 1000 times depending on xr-key-count
                         indexed by xr-key-idx.
            03 xr-key-name      pic X(8).
            03 xr-key-source    pic X(255).
            03 xr-key-status    pic X(4).
            03 xr-key-object    pic X(255).
            03 xr-key-expected  pic X(255).
            03 xr-key-xlate     pic X(255).
            03 xr-key-code-ts   pic X(14).
            03 xr-key-sched     pic X.
                88 xr-key-scheduled  value is 'Y'.
            03 xr-key-test      pic X.
                88 xr-key-tested     value is 'Y'.
            03 xr-key-test-ts   pic X(14).
            03 xr-key-test-run  usage is binary-long.
            03 xr-key-test-pass usage is binary-long.
            03 xr-key-obj-state pic X(7).
            03 xr-key-exp-state pic X(3).
            03 xr-key-xl-state  pic X(3).
            03 xr-key-last-ts   pic X(14).
            03 xr-key-last-rc   usage is binary-long.

    *> references the catalog has to account for: scheduled sources,
    *> keys named by schedule directives, tested keys and sources
    01 xr-refs.
        02 xr-ref-count usage is binary-long value is zero.
        02 xr-ref-entry occurs 0 to 2000 times depending on xr-ref-count
                         indexed by xr-ref-idx.
            03 xr-ref-kind    pic X.
                88 xr-ref-is-key     value is 'K'.
                88 xr-ref-is-source  value is 'S'.
            03 xr-ref-name    pic X(255).
            03 xr-ref-where   pic X(80).

    *> test packs the results dataset names, each read once
    01 xr-packs.
        02 xr-pack-count usage is binary-long value is zero.
        02 xr-pack-entry occurs 0 to 200 times depending on xr-pack-count
                          indexed by xr-pack-idx.
            03 xr-pack-name  pic X(255).

    01 xr-ref-entry-kind pic X.
    01 xr-line-no     usage is binary-long.
    01 xr-parse-ptr   usage is binary-long.
    01 xr-field-1     pic X(20).
    01 xr-field-2     pic X(20).
    01 xr-field-3     pic X(20).
    01 xr-ref-text    pic X(255).
    01 xr-where-text  pic X(80).
    01 xr-find-key    pic X(8).
    01 xr-card-key    pic X(30).
    01 xr-card-value  pic X(255).

    01 xr-datasets-read    usage is binary-long value is zero.
    01 xr-datasets-missing usage is binary-long value is zero.
    01 xr-packs-missing    usage is binary-long value is zero.
    01 xr-runs-matched     usage is binary-long value is zero.
    01 xr-results-present-flag pic X value is 'N'.
        88 xr-results-present   value is 'Y'.

    *> object fingerprint, computed the way bfcompile records it
    01 xr-check-bytes  usage is binary-long.
    01 xr-check-sum    usage is binary-long.

    *> retirement window, as integer-of-date day serials
    01 xr-as-of-int    usage is binary-long.
    01 xr-cutoff-int   usage is binary-long.
    01 xr-ts-date-text pic X(8).
    01 xr-ts-date      pic 9(8).
    01 xr-ts-int       usage is binary-long.
    01 xr-active-flag  pic X.
        88 xr-active            value is 'Y'.

    01 xr-num-text     pic X(9).
    01 xr-cidx         usage is binary-long.
    01 xr-num-ok-flag  pic X.
        88 xr-num-ok            value is 'Y'.
    01 xr-num-end-flag pic X.
        88 xr-num-ended         value is 'Y'.

    01 xr-exception-count usage is binary-long value is zero.
    01 xr-orphan-count    usage is binary-long value is zero.
    01 xr-retire-count    usage is binary-long value is zero.

    *> one line of the cross-reference listing
    01 xr-listing-line.
        02 xr-ln-key       pic X(8).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-status    pic X(4).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-sched     pic X(5).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-test      pic X(4).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-object    pic X(7).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-expected  pic X(8).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-xlate     pic X(5).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-last-run  pic X(15).
        02 filler          pic X(2) value is spaces.
        02 xr-ln-rc        pic X(3).

    01 xr-rc-display  pic -Z9.
    01 xr-display     pic Z(9)9.
    01 xr-display-2   pic Z(9)9.

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

schedule-file-error section.
use after standard error procedure on Schedule-File.
    evaluate schedule-file-status
        when 35    display "cannot find schedule file "
                       trim(schedule-file-arg, trailing) upon stderr
        when other display "error with schedule file ("
                       schedule-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

results-file-error section.
use after standard error procedure on Results-File.
    *> no results dataset yet just means nothing has been tested
    if results-file-status not = 35
        display "error with test results dataset ("
            results-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

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
    *> a missing audit dataset is noted by the mainline and skipped:
    *> a catalog nobody has run yet still deserves its cross-reference
    if audit-file-status not = 35
        display "error with audit file ("
            audit-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception perform xr-usage.

    display 2 upon argument-number.
    accept schedule-file-arg from argument-value
        on exception perform xr-usage.

    display 3 upon argument-number.
    accept results-file-arg from argument-value
        on exception continue.

    display 4 upon argument-number.
    accept audit-file-arg from argument-value
        on exception continue.

    display 5 upon argument-number.
    accept retire-days-arg from argument-value
        on exception continue.

    display 6 upon argument-number.
    accept as-of-arg from argument-value
        on exception continue.

    if catalog-file-arg = spaces or schedule-file-arg = spaces
        perform xr-usage
    end-if

    if results-file-arg = spaces
        move "bftest-results.dat" to results-file-arg
    end-if

    if audit-file-arg = spaces
        move "brainfuck-audit.log" to audit-file-arg
    end-if

    if retire-days-arg not = spaces
        move retire-days-arg to xr-num-text
        perform xr-check-numeric
        if not xr-num-ok
            display "bad retire-days '" trim(retire-days-arg, trailing)
                "' (a number of days expected)" upon stderr
            stop run returning 1
        end-if
        compute retire-days = numval(retire-days-arg)
    end-if

    if as-of-arg = spaces
        accept as-of-date from date yyyymmdd
    else
        move as-of-arg to xr-num-text
        perform xr-check-numeric
        if not xr-num-ok or as-of-arg(9:) not = spaces
                or as-of-arg(8:1) = space
            display "bad as-of date '" trim(as-of-arg, trailing)
                "' (YYYYMMDD expected)" upon stderr
            stop run returning 1
        end-if
        compute as-of-date = numval(as-of-arg)
        if integer-of-date(as-of-date) = 0
            display "bad as-of date '" trim(as-of-arg, trailing)
                "' (not a calendar date)" upon stderr
            stop run returning 1
        end-if
    end-if

    compute xr-as-of-int = integer-of-date(as-of-date)
    compute xr-cutoff-int = xr-as-of-int - retire-days

    perform xr-load-catalog.
    perform xr-load-schedule.
    perform xr-load-results.
    perform varying xr-pack-idx from 1 by 1
            until xr-pack-idx > xr-pack-count
        perform xr-read-pack
    end-perform.

    if audit-file-arg(1:5) = "LIST="
        set xr-list-mode to true
        move audit-file-arg(6:) to list-file-arg
        perform xr-read-list
    else
        perform xr-read-audit
    end-if

    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        perform xr-check-datasets
    end-perform.

    perform xr-print-report.

    if xr-exception-count > 0 or xr-orphan-count > 0
        stop run returning 2
    end-if

    stop run.

xr-load-catalog.
    move 'N' to xr-eof-flag

    open input Catalog-File.

    perform until xr-at-end
        read Catalog-File next record
            at end set xr-at-end to true
        end-read

        if not xr-at-end
            if xr-key-count = 1000
                display "catalog holds more than 1000 entries"
                    upon stderr
                close Catalog-File
                stop run returning 1
            end-if
            add 1 to xr-key-count
            set xr-key-idx to xr-key-count
            move cat-key to xr-key-name(xr-key-idx)
            move cat-source to xr-key-source(xr-key-idx)
            move cat-status to xr-key-status(xr-key-idx)
            move cat-object to xr-key-object(xr-key-idx)
            move cat-expected to xr-key-expected(xr-key-idx)
            move cat-xlate to xr-key-xlate(xr-key-idx)
            move cat-code-ts to xr-key-code-ts(xr-key-idx)
            move 'N' to xr-key-sched(xr-key-idx)
            move 'N' to xr-key-test(xr-key-idx)
            move spaces to xr-key-test-ts(xr-key-idx)
            move 0 to xr-key-test-run(xr-key-idx)
            move 0 to xr-key-test-pass(xr-key-idx)
            move spaces to xr-key-obj-state(xr-key-idx)
            move spaces to xr-key-exp-state(xr-key-idx)
            move spaces to xr-key-xl-state(xr-key-idx)
            move spaces to xr-key-last-ts(xr-key-idx)
            move 0 to xr-key-last-rc(xr-key-idx)
        end-if
    end-perform.

    close Catalog-File.

xr-load-schedule.
    *> only the source on a schedule line and the keys on a directive
    *> matter here; bfslamon and bfrunlst validate the rest
    move 'N' to xr-eof-flag
    move 0 to xr-line-no

    open input Schedule-File.

    perform until xr-at-end
        read Schedule-File next record
            at end set xr-at-end to true
        end-read

        if not xr-at-end
            add 1 to xr-line-no
            if sp-record not = spaces and sp-record(1:1) not = '*'
                perform xr-schedule-line
            end-if
        end-if
    end-perform.

    close Schedule-File.

xr-schedule-line.
    move spaces to xr-field-1
    move spaces to xr-field-2
    move spaces to xr-field-3
    move spaces to xr-ref-text
    move 1 to xr-parse-ptr

    move xr-line-no to xr-display
    move spaces to xr-where-text
    string "schedule line " trim(xr-display, leading)
        into xr-where-text

    *> a directive only qualifies a key some source line schedules,
    *> so its keys are checked against the catalog but never mark a
    *> key scheduled
    if sp-record(1:1) = '$'
        unstring sp-record delimited by all " "
            into xr-field-1 xr-field-2 xr-field-3
        end-unstring
        if xr-field-2 not = spaces
            move xr-field-2 to xr-find-key
            perform xr-check-directive-key
        end-if
        if xr-field-1 = "$after" and xr-field-3 not = spaces
            move xr-field-3 to xr-find-key
            perform xr-check-directive-key
        end-if
        exit paragraph
    end-if

    unstring sp-record delimited by all " "
        into xr-field-1 xr-field-2 xr-field-3
        with pointer xr-parse-ptr
    end-unstring
    if xr-parse-ptr > 255
        exit paragraph
    end-if
    move trim(sp-record(xr-parse-ptr:), leading) to xr-ref-text
    if xr-ref-text = spaces
        exit paragraph
    end-if

    move 'N' to xr-found-flag
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        if xr-key-source(xr-key-idx) = xr-ref-text
            set xr-key-scheduled(xr-key-idx) to true
            set xr-found to true
        end-if
    end-perform

    if not xr-found
        perform xr-add-source-ref
    end-if.

xr-check-directive-key.
    perform xr-find-catalog-key
    if not xr-found
        move xr-find-key to xr-ref-text
        perform xr-add-key-ref
    end-if.

xr-load-results.
    move 'N' to xr-eof-flag

    open input Results-File.
    if results-file-status = 35
        exit paragraph
    end-if
    set xr-results-present to true

    perform until xr-at-end
        read Results-File next record
            at end set xr-at-end to true
        end-read

        if not xr-at-end and rs-record not = spaces
            perform xr-results-line
        end-if
    end-perform.

    close Results-File.

xr-results-line.
    move rs-key to xr-find-key
    perform xr-find-catalog-key
    if xr-found
        set xr-key-tested(xr-key-idx) to true
        if rs-run-ts not < xr-key-test-ts(xr-key-idx)
            move rs-run-ts to xr-key-test-ts(xr-key-idx)
            if rs-tests-run is numeric
                move rs-tests-run to xr-key-test-run(xr-key-idx)
            end-if
            if rs-tests-passed is numeric
                move rs-tests-passed to xr-key-test-pass(xr-key-idx)
            end-if
        end-if
    else
        move rs-key to xr-ref-text
        move spaces to xr-where-text
        string "test results, pack " trim(rs-pack-name, trailing)
            into xr-where-text
        perform xr-add-key-ref
    end-if

    if rs-pack-name = spaces
        exit paragraph
    end-if

    move 'N' to xr-found-flag
    perform varying xr-pack-idx from 1 by 1
            until xr-pack-idx > xr-pack-count or xr-found
        if xr-pack-name(xr-pack-idx) = rs-pack-name
            set xr-found to true
        end-if
    end-perform
    if not xr-found and xr-pack-count < 200
        add 1 to xr-pack-count
        set xr-pack-idx to xr-pack-count
        move rs-pack-name to xr-pack-name(xr-pack-idx)
    end-if.

xr-read-pack.
    *> the SOURCE and CATALOG cards of every test in the pack
    move xr-pack-name(xr-pack-idx) to pack-file-arg
    move 'N' to xr-eof-flag
    move 0 to xr-line-no

    open input Pack-File.
    if pack-file-status not = 0
        add 1 to xr-packs-missing
        display "test pack " trim(pack-file-arg, trailing)
            " not found; skipped" upon stderr
        exit paragraph
    end-if

    perform until xr-at-end
        read Pack-File next record
            at end set xr-at-end to true
        end-read

        if not xr-at-end
            add 1 to xr-line-no
            if pk-record not = spaces and pk-record(1:1) not = '*'
                    and pk-record(1:1) not = '$'
                perform xr-pack-card
            end-if
        end-if
    end-perform.

    close Pack-File.

xr-pack-card.
    move spaces to xr-card-key
    move spaces to xr-card-value
    unstring pk-record delimited by "="
        into xr-card-key xr-card-value
    end-unstring
    move trim(xr-card-value, leading) to xr-card-value

    move xr-line-no to xr-display
    move spaces to xr-where-text
    string "test pack " trim(pack-file-arg, trailing)
        " line " trim(xr-display, leading)
        into xr-where-text

    evaluate trim(xr-card-key)
        when "CATALOG"
            *> bftest keys the card by its first eight characters
            move xr-card-value(1:8) to xr-find-key
            perform xr-find-catalog-key
            if xr-found
                set xr-key-tested(xr-key-idx) to true
            else
                move xr-card-value(1:8) to xr-ref-text
                perform xr-add-key-ref
            end-if
        when "SOURCE"
            move xr-card-value to xr-ref-text
            move 'N' to xr-found-flag
            perform varying xr-key-idx from 1 by 1
                    until xr-key-idx > xr-key-count
                if xr-key-source(xr-key-idx) = xr-ref-text
                    set xr-key-tested(xr-key-idx) to true
                    set xr-found to true
                end-if
            end-perform
            if not xr-found
                perform xr-add-source-ref
            end-if
    end-evaluate.

xr-read-list.
    open input List-File.

    perform until xr-list-at-end
        read List-File next record
            at end set xr-list-at-end to true
        end-read

        if not xr-list-at-end
                and ls-record not = spaces
                and ls-record(1:1) not = '*'
            move ls-record to audit-file-arg
            perform xr-read-audit
        end-if
    end-perform.

    close List-File.

xr-read-audit.
    move 'N' to xr-eof-flag

    open input Audit-File.
    if audit-file-status = 35
        add 1 to xr-datasets-missing
        display "audit dataset " trim(audit-file-arg, trailing)
            " not found; skipped" upon stderr
        exit paragraph
    end-if
    add 1 to xr-datasets-read

    perform until xr-at-end
        read Audit-File next record
            at end set xr-at-end to true
        end-read

        if not xr-at-end and au-record not = spaces
            perform xr-audit-record
        end-if
    end-perform.

    close Audit-File.

xr-audit-record.
    *> the latest run of each key's source, whichever dataset holds it
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        if xr-key-source(xr-key-idx) = au-source-file
            add 1 to xr-runs-matched
            if au-start-ts not < xr-key-last-ts(xr-key-idx)
                move au-start-ts to xr-key-last-ts(xr-key-idx)
                compute xr-key-last-rc(xr-key-idx) = numval(au-return-code)
            end-if
        end-if
    end-perform.

xr-check-datasets.
    if xr-key-object(xr-key-idx) = spaces
        move "NONE" to xr-key-obj-state(xr-key-idx)
    else
        perform xr-check-object
    end-if

    if xr-key-expected(xr-key-idx) = spaces
        move "-" to xr-key-exp-state(xr-key-idx)
    else
        move xr-key-expected(xr-key-idx) to probe-file-arg
        perform xr-probe
        if probe-file-status = 0
            move "YES" to xr-key-exp-state(xr-key-idx)
        else
            move "NO" to xr-key-exp-state(xr-key-idx)
        end-if
    end-if

    if xr-key-xlate(xr-key-idx) = spaces
        move "-" to xr-key-xl-state(xr-key-idx)
    else
        move xr-key-xlate(xr-key-idx) to probe-file-arg
        perform xr-probe
        if probe-file-status = 0
            move "YES" to xr-key-xl-state(xr-key-idx)
        else
            move "NO" to xr-key-xl-state(xr-key-idx)
        end-if
    end-if.

xr-probe.
    open input Probe-File
    if probe-file-status = 0
        close Probe-File
    end-if.

xr-check-object.
    move xr-key-object(xr-key-idx) to object-file-arg
    open input Object-File
    if object-file-status not = 0
        move "MISSING" to xr-key-obj-state(xr-key-idx)
        exit paragraph
    end-if

    move "STALE" to xr-key-obj-state(xr-key-idx)
    read Object-File next record
        at end
            close Object-File
            exit paragraph
    end-read
    close Object-File

    if ob-source-name not = xr-key-source(xr-key-idx)
        exit paragraph
    end-if

    move xr-key-source(xr-key-idx) to source-file-arg
    move 0 to xr-check-bytes
    move 0 to xr-check-sum
    open input Source-File
    if source-file-status not = 0
        exit paragraph
    end-if
    perform forever
        read Source-File next record
            at end exit perform
        end-read
        add 1 to xr-check-bytes
        compute xr-check-sum =
            mod(xr-check-sum * 31 + ord(fs-instruction), 999999937)
    end-perform
    close Source-File

    if xr-check-bytes = ob-source-bytes and xr-check-sum = ob-source-sum
        move "FRESH" to xr-key-obj-state(xr-key-idx)
    end-if.

xr-find-catalog-key.
    move 'N' to xr-found-flag
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count or xr-found
        if xr-key-name(xr-key-idx) = xr-find-key
            set xr-found to true
            set xr-key-idx down by 1
        end-if
    end-perform.

xr-add-key-ref.
    move 'K' to xr-ref-entry-kind
    perform xr-add-ref.

xr-add-source-ref.
    move 'S' to xr-ref-entry-kind
    perform xr-add-ref.

xr-add-ref.
    *> each orphan is listed once, at its first mention
    move 'N' to xr-found-flag
    perform varying xr-ref-idx from 1 by 1
            until xr-ref-idx > xr-ref-count or xr-found
        if xr-ref-kind(xr-ref-idx) = xr-ref-entry-kind
                and xr-ref-name(xr-ref-idx) = xr-ref-text
            set xr-found to true
        end-if
    end-perform
    if xr-found or xr-ref-count = 2000
        exit paragraph
    end-if

    add 1 to xr-ref-count
    set xr-ref-idx to xr-ref-count
    move xr-ref-entry-kind to xr-ref-kind(xr-ref-idx)
    move xr-ref-text to xr-ref-name(xr-ref-idx)
    move xr-where-text to xr-ref-where(xr-ref-idx).

xr-print-report.
    display "==== brainfuck catalog cross-reference ====".
    display "catalog:      " trim(catalog-file-arg, trailing).
    display "schedule:     " trim(schedule-file-arg, trailing).
    if xr-results-present
        move xr-pack-count to xr-display
        move xr-packs-missing to xr-display-2
        display "test results: " trim(results-file-arg, trailing)
            " (" trim(xr-display, leading) " pack(s), "
            trim(xr-display-2, leading) " missing)"
    else
        display "test results: " trim(results-file-arg, trailing)
            " (not found; nothing tested)"
    end-if
    if xr-list-mode
        move xr-datasets-read to xr-display
        move xr-datasets-missing to xr-display-2
        display "audit:        datasets listed in "
            trim(list-file-arg, trailing) ": "
            trim(xr-display, leading) " read, "
            trim(xr-display-2, leading) " missing"
    else
        display "audit:        " trim(audit-file-arg, trailing)
    end-if
    move retire-days to xr-display
    display "as of:        " as-of-date
        "  (retire after " trim(xr-display, leading) " days)".

    display " ".
    display "---- catalog entries ----".
    move "KEY" to xr-ln-key
    move "STAT" to xr-ln-status
    move "SCHED" to xr-ln-sched
    move "TEST" to xr-ln-test
    move "OBJECT" to xr-ln-object
    move "EXPECTED" to xr-ln-expected
    move "XLATE" to xr-ln-xlate
    move "LAST RUN" to xr-ln-last-run
    move "RC" to xr-ln-rc
    display xr-listing-line.
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        perform xr-print-entry
    end-perform.

    display " ".
    display "---- exceptions: catalog entries ----".
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        if xr-key-status(xr-key-idx) = "PROD"
            perform xr-entry-exceptions
        end-if
    end-perform.
    if xr-exception-count = 0
        display "none"
    end-if.

    display " ".
    display "---- exceptions: not owned by any catalog entry ----".
    perform varying xr-ref-idx from 1 by 1
            until xr-ref-idx > xr-ref-count
        add 1 to xr-orphan-count
        if xr-ref-is-key(xr-ref-idx)
            display "key " trim(xr-ref-name(xr-ref-idx), trailing)
                "  (" trim(xr-ref-where(xr-ref-idx), trailing) ")"
        else
            display "source " trim(xr-ref-name(xr-ref-idx), trailing)
                "  (" trim(xr-ref-where(xr-ref-idx), trailing) ")"
        end-if
    end-perform.
    if xr-orphan-count = 0
        display "none"
    end-if.

    display " ".
    move retire-days to xr-display
    display "---- RETIRE candidates: not run in "
        trim(xr-display, leading) " days ----".
    perform varying xr-key-idx from 1 by 1
            until xr-key-idx > xr-key-count
        perform xr-retire-check
    end-perform.
    if xr-retire-count = 0
        display "none"
    end-if.

    display " ".
    move xr-key-count to xr-display
    display "catalog entries:   " trim(xr-display, leading).
    move xr-exception-count to xr-display
    display "entry exceptions:  " trim(xr-display, leading).
    move xr-orphan-count to xr-display
    display "unowned:           " trim(xr-display, leading).
    move xr-retire-count to xr-display
    display "RETIRE candidates: " trim(xr-display, leading).

xr-print-entry.
    move xr-key-name(xr-key-idx) to xr-ln-key
    move xr-key-status(xr-key-idx) to xr-ln-status
    if xr-key-scheduled(xr-key-idx)
        move "YES" to xr-ln-sched
    else
        move "NO" to xr-ln-sched
    end-if
    if xr-key-tested(xr-key-idx)
        move "YES" to xr-ln-test
    else
        move "NO" to xr-ln-test
    end-if
    move xr-key-obj-state(xr-key-idx) to xr-ln-object
    move xr-key-exp-state(xr-key-idx) to xr-ln-expected
    move xr-key-xl-state(xr-key-idx) to xr-ln-xlate
    if xr-key-last-ts(xr-key-idx) = spaces
        move "never" to xr-ln-last-run
        move spaces to xr-ln-rc
    else
        move spaces to xr-ln-last-run
        string xr-key-last-ts(xr-key-idx)(1:8) "-"
            xr-key-last-ts(xr-key-idx)(9:6)
            into xr-ln-last-run
        move xr-key-last-rc(xr-key-idx) to xr-rc-display
        move xr-rc-display to xr-ln-rc
    end-if
    display xr-listing-line.

xr-entry-exceptions.
    if not xr-key-tested(xr-key-idx)
        add 1 to xr-exception-count
        display trim(xr-key-name(xr-key-idx), trailing)
            ": PROD entry has no regression test"
    end-if
    if not xr-key-scheduled(xr-key-idx)
        add 1 to xr-exception-count
        display trim(xr-key-name(xr-key-idx), trailing)
            ": PROD entry is not on the schedule"
    end-if
    if xr-key-obj-state(xr-key-idx) = "MISSING"
            or xr-key-obj-state(xr-key-idx) = "STALE"
        add 1 to xr-exception-count
        display trim(xr-key-name(xr-key-idx), trailing)
            ": program object " trim(xr-key-object(xr-key-idx), trailing)
            " is " trim(xr-key-obj-state(xr-key-idx), trailing)
    end-if
    if xr-key-exp-state(xr-key-idx) = "NO"
        add 1 to xr-exception-count
        display trim(xr-key-name(xr-key-idx), trailing)
            ": expected-results dataset "
            trim(xr-key-expected(xr-key-idx), trailing) " not found"
    end-if
    if xr-key-xl-state(xr-key-idx) = "NO"
        add 1 to xr-exception-count
        display trim(xr-key-name(xr-key-idx), trailing)
            ": translation table "
            trim(xr-key-xlate(xr-key-idx), trailing) " not found"
    end-if.

xr-retire-check.
    *> an entry is active when it ran, or its code changed, inside the
    *> window -- a newly cataloged entry is not a retirement candidate
    *> just because it has not had its first run yet
    move 'N' to xr-active-flag

    move xr-key-last-ts(xr-key-idx)(1:8) to xr-ts-date-text
    perform xr-ts-in-window
    move xr-key-code-ts(xr-key-idx)(1:8) to xr-ts-date-text
    perform xr-ts-in-window

    if xr-active
        exit paragraph
    end-if

    add 1 to xr-retire-count
    if xr-key-last-ts(xr-key-idx) = spaces
        display "RETIRE " xr-key-name(xr-key-idx) "  "
            xr-key-status(xr-key-idx) "  never run  "
            trim(xr-key-source(xr-key-idx), trailing)
    else
        display "RETIRE " xr-key-name(xr-key-idx) "  "
            xr-key-status(xr-key-idx) "  last run "
            xr-key-last-ts(xr-key-idx)(1:8) "  "
            trim(xr-key-source(xr-key-idx), trailing)
    end-if.

xr-ts-in-window.
    if xr-ts-date-text is not numeric
        exit paragraph
    end-if
    move xr-ts-date-text to xr-ts-date
    compute xr-ts-int = integer-of-date(xr-ts-date)
    if xr-ts-int > xr-cutoff-int
        set xr-active to true
    end-if.

xr-check-numeric.
    *> digits, then nothing but spaces
    move 'Y' to xr-num-ok-flag
    move 'N' to xr-num-end-flag
    if xr-num-text(1:1) = space
        move 'N' to xr-num-ok-flag
    end-if
    perform varying xr-cidx from 1 by 1 until xr-cidx > 9
        evaluate true
            when xr-num-text(xr-cidx:1) = space
                set xr-num-ended to true
            when xr-num-text(xr-cidx:1) is numeric and not xr-num-ended
                continue
            when other
                move 'N' to xr-num-ok-flag
        end-evaluate
    end-perform.

xr-usage.
    display "usage: bfxref <catalog> <schedule-file> [results-dataset] "
        "[audit-log | LIST=<dataset>] [retire-days] "
        "[as-of-date YYYYMMDD]" upon stderr.
    stop run returning 1.

end program bfxref.
