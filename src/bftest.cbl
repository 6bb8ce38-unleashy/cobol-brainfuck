*> same member convention the bfmacro routine library uses); the
*> KEYWORD=value cards that follow belong to it until the next "$test"
*> or end of file. blank lines and '*' lines are commentary.
*>   SOURCE=<dataset>            brainfuck source to run
*>   CATALOG=<key>               or: the catalog entry to run
*>   INPUT=<dataset>             ',' input dataset (optional)
*>   EXPECTED=<dataset>          expected '.' output
*>   MAX-INSTRUCTIONS=<n>        instruction ceiling (default 10000000)
*> every test names exactly one of SOURCE and CATALOG. a CATALOG test
*> runs the entry's cataloged source, and takes its expected output
*> and instruction ceiling from the entry unless its own cards say
*> otherwise; a SOURCE test needs an EXPECTED card. an entry marked
*> NATIVE=<program-id> is tested through its native module, the code
*> that will actually run in PROD.
*>
*> usage: bftest <test-definition-file> [results-dataset] [catalog]
*> each run appends one line per catalog key the pack exercised to the
*> results dataset (default bftest-results.dat) -- key, run timestamp,
*> tests run, tests passed, and the pack name, in fixed columns -- the
*> record bfcatalog's promotion gate reads before letting the key go
*> to PROD. the catalog defaults to brainfuck-catalog.dat and is only
*> opened when some test names a CATALOG key.

environment division.
configuration section.
    select Expected-File assign to dynamic expected-file-name
        file status is expected-file-status.

    select Catalog-File assign to dynamic catalog-file-arg
        organization is indexed
        access mode is random
        record key is cat-key
        file status is catalog-file-status.

    select Results-File assign to dynamic results-file-arg
        organization is line sequential
        file status is results-file-status.

data division.
file section.
    fd Test-File.
    fd Expected-File.
    01 ex-record  pic X.

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

    *> one line per catalog key per pack run, in fixed columns
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

working-storage section.
    01 test-file-arg        pic X(255) value is space.
    01 test-file-status     pic 99.
    01 actual-file-status   pic 99.
    01 expected-file-name   pic X(255) value is space.
    01 expected-file-status pic 99.
    01 catalog-file-arg     pic X(255) value is space.
    01 catalog-file-status  pic 99.
    01 results-file-arg     pic X(255) value is space.
    01 results-file-status  pic 99.

    01 ts-eof-flag  pic X value is 'N'.
        88 ts-at-end        value is 'Y'.
        02 ts-test-entry occurs 0 to 256 times depending on ts-test-count
                          indexed by ts-idx.
            03 ts-name       pic X(16).
            03 ts-key        pic X(8).
            03 ts-source     pic X(255).
            03 ts-input      pic X(255).
            03 ts-expected   pic X(255).
            03 ts-max-instr  usage is binary-long.
            03 ts-native     pic X(30).
            03 ts-result     pic X.
                88 ts-passed     value is 'P'.
                88 ts-failed     value is 'F'.
            03 ts-fail-text  pic X(80).

    01 ts-error-count  usage is binary-long value is zero.
    01 ts-key-count    usage is binary-long value is zero.

    *> per-key totals for the results dataset, in first-seen order
    01 ts-results.
        02 ts-rkey-count usage is binary-long value is zero.
        02 ts-rkey-entry occurs 0 to 256 times depending on ts-rkey-count
                          indexed by ts-rkey-idx.
            03 ts-rkey-name    pic X(8).
            03 ts-rkey-run     usage is binary-long.
            03 ts-rkey-passed  usage is binary-long.
    01 ts-rkey-found-flag pic X.
        88 ts-rkey-found        value is 'Y'.

    *> run timestamp, stamped on every results line this run writes
    01 ts-now-date  pic 9(8).
    01 ts-now-time.
        02 ts-now-hh pic 99.
        02 ts-now-mm pic 99.
        02 ts-now-ss pic 99.
        02 ts-now-cc pic 99.
    01 ts-run-ts    pic X(14).

    *> card parsing, same convention as the interpreter's PARM dataset
    01 ts-keyword    pic X(20).
    01 bf-output-file       pic X(255).
    01 bf-max-instructions  usage is binary-long.

    *> a native module's parameter block, given the defaults
    *> BF-INVOKE applies
    01 nv-parms.
        02 nv-source-file       pic X(255).
        02 nv-return-code       usage is binary-long.
        02 nv-error-message     pic X(80).
        02 nv-max-instructions  usage is binary-long.
        02 nv-input-file        pic X(255).
        02 nv-output-file       pic X(255).
        02 nv-tape-length       usage is binary-long.
        02 nv-cell-width        usage is binary-long.
        02 nv-overflow-policy   pic X.
        02 nv-xlate-file        pic X(255).
        02 nv-expected-file     pic X(255).
        02 nv-audit-file        pic X(255).
        02 nv-report-flag       pic X.
        02 nv-instr-count       usage is binary-long.

    *> output comparison, mirroring bf-verify-char: every actual
    *> character is reconciled against the expected dataset, then any
    *> expected characters never emitted are mismatches too
    move 1 to return-code.
    goback.

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

results-file-error section.
use after standard error procedure on Results-File.
    *> status 35 is the expected/benign first-write case -- the
    *> mainline falls back to OPEN OUTPUT when EXTEND finds nothing
    *> there yet
    if results-file-status not = 35
        display "error with test results dataset ("
            results-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
    accept test-file-arg from argument-value
        on exception perform ts-usage.

    display 2 upon argument-number.
    accept results-file-arg from argument-value
        on exception continue.
    if results-file-arg = spaces
        move "bftest-results.dat" to results-file-arg
    end-if

    display 3 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception continue.
    if catalog-file-arg = spaces
        move "brainfuck-catalog.dat" to catalog-file-arg
    end-if

    accept ts-now-date from date yyyymmdd.
    accept ts-now-time from time.
    move spaces to ts-run-ts.
    string ts-now-date ts-now-hh ts-now-mm ts-now-ss
        into ts-run-ts.

    perform ts-load-pack.

    if ts-test-count = 0
    end-perform.

    perform ts-print-report.
    perform ts-write-results.

    if ts-fail-count > 0
        move 1 to return-code

    close Test-File.

    if ts-key-count > 0
        perform ts-resolve-keys
    end-if

    *> every entry needs a source and an expected-results dataset
    perform varying ts-idx from 1 by 1 until ts-idx > ts-test-count
        if ts-source(ts-idx) = spaces
            add 1 to ts-error-count
            display "test-definition error: test "
                trim(ts-name(ts-idx), trailing)
                " has no SOURCE= or CATALOG= card" upon stderr
        end-if
        if ts-max-instr(ts-idx) = 0
            move 10000000 to ts-max-instr(ts-idx)
        end-if
        if ts-expected(ts-idx) = spaces
            add 1 to ts-error-count
    add 1 to ts-test-count
    set ts-idx to ts-test-count
    move tf-record(7:16) to ts-name(ts-idx)
    move spaces to ts-key(ts-idx)
    move spaces to ts-source(ts-idx)
    move spaces to ts-input(ts-idx)
    move spaces to ts-expected(ts-idx)
    move 0 to ts-max-instr(ts-idx)
    move spaces to ts-native(ts-idx)
    move space to ts-result(ts-idx)
    move spaces to ts-fail-text(ts-idx).

    evaluate ts-keyword
        when "SOURCE"
            move ts-value to ts-source(ts-idx)
        when "CATALOG"
            if ts-key(ts-idx) = spaces
                add 1 to ts-key-count
            end-if
            move ts-value(1:8) to ts-key(ts-idx)
        when "INPUT"
            move ts-value to ts-input(ts-idx)
        when "EXPECTED"
                trim(tf-record, trailing) upon stderr
    end-evaluate.

ts-resolve-keys.
    *> a CATALOG test runs whatever the catalog says the key is now,
    *> so the result recorded against the key describes that code
    open input Catalog-File.

    perform varying ts-idx from 1 by 1 until ts-idx > ts-test-count
        if ts-key(ts-idx) not = spaces
            if ts-source(ts-idx) not = spaces
                add 1 to ts-error-count
                display "test-definition error: test "
                    trim(ts-name(ts-idx), trailing)
                    " has both SOURCE= and CATALOG= cards" upon stderr
            else
                move ts-key(ts-idx) to cat-key
                read Catalog-File
                    invalid key
                        add 1 to ts-error-count
                        display "test-definition error: test "
                            trim(ts-name(ts-idx), trailing)
                            ": catalog key "
                            trim(ts-key(ts-idx), trailing)
                            " not found in "
                            trim(catalog-file-arg, trailing)
                            upon stderr
                    not invalid key
                        move cat-source to ts-source(ts-idx)
                        if ts-expected(ts-idx) = spaces
                            move cat-expected to ts-expected(ts-idx)
                        end-if
                        if ts-max-instr(ts-idx) = 0
                            move cat-max-instr to ts-max-instr(ts-idx)
                        end-if
                        move cat-native to ts-native(ts-idx)
                end-read
            end-if
        end-if
    end-perform.

    close Catalog-File.

ts-run-test.
    move ts-source(ts-idx) to bf-source-file
    move ts-input(ts-idx) to bf-input-file
    move 0 to bf-return-code
    move spaces to bf-error-message

    if ts-native(ts-idx) not = spaces
        perform ts-run-native
    else
        call "BF-INVOKE" using bf-source-file bf-return-code
                bf-error-message bf-max-instructions bf-input-file
                bf-output-file
            on exception
                move "interpreter module not available"
                    to bf-error-message
                move 1 to bf-return-code
        end-call
    end-if

    if bf-return-code not = 0
        set ts-failed(ts-idx) to true
        perform ts-format-mismatch
    end-if.

ts-run-native.
    move bf-source-file to nv-source-file
    move 0 to nv-return-code
    move spaces to nv-error-message
    move bf-max-instructions to nv-max-instructions
    move bf-input-file to nv-input-file
    move bf-output-file to nv-output-file
    move 0 to nv-tape-length
    move 0 to nv-cell-width
    move 'W' to nv-overflow-policy
    move spaces to nv-xlate-file
    move spaces to nv-expected-file
    move spaces to nv-audit-file
    move 'N' to nv-report-flag
    move 0 to nv-instr-count

    call ts-native(ts-idx) using nv-parms
        on exception
            move "native module not available" to nv-error-message
            move 1 to nv-return-code
    end-call

    move nv-return-code to bf-return-code
    move nv-error-message to bf-error-message.

ts-compare-output.
    move 0 to ts-out-pos
    move 0 to ts-mismatch-count
        end-if
    end-perform.

ts-write-results.
    *> total the pack's results per catalog key; tests run by plain
    *> SOURCE are not recorded against any key
    perform varying ts-idx from 1 by 1 until ts-idx > ts-test-count
        if ts-key(ts-idx) not = spaces
            move 'N' to ts-rkey-found-flag
            perform varying ts-rkey-idx from 1 by 1
                    until ts-rkey-idx > ts-rkey-count or ts-rkey-found
                if ts-rkey-name(ts-rkey-idx) = ts-key(ts-idx)
                    set ts-rkey-found to true
                end-if
            end-perform
            if ts-rkey-found
                set ts-rkey-idx down by 1
            else
                add 1 to ts-rkey-count
                set ts-rkey-idx to ts-rkey-count
                move ts-key(ts-idx) to ts-rkey-name(ts-rkey-idx)
                move 0 to ts-rkey-run(ts-rkey-idx)
                move 0 to ts-rkey-passed(ts-rkey-idx)
            end-if
            add 1 to ts-rkey-run(ts-rkey-idx)
            if ts-passed(ts-idx)
                add 1 to ts-rkey-passed(ts-rkey-idx)
            end-if
        end-if
    end-perform.

    if ts-rkey-count = 0
        exit paragraph
    end-if

    open extend Results-File.
    if results-file-status = 35
        open output Results-File
    end-if

    display " ".
    display "results recorded in " trim(results-file-arg, trailing).
    perform varying ts-rkey-idx from 1 by 1
            until ts-rkey-idx > ts-rkey-count
        move spaces to rs-record
        move ts-rkey-name(ts-rkey-idx) to rs-key
        move ts-run-ts to rs-run-ts
        move ts-rkey-run(ts-rkey-idx) to rs-tests-run
        move ts-rkey-passed(ts-rkey-idx) to rs-tests-passed
        move test-file-arg to rs-pack-name
        write rs-record

        move ts-rkey-passed(ts-rkey-idx) to ts-display
        move ts-rkey-run(ts-rkey-idx) to ts-display-2
        display trim(ts-rkey-name(ts-rkey-idx), trailing) ": "
            trim(ts-display, leading) " of "
            trim(ts-display-2, leading) " passed"
    end-perform.

    close Results-File.

ts-usage.
    display "usage: bftest <test-definition-file> [results-dataset] "
        "[catalog]" upon stderr.
    stop run returning 1.

end program bftest.
