        02 cat-max-instr    usage is binary-long.
        02 cat-owner        pic X(16).
        02 cat-status       pic X(4).
        02 cat-code-ts      pic X(14).
        02 cat-approver     pic X(16).
        02 cat-approved-ts  pic X(14).
        02 cat-tested-ts    pic X(14).
        02 cat-native       pic X(30).

    fd Progress-File.
    01 pg-record.
    01 work-file-status     pic 99.

    *> a control entry of '@key' names a production-catalog entry in
    *> place of a raw source path; the entry's source, instruction
    *> ceiling and native module come from the catalog record bfcatalog
    *> maintains.
    01 catalog-file-arg     pic X(255) value is "brainfuck-catalog.dat".
    01 catalog-file-status  pic 99.
    01 catalog-open-flag    pic X value is 'N'.
    *> default for its own step.
    01 bf-max-instructions  usage is binary-long value is 10000000.

    *> a catalog entry marked NATIVE=<program-id> runs the module
    *> bfgen generated for it instead of BF-INVOKE, with the same
    *> defaults BF-INVOKE applies: 30000 cells of 8 bits that wrap, no
    *> translation table, no verification, no audit record
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

    *> every queue entry is checked against the authorization dataset
    *> as the queue loads, as a BATCH run by the submitting user. a
    *> refused entry is not run: it fails with return code 3, its
    *> chain's later steps are skipped, and the run ends with return
    *> code 3 so a refusal is not mistaken for an ordinary failure.
    01 auth-file-arg     pic X(255) value is "brainfuck-auth.dat".
    01 security-log-arg  pic X(255) value is "brainfuck-security.log".
    01 auth-user         pic X(16) value is spaces.
    01 az-parms.
        02 az-user          pic X(16).
        02 az-mode          pic X(7).
        02 az-key           pic X(8).
        02 az-source        pic X(255).
        02 az-program       pic X(9).
        02 az-auth-file     pic X(255).
        02 az-security-log  pic X(255).
        02 az-result        pic X.
            88 az-refused       value is 'N'.

    *> the whole queue is loaded before anything runs: whether a step
    *> needs its output routed to an intermediate dataset depends on
    *> whether the NEXT entry chains onto it, which a streaming read
            03 q-chained    pic X.
                88 q-is-chained value is 'Y'.
            03 q-max-instr  usage is binary-long.
            03 q-native     pic X(30).
            03 q-key        pic X(8).
            03 q-refused    pic X.
                88 q-is-refused value is 'Y'.

    *> per-chain reporting: a chain is one unchained entry plus every
    *> '|' entry that follows it; an unchained source standing alone
        02 failure-count  usage is binary-long value is zero.
        02 skipped-count  usage is binary-long value is zero.
        02 restart-skip-count usage is binary-long value is zero.
        02 refused-count  usage is binary-long value is zero.

    01 run-totals-display  pic Z(9)9.

        perform load-progress
    end-if

    accept auth-user from environment "USER"
        on exception move spaces to auth-user
    end-accept

    perform load-queue.

    if progress-enabled

    perform print-batch-report.

    if refused-count > 0
        move 3 to return-code
    else
        if failure-count > 0
            move 1 to return-code
        end-if
    end-if.

    stop run.
                move ctl-record to q-source(q-idx)
            end-if
            move bf-max-instructions to q-max-instr(q-idx)
            move spaces to q-native(q-idx)
            move spaces to q-key(q-idx)
            if q-source(q-idx)(1:1) = '@'
                move q-source(q-idx)(2:8) to q-key(q-idx)
                perform resolve-catalog-entry
            end-if
            perform authorize-queue-entry
        end-if
    end-perform.

    move cat-source to q-source(q-idx)
    if cat-max-instr not = 0
        move cat-max-instr to q-max-instr(q-idx)
    end-if
    move cat-native to q-native(q-idx).

authorize-queue-entry.
    move auth-user to az-user
    move "BATCH" to az-mode
    move q-key(q-idx) to az-key
    move q-source(q-idx) to az-source
    move "bfdriver" to az-program
    move auth-file-arg to az-auth-file
    move security-log-arg to az-security-log
    move 'N' to az-result

    call "bfauth" using az-parms
        on exception
            display "authorization module not available; batch rejected"
                upon stderr
            close Control-File
            if catalog-is-open
                close Catalog-File
            end-if
            stop run returning 1
    end-call

    move 'N' to q-refused(q-idx)
    if az-refused
        move 'Y' to q-refused(q-idx)
    end-if.

run-queue-entry.

    move q-max-instr(q-idx) to bf-max-instructions

    evaluate true
        when q-is-refused(q-idx)
            move "not authorized" to bf-error-message
            move 3 to bf-return-code
            add 1 to refused-count
        when q-native(q-idx) not = spaces
            perform run-native-module
        when other
            call "BF-INVOKE" using bf-source-file bf-return-code
                    bf-error-message bf-max-instructions bf-input-file
                    bf-output-file
                on exception
                    move "interpreter module not available"
                        to bf-error-message
                    move 1 to bf-return-code
            end-call
    end-evaluate

    if bf-return-code not = 0
        add 1 to failure-count
        move bf-error-message to exc-message(exc-idx)
    end-if.

run-native-module.
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

    call q-native(q-idx) using nv-parms
        on exception
            move "native module not available" to nv-error-message
            move 1 to nv-return-code
    end-call

    move nv-return-code to bf-return-code
    move nv-error-message to bf-error-message.

finish-chain.
    *> chain boundary housekeeping: a finished chain's intermediates
    *> are only kept when the chain failed, for diagnosis; a clean
    display "sources run:    " trim(run-totals-display, leading).
    move failure-count to run-totals-display
    display "sources failed: " trim(run-totals-display, leading).
    if refused-count > 0
        move refused-count to run-totals-display
        display "  not authorized: " trim(run-totals-display, leading)
    end-if.
    move skipped-count to run-totals-display
    display "steps skipped:  " trim(run-totals-display, leading).

