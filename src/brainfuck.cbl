        02 cat-max-instr    usage is binary-long.
        02 cat-owner        pic X(16).
        02 cat-status       pic X(4).
        02 cat-code-ts      pic X(14).
        02 cat-approver     pic X(16).
        02 cat-approved-ts  pic X(14).
        02 cat-tested-ts    pic X(14).
        02 cat-native       pic X(30).

    fd Checkpoint-File.
    01 cp-record.
    01 ob-check-bytes      usage is binary-long value is zero.
    01 ob-check-sum        usage is binary-long value is zero.

    *> native module: a catalog entry marked NATIVE=<program-id> runs
    *> the COBOL program bfgen generated from its object in place of
    *> this interpreter. the module does its own fingerprint check,
    *> verification and audit record; trace, debug and checkpoint runs
    *> need the code table and stay interpreted. nv-parms is the
    *> module's parameter block, declared the same way by every caller.
    01 native-module-arg  pic X(30) value is spaces.
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

    *> run authorization: bfauth checks the run against the
    *> authorization dataset before anything executes; a refused run
    *> is written to the security log and ends with return code 3
    01 auth-file-arg     pic X(255) value is "brainfuck-auth.dat".
    01 security-log-arg  pic X(255) value is "brainfuck-security.log".
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
    01 az-target  pic X(255).

    *> pre-execution bracket-nesting validation (request 007)
    01 bv-cur-line      usage is binary-long value is 1.
    01 bv-cur-col       usage is binary-long value is 1.

    perform bf-apply-options.

    perform bf-authorize.

    if native-module-arg not = spaces
        perform bf-native-run
    end-if.

    if object-load-enabled
        perform bf-object-load
    else
    if max-instructions-arg = spaces and cat-max-instr not = 0
        move cat-max-instr to max-instructions
    end-if
    move cat-native to native-module-arg

    display "catalog entry " trim(catalog-key-arg, trailing)
        " (" trim(cat-status, trailing) ") -> "
    perform bf-audit-finish
    stop run returning 1.

bf-authorize.
    move audit-user to az-user
    if debugging-enabled
        move "DEBUG" to az-mode
    else
        move "BATCH" to az-mode
    end-if
    move catalog-key-arg to az-key
    move file-arg to az-source
    move "brainfuck" to az-program
    move auth-file-arg to az-auth-file
    move security-log-arg to az-security-log
    move 'N' to az-result

    call "bfauth" using az-parms
        on exception
            display "authorization module not available; run refused"
                upon stderr
            move 1 to audit-return-code
            perform bf-audit-finish
            stop run returning 1
    end-call

    if az-refused
        move spaces to az-target
        if catalog-key-arg not = spaces
            string "@" trim(catalog-key-arg, trailing) into az-target
        else
            move file-arg to az-target
        end-if
        display "not authorized: user " trim(audit-user, trailing)
            " may not run " trim(az-target, trailing) " in "
            trim(az-mode, trailing) " mode" upon stderr
        move 3 to audit-return-code
        perform bf-audit-finish
        stop run returning 3
    end-if.

bf-native-run.
    if tracing-enabled or debugging-enabled or checkpointing-enabled
        display "native module " trim(native-module-arg, trailing)
            " bypassed: trace, debug and checkpoint runs are interpreted"
            upon stderr
        exit paragraph
    end-if

    move file-arg to nv-source-file
    move 0 to nv-return-code
    move spaces to nv-error-message
    move max-instructions to nv-max-instructions
    move input-file-arg to nv-input-file
    move output-file-arg to nv-output-file
    move tape-length to nv-tape-length
    move cell-width to nv-cell-width
    move overflow-policy to nv-overflow-policy
    move xlate-file-arg to nv-xlate-file
    move expected-file-arg to nv-expected-file
    move audit-file-arg to nv-audit-file
    move 'Y' to nv-report-flag
    move 0 to nv-instr-count

    call native-module-arg using nv-parms
        on exception
            display "native module " trim(native-module-arg, trailing)
                " not available" upon stderr
            move 1 to audit-return-code
            perform bf-audit-finish
            stop run returning 1
    end-call

    *> the module has written the audit record and any verification
    *> report; only a hard error still needs reporting here
    if nv-return-code = 1
        display trim(nv-error-message, trailing) upon stderr
    end-if
    stop run returning nv-return-code.

bf-parm-load.
    open input Parm-File.

