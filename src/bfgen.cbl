        >>source format is free
identification division.
program-id. bfgen.

*> native code generator for the heaviest production keys: reads a
*> bfcompile program object and writes a standalone COBOL program that
*> runs that code table as straight-line COBOL -- one block per
*> code-table entry, loops as paragraph labels and GO TOs -- instead
*> of dispatching every instruction through bf-run's evaluate loop.
*>
*> usage: bfgen <program-object> <program-id> [generated-source]
*> the generated source defaults to <program-id>.cbl. compile it as a
*> callable module under its program-id and name it on the catalog
*> entry with a NATIVE=<program-id> card; the interpreter's CATALOG=
*> path, bfdriver and bftest then call the module for that key in
*> place of the interpreter.
*>
*> the generated program does what the interpreter does for the code
*> table: the same tape length, cell width and overflow policy, the
*> same ',' and '.' dataset routing and translation tables, the same
*> instruction ceiling, expected-output verification, return codes
*> and audit record. it carries the object's source name, byte count
*> and checksum, and refuses to run when the source no longer matches
*> them, the same way the interpreter refuses a stale object.
*>
*> the caller passes one parameter block (nv-parms, declared the same
*> way in every caller):
*>   source file, return code, error message, instruction ceiling,
*>   ',' input and '.' output datasets, tape length (0 = 30000), cell
*>   width (0 = 8), overflow policy W/S/A (space = W), translation
*>   table, expected-output dataset, audit dataset (spaces = no audit
*>   record), report flag (Y = print the run statistics and
*>   verification report), and the instructions executed, returned.
*> checkpoint, trace and debug need the interpreter's code table and
*> are not offered by a native module.

environment division.
configuration section.
repository.
    function trim intrinsic.

input-output section.
file-control.
    select Object-File assign to dynamic object-file-arg
        file status is object-file-status.

    select Gen-File assign to dynamic gen-file-arg
        organization is line sequential
        file status is gen-file-status.

data division.
file section.
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

    fd Gen-File.
    01 gs-record  pic X(300).

working-storage section.
    01 object-file-arg     pic X(255) value is space.
    01 object-file-status  pic 99.
    01 gen-file-arg        pic X(255) value is space.
    01 gen-file-status     pic 99.

    01 gn-program-id  pic X(30) value is spaces.
    01 gn-name-len    usage is binary-long.
    01 gn-cidx        usage is binary-long.
    01 gn-name-ok-flag pic X value is 'Y'.
        88 gn-name-ok          value is 'Y'.

    *> the partner of every bracket, paired here rather than trusting
    *> the object's offsets, plus the stack that pairs them
    01 gn-partners.
        02 gn-partner usage is binary-long occurs 16384 times.
    01 gn-stack.
        02 gn-depth usage is binary-long value is zero.
        02 gn-stack-pos usage is binary-long
                         occurs 0 to 16384 times depending on gn-depth.

    01 gn-iptr         usage is binary-long.
    01 gn-loop-count   usage is binary-long value is zero.
    01 gn-idiom-count  usage is binary-long value is zero.
    01 gn-idioms-flag  pic X value is 'N'.
        88 gn-has-idioms       value is 'Y'.

    01 gn-line      pic X(300).
    01 gn-label     pic 9(5).
    01 gn-label-2   pic 9(5).
    01 gn-value     pic -(9)9.
    01 gn-value-2   pic -(9)9.
    01 gn-display   pic Z(9)9.
    01 gn-display-2 pic Z(9)9.
    01 gn-display-3 pic Z(9)9.

procedure division.
declaratives.

object-file-error section.
use after standard error procedure on Object-File.
    evaluate object-file-status
        when 35    display "cannot find program object "
                       trim(object-file-arg, trailing) upon stderr
        when other display "error with program object ("
                       object-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

gen-file-error section.
use after standard error procedure on Gen-File.
    display "error with generated source "
        trim(gen-file-arg, trailing)
        " (" gen-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept object-file-arg from argument-value
        on exception perform gn-usage.

    display 2 upon argument-number.
    accept gn-program-id from argument-value
        on exception perform gn-usage.

    display 3 upon argument-number.
    accept gen-file-arg from argument-value
        on exception continue.

    if object-file-arg = spaces or gn-program-id = spaces
        perform gn-usage
    end-if

    perform gn-check-name.

    if gen-file-arg = spaces
        string trim(gn-program-id, trailing) ".cbl"
            into gen-file-arg
    end-if

    open input Object-File.
    read Object-File next record
        at end
            display "program object " trim(object-file-arg, trailing)
                " is empty" upon stderr
            close Object-File
            stop run returning 1
    end-read.
    close Object-File.

    perform gn-check-object.

    open output Gen-File.
    perform gn-emit-head.
    perform gn-emit-files.
    perform gn-emit-fingerprint.
    perform gn-emit-storage.
    perform gn-emit-start.
    perform gn-emit-code.
    perform gn-emit-runtime.
    move spaces to gn-line
    string "end program " trim(gn-program-id, trailing) "."
        into gn-line
    perform gn-put.
    close Gen-File.

    move ob-code-len to gn-display.
    display "generated " trim(gn-program-id, trailing)
        " from " trim(object-file-arg, trailing)
        ": " trim(gn-display, leading) " code entries"
        with no advancing.
    move gn-loop-count to gn-display.
    move gn-idiom-count to gn-display-2.
    display " (" trim(gn-display, leading) " loops, "
        trim(gn-display-2, leading) " idiom ops) to "
        trim(gen-file-arg, trailing).

    stop run.

gn-check-name.
    *> the program-id is also the module name the catalog calls, so it
    *> has to be a name the compiler and the loader both accept
    move 30 to gn-name-len
    perform until gn-name-len = 0
            or gn-program-id(gn-name-len:1) not = space
        subtract 1 from gn-name-len
    end-perform

    evaluate gn-program-id(1:1)
        when 'A' thru 'Z'
        when 'a' thru 'z'
            continue
        when other
            move 'N' to gn-name-ok-flag
    end-evaluate

    perform varying gn-cidx from 2 by 1 until gn-cidx > gn-name-len
        evaluate gn-program-id(gn-cidx:1)
            when 'A' thru 'Z'
            when 'a' thru 'z'
            when '0' thru '9'
            when '-'
                continue
            when other
                move 'N' to gn-name-ok-flag
        end-evaluate
    end-perform

    if gn-program-id(gn-name-len:1) = '-'
        move 'N' to gn-name-ok-flag
    end-if

    if not gn-name-ok
        display "program-id " trim(gn-program-id, trailing)
            " must be a letter followed by letters, digits or hyphens"
            upon stderr
        stop run returning 1
    end-if.

gn-check-object.
    if ob-code-len < 0 or ob-code-len > 16384
        move ob-code-len to gn-value
        display "program object " trim(object-file-arg, trailing)
            " has an invalid code length (" trim(gn-value, leading)
            ")" upon stderr
        stop run returning 1
    end-if

    *> the source name goes into a literal in the generated program
    move 0 to gn-cidx
    inspect ob-source-name tallying gn-cidx for all '"'
    if ob-source-name = spaces or gn-cidx > 0
        display "program object " trim(object-file-arg, trailing)
            " names a source the generated program cannot carry: "
            trim(ob-source-name, trailing) upon stderr
        stop run returning 1
    end-if

    perform varying gn-iptr from 1 by 1 until gn-iptr > ob-code-len
        move 0 to gn-partner(gn-iptr)
        evaluate ob-code-instr(gn-iptr)
            when '>'
            when '<'
            when '+'
            when '-'
            when '.'
            when ','
                continue
            when '['
                add 1 to gn-depth
                move gn-iptr to gn-stack-pos(gn-depth)
                add 1 to gn-loop-count
            when ']'
                if gn-depth = 0
                    perform gn-bad-brackets
                end-if
                move gn-stack-pos(gn-depth) to gn-partner(gn-iptr)
                move gn-iptr to gn-partner(gn-stack-pos(gn-depth))
                subtract 1 from gn-depth
            when 'Z'
            when 'M'
            when 'N'
                set gn-has-idioms to true
                add 1 to gn-idiom-count
            when 'R'
            when 'L'
                add 1 to gn-idiom-count
            when other
                move gn-iptr to gn-display
                display "program object " trim(object-file-arg, trailing)
                    " holds an unknown opcode '" ob-code-instr(gn-iptr)
                    "' at entry " trim(gn-display, leading) upon stderr
                stop run returning 1
        end-evaluate
    end-perform

    if gn-depth not = 0
        perform gn-bad-brackets
    end-if.

gn-bad-brackets.
    display "program object " trim(object-file-arg, trailing)
        " has unbalanced brackets; recompile the source" upon stderr.
    stop run returning 1.

gn-put.
    write gs-record from gn-line.

gn-emit-head.
    write gs-record from "        >>source format is free".
    write gs-record from "identification division.".
    move spaces to gn-line
    string "program-id. " trim(gn-program-id, trailing) "."
        into gn-line
    perform gn-put.
    write gs-record from spaces.
    write gs-record from
        "*> native module generated by bfgen from program object".
    move spaces to gn-line
    string "*>   " trim(object-file-arg, trailing) into gn-line
    perform gn-put.
    write gs-record from "*> compiled from source".
    move spaces to gn-line
    string "*>   " trim(ob-source-name, trailing) into gn-line
    perform gn-put.
    move ob-source-bytes to gn-display
    move ob-source-sum to gn-display-2
    move ob-code-len to gn-display-3
    move spaces to gn-line
    string "*> (" trim(gn-display, leading) " bytes, checksum "
           trim(gn-display-2, leading) ", "
           trim(gn-display-3, leading) " code-table entries)."
        into gn-line
    perform gn-put.
    write gs-record from
        "*> do not edit: regenerate from the program object instead.".
    write gs-record from spaces.

gn-emit-files.
    write gs-record from "environment division.".
    write gs-record from "configuration section.".
    write gs-record from "repository.".
    write gs-record from "    function char ord mod trim numval intrinsic.".
    write gs-record from spaces.
    write gs-record from "input-output section.".
    write gs-record from "file-control.".
    write gs-record from
        "    select Source-File assign to dynamic nv-source-arg".
    write gs-record from "        file status is nv-source-status.".
    write gs-record from spaces.
    write gs-record from
        "    select Output-File assign to dynamic nv-output-arg".
    write gs-record from "        file status is nv-output-status.".
    write gs-record from spaces.
    write gs-record from "    select Input-File assign to dynamic nv-input-arg".
    write gs-record from "        file status is nv-input-status.".
    write gs-record from spaces.
    write gs-record from
        "    select Expected-File assign to dynamic nv-expected-arg".
    write gs-record from "        file status is nv-expected-status.".
    write gs-record from spaces.
    write gs-record from "    select Xlate-File assign to dynamic nv-xlate-arg".
    write gs-record from "        organization is line sequential".
    write gs-record from "        file status is nv-xlate-status.".
    write gs-record from spaces.
    write gs-record from "    select Audit-File assign to dynamic nv-audit-arg".
    write gs-record from "        organization is line sequential".
    write gs-record from "        file status is nv-audit-status.".
    write gs-record from spaces.
    write gs-record from "data division.".
    write gs-record from "file section.".
    write gs-record from "    fd Source-File.".
    write gs-record from "    01 fs-instruction  pic X.".
    write gs-record from spaces.
    write gs-record from "    fd Output-File.".
    write gs-record from "    01 of-record  pic X.".
    write gs-record from spaces.
    write gs-record from "    fd Input-File.".
    write gs-record from "    01 if-record  pic X.".
    write gs-record from spaces.
    write gs-record from "    fd Expected-File.".
    write gs-record from "    01 ex-record  pic X.".
    write gs-record from spaces.
    write gs-record from "    fd Xlate-File.".
    write gs-record from "    01 xl-record  pic X(80).".
    write gs-record from spaces.
    write gs-record from "    fd Audit-File.".
    write gs-record from "    01 au-record.".
    write gs-record from "        02 au-source-file  pic X(255).".
    write gs-record from "        02 filler          pic x value is space.".
    write gs-record from "        02 au-start-ts     pic X(14).".
    write gs-record from "        02 filler          pic x value is space.".
    write gs-record from "        02 au-end-ts       pic X(14).".
    write gs-record from "        02 filler          pic x value is space.".
    write gs-record from "        02 au-user         pic X(16).".
    write gs-record from "        02 filler          pic x value is space.".
    write gs-record from "        02 au-return-code  pic -9.".
    write gs-record from "        02 filler          pic x value is space.".
    write gs-record from "        02 au-instr-count  pic Z(9)9.".
    write gs-record from spaces.
    write gs-record from "working-storage section.".

gn-emit-fingerprint.
    write gs-record from
        "    *> the fingerprint of the source the object was compiled from".
    move spaces to gn-line
    string "    01 nv-module-name  pic X(30) value is """
           trim(gn-program-id, trailing) """."
        into gn-line
    perform gn-put.
    write gs-record from "    01 nv-gen-source   pic X(255) value is".
    move spaces to gn-line
    string "        """ trim(ob-source-name, trailing) """."
        into gn-line
    perform gn-put.
    move ob-source-bytes to gn-value
    move spaces to gn-line
    string "    01 nv-gen-bytes    usage is binary-long value is "
           trim(gn-value, leading) "."
        into gn-line
    perform gn-put.
    move ob-source-sum to gn-value
    move spaces to gn-line
    string "    01 nv-gen-sum      usage is binary-long value is "
           trim(gn-value, leading) "."
        into gn-line
    perform gn-put.
    write gs-record from
        "    *> 'Y' when the code table holds idiom opcodes Z, M or N".
    if gn-has-idioms
        write gs-record from "    01 nv-gen-idioms   pic X value is 'Y'."
    else
        write gs-record from "    01 nv-gen-idioms   pic X value is 'N'."
    end-if.

gn-emit-storage.
    write gs-record from spaces.
    write gs-record from "    01 nv-source-arg       pic X(255).".
    write gs-record from "    01 nv-source-status    pic 99.".
    write gs-record from "    01 nv-output-arg       pic X(255).".
    write gs-record from "    01 nv-output-status    pic 99.".
    write gs-record from "    01 nv-input-arg        pic X(255).".
    write gs-record from "    01 nv-input-status     pic 99.".
    write gs-record from "    01 nv-expected-arg     pic X(255).".
    write gs-record from "    01 nv-expected-status  pic 99.".
    write gs-record from "    01 nv-xlate-arg        pic X(255).".
    write gs-record from "    01 nv-xlate-status     pic 99.".
    write gs-record from "    01 nv-audit-arg        pic X(255).".
    write gs-record from "    01 nv-audit-status     pic 99.".
    write gs-record from spaces.
    write gs-record from
        "    *> working storage survives from one call to the next, so every".
    write gs-record from "    *> switch and counter is set again by nv-start".
    write gs-record from "    01 nv-output-open-flag   pic X.".
    write gs-record from "        88 nv-output-open        value is 'Y'.".
    write gs-record from "    01 nv-input-open-flag    pic X.".
    write gs-record from "        88 nv-input-open         value is 'Y'.".
    write gs-record from "    01 nv-input-eof-flag     pic X.".
    write gs-record from "        88 nv-input-at-end       value is 'Y'.".
    write gs-record from "    01 nv-verify-flag        pic X.".
    write gs-record from "        88 nv-verify-enabled     value is 'Y'.".
    write gs-record from "    01 nv-expected-open-flag pic X.".
    write gs-record from "        88 nv-expected-open      value is 'Y'.".
    write gs-record from "    01 nv-expected-eof-flag  pic X.".
    write gs-record from "        88 nv-expected-at-end    value is 'Y'.".
    write gs-record from "    01 nv-xlate-flag         pic X.".
    write gs-record from "        88 nv-xlate-enabled      value is 'Y'.".
    write gs-record from spaces.
    write gs-record from "    01 nv-check-bytes  usage is binary-long.".
    write gs-record from "    01 nv-check-sum    usage is binary-long.".
    write gs-record from spaces.
    write gs-record from "    01 nv-tape-len      usage is binary-long.".
    write gs-record from "    01 nv-dptr          usage is binary-long.".
    write gs-record from "    01 nv-cell-max      usage is binary-double.".
    write gs-record from "    01 nv-cell-modulus  usage is binary-double.".
    write gs-record from "    01 nv-width         usage is binary-long.".
    write gs-record from "    01 nv-policy        pic X.".
    write gs-record from "        88 nv-wrap          value is 'W'.".
    write gs-record from "        88 nv-saturate      value is 'S'.".
    write gs-record from "        88 nv-abort         value is 'A'.".
    write gs-record from "    01 nv-policy-name   pic X(9).".
    write gs-record from "    01 nv-cell-work     usage is binary-double.".
    write gs-record from "    01 nv-cell-target   usage is binary-long.".
    write gs-record from "    01 nv-step          usage is binary-long.".
    write gs-record from "    01 nv-offset        usage is binary-long.".
    write gs-record from "    01 nv-factor        usage is binary-long.".
    write gs-record from "    01 nv-idx           usage is binary-long.".
    write gs-record from "    01 nv-tmp-input     pic X.".
    write gs-record from "    01 nv-out-char      pic X.".
    write gs-record from spaces.
    write gs-record from "    01 nv-counts.".
    write gs-record from "        02 nv-count-gt      usage is binary-long.".
    write gs-record from "        02 nv-count-lt      usage is binary-long.".
    write gs-record from "        02 nv-count-plus    usage is binary-long.".
    write gs-record from "        02 nv-count-minus   usage is binary-long.".
    write gs-record from "        02 nv-count-dot     usage is binary-long.".
    write gs-record from "        02 nv-count-comma   usage is binary-long.".
    write gs-record from "        02 nv-count-lbrack  usage is binary-long.".
    write gs-record from "        02 nv-count-rbrack  usage is binary-long.".
    write gs-record from "        02 nv-count-idiom   usage is binary-long.".
    write gs-record from "    01 nv-max-dptr      usage is binary-long.".
    write gs-record from spaces.
    write gs-record from "    01 nv-xlate-tables.".
    write gs-record from
        "        02 nv-xlate-out usage is binary-char unsigned".
    write gs-record from "                         occurs 256 times.".
    write gs-record from
        "        02 nv-xlate-in  usage is binary-char unsigned".
    write gs-record from "                         occurs 256 times.".
    write gs-record from "    01 nv-xl-count  usage is binary-long.".
    write gs-record from "    01 nv-xl-value  usage is binary-long.".
    write gs-record from spaces.
    write gs-record from "    01 nv-vf-out-pos         usage is binary-long.".
    write gs-record from "    01 nv-vf-mismatch-count  usage is binary-long.".
    write gs-record from "    01 nv-vf-first-pos       usage is binary-long.".
    write gs-record from "    01 nv-vf-first-expected  pic X.".
    write gs-record from "    01 nv-vf-first-actual    pic X.".
    write gs-record from "    01 nv-vf-first-kind      pic X.".
    write gs-record from "        88 nv-vf-first-differs   value is 'D'.".
    write gs-record from "        88 nv-vf-first-long      value is 'L'.".
    write gs-record from "        88 nv-vf-first-short     value is 'S'.".
    write gs-record from spaces.
    write gs-record from "    01 nv-user        pic X(16).".
    write gs-record from "    01 nv-start-date  pic 9(8).".
    write gs-record from "    01 nv-start-time.".
    write gs-record from "        02 nv-start-hh pic 99.".
    write gs-record from "        02 nv-start-mm pic 99.".
    write gs-record from "        02 nv-start-ss pic 99.".
    write gs-record from "        02 nv-start-cc pic 99.".
    write gs-record from "    01 nv-end-date    pic 9(8).".
    write gs-record from "    01 nv-end-time.".
    write gs-record from "        02 nv-end-hh   pic 99.".
    write gs-record from "        02 nv-end-mm   pic 99.".
    write gs-record from "        02 nv-end-ss   pic 99.".
    write gs-record from "        02 nv-end-cc   pic 99.".
    write gs-record from "    01 nv-run-start.".
    write gs-record from "        02 nv-run-start-hh pic 99.".
    write gs-record from "        02 nv-run-start-mm pic 99.".
    write gs-record from "        02 nv-run-start-ss pic 99.".
    write gs-record from "        02 nv-run-start-cc pic 99.".
    write gs-record from "    01 nv-run-end.".
    write gs-record from "        02 nv-run-end-hh   pic 99.".
    write gs-record from "        02 nv-run-end-mm   pic 99.".
    write gs-record from "        02 nv-run-end-ss   pic 99.".
    write gs-record from "        02 nv-run-end-cc   pic 99.".
    write gs-record from "    01 nv-elapsed-hundredths  usage is binary-long.".
    write gs-record from "    01 nv-elapsed-seconds     usage is binary-long.".
    write gs-record from "    01 nv-elapsed-remainder   usage is binary-long.".
    write gs-record from "    01 nv-elapsed-cc          pic 99.".
    write gs-record from "    01 nv-display    pic Z(9)9.".
    write gs-record from "    01 nv-display-2  pic Z(9)9.".
    write gs-record from spaces.
    write gs-record from "    01 nv-tape-table.".
    write gs-record from "        02 nv-cell usage is binary-long unsigned".
    write gs-record from "                    occurs 1 to 1000000 times".
    write gs-record from "                    depending on nv-tape-len.".
    write gs-record from spaces.
    write gs-record from "linkage section.".
    write gs-record from
        "    *> the native-run parameter block, as the callers declare it".
    write gs-record from "    01 nv-parms.".
    write gs-record from "        02 nv-source-file       pic X(255).".
    write gs-record from
        "        02 nv-return-code       usage is binary-long.".
    write gs-record from "        02 nv-error-message     pic X(80).".
    write gs-record from
        "        02 nv-max-instructions  usage is binary-long.".
    write gs-record from "        02 nv-input-file        pic X(255).".
    write gs-record from "        02 nv-output-file       pic X(255).".
    write gs-record from
        "        02 nv-tape-length       usage is binary-long.".
    write gs-record from
        "        02 nv-cell-width        usage is binary-long.".
    write gs-record from "        02 nv-overflow-policy   pic X.".
    write gs-record from "        02 nv-xlate-file        pic X(255).".
    write gs-record from "        02 nv-expected-file     pic X(255).".
    write gs-record from "        02 nv-audit-file        pic X(255).".
    write gs-record from "        02 nv-report-flag       pic X.".
    write gs-record from "            88 nv-report            value is 'Y'.".
    write gs-record from
        "        02 nv-instr-count       usage is binary-long.".
    write gs-record from spaces.

gn-emit-start.
    write gs-record from "procedure division using nv-parms.".
    write gs-record from "nv-main.".
    write gs-record from "    perform nv-start.".
    write gs-record from spaces.
    write gs-record from "    accept nv-run-start from time.".
    write gs-record from "    perform nv-code thru nv-code-end.".
    write gs-record from "    accept nv-run-end from time.".
    write gs-record from spaces.
    write gs-record from "    perform nv-finish.".
    write gs-record from "    goback.".
    write gs-record from spaces.
    write gs-record from "nv-start.".
    write gs-record from "    accept nv-start-date from date yyyymmdd.".
    write gs-record from "    accept nv-start-time from time.".
    write gs-record from '    accept nv-user from environment "USER".'.
    write gs-record from spaces.
    write gs-record from "    move 0 to nv-return-code".
    write gs-record from "    move spaces to nv-error-message".
    write gs-record from "    move 0 to nv-instr-count".
    write gs-record from "    initialize nv-counts".
    write gs-record from "    move 0 to nv-max-dptr".
    write gs-record from "    move 'N' to nv-output-open-flag".
    write gs-record from "    move 'N' to nv-input-open-flag".
    write gs-record from "    move 'N' to nv-input-eof-flag".
    write gs-record from "    move 'N' to nv-verify-flag".
    write gs-record from "    move 'N' to nv-expected-open-flag".
    write gs-record from "    move 'N' to nv-expected-eof-flag".
    write gs-record from "    move 'N' to nv-xlate-flag".
    write gs-record from "    move 0 to nv-vf-out-pos".
    write gs-record from "    move 0 to nv-vf-mismatch-count".
    write gs-record from "    move 0 to nv-vf-first-pos".
    write gs-record from "    move space to nv-vf-first-kind".
    write gs-record from "    move space to nv-vf-first-expected".
    write gs-record from "    move space to nv-vf-first-actual".
    write gs-record from "    move nv-audit-file to nv-audit-arg".
    write gs-record from spaces.
    write gs-record from
        "    *> only the source this module was generated from, unchanged".
    write gs-record from "    move nv-source-file to nv-source-arg".
    write gs-record from "    if nv-source-arg = spaces".
    write gs-record from "        move nv-gen-source to nv-source-arg".
    write gs-record from "    end-if".
    write gs-record from "    if nv-source-arg not = nv-gen-source".
    write gs-record from "        perform nv-stale".
    write gs-record from "    end-if".
    write gs-record from "    perform nv-fingerprint".
    write gs-record from spaces.
    write gs-record from "    if nv-tape-length = 0".
    write gs-record from "        move 30000 to nv-tape-len".
    write gs-record from "    else".
    write gs-record from
        "        if nv-tape-length < 1 or nv-tape-length > 1000000".
    write gs-record from '            move "tape length must be 1 to 1000000"'.
    write gs-record from "                to nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "        end-if".
    write gs-record from "        move nv-tape-length to nv-tape-len".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    evaluate nv-cell-width".
    write gs-record from "        when 0".
    write gs-record from "        when 8".
    write gs-record from "            move 8 to nv-width".
    write gs-record from "            move 255 to nv-cell-max".
    write gs-record from "            move 256 to nv-cell-modulus".
    write gs-record from "        when 16".
    write gs-record from "            move 16 to nv-width".
    write gs-record from "            move 65535 to nv-cell-max".
    write gs-record from "            move 65536 to nv-cell-modulus".
    write gs-record from "        when 32".
    write gs-record from "            move 32 to nv-width".
    write gs-record from "            move 4294967295 to nv-cell-max".
    write gs-record from "            move 4294967296 to nv-cell-modulus".
    write gs-record from "        when other".
    write gs-record from '            move "cell width must be 8, 16, or 32"'.
    write gs-record from "                to nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "    end-evaluate".
    write gs-record from spaces.
    write gs-record from "    evaluate nv-overflow-policy".
    write gs-record from "        when space".
    write gs-record from "        when 'W'".
    write gs-record from "            set nv-wrap to true".
    write gs-record from '            move "WRAP" to nv-policy-name'.
    write gs-record from "        when 'S'".
    write gs-record from "            set nv-saturate to true".
    write gs-record from '            move "SATURATE" to nv-policy-name'.
    write gs-record from "        when 'A'".
    write gs-record from "            set nv-abort to true".
    write gs-record from '            move "ABORT" to nv-policy-name'.
    write gs-record from "        when other".
    write gs-record from
        '            move "overflow policy must be WRAP, SATURATE, or ABORT"'.
    write gs-record from "                to nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "    end-evaluate".
    write gs-record from spaces.
    write gs-record from
        "    *> idiom opcodes execute a whole loop as one step and assume the".
    write gs-record from
        "    *> wrap arithmetic, as in the interpreter's object load".
    write gs-record from "    if nv-gen-idioms = 'Y' and not nv-wrap".
    write gs-record from "        move spaces to nv-error-message".
    write gs-record from
        '        string "native module " trim(nv-module-name, trailing)'.
    write gs-record from
        '                   " holds idiom opcodes; with overflow policy "'.
    write gs-record from "                   trim(nv-policy-name, trailing)".
    write gs-record from '                   " run from source instead"'.
    write gs-record from "            into nv-error-message".
    write gs-record from "        perform nv-fail".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-xlate-file not = spaces".
    write gs-record from "        move nv-xlate-file to nv-xlate-arg".
    write gs-record from "        perform nv-xlate-load".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from
        "    perform varying nv-idx from 1 by 1 until nv-idx > nv-tape-len".
    write gs-record from "        move 0 to nv-cell(nv-idx)".
    write gs-record from "    end-perform".
    write gs-record from "    move 1 to nv-dptr".
    write gs-record from spaces.
    write gs-record from "    if nv-output-file not = spaces".
    write gs-record from "        move nv-output-file to nv-output-arg".
    write gs-record from "        open output Output-File".
    write gs-record from "        if nv-output-status not = 0".
    write gs-record from "            move spaces to nv-error-message".
    write gs-record from
        '            string "error with output file (" nv-output-status ")"'.
    write gs-record from "                into nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "        end-if".
    write gs-record from "        set nv-output-open to true".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-input-file not = spaces".
    write gs-record from "        move nv-input-file to nv-input-arg".
    write gs-record from "        open input Input-File".
    write gs-record from "        if nv-input-status not = 0".
    write gs-record from "            move spaces to nv-error-message".
    write gs-record from
        '            string "error with input file (" nv-input-status ")"'.
    write gs-record from "                into nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "        end-if".
    write gs-record from "        set nv-input-open to true".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-expected-file not = spaces".
    write gs-record from "        move nv-expected-file to nv-expected-arg".
    write gs-record from "        open input Expected-File".
    write gs-record from "        if nv-expected-status not = 0".
    write gs-record from "            move spaces to nv-error-message".
    write gs-record from
        '            string "error with expected-results file ("'.
    write gs-record from '                       nv-expected-status ")"'.
    write gs-record from "                into nv-error-message".
    write gs-record from "            perform nv-fail".
    write gs-record from "        end-if".
    write gs-record from "        set nv-verify-enabled to true".
    write gs-record from "        set nv-expected-open to true".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-fingerprint.".
    write gs-record from "    move 0 to nv-check-bytes".
    write gs-record from "    move 0 to nv-check-sum".
    write gs-record from spaces.
    write gs-record from "    open input Source-File.".
    write gs-record from "    if nv-source-status not = 0".
    write gs-record from "        move spaces to nv-error-message".
    write gs-record from "        if nv-source-status = 35".
    write gs-record from
        '            string "cannot find file " trim(nv-source-arg, trailing)'.
    write gs-record from "                into nv-error-message".
    write gs-record from "        else".
    write gs-record from
        '            string "error with file (" nv-source-status ")"'.
    write gs-record from "                into nv-error-message".
    write gs-record from "        end-if".
    write gs-record from "        perform nv-fail".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    perform forever".
    write gs-record from "        read Source-File next record".
    write gs-record from "            at end exit perform".
    write gs-record from "        end-read".
    write gs-record from "        add 1 to nv-check-bytes".
    write gs-record from "        compute nv-check-sum =".
    write gs-record from
        "            mod(nv-check-sum * 31 + ord(fs-instruction), 999999937)".
    write gs-record from "    end-perform".
    write gs-record from spaces.
    write gs-record from "    close Source-File.".
    write gs-record from spaces.
    write gs-record from "    if nv-check-bytes not = nv-gen-bytes".
    write gs-record from "            or nv-check-sum not = nv-gen-sum".
    write gs-record from "        perform nv-stale".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-stale.".
    write gs-record from "    move spaces to nv-error-message".
    write gs-record from
        '    string "native module " trim(nv-module-name, trailing)'.
    write gs-record from
        '               " does not match source; regenerate required"'.
    write gs-record from "        into nv-error-message".
    write gs-record from "    perform nv-fail.".
    write gs-record from spaces.
    write gs-record from "nv-xlate-load.".
    write gs-record from "    move 0 to nv-xl-count".
    write gs-record from spaces.
    write gs-record from "    open input Xlate-File.".
    write gs-record from "    if nv-xlate-status not = 0".
    write gs-record from "        move spaces to nv-error-message".
    write gs-record from '        string "error with translation-table file ("'.
    write gs-record from '                   nv-xlate-status ")"'.
    write gs-record from "            into nv-error-message".
    write gs-record from "        perform nv-fail".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    perform forever".
    write gs-record from "        read Xlate-File next record".
    write gs-record from "            at end exit perform".
    write gs-record from "        end-read".
    write gs-record from spaces.
    write gs-record from
        "        if xl-record not = spaces and xl-record(1:1) not = '*'".
    write gs-record from "            add 1 to nv-xl-count".
    write gs-record from "            if nv-xl-count > 512".
    write gs-record from "                close Xlate-File".
    write gs-record from "                perform nv-xlate-bad".
    write gs-record from "            end-if".
    write gs-record from "            compute nv-xl-value = numval(xl-record)".
    write gs-record from "            if nv-xl-value < 0 or nv-xl-value > 255".
    write gs-record from "                close Xlate-File".
    write gs-record from "                perform nv-xlate-bad".
    write gs-record from "            end-if".
    write gs-record from "            if nv-xl-count <= 256".
    write gs-record from
        "                move nv-xl-value to nv-xlate-out(nv-xl-count)".
    write gs-record from "            else".
    write gs-record from
        "                move nv-xl-value to nv-xlate-in(nv-xl-count - 256)".
    write gs-record from "            end-if".
    write gs-record from "        end-if".
    write gs-record from "    end-perform.".
    write gs-record from spaces.
    write gs-record from "    close Xlate-File.".
    write gs-record from spaces.
    write gs-record from "    if nv-xl-count not = 512".
    write gs-record from "        perform nv-xlate-bad".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    set nv-xlate-enabled to true.".
    write gs-record from spaces.
    write gs-record from "nv-xlate-bad.".
    write gs-record from "    move nv-xl-count to nv-display".
    write gs-record from "    move spaces to nv-error-message".
    write gs-record from
        '    string "translation table " trim(nv-xlate-arg, trailing)'.
    write gs-record from
        '               " is invalid at entry " trim(nv-display, leading)'.
    write gs-record from '               " (512 values 0-255 required)"'.
    write gs-record from "        into nv-error-message".
    write gs-record from "    perform nv-fail.".
    write gs-record from spaces.

gn-emit-code.
    *> one block per code-table entry. every block leaves the
    *> counters as bf-run would: the instruction count goes up only
    *> once the entry has executed, so an abort reports the number of
    *> the instruction that failed.
    write gs-record from "nv-code.".

    perform varying gn-iptr from 1 by 1 until gn-iptr > ob-code-len
        move ob-code-value(gn-iptr) to gn-value
        evaluate ob-code-instr(gn-iptr)
            when '>'
                perform gn-code-right
            when '<'
                perform gn-code-left
            when '+'
                perform gn-code-plus
            when '-'
                perform gn-code-minus
            when '.'
                write gs-record from "    perform nv-output"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-dot"
            when ','
                write gs-record from "    perform nv-input"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-comma"
            when '['
                perform gn-code-lbracket
            when ']'
                perform gn-code-rbracket
            when 'Z'
                write gs-record from "    move 0 to nv-cell(nv-dptr)"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-idiom"
            when 'R'
                perform gn-code-scan
                write gs-record from "    perform nv-scan-right"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-idiom"
            when 'L'
                perform gn-code-scan
                write gs-record from "    perform nv-scan-left"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-idiom"
            when 'M'
                perform gn-code-multiply
                write gs-record from "    perform nv-mul-right"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-idiom"
            when 'N'
                perform gn-code-multiply
                write gs-record from "    perform nv-mul-left"
                write gs-record from
                    "    add 1 to nv-instr-count nv-count-idiom"
        end-evaluate
    end-perform

    write gs-record from "    continue.".
    write gs-record from spaces.
    write gs-record from "nv-code-end.".
    write gs-record from "    exit.".
    write gs-record from spaces.

gn-code-right.
    move spaces to gn-line
    string "    add " trim(gn-value, leading) " to nv-dptr" into gn-line
    perform gn-put
    write gs-record from "    if nv-dptr > nv-tape-len"
    write gs-record from "        perform nv-tape-out-of-range"
    write gs-record from "    end-if"
    write gs-record from "    if nv-dptr > nv-max-dptr"
    write gs-record from "        move nv-dptr to nv-max-dptr"
    write gs-record from "    end-if"
    write gs-record from "    add 1 to nv-instr-count nv-count-gt".

gn-code-left.
    move spaces to gn-line
    string "    subtract " trim(gn-value, leading) " from nv-dptr"
        into gn-line
    perform gn-put
    write gs-record from "    if nv-dptr < 1"
    write gs-record from "        perform nv-tape-out-of-range"
    write gs-record from "    end-if"
    write gs-record from "    add 1 to nv-instr-count nv-count-lt".

gn-code-plus.
    move spaces to gn-line
    string "    compute nv-cell-work = nv-cell(nv-dptr) + "
           trim(gn-value, leading)
        into gn-line
    perform gn-put
    write gs-record from "    if nv-cell-work > nv-cell-max"
    write gs-record from "        move nv-dptr to nv-cell-target"
    write gs-record from "        perform nv-cell-store"
    write gs-record from "    else"
    write gs-record from "        move nv-cell-work to nv-cell(nv-dptr)"
    write gs-record from "    end-if"
    write gs-record from "    add 1 to nv-instr-count nv-count-plus".

gn-code-minus.
    move spaces to gn-line
    string "    compute nv-cell-work = nv-cell(nv-dptr) - "
           trim(gn-value, leading)
        into gn-line
    perform gn-put
    write gs-record from "    if nv-cell-work < 0"
    write gs-record from "        move nv-dptr to nv-cell-target"
    write gs-record from "        perform nv-cell-store"
    write gs-record from "    else"
    write gs-record from "        move nv-cell-work to nv-cell(nv-dptr)"
    write gs-record from "    end-if"
    write gs-record from "    add 1 to nv-instr-count nv-count-minus".

gn-code-lbracket.
    *> the ceiling is checked at every bracket, as bf-rbracket does;
    *> a zero cell skips to the label after the partner ']'
    move gn-iptr to gn-label
    move gn-partner(gn-iptr) to gn-label-2
    move spaces to gn-line
    string "*> entry " gn-label ": loop to entry " gn-label-2
        into gn-line
    perform gn-put
    perform gn-code-ceiling
    write gs-record from "    add 1 to nv-instr-count nv-count-lbrack"
    write gs-record from "    if nv-cell(nv-dptr) = 0"
    move spaces to gn-line
    string "        go to nv-x-" gn-label-2 into gn-line
    perform gn-put
    write gs-record from "    end-if."
    move spaces to gn-line
    string "nv-b-" gn-label "." into gn-line
    perform gn-put.

gn-code-rbracket.
    *> a nonzero cell goes back to the first entry of the loop body,
    *> which is where bf-lbracket leaves brainfuck-iptr
    move gn-partner(gn-iptr) to gn-label
    move gn-iptr to gn-label-2
    move spaces to gn-line
    string "*> entry " gn-label-2 ": end of loop from entry " gn-label
        into gn-line
    perform gn-put
    perform gn-code-ceiling
    write gs-record from "    add 1 to nv-instr-count nv-count-rbrack"
    write gs-record from "    if nv-cell(nv-dptr) not = 0"
    move spaces to gn-line
    string "        go to nv-b-" gn-label into gn-line
    perform gn-put
    write gs-record from "    end-if."
    move spaces to gn-line
    string "nv-x-" gn-label-2 "." into gn-line
    perform gn-put.

gn-code-ceiling.
    write gs-record from "    if nv-max-instructions > 0"
    write gs-record from
        "            and nv-instr-count >= nv-max-instructions"
    write gs-record from "        perform nv-limit-reached"
    write gs-record from "    end-if".

gn-code-scan.
    move spaces to gn-line
    string "    move " trim(gn-value, leading) " to nv-step" into gn-line
    perform gn-put.

gn-code-multiply.
    move ob-code-offset(gn-iptr) to gn-value-2
    move spaces to gn-line
    string "    move " trim(gn-value-2, leading) " to nv-offset"
        into gn-line
    perform gn-put
    move spaces to gn-line
    string "    move " trim(gn-value, leading) " to nv-factor"
        into gn-line
    perform gn-put.

gn-emit-runtime.
    write gs-record from "nv-finish.".
    write gs-record from "    if nv-output-open".
    write gs-record from "        close Output-File".
    write gs-record from "        move 'N' to nv-output-open-flag".
    write gs-record from "    end-if".
    write gs-record from "    if nv-input-open".
    write gs-record from "        close Input-File".
    write gs-record from "        move 'N' to nv-input-open-flag".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-max-dptr = 0 and nv-instr-count > 0".
    write gs-record from "        move 1 to nv-max-dptr".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-report".
    write gs-record from "        perform nv-print-stats".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-verify-enabled".
    write gs-record from "        perform nv-verify-report".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    perform nv-audit-write.".
    write gs-record from spaces.
    write gs-record from "nv-fail.".
    write gs-record from
        "    *> the caller has set nv-error-message; the run stops here".
    write gs-record from "    move 1 to nv-return-code".
    write gs-record from "    if nv-output-open".
    write gs-record from "        close Output-File".
    write gs-record from "        move 'N' to nv-output-open-flag".
    write gs-record from "    end-if".
    write gs-record from "    if nv-input-open".
    write gs-record from "        close Input-File".
    write gs-record from "        move 'N' to nv-input-open-flag".
    write gs-record from "    end-if".
    write gs-record from "    if nv-expected-open".
    write gs-record from "        close Expected-File".
    write gs-record from "        move 'N' to nv-expected-open-flag".
    write gs-record from "    end-if".
    write gs-record from "    perform nv-audit-write".
    write gs-record from "    goback.".
    write gs-record from spaces.
    write gs-record from "nv-audit-write.".
    write gs-record from "    if nv-audit-arg = spaces".
    write gs-record from "        exit paragraph".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    accept nv-end-date from date yyyymmdd".
    write gs-record from "    accept nv-end-time from time".
    write gs-record from spaces.
    write gs-record from "    move spaces to au-record".
    write gs-record from "    move nv-source-arg to au-source-file".
    write gs-record from
        "    string nv-start-date nv-start-hh nv-start-mm nv-start-ss".
    write gs-record from "        into au-start-ts".
    write gs-record from "    string nv-end-date nv-end-hh nv-end-mm nv-end-ss".
    write gs-record from "        into au-end-ts".
    write gs-record from "    move nv-user to au-user".
    write gs-record from "    move nv-return-code to au-return-code".
    write gs-record from "    move nv-instr-count to au-instr-count".
    write gs-record from spaces.
    write gs-record from "    open extend Audit-File".
    write gs-record from "    if nv-audit-status = 35".
    write gs-record from "        open output Audit-File".
    write gs-record from "    end-if".
    write gs-record from "    write au-record".
    write gs-record from "    close Audit-File.".
    write gs-record from spaces.
    write gs-record from "nv-limit-reached.".
    write gs-record from "    move nv-instr-count to nv-display".
    write gs-record from "    move nv-max-instructions to nv-display-2".
    write gs-record from "    move spaces to nv-error-message".
    write gs-record from '    string "runaway-loop safeguard: aborted after "'.
    write gs-record from "               trim(nv-display, leading)".
    write gs-record from '               " instructions (limit "'.
    write gs-record from "               trim(nv-display-2, leading)".
    write gs-record from '               ")"'.
    write gs-record from "        into nv-error-message".
    write gs-record from "    perform nv-fail.".
    write gs-record from spaces.
    write gs-record from "nv-tape-out-of-range.".
    write gs-record from "    compute nv-display = nv-instr-count + 1".
    write gs-record from "    move spaces to nv-error-message".
    write gs-record from
        '    string "tape pointer out of range at instruction "'.
    write gs-record from "               trim(nv-display, leading)".
    write gs-record from "        into nv-error-message".
    write gs-record from "    perform nv-fail.".
    write gs-record from spaces.
    write gs-record from "nv-cell-store.".
    write gs-record from
        "    if nv-cell-work >= 0 and nv-cell-work <= nv-cell-max".
    write gs-record from "        move nv-cell-work to nv-cell(nv-cell-target)".
    write gs-record from "    else".
    write gs-record from "        evaluate true".
    write gs-record from "            when nv-wrap".
    write gs-record from "                compute nv-cell(nv-cell-target) =".
    write gs-record from
        "                    mod(nv-cell-work, nv-cell-modulus)".
    write gs-record from "            when nv-saturate".
    write gs-record from "                if nv-cell-work < 0".
    write gs-record from
        "                    move 0 to nv-cell(nv-cell-target)".
    write gs-record from "                else".
    write gs-record from
        "                    move nv-cell-max to nv-cell(nv-cell-target)".
    write gs-record from "                end-if".
    write gs-record from "            when nv-abort".
    write gs-record from
        "                compute nv-display = nv-instr-count + 1".
    write gs-record from "                move nv-width to nv-display-2".
    write gs-record from "                move spaces to nv-error-message".
    write gs-record from
        '                string "cell overflow at instruction "'.
    write gs-record from "                           trim(nv-display, leading)".
    write gs-record from
        '                           " (" trim(nv-display-2, leading)'.
    write gs-record from
        '                           "-bit cell, policy ABORT)"'.
    write gs-record from "                    into nv-error-message".
    write gs-record from "                perform nv-fail".
    write gs-record from "        end-evaluate".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-scan-right.".
    write gs-record from "    perform until nv-cell(nv-dptr) = 0".
    write gs-record from "        add nv-step to nv-dptr".
    write gs-record from "        if nv-dptr > nv-tape-len".
    write gs-record from "            perform nv-tape-out-of-range".
    write gs-record from "        end-if".
    write gs-record from "    end-perform".
    write gs-record from "    if nv-dptr > nv-max-dptr".
    write gs-record from "        move nv-dptr to nv-max-dptr".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-scan-left.".
    write gs-record from "    perform until nv-cell(nv-dptr) = 0".
    write gs-record from "        subtract nv-step from nv-dptr".
    write gs-record from "        if nv-dptr < 1".
    write gs-record from "            perform nv-tape-out-of-range".
    write gs-record from "        end-if".
    write gs-record from "    end-perform.".
    write gs-record from spaces.
    write gs-record from "nv-mul-right.".
    write gs-record from "    compute nv-cell-target = nv-dptr + nv-offset".
    write gs-record from "    if nv-cell-target > nv-tape-len".
    write gs-record from "        perform nv-tape-out-of-range".
    write gs-record from "    end-if".
    write gs-record from "    if nv-cell-target > nv-max-dptr".
    write gs-record from "        move nv-cell-target to nv-max-dptr".
    write gs-record from "    end-if".
    write gs-record from "    compute nv-cell-work =".
    write gs-record from
        "        nv-cell(nv-cell-target) + nv-cell(nv-dptr) * nv-factor".
    write gs-record from "    perform nv-cell-store.".
    write gs-record from spaces.
    write gs-record from "nv-mul-left.".
    write gs-record from "    compute nv-cell-target = nv-dptr - nv-offset".
    write gs-record from "    if nv-cell-target < 1".
    write gs-record from "        perform nv-tape-out-of-range".
    write gs-record from "    end-if".
    write gs-record from "    compute nv-cell-work =".
    write gs-record from
        "        nv-cell(nv-cell-target) + nv-cell(nv-dptr) * nv-factor".
    write gs-record from "    perform nv-cell-store.".
    write gs-record from spaces.
    write gs-record from "nv-output.".
    write gs-record from
        "    compute nv-cell-work = mod(nv-cell(nv-dptr), 256)".
    write gs-record from "    if nv-xlate-enabled".
    write gs-record from
        "        move char(nv-xlate-out(nv-cell-work + 1) + 1) to nv-out-char".
    write gs-record from "    else".
    write gs-record from "        move char(nv-cell-work + 1) to nv-out-char".
    write gs-record from "    end-if".
    write gs-record from "    if nv-output-open".
    write gs-record from "        move nv-out-char to of-record".
    write gs-record from "        write of-record".
    write gs-record from "    else".
    write gs-record from "        display nv-out-char with no advancing".
    write gs-record from "    end-if".
    write gs-record from "    if nv-verify-enabled".
    write gs-record from "        perform nv-verify-char".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-input.".
    write gs-record from "    if nv-input-open".
    write gs-record from "        if not nv-input-at-end".
    write gs-record from "            read Input-File next record".
    write gs-record from "                at end set nv-input-at-end to true".
    write gs-record from "            end-read".
    write gs-record from "            if not nv-input-at-end".
    write gs-record from "                if nv-xlate-enabled".
    write gs-record from "                    compute nv-cell(nv-dptr) =".
    write gs-record from "                        nv-xlate-in(ord(if-record))".
    write gs-record from "                else".
    write gs-record from
        "                    compute nv-cell(nv-dptr) = ord(if-record) - 1".
    write gs-record from "                end-if".
    write gs-record from "            end-if".
    write gs-record from "        end-if".
    write gs-record from "    else".
    write gs-record from "        accept nv-tmp-input".
    write gs-record from "        if nv-xlate-enabled".
    write gs-record from
        "            compute nv-cell(nv-dptr) = nv-xlate-in(ord(nv-tmp-input))".
    write gs-record from "        else".
    write gs-record from
        "            compute nv-cell(nv-dptr) = ord(nv-tmp-input) - 1".
    write gs-record from "        end-if".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-verify-char.".
    write gs-record from "    add 1 to nv-vf-out-pos".
    write gs-record from spaces.
    write gs-record from "    if not nv-expected-at-end".
    write gs-record from "        read Expected-File next record".
    write gs-record from "            at end set nv-expected-at-end to true".
    write gs-record from "        end-read".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if nv-expected-at-end".
    write gs-record from "        add 1 to nv-vf-mismatch-count".
    write gs-record from "        if nv-vf-first-pos = 0".
    write gs-record from "            move nv-vf-out-pos to nv-vf-first-pos".
    write gs-record from "            move nv-out-char to nv-vf-first-actual".
    write gs-record from "            set nv-vf-first-long to true".
    write gs-record from "        end-if".
    write gs-record from "    else".
    write gs-record from "        if ex-record not = nv-out-char".
    write gs-record from "            add 1 to nv-vf-mismatch-count".
    write gs-record from "            if nv-vf-first-pos = 0".
    write gs-record from
        "                move nv-vf-out-pos to nv-vf-first-pos".
    write gs-record from
        "                move ex-record to nv-vf-first-expected".
    write gs-record from
        "                move nv-out-char to nv-vf-first-actual".
    write gs-record from "                set nv-vf-first-differs to true".
    write gs-record from "            end-if".
    write gs-record from "        end-if".
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-verify-report.".
    write gs-record from "    perform until nv-expected-at-end".
    write gs-record from "        read Expected-File next record".
    write gs-record from "            at end set nv-expected-at-end to true".
    write gs-record from "        end-read".
    write gs-record from "        if not nv-expected-at-end".
    write gs-record from "            add 1 to nv-vf-mismatch-count".
    write gs-record from "            if nv-vf-first-pos = 0".
    write gs-record from
        "                compute nv-vf-first-pos = nv-vf-out-pos + 1".
    write gs-record from
        "                move ex-record to nv-vf-first-expected".
    write gs-record from "                set nv-vf-first-short to true".
    write gs-record from "            end-if".
    write gs-record from "        end-if".
    write gs-record from "    end-perform".
    write gs-record from spaces.
    write gs-record from "    close Expected-File".
    write gs-record from "    move 'N' to nv-expected-open-flag".
    write gs-record from spaces.
    write gs-record from "    if nv-vf-mismatch-count not = 0".
    write gs-record from "        move 2 to nv-return-code".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from "    if not nv-report".
    write gs-record from "        exit paragraph".
    write gs-record from "    end-if".
    write gs-record from spaces.
    write gs-record from '    display " "'.
    write gs-record from '    display "==== output verification ===="'.
    write gs-record from
        '    display "expected results: " trim(nv-expected-arg, trailing)'.
    write gs-record from "    move nv-vf-out-pos to nv-display".
    write gs-record from
        '    display "characters emitted: " trim(nv-display, leading)'.
    write gs-record from spaces.
    write gs-record from "    if nv-vf-mismatch-count = 0".
    write gs-record from '        display "result: PASS"'.
    write gs-record from "    else".
    write gs-record from '        display "result: FAIL"'.
    write gs-record from "        move nv-vf-first-pos to nv-display".
    write gs-record from "        evaluate true".
    write gs-record from "            when nv-vf-first-differs".
    write gs-record from
        '                display "first mismatch at position "'.
    write gs-record from "                    trim(nv-display, leading)".
    write gs-record from
        "                    "": expected '"" nv-vf-first-expected".
    write gs-record from
        "                    ""', actual '"" nv-vf-first-actual ""'""".
    write gs-record from "            when nv-vf-first-long".
    write gs-record from
        '                display "first mismatch at position "'.
    write gs-record from "                    trim(nv-display, leading)".
    write gs-record from
        "                    "": expected end of output, actual '""".
    write gs-record from "                    nv-vf-first-actual ""'""".
    write gs-record from "            when nv-vf-first-short".
    write gs-record from
        '                display "first mismatch at position "'.
    write gs-record from "                    trim(nv-display, leading)".
    write gs-record from
        "                    "": expected '"" nv-vf-first-expected".
    write gs-record from "                    ""', output ended early""".
    write gs-record from "        end-evaluate".
    write gs-record from "        move nv-vf-mismatch-count to nv-display".
    write gs-record from
        '        display "total mismatches: " trim(nv-display, leading)'.
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "nv-print-stats.".
    write gs-record from "    compute nv-elapsed-hundredths =".
    write gs-record from
        "        ((nv-run-end-hh * 3600 + nv-run-end-mm * 60 + nv-run-end-ss)".
    write gs-record from "            * 100 + nv-run-end-cc)".
    write gs-record from
        "        - ((nv-run-start-hh * 3600 + nv-run-start-mm * 60".
    write gs-record from
        "            + nv-run-start-ss) * 100 + nv-run-start-cc)".
    write gs-record from "    if nv-elapsed-hundredths < 0".
    write gs-record from "        add 8640000 to nv-elapsed-hundredths".
    write gs-record from "    end-if".
    write gs-record from "    divide nv-elapsed-hundredths by 100".
    write gs-record from "        giving nv-elapsed-seconds".
    write gs-record from "        remainder nv-elapsed-remainder".
    write gs-record from "    end-divide".
    write gs-record from spaces.
    write gs-record from '    display " ".'.
    write gs-record from '    display "==== brainfuck run statistics ====".'.
    write gs-record from
        '    display "native module: " trim(nv-module-name, trailing).'.
    write gs-record from spaces.
    write gs-record from "    move nv-instr-count to nv-display".
    write gs-record from
        '    display "instructions executed: " trim(nv-display, leading).'.
    write gs-record from spaces.
    write gs-record from "    move nv-count-gt to nv-display".
    write gs-record from '    display "  > " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-lt to nv-display".
    write gs-record from '    display "  < " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-plus to nv-display".
    write gs-record from '    display "  + " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-minus to nv-display".
    write gs-record from '    display "  - " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-dot to nv-display".
    write gs-record from '    display "  . " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-comma to nv-display".
    write gs-record from '    display "  , " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-lbrack to nv-display".
    write gs-record from '    display "  [ " trim(nv-display, leading).'.
    write gs-record from "    move nv-count-rbrack to nv-display".
    write gs-record from '    display "  ] " trim(nv-display, leading).'.
    write gs-record from spaces.
    write gs-record from "    if nv-count-idiom not = 0".
    write gs-record from "        move nv-count-idiom to nv-display".
    write gs-record from
        '        display "  idiom ops " trim(nv-display, leading)'.
    write gs-record from "    end-if.".
    write gs-record from spaces.
    write gs-record from "    move nv-max-dptr to nv-display".
    write gs-record from '    display "highest tape pointer reached: "'.
    write gs-record from "        trim(nv-display, leading).".
    write gs-record from spaces.
    write gs-record from "    move nv-elapsed-seconds to nv-display".
    write gs-record from "    move nv-elapsed-remainder to nv-elapsed-cc".
    write gs-record from
        '    display "wall-clock runtime: " trim(nv-display, leading)'.
    write gs-record from '        "." nv-elapsed-cc " seconds".'.
    write gs-record from spaces.

gn-usage.
    display "usage: bfgen <program-object> <program-id> "
        "[generated-source]" upon stderr.
    stop run returning 1.

end program bfgen.
