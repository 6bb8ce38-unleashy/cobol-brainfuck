        >>source format is free
identification division.
program-id. bflint.

*> static analysis for brainfuck sources, run before a source is
*> compiled or cataloged: one pass over the source reports the
*> mistakes that otherwise surface as a 2am abend or a job that burns
*> its instruction ceiling, each with line, column, severity and a
*> rule id, then prints the source's metrics.
*>
*>   BF001  E  unmatched ']'
*>   BF002  E  unmatched '['
*>   BF003  E  '<' moves the pointer left of cell 1 before any loop,
*>             where the pointer is still known exactly
*>   BF005  E  more instructions than the 16384-entry code table holds
*>   BF010  W  cancelling pair: '+' next to '-', or '<' next to '>'
*>   BF020  W  loop never entered: '[' where the cell is known zero
*>             (start of program with the tape untouched, or right
*>             after another loop has ended)
*>   BF030  E  empty loop '[]': does nothing, or never ends
*>   BF040  W  loops nested deeper than the maximum depth
*> as in the interpreter's bf-read, bytes that are not instructions
*> are commentary and do not separate the instructions around them.
*>
*> usage: bflint <source> [xref-listing] [max-depth]
*> for a source expanded by bfmacro, pass the cross-reference listing
*> bfmacro wrote with it: every finding is then also traced back to the
*> source line it passed through from, or to the routine, routine line
*> and copy it was expanded from. max-depth defaults to 8.
*>
*> metrics: instruction counts by type, loop count, maximum loop
*> depth, and net pointer movement over the whole source.
*>
*> returns 2 when there is any error-severity (E) finding, 1 when the
*> source or listing cannot be read.

environment division.
configuration section.
repository.
    function trim numval intrinsic.

input-output section.
file-control.
    select Source-File assign to dynamic file-arg
        file status is file-status.

    select Xref-File assign to dynamic xref-file-arg
        organization is line sequential
        file status is xref-file-status.

data division.
file section.
    fd Source-File.
    01 fs-source-file.
        02 fs-instruction  pic X.

    fd Xref-File.
    01 xr-record  pic X(120).

working-storage section.
    01 file-arg          pic X(255) value is space.
    01 file-status       pic 99.
    01 xref-file-arg     pic X(255) value is space.
    01 xref-file-status  pic 99.

    01 bl-depth-arg  pic X(9) value is spaces.
    01 bl-max-depth  usage is binary-long value is 8.

    01 bl-xref-eof-flag pic X value is 'N'.
        88 bl-xref-at-end       value is 'Y'.

    *> position of the byte being examined
    01 bl-cur-line  usage is binary-long value is 1.
    01 bl-cur-col   usage is binary-long value is 1.
    01 bl-bytes     usage is binary-long value is zero.
    01 bl-lines     usage is binary-long value is zero.

    *> the previous instruction, for the pair rules
    01 bl-prev-instr  pic X value is space.
    01 bl-prev-line   usage is binary-long.
    01 bl-prev-col    usage is binary-long.
    *> set when the current instruction closed a cancelling pair, so it
    *> cannot open the next one
    01 bl-pair-reported-flag pic X value is 'N'.
        88 bl-pair-reported     value is 'Y'.

    *> open brackets, innermost last
    01 bl-stack.
        02 bl-depth usage is binary-long value is zero.
        02 bl-stack-entry occurs 0 to 16384 times depending on bl-depth
                           indexed by bl-idx.
            03 bl-stack-line usage is binary-long.
            03 bl-stack-col  usage is binary-long.
    01 bl-unpushed  usage is binary-long value is zero.

    *> what is known about the tape. until the first '[' the pointer
    *> position is exact; the current cell is known zero while nothing
    *> has been stored to the tape yet, and right after a loop ends.
    01 bl-ptr          usage is binary-long value is 1.
    01 bl-ptr-known-flag pic X value is 'Y'.
        88 bl-ptr-known          value is 'Y'.
    01 bl-pristine-flag  pic X value is 'Y'.
        88 bl-pristine           value is 'Y'.
    01 bl-zero-flag      pic X value is 'Y'.
        88 bl-cell-zero          value is 'Y'.

    *> metrics
    01 bl-counts.
        02 bl-count-gt     usage is binary-long value is zero.
        02 bl-count-lt     usage is binary-long value is zero.
        02 bl-count-plus   usage is binary-long value is zero.
        02 bl-count-minus  usage is binary-long value is zero.
        02 bl-count-dot    usage is binary-long value is zero.
        02 bl-count-comma  usage is binary-long value is zero.
        02 bl-count-lbrack usage is binary-long value is zero.
        02 bl-count-rbrack usage is binary-long value is zero.
    01 bl-instr-count  usage is binary-long value is zero.
    01 bl-loop-count   usage is binary-long value is zero.
    01 bl-deepest      usage is binary-long value is zero.
    01 bl-net-move     usage is binary-long value is zero.

    *> the finding being reported
    01 bl-f-line   usage is binary-long.
    01 bl-f-col    usage is binary-long.
    01 bl-f-sev    pic X.
    01 bl-f-rule   pic X(5).
    01 bl-f-text   pic X(80).
    01 bl-error-count    usage is binary-long value is zero.
    01 bl-warning-count  usage is binary-long value is zero.

    *> bfmacro cross-reference ranges: S ranges passed through from
    *> source lines, R ranges are one copy of a routine expansion
    01 bl-xrefs.
        02 bl-xref-count usage is binary-long value is zero.
        02 bl-xref-entry occurs 0 to 4000 times depending on bl-xref-count
                          indexed by bl-xref-idx.
            03 bl-xref-kind     pic X.
            03 bl-xref-from     usage is binary-long.
            03 bl-xref-to       usage is binary-long.
            03 bl-xref-src-from usage is binary-long.
            03 bl-xref-routine  pic X(30).
            03 bl-xref-copy     usage is binary-long.
            03 bl-xref-used-at  usage is binary-long.
    01 bl-tokens.
        02 bl-token  pic X(30) occurs 13 times.
    01 bl-range-from  pic X(12).
    01 bl-range-to    pic X(12).
    01 bl-copy-text   pic X(12).
    01 bl-origin      pic X(100).
    01 bl-origin-line usage is binary-long.

    01 bl-display    pic Z(9)9.
    01 bl-display-2  pic Z(9)9.
    01 bl-display-3  pic Z(9)9.
    01 bl-signed     pic -(9)9.

procedure division.
declaratives.

source-file-error section.
use after standard error procedure on Source-File.
    evaluate file-status
        when 35    display "cannot find file "
                       trim(file-arg, trailing) upon stderr
        when other display "error with file (" file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

xref-file-error section.
use after standard error procedure on Xref-File.
    evaluate xref-file-status
        when 35    display "cannot find cross-reference listing "
                       trim(xref-file-arg, trailing) upon stderr
        when other display "error with cross-reference listing ("
                       xref-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept file-arg from argument-value
        on exception perform bl-usage.

    display 2 upon argument-number.
    accept xref-file-arg from argument-value
        on exception continue.

    display 3 upon argument-number.
    accept bl-depth-arg from argument-value
        on exception continue.
    if bl-depth-arg not = spaces
        if trim(bl-depth-arg) is not numeric
            perform bl-usage
        end-if
        compute bl-max-depth = numval(bl-depth-arg)
        if bl-max-depth < 1
            perform bl-usage
        end-if
    end-if

    if file-arg = spaces
        perform bl-usage
    end-if

    if xref-file-arg not = spaces
        perform bl-load-xref
    end-if

    display "==== brainfuck lint: " trim(file-arg, trailing) " ====".
    if xref-file-arg not = spaces
        display "cross-reference: " trim(xref-file-arg, trailing)
    end-if
    display " ".
    display "---- findings ----".

    perform bl-scan-source.

    if bl-error-count = 0 and bl-warning-count = 0
        display "none"
    end-if

    perform bl-print-metrics.

    if bl-error-count > 0
        move 2 to return-code
    end-if.

    stop run.

bl-load-xref.
    open input Xref-File.

    perform until bl-xref-at-end
        read Xref-File next record
            at end set bl-xref-at-end to true
        end-read

        if not bl-xref-at-end
                and xr-record(1:15) = "expanded lines "
            perform bl-parse-xref
        end-if
    end-perform.

    close Xref-File.

bl-parse-xref.
    *> "expanded lines A-B <- source lines C-D"
    *> "expanded lines A-B <- routine NAME copy K, used at source line L"
    move spaces to bl-tokens
    unstring xr-record delimited by all " "
        into bl-token(1) bl-token(2) bl-token(3) bl-token(4)
             bl-token(5) bl-token(6) bl-token(7) bl-token(8)
             bl-token(9) bl-token(10) bl-token(11) bl-token(12)
             bl-token(13)
    end-unstring

    if bl-xref-count = 4000
        display "cross-reference listing holds more than 4000 ranges"
            upon stderr
        close Xref-File
        stop run returning 1
    end-if
    add 1 to bl-xref-count
    set bl-xref-idx to bl-xref-count

    move spaces to bl-range-from bl-range-to
    unstring bl-token(3) delimited by "-"
        into bl-range-from bl-range-to
    end-unstring
    compute bl-xref-from(bl-xref-idx) = numval(bl-range-from)
    compute bl-xref-to(bl-xref-idx) = numval(bl-range-to)

    if bl-token(5) = "routine"
        move 'R' to bl-xref-kind(bl-xref-idx)
        move bl-token(6) to bl-xref-routine(bl-xref-idx)
        move spaces to bl-copy-text
        unstring bl-token(8) delimited by ","
            into bl-copy-text
        end-unstring
        compute bl-xref-copy(bl-xref-idx) = numval(bl-copy-text)
        compute bl-xref-used-at(bl-xref-idx) = numval(bl-token(13))
        move 0 to bl-xref-src-from(bl-xref-idx)
    else
        move 'S' to bl-xref-kind(bl-xref-idx)
        move spaces to bl-range-from bl-range-to
        unstring bl-token(7) delimited by "-"
            into bl-range-from bl-range-to
        end-unstring
        compute bl-xref-src-from(bl-xref-idx) = numval(bl-range-from)
        move spaces to bl-xref-routine(bl-xref-idx)
        move 0 to bl-xref-copy(bl-xref-idx)
        move 0 to bl-xref-used-at(bl-xref-idx)
    end-if.

bl-scan-source.
    open input Source-File.

    perform forever
        read Source-File next record
            at end exit perform
        end-read

        add 1 to bl-bytes

        evaluate fs-instruction
            when '>'
                add 1 to bl-count-gt
                add 1 to bl-net-move
                perform bl-check-move
            when '<'
                add 1 to bl-count-lt
                subtract 1 from bl-net-move
                perform bl-check-move
            when '+'
                add 1 to bl-count-plus
                perform bl-check-store
            when '-'
                add 1 to bl-count-minus
                perform bl-check-store
            when ','
                add 1 to bl-count-comma
                perform bl-check-store
            when '.'
                add 1 to bl-count-dot
            when '['
                add 1 to bl-count-lbrack
                perform bl-check-lbracket
            when ']'
                add 1 to bl-count-rbrack
                perform bl-check-rbracket
        end-evaluate

        evaluate fs-instruction
            when '>'
            when '<'
            when '+'
            when '-'
            when '.'
            when ','
            when '['
            when ']'
                add 1 to bl-instr-count
                if bl-pair-reported
                    move space to bl-prev-instr
                    move 'N' to bl-pair-reported-flag
                else
                    move fs-instruction to bl-prev-instr
                end-if
                move bl-cur-line to bl-prev-line
                move bl-cur-col to bl-prev-col
        end-evaluate

        if fs-instruction = x"0A"
            move bl-cur-line to bl-lines
            add 1 to bl-cur-line
            move 1 to bl-cur-col
        else
            move bl-cur-line to bl-lines
            add 1 to bl-cur-col
        end-if
    end-perform.

    close Source-File.

    *> brackets still open at the end never found their partner
    perform varying bl-idx from 1 by 1 until bl-idx > bl-depth
        move bl-stack-line(bl-idx) to bl-f-line
        move bl-stack-col(bl-idx) to bl-f-col
        move 'E' to bl-f-sev
        move "BF002" to bl-f-rule
        move "unmatched '['" to bl-f-text
        perform bl-report
    end-perform

    if bl-instr-count > 16384
        move bl-cur-line to bl-f-line
        move bl-cur-col to bl-f-col
        move 'E' to bl-f-sev
        move "BF005" to bl-f-rule
        move bl-instr-count to bl-display
        move spaces to bl-f-text
        string "source has " trim(bl-display, leading)
               " instructions, more than the 16384-entry limit"
            into bl-f-text
        perform bl-report
    end-if.

bl-check-move.
    if (fs-instruction = '<' and bl-prev-instr = '>')
            or (fs-instruction = '>' and bl-prev-instr = '<')
        perform bl-report-cancelling
    end-if

    if not bl-pristine
        move 'N' to bl-zero-flag
    end-if

    if bl-ptr-known
        if fs-instruction = '>'
            add 1 to bl-ptr
        else
            subtract 1 from bl-ptr
            *> report the step that leaves the tape, not every step
            *> taken once off it
            if bl-ptr = 0
                move bl-cur-line to bl-f-line
                move bl-cur-col to bl-f-col
                move 'E' to bl-f-sev
                move "BF003" to bl-f-rule
                move "'<' moves the pointer left of cell 1 before any loop"
                    to bl-f-text
                perform bl-report
            end-if
        end-if
    end-if.

bl-check-store.
    if (fs-instruction = '+' and bl-prev-instr = '-')
            or (fs-instruction = '-' and bl-prev-instr = '+')
        perform bl-report-cancelling
    end-if

    move 'N' to bl-pristine-flag
    move 'N' to bl-zero-flag.

bl-report-cancelling.
    move bl-cur-line to bl-f-line
    move bl-cur-col to bl-f-col
    move 'W' to bl-f-sev
    move "BF010" to bl-f-rule
    move spaces to bl-f-text
    string "'" bl-prev-instr "' followed by '" fs-instruction
           "' cancels out"
        into bl-f-text
    perform bl-report

    *> a run like +-+- is one finding per pair, not per overlap
    set bl-pair-reported to true.

bl-check-lbracket.
    add 1 to bl-loop-count
    move 'N' to bl-ptr-known-flag

    if bl-cell-zero
        move bl-cur-line to bl-f-line
        move bl-cur-col to bl-f-col
        move 'W' to bl-f-sev
        move "BF020" to bl-f-rule
        move "loop is never entered: the cell is known to be zero here"
            to bl-f-text
        perform bl-report
    end-if

    if bl-depth < 16384
        add 1 to bl-depth
        set bl-idx to bl-depth
        move bl-cur-line to bl-stack-line(bl-idx)
        move bl-cur-col to bl-stack-col(bl-idx)
    else
        add 1 to bl-unpushed
    end-if

    if bl-depth + bl-unpushed > bl-deepest
        compute bl-deepest = bl-depth + bl-unpushed
    end-if

    *> one finding where the nesting first goes too deep
    if bl-depth + bl-unpushed = bl-max-depth + 1
        move bl-cur-line to bl-f-line
        move bl-cur-col to bl-f-col
        move 'W' to bl-f-sev
        move "BF040" to bl-f-rule
        move bl-max-depth to bl-display
        move spaces to bl-f-text
        string "loops nested more than " trim(bl-display, leading)
               " deep"
            into bl-f-text
        perform bl-report
    end-if

    *> the body runs only with the cell nonzero
    move 'N' to bl-zero-flag.

bl-check-rbracket.
    if bl-depth + bl-unpushed = 0
        move bl-cur-line to bl-f-line
        move bl-cur-col to bl-f-col
        move 'E' to bl-f-sev
        move "BF001" to bl-f-rule
        move "unmatched ']'" to bl-f-text
        perform bl-report
        exit paragraph
    end-if

    if bl-prev-instr = '['
        move bl-prev-line to bl-f-line
        move bl-prev-col to bl-f-col
        move 'E' to bl-f-sev
        move "BF030" to bl-f-rule
        move "empty loop '[]' does nothing or never ends"
            to bl-f-text
        perform bl-report
    end-if

    if bl-unpushed > 0
        subtract 1 from bl-unpushed
    else
        subtract 1 from bl-depth
    end-if

    *> a loop only ends on a zero cell
    move 'N' to bl-pristine-flag
    set bl-cell-zero to true.

bl-report.
    if bl-f-sev = 'E'
        add 1 to bl-error-count
    else
        add 1 to bl-warning-count
    end-if

    move bl-f-line to bl-display
    move bl-f-col to bl-display-2
    display "line " trim(bl-display, leading)
        " col " trim(bl-display-2, leading)
        "  " bl-f-sev " " bl-f-rule "  " trim(bl-f-text, trailing)

    if bl-xref-count > 0
        perform bl-find-origin
        display "        from " trim(bl-origin, trailing)
    end-if.

bl-find-origin.
    move "(no cross-reference range covers this line)" to bl-origin
    perform varying bl-xref-idx from 1 by 1
            until bl-xref-idx > bl-xref-count
        if bl-f-line >= bl-xref-from(bl-xref-idx)
                and bl-f-line <= bl-xref-to(bl-xref-idx)
            move spaces to bl-origin
            if bl-xref-kind(bl-xref-idx) = 'S'
                compute bl-origin-line = bl-xref-src-from(bl-xref-idx)
                    + bl-f-line - bl-xref-from(bl-xref-idx)
                move bl-origin-line to bl-display
                string "source line " trim(bl-display, leading)
                    into bl-origin
            else
                compute bl-origin-line =
                    bl-f-line - bl-xref-from(bl-xref-idx) + 1
                move bl-origin-line to bl-display
                move bl-xref-copy(bl-xref-idx) to bl-display-2
                move bl-xref-used-at(bl-xref-idx) to bl-display-3
                string "routine " trim(bl-xref-routine(bl-xref-idx))
                       " line " trim(bl-display, leading)
                       ", copy " trim(bl-display-2, leading)
                       ", used at source line "
                       trim(bl-display-3, leading)
                    into bl-origin
            end-if
            exit perform
        end-if
    end-perform.

bl-print-metrics.
    display " ".
    display "---- metrics ----".
    move bl-bytes to bl-display
    move bl-lines to bl-display-2
    display "source bytes:          " trim(bl-display, leading)
        " on " trim(bl-display-2, leading) " line(s)".
    move bl-instr-count to bl-display
    display "instructions:          " trim(bl-display, leading).
    move bl-count-gt to bl-display
    display "  '>'                  " trim(bl-display, leading).
    move bl-count-lt to bl-display
    display "  '<'                  " trim(bl-display, leading).
    move bl-count-plus to bl-display
    display "  '+'                  " trim(bl-display, leading).
    move bl-count-minus to bl-display
    display "  '-'                  " trim(bl-display, leading).
    move bl-count-dot to bl-display
    display "  '.'                  " trim(bl-display, leading).
    move bl-count-comma to bl-display
    display "  ','                  " trim(bl-display, leading).
    move bl-count-lbrack to bl-display
    display "  '['                  " trim(bl-display, leading).
    move bl-count-rbrack to bl-display
    display "  ']'                  " trim(bl-display, leading).
    move bl-loop-count to bl-display
    display "loops:                 " trim(bl-display, leading).
    move bl-deepest to bl-display
    display "maximum loop depth:    " trim(bl-display, leading).
    move bl-net-move to bl-signed
    display "net pointer movement:  " trim(bl-signed, leading).

    display " ".
    move bl-error-count to bl-display
    move bl-warning-count to bl-display-2
    display trim(bl-display, leading) " error(s), "
        trim(bl-display-2, leading) " warning(s)".

bl-usage.
    display "usage: bflint <source> [xref-listing] [max-depth]"
        upon stderr.
    stop run returning 1.

end program bflint.
