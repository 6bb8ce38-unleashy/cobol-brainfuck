        >>source format is free
identification division.
program-id. bfckpt.

*> checkpoint inspector: formats a checkpoint dataset the interpreter
*> wrote (the cp-record layout of bf-checkpoint-save) so a long run's
*> saved state can be read without resuming it -- the header fields,
*> the per-instruction counters carried across the restore, the tape
*> around the saved data pointer, and every nonzero cell by position.
*>
*> given a second checkpoint it compares the two instead: both headers
*> side by side, the delta of every counter (second minus first), and
*> each cell whose value differs. two checkpoints of one job taken an
*> interval apart show what the run did in between; the same job's
*> checkpoints from two runs show where a changed source or input
*> starts to matter. as with bftrccmp, identical checkpoints return 0
*> and any difference returns 2.
*>
*> usage: bfckpt <checkpoint> [checkpoint-b] [window]
*> the window is the number of cells shown either side of the data
*> pointer (default 10); pass "" for checkpoint-b to set it on a
*> single-checkpoint inspection. a checkpoint dataset a completed run
*> has cleared holds no record and is reported as empty (rc 1).

environment division.
configuration section.
repository.
    function trim numval intrinsic.

input-output section.
file-control.
    select Checkpoint-File assign to dynamic checkpoint-a-arg
        file status is checkpoint-a-status.

    select Checkpoint-B-File assign to dynamic checkpoint-b-arg
        file status is checkpoint-b-status.

data division.
file section.
    fd Checkpoint-File.
    01 cp-record.
        02 cp-iptr           usage is binary-long.
        02 cp-dptr           usage is binary-long.
        02 cp-instr-count    usage is binary-long.
        02 cp-tape-length    usage is binary-long.
        02 cp-cell-width     usage is binary-long.
        02 cp-count-gt       usage is binary-long.
        02 cp-count-lt       usage is binary-long.
        02 cp-count-plus     usage is binary-long.
        02 cp-count-minus    usage is binary-long.
        02 cp-count-dot      usage is binary-long.
        02 cp-count-comma    usage is binary-long.
        02 cp-count-lbrack   usage is binary-long.
        02 cp-count-rbrack   usage is binary-long.
        02 cp-count-idiom    usage is binary-long.
        02 cp-max-dptr       usage is binary-long.
        02 cp-tape           usage is binary-long unsigned
                          occurs 1 to 1000000 times depending on cp-tape-length.

    fd Checkpoint-B-File.
    01 cq-record.
        02 cq-iptr           usage is binary-long.
        02 cq-dptr           usage is binary-long.
        02 cq-instr-count    usage is binary-long.
        02 cq-tape-length    usage is binary-long.
        02 cq-cell-width     usage is binary-long.
        02 cq-count-gt       usage is binary-long.
        02 cq-count-lt       usage is binary-long.
        02 cq-count-plus     usage is binary-long.
        02 cq-count-minus    usage is binary-long.
        02 cq-count-dot      usage is binary-long.
        02 cq-count-comma    usage is binary-long.
        02 cq-count-lbrack   usage is binary-long.
        02 cq-count-rbrack   usage is binary-long.
        02 cq-count-idiom    usage is binary-long.
        02 cq-max-dptr       usage is binary-long.
        02 cq-tape           usage is binary-long unsigned
                          occurs 1 to 1000000 times depending on cq-tape-length.

working-storage section.
    01 checkpoint-a-arg     pic X(255) value is space.
    01 checkpoint-a-status  pic 99.
    01 checkpoint-b-arg     pic X(255) value is space.
    01 checkpoint-b-status  pic 99.
    01 window-arg           pic X(9) value is space.

    01 ck-window     usage is binary-long value is 10.
    01 ck-compare-flag pic X value is 'N'.
        88 ck-compare        value is 'Y'.

    01 ck-idx        usage is binary-long.
    01 ck-lo         usage is binary-long.
    01 ck-hi         usage is binary-long.
    01 ck-nonzero-count  usage is binary-long value is zero.
    01 ck-differ-count   usage is binary-long value is zero.
    01 ck-header-differ  usage is binary-long value is zero.

    *> one side-by-side line of the compare report; cells past the end
    *> of the shorter tape compare as zero and show as absent
    01 ck-label      pic X(26).
    01 ck-a-value    usage is binary-double.
    01 ck-b-value    usage is binary-double.
    01 ck-a-present-flag pic X.
        88 ck-a-present      value is 'Y'.
    01 ck-b-present-flag pic X.
        88 ck-b-present      value is 'Y'.
    01 ck-long-len   usage is binary-long.

    01 ck-char       pic X(3).
    01 ck-char-code  usage is binary-char unsigned.
    01 ck-char-x redefines ck-char-code pic X.
    01 ck-marker     pic X(8).

    01 ck-display    pic Z(9)9.
    01 ck-display-2  pic Z(9)9.
    01 ck-a-display  pic Z(9)9.
    01 ck-b-display  pic Z(9)9.
    01 ck-delta      pic -(10)9.
    01 ck-a-text     pic X(10).
    01 ck-b-text     pic X(10).

procedure division.
declaratives.

checkpoint-a-error section.
use after standard error procedure on Checkpoint-File.
    evaluate checkpoint-a-status
        when 35    display "cannot find checkpoint "
                       trim(checkpoint-a-arg, trailing) upon stderr
        when other display "error with checkpoint "
                       trim(checkpoint-a-arg, trailing)
                       " (" checkpoint-a-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

checkpoint-b-error section.
use after standard error procedure on Checkpoint-B-File.
    evaluate checkpoint-b-status
        when 35    display "cannot find checkpoint "
                       trim(checkpoint-b-arg, trailing) upon stderr
        when other display "error with checkpoint "
                       trim(checkpoint-b-arg, trailing)
                       " (" checkpoint-b-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept checkpoint-a-arg from argument-value
        on exception perform ck-usage.

    display 2 upon argument-number.
    accept checkpoint-b-arg from argument-value
        on exception continue.

    display 3 upon argument-number.
    accept window-arg from argument-value
        on exception continue.

    if checkpoint-a-arg = spaces
        perform ck-usage
    end-if

    if checkpoint-b-arg not = spaces
        set ck-compare to true
    end-if

    if window-arg not = spaces
        if trim(window-arg) is not numeric
            perform ck-usage
        end-if
        compute ck-window = numval(window-arg)
    end-if

    open input Checkpoint-File.
    read Checkpoint-File next record
        at end
            display "checkpoint " trim(checkpoint-a-arg, trailing)
                " is empty (no checkpoint saved, or cleared by a "
                "completed run)" upon stderr
            close Checkpoint-File
            stop run returning 1
    end-read.
    close Checkpoint-File.

    if ck-compare
        open input Checkpoint-B-File
        read Checkpoint-B-File next record
            at end
                display "checkpoint " trim(checkpoint-b-arg, trailing)
                    " is empty (no checkpoint saved, or cleared by a "
                    "completed run)" upon stderr
                close Checkpoint-B-File
                stop run returning 1
        end-read
        close Checkpoint-B-File
        perform ck-compare-report
    else
        perform ck-inspect-report
    end-if.

    stop run.

ck-inspect-report.
    display "==== checkpoint inspection ====".
    display "checkpoint: " trim(checkpoint-a-arg, trailing).

    display " ".
    display "---- header ----".
    move cp-iptr to ck-display
    display "next instruction (cp-iptr):        "
        trim(ck-display, leading).
    move cp-dptr to ck-display
    display "data pointer (cp-dptr):            "
        trim(ck-display, leading).
    move cp-instr-count to ck-display
    display "instructions executed (cp-instr-count): "
        trim(ck-display, leading).
    move cp-tape-length to ck-display
    display "tape length (cp-tape-length):      "
        trim(ck-display, leading) " cells".
    move cp-cell-width to ck-display
    display "cell width (cp-cell-width):        "
        trim(ck-display, leading) " bits".

    display " ".
    display "---- counters ----".
    move cp-count-gt to ck-display
    display "  > " trim(ck-display, leading).
    move cp-count-lt to ck-display
    display "  < " trim(ck-display, leading).
    move cp-count-plus to ck-display
    display "  + " trim(ck-display, leading).
    move cp-count-minus to ck-display
    display "  - " trim(ck-display, leading).
    move cp-count-dot to ck-display
    display "  . " trim(ck-display, leading).
    move cp-count-comma to ck-display
    display "  , " trim(ck-display, leading).
    move cp-count-lbrack to ck-display
    display "  [ " trim(ck-display, leading).
    move cp-count-rbrack to ck-display
    display "  ] " trim(ck-display, leading).
    move cp-count-idiom to ck-display
    display "  idiom ops " trim(ck-display, leading).
    move cp-max-dptr to ck-display
    display "highest tape pointer reached: " trim(ck-display, leading).

    *> the window is clipped to the tape; a data pointer a damaged
    *> checkpoint holds outside the tape still gets a report
    compute ck-lo = cp-dptr - ck-window
    compute ck-hi = cp-dptr + ck-window
    if ck-lo < 1
        move 1 to ck-lo
    end-if
    if ck-hi > cp-tape-length
        move cp-tape-length to ck-hi
    end-if

    display " ".
    move cp-dptr to ck-display
    display "---- tape around cell " trim(ck-display, leading) " ----".
    if cp-dptr < 1 or cp-dptr > cp-tape-length
        display "data pointer is outside the tape"
    end-if
    perform varying ck-idx from ck-lo by 1 until ck-idx > ck-hi
        if ck-idx = cp-dptr
            move "<- dptr" to ck-marker
        else
            move spaces to ck-marker
        end-if
        perform ck-cell-char
        move ck-idx to ck-display
        move cp-tape(ck-idx) to ck-display-2
        display "  cell " ck-display "  " ck-display-2
            "  " ck-char "  " ck-marker
    end-perform.

    display " ".
    display "---- nonzero cells ----".
    perform varying ck-idx from 1 by 1 until ck-idx > cp-tape-length
        if cp-tape(ck-idx) not = 0
            add 1 to ck-nonzero-count
            perform ck-cell-char
            move ck-idx to ck-display
            move cp-tape(ck-idx) to ck-display-2
            display "  cell " ck-display "  " ck-display-2
                "  " ck-char
        end-if
    end-perform.
    move ck-nonzero-count to ck-display
    display "nonzero cells: " trim(ck-display, leading).

ck-cell-char.
    *> the character bf-output would write for the cell, when it is a
    *> printable one (no translation table applied)
    move spaces to ck-char
    if cp-tape(ck-idx) >= 32 and cp-tape(ck-idx) <= 126
        move cp-tape(ck-idx) to ck-char-code
        string "'" ck-char-x "'" into ck-char
    end-if.

ck-compare-report.
    display "==== checkpoint comparison ====".
    display "checkpoint A: " trim(checkpoint-a-arg, trailing).
    display "checkpoint B: " trim(checkpoint-b-arg, trailing).

    display " ".
    display "---- header ----".
    display "                          checkpoint A  checkpoint B"
        "        delta".
    move "next instruction" to ck-label
    move cp-iptr to ck-a-value
    move cq-iptr to ck-b-value
    perform ck-compare-header
    move "data pointer" to ck-label
    move cp-dptr to ck-a-value
    move cq-dptr to ck-b-value
    perform ck-compare-header
    move "instructions executed" to ck-label
    move cp-instr-count to ck-a-value
    move cq-instr-count to ck-b-value
    perform ck-compare-header
    move "tape length" to ck-label
    move cp-tape-length to ck-a-value
    move cq-tape-length to ck-b-value
    perform ck-compare-header
    move "cell width" to ck-label
    move cp-cell-width to ck-a-value
    move cq-cell-width to ck-b-value
    perform ck-compare-header

    display " ".
    display "---- counter deltas ----".
    display "                          checkpoint A  checkpoint B"
        "        delta".
    move "  >" to ck-label
    move cp-count-gt to ck-a-value
    move cq-count-gt to ck-b-value
    perform ck-compare-header
    move "  <" to ck-label
    move cp-count-lt to ck-a-value
    move cq-count-lt to ck-b-value
    perform ck-compare-header
    move "  +" to ck-label
    move cp-count-plus to ck-a-value
    move cq-count-plus to ck-b-value
    perform ck-compare-header
    move "  -" to ck-label
    move cp-count-minus to ck-a-value
    move cq-count-minus to ck-b-value
    perform ck-compare-header
    move "  ." to ck-label
    move cp-count-dot to ck-a-value
    move cq-count-dot to ck-b-value
    perform ck-compare-header
    move "  ," to ck-label
    move cp-count-comma to ck-a-value
    move cq-count-comma to ck-b-value
    perform ck-compare-header
    move "  [" to ck-label
    move cp-count-lbrack to ck-a-value
    move cq-count-lbrack to ck-b-value
    perform ck-compare-header
    move "  ]" to ck-label
    move cp-count-rbrack to ck-a-value
    move cq-count-rbrack to ck-b-value
    perform ck-compare-header
    move "  idiom ops" to ck-label
    move cp-count-idiom to ck-a-value
    move cq-count-idiom to ck-b-value
    perform ck-compare-header
    move "highest tape pointer" to ck-label
    move cp-max-dptr to ck-a-value
    move cq-max-dptr to ck-b-value
    perform ck-compare-header

    display " ".
    display "---- cells that differ ----".
    display "        cell  checkpoint A  checkpoint B        delta".
    if cp-tape-length > cq-tape-length
        move cp-tape-length to ck-long-len
    else
        move cq-tape-length to ck-long-len
    end-if

    perform varying ck-idx from 1 by 1 until ck-idx > ck-long-len
        move 'N' to ck-a-present-flag
        move 'N' to ck-b-present-flag
        move 0 to ck-a-value
        move 0 to ck-b-value
        if ck-idx <= cp-tape-length
            set ck-a-present to true
            move cp-tape(ck-idx) to ck-a-value
        end-if
        if ck-idx <= cq-tape-length
            set ck-b-present to true
            move cq-tape(ck-idx) to ck-b-value
        end-if
        if ck-a-value not = ck-b-value
            add 1 to ck-differ-count
            perform ck-compare-cell
        end-if
    end-perform.

    move ck-differ-count to ck-display
    display "cells that differ: " trim(ck-display, leading).
    if cp-tape-length not = cq-tape-length
        display "tape lengths differ; cells past the shorter tape "
            "are compared as zero"
    end-if

    if ck-differ-count = 0 and ck-header-differ = 0
        display "result: checkpoints are identical"
    else
        move 2 to return-code
    end-if.

ck-compare-header.
    if ck-a-value not = ck-b-value
        add 1 to ck-header-differ
    end-if
    move ck-a-value to ck-a-display
    move ck-b-value to ck-b-display
    compute ck-delta = ck-b-value - ck-a-value
    display ck-label "  " ck-a-display "    " ck-b-display
        "  " ck-delta.

ck-compare-cell.
    move ck-idx to ck-display
    if ck-a-present
        move ck-a-value to ck-a-display
        move ck-a-display to ck-a-text
    else
        move "    absent" to ck-a-text
    end-if
    if ck-b-present
        move ck-b-value to ck-b-display
        move ck-b-display to ck-b-text
    else
        move "    absent" to ck-b-text
    end-if
    compute ck-delta = ck-b-value - ck-a-value
    display "  " ck-display "    " ck-a-text "    " ck-b-text
        "  " ck-delta.

ck-usage.
    display "usage: bfckpt <checkpoint> [checkpoint-b] [window]"
        upon stderr.
    stop run returning 1.

end program bfckpt.
