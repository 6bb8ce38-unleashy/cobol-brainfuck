        >>source format is free
identification division.
program-id. bfrunlst.

*> nightly run-list generator: builds the night's bfdriver control file
*> from the production catalog, the bfslamon schedule-definitions file
*> and the business calendar, instead of an operator hand-editing the
*> deck every afternoon. every catalog key is considered; a key goes
*> into the run list as '@key' when it is PROD, its source is on the
*> schedule, and the run date is one of its day types. a key defined
*> as the dependent of another follows it as a '|@key' chain entry, so
*> bfdriver feeds it the upstream step's output. a run-list report
*> shows each key included and each key excluded, with the reason.
*>
*> schedule-definitions file: the bfslamon format, one entry per line,
*>   <runs-per-day> <latest-start HHMMSS> <max-elapsed-secs> <source>
*> plus run-list directives, which bfslamon skips:
*>   $days  <key> <day-type>[,<day-type>...]
*>   $after <key> <upstream-key>
*> day types: DAILY, WORKDAY (Monday to Friday, not a holiday),
*> WEEKEND, HOLIDAY, MONTH-END, QUARTER-END, or a day name (MONDAY to
*> SUNDAY). a scheduled key with no $days directive runs DAILY. on a
*> holiday only keys that list HOLIDAY run. $after makes <key> a
*> dependent of <upstream-key>; bfdriver chains are a straight line, so
*> a key has at most one upstream and at most one dependent. a
*> dependent runs only when its upstream runs, and is written in the
*> upstream's chain whatever its own source's position.
*>
*> business-calendar dataset, one date per line ('*' lines and blank
*> lines are commentary):
*>   <YYYYMMDD> <HOLIDAY|MONTH-END|QUARTER-END> [description]
*> the business month-end and quarter-end are whatever days the
*> calendar marks; a QUARTER-END day is a MONTH-END day as well. a date
*> may appear on more than one line.
*>
*> usage: bfrunlst <catalog> <schedule-file> <calendar>
*>                 [run-date YYYYMMDD] [control-file]
*> run-date defaults to today, control-file to bfdriver-control.txt.
*> the sources of the keys in the run list are also written, one per
*> line, to <control-file>.sources; bfslamon takes that dataset to
*> monitor the night's schedule against the same definition of what
*> runs, so keys left out for the day type, a holiday or their status
*> are not reported as missed.
*> an invalid schedule or calendar line, or a dependency the control
*> file cannot express, rejects the run (rc 1) without writing it.

environment division.
configuration section.
repository.
    function trim numval integer-of-date mod intrinsic.

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

    select Calendar-File assign to dynamic calendar-file-arg
        organization is line sequential
        file status is calendar-file-status.

    select Control-File assign to dynamic control-file-arg
        organization is line sequential
        file status is control-file-status.

    select Sources-File assign to dynamic sources-file-arg
        organization is line sequential
        file status is sources-file-status.

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

    fd Calendar-File.
    01 cl-record  pic X(255).

    fd Control-File.
    01 ctl-record  pic X(255).

    fd Sources-File.
    01 so-record  pic X(255).

working-storage section.
    01 catalog-file-arg      pic X(255) value is space.
    01 catalog-file-status   pic 99.
    01 schedule-file-arg     pic X(255) value is space.
    01 schedule-file-status  pic 99.
    01 calendar-file-arg     pic X(255) value is space.
    01 calendar-file-status  pic 99.
    01 control-file-arg      pic X(255) value is space.
    01 control-file-status   pic 99.
    01 sources-file-arg      pic X(255) value is space.
    01 sources-file-status   pic 99.
    01 run-date-arg          pic X(9)   value is space.
    01 run-date              pic 9(8).

    01 rl-cat-eof-flag  pic X value is 'N'.
        88 rl-cat-at-end        value is 'Y'.
    01 rl-eof-flag      pic X value is 'N'.
        88 rl-at-end            value is 'Y'.

    *> every catalog key, in key order, with what the schedule says
    *> about it and what the run list decided
    01 rl-keys.
        02 rl-key-count usage is binary-long value is zero.
        02 rl-key-entry occurs 0 to 1000 times depending on rl-key-count
                         indexed by rl-key-idx.
            03 rl-key-name      pic X(8).
            03 rl-key-source    pic X(255).
            03 rl-key-status    pic X(4).
            03 rl-key-sched     pic X.
                88 rl-key-scheduled  value is 'Y'.
            03 rl-key-types     pic X(80).
            03 rl-key-up        usage is binary-long.
            03 rl-key-down      usage is binary-long.
            03 rl-key-state     pic X.
                88 rl-key-included   value is 'I'.
                88 rl-key-excluded   value is 'X'.
            03 rl-key-reason    pic X(80).

    01 rl-schedule.
        02 rl-sched-count usage is binary-long value is zero.
        02 rl-sched-entry occurs 0 to 200 times
                           depending on rl-sched-count
                           indexed by rl-sched-idx.
            03 rl-sched-source  pic X(255).

    *> schedule and calendar line parsing, bfslamon's rules
    01 rl-line-no     usage is binary-long.
    01 rl-parse-ptr   usage is binary-long.
    01 rl-runs-text   pic X(9).
    01 rl-cutoff-text pic X(9).
    01 rl-max-text    pic X(9).
    01 rl-num-text    pic X(9).
    01 rl-cidx        usage is binary-long.
    01 rl-num-ok-flag  pic X.
        88 rl-num-ok           value is 'Y'.
    01 rl-num-end-flag pic X.
        88 rl-num-ended        value is 'Y'.
    01 rl-bad-line-flag pic X.
        88 rl-bad-line          value is 'Y'.
    01 rl-error-count usage is binary-long value is zero.
    01 rl-warning-count usage is binary-long value is zero.

    01 rl-verb       pic X(20).
    01 rl-dir-key    pic X(20).
    01 rl-dir-value  pic X(80).
    01 rl-dir-extra  pic X(80).
    01 rl-slot       usage is binary-long.
    01 rl-slot-2     usage is binary-long.
    01 rl-find-name  pic X(8).

    01 rl-cal-date-text pic X(9).
    01 rl-cal-date      pic 9(8).
    01 rl-cal-type      pic X(20).
    01 rl-cal-desc      pic X(80).
    01 rl-holiday-desc  pic X(80) value is spaces.

    *> the run date's day types
    01 rl-dow        usage is binary-long.
    01 rl-day-names-text  pic X(63) value is
        "MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   SATURDAY SUNDAY   ".
    01 rl-day-names redefines rl-day-names-text.
        02 rl-day-name pic X(9) occurs 7 times.
    01 rl-today-holiday-flag     pic X value is 'N'.
        88 rl-today-holiday          value is 'Y'.
    01 rl-today-month-end-flag   pic X value is 'N'.
        88 rl-today-month-end        value is 'Y'.
    01 rl-today-quarter-end-flag pic X value is 'N'.
        88 rl-today-quarter-end      value is 'Y'.
    01 rl-today-weekend-flag     pic X value is 'N'.
        88 rl-today-weekend          value is 'Y'.
    01 rl-today-types  pic X(80).
    01 rl-today-ptr    usage is binary-long.

    *> one entry's day-type list, checked a type at a time
    01 rl-type-list    pic X(80).
    01 rl-type         pic X(20).
    01 rl-type-ptr     usage is binary-long.
    01 rl-type-valid-flag pic X.
        88 rl-type-valid        value is 'Y'.
    01 rl-type-hit-flag   pic X.
        88 rl-type-hit          value is 'Y'.
    01 rl-allow-holiday-flag pic X.
        88 rl-allow-holiday     value is 'Y'.
    01 rl-list-ok-flag    pic X.
        88 rl-list-ok           value is 'Y'.
    01 rl-day-hit-flag    pic X.
        88 rl-day-hit           value is 'Y'.
    01 rl-dup-flag        pic X.
        88 rl-dup-source        value is 'Y'.

    01 rl-steps        usage is binary-long.
    01 rl-changed-flag pic X.
        88 rl-changed           value is 'Y'.

    01 rl-included-count  usage is binary-long value is zero.
    01 rl-excluded-count  usage is binary-long value is zero.
    01 rl-chain-count     usage is binary-long value is zero.
    01 rl-written-count   usage is binary-long value is zero.

    01 rl-display    pic Z(9)9.
    01 rl-display-2  pic Z(9)9.

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

calendar-file-error section.
use after standard error procedure on Calendar-File.
    evaluate calendar-file-status
        when 35    display "cannot find business calendar "
                       trim(calendar-file-arg, trailing) upon stderr
        when other display "error with business calendar ("
                       calendar-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

control-file-error section.
use after standard error procedure on Control-File.
    display "error with control file "
        trim(control-file-arg, trailing)
        " (" control-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

sources-file-error section.
use after standard error procedure on Sources-File.
    display "error with run-list sources dataset "
        trim(sources-file-arg, trailing)
        " (" sources-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception perform rl-usage.

    display 2 upon argument-number.
    accept schedule-file-arg from argument-value
        on exception perform rl-usage.

    display 3 upon argument-number.
    accept calendar-file-arg from argument-value
        on exception perform rl-usage.

    display 4 upon argument-number.
    accept run-date-arg from argument-value
        on exception continue.

    display 5 upon argument-number.
    accept control-file-arg from argument-value
        on exception continue.

    if catalog-file-arg = spaces or schedule-file-arg = spaces
            or calendar-file-arg = spaces
        perform rl-usage
    end-if

    if control-file-arg = spaces
        move "bfdriver-control.txt" to control-file-arg
    end-if
    move spaces to sources-file-arg
    string trim(control-file-arg, trailing) ".sources"
        into sources-file-arg

    if run-date-arg = spaces
        accept run-date from date yyyymmdd
    else
        move run-date-arg to rl-num-text
        perform rl-check-numeric
        if not rl-num-ok or run-date-arg(9:) not = spaces
                or run-date-arg(8:1) = space
            display "bad run date '" trim(run-date-arg, trailing)
                "' (YYYYMMDD expected)" upon stderr
            stop run returning 1
        end-if
        compute run-date = numval(run-date-arg)
        if integer-of-date(run-date) = 0
            display "bad run date '" trim(run-date-arg, trailing)
                "' (not a calendar date)" upon stderr
            stop run returning 1
        end-if
    end-if

    perform rl-load-catalog.
    perform rl-load-calendar.
    perform rl-day-types.
    perform rl-load-schedule.

    if rl-error-count > 0
        move rl-error-count to rl-display
        display trim(rl-display, leading)
            " invalid schedule or calendar line(s); run list not "
            "written" upon stderr
        stop run returning 1
    end-if

    perform rl-check-chains.
    perform rl-select-keys.
    perform rl-propagate-upstream.
    perform rl-write-control.
    perform rl-write-sources.
    perform rl-print-report.

    stop run.

rl-load-catalog.
    open input Catalog-File.

    perform until rl-cat-at-end
        read Catalog-File next record
            at end set rl-cat-at-end to true
        end-read

        if not rl-cat-at-end
            if rl-key-count = 1000
                display "catalog holds more than 1000 entries"
                    upon stderr
                close Catalog-File
                stop run returning 1
            end-if
            add 1 to rl-key-count
            set rl-key-idx to rl-key-count
            move cat-key to rl-key-name(rl-key-idx)
            move cat-source to rl-key-source(rl-key-idx)
            move cat-status to rl-key-status(rl-key-idx)
            move 'N' to rl-key-sched(rl-key-idx)
            move "DAILY" to rl-key-types(rl-key-idx)
            move 0 to rl-key-up(rl-key-idx)
            move 0 to rl-key-down(rl-key-idx)
            move space to rl-key-state(rl-key-idx)
            move spaces to rl-key-reason(rl-key-idx)
        end-if
    end-perform.

    close Catalog-File.

rl-load-calendar.
    *> only the run date's lines matter, but every line is checked so
    *> a mistyped date is caught the day it is entered
    move 'N' to rl-eof-flag
    move 0 to rl-line-no

    open input Calendar-File.

    perform until rl-at-end
        read Calendar-File next record
            at end set rl-at-end to true
        end-read

        if not rl-at-end
            add 1 to rl-line-no
            if cl-record not = spaces and cl-record(1:1) not = '*'
                perform rl-calendar-line
            end-if
        end-if
    end-perform.

    close Calendar-File.

rl-calendar-line.
    move 'N' to rl-bad-line-flag
    move spaces to rl-cal-date-text
    move spaces to rl-cal-type
    move 1 to rl-parse-ptr
    unstring cl-record delimited by all " "
        into rl-cal-date-text rl-cal-type
        with pointer rl-parse-ptr
    end-unstring
    move spaces to rl-cal-desc
    if rl-parse-ptr <= 255
        move trim(cl-record(rl-parse-ptr:), leading) to rl-cal-desc
    end-if

    move rl-cal-date-text to rl-num-text
    perform rl-check-numeric
    if not rl-num-ok or rl-cal-date-text(9:) not = spaces
            or rl-cal-date-text(8:1) = space
        set rl-bad-line to true
    else
        compute rl-cal-date = numval(rl-cal-date-text)
        if integer-of-date(rl-cal-date) = 0
            set rl-bad-line to true
        end-if
    end-if

    if rl-cal-type not = "HOLIDAY" and rl-cal-type not = "MONTH-END"
            and rl-cal-type not = "QUARTER-END"
        set rl-bad-line to true
    end-if

    if rl-bad-line
        add 1 to rl-error-count
        move rl-line-no to rl-display
        display "calendar error at line " trim(rl-display, leading)
            ": " trim(cl-record, trailing) upon stderr
        exit paragraph
    end-if

    if rl-cal-date not = run-date
        exit paragraph
    end-if

    evaluate rl-cal-type
        when "HOLIDAY"
            set rl-today-holiday to true
            if rl-cal-desc not = spaces
                move rl-cal-desc to rl-holiday-desc
            end-if
        when "MONTH-END"
            set rl-today-month-end to true
        when "QUARTER-END"
            set rl-today-quarter-end to true
            set rl-today-month-end to true
    end-evaluate.

rl-load-schedule.
    move 'N' to rl-eof-flag
    move 0 to rl-line-no

    open input Schedule-File.

    perform until rl-at-end
        read Schedule-File next record
            at end set rl-at-end to true
        end-read

        if not rl-at-end
            add 1 to rl-line-no
            if sp-record not = spaces and sp-record(1:1) not = '*'
                if sp-record(1:1) = '$'
                    perform rl-directive-line
                else
                    perform rl-schedule-line
                end-if
            end-if
        end-if
    end-perform.

    close Schedule-File.

rl-schedule-line.
    if rl-sched-count = 200
        display "schedule holds more than 200 entries" upon stderr
        close Schedule-File
        stop run returning 1
    end-if

    move 'N' to rl-bad-line-flag
    move spaces to rl-runs-text
    move spaces to rl-cutoff-text
    move spaces to rl-max-text

    move 1 to rl-parse-ptr
    unstring sp-record delimited by all " "
        into rl-runs-text rl-cutoff-text rl-max-text
        with pointer rl-parse-ptr
    end-unstring

    move rl-runs-text to rl-num-text
    perform rl-check-numeric
    if not rl-num-ok
        set rl-bad-line to true
    end-if

    move rl-cutoff-text to rl-num-text
    perform rl-check-numeric
    if not rl-num-ok or rl-cutoff-text(7:) not = spaces
            or rl-cutoff-text(6:1) = space
        set rl-bad-line to true
    end-if

    move rl-max-text to rl-num-text
    perform rl-check-numeric
    if not rl-num-ok
        set rl-bad-line to true
    end-if

    if rl-parse-ptr > 255
        set rl-bad-line to true
    else
        if sp-record(rl-parse-ptr:) = spaces
            set rl-bad-line to true
        end-if
    end-if

    if rl-bad-line
        perform rl-schedule-error
        exit paragraph
    end-if

    add 1 to rl-sched-count
    set rl-sched-idx to rl-sched-count
    move trim(sp-record(rl-parse-ptr:), leading)
        to rl-sched-source(rl-sched-idx)

    *> every catalog key running this source is on the schedule
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        if rl-key-source(rl-key-idx) = rl-sched-source(rl-sched-idx)
            set rl-key-scheduled(rl-key-idx) to true
        end-if
    end-perform.

rl-directive-line.
    move spaces to rl-verb
    move spaces to rl-dir-key
    move spaces to rl-dir-value
    move spaces to rl-dir-extra
    unstring sp-record delimited by all " "
        into rl-verb rl-dir-key rl-dir-value rl-dir-extra
    end-unstring

    if rl-dir-key = spaces or rl-dir-value = spaces
            or rl-dir-extra not = spaces or rl-dir-key(9:) not = spaces
        perform rl-schedule-error
        exit paragraph
    end-if

    *> a directive for a key the catalog no longer holds is noted and
    *> ignored rather than holding up the night's batch
    move rl-dir-key(1:8) to rl-find-name
    perform rl-find-key
    if rl-slot = 0
        add 1 to rl-warning-count
        move rl-line-no to rl-display
        display "warning: schedule line "
            trim(rl-display, leading) " names catalog key "
            trim(rl-dir-key, trailing) ", which is not in the catalog"
            upon stderr
        exit paragraph
    end-if

    evaluate rl-verb
        when "$days"
            move rl-dir-value to rl-type-list
            perform rl-check-type-list
            if not rl-list-ok
                perform rl-schedule-error
                exit paragraph
            end-if
            move rl-dir-value to rl-key-types(rl-slot)
        when "$after"
            move rl-slot to rl-slot-2
            if rl-dir-value(9:) not = spaces
                perform rl-schedule-error
                exit paragraph
            end-if
            move rl-dir-value(1:8) to rl-find-name
            perform rl-find-key
            if rl-slot = 0
                add 1 to rl-warning-count
                move rl-line-no to rl-display
                display "warning: schedule line "
                    trim(rl-display, leading) " names catalog key "
                    trim(rl-dir-value, trailing)
                    ", which is not in the catalog" upon stderr
                exit paragraph
            end-if
            *> a straight-line chain: one upstream, one dependent
            if rl-key-up(rl-slot-2) not = 0
                    or rl-key-down(rl-slot) not = 0
                    or rl-slot = rl-slot-2
                add 1 to rl-error-count
                move rl-line-no to rl-display
                display "schedule error at line "
                    trim(rl-display, leading)
                    ": a key may have only one upstream and one "
                    "dependent: " trim(sp-record, trailing) upon stderr
                exit paragraph
            end-if
            move rl-slot to rl-key-up(rl-slot-2)
            move rl-slot-2 to rl-key-down(rl-slot)
        when other
            perform rl-schedule-error
    end-evaluate.

rl-schedule-error.
    add 1 to rl-error-count
    move rl-line-no to rl-display
    display "schedule error at line " trim(rl-display, leading)
        ": " trim(sp-record, trailing) upon stderr.

rl-find-key.
    move 0 to rl-slot
    perform varying rl-key-idx from 1 by 1
            until rl-key-idx > rl-key-count or rl-slot > 0
        if rl-key-name(rl-key-idx) = rl-find-name
            set rl-slot to rl-key-idx
        end-if
    end-perform.

rl-check-type-list.
    *> every comma-separated type must be one the run list knows
    move 'Y' to rl-list-ok-flag
    move 1 to rl-type-ptr
    perform until rl-type-ptr > 80 or not rl-list-ok
        move spaces to rl-type
        unstring rl-type-list delimited by "," or " "
            into rl-type
            with pointer rl-type-ptr
        end-unstring
        if rl-type = spaces
            if rl-type-ptr <= 80
                if rl-type-list(rl-type-ptr:) not = spaces
                    move 'N' to rl-list-ok-flag
                end-if
            end-if
            exit perform
        end-if
        perform rl-test-type
        if not rl-type-valid
            move 'N' to rl-list-ok-flag
        end-if
    end-perform.

rl-test-type.
    move 'Y' to rl-type-valid-flag
    move 'N' to rl-type-hit-flag
    evaluate rl-type
        when "DAILY"
            set rl-type-hit to true
        when "WORKDAY"
            if not rl-today-weekend and not rl-today-holiday
                set rl-type-hit to true
            end-if
        when "WEEKEND"
            if rl-today-weekend
                set rl-type-hit to true
            end-if
        when "HOLIDAY"
            set rl-allow-holiday to true
            if rl-today-holiday
                set rl-type-hit to true
            end-if
        when "MONTH-END"
            if rl-today-month-end
                set rl-type-hit to true
            end-if
        when "QUARTER-END"
            if rl-today-quarter-end
                set rl-type-hit to true
            end-if
        when "MONDAY"
        when "TUESDAY"
        when "WEDNESDAY"
        when "THURSDAY"
        when "FRIDAY"
        when "SATURDAY"
        when "SUNDAY"
            if rl-type = rl-day-name(rl-dow)
                set rl-type-hit to true
            end-if
        when other
            move 'N' to rl-type-valid-flag
    end-evaluate.

rl-check-numeric.
    *> 1-9 digits and nothing else, bfslamon's rule
    move 'Y' to rl-num-ok-flag
    move 'N' to rl-num-end-flag

    perform varying rl-cidx from 1 by 1 until rl-cidx > 9
        evaluate rl-num-text(rl-cidx:1)
            when '0' thru '9'
                if rl-num-ended
                    move 'N' to rl-num-ok-flag
                end-if
            when space
                set rl-num-ended to true
            when other
                move 'N' to rl-num-ok-flag
        end-evaluate
    end-perform

    if rl-num-text = spaces
        move 'N' to rl-num-ok-flag
    end-if.

rl-check-chains.
    *> following upstream links from any key must end within the
    *> catalog's size; a longer walk means the $after lines loop
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        set rl-slot to rl-key-idx
        move 0 to rl-steps
        perform until rl-key-up(rl-slot) = 0 or rl-steps > rl-key-count
            move rl-key-up(rl-slot) to rl-slot
            add 1 to rl-steps
        end-perform
        if rl-steps > rl-key-count
            display "schedule error: $after directives for catalog key "
                trim(rl-key-name(rl-key-idx), trailing)
                " form a loop; run list not written" upon stderr
            stop run returning 1
        end-if
    end-perform.

rl-day-types.
    *> 1601-01-01, integer-of-date day 1, was a Monday
    compute rl-dow = mod(integer-of-date(run-date) - 1, 7) + 1
    if rl-dow > 5
        set rl-today-weekend to true
    end-if

    move spaces to rl-today-types
    move 1 to rl-today-ptr
    string trim(rl-day-name(rl-dow), trailing) delimited by size
        into rl-today-types with pointer rl-today-ptr
    evaluate true
        when rl-today-holiday
            string ", HOLIDAY" delimited by size
                into rl-today-types with pointer rl-today-ptr
        when rl-today-weekend
            string ", WEEKEND" delimited by size
                into rl-today-types with pointer rl-today-ptr
        when other
            string ", WORKDAY" delimited by size
                into rl-today-types with pointer rl-today-ptr
    end-evaluate
    if rl-today-holiday and rl-today-weekend
        string ", WEEKEND" delimited by size
            into rl-today-types with pointer rl-today-ptr
    end-if
    if rl-today-month-end
        string ", MONTH-END" delimited by size
            into rl-today-types with pointer rl-today-ptr
    end-if
    if rl-today-quarter-end
        string ", QUARTER-END" delimited by size
            into rl-today-types with pointer rl-today-ptr
    end-if.

rl-select-keys.
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        evaluate true
            when rl-key-status(rl-key-idx) not = "PROD"
                set rl-key-excluded(rl-key-idx) to true
                move spaces to rl-key-reason(rl-key-idx)
                string trim(rl-key-status(rl-key-idx), trailing)
                           " status"
                    into rl-key-reason(rl-key-idx)
            when not rl-key-scheduled(rl-key-idx)
                set rl-key-excluded(rl-key-idx) to true
                move "source not on the schedule"
                    to rl-key-reason(rl-key-idx)
            when other
                perform rl-match-day
        end-evaluate
    end-perform.

rl-match-day.
    *> the key runs when any of its day types is one of the run
    *> date's; on a holiday it also has to list HOLIDAY
    move 'N' to rl-allow-holiday-flag
    move 'N' to rl-day-hit-flag
    move rl-key-types(rl-key-idx) to rl-type-list
    move 1 to rl-type-ptr
    perform until rl-type-ptr > 80
        move spaces to rl-type
        unstring rl-type-list delimited by "," or " "
            into rl-type
            with pointer rl-type-ptr
        end-unstring
        if rl-type = spaces
            exit perform
        end-if
        perform rl-test-type
        if rl-type-hit
            set rl-day-hit to true
        end-if
    end-perform

    evaluate true
        when rl-today-holiday and not rl-allow-holiday
            set rl-key-excluded(rl-key-idx) to true
            move spaces to rl-key-reason(rl-key-idx)
            if rl-holiday-desc = spaces
                move "holiday" to rl-key-reason(rl-key-idx)
            else
                string "holiday (" trim(rl-holiday-desc, trailing) ")"
                    into rl-key-reason(rl-key-idx)
            end-if
        when not rl-day-hit
            set rl-key-excluded(rl-key-idx) to true
            move spaces to rl-key-reason(rl-key-idx)
            string "not scheduled for this day type (runs "
                       trim(rl-key-types(rl-key-idx), trailing) ")"
                into rl-key-reason(rl-key-idx)
        when other
            set rl-key-included(rl-key-idx) to true
    end-evaluate.

rl-propagate-upstream.
    *> a dependent has no input unless its upstream runs; repeat until
    *> a pass changes nothing so a whole chain below a gap drops out
    set rl-changed to true
    perform until not rl-changed
        move 'N' to rl-changed-flag
        perform varying rl-key-idx from 1 by 1
                until rl-key-idx > rl-key-count
            if rl-key-included(rl-key-idx)
                    and rl-key-up(rl-key-idx) not = 0
                move rl-key-up(rl-key-idx) to rl-slot
                if not rl-key-included(rl-slot)
                    set rl-key-excluded(rl-key-idx) to true
                    move spaces to rl-key-reason(rl-key-idx)
                    string "upstream "
                               trim(rl-key-name(rl-slot), trailing)
                               " not running"
                        into rl-key-reason(rl-key-idx)
                    set rl-changed to true
                end-if
            end-if
        end-perform
    end-perform.

rl-write-control.
    open output Control-File.

    *> chains start at included keys with no upstream, in key order;
    *> each is followed by its included dependents
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        if rl-key-included(rl-key-idx) and rl-key-up(rl-key-idx) = 0
            add 1 to rl-chain-count
            move spaces to ctl-record
            string "@" trim(rl-key-name(rl-key-idx), trailing)
                into ctl-record
            write ctl-record
            add 1 to rl-written-count

            move rl-key-down(rl-key-idx) to rl-slot
            perform until rl-slot = 0
                if not rl-key-included(rl-slot)
                    exit perform
                end-if
                move spaces to ctl-record
                string "|@" trim(rl-key-name(rl-slot), trailing)
                    into ctl-record
                write ctl-record
                add 1 to rl-written-count
                move rl-key-down(rl-slot) to rl-slot
            end-perform
        end-if
    end-perform.

    close Control-File.

rl-write-sources.
    *> each included source once, however many keys run it
    open output Sources-File.

    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        if rl-key-included(rl-key-idx)
            move 'N' to rl-dup-flag
            perform varying rl-slot from 1 by 1
                    until rl-slot >= rl-key-idx or rl-dup-source
                if rl-key-included(rl-slot)
                        and rl-key-source(rl-slot) = rl-key-source(rl-key-idx)
                    set rl-dup-source to true
                end-if
            end-perform
            if not rl-dup-source
                move rl-key-source(rl-key-idx) to so-record
                write so-record
            end-if
        end-if
    end-perform.

    close Sources-File.

rl-print-report.
    display "==== nightly run list ====".
    display "run date:      " run-date " ("
        trim(rl-today-types, trailing) ")".
    display "catalog:       " trim(catalog-file-arg, trailing).
    display "schedule:      " trim(schedule-file-arg, trailing).
    display "calendar:      " trim(calendar-file-arg, trailing).
    display "control file:  " trim(control-file-arg, trailing).
    display "sources:       " trim(sources-file-arg, trailing).

    display " ".
    display "---- included ----".
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        if rl-key-included(rl-key-idx)
            add 1 to rl-included-count
            if rl-key-up(rl-key-idx) = 0
                display "  " rl-key-name(rl-key-idx) "  "
                    trim(rl-key-source(rl-key-idx), trailing)
            else
                move rl-key-up(rl-key-idx) to rl-slot
                display "  " rl-key-name(rl-key-idx) "  "
                    trim(rl-key-source(rl-key-idx), trailing)
                    "  (chained after "
                    trim(rl-key-name(rl-slot), trailing) ")"
            end-if
        end-if
    end-perform.

    display " ".
    display "---- excluded ----".
    perform varying rl-key-idx from 1 by 1 until rl-key-idx > rl-key-count
        if rl-key-excluded(rl-key-idx)
            add 1 to rl-excluded-count
            display "  " rl-key-name(rl-key-idx) "  "
                trim(rl-key-reason(rl-key-idx), trailing)
        end-if
    end-perform.

    display " ".
    move rl-key-count to rl-display
    display "catalog keys:     " trim(rl-display, leading).
    move rl-included-count to rl-display
    move rl-chain-count to rl-display-2
    display "keys included:    " trim(rl-display, leading)
        " in " trim(rl-display-2, leading) " chain(s)".
    move rl-excluded-count to rl-display
    display "keys excluded:    " trim(rl-display, leading).
    move rl-written-count to rl-display
    display "control entries:  " trim(rl-display, leading).
    if rl-warning-count > 0
        move rl-warning-count to rl-display
        display "warnings:         " trim(rl-display, leading)
    end-if.

rl-usage.
    display "usage: bfrunlst <catalog> <schedule-file> <calendar> "
        "[run-date YYYYMMDD] [control-file]" upon stderr.
    stop run returning 1.

end program bfrunlst.
