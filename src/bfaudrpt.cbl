*> source, and per user; instruction totals; the longest-running
*> jobs; and a trend comparison of the most recent seven days of
*> activity against the seven days before that.
*>
*> usage: bfaudrpt [audit-log | LIST=<dataset>] [from-date] [to-date]
*> the audit log defaults to brainfuck-audit.log. LIST=<dataset> reads
*> every audit dataset the list names, one per line ('*' and blank
*> lines are commentary) -- typically the monthly archives bfaudret
*> writes, plus the master -- as one history for year-end and
*> audit-period reporting; a listed dataset that is missing is noted
*> and skipped. from-date and to-date (YYYYMMDD, inclusive) confine
*> the report to runs started in that period.

environment division.
configuration section.

input-output section.
file-control.
    select List-File assign to dynamic list-file-arg
        organization is line sequential
        file status is list-file-status.

    select Audit-File assign to dynamic audit-file-arg
        organization is line sequential
        file status is audit-file-status.

data division.
file section.
    fd List-File.
    01 ls-record  pic X(255).

    fd Audit-File.
    01 au-record.
        02 au-source-file  pic X(255).
        02 au-instr-count  pic X(10).

working-storage section.
    01 list-file-arg      pic X(255) value is space.
    01 list-file-status   pic 99.
    01 audit-file-arg     pic X(255) value is space.
    01 audit-file-status  pic 99.

    01 ar-eof-flag  pic X value is 'N'.
        88 ar-at-end        value is 'Y'.
    01 ar-list-eof-flag pic X value is 'N'.
        88 ar-list-at-end   value is 'Y'.
    01 ar-list-mode-flag pic X value is 'N'.
        88 ar-list-mode     value is 'Y'.

    *> reporting period, inclusive; blank means unbounded
    01 ar-from-date  pic X(8) value is spaces.
    01 ar-to-date    pic X(8) value is spaces.
    01 ar-datasets-read    usage is binary-long value is zero.
    01 ar-datasets-missing usage is binary-long value is zero.

    01 ar-record-count   usage is binary-long value is zero.
    01 ar-failure-count  usage is binary-long value is zero.
procedure division.
declaratives.

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
    *> in LIST= mode a missing dataset is noted by the mainline and
    *> skipped
    if audit-file-status = 35 and ar-list-mode
        continue
    else
        evaluate audit-file-status
            when 35    display "cannot find audit file "
                           trim(audit-file-arg, trailing) upon stderr
            when other display "error with audit file ("
                           audit-file-status ")" upon stderr
        end-evaluate
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
        move "brainfuck-audit.log" to audit-file-arg
    end-if

    display 2 upon argument-number.
    accept ar-from-date from argument-value
        on exception continue.

    display 3 upon argument-number.
    accept ar-to-date from argument-value
        on exception continue.

    if (ar-from-date not = spaces and ar-from-date is not numeric)
            or (ar-to-date not = spaces and ar-to-date is not numeric)
        display "usage: bfaudrpt [audit-log | LIST=<dataset>] "
            "[from-date YYYYMMDD] [to-date YYYYMMDD]" upon stderr
        stop run returning 1
    end-if

    if audit-file-arg(1:5) = "LIST="
        set ar-list-mode to true
        move audit-file-arg(6:) to list-file-arg
        perform ar-read-list
    else
        perform ar-read-audit
    end-if

    if ar-record-count = 0
        if ar-list-mode
            display "no audit records found in the datasets listed in "
                trim(list-file-arg, trailing)
        else
            display "no audit records found in "
                trim(audit-file-arg, trailing)
        end-if
        stop run
    end-if

    perform ar-print-report.

    stop run.

ar-read-list.
    open input List-File.

    perform until ar-list-at-end
        read List-File next record
            at end set ar-list-at-end to true
        end-read

        if not ar-list-at-end
                and ls-record not = spaces
                and ls-record(1:1) not = '*'
            move ls-record to audit-file-arg
            perform ar-read-audit
        end-if
    end-perform.

    close List-File.

ar-read-audit.
    move 'N' to ar-eof-flag

    open input Audit-File.
    if audit-file-status = 35
        add 1 to ar-datasets-missing
        display "audit dataset " trim(audit-file-arg, trailing)
            " not found; skipped" upon stderr
        exit paragraph
    end-if
    add 1 to ar-datasets-read

    perform until ar-at-end
        read Audit-File next record
        end-read

        if not ar-at-end and au-record not = spaces
            if (ar-from-date = spaces
                        or au-start-ts(1:8) not < ar-from-date)
                    and (ar-to-date = spaces
                        or au-start-ts(1:8) not > ar-to-date)
                perform ar-tally-record
            end-if
        end-if
    end-perform.

    close Audit-File.

ar-tally-record.
    add 1 to ar-record-count


ar-print-report.
    display "==== brainfuck audit summary ====".
    if ar-list-mode
        move ar-datasets-read to ar-display
        move ar-datasets-missing to ar-display-2
        display "audit datasets listed in " trim(list-file-arg, trailing)
            ": " trim(ar-display, leading) " read, "
            trim(ar-display-2, leading) " missing"
    else
        display "audit file: " trim(audit-file-arg, trailing)
    end-if
    if ar-from-date not = spaces or ar-to-date not = spaces
        display "period:     " ar-from-date " - " ar-to-date
    end-if

    move ar-record-count to ar-display
    display "runs recorded:  " trim(ar-display, leading).
