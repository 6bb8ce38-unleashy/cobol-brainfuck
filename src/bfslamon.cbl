*> lines are commentary):
*>   <runs-per-day> <latest-start HHMMSS> <max-elapsed-secs> <source>
*> the source is the rest of the line, matched exactly against
*> au-source-file. lines starting '$' are run-list directives for
*> bfrunlst (day types and dependents per catalog key) and are not
*> monitored here.
*>
*> usage: bfslamon <schedule-file> [audit-file] [report-date YYYYMMDD]
*>                 [run-list-sources]
*> audit-file defaults to brainfuck-audit.log, report-date to today.
*> run-list-sources is the <control-file>.sources dataset bfrunlst
*> wrote for the report date's run list; when it is given, only the
*> schedule lines whose source is in that night's run list are
*> monitored, so a source left out for its day type, a holiday or its
*> catalog status is not reported as missed.

environment division.
configuration section.
        organization is line sequential
        file status is audit-file-status.

    select Sources-File assign to dynamic sources-file-arg
        organization is line sequential
        file status is sources-file-status.

data division.
file section.
    fd Schedule-File.
        02 filler          pic x.
        02 au-instr-count  pic X(10).

    fd Sources-File.
    01 so-record  pic X(255).

working-storage section.
    01 schedule-file-arg     pic X(255) value is space.
    01 schedule-file-status  pic 99.
    01 audit-file-status     pic 99.
    01 report-date-arg       pic X(9)   value is space.
    01 report-date           pic 9(8).
    01 sources-file-arg      pic X(255) value is space.
    01 sources-file-status   pic 99.

    *> the night's run list, when one is given
    01 sm-run-list.
        02 sm-run-count usage is binary-long value is zero.
        02 sm-run-entry occurs 0 to 1000 times depending on sm-run-count
                         indexed by sm-run-idx.
            03 sm-run-source  pic X(255).
    01 sm-run-list-flag pic X value is 'N'.
        88 sm-run-list-given    value is 'Y'.
    01 sm-listed-flag   pic X.
        88 sm-listed            value is 'Y'.
    01 sm-not-run-count usage is binary-long value is zero.

    01 sm-eof-flag  pic X value is 'N'.
        88 sm-at-end        value is 'Y'.
    move 1 to return-code.
    goback.

sources-file-error section.
use after standard error procedure on Sources-File.
    evaluate sources-file-status
        when 35    display "cannot find run-list sources dataset "
                       trim(sources-file-arg, trailing) upon stderr
        when other display "error with run-list sources dataset ("
                       sources-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

end declaratives.

main section.
        compute report-date = numval(report-date-arg)
    end-if

    display 4 upon argument-number.
    accept sources-file-arg from argument-value
        on exception continue.
    if sources-file-arg not = spaces
        set sm-run-list-given to true
        perform sm-load-run-list
    end-if

    perform sm-load-schedule.

    *> an empty run list (a holiday) legitimately monitors nothing
    if sm-sched-count = 0 and sm-not-run-count = 0
        display "no schedule entries found in "
            trim(schedule-file-arg, trailing) upon stderr
        stop run returning 1
    display "schedule:    " trim(schedule-file-arg, trailing).
    display "audit file:  " trim(audit-file-arg, trailing).
    display "report date: " report-date.
    if sm-run-list-given
        move sm-not-run-count to sm-display
        display "run list:    " trim(sources-file-arg, trailing)
            " (" trim(sm-display, leading)
            " scheduled source(s) not in it, not monitored)"
    end-if
    display " ".

    perform sm-scan-audit.
        if not sm-at-end
            add 1 to sm-line-no
            if sp-record not = spaces and sp-record(1:1) not = '*'
                    and sp-record(1:1) not = '$'
                perform sm-schedule-line
            end-if
        end-if
        stop run returning 1
    end-if.

sm-load-run-list.
    open input Sources-File.

    perform until sm-at-end
        read Sources-File next record
            at end set sm-at-end to true
        end-read

        if not sm-at-end and so-record not = spaces
            if sm-run-count = 1000
                display "run list holds more than 1000 sources"
                    upon stderr
                close Sources-File
                stop run returning 1
            end-if
            add 1 to sm-run-count
            set sm-run-idx to sm-run-count
            move so-record to sm-run-source(sm-run-idx)
        end-if
    end-perform.

    close Sources-File.

    move 'N' to sm-eof-flag.

sm-schedule-line.
    if sm-sched-count = 200
        display "schedule holds more than 200 entries" upon stderr
        exit paragraph
    end-if

    if sm-run-list-given
        move 'N' to sm-listed-flag
        perform varying sm-run-idx from 1 by 1
                until sm-run-idx > sm-run-count or sm-listed
            if sm-run-source(sm-run-idx)
                    = trim(sp-record(sm-parse-ptr:), leading)
                set sm-listed to true
            end-if
        end-perform
        if not sm-listed
            add 1 to sm-not-run-count
            exit paragraph
        end-if
    end-if

    add 1 to sm-sched-count
    set sm-sched-idx to sm-sched-count
    move trim(sp-record(sm-parse-ptr:), leading)

sm-usage.
    display "usage: bfslamon <schedule-file> [audit-file] "
        "[report-date YYYYMMDD] [run-list-sources]" upon stderr.
    stop run returning 1.

end program bfslamon.
