        >>source format is free
identification division.
program-id. bfaudret.

*> audit-log retention: bfaudmrg appends to the master log every shift
*> and nothing takes anything out, so every report that reads it reads
*> months of history to say something about one day. this moves every
*> record older than the retention period out of the master into a
*> monthly archive dataset -- one per YYYYMM of au-start-ts, appended
*> to if it already exists -- and rewrites the master with only the
*> records retained. bfaudrpt and bfchgbk take LIST=<dataset> to read
*> the archives back for year-end and audit-period reporting, so the
*> purge never loses history.
*>
*> usage: bfaudret <retention-days> [master-log] [archive-prefix]
*>                 [run-date]
*> a record is archived when its start date is more than
*> retention-days days before run-date (YYYYMMDD, default today). the
*> master defaults to brainfuck-audit.log; archives are named
*> <archive-prefix>YYYYMM.log, the prefix defaulting to
*> brainfuck-audit-archive-. records too malformed to date are
*> retained, and counted, rather than guessed at.
*>
*> the retained records are first split off into <master-log>.split,
*> which is renamed to <master-log>.retain only once the split has
*> finished, and copied back over the master only once every archive
*> write succeeded. a successful run leaves neither holding records,
*> so a run that finds one does not touch anything (rc 1):
*>   .split holding records: the last run stopped during the split.
*>     the master is intact; delete .split and remove that run's
*>     records from the monthly archives before rerunning.
*>   .retain holding records: the last run stopped while replacing
*>     the master, after every archive write succeeded. .retain is
*>     the complete retained master and the archives are complete:
*>     copy .retain over the master, then empty .retain.
*> the control report balances records read against records archived
*> plus retained, per-month archive counts against the total
*> archived, and the rewritten master against the retained count; any
*> imbalance returns 2.

environment division.
configuration section.
repository.
    function trim numval integer-of-date intrinsic.

input-output section.
file-control.
    select Master-File assign to dynamic master-file-arg
        organization is line sequential
        file status is master-file-status.

    select Split-File assign to dynamic split-file-arg
        organization is line sequential
        file status is split-file-status.

    select Retain-File assign to dynamic retain-file-arg
        organization is line sequential
        file status is retain-file-status.

    select Archive-File assign to dynamic archive-file-name
        organization is line sequential
        file status is archive-file-status.

data division.
file section.
    fd Master-File.
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

    fd Split-File.
    01 sl-record  pic X(316).

    fd Retain-File.
    01 rn-record  pic X(316).

    fd Archive-File.
    01 av-record  pic X(316).

working-storage section.
    01 master-file-arg      pic X(255) value is space.
    01 master-file-status   pic 99.
    01 retain-file-arg      pic X(255) value is space.
    01 retain-file-status   pic 99.
    01 split-file-arg       pic X(255) value is space.
    01 split-file-status    pic 99.
    01 rt-rename-status     usage is binary-long.
    01 archive-file-name    pic X(255) value is space.
    01 archive-file-status  pic 99.

    01 rt-days-arg     pic X(9) value is spaces.
    01 rt-prefix-arg   pic X(200) value is spaces.
    01 rt-run-date-arg pic X(8) value is spaces.
    01 rt-run-date     pic 9(8).
    01 rt-days         usage is binary-long.
    01 rt-cutoff-int   usage is binary-long.
    01 rt-rec-int      usage is binary-long.
    01 rt-rec-date     pic 9(8).

    01 rt-eof-flag  pic X value is 'N'.
        88 rt-at-end         value is 'Y'.
    01 rt-found-flag pic X.
        88 rt-found          value is 'Y'.

    *> the archive month currently open, spaces when none is
    01 rt-open-month  pic X(6) value is spaces.

    *> records archived per month, in the order the months were met
    01 rt-months.
        02 rt-month-count usage is binary-long value is zero.
        02 rt-month-entry occurs 0 to 600 times depending on rt-month-count
                           indexed by rt-month-idx.
            03 rt-month-key    pic X(6).
            03 rt-month-recs   usage is binary-long.

    01 rt-read-count      usage is binary-long value is zero.
    01 rt-archived-count  usage is binary-long value is zero.
    01 rt-retained-count  usage is binary-long value is zero.
    01 rt-malformed-count usage is binary-long value is zero.
    01 rt-rewritten-count usage is binary-long value is zero.
    01 rt-month-total     usage is binary-long value is zero.
    01 rt-balance-flag    pic X value is 'Y'.
        88 rt-in-balance       value is 'Y'.

    01 rt-display    pic Z(9)9.
    01 rt-display-2  pic Z(9)9.

procedure division.
declaratives.

master-file-error section.
use after standard error procedure on Master-File.
    evaluate master-file-status
        when 35    display "cannot find master log "
                       trim(master-file-arg, trailing) upon stderr
        when other display "error with master log ("
                       master-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

split-file-error section.
use after standard error procedure on Split-File.
    *> status 35 is the normal case: no unfinished split is left over
    if split-file-status not = 35
        display "error with split dataset "
            trim(split-file-arg, trailing)
            " (" split-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

retain-file-error section.
use after standard error procedure on Retain-File.
    *> status 35 is the normal first run: no staged copy exists yet
    if retain-file-status not = 35
        display "error with retained-records dataset "
            trim(retain-file-arg, trailing)
            " (" retain-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

archive-file-error section.
use after standard error procedure on Archive-File.
    *> status 35 is the expected/benign first-write case for a new
    *> month -- the mainline falls back to OPEN OUTPUT when EXTEND
    *> finds nothing there yet
    if archive-file-status not = 35
        display "error with archive dataset "
            trim(archive-file-name, trailing)
            " (" archive-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept rt-days-arg from argument-value
        on exception perform rt-usage.

    display 2 upon argument-number.
    accept master-file-arg from argument-value
        on exception continue.
    if master-file-arg = spaces
        move "brainfuck-audit.log" to master-file-arg
    end-if

    display 3 upon argument-number.
    accept rt-prefix-arg from argument-value
        on exception continue.
    if rt-prefix-arg = spaces
        move "brainfuck-audit-archive-" to rt-prefix-arg
    end-if

    display 4 upon argument-number.
    accept rt-run-date-arg from argument-value
        on exception continue.
    if rt-run-date-arg = spaces
        accept rt-run-date from date yyyymmdd
    else
        if rt-run-date-arg is not numeric
            display "run date must be YYYYMMDD: "
                trim(rt-run-date-arg, trailing) upon stderr
            stop run returning 1
        end-if
        move rt-run-date-arg to rt-run-date
        if integer-of-date(rt-run-date) = 0
            display "bad run date '" trim(rt-run-date-arg, trailing)
                "' (not a calendar date)" upon stderr
            stop run returning 1
        end-if
    end-if

    if trim(rt-days-arg) is not numeric
        display "retention days must be a number: "
            trim(rt-days-arg, trailing) upon stderr
        stop run returning 1
    end-if
    compute rt-days = numval(rt-days-arg)

    *> anything dated before the cutoff day is archived
    compute rt-cutoff-int = integer-of-date(rt-run-date) - rt-days

    move spaces to retain-file-arg
    string trim(master-file-arg, trailing) ".retain"
        into retain-file-arg
    move spaces to split-file-arg
    string trim(master-file-arg, trailing) ".split"
        into split-file-arg

    perform rt-check-prior-run.

    perform rt-split-master.

    if rt-archived-count = 0
        *> nothing aged out: leave the master exactly as it was
        open output Retain-File
        close Retain-File
        move rt-read-count to rt-rewritten-count
    else
        perform rt-rewrite-master
    end-if

    perform rt-print-report.

    if not rt-in-balance
        move 2 to return-code
    end-if.

    stop run.

rt-check-prior-run.
    *> a staged dataset still holding records means the last run
    *> stopped part way: rerunning now would either append the same
    *> records to the archives a second time or read a partial master
    *> over the only complete copy. which dataset holds them says
    *> which half of the run was interrupted.
    open input Split-File.
    if split-file-status not = 35
        read Split-File next record
            at end set rt-at-end to true
        end-read
        close Split-File
        if not rt-at-end
            display "the previous retention run stopped while splitting "
                trim(master-file-arg, trailing) "; the master is intact."
                " delete " trim(split-file-arg, trailing)
                " and remove that run's records from the monthly"
                " archives before rerunning" upon stderr
            stop run returning 1
        end-if
        move 'N' to rt-eof-flag
    end-if

    open input Retain-File.
    if retain-file-status = 35
        exit paragraph
    end-if

    read Retain-File next record
        at end set rt-at-end to true
    end-read
    close Retain-File.

    if not rt-at-end
        display "the previous retention run stopped while replacing "
            trim(master-file-arg, trailing) ": copy "
            trim(retain-file-arg, trailing)
            " over it, then empty " trim(retain-file-arg, trailing)
            "; the monthly archives are already complete" upon stderr
        stop run returning 1
    end-if

    move 'N' to rt-eof-flag.

rt-split-master.
    open input Master-File.
    open output Split-File.

    perform until rt-at-end
        read Master-File next record
            at end set rt-at-end to true
        end-read

        if not rt-at-end and au-record not = spaces
            add 1 to rt-read-count
            perform rt-route-record
        end-if
    end-perform.

    close Master-File.
    close Split-File.

    if rt-open-month not = spaces
        close Archive-File
    end-if.

    *> only a finished split becomes the retained copy
    call "CBL_RENAME_FILE" using split-file-arg retain-file-arg
        returning rt-rename-status
    end-call
    if rt-rename-status not = 0
        display "cannot rename " trim(split-file-arg, trailing)
            " to " trim(retain-file-arg, trailing)
            "; the master is intact" upon stderr
        stop run returning 1
    end-if.

rt-route-record.
    if au-start-ts is not numeric
        add 1 to rt-malformed-count
        perform rt-retain-record
        exit paragraph
    end-if

    move au-start-ts(1:8) to rt-rec-date
    compute rt-rec-int = integer-of-date(rt-rec-date)
    if rt-rec-int = 0
        *> digits, but not a calendar date
        add 1 to rt-malformed-count
        perform rt-retain-record
        exit paragraph
    end-if

    if rt-rec-int < rt-cutoff-int
        perform rt-archive-record
    else
        perform rt-retain-record
    end-if.

rt-retain-record.
    write sl-record from au-record
    add 1 to rt-retained-count.

rt-archive-record.
    *> the master is in timestamp order, so the open archive rarely
    *> changes; an out-of-order record just reopens its month
    if au-start-ts(1:6) not = rt-open-month
        if rt-open-month not = spaces
            close Archive-File
        end-if
        move au-start-ts(1:6) to rt-open-month
        move spaces to archive-file-name
        string trim(rt-prefix-arg, trailing) rt-open-month ".log"
            into archive-file-name
        open extend Archive-File
        if archive-file-status = 35
            open output Archive-File
        end-if
    end-if

    write av-record from au-record
    add 1 to rt-archived-count

    move 'N' to rt-found-flag
    perform varying rt-month-idx from 1 by 1
            until rt-month-idx > rt-month-count or rt-found
        if rt-month-key(rt-month-idx) = rt-open-month
            set rt-found to true
            set rt-month-idx down by 1
        end-if
    end-perform

    if not rt-found
        if rt-month-count = 600
            display "more than 600 archive months in one run"
                upon stderr
            close Archive-File
            stop run returning 1
        end-if
        add 1 to rt-month-count
        set rt-month-idx to rt-month-count
        move rt-open-month to rt-month-key(rt-month-idx)
        move 0 to rt-month-recs(rt-month-idx)
    end-if

    add 1 to rt-month-recs(rt-month-idx).

rt-rewrite-master.
    *> every archive is written and closed; only now is the master
    *> replaced by the staged retained records
    move 'N' to rt-eof-flag
    open input Retain-File.
    open output Master-File.

    perform until rt-at-end
        read Retain-File next record
            at end set rt-at-end to true
        end-read

        if not rt-at-end
            write au-record from rn-record
            add 1 to rt-rewritten-count
        end-if
    end-perform.

    close Retain-File.
    close Master-File.

    *> the staged copy is spent once the master holds it
    open output Retain-File.
    close Retain-File.

rt-print-report.
    display "==== audit retention control report ====".
    display "master log:     " trim(master-file-arg, trailing).
    move rt-days to rt-display
    display "retention:      " trim(rt-display, leading)
        " days before " rt-run-date.

    display " ".
    display "---- archived by month ----".
    if rt-month-count = 0
        display "none"
    end-if
    perform varying rt-month-idx from 1 by 1
            until rt-month-idx > rt-month-count
        move rt-month-recs(rt-month-idx) to rt-display
        display rt-month-key(rt-month-idx) "  "
            trim(rt-display, leading) " record(s) to "
            trim(rt-prefix-arg, trailing) rt-month-key(rt-month-idx)
            ".log"
        add rt-month-recs(rt-month-idx) to rt-month-total
    end-perform.

    display " ".
    display "---- control totals ----".
    move rt-read-count to rt-display
    display "records read:            " trim(rt-display, leading).
    move rt-archived-count to rt-display
    display "records archived:        " trim(rt-display, leading).
    move rt-retained-count to rt-display
    move rt-malformed-count to rt-display-2
    display "records retained:        " trim(rt-display, leading)
        "  (malformed " trim(rt-display-2, leading) ")".
    move rt-rewritten-count to rt-display
    display "records now in master:   " trim(rt-display, leading).

    display " ".
    display "---- balance check ----".
    if rt-read-count = rt-archived-count + rt-retained-count
        display "read = archived + retained:         in balance"
    else
        move 'N' to rt-balance-flag
        display "read = archived + retained:         OUT OF BALANCE"
    end-if
    if rt-month-total = rt-archived-count
        display "archived = sum of monthly archives: in balance"
    else
        move 'N' to rt-balance-flag
        display "archived = sum of monthly archives: OUT OF BALANCE"
    end-if
    if rt-archived-count = 0 or rt-rewritten-count = rt-retained-count
        display "master = retained:                  in balance"
    else
        move 'N' to rt-balance-flag
        display "master = retained:                  OUT OF BALANCE"
    end-if.

rt-usage.
    display "usage: bfaudret <retention-days> [master-log] "
        "[archive-prefix] [run-date]" upon stderr.
    stop run returning 1.

end program bfaudret.
