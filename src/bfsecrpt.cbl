        >>source format is free
identification division.
program-id. bfsecrpt.

*> weekly security report over the security log bfauth writes each
*> time a run is refused: violations by user and by key, each broken
*> down by what the user tried to run (or who tried to run the key),
*> followed by every violation of the week in log order. a key is
*> shown as '@key'; a run by source path with no catalog key is shown
*> by its source.
*>
*> usage: bfsecrpt [security-log] [week-ending YYYYMMDD]
*> the security log defaults to brainfuck-security.log and the week
*> to the seven days ending today. returns 2 when the week holds any
*> violation, so the scheduler can route the report for review, and 0
*> when it holds none.

environment division.
configuration section.
repository.
    function trim integer-of-date date-of-integer intrinsic.

input-output section.
file-control.
    select Security-Log assign to dynamic security-log-arg
        organization is line sequential
        file status is security-log-status.

data division.
file section.
    fd Security-Log.
    01 sl-record.
        02 sl-ts       pic X(14).
        02 filler      pic x.
        02 sl-user     pic X(16).
        02 filler      pic x.
        02 sl-mode     pic X(7).
        02 filler      pic x.
        02 sl-program  pic X(9).
        02 filler      pic x.
        02 sl-key      pic X(8).
        02 filler      pic x.
        02 sl-source   pic X(255).

working-storage section.
    01 security-log-arg     pic X(255) value is space.
    01 security-log-status  pic 99.

    01 sr-eof-flag  pic X value is 'N'.
        88 sr-at-end        value is 'Y'.
    01 sr-found-flag pic X.
        88 sr-found         value is 'Y'.

    *> reporting week, inclusive, as YYYYMMDD
    01 sr-end-arg    pic X(8) value is spaces.
    01 sr-end-date   pic 9(8).
    01 sr-start-date pic 9(8).
    01 sr-end-int    usage is binary-long.

    01 sr-record-count    usage is binary-long value is zero.
    01 sr-violation-count usage is binary-long value is zero.

    *> what the current violation was aimed at
    01 sr-target  pic X(255).

    01 sr-users.
        02 sr-user-count usage is binary-long value is zero.
        02 sr-user-entry occurs 0 to 500 times depending on sr-user-count
                          indexed by sr-user-idx.
            03 sr-user-key    pic X(16).
            03 sr-user-total  usage is binary-long.

    01 sr-targets.
        02 sr-target-count usage is binary-long value is zero.
        02 sr-target-entry occurs 0 to 500 times
                            depending on sr-target-count
                            indexed by sr-target-idx.
            03 sr-target-key    pic X(255).
            03 sr-target-total  usage is binary-long.

    *> one entry per user and target pair, for the breakdowns
    01 sr-pairs.
        02 sr-pair-count usage is binary-long value is zero.
        02 sr-pair-entry occurs 0 to 2000 times depending on sr-pair-count
                          indexed by sr-pair-idx.
            03 sr-pair-user    pic X(16).
            03 sr-pair-target  pic X(255).
            03 sr-pair-total   usage is binary-long.

    01 sr-overflow-flag pic X value is 'N'.
        88 sr-overflow      value is 'Y'.

    01 sr-display    pic Z(9)9.

procedure division.
declaratives.

security-log-error section.
use after standard error procedure on Security-Log.
    *> no security log simply means nothing has been refused yet;
    *> the mainline reports that
    if security-log-status not = 35
        display "error with security log ("
            security-log-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept security-log-arg from argument-value
        on exception move "brainfuck-security.log" to security-log-arg.
    if security-log-arg = spaces
        move "brainfuck-security.log" to security-log-arg
    end-if

    display 2 upon argument-number.
    accept sr-end-arg from argument-value
        on exception continue.

    if sr-end-arg = spaces
        accept sr-end-date from date yyyymmdd
    else
        if sr-end-arg is not numeric
            perform sr-usage
        end-if
        move sr-end-arg to sr-end-date
    end-if

    compute sr-end-int = integer-of-date(sr-end-date)
    if sr-end-int = 0
        perform sr-usage
    end-if
    compute sr-start-date = date-of-integer(sr-end-int - 6)

    display "==== brainfuck security violations ====".
    display "security log: " trim(security-log-arg, trailing).
    display "week:         " sr-start-date " - " sr-end-date.

    open input Security-Log.
    if security-log-status = 35
        display "no security log found; no violations recorded"
        stop run
    end-if

    perform until sr-at-end
        read Security-Log next record
            at end set sr-at-end to true
        end-read

        if not sr-at-end and sl-record not = spaces
            add 1 to sr-record-count
            if sl-ts(1:8) not < sr-start-date
                    and sl-ts(1:8) not > sr-end-date
                perform sr-tally-violation
            end-if
        end-if
    end-perform.

    close Security-Log.

    move sr-violation-count to sr-display
    display "violations:   " trim(sr-display, leading).

    if sr-violation-count = 0
        stop run
    end-if

    if sr-overflow
        display "warning: too many distinct users or keys; "
            "breakdowns are incomplete" upon stderr
    end-if

    perform sr-print-by-user.
    perform sr-print-by-key.
    perform sr-print-detail.

    stop run returning 2.

sr-set-target.
    move spaces to sr-target
    if sl-key not = spaces
        string "@" trim(sl-key, trailing) into sr-target
    else
        move sl-source to sr-target
    end-if.

sr-tally-violation.
    add 1 to sr-violation-count
    perform sr-set-target

    move 'N' to sr-found-flag
    perform varying sr-user-idx from 1 by 1
            until sr-user-idx > sr-user-count or sr-found
        if sr-user-key(sr-user-idx) = sl-user
            set sr-found to true
            set sr-user-idx down by 1
        end-if
    end-perform
    if not sr-found
        if sr-user-count = 500
            set sr-overflow to true
        else
            add 1 to sr-user-count
            set sr-user-idx to sr-user-count
            move sl-user to sr-user-key(sr-user-idx)
            move 0 to sr-user-total(sr-user-idx)
            set sr-found to true
        end-if
    end-if
    if sr-found
        add 1 to sr-user-total(sr-user-idx)
    end-if

    move 'N' to sr-found-flag
    perform varying sr-target-idx from 1 by 1
            until sr-target-idx > sr-target-count or sr-found
        if sr-target-key(sr-target-idx) = sr-target
            set sr-found to true
            set sr-target-idx down by 1
        end-if
    end-perform
    if not sr-found
        if sr-target-count = 500
            set sr-overflow to true
        else
            add 1 to sr-target-count
            set sr-target-idx to sr-target-count
            move sr-target to sr-target-key(sr-target-idx)
            move 0 to sr-target-total(sr-target-idx)
            set sr-found to true
        end-if
    end-if
    if sr-found
        add 1 to sr-target-total(sr-target-idx)
    end-if

    move 'N' to sr-found-flag
    perform varying sr-pair-idx from 1 by 1
            until sr-pair-idx > sr-pair-count or sr-found
        if sr-pair-user(sr-pair-idx) = sl-user
                and sr-pair-target(sr-pair-idx) = sr-target
            set sr-found to true
            set sr-pair-idx down by 1
        end-if
    end-perform
    if not sr-found
        if sr-pair-count = 2000
            set sr-overflow to true
        else
            add 1 to sr-pair-count
            set sr-pair-idx to sr-pair-count
            move sl-user to sr-pair-user(sr-pair-idx)
            move sr-target to sr-pair-target(sr-pair-idx)
            move 0 to sr-pair-total(sr-pair-idx)
            set sr-found to true
        end-if
    end-if
    if sr-found
        add 1 to sr-pair-total(sr-pair-idx)
    end-if.

sr-print-by-user.
    display " ".
    display "---- violations by user ----".
    perform varying sr-user-idx from 1 by 1 until sr-user-idx > sr-user-count
        move sr-user-total(sr-user-idx) to sr-display
        display trim(sr-user-key(sr-user-idx), trailing)
            "  violations " trim(sr-display, leading)
        perform varying sr-pair-idx from 1 by 1
                until sr-pair-idx > sr-pair-count
            if sr-pair-user(sr-pair-idx) = sr-user-key(sr-user-idx)
                move sr-pair-total(sr-pair-idx) to sr-display
                display "    " trim(sr-pair-target(sr-pair-idx), trailing)
                    "  " trim(sr-display, leading)
            end-if
        end-perform
    end-perform.

sr-print-by-key.
    display " ".
    display "---- violations by key ----".
    perform varying sr-target-idx from 1 by 1
            until sr-target-idx > sr-target-count
        move sr-target-total(sr-target-idx) to sr-display
        display trim(sr-target-key(sr-target-idx), trailing)
            "  violations " trim(sr-display, leading)
        perform varying sr-pair-idx from 1 by 1
                until sr-pair-idx > sr-pair-count
            if sr-pair-target(sr-pair-idx) = sr-target-key(sr-target-idx)
                move sr-pair-total(sr-pair-idx) to sr-display
                display "    " trim(sr-pair-user(sr-pair-idx), trailing)
                    "  " trim(sr-display, leading)
            end-if
        end-perform
    end-perform.

sr-print-detail.
    *> a second pass over the log lists the week's violations in the
    *> order they were refused
    display " ".
    display "---- violations ----".

    move 'N' to sr-eof-flag
    open input Security-Log.

    perform until sr-at-end
        read Security-Log next record
            at end set sr-at-end to true
        end-read

        if not sr-at-end and sl-record not = spaces
            if sl-ts(1:8) not < sr-start-date
                    and sl-ts(1:8) not > sr-end-date
                perform sr-set-target
                display sl-ts "  " sl-user " " sl-mode " " sl-program
                    " " trim(sr-target, trailing)
            end-if
        end-if
    end-perform.

    close Security-Log.

sr-usage.
    display "usage: bfsecrpt [security-log] [week-ending YYYYMMDD]"
        upon stderr.
    stop run returning 1.

end program bfsecrpt.
