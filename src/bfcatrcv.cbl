        >>source format is free
identification division.
program-id. bfcatrcv.

*> point-in-time recovery for the production source catalog. starts
*> from a backup copy of the catalog, then replays bfcatalog's change
*> journal over it -- every ADD, CHANGE and RETIRE up to and including
*> the recovery point, in journal order -- and writes the result as a
*> freshly built catalog. this is the step for a catalog lost or
*> damaged after the last backup, or for undoing a bad maintenance
*> run by rebuilding the catalog as it stood just before it.
*>
*> usage: bfcatrcv <backup-catalog> <journal> <as-of> [recovered-catalog]
*>                 [backup-taken]
*> as-of is a YYYYMMDDHHMMSS timestamp; journal entries stamped later
*> are counted but not applied. the recovered catalog defaults to
*> brainfuck-catalog.dat and is created afresh, so it may not be the
*> backup itself. backup-taken, also YYYYMMDDHHMMSS, is the time the
*> backup was cut: entries stamped at or before it are already in the
*> backup and are skipped. without it every entry up to as-of is
*> replayed in order over the backup. an entry whose after image the
*> record already equals is left alone; any other entry the backup
*> is already past -- a key changed A to B to C before the backup
*> holds C, so replaying A to B finds neither A nor B -- is applied
*> anyway and listed as replayed over a later backup state. later
*> entries for the same key carry it forward to where the journal
*> ends, so these are not exceptions. giving backup-taken avoids
*> replaying them at all.
*>
*> with backup-taken given, an entry that does not fit the catalog
*> being rebuilt -- a CHANGE or RETIRE whose record no longer matches
*> the journaled before image, an ADD of a key already present with
*> other contents, a CHANGE of a key that is not there -- is applied
*> anyway (the journal is the record of what the catalog became) and
*> listed as an inconsistency. the run returns 2 when there were
*> inconsistencies or the closing record count does not balance, and
*> 1 on any hard error. the journal itself is never modified.

environment division.
configuration section.
repository.
    function trim intrinsic.

input-output section.
file-control.
    select Backup-File assign to dynamic backup-file-arg
        organization is indexed
        access mode is sequential
        record key is bk-key
        file status is backup-file-status.

    select Journal-File assign to dynamic journal-file-arg
        file status is journal-file-status.

    select Catalog-File assign to dynamic catalog-file-arg
        organization is indexed
        access mode is dynamic
        record key is cat-key
        file status is catalog-file-status.

data division.
file section.
    fd Backup-File.
    01 bk-record.
        02 bk-key           pic X(8).
        02 filler           pic X(1136).

    *> one jn-entry image per record; see jn-entry below
    fd Journal-File.
    01 jn-record  pic X(2336).

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

working-storage section.
    01 backup-file-arg      pic X(255) value is space.
    01 backup-file-status   pic 99.
    01 journal-file-arg     pic X(255) value is space.
    01 journal-file-status  pic 99.
    01 catalog-file-arg     pic X(255) value is space.
    01 catalog-file-status  pic 99.

    01 cr-as-of      pic X(14) value is spaces.
    01 cr-backup-ts  pic X(14) value is spaces.

    *> the change journal record as bfcatalog writes it
    01 jn-entry.
        02 jn-timestamp    pic X(14).
        02 jn-user         pic X(16).
        02 jn-action       pic X(8).
        02 jn-key          pic X(8).
        02 jn-before-flag  pic X.
            88 jn-has-before      value is 'Y'.
        02 jn-before       pic X(1144).
        02 jn-after-flag   pic X.
            88 jn-has-after       value is 'Y'.
        02 jn-after        pic X(1144).

    01 cr-backup-eof-flag  pic X value is 'N'.
        88 cr-backup-at-end      value is 'Y'.
    01 cr-journal-eof-flag pic X value is 'N'.
        88 cr-journal-at-end     value is 'Y'.
    01 cr-catalog-eof-flag pic X value is 'N'.
        88 cr-catalog-at-end     value is 'Y'.
    01 cr-found-flag       pic X.
        88 cr-found              value is 'Y'.

    01 cr-reason  pic X(60).

    01 cr-copied-count       usage is binary-long value is zero.
    01 cr-journal-count      usage is binary-long value is zero.
    01 cr-prior-count        usage is binary-long value is zero.
    01 cr-later-count        usage is binary-long value is zero.
    01 cr-add-count          usage is binary-long value is zero.
    01 cr-change-count       usage is binary-long value is zero.
    01 cr-retire-count       usage is binary-long value is zero.
    01 cr-already-count      usage is binary-long value is zero.
    01 cr-inconsistent-count usage is binary-long value is zero.
    01 cr-converging-count   usage is binary-long value is zero.
    *> records the replay created and removed, for the balance check
    01 cr-created-count      usage is binary-long value is zero.
    01 cr-deleted-count      usage is binary-long value is zero.
    01 cr-expected-count     usage is binary-long value is zero.
    01 cr-final-count        usage is binary-long value is zero.

    01 cr-display  pic Z(9)9.

procedure division.
declaratives.

backup-file-error section.
use after standard error procedure on Backup-File.
    evaluate backup-file-status
        when 35    display "cannot find backup catalog "
                       trim(backup-file-arg, trailing) upon stderr
        when other display "error with backup catalog ("
                       backup-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

journal-file-error section.
use after standard error procedure on Journal-File.
    evaluate journal-file-status
        when 35    display "cannot find change journal "
                       trim(journal-file-arg, trailing) upon stderr
        when other display "error with change journal ("
                       journal-file-status ")" upon stderr
    end-evaluate.
    move 1 to return-code.
    goback.

catalog-file-error section.
use after standard error procedure on Catalog-File.
    display "error with recovered catalog "
        trim(catalog-file-arg, trailing)
        " (" catalog-file-status ")" upon stderr.
    move 1 to return-code.
    goback.

end declaratives.

main section.
main-procedure.
    display 1 upon argument-number.
    accept backup-file-arg from argument-value
        on exception perform cr-usage.

    display 2 upon argument-number.
    accept journal-file-arg from argument-value
        on exception perform cr-usage.

    display 3 upon argument-number.
    accept cr-as-of from argument-value
        on exception perform cr-usage.

    display 4 upon argument-number.
    accept catalog-file-arg from argument-value
        on exception continue.
    if catalog-file-arg = spaces
        move "brainfuck-catalog.dat" to catalog-file-arg
    end-if

    display 5 upon argument-number.
    accept cr-backup-ts from argument-value
        on exception continue.

    if backup-file-arg = spaces or journal-file-arg = spaces
        perform cr-usage
    end-if

    if cr-as-of is not numeric
        display "recovery point must be YYYYMMDDHHMMSS: "
            trim(cr-as-of, trailing) upon stderr
        stop run returning 1
    end-if

    if cr-backup-ts not = spaces
        if cr-backup-ts is not numeric
            display "backup time must be YYYYMMDDHHMMSS: "
                trim(cr-backup-ts, trailing) upon stderr
            stop run returning 1
        end-if
        if cr-backup-ts > cr-as-of
            display "backup was taken after the recovery point; "
                "restore the backup itself instead" upon stderr
            stop run returning 1
        end-if
    end-if

    *> the recovered catalog is created from scratch; building it over
    *> the backup would destroy the only starting point there is
    if catalog-file-arg = backup-file-arg
        display "recovered catalog may not be the backup catalog "
            trim(backup-file-arg, trailing) upon stderr
        stop run returning 1
    end-if

    display "==== catalog recovery ====".
    display "backup catalog:    " trim(backup-file-arg, trailing).
    display "change journal:    " trim(journal-file-arg, trailing).
    display "recovered catalog: " trim(catalog-file-arg, trailing).
    display "recovery point:    " cr-as-of(1:8) " " cr-as-of(9:6).
    if cr-backup-ts not = spaces
        display "backup taken:      " cr-backup-ts(1:8) " "
            cr-backup-ts(9:6)
    end-if

    perform cr-copy-backup.
    perform cr-replay-journal.
    perform cr-count-result.
    perform cr-print-totals.

    if cr-inconsistent-count > 0
            or cr-final-count not = cr-expected-count
        move 2 to return-code
    end-if.

    stop run.

cr-copy-backup.
    open input Backup-File.
    open output Catalog-File.

    perform until cr-backup-at-end
        read Backup-File next record
            at end set cr-backup-at-end to true
        end-read

        if not cr-backup-at-end
            move bk-record to cat-record
            write cat-record
                invalid key
                    display "duplicate key in backup catalog: "
                        trim(bk-key, trailing) upon stderr
                    close Backup-File
                    close Catalog-File
                    stop run returning 1
            end-write
            add 1 to cr-copied-count
        end-if
    end-perform.

    close Backup-File.
    close Catalog-File.

cr-replay-journal.
    open input Journal-File.
    open i-o Catalog-File.

    display "---- journal exceptions ----".

    perform until cr-journal-at-end
        read Journal-File next record into jn-entry
            at end set cr-journal-at-end to true
        end-read

        if not cr-journal-at-end
            add 1 to cr-journal-count
            evaluate true
                when jn-timestamp > cr-as-of
                    add 1 to cr-later-count
                when cr-backup-ts not = spaces
                        and jn-timestamp not > cr-backup-ts
                    add 1 to cr-prior-count
                when other
                    perform cr-apply-entry
            end-evaluate
        end-if
    end-perform.

    close Journal-File.
    close Catalog-File.

    if cr-inconsistent-count = 0 and cr-already-count = 0
        display "none"
    end-if.

cr-apply-entry.
    move jn-key to cat-key
    read Catalog-File
        invalid key move 'N' to cr-found-flag
        not invalid key set cr-found to true
    end-read

    evaluate jn-action
        when "ADD"
            add 1 to cr-add-count
            perform cr-apply-add
        when "CHANGE"
            add 1 to cr-change-count
            perform cr-apply-change
        when "RETIRE"
            add 1 to cr-retire-count
            perform cr-apply-retire
        when other
            move "unknown journal action; entry ignored" to cr-reason
            perform cr-note-inconsistency
    end-evaluate.

cr-apply-add.
    if not cr-found
        move jn-after to cat-record
        write cat-record
            invalid key continue
        end-write
        add 1 to cr-created-count
        exit paragraph
    end-if

    if cat-record = jn-after
        perform cr-note-already-applied
        exit paragraph
    end-if

    move "ADD of a key already present; journal image applied"
        to cr-reason
    perform cr-note-mismatch
    move jn-after to cat-record
    rewrite cat-record
        invalid key continue
    end-rewrite.

cr-apply-change.
    if not cr-found
        move "CHANGE of a key not in the catalog; after image added"
            to cr-reason
        perform cr-note-mismatch
        move jn-after to cat-record
        write cat-record
            invalid key continue
        end-write
        add 1 to cr-created-count
        exit paragraph
    end-if

    if cat-record = jn-after
        perform cr-note-already-applied
        exit paragraph
    end-if

    if cat-record not = jn-before
        move "record differs from journaled before image; changed anyway"
            to cr-reason
        perform cr-note-mismatch
    end-if

    move jn-after to cat-record
    rewrite cat-record
        invalid key continue
    end-rewrite.

cr-apply-retire.
    if not cr-found
        perform cr-note-already-applied
        exit paragraph
    end-if

    if cat-record not = jn-before
        move "record differs from journaled before image; retired anyway"
            to cr-reason
        perform cr-note-mismatch
    end-if

    delete Catalog-File
        invalid key continue
    end-delete.
    add 1 to cr-deleted-count.

cr-note-already-applied.
    *> the backup already reflects this entry -- expected when no
    *> backup time was given, so it is listed but not an exception
    add 1 to cr-already-count
    display jn-timestamp(1:8) " " jn-timestamp(9:6) "  "
        jn-action trim(jn-key, trailing)
        ": already in backup; skipped".

cr-note-mismatch.
    *> without a backup time the replay starts before the backup, so
    *> the backup being past an entry is expected; with one, the entry
    *> should fit exactly
    if cr-backup-ts = spaces
        add 1 to cr-converging-count
        display jn-timestamp(1:8) " " jn-timestamp(9:6) "  "
            jn-action trim(jn-key, trailing)
            ": replayed over a later backup state"
    else
        perform cr-note-inconsistency
    end-if.

cr-note-inconsistency.
    add 1 to cr-inconsistent-count
    display jn-timestamp(1:8) " " jn-timestamp(9:6) "  "
        jn-action trim(jn-key, trailing)
        ": INCONSISTENT: " trim(cr-reason, trailing)
        " (by " trim(jn-user, trailing) ")".

cr-count-result.
    open input Catalog-File.

    perform until cr-catalog-at-end
        read Catalog-File next record
            at end set cr-catalog-at-end to true
        end-read

        if not cr-catalog-at-end
            add 1 to cr-final-count
        end-if
    end-perform.

    close Catalog-File.

    compute cr-expected-count =
        cr-copied-count + cr-created-count - cr-deleted-count.

cr-print-totals.
    display "---- control totals ----".
    move cr-copied-count to cr-display
    display "records copied from backup:       "
        trim(cr-display, leading).
    move cr-journal-count to cr-display
    display "journal entries read:             "
        trim(cr-display, leading).
    move cr-prior-count to cr-display
    display "  before backup, skipped:         "
        trim(cr-display, leading).
    move cr-later-count to cr-display
    display "  after recovery point, skipped:  "
        trim(cr-display, leading).
    move cr-add-count to cr-display
    display "  ADD replayed:                   "
        trim(cr-display, leading).
    move cr-change-count to cr-display
    display "  CHANGE replayed:                "
        trim(cr-display, leading).
    move cr-retire-count to cr-display
    display "  RETIRE replayed:                "
        trim(cr-display, leading).
    move cr-already-count to cr-display
    display "  already in backup:              "
        trim(cr-display, leading).
    move cr-converging-count to cr-display
    display "  over a later backup state:      "
        trim(cr-display, leading).
    move cr-inconsistent-count to cr-display
    display "  inconsistent:                   "
        trim(cr-display, leading).
    move cr-expected-count to cr-display
    display "records expected:                 "
        trim(cr-display, leading).
    move cr-final-count to cr-display
    display "records in recovered catalog:     "
        trim(cr-display, leading).

    if cr-final-count = cr-expected-count
        display "balance check: in balance"
    else
        display "balance check: OUT OF BALANCE"
    end-if.

cr-usage.
    display "usage: bfcatrcv <backup-catalog> <journal> "
        "<as-of YYYYMMDDHHMMSS> [recovered-catalog] "
        "[backup-taken YYYYMMDDHHMMSS]" upon stderr.
    stop run returning 1.

end program bfcatrcv.
