*>   CHANGE  - apply the parameter cards to an existing entry
*>   INQUIRE - display the entry
*>   RETIRE  - delete the entry
*>   HISTORY - list the change journal for the entry (key * lists
*>             every entry's history)
*>
*> every ADD, CHANGE and RETIRE is journaled: once the catalog update
*> succeeds, one record goes to the change journal <catalog>.jnl with
*> the user, a timestamp, the action, and the record image before and
*> after (an ADD has no before image, a RETIRE no after image). the
*> journal is what bfcatrcv replays over a backup copy to rebuild the
*> catalog as of a point in time.
*>
*> the parameter file holds one KEYWORD=value card per line (blank
*> lines and '*' lines are commentary), the same card convention the
*> interpreter's PARM dataset uses: SOURCE, OBJECT, EXPECTED, XLATE,
*> TAPE-LENGTH, MAX-INSTRUCTIONS, OWNER, STATUS, RESULTS, NATIVE. ADD
*> requires SOURCE and defaults STATUS to TEST; CHANGE touches only the
*> fields whose cards are present.
*>
*> NATIVE=<program-id> marks the entry as running the native module
*> bfgen generated from its object: the interpreter's CATALOG= path and
*> bfdriver call that module instead of interpreting the code table.
*> NATIVE=NONE returns the entry to the interpreter.
*>
*> promotion gate: an entry reaches PROD only through a CHANGE with
*> STATUS=PROD (ADD refuses it), and only when
*>   - the user running the CHANGE (USER) is not the entry's owner,
*>     before or after the change; that user is recorded on the entry
*>     as its approver, with the approval time
*>   - the newest bftest result for the key in the results dataset
*>     (RESULTS=, default bftest-results.dat) ran after the entry's
*>     source, object or native module last changed, and every test in
*>     it passed
*> a PROD entry's source, object or native module cannot change while
*> it stays PROD: the same deck must carry STATUS=TEST, and the entry
*> goes back through the gate. returning an entry to TEST clears its
*> approval.

environment division.
configuration section.
        organization is line sequential
        file status is parm-file-status.

    select Journal-File assign to dynamic journal-file-arg
        file status is journal-file-status.

    select Results-File assign to dynamic results-file-arg
        organization is line sequential
        file status is results-file-status.

data division.
file section.
    fd Catalog-File.
        02 cat-max-instr    usage is binary-long.
        02 cat-owner        pic X(16).
        02 cat-status       pic X(4).
        02 cat-code-ts      pic X(14).
        02 cat-approver     pic X(16).
        02 cat-approved-ts  pic X(14).
        02 cat-tested-ts    pic X(14).
        02 cat-native       pic X(30).

    fd Parm-File.
    01 pm-record  pic X(255).

    *> one jn-entry image per record; see jn-entry below
    fd Journal-File.
    01 jn-record  pic X(2336).

    *> bftest's results dataset, one line per catalog key per pack run
    fd Results-File.
    01 rs-record.
        02 rs-key           pic X(8).
        02 filler           pic X.
        02 rs-run-ts        pic X(14).
        02 filler           pic X.
        02 rs-tests-run     pic 9(5).
        02 filler           pic X.
        02 rs-tests-passed  pic 9(5).
        02 filler           pic X.
        02 rs-pack-name     pic X(255).

working-storage section.
    01 catalog-file-arg     pic X(255) value is space.
    01 catalog-file-status  pic 99.
    01 parm-file-arg        pic X(255) value is space.
    01 parm-file-status     pic 99.
    01 results-file-arg     pic X(255) value is "bftest-results.dat".
    01 results-file-status  pic 99.

    01 ct-action  pic X(8) value is spaces.
        88 ct-action-add      value is "ADD".
        88 ct-action-change   value is "CHANGE".
        88 ct-action-inquire  value is "INQUIRE".
        88 ct-action-retire   value is "RETIRE".
        88 ct-action-history  value is "HISTORY".
    01 ct-key-arg  pic X(8) value is spaces.

    *> the parameter cards, collected before the catalog is touched so
        02 ct-max-instr    usage is binary-long value is zero.
        02 ct-owner        pic X(16)  value is spaces.
        02 ct-status       pic X(4)   value is spaces.
        02 ct-native       pic X(30)  value is spaces.
    01 ct-card-flags.
        02 ct-have-tape-flag pic X value is 'N'.
            88 ct-have-tape          value is 'Y'.
        02 ct-have-max-flag  pic X value is 'N'.
            88 ct-have-max           value is 'Y'.
        02 ct-have-native-flag pic X value is 'N'.
            88 ct-have-native        value is 'Y'.

    01 pm-eof-flag  pic X value is 'N'.
        88 pm-at-end        value is 'Y'.
    01 pm-display      pic Z(9)9.

    01 ct-display   pic Z(9)9.
    01 ct-display-2 pic Z(9)9.
    01 ct-user      pic X(16) value is spaces.

    *> promotion gate: the entry as it stood before the CHANGE, and
    *> the newest test result on file for its key
    01 ct-old-status  pic X(4).
    01 ct-old-owner   pic X(16).
    01 ct-code-changed-flag pic X value is 'N'.
        88 ct-code-changed      value is 'Y'.
    01 rs-eof-flag    pic X value is 'N'.
        88 rs-at-end          value is 'Y'.
    01 rs-found-flag  pic X value is 'N'.
        88 rs-found           value is 'Y'.
    01 rs-best-ts     pic X(14) value is spaces.
    01 rs-best-run    usage is binary-long value is zero.
    01 rs-best-passed usage is binary-long value is zero.

    *> transaction timestamp, taken once when the run starts
    01 ct-now-date  pic 9(8).
    01 ct-now-time.
        02 ct-now-hh pic 99.
        02 ct-now-mm pic 99.
        02 ct-now-ss pic 99.
        02 ct-now-cc pic 99.
    01 ct-now-ts    pic X(14).

    *> change journal, named after the catalog it belongs to. the
    *> before and after images are the whole cat-record, so the
    *> journal alone answers who changed a field, when, and what it
    *> held before.
    01 journal-file-arg     pic X(255) value is space.
    01 journal-file-status  pic 99.
    01 jn-entry.
        02 jn-timestamp    pic X(14).
        02 jn-user         pic X(16).
        02 jn-action       pic X(8).
        02 jn-key          pic X(8).
        02 jn-before-flag  pic X.
            88 jn-has-before      value is 'Y'.
        02 jn-before.
            03 jb-key          pic X(8).
            03 jb-source       pic X(255).
            03 jb-object       pic X(255).
            03 jb-expected     pic X(255).
            03 jb-xlate        pic X(255).
            03 jb-tape-length  usage is binary-long.
            03 jb-max-instr    usage is binary-long.
            03 jb-owner        pic X(16).
            03 jb-status       pic X(4).
            03 jb-code-ts      pic X(14).
            03 jb-approver     pic X(16).
            03 jb-approved-ts  pic X(14).
            03 jb-tested-ts    pic X(14).
            03 jb-native       pic X(30).
        02 jn-after-flag   pic X.
            88 jn-has-after       value is 'Y'.
        02 jn-after.
            03 ja-key          pic X(8).
            03 ja-source       pic X(255).
            03 ja-object       pic X(255).
            03 ja-expected     pic X(255).
            03 ja-xlate        pic X(255).
            03 ja-tape-length  usage is binary-long.
            03 ja-max-instr    usage is binary-long.
            03 ja-owner        pic X(16).
            03 ja-status       pic X(4).
            03 ja-code-ts      pic X(14).
            03 ja-approver     pic X(16).
            03 ja-approved-ts  pic X(14).
            03 ja-tested-ts    pic X(14).
            03 ja-native       pic X(30).
    01 jn-eof-flag  pic X value is 'N'.
        88 jn-at-end        value is 'Y'.
    01 jn-shown-count   usage is binary-long value is zero.
    01 jn-changed-count usage is binary-long.

procedure division.
declaratives.

    move 1 to return-code.
    goback.

journal-file-error section.
use after standard error procedure on Journal-File.
    *> status 35 is the expected first-write case (the mainline falls
    *> back to OPEN OUTPUT when EXTEND finds nothing there yet) and,
    *> for HISTORY, a catalog nobody has maintained since journaling
    *> began. anything else means a maintenance action may have gone
    *> unjournaled, and that fails the run.
    if journal-file-status not = 35
        display "error with change journal "
            trim(journal-file-arg, trailing)
            " (" journal-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

results-file-error section.
use after standard error procedure on Results-File.
    *> no results dataset yet just means nothing has been tested; the
    *> promotion gate then refuses for want of a result
    if results-file-status not = 35
        display "error with test results dataset "
            trim(results-file-arg, trailing)
            " (" results-file-status ")" upon stderr
        move 1 to return-code
        goback
    end-if.

end declaratives.

main section.
        perform ct-usage
    end-if

    accept ct-user from environment "USER".
    accept ct-now-date from date yyyymmdd.
    accept ct-now-time from time.
    move spaces to ct-now-ts.
    string ct-now-date ct-now-hh ct-now-mm ct-now-ss
        into ct-now-ts.

    move spaces to journal-file-arg.
    string trim(catalog-file-arg, trailing) ".jnl"
        into journal-file-arg.

    evaluate true
        when ct-action-add
            perform ct-load-cards
            perform ct-do-inquire
        when ct-action-retire
            perform ct-do-retire
        when ct-action-history
            perform ct-do-history
        when other
            display "unknown action '" trim(ct-action, trailing)
                "' (ADD, CHANGE, INQUIRE, RETIRE, or HISTORY)"
                upon stderr
            stop run returning 1
    end-evaluate.

                display "parameter error: STATUS= takes TEST or PROD: "
                    trim(pm-record, trailing) upon stderr
            end-if
        when "RESULTS"
            move pm-value to results-file-arg
        when "NATIVE"
            if pm-value = "NONE"
                move spaces to ct-native
            else
                move pm-value to ct-native
            end-if
            set ct-have-native to true
        when other
            add 1 to pm-error-count
            display "parameter error: unknown keyword: "
        stop run returning 1
    end-if

    *> nothing has been tested under a key that does not exist yet
    if ct-status = "PROD"
        display "a new entry cannot be added as PROD; add it as TEST "
            "and promote it with CHANGE once its tests pass"
            upon stderr
        stop run returning 1
    end-if

    open i-o Catalog-File.
    if catalog-file-status = 35
        *> first entry ever: create the catalog
    move ct-xlate to cat-xlate
    move ct-tape-length to cat-tape-length
    move ct-max-instr to cat-max-instr
    move ct-native to cat-native

    if ct-owner not = spaces
        move ct-owner to cat-owner
    else
        move ct-user to cat-owner
    end-if

    *> new entries start life in TEST; PROD is an explicit promotion
    move "TEST" to cat-status
    move ct-now-ts to cat-code-ts

    move "ADD" to jn-action
    move 'N' to jn-before-flag
    move spaces to jn-before
    set jn-has-after to true
    move cat-record to jn-after

    write cat-record
        invalid key

    close Catalog-File.

    perform ct-journal-write.

    display "added catalog entry " trim(ct-key-arg, trailing)
        " (" trim(cat-status, trailing) ") -> "
        trim(ct-source, trailing).
        invalid key perform ct-no-such-key
    end-read

    set jn-has-before to true
    move cat-record to jn-before

    move cat-status to ct-old-status
    move cat-owner to ct-old-owner
    if (ct-source not = spaces and ct-source not = cat-source)
            or (ct-object not = spaces and ct-object not = cat-object)
            or (ct-have-native and ct-native not = cat-native)
        set ct-code-changed to true
    end-if

    *> only the fields whose cards were present change; everything
    *> else keeps its cataloged value
    if ct-source not = spaces
    if ct-have-max
        move ct-max-instr to cat-max-instr
    end-if
    if ct-have-native
        move ct-native to cat-native
    end-if
    if ct-owner not = spaces
        move ct-owner to cat-owner
    end-if
        move ct-status to cat-status
    end-if

    if ct-code-changed
        move ct-now-ts to cat-code-ts
    end-if

    evaluate true
        when cat-status = "PROD" and ct-old-status not = "PROD"
            perform ct-promotion-gate
        when cat-status = "PROD" and ct-code-changed
            display "catalog entry " trim(ct-key-arg, trailing)
                " is PROD; a new source, object or native module must "
                "go back through the promotion gate (STATUS=TEST)"
                upon stderr
            perform ct-change-refused
        when cat-status not = "PROD" and ct-old-status = "PROD"
            move spaces to cat-approver
            move spaces to cat-approved-ts
            move spaces to cat-tested-ts
    end-evaluate

    move "CHANGE" to jn-action
    set jn-has-after to true
    move cat-record to jn-after

    rewrite cat-record
        invalid key perform ct-no-such-key
    end-rewrite.

    close Catalog-File.

    perform ct-journal-write.

    display "changed catalog entry " trim(ct-key-arg, trailing)
        " (" trim(cat-status, trailing) ")".

ct-promotion-gate.
    *> a second pair of eyes: whoever promotes is not whoever owns
    if ct-user = spaces
        display "promotion of " trim(ct-key-arg, trailing)
            " refused: no approver identity (USER is not set)"
            upon stderr
        perform ct-change-refused
    end-if
    if ct-user = cat-owner or ct-user = ct-old-owner
        display "promotion of " trim(ct-key-arg, trailing)
            " refused: approver " trim(ct-user, trailing)
            " owns the entry" upon stderr
        perform ct-change-refused
    end-if

    perform ct-latest-result

    if not rs-found
        display "promotion of " trim(ct-key-arg, trailing)
            " refused: no test result for it in "
            trim(results-file-arg, trailing) upon stderr
        perform ct-change-refused
    end-if

    if rs-best-ts not > cat-code-ts
        display "promotion of " trim(ct-key-arg, trailing)
            " refused: latest test run " rs-best-ts
            " is not newer than the last source/object change "
            cat-code-ts upon stderr
        perform ct-change-refused
    end-if

    if rs-best-run = 0 or rs-best-passed not = rs-best-run
        move rs-best-passed to ct-display
        move rs-best-run to ct-display-2
        display "promotion of " trim(ct-key-arg, trailing)
            " refused: latest test run " rs-best-ts " passed "
            trim(ct-display, leading) " of "
            trim(ct-display-2, leading) " tests" upon stderr
        perform ct-change-refused
    end-if

    move ct-user to cat-approver
    move ct-now-ts to cat-approved-ts
    move rs-best-ts to cat-tested-ts.

ct-latest-result.
    *> the newest line for this key wins; older runs, passing or not,
    *> no longer describe the code
    open input Results-File.
    if results-file-status = 35
        exit paragraph
    end-if

    perform until rs-at-end
        read Results-File next record
            at end set rs-at-end to true
        end-read

        if not rs-at-end
                and rs-key = ct-key-arg
                and rs-run-ts is numeric
                and rs-tests-run is numeric
                and rs-tests-passed is numeric
                and rs-run-ts > rs-best-ts
            set rs-found to true
            move rs-run-ts to rs-best-ts
            move rs-tests-run to rs-best-run
            move rs-tests-passed to rs-best-passed
        end-if
    end-perform.

    close Results-File.

ct-change-refused.
    close Catalog-File.
    display "transaction rejected; catalog entry "
        trim(ct-key-arg, trailing) " unchanged" upon stderr.
    stop run returning 1.

ct-do-inquire.
    open input Catalog-File.

        move cat-max-instr to ct-display
        display "max instructions: " trim(ct-display, leading)
    end-if
    if cat-native not = spaces
        display "native module:    " trim(cat-native, trailing)
    end-if
    if cat-code-ts not = spaces
        display "code changed:     " cat-code-ts(1:8) " "
            cat-code-ts(9:6)
    end-if
    if cat-approver not = spaces
        display "approved by:      " trim(cat-approver, trailing)
            " at " cat-approved-ts(1:8) " " cat-approved-ts(9:6)
        display "tests passed at:  " cat-tested-ts(1:8) " "
            cat-tested-ts(9:6)
    end-if

    close Catalog-File.

        invalid key perform ct-no-such-key
    end-read

    move "RETIRE" to jn-action
    set jn-has-before to true
    move cat-record to jn-before
    move 'N' to jn-after-flag
    move spaces to jn-after

    delete Catalog-File
        invalid key perform ct-no-such-key
    end-delete.

    close Catalog-File.

    perform ct-journal-write.

    display "retired catalog entry " trim(ct-key-arg, trailing).

ct-journal-write.
    *> the caller has set the action and both images; the catalog
    *> update itself has already succeeded
    move ct-now-ts to jn-timestamp
    move ct-user to jn-user
    move ct-key-arg to jn-key

    open extend Journal-File
    if journal-file-status = 35
        open output Journal-File
    end-if
    write jn-record from jn-entry
    close Journal-File.

ct-do-history.
    open input Journal-File.
    if journal-file-status = 35
        display "no change journal "
            trim(journal-file-arg, trailing) " for this catalog"
        exit paragraph
    end-if

    if ct-key-arg = "*"
        display "==== change history, all entries ===="
    else
        display "==== change history for "
            trim(ct-key-arg, trailing) " ===="
    end-if

    perform until jn-at-end
        read Journal-File next record into jn-entry
            at end set jn-at-end to true
        end-read

        if not jn-at-end
            if ct-key-arg = "*" or jn-key = ct-key-arg
                perform ct-history-entry
            end-if
        end-if
    end-perform.

    close Journal-File.

    if jn-shown-count = 0
        display "no journaled changes"
    end-if.

ct-history-entry.
    add 1 to jn-shown-count

    display jn-timestamp(1:8) " " jn-timestamp(9:6) "  "
        jn-action trim(jn-key, trailing)
        "  by " trim(jn-user, trailing)

    evaluate true
        when jn-has-before and jn-has-after
            perform ct-history-changes
        when jn-has-after
            display "    added (" trim(ja-status, trailing) ", owner "
                trim(ja-owner, trailing) ") -> "
                trim(ja-source, trailing)
        when jn-has-before
            display "    retired; was (" trim(jb-status, trailing)
                ", owner " trim(jb-owner, trailing) ") -> "
                trim(jb-source, trailing)
    end-evaluate.

ct-history-changes.
    *> one line per field the CHANGE actually altered, old -> new
    move 0 to jn-changed-count

    if jb-source not = ja-source
        add 1 to jn-changed-count
        display "    source:           " trim(jb-source, trailing)
            " -> " trim(ja-source, trailing)
    end-if
    if jb-object not = ja-object
        add 1 to jn-changed-count
        display "    object:           " trim(jb-object, trailing)
            " -> " trim(ja-object, trailing)
    end-if
    if jb-expected not = ja-expected
        add 1 to jn-changed-count
        display "    expected output:  " trim(jb-expected, trailing)
            " -> " trim(ja-expected, trailing)
    end-if
    if jb-xlate not = ja-xlate
        add 1 to jn-changed-count
        display "    translation:      " trim(jb-xlate, trailing)
            " -> " trim(ja-xlate, trailing)
    end-if
    if jb-tape-length not = ja-tape-length
        add 1 to jn-changed-count
        move jb-tape-length to ct-display
        move ja-tape-length to ct-display-2
        display "    tape length:      " trim(ct-display, leading)
            " -> " trim(ct-display-2, leading)
    end-if
    if jb-max-instr not = ja-max-instr
        add 1 to jn-changed-count
        move jb-max-instr to ct-display
        move ja-max-instr to ct-display-2
        display "    max instructions: " trim(ct-display, leading)
            " -> " trim(ct-display-2, leading)
    end-if
    if jb-native not = ja-native
        add 1 to jn-changed-count
        display "    native module:    " trim(jb-native, trailing)
            " -> " trim(ja-native, trailing)
    end-if
    if jb-owner not = ja-owner
        add 1 to jn-changed-count
        display "    owner:            " trim(jb-owner, trailing)
            " -> " trim(ja-owner, trailing)
    end-if
    if jb-status not = ja-status
        add 1 to jn-changed-count
        display "    status:           " trim(jb-status, trailing)
            " -> " trim(ja-status, trailing)
    end-if
    if jb-approver not = ja-approver
        add 1 to jn-changed-count
        if ja-approver = spaces
            display "    approval withdrawn (was "
                trim(jb-approver, trailing) ")"
        else
            display "    approved by:      " trim(ja-approver, trailing)
                " (tests passed " ja-tested-ts ")"
        end-if
    end-if

    if jn-changed-count = 0
        display "    (no field changed)"
    end-if.

ct-no-such-key.
    display "catalog key " trim(ct-key-arg, trailing)
        " not found in " trim(catalog-file-arg, trailing) upon stderr.
    stop run returning 1.

ct-usage.
    display "usage: bfcatalog <catalog> "
        "<ADD|CHANGE|INQUIRE|RETIRE|HISTORY> <key> [parameter-file]"
        upon stderr.
    stop run returning 1.

end program bfcatalog.
