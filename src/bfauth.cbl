        >>source format is free
identification division.
program-id. bfauth.

*> run authorization check, called by the interpreter's main procedure,
*> bfdriver's queue load and bfserver's request handling before a
*> program runs. the authorization dataset says, per catalog key or
*> per source, which users may run it and in which modes; a refused
*> run is written to the security log, and bfsecrpt reports the log
*> weekly by user and by key.
*>
*> authorization dataset, one rule per line ('*' lines and blank lines
*> are commentary):
*>   <user> <mode>[,<mode>...] <target>
*> user is matched on the USER value the audit record carries, or is
*> ALL for any user. modes: BATCH (a run from the command line, a
*> PARM deck or a bfdriver control file), SERVICE (a bfserver request),
*> DEBUG (an interactive debug run), or ALL. the target is '@key' for
*> a catalog key or a source path, the rest of the line, matched
*> exactly.
*>
*> a run by catalog key is governed by the rules for its '@key' and for
*> its source together; a run by source path by the rules for the
*> source. a target no rule names is not restricted. once any rule
*> names a target, only a user and mode some rule grants may run it.
*> a rule with a bad user or mode field still restricts its target but
*> grants nothing, so a mistyped line can never open a target up.
*>
*> called with one parameter block, declared the same way by every
*> caller: user, mode, catalog key (spaces for a source run), source,
*> calling program, authorization dataset, security log, and the
*> result, returned as 'Y' (allowed) or 'N' (refused).

environment division.
configuration section.
repository.
    function trim intrinsic.

input-output section.
file-control.
    select Auth-File assign to dynamic az-auth-arg
        organization is line sequential
        file status is az-auth-status.

    select Security-Log assign to dynamic az-log-arg
        organization is line sequential
        file status is az-log-status.

data division.
file section.
    fd Auth-File.
    01 az-record  pic X(255).

    fd Security-Log.
    01 sl-record.
        02 sl-ts       pic X(14).
        02 filler      pic x value is space.
        02 sl-user     pic X(16).
        02 filler      pic x value is space.
        02 sl-mode     pic X(7).
        02 filler      pic x value is space.
        02 sl-program  pic X(9).
        02 filler      pic x value is space.
        02 sl-key      pic X(8).
        02 filler      pic x value is space.
        02 sl-source   pic X(255).

working-storage section.
    01 az-auth-arg     pic X(255).
    01 az-auth-status  pic 99.
    01 az-log-arg      pic X(255).
    01 az-log-status   pic 99.

    01 az-eof-flag  pic X.
        88 az-at-end        value is 'Y'.
    01 az-named-flag  pic X.
        88 az-target-named  value is 'Y'.
    01 az-granted-flag pic X.
        88 az-granted       value is 'Y'.
    01 az-rule-ok-flag pic X.
        88 az-rule-ok       value is 'Y'.
    01 az-mode-hit-flag pic X.
        88 az-mode-hit      value is 'Y'.

    01 az-key-target  pic X(9).
    01 az-line-no     usage is binary-long.
    01 az-parse-ptr   usage is binary-long.
    01 az-rule-user   pic X(20).
    01 az-rule-modes  pic X(40).
    01 az-rule-target pic X(255).
    01 az-mode-token  pic X(20).
    01 az-mode-ptr    usage is binary-long.

    01 az-now-date  pic 9(8).
    01 az-now-time.
        02 az-now-hh pic 99.
        02 az-now-mm pic 99.
        02 az-now-ss pic 99.
        02 az-now-cc pic 99.

    01 az-display  pic Z(9)9.

linkage section.
    01 az-parms.
        02 az-user          pic X(16).
        02 az-mode          pic X(7).
        02 az-key           pic X(8).
        02 az-source        pic X(255).
        02 az-program       pic X(9).
        02 az-auth-file     pic X(255).
        02 az-security-log  pic X(255).
        02 az-result        pic X.
            88 az-allowed       value is 'Y'.
            88 az-refused       value is 'N'.

procedure division using az-parms.
az-main.
    move 'N' to az-named-flag
    move 'N' to az-granted-flag
    move 'N' to az-eof-flag
    move 0 to az-line-no
    move az-auth-file to az-auth-arg
    move az-security-log to az-log-arg

    move spaces to az-key-target
    if az-key not = spaces
        string "@" trim(az-key, trailing) into az-key-target
    end-if

    *> no authorization dataset means no target is restricted
    open input Auth-File
    if az-auth-status = 35
        set az-allowed to true
        goback
    end-if
    if az-auth-status not = 0
        display "error with authorization dataset "
            trim(az-auth-arg, trailing)
            " (" az-auth-status "); run refused" upon stderr
        perform az-refuse
        goback
    end-if

    perform until az-at-end
        read Auth-File next record
            at end set az-at-end to true
        end-read

        if not az-at-end
            add 1 to az-line-no
            if az-record not = spaces and az-record(1:1) not = '*'
                perform az-rule-line
            end-if
        end-if
    end-perform

    close Auth-File

    if not az-target-named or az-granted
        set az-allowed to true
    else
        perform az-refuse
    end-if

    goback.

az-rule-line.
    move spaces to az-rule-user
    move spaces to az-rule-modes
    move spaces to az-rule-target
    move 1 to az-parse-ptr
    unstring az-record delimited by all " "
        into az-rule-user az-rule-modes
        with pointer az-parse-ptr
    end-unstring
    if az-parse-ptr <= 255
        move trim(az-record(az-parse-ptr:), leading) to az-rule-target
    end-if

    if az-rule-target = spaces
        move az-line-no to az-display
        display "authorization dataset line " trim(az-display, leading)
            " names no target: " trim(az-record, trailing) upon stderr
        exit paragraph
    end-if

    if az-rule-target not = az-source
        if az-key-target = spaces or az-rule-target not = az-key-target
            exit paragraph
        end-if
    end-if

    set az-target-named to true

    *> check the whole mode list, so a bad line is reported even when
    *> an earlier mode on it matches
    move 'Y' to az-rule-ok-flag
    move 'N' to az-mode-hit-flag
    if az-rule-user(17:) not = spaces
        move 'N' to az-rule-ok-flag
    end-if
    move 1 to az-mode-ptr
    perform until az-mode-ptr > 40
        move spaces to az-mode-token
        unstring az-rule-modes delimited by ","
            into az-mode-token
            with pointer az-mode-ptr
        end-unstring
        evaluate az-mode-token
            when "ALL"
                set az-mode-hit to true
            when "BATCH"
            when "SERVICE"
            when "DEBUG"
                if az-mode-token = az-mode
                    set az-mode-hit to true
                end-if
            when spaces
                if az-mode-ptr <= 40
                    move 'N' to az-rule-ok-flag
                end-if
            when other
                move 'N' to az-rule-ok-flag
        end-evaluate
    end-perform

    if not az-rule-ok
        move az-line-no to az-display
        display "authorization dataset line " trim(az-display, leading)
            " is invalid and grants nothing: "
            trim(az-record, trailing) upon stderr
        exit paragraph
    end-if

    if az-mode-hit
            and (az-rule-user = "ALL" or az-rule-user = az-user)
        set az-granted to true
    end-if.

az-refuse.
    set az-refused to true

    accept az-now-date from date yyyymmdd
    accept az-now-time from time

    move spaces to sl-record
    string az-now-date az-now-hh az-now-mm az-now-ss into sl-ts
    move az-user to sl-user
    move az-mode to sl-mode
    move az-program to sl-program
    move az-key to sl-key
    move az-source to sl-source

    open extend Security-Log
    if az-log-status = 35
        open output Security-Log
    end-if
    if az-log-status not = 0
        display "error with security log " trim(az-log-arg, trailing)
            " (" az-log-status ")" upon stderr
        exit paragraph
    end-if
    write sl-record
    close Security-Log.

end program bfauth.
