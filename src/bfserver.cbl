*> may hold any byte value, so the reply is written as a plain
*> character stream rather than line records.
*>
*> every request is checked against the authorization dataset as a
*> SERVICE run by the user the task runs under, before anything
*> executes; a refused request is written to the security log and
*> replied to with "STATUS FAILED not authorized".
*>
*> usage: bfserver <request-dataset> [poll-seconds]

environment division.
        02 cat-max-instr    usage is binary-long.
        02 cat-owner        pic X(16).
        02 cat-status       pic X(4).
        02 cat-code-ts      pic X(14).
        02 cat-approver     pic X(16).
        02 cat-approved-ts  pic X(14).
        02 cat-tested-ts    pic X(14).
        02 cat-native       pic X(30).

working-storage section.
    01 request-file-arg     pic X(255) value is space.
    01 sv-req-source  pic X(255).
    01 sv-req-input   pic X(255).
    01 sv-req-reply   pic X(255).
    01 sv-req-key     pic X(8).
    01 sv-bad-req-flag pic X.
        88 sv-bad-request   value is 'Y'.


    01 sv-display  pic Z(9)9.

    01 auth-file-arg     pic X(255) value is "brainfuck-auth.dat".
    01 security-log-arg  pic X(255) value is "brainfuck-security.log".
    01 sv-auth-user      pic X(16) value is spaces.
    01 az-parms.
        02 az-user          pic X(16).
        02 az-mode          pic X(7).
        02 az-key           pic X(8).
        02 az-source        pic X(255).
        02 az-program       pic X(9).
        02 az-auth-file     pic X(255).
        02 az-security-log  pic X(255).
        02 az-result        pic X.
            88 az-refused       value is 'N'.

procedure division.
declaratives.

        end-if
    end-if

    accept sv-auth-user from environment "USER"
        on exception move spaces to sv-auth-user
    end-accept

    display "bfserver polling " trim(request-file-arg, trailing)
        upon stderr.


    move sv-default-max to bf-max-instructions

    move spaces to sv-req-key
    if sv-req-source(1:1) = '@'
        move sv-req-source(2:8) to sv-req-key
        perform sv-resolve-catalog
        if sv-bad-request
            add 1 to sv-failure-count
        end-if
    end-if

    perform sv-authorize
    if az-refused
        move 3 to bf-return-code
        move "not authorized" to bf-error-message
        perform sv-write-reply
        add 1 to sv-failure-count
        exit paragraph
    end-if

    move sv-req-source to bf-source-file
    move sv-req-input to bf-input-file
    move work-file-name to bf-output-file
        end-if
    end-if.

sv-authorize.
    move sv-auth-user to az-user
    move "SERVICE" to az-mode
    move sv-req-key to az-key
    move sv-req-source to az-source
    move "bfserver" to az-program
    move auth-file-arg to az-auth-file
    move security-log-arg to az-security-log
    move 'N' to az-result

    *> without the check module nothing can be cleared to run
    call "bfauth" using az-parms
        on exception
            display "authorization module not available; request refused"
                upon stderr
            move 'N' to az-result
    end-call.

sv-write-reply.
    move sv-req-reply to reply-file-name

