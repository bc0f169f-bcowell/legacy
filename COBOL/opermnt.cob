    organization is line sequential
    file status is listing-file-status.

    *> The shared audit trail - every access review decision lands
    *> here with the manager who made it. Spill discipline as
    *> everywhere else.
    select optional audit-file
    assign to "CIPHAUD"
    organization is line sequential
    file status is audit-file-status.

    *> The chain head - a copy of the last line landed on CIPHAUD, so
    *> the next line's link is computed without rereading the whole
    *> trail. Only ever rewritten while CIPHAUD itself is held open.
    select optional audit-head-file
    assign to "CIPHAUDHD"
    organization is line sequential
    file status is audit-head-status.

    select optional audit-spill-file
    assign to "CIPHAUDSP"
    organization is line sequential
    file status is audit-spill-status.

data division.
file section.
    fd oper-file.
    copy "operrec.cpy".

    fd listing-file.
    01 listing-rec		pic x(150).

    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

working-storage section.
    01 oper-file-status		pic xx.
        88 end-of-oper				value 'yes'.

    *> Startup parameters - A to add, C to change, D to delete, L to
    *> list, U to unlock, R to record an access review decision - from
    *> the command line the same way DEPTMNT accepts its own PARM.
    01 parm-string		pic x(80).
    01 oper-mode		pic x.
    01 parm-id			pic x(10).
    *> the comma-delimited PARM string stays parseable.
    01 parm-depts		pic x(54).
    01 parm-pw-expiry		pic x(8).
    01 parm-manager		pic x(10).
    01 pw-expiry-integer	pic 9(7).
    01 pw-life-days		pic 999		value 90.
    01 today-date		pic x(8).

    *> An access review decision - R,operator,decision,manager - the
    *> decision K to keep the access or R to revoke it. The manager's
    *> password is always asked for at the console, never taken off a
    *> PARM.
    01 parm-decision		pic x		value space.
    01 reviewer-id		pic x(10)	value spaces.
    01 reviewer-level		pic 9		value 0.

    *> The reviewer sign-on - the same lockout discipline the main
    *> console runs.
    01 signon-password		pic x(10)	value spaces.
    01 signon-fail-id		pic x(10).
    01 lockout-limit		pic 99		value 5.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. The operator reviewed sits in the filename
    *> column, the manager who decided is the actor.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 retry-wait-seconds	pic 9		value 1.
    01 audit-timestamp		pic x(21).
    01 audit-actor		pic x(10).
    01 audit-filename		pic x(20).
    01 audit-op			pic x.
    01 audit-outcome		pic x(4).

    01 confirm-answer		pic x		value space.
    01 record-count		pic 9999	value 0.
            perform list-records
        when "u"
            perform unlock-record
        when "r"
            perform review-record
        when other
            display "Enter A to add, C to change, D to delete, L to list, U to unlock or R to review operators."
    end-evaluate.

    perform exit-program.
read-startup-parms.
    accept parm-string from command-line.

    move function current-date(1:8) to today-date.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into oper-mode parm-id parm-name parm-password parm-level
                parm-depts parm-pw-expiry parm-manager
        end-unstring
    else
        display "Enter A to add, C to change, D to delete, L to list, U to unlock or R to review:"
        accept oper-mode from console
    end-if.

    inspect oper-mode converting "ACDLUR" to "acdlur".

    *> A review decision carries its own short field list.
    if oper-mode = "r" and parm-string not = spaces
        move spaces to parm-name
        unstring parm-string delimited by ","
            into oper-mode parm-id parm-decision reviewer-id
        end-unstring
        inspect oper-mode converting "R" to "r"
    end-if.


capture-oper-id.
        move parm-pw-expiry to oper-pw-expiry
    end-if.

    if parm-manager = spaces
        display "Enter the operator ID of the manager who recertifies this access (NONE to clear, blank to keep "
            oper-manager "):"
        accept parm-manager from console
    end-if.
    if parm-manager not = spaces
        if parm-manager = "NONE" or parm-manager = "none"
            move spaces to oper-manager
        else
            if parm-manager = oper-id
                display "Nobody answers for their own access - manager kept."
            else
                move parm-manager to oper-manager
            end-if
        end-if
    end-if.


*> Write a brand-new operator record, creating the dataset on the
*> first add the same way DEPTMNT creates DEPTTAB.
    move 1 to oper-level.
    move 0 to oper-fail-count.
    move space to oper-locked.
    move today-date to oper-dormancy-from.
    perform capture-record-fields.

    write oper-record

*> Clear a lockout - the supervisor's half of the failed-attempt
*> counter, since no number of right guesses reopens a locked record.
*> A dormancy suspension lifts the same way, with the dormancy clock
*> restarted so the next sweep does not suspend it straight back. A
*> revoked operator gets the sign-on back but none of the access -
*> that has to be granted again through a change.
unlock-record.
    perform capture-oper-id.

        if oper-locked not = "Y"
            display "Operator " parm-id " is not locked - nothing to do."
        else
            if oper-lock-revoked
                display "Operator " parm-id " had its access revoked at review - reassign level and departments with a change."
            end-if
            move space to oper-locked
            move space to oper-lock-reason
            move 0 to oper-fail-count
            move today-date to oper-dormancy-from
            rewrite oper-record
                invalid key
                    display "Unable to rewrite operator " parm-id "! Status: " oper-file-status "!"

    move spaces to listing-rec.
    move "ID         NAME                           PASSWORD   LVL DEPARTMENTS" to listing-rec.
    move "LCK PW-EXPIRES LAST-SIGN MANAGER" to listing-rec(107:31).
    write listing-rec.

    move spaces to listing-rec.
            move "**********" to listing-rec(43:10)
            move oper-level to listing-rec(54:1)
            move oper-depts to listing-rec(56:50)
            move oper-locked to listing-rec(107:1)
            move oper-lock-reason to listing-rec(108:1)
            move oper-pw-expiry to listing-rec(111:8)
            move oper-last-signon to listing-rec(122:8)
            move oper-manager to listing-rec(132:10)
            write listing-rec
        end-if
    end-perform.
    display "Listed " record-count " operators to OPERLIST.".


*> The manager's decision from the quarterly access review - K keeps
*> the access as it stands and restarts the dormancy clock (lifting a
*> dormancy suspension, since the manager has just said the access is
*> still needed), R revokes it: the record is locked, put back to
*> clerk level and scoped to no real department, so an unlock alone
*> never brings the old access back. Only the manager on file may
*> decide, or a supervisor where no manager is on file, and nobody
*> decides on their own access. The decision is kept on the record
*> and lands on the audit trail as op "a".
review-record.
    perform capture-oper-id.

    if parm-decision = space
        display "Enter K to keep or R to revoke the access of operator " function trim(parm-id) ":"
        accept parm-decision from console
    end-if.
    inspect parm-decision converting "kr" to "KR".
    if parm-decision not = "K" and parm-decision not = "R"
        display "The decision must be K to keep or R to revoke! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.

    perform identify-reviewer.

    open i-o oper-file.
    if oper-file-status not = '00'
        display "No operator master file on file! Status: " oper-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move parm-id to oper-id.
    read oper-file
        invalid key
            display "No operator " parm-id " on file!"
            close oper-file
            move 8 to return-code
            perform exit-program
    end-read.

    if oper-id = reviewer-id
        close oper-file
        display "Nobody decides on their own access! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.
    if oper-manager not = spaces and oper-manager not = reviewer-id
        close oper-file
        display "Operator " function trim(parm-id) " answers to " function trim(oper-manager)
            " - only that manager can decide! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.
    if oper-manager = spaces and reviewer-level < 2
        close oper-file
        display "Operator " function trim(parm-id) " has no manager on file - a supervisor must decide! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.

    move parm-decision to oper-recert-decision.
    move today-date to oper-recert-date.
    move reviewer-id to oper-recert-by.
    if oper-recert-kept
        move today-date to oper-dormancy-from
        if oper-locked = "Y" and oper-lock-dormant
            move space to oper-locked
            move space to oper-lock-reason
            move 0 to oper-fail-count
            display "Dormancy suspension on " function trim(parm-id) " lifted."
        end-if
        move "RCRT" to audit-outcome
    else
        move "Y" to oper-locked
        move "R" to oper-lock-reason
        move 1 to oper-level
        move spaces to oper-depts
        move "REVOKED" to oper-dept(1)
        move "RVOK" to audit-outcome
    end-if.

    rewrite oper-record
        invalid key
            display "Unable to rewrite operator " parm-id "! Status: " oper-file-status "!"
            close oper-file
            move 8 to return-code
            perform exit-program
    end-rewrite.
    close oper-file.

    move reviewer-id to audit-actor.
    move parm-id to audit-filename.
    move "a" to audit-op.
    perform write-audit-line.

    if oper-recert-kept
        display "Access of operator " function trim(parm-id) " recertified by " function trim(reviewer-id) "."
    else
        display "Access of operator " function trim(parm-id) " revoked by " function trim(reviewer-id) "."
    end-if.


*> The deciding manager signs on against OPERTAB with the same
*> lockout rules as every other console - there is no review without
*> an operator master to review.
identify-reviewer.
    if reviewer-id = spaces
        display "Enter your operator ID:"
        accept reviewer-id from console
    end-if.
    if reviewer-id = spaces
        display "A reviewing manager's ID is required! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.

    open input oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        display "No operator master file on file! Status: " oper-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    display "Enter your password:".
    accept signon-password from console.
    move reviewer-id to oper-id.
    move reviewer-id to signon-fail-id.
    read oper-file
        invalid key
            continue
    end-read.
    if oper-file-status not = '00'
        close oper-file
        display "Sign-on refused for operator " reviewer-id "!"
        move "SGNF" to audit-outcome
        perform write-signon-refusal-audit
        move 36 to return-code
        perform exit-program
    end-if.
    if oper-locked = "Y"
        close oper-file
        display "Operator " reviewer-id " is locked out - see a supervisor! Nothing done."
        move "LOCK" to audit-outcome
        perform write-signon-refusal-audit
        move 36 to return-code
        perform exit-program
    end-if.
    if oper-password = signon-password
        move oper-level to reviewer-level
        display "Signed on: " function trim(oper-name) "."
        close oper-file
        perform reset-signon-failures
    else
        close oper-file
        perform count-signon-failure
        move 36 to return-code
        perform exit-program
    end-if.


*> A wrong password bumps the record's failure count through a short
*> I-O reopen, and the configured number of consecutive failures
*> locks it - the audit line tells the two refusals apart.
count-signon-failure.
    open i-o oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        display "Sign-on refused for operator " signon-fail-id "!"
        move "SGNF" to audit-outcome
        perform write-signon-refusal-audit
        exit paragraph
    end-if.

    move signon-fail-id to oper-id.
    read oper-file
        invalid key
            continue
    end-read.
    if oper-file-status not = '00'
        close oper-file
        display "Sign-on refused for operator " signon-fail-id "!"
        move "SGNF" to audit-outcome
        perform write-signon-refusal-audit
        exit paragraph
    end-if.

    if oper-fail-count is not numeric
        move 0 to oper-fail-count
    end-if.
    add 1 to oper-fail-count.

    if oper-fail-count >= lockout-limit
        move "Y" to oper-locked
        move space to oper-lock-reason
        rewrite oper-record
            invalid key
                continue
        end-rewrite
        close oper-file
        display "Operator " signon-fail-id " is now LOCKED after " lockout-limit " failed attempts!"
        move "LOCK" to audit-outcome
        perform write-signon-refusal-audit
    else
        rewrite oper-record
            invalid key
                continue
        end-rewrite
        close oper-file
        display "Sign-on refused for operator " signon-fail-id "!"
        move "SGNF" to audit-outcome
        perform write-signon-refusal-audit
    end-if.


*> A good sign-on puts the consecutive-failure count back to zero and
*> stamps the day on the record for the access review - best effort,
*> the way the main console does it.
reset-signon-failures.
    open i-o oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        exit paragraph
    end-if.

    move signon-fail-id to oper-id.
    read oper-file
        invalid key
            continue
    end-read.
    if oper-file-status = '00'
        if oper-fail-count is numeric and oper-fail-count > 0
            move 0 to oper-fail-count
        end-if
        move today-date to oper-last-signon
        rewrite oper-record
            invalid key
                continue
        end-rewrite
    end-if.
    close oper-file.


*> The sign-on refusal on the trail - op "s", outcome SGNF or LOCK,
*> same as the main console writes.
write-signon-refusal-audit.
    move signon-fail-id to audit-actor.
    move "(sign-on)" to audit-filename.
    move "s" to audit-op.
    perform write-audit-line.


write-audit-line.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        audit-actor delimited by size
        " " delimited by size
        audit-filename delimited by size
        " " delimited by size
        audit-op delimited by size
        " " delimited by size
        audit-outcome delimited by size
        into audit-rec
    end-string.

    move 0 to audit-retry-count.
    move 'no ' to audit-written-switch.
    perform until audit-written or audit-retry-count > 5
        open extend audit-file
        if audit-file-status = '00' or audit-file-status = '05'
            perform link-audit-line
            write audit-rec
            perform save-audit-head
            close audit-file
            set audit-written to true
        else
            add 1 to audit-retry-count
            call "C$SLEEP" using retry-wait-seconds
        end-if
    end-perform.

    if not audit-written
        open extend audit-spill-file
        if audit-spill-status = '00' or audit-spill-status = '05'
            move audit-rec to audit-spill-rec
            write audit-spill-rec
            close audit-spill-file
            display "Audit trail busy - line parked on CIPHAUDSP for the end-of-day merge."
        else
            display "WARNING: audit line could not be written or spilled!"
        end-if
    end-if.


*> Chain the line to the one before it - AUDLINK puts a link over the
*> whole prior line and this line's text in columns 113-120, so a
*> line edited or taken out anywhere breaks the link after it. Only
*> ever called with CIPHAUD held open for the append.
link-audit-line.
    move spaces to audit-prior-line.
    open input audit-head-file.
    if audit-head-status = '00' or audit-head-status = '05'
        read audit-head-file into audit-prior-line
            at end move spaces to audit-prior-line
        end-read
        close audit-head-file
    end-if.
    call 'audlink' using audit-prior-line, audit-rec.


*> The line just appended becomes the chain head for the next one.
save-audit-head.
    open output audit-head-file.
    if audit-head-status = '00' or audit-head-status = '05'
        write audit-head-rec from audit-rec
        close audit-head-file
    else
        display "WARNING: audit chain head could not be saved! Status: " audit-head-status "."
    end-if.


exit-program.
    stop run.
