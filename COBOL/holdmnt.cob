*> Brayden Cowell - 0844864
*> HOLDMNT - release, hold and report the CIPHHOLD outbound release queue
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. holdmnt.

environment division.
input-output section.
file-control.
    *> The outbound release queue - every delivery CIPHER held back
    *> for an embargo or a partner review, and every one put on hold
    *> here by hand. DSPPACK packages nothing on it until it is
    *> released (or an embargo-only hold reaches its date and time).
    select optional hold-file
    assign to dynamic hold-ds-name
    organization is line sequential
    file status is hold-file-status.

    *> The whole queue with the one line changed, swapped in the same
    *> read-all-write-back way DISTMNT rewrites the lists.
    select hold-work-file
    assign to dynamic hold-work-name
    organization is line sequential
    file status is hold-work-status.

    *> What is held and why, for the supervisor's morning review.
    select report-file
    assign to "HOLDRPT"
    organization is line sequential
    file status is report-file-status.

    *> The operator master the releasing supervisor signs on against -
    *> the same rules DEPTMNT's approver sign-on uses.
    select optional oper-file
    assign to dynamic oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The shared audit trail - every release and every hold lands
    *> here with the supervisor who made it. Spill discipline as
    *> everywhere else.
    select optional audit-file
    assign to dynamic audit-ds-name
    organization is line sequential
    file status is audit-file-status.

    *> The chain head - a copy of the last line landed on CIPHAUD, so
    *> the next line's link is computed without rereading the whole
    *> trail. Only ever rewritten while CIPHAUD itself is held open.
    select optional audit-head-file
    assign to dynamic audit-head-ds-name
    organization is line sequential
    file status is audit-head-status.

    select optional audit-spill-file
    assign to dynamic audit-spill-ds-name
    organization is line sequential
    file status is audit-spill-status.

    *> The profile dataset - a PROFILE PARM field resolves the shared
    *> dataset names through its prefix, the same way CIPHER does, so
    *> a rehearsal release never touches the real queue.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd hold-file.
    01 hold-rec			pic x(200).

    fd hold-work-file.
    01 hold-work-rec		pic x(200).

    fd report-file.
    01 report-rec		pic x(160).

    fd oper-file.
    copy "operrec.cpy".

    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd profile-file.
    01 profile-rec		pic x(40).

working-storage section.
    01 hold-file-status		pic xx.
    01 hold-work-status		pic xx.
    01 report-file-status	pic xx.
    01 end-of-hold-switch	pic xxx		value 'no '.
        88 end-of-hold				value 'yes'.

    *> Test/production profile separation - the resolved dataset
    *> names, the active profile, and its prefix off CIPHPROF.
    01 profile-file-status	pic xx.
    01 end-of-profile-switch	pic xxx		value 'no '.
        88 end-of-profile			value 'yes'.
    01 parm-profile		pic x(8)	value spaces.
    01 profile-found-switch	pic x(03)	value 'no '.
        88 profile-found			value 'yes'.
    01 profile-prefix		pic x(20)	value spaces.
    01 profile-base-name	pic x(30).
    01 profile-work-name	pic x(30).
    01 hold-ds-name		pic x(30)	value "CIPHHOLD".
    01 hold-work-name		pic x(32)	value spaces.
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".

    *> Startup parameters - R to release, H to hold, L to report -
    *> then the delivered output name, the supervisor's operator ID,
    *> the department code (a hold on a delivery not yet on the queue,
    *> or the one partner to report on) and the profile. The password
    *> is always asked for at the console, never taken off a PARM.
    01 parm-string		pic x(160).
    01 hold-mode		pic x.
    01 parm-output		pic x(64)	value spaces.
    01 parm-dept		pic x(10)	value spaces.

    *> One queue line - the fixed columns CIPHER's queue-held-delivery
    *> lays it out in. Status H is held, R released; the reason is
    *> EMBARGO, REVIEW, BOTH, or MANUAL for a hold put on here.
    01 hold-queue-line.
        03 hq-output		pic x(64).
        03 filler		pic x	value space.
        03 hq-dept		pic x(10).
        03 filler		pic x	value space.
        03 hq-filename		pic x(20).
        03 filler		pic x	value space.
        03 hq-reason		pic x(8).
        03 filler		pic x	value space.
        03 hq-embargo		pic x(12).
        03 filler		pic x	value space.
        03 hq-held-stamp	pic x(15).
        03 filler		pic x	value space.
        03 hq-status		pic x.
        03 filler		pic x	value space.
        03 hq-released-by	pic x(10).
        03 filler		pic x	value space.
        03 hq-release-stamp	pic x(15).
    01 entry-found-switch	pic x(03)	value 'no '.
        88 entry-found				value 'yes'.
    01 updated-line		pic x(163).
    01 hold-now			pic x(12).
    01 confirm-answer		pic x		value space.
    01 utility-status		pic s9(4).

    *> Report counts and the embargo shown as a date and time.
    01 held-count		pic 9999	value 0.
    01 released-count		pic 9999	value 0.
    01 due-count		pic 9999	value 0.
    01 report-status		pic x(8).
    01 report-embargo		pic x(16).
    01 report-separator		pic x(100)	value all "-".

    *> The supervisor sign-on - the same lockout discipline the main
    *> console runs.
    01 oper-file-status		pic xx.
    01 oper-master-switch	pic x(03)	value 'no '.
        88 oper-master-active			value 'yes'.
    01 supervisor-id		pic x(10)	value spaces.
    01 signon-password		pic x(10)	value spaces.
    01 signon-fail-id		pic x(10).
    01 lockout-limit		pic 99		value 5.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. The delivery's input filename sits where
    *> CIPHER puts it and the partner in the key column, so FILEINQ
    *> finds the release beside the run that held it.
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
    01 audit-dept		pic x(10).
    01 audit-op			pic x.
    01 audit-outcome		pic x(4).


procedure division.
*> Release a held delivery, put one on hold, or report what is held -
*> the market-sensitive file waits on the queue until the embargo
*> passes or a supervisor lets it go, and the trail says who did.
mainline.
    perform read-startup-parms.

    evaluate hold-mode
        when "r"
            perform release-delivery
        when "h"
            perform hold-delivery
        when "l"
            perform report-hold-queue
        when other
            display "Enter R to release, H to hold or L to report held deliveries."
    end-evaluate.

    perform exit-program.


*> Pick up mode and fields from JCL PARM (the command line), or prompt
*> for whatever a console session left out.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into hold-mode parm-output supervisor-id parm-dept
                parm-profile
        end-unstring
    else
        display "Enter R to release, H to hold or L to report:"
        accept hold-mode from console
    end-if.

    inspect hold-mode converting "RHL" to "rhl".

    if parm-profile not = spaces
        perform resolve-profile
    end-if.
    string hold-ds-name delimited by space
        "WK" delimited by size
        into hold-work-name
    end-string.

    if hold-mode = "r" or hold-mode = "h"
        if parm-output = spaces
            display "Enter the delivered output name:"
            accept parm-output from console
        end-if
        if parm-output = spaces
            display "A delivered output name is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    if hold-mode = "l" and parm-dept not = spaces
        move function upper-case(parm-dept) to parm-dept
    end-if.


*> Find the named profile on CIPHPROF and push its prefix onto the
*> shared dataset names - an unknown profile refuses the run rather
*> than quietly touching production.
resolve-profile.
    move 'no ' to profile-found-switch.
    move 'no ' to end-of-profile-switch.

    open input profile-file.
    if profile-file-status not = '00' and profile-file-status not = '05'
        display "No profile dataset on file (CIPHPROF)! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-profile or profile-found
        read profile-file into profile-rec
            at end set end-of-profile to true
        end-read
        if not end-of-profile and profile-rec(1:8) = parm-profile
            set profile-found to true
            move profile-rec(10:20) to profile-prefix
        end-if
    end-perform.
    close profile-file.

    if not profile-found
        display "No profile named " parm-profile " on CIPHPROF! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if profile-prefix = spaces
        display "Profile " parm-profile " active - no prefix, production dataset names apply."
        exit paragraph
    end-if.

    move hold-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to hold-ds-name.
    move oper-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to oper-ds-name.
    move audit-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-ds-name.
    move audit-spill-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-spill-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    display "Profile " parm-profile " active - shared datasets resolve under "
        function trim(profile-prefix) ".".


prefix-profile-name.
    move spaces to profile-work-name.
    string profile-prefix delimited by space
        profile-base-name delimited by space
        into profile-work-name
    end-string.


*> Let one held delivery go. Only a supervisor may, and releasing
*> ahead of an embargo needs a second, deliberate yes - that is the
*> one release that cannot be taken back once DSPPACK has run.
release-delivery.
    perform find-queue-entry.
    if not entry-found
        display function trim(parm-output) " is not on the release queue! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if hq-status = "R"
        display function trim(parm-output) " was already released by " function trim(hq-released-by)
            " at " hq-release-stamp ". Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    display "Releasing " function trim(hq-output) " for " function trim(hq-dept)
        " - held " hq-held-stamp " for " function trim(hq-reason) ".".
    perform identify-supervisor.

    move function current-date(1:12) to hold-now.
    if hq-embargo not = spaces and hq-embargo > hold-now
        display "The embargo on this delivery runs to " hq-embargo(1:4) "-" hq-embargo(5:2) "-" hq-embargo(7:2)
            " " hq-embargo(9:2) ":" hq-embargo(11:2) "! Release it early? Enter Y to confirm."
        accept confirm-answer from console
        if confirm-answer not = "Y" and confirm-answer not = "y"
            display "Release cancelled - " function trim(hq-output) " stays held."
            exit paragraph
        end-if
    end-if.

    move "R" to hq-status.
    move supervisor-id to hq-released-by.
    move function current-date to audit-timestamp.
    move spaces to hq-release-stamp.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into hq-release-stamp
    end-string.
    move hold-queue-line to updated-line.
    perform rewrite-queue-line.

    move "RELS" to audit-outcome.
    perform write-queue-audit.
    display function trim(hq-output) " released by " function trim(supervisor-id)
        " - it goes in the next dispatch packaging.".


*> Put a delivery back on hold, or on hold for the first time. A line
*> already on the queue goes back to held with its release cleared,
*> and as a MANUAL hold, so a passing embargo cannot let it go again;
*> a delivery not on it yet gets a MANUAL hold of its own.
hold-delivery.
    perform find-queue-entry.
    if entry-found and hq-status = "H"
        display function trim(parm-output) " is already held (" function trim(hq-reason) "). Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    if not entry-found
        if parm-dept = spaces
            display "Enter the department/partner code the delivery is for:"
            accept parm-dept from console
        end-if
        if parm-dept = spaces
            display "A department code is required for a new hold! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    perform identify-supervisor.

    move function current-date to audit-timestamp.
    if entry-found
        move "H" to hq-status
        move "MANUAL" to hq-reason
        move spaces to hq-released-by
        move spaces to hq-release-stamp
        move hold-queue-line to updated-line
        perform rewrite-queue-line
    else
        move spaces to hold-queue-line
        move parm-output to hq-output
        move function upper-case(parm-dept) to hq-dept
        move "MANUAL" to hq-reason
        string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
            into hq-held-stamp
        end-string
        move "H" to hq-status
        perform append-queue-line
    end-if.

    move "HOLD" to audit-outcome.
    perform write-queue-audit.
    display function trim(hq-output) " held by " function trim(supervisor-id)
        " - DSPPACK leaves it out until it is released.".


*> The queue line for the named output, left in hold-queue-line.
find-queue-entry.
    move 'no ' to entry-found-switch.
    move 'no ' to end-of-hold-switch.

    open input hold-file.
    if hold-file-status not = '00' and hold-file-status not = '05'
        display "Cannot read the release queue! Status: " hold-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-hold or entry-found
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec(1:64) = parm-output
            set entry-found to true
            move hold-rec(1:163) to hold-queue-line
        end-if
    end-perform.

    close hold-file.


*> A brand-new line on the end of the queue.
append-queue-line.
    open extend hold-file.
    if hold-file-status not = '00' and hold-file-status not = '05'
        display "Cannot open the release queue! Status: " hold-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move spaces to hold-rec.
    move hold-queue-line to hold-rec(1:163).
    write hold-rec.
    close hold-file.


*> Copy the queue to the work file with the one line replaced, then
*> swap it in - never an in-place rewrite of a shared dataset.
rewrite-queue-line.
    move 'no ' to end-of-hold-switch.
    open input hold-file.
    if hold-file-status not = '00'
        display "Cannot read the release queue! Status: " hold-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output hold-work-file.
    if hold-work-status not = '00'
        display "Cannot open the release-queue work file! Status: " hold-work-status "!"
        close hold-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            if hold-rec(1:64) = parm-output
                move spaces to hold-work-rec
                move updated-line to hold-work-rec(1:163)
            else
                move hold-rec to hold-work-rec
            end-if
            write hold-work-rec
        end-if
    end-perform.

    close hold-work-file.
    close hold-file.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using hold-ds-name.
    call "CBL_RENAME_FILE" using hold-work-name hold-ds-name.
    if return-code not = 0
        display "Cannot swap the updated queue into place - it is on " function trim(hold-work-name) "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move utility-status to return-code.


*> A release or hold is a supervisor's decision - the releasing
*> operator signs on against OPERTAB, and a clerk-level sign-on is
*> refused. With no OPERTAB the ID is taken as given, as DEPTMNT does.
identify-supervisor.
    if supervisor-id = spaces
        display "Enter the supervisor's operator ID:"
        accept supervisor-id from console
    end-if.
    if supervisor-id = spaces
        display "A supervisor ID is required! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.

    open input oper-file.
    if oper-file-status = '00'
        set oper-master-active to true
        display "Enter the supervisor's password:"
        accept signon-password from console
        move supervisor-id to oper-id
        move supervisor-id to signon-fail-id
        read oper-file
            invalid key
                continue
        end-read
        if oper-file-status not = '00'
            close oper-file
            display "A release or hold needs a supervisor sign-on! Nothing done."
            move "SGNF" to audit-outcome
            perform write-signon-refusal-audit
            move 36 to return-code
            perform exit-program
        end-if
        if oper-locked = "Y"
            close oper-file
            display "Operator " supervisor-id " is locked out - see a supervisor! Nothing done."
            move "LOCK" to audit-outcome
            perform write-signon-refusal-audit
            move 36 to return-code
            perform exit-program
        end-if
        if oper-password = signon-password
            if oper-level >= 2
                display "Supervisor " function trim(oper-name) " signed on."
                close oper-file
                perform reset-signon-failures
            else
                *> The password was right - an authority shortfall is
                *> not a guess and does not count toward a lockout.
                close oper-file
                display "A release or hold needs a supervisor sign-on! Nothing done."
                move 36 to return-code
                perform exit-program
            end-if
        else
            close oper-file
            perform count-signon-failure
            move 36 to return-code
            perform exit-program
        end-if
    else
        if oper-file-status = '05'
            close oper-file
        end-if
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
        move function current-date(1:8) to oper-last-signon
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
    move spaces to audit-dept.
    move "s" to audit-op.
    perform write-audit-line.


*> The release or hold itself - op "h", outcome RELS or HOLD, the
*> supervisor as the actor.
write-queue-audit.
    move supervisor-id to audit-actor.
    move hq-filename to audit-filename.
    if audit-filename = spaces
        move "(release queue)" to audit-filename
    end-if.
    move hq-dept to audit-dept.
    move "h" to audit-op.
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
    move audit-dept to audit-rec(69:10).
    if parm-profile not = spaces
        move parm-profile to audit-rec(100:8)
    end-if.

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


*> Everything on the queue, or one partner's lines, with why it is
*> held - HELD waiting on a supervisor or an embargo still to come,
*> DUE for an embargo that has passed, RELEASED with who let it go.
*> Both of the last two go out in the next dispatch packaging.
report-hold-queue.
    move function current-date(1:12) to hold-now.

    open input hold-file.
    if hold-file-status not = '00' and hold-file-status not = '05'
        display "Cannot read the release queue! Status: " hold-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the hold report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to report-rec.
    string "CIPHHOLD RELEASE QUEUE - RUN DATE " delimited by size
        hold-now(1:4) "-" hold-now(5:2) "-" hold-now(7:2) " " delimited by size
        hold-now(9:2) ":" hold-now(11:2) delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move "DELIVERED OUTPUT" to report-rec(1:16).
    move "DEPARTMENT REASON   EMBARGO          HELD SINCE      STATUS   BY" to report-rec(66:64).
    write report-rec.
    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.

    perform until end-of-hold
        read hold-file into hold-rec
            at end set end-of-hold to true
        end-read
        if not end-of-hold and hold-rec not = spaces
            move hold-rec(1:163) to hold-queue-line
            if parm-dept = spaces or hq-dept = parm-dept
                perform report-one-hold
            end-if
        end-if
    end-perform.

    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.
    move spaces to report-rec.
    string "HELD: " delimited by size
        held-count delimited by size
        "   EMBARGO PASSED: " delimited by size
        due-count delimited by size
        "   RELEASED: " delimited by size
        released-count delimited by size
        into report-rec
    end-string.
    write report-rec.

    close report-file.
    close hold-file.
    display "Release queue reported to HOLDRPT - " held-count " held, " due-count
        " past embargo, " released-count " released.".


report-one-hold.
    move spaces to report-embargo.
    if hq-embargo not = spaces
        string hq-embargo(1:4) "-" hq-embargo(5:2) "-" hq-embargo(7:2) " " delimited by size
            hq-embargo(9:2) ":" hq-embargo(11:2) delimited by size
            into report-embargo
        end-string
    end-if.

    evaluate true
        when hq-status = "R"
            move "RELEASED" to report-status
            add 1 to released-count
        when hq-reason = "EMBARGO" and hq-embargo <= hold-now
            move "DUE" to report-status
            add 1 to due-count
        when other
            move "HELD" to report-status
            add 1 to held-count
    end-evaluate.

    move spaces to report-rec.
    move hq-output to report-rec(1:64).
    move hq-dept to report-rec(66:10).
    move hq-reason to report-rec(77:8).
    move report-embargo to report-rec(86:16).
    move hq-held-stamp to report-rec(103:15).
    move report-status to report-rec(119:8).
    move hq-released-by to report-rec(128:10).
    write report-rec.


exit-program.
    stop run.
