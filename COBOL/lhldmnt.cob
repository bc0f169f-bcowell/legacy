*> Brayden Cowell - 0844864
*> LHLDMNT - place, lift and report CIPHLHLD legal holds
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. lhldmnt.

environment division.
input-output section.
file-control.
    *> The legal-hold register - every hold Legal has placed, active
    *> or lifted. RETSWEEP, KEYTAB and DEPTMNT refuse to destroy
    *> anything an active hold covers.
    select optional lhld-file
    assign to dynamic lhld-ds-name
    organization is line sequential
    file status is lhld-file-status.

    *> The whole register with the one line changed, swapped in the
    *> same read-all-write-back way HOLDMNT rewrites its queue.
    select lhld-work-file
    assign to dynamic lhld-work-name
    organization is line sequential
    file status is lhld-work-status.

    *> Every hold and what it currently protects, for Legal's file.
    select report-file
    assign to "LHLDRPT"
    organization is line sequential
    file status is report-file-status.

    *> The key records, saved tables, register and trail a hold can
    *> cover - read here only, to show what is being protected.
    select optional dept-file
    assign to dynamic dept-ds-name
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    select optional keytab-file
    assign to dynamic keytab-ds-name
    organization is indexed
    access mode is dynamic
    record key is keytab-name
    file status is keytab-file-status.

    select optional register-file
    assign to dynamic register-ds-name
    organization is line sequential
    file status is register-file-status.

    *> The operator master the placing or lifting supervisor signs on
    *> against - the same rules HOLDMNT's release sign-on uses.
    select optional oper-file
    assign to dynamic oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The shared audit trail - placing and lifting a hold are audit
    *> material, and the trail is what a hold protects. Spill
    *> discipline as everywhere else.
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
    *> a rehearsal hold never lands on the real register.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd lhld-file.
    01 lhld-rec			pic x(120).

    fd lhld-work-file.
    01 lhld-work-rec		pic x(120).

    fd report-file.
    01 report-rec		pic x(132).

    fd dept-file.
    copy "depttab.cpy".

    fd keytab-file.
    copy "keytabrec.cpy".

    fd register-file.
    01 register-rec		pic x(80).

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
    01 lhld-file-status		pic xx.
    01 lhld-work-status		pic xx.
    01 report-file-status	pic xx.
    01 dept-file-status		pic xx.
    01 keytab-file-status	pic xx.
    01 register-file-status	pic xx.
    01 end-of-lhld-switch	pic xxx		value 'no '.
        88 end-of-lhld				value 'yes'.
    01 end-of-dept-switch	pic xxx		value 'no '.
        88 end-of-dept				value 'yes'.
    01 end-of-register-switch	pic xxx		value 'no '.
        88 end-of-register			value 'yes'.
    01 end-of-audit-switch	pic xxx		value 'no '.
        88 end-of-audit				value 'yes'.
    *> The saved table the held department ciphers under, picked up
    *> off its key record so the table report covers it too.
    01 held-dept-table		pic x(20)	value spaces.

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
    01 lhld-ds-name		pic x(30)	value "CIPHLHLD".
    01 lhld-work-name		pic x(32)	value spaces.
    01 dept-ds-name		pic x(30)	value "DEPTTAB".
    01 keytab-ds-name		pic x(30)	value "KEYTAB".
    01 register-ds-name		pic x(30)	value "CIPHREG".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 oper-ds-name		pic x(30)	value "OPERTAB".

    *> Startup parameters - A to place a hold, R to lift one, L to
    *> report - then the hold reference, the department/partner code,
    *> the saved table name, the filename pattern, who is placing or
    *> lifting it, and the profile.
    01 parm-string		pic x(160).
    01 lhld-mode		pic x.
    01 parm-reference		pic x(12)	value spaces.
    01 parm-dept		pic x(10)	value spaces.
    01 parm-table		pic x(20)	value spaces.
    01 parm-pattern		pic x(20)	value spaces.
    01 parm-operator		pic x(10)	value spaces.

    copy "lhldrec.cpy".

    *> The supervisor sign-on - the same lockout discipline the main
    *> console runs. The operator ID comes from PARM or the console,
    *> the password from the console only.
    01 oper-file-status		pic xx.
    01 oper-master-switch	pic x(03)	value 'no '.
        88 oper-master-active			value 'yes'.
    01 signon-password		pic x(10)	value spaces.
    01 signon-fail-id		pic x(10).
    01 lockout-limit		pic 99		value 5.

    01 entry-found-switch	pic x(03)	value 'no '.
        88 entry-found				value 'yes'.
    01 updated-line		pic x(107).
    01 confirm-answer		pic x		value space.
    01 utility-status		pic s9(4).
    01 stamp-work		pic x(21).

    *> Filename pattern matching - the same rule CIPHER's policy
    *> table uses: no * is an exact name, a trailing * a prefix.
    01 match-name		pic x(20).
    01 pattern-prefix-len	pic 99.
    01 pattern-hit-switch	pic x(03)	value 'no '.
        88 pattern-hit				value 'yes'.

    *> Report counts and the line being built.
    01 active-count		pic 9999	value 0.
    01 lifted-count		pic 9999	value 0.
    01 protected-count		pic 9(6)	value 0.
    01 trail-count		pic 9(8)	value 0.
    01 report-separator		pic x(100)	value all "-".

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. A legal-hold line is op "l", with the hold's
    *> department in the key column and its reference at column 80.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 retry-wait-seconds	pic 9		value 1.
    01 audit-timestamp		pic x(21).
    01 audit-outcome		pic x(4).


procedure division.
*> Place a legal hold, lift one, or report every hold and what it is
*> protecting - once Legal freezes a partner relationship, nothing
*> about it is archived, pruned or erased until the hold comes off.
mainline.
    perform read-startup-parms.

    evaluate lhld-mode
        when "a"
            perform place-hold
        when "r"
            perform lift-hold
        when "l"
            perform report-holds
        when other
            display "Enter A to place, R to lift or L to report legal holds."
    end-evaluate.

    perform exit-program.


*> Pick up mode and fields from JCL PARM (the command line), or prompt
*> for whatever a console session left out.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into lhld-mode parm-reference parm-dept parm-table
                parm-pattern parm-operator parm-profile
        end-unstring
    else
        display "Enter A to place, R to lift or L to report:"
        accept lhld-mode from console
    end-if.

    inspect lhld-mode converting "ARL" to "arl".

    if parm-profile not = spaces
        perform resolve-profile
    end-if.
    string lhld-ds-name delimited by space
        "WK" delimited by size
        into lhld-work-name
    end-string.

    if lhld-mode = "a" or lhld-mode = "r"
        if parm-reference = spaces
            display "Enter the legal hold reference:"
            accept parm-reference from console
        end-if
        if parm-reference = spaces
            display "A hold reference is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        move function upper-case(parm-reference) to parm-reference
        if parm-operator = spaces
            display "Enter your operator ID:"
            accept parm-operator from console
        end-if
        if parm-operator = spaces
            display "The hold must say who placed or lifted it! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        perform identify-supervisor
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

    move lhld-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to lhld-ds-name.
    move dept-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dept-ds-name.
    move keytab-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to keytab-ds-name.
    move register-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to register-ds-name.
    move audit-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-ds-name.
    move audit-spill-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-spill-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    move oper-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to oper-ds-name.
    display "Profile " parm-profile " active - shared datasets resolve under "
        function trim(profile-prefix) ".".


prefix-profile-name.
    move spaces to profile-work-name.
    string profile-prefix delimited by space
        profile-base-name delimited by space
        into profile-work-name
    end-string.


*> Placing a hold, and above all lifting one, is a supervisor's
*> decision - the operator signs on against OPERTAB, and a
*> clerk-level sign-on is refused. With no OPERTAB the ID is taken as
*> given, as HOLDMNT and DEPTMNT do.
identify-supervisor.
    open input oper-file.
    if oper-file-status = '00'
        set oper-master-active to true
        display "Enter the supervisor's password:"
        accept signon-password from console
        move parm-operator to oper-id
        move parm-operator to signon-fail-id
        read oper-file
            invalid key
                continue
        end-read
        if oper-file-status not = '00'
            close oper-file
            display "A legal hold is placed or lifted by a supervisor only! Nothing done."
            move "SGNF" to audit-outcome
            perform write-signon-refusal-audit
            move 36 to return-code
            perform exit-program
        end-if
        if oper-locked = "Y"
            close oper-file
            display "Operator " parm-operator " is locked out - see a supervisor! Nothing done."
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
                display "A legal hold is placed or lifted by a supervisor only! Nothing done."
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
    move spaces to signon-password.


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
        move function current-date(1:8) to oper-last-signon
        rewrite oper-record
            invalid key
                continue
        end-rewrite
    end-if.
    close oper-file.


*> A new hold - a reference never used before (a lifted hold keeps
*> its reference on the register for good), and at least one thing
*> for it to cover.
place-hold.
    perform find-hold-entry.
    if entry-found
        display "Hold " function trim(parm-reference) " is already on the register! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    if parm-dept = spaces and parm-table = spaces and parm-pattern = spaces
        display "Enter the department/partner code to hold (blank for none):"
        accept parm-dept from console
        display "Enter the saved table name to hold (blank for none):"
        accept parm-table from console
        display "Enter the filename pattern to hold, * for a prefix (blank for none):"
        accept parm-pattern from console
    end-if.
    if parm-dept = spaces and parm-table = spaces and parm-pattern = spaces
        display "A hold must name a department, a table or a filename pattern! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date to stamp-work.
    move spaces to legal-hold-line.
    move parm-reference to lh-reference.
    move function upper-case(parm-dept) to lh-dept.
    move parm-table to lh-table.
    move parm-pattern to lh-pattern.
    move parm-operator to lh-placed-by.
    move stamp-work(1:8) to lh-placed-date.
    move "A" to lh-status.

    open extend lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot open the legal-hold register! Status: " lhld-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move spaces to lhld-rec.
    move legal-hold-line to lhld-rec(1:107).
    write lhld-rec.
    close lhld-file.

    move "PLAC" to audit-outcome.
    perform write-hold-audit.
    display "Legal hold " function trim(lh-reference) " placed by " function trim(parm-operator) ".".


*> Lifting a hold is the one act that lets destruction resume - the
*> hold is shown and confirmed, and stays on the register as lifted.
lift-hold.
    perform find-hold-entry.
    if not entry-found
        display "Hold " function trim(parm-reference) " is not on the register! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if not lh-active
        display "Hold " function trim(parm-reference) " was already lifted by " function trim(lh-lifted-by)
            " on " lh-lifted-date ". Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    display "About to LIFT legal hold " function trim(lh-reference) ":".
    display "  Department:      " lh-dept.
    display "  Table:           " lh-table.
    display "  Filename pattern:" lh-pattern.
    display "  Placed by:       " lh-placed-by " on " lh-placed-date.
    display "Lift this hold? Enter Y to confirm.".
    accept confirm-answer from console.
    if confirm-answer not = "Y" and confirm-answer not = "y"
        display "Lift cancelled - hold " function trim(lh-reference) " stays active."
        exit paragraph
    end-if.

    move function current-date to stamp-work.
    move "L" to lh-status.
    move parm-operator to lh-lifted-by.
    move stamp-work(1:8) to lh-lifted-date.
    move legal-hold-line to updated-line.
    perform rewrite-hold-line.

    move "LIFT" to audit-outcome.
    perform write-hold-audit.
    display "Legal hold " function trim(lh-reference) " lifted by " function trim(parm-operator) ".".


*> Look the reference up on the register - legal-hold-line is left
*> holding the line when it is there.
find-hold-entry.
    move 'no ' to entry-found-switch.
    move 'no ' to end-of-lhld-switch.

    open input lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot read the legal-hold register! Status: " lhld-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-lhld or entry-found
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move lhld-rec(1:107) to legal-hold-line
            if lh-reference = parm-reference
                set entry-found to true
            end-if
        end-if
    end-perform.
    close lhld-file.


*> Copy the register to the work file with the one line replaced,
*> then swap it in - never an in-place truncation of a shared
*> dataset.
rewrite-hold-line.
    move 'no ' to end-of-lhld-switch.

    open input lhld-file.
    if lhld-file-status not = '00'
        display "Cannot read the legal-hold register! Status: " lhld-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    open output lhld-work-file.
    if lhld-work-status not = '00'
        display "Cannot open the legal-hold work file! Status: " lhld-work-status "!"
        close lhld-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-lhld
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move spaces to lhld-work-rec
            if lhld-rec(1:12) = parm-reference
                move updated-line to lhld-work-rec(1:107)
            else
                move lhld-rec to lhld-work-rec
            end-if
            write lhld-work-rec
        end-if
    end-perform.

    close lhld-work-file.
    close lhld-file.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using lhld-ds-name.
    call "CBL_RENAME_FILE" using lhld-work-name lhld-ds-name.
    if return-code not = 0
        display "Cannot swap the updated register into place - it is on " function trim(lhld-work-name) "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move utility-status to return-code.


*> Every hold on the register and, for each active one, everything
*> on file it is protecting right now - the key record, the saved
*> tables, the register lines and the trail lines a sweep would
*> otherwise have taken.
report-holds.
    open input lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot read the legal-hold register! Status: " lhld-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the report file! Status: " report-file-status "!"
        close lhld-file
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date to stamp-work.
    move spaces to report-rec.
    string "CIPHLHLD LEGAL HOLD REGISTER - RUN DATE " delimited by size
        stamp-work(1:4) "-" stamp-work(5:2) "-" stamp-work(7:2) delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move "REFERENCE    DEPARTMENT TABLE                FILENAME PATTERN     PLACED BY  DATE     STATUS" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.

    move 'no ' to end-of-lhld-switch.
    perform until end-of-lhld
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move lhld-rec(1:107) to legal-hold-line
            perform report-one-hold
        end-if
    end-perform.
    close lhld-file.

    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.
    move spaces to report-rec.
    string "HOLDS ACTIVE: " delimited by size
        active-count delimited by size
        "   LIFTED: " delimited by size
        lifted-count delimited by size
        into report-rec
    end-string.
    write report-rec.

    close report-file.
    display "Reported " active-count " active and " lifted-count " lifted legal holds to LHLDRPT.".


report-one-hold.
    move spaces to report-rec.
    move lh-reference to report-rec(1:12).
    move lh-dept to report-rec(14:10).
    move lh-table to report-rec(25:20).
    move lh-pattern to report-rec(46:20).
    move lh-placed-by to report-rec(67:10).
    move lh-placed-date to report-rec(78:8).
    if lh-active
        add 1 to active-count
        move "ACTIVE" to report-rec(87:6)
    else
        add 1 to lifted-count
        string "LIFTED " delimited by size
            lh-lifted-by delimited by space
            " " delimited by size
            lh-lifted-date delimited by size
            into report-rec(87:30)
        end-string
    end-if.
    write report-rec.

    if not lh-active
        exit paragraph
    end-if.

    move 0 to protected-count.
    perform report-held-keys.
    perform report-held-tables.
    perform report-held-register.
    perform report-held-trail.
    if protected-count = 0
        move spaces to report-rec
        move "(nothing on file is covered by this hold just now)" to report-rec(5:60)
        write report-rec
    end-if.


*> The key record for the held code, and every key record that
*> ciphers under the held table - deleting either would strand the
*> held files.
report-held-keys.
    move spaces to held-dept-table.
    open input dept-file.
    if dept-file-status not = '00'
        if dept-file-status = '05'
            close dept-file
        end-if
        exit paragraph
    end-if.

    move 'no ' to end-of-dept-switch.
    perform until end-of-dept
        read dept-file next record
            at end set end-of-dept to true
        end-read
        if not end-of-dept
            if (lh-dept not = spaces and dept-code = lh-dept)
                or (lh-table not = spaces and dept-table-name = lh-table)
                add 1 to protected-count
                move spaces to report-rec
                move "DEPTTAB" to report-rec(5:7)
                move dept-code to report-rec(14:10)
                move dept-table-name to report-rec(25:20)
                move "key record" to report-rec(46:10)
                write report-rec
                if lh-dept not = spaces and dept-code = lh-dept
                    move dept-table-name to held-dept-table
                end-if
            end-if
        end-if
    end-perform.
    close dept-file.


*> The saved table itself, a saved table under the held partner's
*> own code, and the saved table the held partner's key record
*> ciphers under - KEYTAB refuses to erase or rename any of them.
report-held-tables.
    open input keytab-file.
    if keytab-file-status not = '00'
        if keytab-file-status = '05'
            close keytab-file
        end-if
        exit paragraph
    end-if.

    if lh-table not = spaces
        move lh-table to keytab-name
        read keytab-file
            invalid key
                continue
        end-read
        if keytab-file-status = '00'
            add 1 to protected-count
            move spaces to report-rec
            move "KEYTAB" to report-rec(5:6)
            move keytab-name to report-rec(25:20)
            move "saved table" to report-rec(46:11)
            write report-rec
        end-if
    end-if.

    if lh-dept not = spaces and lh-dept not = lh-table
        move lh-dept to keytab-name
        read keytab-file
            invalid key
                continue
        end-read
        if keytab-file-status = '00'
            add 1 to protected-count
            move spaces to report-rec
            move "KEYTAB" to report-rec(5:6)
            move keytab-name to report-rec(25:20)
            move "saved table" to report-rec(46:11)
            write report-rec
        end-if
    end-if.

    if held-dept-table not = spaces and held-dept-table not = lh-table
        and held-dept-table not = lh-dept
        move held-dept-table to keytab-name
        read keytab-file
            invalid key
                continue
        end-read
        if keytab-file-status = '00'
            add 1 to protected-count
            move spaces to report-rec
            move "KEYTAB" to report-rec(5:6)
            move keytab-name to report-rec(25:20)
            move "saved table of " to report-rec(46:15)
            move lh-dept to report-rec(61:10)
            write report-rec
        end-if
    end-if.

    close keytab-file.


*> Each processed-register line for a held file or sent to the held
*> partner.
report-held-register.
    open input register-file.
    if register-file-status not = '00' and register-file-status not = '05'
        exit paragraph
    end-if.

    move 'no ' to end-of-register-switch.
    perform until end-of-register
        read register-file into register-rec
            at end set end-of-register to true
        end-read
        if not end-of-register and register-rec not = spaces
            move 'no ' to pattern-hit-switch
            if lh-pattern not = spaces
                move register-rec(1:20) to match-name
                perform match-hold-pattern
            end-if
            if pattern-hit
                or (lh-dept not = spaces and register-rec(67:10) = lh-dept)
                add 1 to protected-count
                move spaces to report-rec
                move "CIPHREG" to report-rec(5:7)
                move register-rec(1:20) to report-rec(25:20)
                move register-rec(40:15) to report-rec(46:15)
                move register-rec(67:10) to report-rec(67:10)
                write report-rec
            end-if
        end-if
    end-perform.
    close register-file.


*> The trail lines for held files, the held partner or the held
*> table - counted rather than listed, there are too many to print.
report-held-trail.
    move 0 to trail-count.
    open input audit-file.
    if audit-file-status not = '00' and audit-file-status not = '05'
        exit paragraph
    end-if.

    move 'no ' to end-of-audit-switch.
    perform until end-of-audit
        read audit-file into audit-rec
            at end set end-of-audit to true
        end-read
        if not end-of-audit and audit-rec not = spaces
            move 'no ' to pattern-hit-switch
            if lh-pattern not = spaces
                move audit-rec(28:20) to match-name
                perform match-hold-pattern
            end-if
            if pattern-hit
                or (lh-dept not = spaces and audit-rec(69:10) = lh-dept)
                or (lh-table not = spaces and audit-rec(80:20) = lh-table)
                add 1 to trail-count
            end-if
        end-if
    end-perform.
    close audit-file.

    if trail-count > 0
        add 1 to protected-count
        move spaces to report-rec
        move "CIPHAUD" to report-rec(5:7)
        string trail-count delimited by size
            " audit trail lines" delimited by size
            into report-rec(25:40)
        end-string
        write report-rec
    end-if.


*> No * in the pattern is an exact filename; a trailing * matches on
*> the prefix before it, and a lone * matches every file.
match-hold-pattern.
    move 'no ' to pattern-hit-switch.
    move 0 to pattern-prefix-len.
    inspect lh-pattern tallying pattern-prefix-len for characters before "*".

    if pattern-prefix-len = 20
        if lh-pattern = match-name
            set pattern-hit to true
        end-if
    else
        if pattern-prefix-len = 0
            set pattern-hit to true
        else
            if match-name(1:pattern-prefix-len) = lh-pattern(1:pattern-prefix-len)
                set pattern-hit to true
            end-if
        end-if
    end-if.


*> The hold placed or lifted - op "l", outcome PLAC or LIFT, the
*> operator as the actor, the held department in the key column and
*> the hold reference at column 80, where every legal-hold line on
*> the trail carries it.
write-hold-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        parm-operator delimited by size
        " " delimited by size
        "(legal hold)        " delimited by size
        " l " delimited by size
        audit-outcome delimited by size
        into audit-rec
    end-string.
    move lh-dept to audit-rec(69:10).
    move lh-reference to audit-rec(80:12).
    perform write-audit-line.


*> The sign-on refusal on the trail - op "s", outcome SGNF or LOCK,
*> same as the main console writes.
write-signon-refusal-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        signon-fail-id delimited by size
        " " delimited by size
        "(sign-on)           " delimited by size
        " s " delimited by size
        audit-outcome delimited by size
        into audit-rec
    end-string.
    perform write-audit-line.


*> Append the composed audit-rec to the trail - retrying with a wait
*> when another session holds CIPHAUD, and spilling to CIPHAUDSP if
*> it stays busy.
write-audit-line.
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


exit-program.
    stop run.
