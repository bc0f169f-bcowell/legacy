*> Brayden Cowell - 0844864
*> OPERCERT - dormant-operator sweep and per-manager access recertification report
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. opercert.

environment division.
input-output section.
file-control.
    *> The operator master - read end to end, and a dormant operator's
    *> record rewritten locked where it stands.
    select oper-file
    assign to "OPERTAB"
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The shared audit trail - read for each operator's recent work,
    *> and appended to for every suspension this run makes. Spill
    *> discipline as everywhere else.
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

    *> The review pack - one section per manager with every operator
    *> who answers to them, for the manager to mark up and return.
    select report-file
    assign to "OPERCERT"
    organization is line sequential
    file status is report-file-status.

data division.
file section.
    fd oper-file.
    copy "operrec.cpy".

    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd report-file.
    01 report-rec		pic x(160).

working-storage section.
    01 oper-file-status		pic xx.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 report-file-status	pic xx.
    01 end-of-oper-switch	pic xxx		value 'no '.
        88 end-of-oper				value 'yes'.
    01 end-of-audit-switch	pic xxx		value 'no '.
        88 end-of-audit				value 'yes'.

    *> Startup parameters - the days without a sign-on after which an
    *> operator is suspended as dormant, and how many days back the
    *> report counts each operator's work on the trail. Both default
    *> to a quarter, the review cycle.
    01 parm-string		pic x(80).
    01 parm-dormant-str		pic x(4)	value spaces.
    01 parm-activity-str	pic x(4)	value spaces.
    01 dormant-days		pic 9(4)	value 90.
    01 activity-days		pic 9(4)	value 90.

    01 today-date		pic x(8).
    01 today-integer		pic 9(7).
    01 activity-from-date	pic 9(8).
    01 reference-date		pic x(8).
    01 idle-days-work		pic s9(7).

    *> Every operator on file, held in manager then ID order so each
    *> manager's section prints together.
    01 operator-count		pic 999		value 0.
    01 operator-idx		pic 999.
    01 operator-slot		pic 999.
    01 manager-idx		pic 999.
    01 operator-table.
        03 operator-entry	occurs 500 times.
            05 op-manager	pic x(10).
            05 op-id		pic x(10).
            05 op-name		pic x(30).
            05 op-level		pic 9.
            05 op-depts		pic x(50).
            05 op-last-signon	pic x(8).
            05 op-idle-days	pic 9(5).
            05 op-clock-started	pic x.
            05 op-locked	pic x.
            05 op-lock-reason	pic x.
            05 op-suspended-now	pic x.
            05 op-recert-decision pic x.
            05 op-recert-date	pic x(8).
            05 op-recert-by	pic x(10).
            05 op-actions	pic 9(5).
            05 op-last-action	pic x(8).
    01 current-manager		pic x(10).

    *> Run totals for the summary.
    01 suspended-count		pic 999		value 0.
    01 locked-count		pic 999		value 0.
    01 never-signed-count	pic 999		value 0.
    01 unmanaged-count		pic 999		value 0.
    01 section-count		pic 999		value 0.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. The sweep is the actor, the suspended
    *> operator sits in the filename column.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 retry-wait-seconds	pic 9		value 1.
    01 audit-timestamp		pic x(21).
    01 audit-filename		pic x(20).

    *> One trail line as the writers lay it out - the stamp, the
    *> operator who acted, and the op in column 49.
    01 trail-line.
        03 trail-date		pic x(8).
        03 filler		pic x(8).
        03 trail-actor		pic x(10).
        03 filler		pic x(22).
        03 trail-op		pic x.
        03 filler		pic x(71).

    01 dept-slot		pic 9.
    01 dept-ptr			pic 99.
    01 dept-line		pic x(50).
    01 status-text		pic x(14).
    01 idle-display		pic zzzz9.
    01 actions-display		pic zzzz9.
    01 report-separator		pic x(150)	value all "=".
    01 detail-separator		pic x(150)	value all "-".


procedure division.
*> Suspend every operator who has not signed on for longer than the
*> dormancy limit, then print the review pack - each manager's
*> operators with their authority, department scope, last sign-on and
*> what they have actually done lately - so the quarterly review is a
*> decision per line, recorded through OPERMNT, and not a guess.
mainline.
    perform read-startup-parms.

    perform sweep-operator-master.
    perform count-recent-activity.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the recertification report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform print-report-header.
    perform print-manager-sections.
    perform print-report-summary.
    close report-file.

    display "Recertification report written to OPERCERT - " operator-count " operators, "
        section-count " manager sections, " suspended-count " suspended as dormant.".
    if suspended-count > 0
        move 4 to return-code
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into parm-dormant-str parm-activity-str
        end-unstring
    end-if.

    if parm-dormant-str not = spaces
        if function trim(parm-dormant-str) is not numeric
            display "The dormancy limit must be a number of days! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move function numval(parm-dormant-str) to dormant-days
    end-if.
    if parm-activity-str not = spaces
        if function trim(parm-activity-str) is not numeric
            display "The activity period must be a number of days! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move function numval(parm-activity-str) to activity-days
    end-if.
    if dormant-days < 1 or activity-days < 1
        display "The dormancy limit and activity period must be at least one day! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date(1:8) to today-date.
    compute today-integer = function integer-of-date(function numval(today-date)).
    if activity-days >= today-integer
        move 16010101 to activity-from-date
    else
        compute activity-from-date = function date-of-integer(today-integer - activity-days)
    end-if.


*> Every operator record in key order. The dormancy clock runs from
*> the later of the last sign-on and the day the clock was last
*> restarted (add, unlock, recertification). A record with neither -
*> one from before the sign-on stamp existed - has its clock started
*> today rather than being suspended for a history nobody kept.
sweep-operator-master.
    open i-o oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        display "No operator master file on file! Status: " oper-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-oper
        read oper-file next record
            at end set end-of-oper to true
        end-read
        if not end-of-oper
            perform review-one-operator
        end-if
    end-perform.

    close oper-file.


review-one-operator.
    if operator-count >= 500
        display "More than 500 operators on file! The rest are left out of the review."
        set end-of-oper to true
        exit paragraph
    end-if.
    perform slot-operator-entry.

    move oper-manager to op-manager(operator-idx).
    move oper-id to op-id(operator-idx).
    move oper-name to op-name(operator-idx).
    move oper-level to op-level(operator-idx).
    move oper-depts to op-depts(operator-idx).
    move oper-last-signon to op-last-signon(operator-idx).
    move 0 to op-idle-days(operator-idx).
    move "N" to op-clock-started(operator-idx).
    move "N" to op-suspended-now(operator-idx).
    move oper-recert-decision to op-recert-decision(operator-idx).
    move oper-recert-date to op-recert-date(operator-idx).
    move oper-recert-by to op-recert-by(operator-idx).
    move 0 to op-actions(operator-idx).
    move spaces to op-last-action(operator-idx).

    if oper-last-signon = spaces
        add 1 to never-signed-count
    end-if.
    if oper-manager = spaces
        add 1 to unmanaged-count
    end-if.

    move oper-last-signon to reference-date.
    if oper-dormancy-from not = spaces
        and (reference-date = spaces or oper-dormancy-from > reference-date)
        move oper-dormancy-from to reference-date
    end-if.

    if reference-date = spaces or reference-date is not numeric
        move today-date to oper-dormancy-from
        rewrite oper-record
            invalid key
                continue
        end-rewrite
        move "Y" to op-clock-started(operator-idx)
    else
        compute idle-days-work = today-integer
            - function integer-of-date(function numval(reference-date))
        if idle-days-work < 0
            move 0 to idle-days-work
        end-if
        move idle-days-work to op-idle-days(operator-idx)
        if idle-days-work > dormant-days and oper-locked not = "Y"
            perform suspend-dormant-operator
        end-if
    end-if.

    move oper-locked to op-locked(operator-idx).
    move oper-lock-reason to op-lock-reason(operator-idx).
    if oper-locked = "Y"
        add 1 to locked-count
    end-if.


*> Locked with reason D - the sign-on is refused everywhere the
*> lockout is checked, and a supervisor's unlock through OPERMNT (or
*> the manager keeping the access at review) brings it back.
suspend-dormant-operator.
    move "Y" to oper-locked.
    move "D" to oper-lock-reason.
    rewrite oper-record
        invalid key
            display "Unable to suspend operator " oper-id "! Status: " oper-file-status "!"
            exit paragraph
    end-rewrite.

    move "Y" to op-suspended-now(operator-idx).
    add 1 to suspended-count.
    move idle-days-work to idle-display.
    display "Operator " function trim(oper-id) " suspended - no sign-on for " function trim(idle-display) " days.".

    move oper-id to audit-filename.
    perform write-audit-line.


*> Find the slot the record belongs in, manager then ID, and open it
*> up - the master comes in ID order, so most land at the end.
slot-operator-entry.
    move 1 to operator-slot.
    perform until operator-slot > operator-count
        or op-manager(operator-slot) > oper-manager
        or (op-manager(operator-slot) = oper-manager and op-id(operator-slot) > oper-id)
        add 1 to operator-slot
    end-perform.
    perform varying operator-idx from operator-count by -1 until operator-idx < operator-slot
        move operator-entry(operator-idx) to operator-entry(operator-idx + 1)
    end-perform.
    add 1 to operator-count.
    move operator-slot to operator-idx.


*> Each operator's lines on the trail inside the activity period - a
*> refused sign-on is not work, so op "s" lines are not counted.
count-recent-activity.
    open input audit-file.
    if audit-file-status not = '00'
        if audit-file-status = '05'
            close audit-file
        end-if
        display "No audit trail on file - recent activity is not shown."
        exit paragraph
    end-if.

    perform until end-of-audit
        read audit-file into audit-rec
            at end set end-of-audit to true
        end-read
        if not end-of-audit
            move audit-rec to trail-line
            if trail-date is numeric and trail-date >= activity-from-date
                and trail-op not = "s"
                perform note-operator-action
            end-if
        end-if
    end-perform.

    close audit-file.


note-operator-action.
    perform varying operator-idx from 1 by 1 until operator-idx > operator-count
        if op-id(operator-idx) = trail-actor
            add 1 to op-actions(operator-idx)
            if trail-date > op-last-action(operator-idx)
                or op-last-action(operator-idx) = spaces
                move trail-date to op-last-action(operator-idx)
            end-if
            exit paragraph
        end-if
    end-perform.


print-report-header.
    move spaces to report-rec.
    move report-separator to report-rec(1:150).
    write report-rec.

    move spaces to report-rec.
    string "OPERATOR ACCESS RECERTIFICATION - RUN DATE " delimited by size
        today-date(1:4) "-" today-date(5:2) "-" today-date(7:2) delimited by size
        " - DORMANT AFTER " delimited by size
        dormant-days delimited by size
        " DAYS - ACTIVITY SINCE " delimited by size
        activity-from-date delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    write report-rec.


*> One section per manager - the operators with no manager on file
*> come first, for a supervisor to decide on.
print-manager-sections.
    move high-values to current-manager.
    perform varying operator-idx from 1 by 1 until operator-idx > operator-count
        if op-manager(operator-idx) not = current-manager
            if current-manager not = high-values
                perform print-section-footer
            end-if
            move op-manager(operator-idx) to current-manager
            perform print-section-header
        end-if
        perform print-operator-line
    end-perform.
    if current-manager not = high-values
        perform print-section-footer
    end-if.


print-section-header.
    add 1 to section-count.
    move spaces to report-rec.
    move report-separator to report-rec(1:150).
    write report-rec.

    move spaces to report-rec.
    if current-manager = spaces
        move "NO MANAGER ON FILE - A SUPERVISOR DECIDES FOR THESE OPERATORS" to report-rec
    else
        perform varying manager-idx from 1 by 1 until manager-idx > operator-count
            or op-id(manager-idx) = current-manager
            continue
        end-perform
        if manager-idx > operator-count
            string "MANAGER " delimited by size
                current-manager delimited by size
                " (NOT ON FILE)" delimited by size
                into report-rec
            end-string
        else
            string "MANAGER " delimited by size
                current-manager delimited by size
                " " delimited by size
                function trim(op-name(manager-idx)) delimited by size
                into report-rec
            end-string
        end-if
    end-if.
    write report-rec.

    move spaces to report-rec.
    move detail-separator to report-rec(1:150).
    write report-rec.

    move spaces to report-rec.
    move "OPERATOR" to report-rec(1:8).
    move "NAME" to report-rec(12:4).
    move "LVL" to report-rec(32:3).
    move "DEPARTMENTS" to report-rec(37:11).
    move "LAST-SIGN" to report-rec(82:9).
    move "IDLE" to report-rec(92:4).
    move "ACTNS" to report-rec(97:5).
    move "LAST-ACT" to report-rec(103:8).
    move "STATUS" to report-rec(112:6).
    move "LAST REVIEW" to report-rec(127:11).
    write report-rec.


print-operator-line.
    move spaces to report-rec.
    move op-id(operator-idx) to report-rec(1:10).
    move op-name(operator-idx)(1:20) to report-rec(12:20).
    move op-level(operator-idx) to report-rec(33:1).

    move spaces to dept-line.
    move 1 to dept-ptr.
    perform varying dept-slot from 1 by 1 until dept-slot > 5
        if op-depts(operator-idx)((dept-slot - 1) * 10 + 1:10) not = spaces
            if dept-ptr > 1
                string "/" delimited by size into dept-line with pointer dept-ptr
                end-string
            end-if
            string op-depts(operator-idx)((dept-slot - 1) * 10 + 1:10) delimited by space
                into dept-line with pointer dept-ptr
            end-string
        end-if
    end-perform.
    if dept-line = spaces
        move "(UNSCOPED - WHOLE SHOP)" to dept-line
    end-if.
    move dept-line(1:44) to report-rec(37:44).

    if op-last-signon(operator-idx) = spaces
        move "NEVER" to report-rec(82:5)
    else
        move op-last-signon(operator-idx) to report-rec(82:8)
    end-if.
    if op-clock-started(operator-idx) = "Y"
        move "  NEW" to report-rec(91:5)
    else
        move op-idle-days(operator-idx) to idle-display
        move idle-display to report-rec(91:5)
    end-if.
    move op-actions(operator-idx) to actions-display.
    move actions-display to report-rec(97:5).
    move op-last-action(operator-idx) to report-rec(103:8).

    evaluate true
        when op-suspended-now(operator-idx) = "Y"
            move "SUSPENDED NOW" to status-text
        when op-locked(operator-idx) = "Y" and op-lock-reason(operator-idx) = "D"
            move "DORMANT" to status-text
        when op-locked(operator-idx) = "Y" and op-lock-reason(operator-idx) = "R"
            move "REVOKED" to status-text
        when op-locked(operator-idx) = "Y"
            move "LOCKED OUT" to status-text
        when op-clock-started(operator-idx) = "Y"
            move "CLOCK STARTED" to status-text
        when other
            move "ACTIVE" to status-text
    end-evaluate.
    move status-text to report-rec(112:14).

    if op-recert-date(operator-idx) not = spaces
        string op-recert-date(operator-idx) delimited by size
            " " delimited by size
            op-recert-decision(operator-idx) delimited by size
            " BY " delimited by size
            op-recert-by(operator-idx) delimited by size
            into report-rec(127:24)
        end-string
    else
        move "NEVER REVIEWED" to report-rec(127:14)
    end-if.
    write report-rec.


*> How the manager's decisions come back - one OPERMNT review per
*> operator, K to keep or R to revoke, each landing on the trail.
print-section-footer.
    move spaces to report-rec.
    move detail-separator to report-rec(1:150).
    write report-rec.
    move spaces to report-rec.
    move "  RECORD EACH DECISION THROUGH OPERMNT PARM R,<OPERATOR>,K OR R,<MANAGER> - K KEEPS THE ACCESS, R REVOKES IT." to report-rec.
    write report-rec.
    move spaces to report-rec.
    write report-rec.


print-report-summary.
    move spaces to report-rec.
    move report-separator to report-rec(1:150).
    write report-rec.
    move spaces to report-rec.
    string "  OPERATORS ON FILE: " delimited by size
        operator-count delimited by size
        "  SUSPENDED AS DORMANT THIS RUN: " delimited by size
        suspended-count delimited by size
        "  LOCKED (ANY REASON): " delimited by size
        locked-count delimited by size
        "  NEVER SIGNED ON: " delimited by size
        never-signed-count delimited by size
        "  NO MANAGER ON FILE: " delimited by size
        unmanaged-count delimited by size
        into report-rec
    end-string.
    write report-rec.


*> The suspension on the trail - op "a", outcome DORM, the sweep as
*> the actor, the same columns every writer uses.
write-audit-line.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " OPERCERT   " delimited by size
        audit-filename delimited by size
        " a DORM" delimited by size
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
