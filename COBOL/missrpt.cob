*> Brayden Cowell - 0844864
*> MISSRPT - expected-inbound files that never came in
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. missrpt.

environment division.
input-output section.
file-control.
    *> The expected-inbound schedule EXPMNT maintains - one line per
    *> file a partner owes us, with its due weekdays and cut-off.
    select optional schedule-file
    assign to "CIPHEXP"
    organization is line sequential
    file status is schedule-file-status.

    *> The batch calendar - nothing is due on a shop holiday, and a
    *> partner's blackout date excuses that partner's files.
    select optional calendar-file
    assign to "CIPHCAL"
    organization is line sequential
    file status is calendar-file-status.

    *> The retained run-control copies, one dataset name per line -
    *> a report for an earlier date finds that night's records there.
    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    *> Whichever run-control dataset (or the service-mode arrivals
    *> log, which has the same layout) is being swept for arrivals.
    select optional run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> The report itself - the expected files that did not arrive,
    *> grouped under each partner, and the missing count MORNCHK
    *> puts on the morning summary.
    select report-file
    assign to "MISSRPT"
    organization is line sequential
    file status is report-file-status.

data division.
file section.
    fd schedule-file.
    01 schedule-rec		pic x(60).

    fd calendar-file.
    01 calendar-rec		pic x(30).

    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd report-file.
    01 report-rec		pic x(132).

working-storage section.
    01 schedule-file-status	pic xx.
    01 calendar-file-status	pic xx.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 report-file-status	pic xx.
    01 end-of-schedule-switch	pic xxx		value 'no '.
        88 end-of-schedule			value 'yes'.
    01 end-of-calendar-switch	pic xxx		value 'no '.
        88 end-of-calendar			value 'yes'.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.

    *> Startup parameter - the date whose expected files are checked,
    *> YYYYMMDD; blank is today.
    01 parm-string		pic x(80).
    01 report-date		pic x(8)	value spaces.
    01 report-integer		pic 9(7).
    01 today-date		pic x(8).
    01 now-time			pic x(4).

    *> Weekday arithmetic as KEYEXPRY does it: day 1 of the date
    *> functions was a Monday, so the remainder is the position in
    *> the MTWTFSS day pattern, with 0 standing for Sunday's 7.
    01 weekday-remainder	pic 9.
    01 weekday-position		pic 9.
    01 weekday-names		pic x(63)	value
        "MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   SATURDAY SUNDAY   ".
    01 weekday-name		pic x(9).

    *> The calendar's verdict on the report date - a shop holiday
    *> means nothing was due; blacked-out partners are excused.
    01 shop-holiday-switch	pic x(03)	value 'no '.
        88 shop-holiday				value 'yes'.
    01 calendar-line.
        03 cll-type		pic x.
        03 filler		pic x.
        03 cll-dept		pic x(10).
        03 filler		pic x.
        03 cll-date		pic x(8).
    01 blackout-count		pic 999		value 0.
    01 blackout-idx		pic 999.
    01 blackout-table.
        03 blackout-dept	pic x(10)	occurs 100 times.
    01 blackout-hit-switch	pic x(03).
        88 blackout-hit				value 'yes'.

    *> The schedule lines due on the report date, held in partner then
    *> cut-off order so the report groups itself as it prints.
    01 schedule-line.
        03 exl-dept		pic x(10).
        03 filler		pic x.
        03 exl-days		pic x(7).
        03 filler		pic x.
        03 exl-cutoff		pic x(4).
        03 filler		pic x.
        03 exl-label		pic x(30).
    01 due-count		pic 999		value 0.
    01 due-idx			pic 999.
    01 due-slot			pic 999.
    01 due-table.
        03 due-entry		occurs 300 times.
            05 due-dept		pic x(10).
            05 due-cutoff	pic x(4).
            05 due-label	pic x(30).
            05 due-status	pic x(8).
            05 due-arrival	pic x(20).
            05 due-time		pic x(4).

    *> Every inbound arrival stamped on the report date - off the
    *> run-control datasets and the service-mode arrivals log - each
    *> used up by at most one expected line.
    01 run-control-name		pic x(24).
    01 run-control-line.
        03 rc-filename		pic x(20).
        03 filler		pic x.
        03 rc-mode		pic x.
        03 filler		pic x.
        03 rc-dept		pic x(10).
        03 filler		pic x.
        03 rc-lines		pic 9(8).
        03 filler		pic x.
        03 rc-chars		pic 9(8).
        03 filler		pic x.
        03 rc-outcome		pic x(4).
        03 filler		pic x.
        03 rc-reconcile		pic x(4).
        03 filler		pic x.
        03 rc-stamp		pic x(15).
        03 filler		pic x.
        03 rc-output		pic x(64).
        03 filler		pic x.
        03 rc-arrival		pic x(15).
    *> When the file actually came in - the arrival stamp, or on a
    *> record from before arrivals were stamped, the completion time.
    01 arrival-stamp		pic x(15).
    01 arrival-count		pic 999		value 0.
    01 arrival-idx		pic 999.
    01 arrival-pick		pic 999.
    01 arrival-table.
        03 arrival-entry	occurs 500 times.
            05 arr-dept		pic x(10).
            05 arr-time		pic x(4).
            05 arr-filename	pic x(20).
            05 arr-used		pic x.

    *> What the comparison establishes.
    01 received-count		pic 9(4)	value 0.
    01 late-count		pic 9(4)	value 0.
    01 pending-count		pic 9(4)	value 0.
    01 excused-count		pic 9(4)	value 0.
    01 missing-count		pic 9(4)	value 0.
    01 partner-exceptions	pic 999.
    01 group-dept		pic x(10).
    01 group-idx		pic 999.
    01 group-printed-switch	pic x(03).
        88 group-printed			value 'yes'.
    01 report-separator		pic x(76)	value all "-".


procedure division.
*> Set the expected-inbound schedule against what actually came in on
*> the report date and list every file that did not, partner by
*> partner - a partner who sent nothing at all used to go unnoticed
*> until their business side complained days later.
mainline.
    perform read-startup-parms.
    perform read-calendar.
    perform load-due-schedule.
    perform collect-arrivals.
    perform match-arrivals.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the missing-file report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform print-report-header.
    perform print-partner-groups.
    perform print-report-footer.

    close report-file.
    display "Missing-file report written to MISSRPT - " missing-count " expected files missing.".
    if missing-count > 0
        move 4 to return-code
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.
    move function current-date(1:8) to today-date.
    move function current-date(9:4) to now-time.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into report-date
        end-unstring
    end-if.

    if report-date = spaces
        move today-date to report-date
    end-if.
    if report-date is not numeric
        display "The report date must be numeric YYYYMMDD! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    compute report-integer = function integer-of-date(function numval(report-date)).
    compute weekday-remainder = function mod(report-integer, 7).
    if weekday-remainder = 0
        move 7 to weekday-position
    else
        move weekday-remainder to weekday-position
    end-if.
    move weekday-names((weekday-position - 1) * 9 + 1:9) to weekday-name.


*> A shop holiday closes the whole date; a B line closes it for one
*> partner only.
read-calendar.
    open input calendar-file.
    if calendar-file-status not = '00' and calendar-file-status not = '05'
        exit paragraph
    end-if.

    perform until end-of-calendar
        read calendar-file into calendar-rec
            at end set end-of-calendar to true
        end-read
        if not end-of-calendar and calendar-rec not = spaces
            move calendar-rec to calendar-line
            if cll-date = report-date
                if cll-type = "H"
                    set shop-holiday to true
                end-if
                if cll-type = "B" and blackout-count < 100
                    add 1 to blackout-count
                    move cll-dept to blackout-dept(blackout-count)
                end-if
            end-if
        end-if
    end-perform.

    close calendar-file.


*> Only the lines whose day pattern has the report date's weekday -
*> slotted in partner then cut-off order as they load.
load-due-schedule.
    open input schedule-file.
    if schedule-file-status not = '00' and schedule-file-status not = '05'
        display "Cannot read the expected-inbound schedule! Status: " schedule-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-schedule
        read schedule-file into schedule-rec
            at end set end-of-schedule to true
        end-read
        if not end-of-schedule and schedule-rec not = spaces
            move schedule-rec to schedule-line
            if exl-days(weekday-position:1) not = "-"
                and exl-days(weekday-position:1) not = space
                perform slot-due-line
            end-if
        end-if
    end-perform.

    close schedule-file.


slot-due-line.
    if due-count >= 300
        display "WARNING: more than 300 files due - the rest are not checked!"
        exit paragraph
    end-if.

    move 1 to due-slot.
    perform until due-slot > due-count
        or due-dept(due-slot) > exl-dept
        or (due-dept(due-slot) = exl-dept and due-cutoff(due-slot) > exl-cutoff)
        add 1 to due-slot
    end-perform.

    perform varying due-idx from due-count by -1 until due-idx < due-slot
        move due-entry(due-idx) to due-entry(due-idx + 1)
    end-perform.

    add 1 to due-count.
    move spaces to due-entry(due-slot).
    move exl-dept to due-dept(due-slot).
    move exl-cutoff to due-cutoff(due-slot).
    move exl-label to due-label(due-slot).


*> The night's run-control dataset, the retained copies it lists,
*> and the service-mode arrivals log.
collect-arrivals.
    move "CIPHRUN" to run-control-name.
    perform collect-one-run-control.

    open input runlist-file.
    if runlist-file-status = '00' or runlist-file-status = '05'
        perform until end-of-list
            read runlist-file
                at end set end-of-list to true
            end-read
            if not end-of-list and runlist-rec not = spaces
                and runlist-rec(1:24) not = "CIPHRUN"
                move runlist-rec(1:24) to run-control-name
                perform collect-one-run-control
            end-if
        end-perform
        close runlist-file
    end-if.

    move "CIPHARRV" to run-control-name.
    perform collect-one-run-control.


*> Inbound records only - an encipher is something we sent, not
*> something a partner owed us. A skipped or deferred file still
*> arrived; the quarantine list is where its trouble is chased.
collect-one-run-control.
    move 'no ' to end-of-run-switch.
    open input run-control-file.
    if run-control-status not = '00'
        if run-control-status = '05'
            close run-control-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-run
        read run-control-file
            at end set end-of-run to true
        end-read
        if not end-of-run and run-control-rec not = spaces
            and run-control-rec(1:8) not = "TRAILER "
            move run-control-rec to run-control-line
            if rc-arrival not = spaces
                move rc-arrival to arrival-stamp
            else
                move rc-stamp to arrival-stamp
            end-if
            if arrival-stamp(1:8) = report-date and rc-mode not = "e"
                and rc-dept not = spaces
                perform note-arrival
            end-if
        end-if
    end-perform.

    close run-control-file.


*> The same file can sit on both the arrivals log and a merged
*> run-control dataset - count it once.
note-arrival.
    perform varying arrival-idx from 1 by 1 until arrival-idx > arrival-count
        if arr-filename(arrival-idx) = rc-filename
            and arr-dept(arrival-idx) = rc-dept
            and arr-time(arrival-idx) = arrival-stamp(10:4)
            exit paragraph
        end-if
    end-perform.

    if arrival-count >= 500
        exit paragraph
    end-if.
    add 1 to arrival-count.
    move rc-dept to arr-dept(arrival-count).
    move arrival-stamp(10:4) to arr-time(arrival-count).
    move rc-filename to arr-filename(arrival-count).
    move "N" to arr-used(arrival-count).


*> Each due line takes the partner's earliest unused arrival - in by
*> the cut-off is RECEIVED, after it LATE. With none, the calendar
*> may excuse it, a cut-off still ahead today is PENDING, and
*> anything else is MISSING.
match-arrivals.
    perform varying due-idx from 1 by 1 until due-idx > due-count
        move 0 to arrival-pick
        perform varying arrival-idx from 1 by 1 until arrival-idx > arrival-count
            if arr-dept(arrival-idx) = due-dept(due-idx)
                and arr-used(arrival-idx) = "N"
                if arrival-pick = 0
                    move arrival-idx to arrival-pick
                else
                    if arr-time(arrival-idx) < arr-time(arrival-pick)
                        move arrival-idx to arrival-pick
                    end-if
                end-if
            end-if
        end-perform

        if arrival-pick > 0
            move "Y" to arr-used(arrival-pick)
            move arr-filename(arrival-pick) to due-arrival(due-idx)
            move arr-time(arrival-pick) to due-time(due-idx)
            if arr-time(arrival-pick) > due-cutoff(due-idx)
                move "LATE" to due-status(due-idx)
                add 1 to late-count
            else
                move "RECEIVED" to due-status(due-idx)
                add 1 to received-count
            end-if
        else
            perform check-partner-blackout
            evaluate true
                when shop-holiday or blackout-hit
                    move "EXCUSED" to due-status(due-idx)
                    add 1 to excused-count
                when report-date = today-date and due-cutoff(due-idx) > now-time
                    move "PENDING" to due-status(due-idx)
                    add 1 to pending-count
                when other
                    move "MISSING" to due-status(due-idx)
                    add 1 to missing-count
            end-evaluate
        end-if
    end-perform.


check-partner-blackout.
    move 'no ' to blackout-hit-switch.
    perform varying blackout-idx from 1 by 1 until blackout-idx > blackout-count
        if blackout-dept(blackout-idx) = due-dept(due-idx)
            set blackout-hit to true
        end-if
    end-perform.


print-report-header.
    move spaces to report-rec.
    string "EXPECTED-INBOUND CHECK - FILES DUE " delimited by size
        report-date(1:4) delimited by size
        "-" delimited by size
        report-date(5:2) delimited by size
        "-" delimited by size
        report-date(7:2) delimited by size
        " (" delimited by size
        weekday-name delimited by space
        ")" delimited by size
        into report-rec
    end-string.
    write report-rec.

    if shop-holiday
        move "SHOP HOLIDAY ON THE BATCH CALENDAR - NOTHING WAS DUE." to report-rec
        write report-rec
    end-if.

    move spaces to report-rec.
    move "PARTNER    DUE BY STATUS   DESCRIPTION                    ARRIVED AS" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    write report-rec.


*> One group per partner with anything MISSING or LATE - the partner
*> heading, then its exception lines. Partners whose files all came
*> in on time need no line at all.
print-partner-groups.
    move spaces to group-dept.
    perform varying due-idx from 1 by 1 until due-idx > due-count
        if due-dept(due-idx) not = group-dept
            move due-dept(due-idx) to group-dept
            move 'no ' to group-printed-switch
        end-if
        if due-status(due-idx) = "MISSING" or due-status(due-idx) = "LATE"
            if not group-printed
                perform print-partner-heading
            end-if
            perform print-due-line
        end-if
    end-perform.

    if missing-count = 0 and late-count = 0
        move spaces to report-rec
        move "NONE - EVERY FILE DUE SO FAR CAME IN." to report-rec
        write report-rec
    end-if.


print-partner-heading.
    set group-printed to true.
    move 0 to partner-exceptions.
    perform varying group-idx from due-idx by 1
        until group-idx > due-count or due-dept(group-idx) not = group-dept
        if due-status(group-idx) = "MISSING"
            add 1 to partner-exceptions
        end-if
    end-perform.

    move spaces to report-rec.
    write report-rec.
    move spaces to report-rec.
    string "PARTNER " delimited by size
        group-dept delimited by space
        " - " delimited by size
        partner-exceptions delimited by size
        " MISSING" delimited by size
        into report-rec
    end-string.
    write report-rec.


print-due-line.
    move spaces to report-rec.
    move due-dept(due-idx) to report-rec(1:10).
    move due-cutoff(due-idx)(1:2) to report-rec(12:2).
    move ":" to report-rec(14:1).
    move due-cutoff(due-idx)(3:2) to report-rec(15:2).
    move due-status(due-idx) to report-rec(19:8).
    move due-label(due-idx) to report-rec(28:30).
    if due-status(due-idx) = "LATE"
        string due-arrival(due-idx) delimited by space
            " AT " delimited by size
            due-time(due-idx)(1:2) delimited by size
            ":" delimited by size
            due-time(due-idx)(3:2) delimited by size
            into report-rec(59:40)
        end-string
    end-if.
    write report-rec.


print-report-footer.
    move spaces to report-rec.
    write report-rec.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    write report-rec.

    move spaces to report-rec.
    string "DUE " delimited by size
        due-count delimited by size
        "  RECEIVED " delimited by size
        received-count delimited by size
        "  LATE " delimited by size
        late-count delimited by size
        "  PENDING " delimited by size
        pending-count delimited by size
        "  EXCUSED BY CALENDAR " delimited by size
        excused-count delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    string "MISSING FILES: " delimited by size
        missing-count delimited by size
        into report-rec
    end-string.
    write report-rec.


exit-program.
    stop run.
