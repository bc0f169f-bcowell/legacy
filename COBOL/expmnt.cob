*> Brayden Cowell - 0844864
*> EXPMNT - maintain the CIPHEXP expected-inbound schedule
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. expmnt.

environment division.
input-output section.
file-control.
    *> The expected-inbound schedule MISSRPT checks the night against -
    *> one line per file a partner owes us: the department code, the
    *> weekdays it is due, the cut-off time, and what the file is.
    select optional schedule-file
    assign to "CIPHEXP"
    organization is line sequential
    file status is schedule-file-status.

    *> The whole schedule minus a deleted line, swapped in the same
    *> read-all-write-back way CALMNT prunes the calendar.
    select work-file
    assign to "CIPHEXPWK"
    organization is line sequential
    file status is work-file-status.

data division.
file section.
    fd schedule-file.
    01 schedule-rec		pic x(60).

    fd work-file.
    01 work-rec			pic x(60).

working-storage section.
    01 schedule-file-status	pic xx.
    01 work-file-status		pic xx.
    01 end-of-schedule-switch	pic xxx		value 'no '.
        88 end-of-schedule			value 'yes'.

    *> Startup parameters - A add, D delete, L list, then the
    *> department, the due days as MTWTFSS with "-" for a day off
    *> (MTWTF-- is every weekday), the HHMM cut-off and a label.
    01 parm-string		pic x(80).
    01 exp-mode			pic x.
    01 parm-dept		pic x(10)	value spaces.
    01 parm-days		pic x(7)	value spaces.
    01 parm-cutoff		pic x(4)	value spaces.
    01 parm-label		pic x(30)	value spaces.

    01 schedule-line.
        03 exl-dept		pic x(10).
        03 filler		pic x	value space.
        03 exl-days		pic x(7).
        03 filler		pic x	value space.
        03 exl-cutoff		pic x(4).
        03 filler		pic x	value space.
        03 exl-label		pic x(30).

    *> The one spelling of the week the day pattern is checked against.
    01 week-letters		pic x(7)	value "MTWTFSS".
    01 day-idx			pic 9.
    01 days-valid-switch	pic x(03).
        88 days-valid				value 'yes'.
    01 cutoff-digits.
        03 cutoff-hours		pic 99.
        03 cutoff-minutes	pic 99.

    01 line-count		pic 999		value 0.
    01 removed-count		pic 999		value 0.
    01 work-name		pic x(9)	value "CIPHEXPWK".
    01 schedule-name		pic x(7)	value "CIPHEXP".
    01 utility-status		pic s9(4).


procedure division.
*> Add, delete or list expected-inbound lines - which partners owe us
*> a file, on which days, by when - so a partner who sends nothing at
*> all shows up on the morning check instead of in a complaint from
*> their business side a week later.
mainline.
    perform read-startup-parms.

    evaluate exp-mode
        when "a"
            perform add-schedule-line
        when "d"
            perform delete-schedule-line
        when "l"
            perform list-schedule
        when other
            display "Enter A to add, D to delete or L to list schedule lines."
    end-evaluate.

    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into exp-mode parm-dept parm-days parm-cutoff parm-label
        end-unstring
    else
        display "Enter A to add, D to delete or L to list:"
        accept exp-mode from console
    end-if.

    inspect exp-mode converting "ADL" to "adl".

    if exp-mode = "a" or exp-mode = "d"
        if parm-dept = spaces
            display "Enter the department/partner code the file comes from:"
            accept parm-dept from console
        end-if
        if parm-dept = spaces
            display "A department code is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if parm-cutoff = spaces
            display "Enter the cut-off time HHMM:"
            accept parm-cutoff from console
        end-if
        perform check-cutoff-time
    end-if.

    if exp-mode = "a"
        if parm-days = spaces
            display "Enter the due days as MTWTFSS, - for a day off (MTWTF-- = weekdays):"
            accept parm-days from console
        end-if
        inspect parm-days converting "mtwfs" to "MTWFS"
        perform check-day-pattern
        if parm-label = spaces
            display "Enter a short description of the file:"
            accept parm-label from console
        end-if
    end-if.


*> The cut-off must be a real time of day - it is compared against
*> the HHMM of run-control stamps.
check-cutoff-time.
    if parm-cutoff is not numeric
        display "The cut-off must be numeric HHMM! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.

    move parm-cutoff to cutoff-digits.
    if cutoff-hours > 23 or cutoff-minutes > 59
        display "The cut-off " parm-cutoff " is not a time of day! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.


*> Each of the seven positions is either that day's letter or "-".
check-day-pattern.
    set days-valid to true.
    perform varying day-idx from 1 by 1 until day-idx > 7
        if parm-days(day-idx:1) not = week-letters(day-idx:1)
            and parm-days(day-idx:1) not = "-"
            move 'no ' to days-valid-switch
        end-if
    end-perform.

    if parm-days = "-------"
        move 'no ' to days-valid-switch
    end-if.

    if not days-valid
        display "The due days must read like MTWTF-- with at least one day! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.


add-schedule-line.
    move spaces to schedule-line.
    move parm-dept to exl-dept.
    move parm-days to exl-days.
    move parm-cutoff to exl-cutoff.
    move parm-label to exl-label.

    open extend schedule-file.
    if schedule-file-status not = '00' and schedule-file-status not = '05'
        display "Cannot open the expected-inbound schedule! Status: " schedule-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move spaces to schedule-rec.
    move schedule-line to schedule-rec(1:55).
    write schedule-rec.
    close schedule-file.

    display "Expected file from " function trim(parm-dept) " on " parm-days
        " by " parm-cutoff " added to the schedule.".


*> Copy everything except the matching department and cut-off to the
*> work file, then swap it in - never an in-place truncation of a
*> shared dataset.
delete-schedule-line.
    open input schedule-file.
    if schedule-file-status not = '00'
        display "No expected-inbound schedule on file! Status: " schedule-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output work-file.
    if work-file-status not = '00'
        display "Cannot open the schedule work file! Status: " work-file-status "!"
        close schedule-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-schedule
        read schedule-file into schedule-rec
            at end set end-of-schedule to true
        end-read
        if not end-of-schedule and schedule-rec not = spaces
            move schedule-rec to schedule-line
            if exl-dept = parm-dept and exl-cutoff = parm-cutoff
                add 1 to removed-count
            else
                move schedule-rec to work-rec
                write work-rec
            end-if
        end-if
    end-perform.

    close work-file.
    close schedule-file.

    if removed-count = 0
        display "No matching schedule line found - nothing removed."
        move 4 to return-code
        exit paragraph
    end-if.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using schedule-name.
    call "CBL_RENAME_FILE" using work-name schedule-name.
    if return-code not = 0
        display "Cannot swap the updated schedule into place - it is on " work-name "!"
        move 8 to return-code
        exit paragraph
    end-if.
    move utility-status to return-code.

    display "Removed " removed-count " schedule line(s).".


list-schedule.
    open input schedule-file.
    if schedule-file-status not = '00' and schedule-file-status not = '05'
        display "No expected-inbound schedule on file! Status: " schedule-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    display "DEPARTMENT DAYS    CUTOFF DESCRIPTION".
    perform until end-of-schedule
        read schedule-file into schedule-rec
            at end set end-of-schedule to true
        end-read
        if not end-of-schedule and schedule-rec not = spaces
            add 1 to line-count
            move schedule-rec to schedule-line
            display exl-dept " " exl-days " " exl-cutoff "   " exl-label
        end-if
    end-perform.

    close schedule-file.
    display line-count " schedule lines on file.".


exit-program.
    stop run.
