*> Brayden Cowell - 0844864
*> AUDVERFY - walk the CIPHAUD link chain and report where it breaks
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. audverfy.

environment division.
input-output section.
file-control.
    *> The trail being walked - each retention-sweep archive
    *> (CIPHAUD.Ynnnn) in the year range asked for, oldest first, and
    *> then the live CIPHAUD, which together hold every line in the
    *> order it landed.
    select optional audit-file
    assign to dynamic audit-input-name
    organization is line sequential
    file status is audit-file-status.

    *> The chain head every writer leaves behind - a copy of the last
    *> line it appended. If the live trail ends anywhere else, lines
    *> have come off the end of it.
    select optional audit-head-file
    assign to dynamic audit-head-ds-name
    organization is line sequential
    file status is audit-head-status.

    *> The chain report, written as a printable file for the auditors.
    select chain-file
    assign to dynamic chain-ds-name
    organization is line sequential
    file status is chain-file-status.

    *> The profile dataset - a PROFILE PARM field resolves the trail,
    *> head and report names through its prefix, the same way CIPHER
    *> does, so a rehearsal check walks the rehearsal trail.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd chain-file.
    01 chain-rec		pic x(132).

    fd profile-file.
    01 profile-rec		pic x(40).

working-storage section.
    01 audit-file-status	pic xx.
    01 audit-head-status	pic xx.
    01 chain-file-status	pic xx.
    01 end-of-audit-switch	pic xxx		value 'no '.
        88 end-of-audit				value 'yes'.

    *> JCL PARM (the command line) - FIRST-YEAR,LAST-YEAR,PROFILE. The
    *> archives from the first year through the last (this year when
    *> blank) are walked ahead of the live trail; no first year walks
    *> the live trail alone.
    01 parm-string		pic x(80).
    01 parm-first-year		pic x(4)	value spaces.
    01 parm-last-year		pic x(4)	value spaces.
    01 first-year		pic 9(4)	value 0.
    01 last-year		pic 9(4)	value 0.
    01 walk-year		pic 9(4).
    01 audit-input-name		pic x(30)	value "CIPHAUD".
    01 live-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 chain-ds-name		pic x(30)	value "AUDVERFY".

    *> Test/production profile separation - the active profile and
    *> its prefix off CIPHPROF.
    01 profile-file-status	pic xx.
    01 end-of-profile-switch	pic xxx		value 'no '.
        88 end-of-profile			value 'yes'.
    01 parm-profile		pic x(8)	value spaces.
    01 profile-found-switch	pic x(03)	value 'no '.
        88 profile-found			value 'yes'.
    01 profile-prefix		pic x(20)	value spaces.
    01 profile-base-name	pic x(30).
    01 profile-work-name	pic x(30).

    *> The walk itself - the line before (spaces ahead of the first
    *> linked line, the same thing a writer uses when there is no
    *> chain head), a copy of the current line to recompute its link
    *> in, and where in which file the walk has got to.
    01 prior-line		pic x(120)	value spaces.
    01 check-line		pic x(120).
    01 last-line		pic x(120)	value spaces.
    01 chain-started-switch	pic x(03)	value 'no '.
        88 chain-started			value 'yes'.
    01 break-kind		pic x(40).
    01 file-line-number		pic 9(8).

    *> Counts for the file being walked and for the whole walk.
    01 file-lines		pic 9(8).
    01 file-breaks		pic 9(8).
    01 files-walked		pic 999		value 0.
    01 total-lines		pic 9(8)	value 0.
    01 linked-lines		pic 9(8)	value 0.
    01 unlinked-lines		pic 9(8)	value 0.
    01 total-breaks		pic 9(8)	value 0.
    01 tail-broken-switch	pic x(03)	value 'no '.
        88 tail-broken				value 'yes'.
    01 report-separator		pic x(60)	value all "=".
    01 detail-separator		pic x(60)	value all "-".


procedure division.
*> Walk every file in order, recomputing each line's link from the
*> line before it, then hold the end of the live trail up against the
*> chain head, and say exactly where (if anywhere) the chain broke.
mainline.
    perform read-startup-parms.
    perform open-chain-report.

    if first-year > 0
        perform varying walk-year from first-year by 1 until walk-year > last-year
            perform walk-archive-year
        end-perform
    end-if.

    move live-ds-name to audit-input-name.
    perform walk-one-file.
    perform check-chain-head.
    perform print-chain-summary.

    close chain-file.

    if total-breaks > 0 or tail-broken
        display "Audit chain BROKEN - " total-breaks " break(s) - see " function trim(chain-ds-name) "."
        move 12 to return-code
    else
        display "Audit chain intact - " total-lines " lines walked."
    end-if.
    perform exit-program.


*> Pick up the year range and profile from JCL PARM, the same way
*> AUDITRPT takes its own.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into parm-first-year parm-last-year parm-profile
        end-unstring
    end-if.

    if parm-first-year not = spaces
        if parm-first-year is not numeric
            display "First year " parm-first-year " is not a year! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move parm-first-year to first-year
        if parm-last-year = spaces
            move function current-date(1:4) to last-year
        else
            if parm-last-year is not numeric
                display "Last year " parm-last-year " is not a year! Run refused."
                move 8 to return-code
                perform exit-program
            end-if
            move parm-last-year to last-year
        end-if
    end-if.

    if parm-profile not = spaces
        perform resolve-profile
    end-if.


*> Find the named profile on CIPHPROF and push its prefix onto the
*> trail, head and report names - an unknown profile refuses the run
*> rather than quietly walking production.
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

    move live-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to live-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    move chain-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to chain-ds-name.

    display "Profile " parm-profile " active - shared datasets resolve under "
        function trim(profile-prefix) ".".


prefix-profile-name.
    move spaces to profile-work-name.
    string profile-prefix delimited by space
        profile-base-name delimited by space
        into profile-work-name
    end-string.


open-chain-report.
    open output chain-file.
    if chain-file-status not = '00'
        display "Cannot open the chain report file! Status: " chain-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to chain-rec.
    move report-separator to chain-rec(1:60).
    write chain-rec.

    move spaces to chain-rec.
    string "CIPHAUD CHAIN CHECK - RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into chain-rec
    end-string.
    write chain-rec.

    move spaces to chain-rec.
    if first-year > 0
        string "WALK: ARCHIVES " delimited by size
            first-year delimited by size
            " THROUGH " delimited by size
            last-year delimited by size
            ", THEN THE LIVE TRAIL" delimited by size
            into chain-rec
        end-string
    else
        move "WALK: LIVE TRAIL ONLY" to chain-rec
    end-if.
    write chain-rec.

    move spaces to chain-rec.
    move report-separator to chain-rec(1:60).
    write chain-rec.


*> One year's archive, by the name RETSWEEP gives it - a year with
*> no archive simply had nothing swept into it.
walk-archive-year.
    move spaces to audit-input-name.
    string live-ds-name delimited by space
        ".Y" delimited by size
        walk-year delimited by size
        into audit-input-name
    end-string.
    perform walk-one-file.


*> Read one file start to finish, checking every line's link. The
*> archive control lines RETSWEEP adds are not trail lines and are
*> stepped over.
walk-one-file.
    move 'no ' to end-of-audit-switch.
    move 0 to file-lines.
    move 0 to file-breaks.
    move 0 to file-line-number.

    open input audit-file.
    if audit-file-status not = '00'
        if audit-file-status = '05'
            close audit-file
        end-if
        move spaces to chain-rec
        string "FILE " delimited by size
            audit-input-name delimited by space
            " - NOT ON FILE, NOTHING TO WALK" delimited by size
            into chain-rec
        end-string
        write chain-rec
        exit paragraph
    end-if.
    add 1 to files-walked.

    perform until end-of-audit
        read audit-file into audit-rec
            at end set end-of-audit to true
        end-read
        if not end-of-audit
            add 1 to file-line-number
            if audit-rec not = spaces and audit-rec(1:8) not = "ARCHCTL "
                perform check-one-line
            end-if
        end-if
    end-perform.

    close audit-file.

    move spaces to chain-rec.
    string "FILE " delimited by size
        audit-input-name delimited by space
        " - LINES " delimited by size
        file-lines delimited by size
        "  BREAKS " delimited by size
        file-breaks delimited by size
        into chain-rec
    end-string.
    write chain-rec.


*> Recompute this line's link from the line before it. A line with
*> no link is only acceptable ahead of the first linked line - the
*> trail as it stood before chaining; after that it can only be a
*> line inserted or rewritten by hand.
check-one-line.
    add 1 to file-lines.
    add 1 to total-lines.

    if audit-rec(113:8) = spaces
        add 1 to unlinked-lines
        if chain-started
            move "UNLINKED LINE INSIDE THE CHAIN" to break-kind
            move spaces to check-line
            perform report-chain-break
        end-if
        move spaces to prior-line
        move audit-rec to last-line
        exit paragraph
    end-if.

    add 1 to linked-lines.
    move audit-rec to check-line.
    call 'audlink' using prior-line, check-line.

    if check-line(113:8) not = audit-rec(113:8)
        if total-lines = 1
            *> The very first line walked - whatever came before it
            *> was swept and purged, or sits in a year not walked.
            move spaces to chain-rec
            string "ANCHOR " delimited by size
                audit-input-name delimited by space
                " LINE " delimited by size
                file-line-number delimited by size
                " - ITS PREDECESSOR IS NOT IN THIS WALK; CHECKED FROM HERE ON" delimited by size
                into chain-rec
            end-string
            write chain-rec
        else
            move "LINK DOES NOT MATCH THE LINE BEFORE" to break-kind
            perform report-chain-break
        end-if
    end-if.

    set chain-started to true.
    move audit-rec to prior-line.
    move audit-rec to last-line.


*> Say exactly where the chain broke - file, line number, what the
*> line is, and the link found against the link the line before it
*> calls for. The walk carries on from the line as it stands, so
*> every separate break is reported, not just the first.
report-chain-break.
    add 1 to file-breaks.
    add 1 to total-breaks.

    move spaces to chain-rec.
    string "BREAK  " delimited by size
        audit-input-name delimited by space
        " LINE " delimited by size
        file-line-number delimited by size
        " - " delimited by size
        break-kind delimited by "  "
        into chain-rec
    end-string.
    write chain-rec.

    move spaces to chain-rec.
    string "       FOUND " delimited by size
        audit-rec(113:8) delimited by size
        " EXPECTED " delimited by size
        check-line(113:8) delimited by size
        " : " delimited by size
        audit-rec(1:60) delimited by size
        into chain-rec
    end-string.
    write chain-rec.

    display "Chain break in " function trim(audit-input-name) " at line " file-line-number
        " - " function trim(break-kind) ".".


*> The live trail must end on the line the last writer recorded as
*> the chain head - a removed tail leaves every remaining link
*> intact, and this is the only place it shows.
check-chain-head.
    move spaces to chain-rec.
    move detail-separator to chain-rec(1:60).
    write chain-rec.

    open input audit-head-file.
    if audit-head-status not = '00'
        if audit-head-status = '05'
            close audit-head-file
        end-if
        move "TAIL  NO CHAIN HEAD ON FILE - THE END OF THE TRAIL CANNOT BE CHECKED" to chain-rec
        write chain-rec
        exit paragraph
    end-if.

    move spaces to audit-head-rec.
    read audit-head-file
        at end move spaces to audit-head-rec
    end-read.
    close audit-head-file.

    if audit-head-rec = last-line
        move "TAIL  THE LIVE TRAIL ENDS ON THE CHAIN HEAD" to chain-rec
        write chain-rec
    else
        set tail-broken to true
        move "TAIL BREAK - THE LIVE TRAIL DOES NOT END ON THE LAST LINE WRITTEN (LINES REMOVED FROM THE END?)"
            to chain-rec
        write chain-rec
        move spaces to chain-rec
        string "       CHAIN HEAD: " delimited by size
            audit-head-rec(1:60) delimited by size
            " " delimited by size
            audit-head-rec(113:8) delimited by size
            into chain-rec
        end-string
        write chain-rec
        display "Chain break at the end of " function trim(live-ds-name) " - it does not end on the chain head."
    end-if.


*> Totals, and the link the chain ends on - filed with the audit
*> papers, it shows next year that nobody rebuilt the chain from
*> some earlier point with freshly computed links.
print-chain-summary.
    move spaces to chain-rec.
    move report-separator to chain-rec(1:60).
    write chain-rec.

    move spaces to chain-rec.
    string "FILES WALKED " delimited by size
        files-walked delimited by size
        "  LINES " delimited by size
        total-lines delimited by size
        "  LINKED " delimited by size
        linked-lines delimited by size
        "  UNLINKED " delimited by size
        unlinked-lines delimited by size
        "  BREAKS " delimited by size
        total-breaks delimited by size
        into chain-rec
    end-string.
    write chain-rec.

    move spaces to chain-rec.
    if total-breaks > 0 or tail-broken
        move "RESULT: CHAIN BROKEN - SEE THE BREAK LINES ABOVE" to chain-rec
    else
        move "RESULT: CHAIN INTACT" to chain-rec
    end-if.
    write chain-rec.

    move spaces to chain-rec.
    string "CHAIN ENDS ON LINK " delimited by size
        last-line(113:8) delimited by size
        " - RECORD IT WITH THE AUDIT PAPERS" delimited by size
        into chain-rec
    end-string.
    write chain-rec.


exit-program.
    stop run.
