*> Brayden Cowell - 0844864
*> DRSYNC - disaster-recovery extract, apply and divergence report
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. drsync.

environment division.
input-output section.
file-control.
    *> The five key datasets the standby site has to hold exactly as
    *> production does - read by the extract and the comparison,
    *> written by the apply at the DR site.
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

    select optional oper-file
    assign to dynamic oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    select optional revoke-file
    assign to dynamic revoke-ds-name
    organization is line sequential
    file status is revoke-file-status.

    select optional calendar-file
    assign to dynamic calendar-ds-name
    organization is line sequential
    file status is calendar-file-status.

    *> The DR copies of the same five, under the DR prefix - read only
    *> by the comparison run.
    select optional dr-dept-file
    assign to dynamic dr-dept-ds-name
    organization is indexed
    access mode is dynamic
    record key is drd-code
    file status is dr-dept-status.

    select optional dr-keytab-file
    assign to dynamic dr-keytab-ds-name
    organization is indexed
    access mode is dynamic
    record key is drk-name
    file status is dr-keytab-status.

    select optional dr-oper-file
    assign to dynamic dr-oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is dro-id
    file status is dr-oper-status.

    select optional dr-revoke-file
    assign to dynamic dr-revoke-ds-name
    organization is line sequential
    file status is dr-revoke-status.

    select optional dr-calendar-file
    assign to dynamic dr-calendar-ds-name
    organization is line sequential
    file status is dr-calendar-status.

    *> What says which keys changed since the last extract - the
    *> DEPTTAB change journal and KEYTAB's lines on the audit trail.
    select optional journal-file
    assign to dynamic journal-ds-name
    organization is line sequential
    file status is journal-file-status.

    select optional audit-file
    assign to dynamic audit-ds-name
    organization is line sequential
    file status is audit-file-status.

    *> The delta extract itself - a header naming the window it
    *> covers, one line per record to put or remove, and a CONTROL
    *> line carrying the count and checksum, the way TABBKUP closes
    *> out its unloads.
    select delta-file
    assign to dynamic delta-ds-name
    organization is line sequential
    file status is delta-file-status.

    *> Where each side remembers how far it has got - production the
    *> end of the last window extracted, the DR site the end of the
    *> last window applied. A night's extract that does not start
    *> where the DR site left off is refused, so a missed night
    *> cannot be papered over by the next one.
    select optional checkpoint-file
    assign to dynamic checkpoint-ds-name
    organization is line sequential
    file status is checkpoint-status.

    select optional applied-file
    assign to dynamic applied-ds-name
    organization is line sequential
    file status is applied-status.

    *> A line-sequential dataset rebuilt by the apply, swapped in the
    *> usual read-all-write-back way.
    select line-work-file
    assign to dynamic line-work-name
    organization is line sequential
    file status is line-work-status.

    *> The divergence report - every record that differs between the
    *> production and DR copies.
    select report-file
    assign to "DRSYNRPT"
    organization is line sequential
    file status is report-file-status.

    *> The shared audit trail - an apply at the DR site changes the key
    *> files there and goes on that site's trail. Spill discipline as
    *> everywhere else.
    select optional audit-out-file
    assign to dynamic audit-ds-name
    organization is line sequential
    file status is audit-out-status.

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
    *> dataset names through its prefix, the same way CIPHER does.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd dept-file.
    copy "depttab.cpy".

    fd keytab-file.
    copy "keytabrec.cpy".

    fd oper-file.
    copy "operrec.cpy".

    fd revoke-file.
    01 revoke-rec		pic x(80).

    fd calendar-file.
    01 calendar-rec		pic x(30).

    fd dr-dept-file.
    copy "depttab.cpy" replacing leading ==dept-== by ==drd-==.

    fd dr-keytab-file.
    copy "keytabrec.cpy" replacing leading ==keytab-== by ==drk-==.

    fd dr-oper-file.
    copy "operrec.cpy" replacing leading ==oper-== by ==dro-==.

    fd dr-revoke-file.
    01 dr-revoke-rec		pic x(80).

    fd dr-calendar-file.
    01 dr-calendar-rec		pic x(30).

    fd journal-file.
    01 journal-rec		pic x(360).

    fd audit-file.
    01 audit-rec		pic x(120).

    fd delta-file.
    01 delta-rec		pic x(2200).

    fd checkpoint-file.
    01 checkpoint-rec		pic x(40).

    fd applied-file.
    01 applied-rec		pic x(40).

    fd line-work-file.
    01 line-work-rec		pic x(80).

    fd report-file.
    01 report-rec		pic x(132).

    fd audit-out-file.
    01 audit-out-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd profile-file.
    01 profile-rec		pic x(40).

working-storage section.
    01 dept-file-status		pic xx.
    01 keytab-file-status	pic xx.
    01 oper-file-status		pic xx.
    01 revoke-file-status	pic xx.
    01 calendar-file-status	pic xx.
    01 dr-dept-status		pic xx.
    01 dr-keytab-status		pic xx.
    01 dr-oper-status		pic xx.
    01 dr-revoke-status		pic xx.
    01 dr-calendar-status	pic xx.
    01 journal-file-status	pic xx.
    01 delta-file-status	pic xx.
    01 checkpoint-status	pic xx.
    01 applied-status		pic xx.
    01 line-work-status		pic xx.
    01 report-file-status	pic xx.
    01 end-of-file-switch	pic xxx		value 'no '.
        88 at-end-of-file			value 'yes'.
    01 end-of-dr-switch		pic xxx		value 'no '.
        88 at-end-of-dr				value 'yes'.

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
    01 dept-ds-name		pic x(30)	value "DEPTTAB".
    01 keytab-ds-name		pic x(30)	value "KEYTAB".
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 revoke-ds-name		pic x(30)	value "CIPHRVK".
    01 calendar-ds-name		pic x(30)	value "CIPHCAL".
    01 journal-ds-name		pic x(30)	value "CIPHJRNL".
    01 checkpoint-ds-name	pic x(30)	value "CIPHDRCK".
    01 applied-ds-name		pic x(30)	value "CIPHDRAP".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 delta-ds-name		pic x(30)	value "CIPHDRDL".
    01 line-work-name		pic x(32)	value spaces.
    01 line-target-name		pic x(30)	value spaces.

    *> The DR copies for the comparison - the production names (after
    *> any profile) behind the DR prefix.
    01 dr-prefix		pic x(20)	value spaces.
    01 dr-dept-ds-name		pic x(30).
    01 dr-keytab-ds-name	pic x(30).
    01 dr-oper-ds-name		pic x(30).
    01 dr-revoke-ds-name	pic x(30).
    01 dr-calendar-ds-name	pic x(30).
    01 dr-applied-ds-name	pic x(30).

    *> Startup parameters - one field list per mode:
    *>   X,F,delta dataset,profile    extract (F for a full extract)
    *>   A,delta dataset,profile      apply at the DR site
    *>   C,DR prefix,profile          compare production against DR
    01 parm-string		pic x(160).
    01 sync-mode		pic x.
    01 parm-full		pic x		value space.
    01 parm-delta-name		pic x(30)	value spaces.

    *> The extract window - from the end of the last extract to now.
    *> No checkpoint on file, or F on the PARM, sends every record.
    01 stamp-work		pic x(21).
    01 run-stamp		pic x(15).
    01 last-stamp		pic x(15)	value spaces.
    01 full-extract-switch	pic x(03)	value 'no '.
        88 full-extract				value 'yes'.
    01 dept-full-switch		pic x(03)	value 'no '.
        88 dept-full				value 'yes'.
    01 keytab-full-switch	pic x(03)	value 'no '.
        88 keytab-full				value 'yes'.
    01 first-line-switch	pic x(03)	value 'yes'.
        88 first-line				value 'yes'.

    *> The codes and table names the window touched - each goes out
    *> once, as it stands on file now, or as a removal if it has gone.
    01 changed-code-count	pic 9(4)	value 0.
    01 changed-code-table.
        03 changed-code		pic x(10)	occurs 2000 times.
    01 changed-table-count	pic 9(4)	value 0.
    01 changed-table-table.
        03 changed-table	pic x(20)	occurs 500 times.
    01 change-idx		pic 9(4).
    01 change-found-switch	pic x(03)	value 'no '.
        88 change-found				value 'yes'.
    01 change-overflow-switch	pic x(03)	value 'no '.
        88 change-overflow			value 'yes'.
    01 wanted-name		pic x(20).

    *> The DEPTTAB journal columns DEPTMNT lays out.
    01 journal-line.
        03 jrn-stamp		pic x(15).
        03 filler		pic x.
        03 jrn-action		pic x.
        03 filler		pic x.
        03 jrn-actor		pic x(10).
        03 filler		pic x.
        03 jrn-second		pic x(10).
        03 filler		pic x.
        03 jrn-code		pic x(10).

    *> One line of the delta extract. The header carries the window
    *> in its image (from, to, F for a full extract); an S line opens
    *> a dataset sent whole, which the apply rebuilds from the U lines
    *> that follow rather than updating in place.
    01 delta-line.
        03 dl-tag		pic x(8).
        03 filler		pic x.
        03 dl-action		pic x.
        03 filler		pic x.
        03 dl-image		pic x(2189).
    01 delta-header.
        03 dh-from		pic x(15).
        03 filler		pic x.
        03 dh-to		pic x(15).
        03 filler		pic x.
        03 dh-full		pic x.
    01 wanted-tag		pic x(8).
    01 section-whole-switch	pic x(03)	value 'no '.
        88 section-whole			value 'yes'.

    *> Counts and the same line-weighted positional checksum TABBKUP
    *> closes its unloads with.
    01 record-count		pic 9(8)	value 0.
    01 delta-checksum		pic 9(8)	value 0.
    01 line-checksum		pic 9(8)	value 0.
    01 read-count		pic 9(8)	value 0.
    01 read-checksum		pic 9(8)	value 0.
    01 checksum-idx		pic 9999.
    01 control-line.
        03 ctl-tag		pic x(8).
        03 ctl-count		pic 9(8).
        03 filler		pic x	value space.
        03 ctl-checksum		pic 9(8).
    01 control-failed-switch	pic x(03)	value 'no '.
        88 control-failed			value 'yes'.
    01 section-count		pic 9(8)	value 0.
    01 put-count		pic 9(6)	value 0.
    01 removed-count		pic 9(6)	value 0.
    01 applied-stamp		pic x(15)	value spaces.
    01 utility-status		pic s9(4).

    *> Comparison - the two sides of a line-sequential dataset held
    *> whole, the difference count, and the fields a DEPTTAB or
    *> OPERTAB record differs in.
    01 prod-line-count		pic 9(4)	value 0.
    01 prod-line-table.
        03 prod-line		pic x(80)	occurs 1000 times.
    01 dr-line-count		pic 9(4)	value 0.
    01 dr-line-table.
        03 dr-line		pic x(80)	occurs 1000 times.
    01 line-idx			pic 9(4).
    01 line-jdx			pic 9(4).
    01 line-found-switch	pic x(03)	value 'no '.
        88 line-found				value 'yes'.
    01 compare-tag		pic x(8).
    01 difference-count		pic 9(6)	value 0.
    01 section-differences	pic 9(6)	value 0.
    01 differs-in		pic x(80).
    01 differs-ptr		pic 999.
    01 prod-key			pic x(20).
    01 dr-key			pic x(20).
    01 dr-last-applied		pic x(15)	value spaces.
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. An apply is op "z", outcome APLY, with the
    *> delta dataset where CIPHER puts its filename and the window's
    *> end stamp at column 69.
    01 audit-out-status		pic xx.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 retry-wait-seconds	pic 9		value 1.
    01 audit-timestamp		pic x(21).
    01 audit-line		pic x(120).


procedure division.
*> Keep the standby site's key files in step with production - a
*> nightly extract of everything that changed, the apply that puts
*> it on the DR copies, and a comparison that catches a standby gone
*> stale before a DR test or a real failover finds it the hard way.
mainline.
    perform read-startup-parms.

    evaluate sync-mode
        when "x"
            perform extract-changes
        when "a"
            perform apply-changes
        when "c"
            perform compare-sites
        when other
            display "Enter X to extract, A to apply or C to compare the DR key files."
    end-evaluate.

    perform exit-program.


*> Pick up mode and fields from JCL PARM (the command line), or prompt
*> for whatever a console session left out.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string = spaces
        display "Enter X to extract, A to apply or C to compare:"
        accept sync-mode from console
    else
        move parm-string(1:1) to sync-mode
    end-if.
    inspect sync-mode converting "XAC" to "xac".

    if parm-string not = spaces
        evaluate sync-mode
            when "x"
                unstring parm-string delimited by ","
                    into sync-mode parm-full parm-delta-name parm-profile
                end-unstring
            when "a"
                unstring parm-string delimited by ","
                    into sync-mode parm-delta-name parm-profile
                end-unstring
            when other
                unstring parm-string delimited by ","
                    into sync-mode dr-prefix parm-profile
                end-unstring
        end-evaluate
        inspect sync-mode converting "XAC" to "xac"
    end-if.

    if parm-profile not = spaces
        perform resolve-profile
    end-if.
    if parm-delta-name not = spaces
        move parm-delta-name to delta-ds-name
    end-if.

    if sync-mode = "x"
        inspect parm-full converting "f" to "F"
        if parm-full = "F"
            set full-extract to true
        end-if
    end-if.

    if sync-mode = "c"
        if dr-prefix = spaces
            display "Enter the DR dataset prefix:"
            accept dr-prefix from console
        end-if
        if dr-prefix = spaces
            display "The comparison needs the DR dataset prefix! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move dr-prefix to profile-prefix
        move dept-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-dept-ds-name
        move keytab-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-keytab-ds-name
        move oper-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-oper-ds-name
        move revoke-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-revoke-ds-name
        move calendar-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-calendar-ds-name
        move applied-ds-name to profile-base-name
        perform prefix-profile-name
        move profile-work-name to dr-applied-ds-name
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

    move dept-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dept-ds-name.
    move keytab-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to keytab-ds-name.
    move oper-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to oper-ds-name.
    move revoke-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to revoke-ds-name.
    move calendar-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to calendar-ds-name.
    move journal-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to journal-ds-name.
    move checkpoint-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to checkpoint-ds-name.
    move applied-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to applied-ds-name.
    move delta-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to delta-ds-name.
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


*> ------------------------------------------------------------------
*> Extract - production side, nightly.
*> ------------------------------------------------------------------

*> Everything that changed since the last extract: the DEPTTAB codes
*> the journal names, the KEYTAB tables the audit trail names, and
*> the operator master, revocation list and calendar whole - those
*> three carry no change history of their own and are a few dozen
*> lines each. The checkpoint only moves once the extract is closed.
extract-changes.
    move function current-date to stamp-work.
    move spaces to run-stamp.
    string stamp-work(1:8) "-" stamp-work(9:6) delimited by size
        into run-stamp
    end-string.

    open input checkpoint-file.
    if checkpoint-status = '00' or checkpoint-status = '05'
        read checkpoint-file into checkpoint-rec
            at end move spaces to checkpoint-rec
        end-read
        move checkpoint-rec(1:15) to last-stamp
        close checkpoint-file
    end-if.
    if last-stamp = spaces
        set full-extract to true
    end-if.
    if full-extract
        set dept-full to true
        set keytab-full to true
        display "Full extract - every record goes to the DR site."
    else
        display "Extracting changes since " last-stamp "."
        perform collect-journal-changes
        perform collect-keytab-changes
    end-if.

    open output delta-file.
    if delta-file-status not = '00'
        display "Cannot open the DR extract " function trim(delta-ds-name) "! Status: " delta-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move 0 to record-count.
    move 0 to delta-checksum.
    move spaces to delta-header.
    if not full-extract
        move last-stamp to dh-from
    end-if.
    move run-stamp to dh-to.
    if full-extract
        move "F" to dh-full
    end-if.
    move spaces to delta-line.
    move "DRHEADER" to dl-tag.
    move delta-header to dl-image.
    perform write-delta-line.

    perform extract-depttab.
    perform extract-keytab.
    perform extract-opertab.
    perform extract-revocations.
    perform extract-calendar.

    move spaces to control-line.
    move "CONTROL " to ctl-tag.
    move record-count to ctl-count.
    move delta-checksum to ctl-checksum.
    move spaces to delta-rec.
    move control-line to delta-rec.
    write delta-rec.
    close delta-file.

    open output checkpoint-file.
    if checkpoint-status not = '00'
        display "WARNING: the extract checkpoint could not be saved! Status: " checkpoint-status
            " - the next extract will repeat this window."
    else
        move spaces to checkpoint-rec
        move run-stamp to checkpoint-rec(1:15)
        write checkpoint-rec
        close checkpoint-file
    end-if.

    display "DR extract " function trim(delta-ds-name) " written - " put-count " records to put, "
        removed-count " to remove, control " record-count " lines checksum " delta-checksum ".".


*> The codes every journal entry in the window names. A journal that
*> starts after the last extract has been cut back since - every
*> DEPTTAB record goes instead, there is no telling what was lost.
collect-journal-changes.
    move 'no ' to end-of-file-switch.
    move 'yes' to first-line-switch.
    open input journal-file.
    if journal-file-status not = '00' and journal-file-status not = '05'
        display "WARNING: the DEPTTAB journal cannot be read! Status: " journal-file-status
            " - every DEPTTAB record goes to the DR site."
        set dept-full to true
        exit paragraph
    end-if.

    perform until at-end-of-file
        read journal-file into journal-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and journal-rec not = spaces
            move journal-rec to journal-line
            if first-line
                move 'no ' to first-line-switch
                if jrn-stamp > last-stamp
                    set dept-full to true
                end-if
            end-if
            if jrn-stamp > last-stamp and jrn-stamp not > run-stamp
                move jrn-code to wanted-name
                perform note-changed-code
            end-if
        end-if
    end-perform.
    close journal-file.

    if change-overflow
        display "More DEPTTAB changes than the extract tracks - every DEPTTAB record goes instead."
        set dept-full to true
    end-if.


note-changed-code.
    move 'no ' to change-found-switch.
    perform varying change-idx from 1 by 1 until change-idx > changed-code-count or change-found
        if changed-code(change-idx) = wanted-name(1:10)
            set change-found to true
        end-if
    end-perform.
    if not change-found
        if changed-code-count < 2000
            add 1 to changed-code-count
            move wanted-name(1:10) to changed-code(changed-code-count)
        else
            set change-overflow to true
        end-if
    end-if.


*> The tables KEYTAB's own audit lines name in the window - saved
*> (w), imported (i), generated (g), deleted (k) or renamed (k for
*> the old name, n for the new). A trail that starts after the last
*> extract has been rolled since - every table goes instead. Lines
*> still parked on CIPHAUDSP for the end-of-day merge count too - a
*> change made while the trail was busy is a change all the same.
collect-keytab-changes.
    move 'no ' to end-of-file-switch.
    move 'no ' to change-overflow-switch.
    move 'yes' to first-line-switch.
    open input audit-file.
    if audit-file-status not = '00' and audit-file-status not = '05'
        display "WARNING: the audit trail cannot be read! Status: " audit-file-status
            " - every KEYTAB table goes to the DR site."
        set keytab-full to true
        exit paragraph
    end-if.

    perform until at-end-of-file
        read audit-file into audit-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and audit-rec not = spaces
            if first-line
                move 'no ' to first-line-switch
                if audit-rec(1:15) > last-stamp
                    set keytab-full to true
                end-if
            end-if
            perform note-keytab-audit-line
        end-if
    end-perform.
    close audit-file.

    move 'no ' to end-of-file-switch.
    open input audit-spill-file.
    evaluate audit-spill-status
        when '00'
            perform until at-end-of-file
                read audit-spill-file
                    at end set at-end-of-file to true
                end-read
                if not at-end-of-file and audit-spill-rec not = spaces
                    move audit-spill-rec to audit-rec
                    perform note-keytab-audit-line
                end-if
            end-perform
            close audit-spill-file
        when '05'
            close audit-spill-file
        when other
            display "WARNING: the audit spill file cannot be read! Status: " audit-spill-status
                " - every KEYTAB table goes to the DR site."
            set keytab-full to true
    end-evaluate.

    if change-overflow
        display "More KEYTAB changes than the extract tracks - every table goes instead."
        set keytab-full to true
    end-if.


*> One audit line - a KEYTAB change inside the window names a table.
note-keytab-audit-line.
    if audit-rec(1:15) > last-stamp and audit-rec(1:15) not > run-stamp
        and audit-rec(17:6) = "KEYTAB"
        and (audit-rec(49:1) = "w" or audit-rec(49:1) = "i" or audit-rec(49:1) = "g"
             or audit-rec(49:1) = "k" or audit-rec(49:1) = "n")
        move audit-rec(28:20) to wanted-name
        perform note-changed-table
    end-if.


note-changed-table.
    move 'no ' to change-found-switch.
    perform varying change-idx from 1 by 1 until change-idx > changed-table-count or change-found
        if changed-table(change-idx) = wanted-name
            set change-found to true
        end-if
    end-perform.
    if not change-found
        if changed-table-count < 500
            add 1 to changed-table-count
            move wanted-name to changed-table(changed-table-count)
        else
            set change-overflow to true
        end-if
    end-if.


*> Each changed code as it stands now - on file it is put, gone it is
*> removed. A full extract sends the whole file behind an S line.
extract-depttab.
    open input dept-file.
    if dept-file-status not = '00'
        if dept-file-status = '05'
            close dept-file
        end-if
        display "WARNING: no DEPTTAB to extract! Status: " dept-file-status "."
        move 4 to return-code
        exit paragraph
    end-if.

    if dept-full
        move spaces to delta-line
        move "DEPTTAB " to dl-tag
        move "S" to dl-action
        perform write-delta-line
        move 'no ' to end-of-file-switch
        perform until at-end-of-file
            read dept-file next record
                at end set at-end-of-file to true
            end-read
            if not at-end-of-file
                move spaces to delta-line
                move "DEPTTAB " to dl-tag
                move "U" to dl-action
                move dept-record to dl-image
                perform write-delta-line
                add 1 to put-count
            end-if
        end-perform
    else
        perform varying change-idx from 1 by 1 until change-idx > changed-code-count
            move spaces to delta-line
            move "DEPTTAB " to dl-tag
            move changed-code(change-idx) to dept-code
            read dept-file
                invalid key
                    continue
            end-read
            if dept-file-status = '00'
                move "U" to dl-action
                move dept-record to dl-image
                add 1 to put-count
            else
                move "D" to dl-action
                move changed-code(change-idx) to dl-image(1:10)
                add 1 to removed-count
            end-if
            perform write-delta-line
        end-perform
    end-if.
    close dept-file.


extract-keytab.
    open input keytab-file.
    if keytab-file-status not = '00'
        if keytab-file-status = '05'
            close keytab-file
        end-if
        display "WARNING: no KEYTAB to extract! Status: " keytab-file-status "."
        move 4 to return-code
        exit paragraph
    end-if.

    if keytab-full
        move spaces to delta-line
        move "KEYTAB  " to dl-tag
        move "S" to dl-action
        perform write-delta-line
        move 'no ' to end-of-file-switch
        perform until at-end-of-file
            read keytab-file next record
                at end set at-end-of-file to true
            end-read
            if not at-end-of-file
                move spaces to delta-line
                move "KEYTAB  " to dl-tag
                move "U" to dl-action
                move keytab-record to dl-image
                perform write-delta-line
                add 1 to put-count
            end-if
        end-perform
    else
        perform varying change-idx from 1 by 1 until change-idx > changed-table-count
            move spaces to delta-line
            move "KEYTAB  " to dl-tag
            move changed-table(change-idx) to keytab-name
            read keytab-file
                invalid key
                    continue
            end-read
            if keytab-file-status = '00'
                move "U" to dl-action
                move keytab-record to dl-image
                add 1 to put-count
            else
                move "D" to dl-action
                move changed-table(change-idx) to dl-image(1:20)
                add 1 to removed-count
            end-if
            perform write-delta-line
        end-perform
    end-if.
    close keytab-file.


*> The operator master goes whole every night - sign-on failures and
*> lockouts change it on every shift, and nothing journals them.
extract-opertab.
    open input oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        exit paragraph
    end-if.

    move spaces to delta-line.
    move "OPERTAB " to dl-tag.
    move "S" to dl-action.
    perform write-delta-line.
    move 'no ' to end-of-file-switch.
    perform until at-end-of-file
        read oper-file next record
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move spaces to delta-line
            move "OPERTAB " to dl-tag
            move "U" to dl-action
            move oper-record to dl-image
            perform write-delta-line
            add 1 to put-count
        end-if
    end-perform.
    close oper-file.


*> The revocation list goes whole, every line, every night - a list
*> that is the whole point of the exercise is not the place to save a
*> few hundred bytes. An empty list still goes out as an empty
*> section, so the DR copy can never keep a stale line - but a list
*> that cannot be read refuses the whole extract, since an empty
*> section for it would wipe the DR copy.
extract-revocations.
    open input revoke-file.
    if revoke-file-status not = '00' and revoke-file-status not = '05'
        display "The revocation list cannot be read! Status: " revoke-file-status "!"
        perform refuse-extract
    end-if.

    move spaces to delta-line.
    move "CIPHRVK " to dl-tag.
    move "S" to dl-action.
    perform write-delta-line.
    move 'no ' to end-of-file-switch.
    perform until at-end-of-file
        read revoke-file into revoke-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and revoke-rec not = spaces
            move spaces to delta-line
            move "CIPHRVK " to dl-tag
            move "U" to dl-action
            move revoke-rec to dl-image
            perform write-delta-line
            add 1 to put-count
        end-if
    end-perform.
    close revoke-file.


*> The batch calendar the same way.
extract-calendar.
    open input calendar-file.
    if calendar-file-status not = '00' and calendar-file-status not = '05'
        display "The batch calendar cannot be read! Status: " calendar-file-status "!"
        perform refuse-extract
    end-if.

    move spaces to delta-line.
    move "CIPHCAL " to dl-tag.
    move "S" to dl-action.
    perform write-delta-line.
    move 'no ' to end-of-file-switch.
    perform until at-end-of-file
        read calendar-file into calendar-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and calendar-rec not = spaces
            move spaces to delta-line
            move "CIPHCAL " to dl-tag
            move "U" to dl-action
            move calendar-rec to dl-image
            perform write-delta-line
            add 1 to put-count
        end-if
    end-perform.
    close calendar-file.


*> A dataset sent whole could not be read - stop before the CONTROL
*> line goes on, so the part-written extract fails its controls at
*> the DR site and is never applied, and leave the checkpoint where
*> it was so the next extract covers this window again.
refuse-extract.
    close delta-file.
    display "DR extract " function trim(delta-ds-name) " refused - it carries no CONTROL line"
        " and will not apply. The checkpoint is unchanged.".
    move 8 to return-code.
    perform exit-program.


*> Every extract line goes into the control totals as it is written.
write-delta-line.
    move delta-line to delta-rec.
    add 1 to record-count.
    perform accumulate-checksum.
    write delta-rec.


*> The system's usual line-weighted positional checksum, over the
*> whole of delta-rec.
accumulate-checksum.
    move 0 to line-checksum.
    perform varying checksum-idx from 1 by 1 until checksum-idx > 2200
        if delta-rec(checksum-idx:1) not = space
            compute line-checksum = function mod(
                line-checksum + function ord(delta-rec(checksum-idx:1)) * checksum-idx, 100000000)
        end-if
    end-perform.
    compute delta-checksum = function mod(
        delta-checksum + line-checksum * record-count, 100000000).


*> ------------------------------------------------------------------
*> Apply - DR site, after the extract has arrived.
*> ------------------------------------------------------------------

*> Prove the extract's controls, prove it starts where this site's
*> last apply ended, then put every dataset in step. Nothing is
*> touched until both proofs pass.
apply-changes.
    perform verify-delta-controls.
    if control-failed
        display "DR extract " function trim(delta-ds-name) " fails its control check - apply refused!"
        move 8 to return-code
        perform exit-program
    end-if.

    open input applied-file.
    if applied-status = '00' or applied-status = '05'
        read applied-file into applied-rec
            at end move spaces to applied-rec
        end-read
        move applied-rec(1:15) to applied-stamp
        close applied-file
    end-if.

    if dh-full not = "F"
        if applied-stamp = spaces
            display "This site has never applied an extract - it needs a full extract (X,F) first! Apply refused."
            move 8 to return-code
            perform exit-program
        end-if
        if dh-to not > applied-stamp
            display "Extract window ending " dh-to " was already applied here (last " applied-stamp "). Nothing done."
            move 4 to return-code
            perform exit-program
        end-if
        if dh-from not = applied-stamp
            display "Extract starts at " dh-from " but this site last applied up to " applied-stamp "!"
            display "A night is missing - run a full extract (X,F) to resynchronize. Apply refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    move 0 to put-count.
    move 0 to removed-count.
    perform apply-depttab.
    perform apply-keytab.
    perform apply-opertab.
    move "CIPHRVK " to wanted-tag.
    move revoke-ds-name to line-target-name.
    perform apply-line-dataset.
    move "CIPHCAL " to wanted-tag.
    move calendar-ds-name to line-target-name.
    perform apply-line-dataset.

    open output applied-file.
    if applied-status not = '00'
        display "WARNING: the applied checkpoint could not be saved! Status: " applied-status
            " - the next apply will be refused until a full extract."
    else
        move spaces to applied-rec
        move dh-to to applied-rec(1:15)
        write applied-rec
        close applied-file
    end-if.

    perform write-apply-audit.
    display "DR extract " function trim(delta-ds-name) " applied - window to " dh-to ", "
        put-count " records put, " removed-count " removed.".


*> Read the extract end to end, recomputing what its CONTROL line
*> should say, and pick up the header on the way.
verify-delta-controls.
    move 'no ' to control-failed-switch.
    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to delta-checksum.
    move 0 to read-count.
    move 0 to read-checksum.
    move spaces to delta-header.

    open input delta-file.
    if delta-file-status not = '00'
        display "No DR extract " function trim(delta-ds-name) " on file! Status: " delta-file-status "!"
        set control-failed to true
        exit paragraph
    end-if.

    perform until at-end-of-file
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            if delta-rec(1:8) = "CONTROL "
                move delta-rec(1:25) to control-line
                move ctl-count to read-count
                move ctl-checksum to read-checksum
            else
                add 1 to record-count
                perform accumulate-checksum
                if delta-rec(1:8) = "DRHEADER"
                    move delta-rec to delta-line
                    move dl-image to delta-header
                end-if
            end-if
        end-if
    end-perform.
    close delta-file.

    if record-count not = read-count or delta-checksum not = read-checksum
        display "Expected " read-count " lines checksum " read-checksum
            ", found " record-count " checksum " delta-checksum "."
        set control-failed to true
    end-if.
    if dh-to = spaces
        display "The extract has no header line!"
        set control-failed to true
    end-if.


*> Does the extract send this dataset whole? An S line for the tag
*> says so - the DR copy is then rebuilt rather than updated.
find-whole-section.
    move 'no ' to section-whole-switch.
    move 'no ' to end-of-file-switch.
    open input delta-file.
    perform until at-end-of-file or section-whole
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move delta-rec to delta-line
            if dl-tag = wanted-tag and dl-action = "S"
                set section-whole to true
            end-if
        end-if
    end-perform.
    close delta-file.


*> Put or remove each DEPTTAB record the extract carries, or rebuild
*> the file from them when it came whole.
apply-depttab.
    move "DEPTTAB " to wanted-tag.
    perform find-whole-section.

    if section-whole
        open output dept-file
    else
        open i-o dept-file
        if dept-file-status = '35'
            open output dept-file
        end-if
    end-if.
    if dept-file-status not = '00' and dept-file-status not = '05'
        display "Cannot open DEPTTAB to apply the extract! Status: " dept-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-file-switch.
    open input delta-file.
    perform until at-end-of-file
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move delta-rec to delta-line
            if dl-tag = wanted-tag
                evaluate dl-action
                    when "U"
                        move dl-image to dept-record
                        add 1 to put-count
                        write dept-record
                            invalid key
                                rewrite dept-record
                                    invalid key
                                        display "Unable to put department/partner " dept-code "! Status: " dept-file-status "!"
                                        move 8 to return-code
                                end-rewrite
                        end-write
                    when "D"
                        move dl-image(1:10) to dept-code
                        add 1 to removed-count
                        delete dept-file
                            invalid key
                                continue
                        end-delete
                end-evaluate
            end-if
        end-if
    end-perform.
    close delta-file.
    close dept-file.


apply-keytab.
    move "KEYTAB  " to wanted-tag.
    perform find-whole-section.

    if section-whole
        open output keytab-file
    else
        open i-o keytab-file
        if keytab-file-status = '35'
            open output keytab-file
        end-if
    end-if.
    if keytab-file-status not = '00' and keytab-file-status not = '05'
        display "Cannot open KEYTAB to apply the extract! Status: " keytab-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-file-switch.
    open input delta-file.
    perform until at-end-of-file
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move delta-rec to delta-line
            if dl-tag = wanted-tag
                evaluate dl-action
                    when "U"
                        move dl-image to keytab-record
                        add 1 to put-count
                        write keytab-record
                            invalid key
                                rewrite keytab-record
                                    invalid key
                                        display "Unable to put cipher table " keytab-name "! Status: " keytab-file-status "!"
                                        move 8 to return-code
                                end-rewrite
                        end-write
                    when "D"
                        move dl-image(1:20) to keytab-name
                        add 1 to removed-count
                        delete keytab-file
                            invalid key
                                continue
                        end-delete
                end-evaluate
            end-if
        end-if
    end-perform.
    close delta-file.
    close keytab-file.


*> The operator master is rebuilt whole - only when the extract
*> carried it, since a production site with no master sends none.
apply-opertab.
    move "OPERTAB " to wanted-tag.
    perform find-whole-section.
    if not section-whole
        exit paragraph
    end-if.

    open output oper-file.
    if oper-file-status not = '00'
        display "Cannot rebuild OPERTAB from the extract! Status: " oper-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-file-switch.
    open input delta-file.
    perform until at-end-of-file
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move delta-rec to delta-line
            if dl-tag = wanted-tag and dl-action = "U"
                move dl-image to oper-record
                add 1 to put-count
                write oper-record
                    invalid key
                        display "Duplicate operator " oper-id " in the extract - skipped!"
                end-write
            end-if
        end-if
    end-perform.
    close delta-file.
    close oper-file.


*> The revocation list or the calendar, rebuilt from its section on
*> a work file and swapped in - never an in-place truncation of a
*> shared dataset.
apply-line-dataset.
    perform find-whole-section.
    if not section-whole
        exit paragraph
    end-if.

    move spaces to line-work-name.
    string line-target-name delimited by space
        "WK" delimited by size
        into line-work-name
    end-string.
    open output line-work-file.
    if line-work-status not = '00'
        display "Cannot open work file " function trim(line-work-name) "! Status: " line-work-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-file-switch.
    open input delta-file.
    perform until at-end-of-file
        read delta-file into delta-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            move delta-rec to delta-line
            if dl-tag = wanted-tag and dl-action = "U"
                move dl-image(1:80) to line-work-rec
                write line-work-rec
                add 1 to put-count
            end-if
        end-if
    end-perform.
    close delta-file.
    close line-work-file.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using line-target-name.
    call "CBL_RENAME_FILE" using line-work-name line-target-name.
    if return-code not = 0
        display "Cannot swap the new " function trim(line-target-name) " into place - it is on "
            function trim(line-work-name) "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move utility-status to return-code.


*> ------------------------------------------------------------------
*> Compare - production against the DR copies.
*> ------------------------------------------------------------------

*> Walk each dataset on both sides and report every record that is
*> on one side only or differs between them, ending with how far the
*> DR site's applies have got against production's extracts.
compare-sites.
    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the divergence report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    perform write-report-line.
    move spaces to report-rec.
    string "DR DIVERGENCE REPORT - DR DATASETS UNDER " delimited by size
        dr-prefix delimited by space
        into report-rec
    end-string.
    perform write-report-line.
    move function current-date to stamp-work.
    move spaces to report-rec.
    string "RUN DATE " delimited by size
        stamp-work(1:4) "-" stamp-work(5:2) "-" stamp-work(7:2) delimited by size
        into report-rec
    end-string.
    perform write-report-line.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    perform write-report-line.

    perform compare-depttab.
    perform compare-keytab.
    perform compare-opertab.
    move "CIPHRVK " to compare-tag.
    perform compare-revocations.
    move "CIPHCAL " to compare-tag.
    perform compare-calendar.
    perform compare-checkpoints.

    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    perform write-report-line.
    move spaces to report-rec.
    if difference-count = 0
        move "DR SITE IN STEP - NO DIFFERENCES FOUND" to report-rec
    else
        string "DR SITE IS STALE - " delimited by size
            difference-count delimited by size
            " DIFFERENCES FOUND" delimited by size
            into report-rec
        end-string
    end-if.
    perform write-report-line.
    close report-file.

    if difference-count > 0
        move 4 to return-code
    end-if.


write-report-line.
    write report-rec.
    display function trim(report-rec trailing).


print-section-heading.
    move 0 to section-differences.
    move spaces to report-rec.
    perform write-report-line.
    move spaces to report-rec.
    move compare-tag to report-rec.
    perform write-report-line.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    perform write-report-line.


print-section-footing.
    if section-differences = 0
        move spaces to report-rec
        move "  IN STEP" to report-rec
        perform write-report-line
    end-if.


*> One difference line - the key, and what is wrong with it.
print-difference.
    add 1 to difference-count.
    add 1 to section-differences.
    move spaces to report-rec.
    move prod-key to report-rec(3:20).
    move differs-in to report-rec(24:80).
    perform write-report-line.


*> Both DEPTTABs in key order side by side. A record on both sides
*> that differs says which fields - never the passphrase itself.
compare-depttab.
    move "DEPTTAB " to compare-tag.
    perform print-section-heading.

    open input dept-file.
    if dept-file-status not = '00'
        if dept-file-status = '05'
            close dept-file
        end-if
        move high-values to dept-code
        set at-end-of-file to true
    else
        move 'no ' to end-of-file-switch
        perform read-next-prod-dept
    end-if.
    open input dr-dept-file.
    if dr-dept-status not = '00'
        if dr-dept-status = '05'
            close dr-dept-file
        end-if
        move high-values to drd-code
        set at-end-of-dr to true
    else
        move 'no ' to end-of-dr-switch
        perform read-next-dr-dept
    end-if.

    perform until at-end-of-file and at-end-of-dr
        evaluate true
            when dept-code < drd-code
                move dept-code to prod-key
                move "ON PRODUCTION, MISSING AT DR" to differs-in
                perform print-difference
                perform read-next-prod-dept
            when dept-code > drd-code
                move drd-code to prod-key
                move "AT DR ONLY - REMOVED IN PRODUCTION" to differs-in
                perform print-difference
                perform read-next-dr-dept
            when other
                if dept-record not = drd-record
                    move dept-code to prod-key
                    perform describe-dept-difference
                    perform print-difference
                end-if
                perform read-next-prod-dept
                perform read-next-dr-dept
        end-evaluate
    end-perform.

    if dept-file-status not = '35'
        close dept-file
    end-if.
    if dr-dept-status not = '35'
        close dr-dept-file
    end-if.
    perform print-section-footing.


read-next-prod-dept.
    if not at-end-of-file
        read dept-file next record
            at end
                set at-end-of-file to true
                move high-values to dept-code
        end-read
    end-if.


read-next-dr-dept.
    if not at-end-of-dr
        read dr-dept-file next record
            at end
                set at-end-of-dr to true
                move high-values to drd-code
        end-read
    end-if.


describe-dept-difference.
    move spaces to differs-in.
    move 1 to differs-ptr.
    string "DIFFERS IN:" delimited by size
        into differs-in with pointer differs-ptr
    end-string.
    if dept-passphrase not = drd-passphrase or dept-key-flag not = drd-key-flag
        or dept-key-check not = drd-key-check
        string " KEY" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.
    if dept-key-generation not = drd-key-generation
        string " GENERATION" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.
    if dept-effective-date not = drd-effective-date or dept-expiry-date not = drd-expiry-date
        string " DATES" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.
    if dept-table-name not = drd-table-name or dept-shift-increment not = drd-shift-increment
        or dept-shift-direction not = drd-shift-direction
        or dept-cipher-algorithm not = drd-cipher-algorithm
        string " CIPHER" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.
    if dept-alias-of not = drd-alias-of
        string " ALIAS" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.
    if dept-route-prefix not = drd-route-prefix or dept-restricted not = drd-restricted
        or dept-armor-flag not = drd-armor-flag or dept-seal-flag not = drd-seal-flag
        or dept-sla-minutes not = drd-sla-minutes or dept-review-flag not = drd-review-flag
        or dept-volume-kb not = drd-volume-kb
        string " HANDLING" delimited by size into differs-in with pointer differs-ptr end-string
    end-if.


compare-keytab.
    move "KEYTAB  " to compare-tag.
    perform print-section-heading.

    open input keytab-file.
    if keytab-file-status not = '00'
        if keytab-file-status = '05'
            close keytab-file
        end-if
        move high-values to keytab-name
        set at-end-of-file to true
    else
        move 'no ' to end-of-file-switch
        perform read-next-prod-keytab
    end-if.
    open input dr-keytab-file.
    if dr-keytab-status not = '00'
        if dr-keytab-status = '05'
            close dr-keytab-file
        end-if
        move high-values to drk-name
        set at-end-of-dr to true
    else
        move 'no ' to end-of-dr-switch
        perform read-next-dr-keytab
    end-if.

    perform until at-end-of-file and at-end-of-dr
        evaluate true
            when keytab-name < drk-name
                move keytab-name to prod-key
                move "ON PRODUCTION, MISSING AT DR" to differs-in
                perform print-difference
                perform read-next-prod-keytab
            when keytab-name > drk-name
                move drk-name to prod-key
                move "AT DR ONLY - REMOVED IN PRODUCTION" to differs-in
                perform print-difference
                perform read-next-dr-keytab
            when other
                if keytab-record not = drk-record
                    move keytab-name to prod-key
                    move spaces to differs-in
                    move 1 to differs-ptr
                    string "DIFFERS IN:" delimited by size
                        into differs-in with pointer differs-ptr
                    end-string
                    if keytab-alphabet not = drk-alphabet
                        string " TABLE" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    if keytab-effective-date not = drk-effective-date
                        or keytab-expiry-date not = drk-expiry-date
                        string " DATES" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    perform print-difference
                end-if
                perform read-next-prod-keytab
                perform read-next-dr-keytab
        end-evaluate
    end-perform.

    if keytab-file-status not = '35'
        close keytab-file
    end-if.
    if dr-keytab-status not = '35'
        close dr-keytab-file
    end-if.
    perform print-section-footing.


read-next-prod-keytab.
    if not at-end-of-file
        read keytab-file next record
            at end
                set at-end-of-file to true
                move high-values to keytab-name
        end-read
    end-if.


read-next-dr-keytab.
    if not at-end-of-dr
        read dr-keytab-file next record
            at end
                set at-end-of-dr to true
                move high-values to drk-name
        end-read
    end-if.


compare-opertab.
    move "OPERTAB " to compare-tag.
    perform print-section-heading.

    open input oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        move high-values to oper-id
        set at-end-of-file to true
    else
        move 'no ' to end-of-file-switch
        perform read-next-prod-oper
    end-if.
    open input dr-oper-file.
    if dr-oper-status not = '00'
        if dr-oper-status = '05'
            close dr-oper-file
        end-if
        move high-values to dro-id
        set at-end-of-dr to true
    else
        move 'no ' to end-of-dr-switch
        perform read-next-dr-oper
    end-if.

    perform until at-end-of-file and at-end-of-dr
        evaluate true
            when oper-id < dro-id
                move oper-id to prod-key
                move "ON PRODUCTION, MISSING AT DR" to differs-in
                perform print-difference
                perform read-next-prod-oper
            when oper-id > dro-id
                move dro-id to prod-key
                move "AT DR ONLY - REMOVED IN PRODUCTION" to differs-in
                perform print-difference
                perform read-next-dr-oper
            when other
                if oper-record not = dro-record
                    move oper-id to prod-key
                    move spaces to differs-in
                    move 1 to differs-ptr
                    string "DIFFERS IN:" delimited by size
                        into differs-in with pointer differs-ptr
                    end-string
                    if oper-password not = dro-password or oper-prev-passwords not = dro-prev-passwords
                        or oper-pw-expiry not = dro-pw-expiry
                        string " PASSWORD" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    if oper-level not = dro-level or oper-depts not = dro-depts
                        string " AUTHORITY" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    if oper-locked not = dro-locked or oper-fail-count not = dro-fail-count
                        or oper-lock-reason not = dro-lock-reason
                        string " LOCKOUT" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    if oper-last-signon not = dro-last-signon or oper-manager not = dro-manager
                        or oper-dormancy-from not = dro-dormancy-from
                        or oper-recert-decision not = dro-recert-decision
                        or oper-recert-date not = dro-recert-date or oper-recert-by not = dro-recert-by
                        string " REVIEW" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    if oper-name not = dro-name
                        string " NAME" delimited by size into differs-in with pointer differs-ptr end-string
                    end-if
                    perform print-difference
                end-if
                perform read-next-prod-oper
                perform read-next-dr-oper
        end-evaluate
    end-perform.

    if oper-file-status not = '35'
        close oper-file
    end-if.
    if dr-oper-status not = '35'
        close dr-oper-file
    end-if.
    perform print-section-footing.


read-next-prod-oper.
    if not at-end-of-file
        read oper-file next record
            at end
                set at-end-of-file to true
                move high-values to oper-id
        end-read
    end-if.


read-next-dr-oper.
    if not at-end-of-dr
        read dr-oper-file next record
            at end
                set at-end-of-dr to true
                move high-values to dro-id
        end-read
    end-if.


*> The revocation list line by line - a key revoked in production
*> and not at the DR site is the exact failure this report exists
*> to catch, and is spelled out as such.
compare-revocations.
    perform print-section-heading.
    move 0 to prod-line-count.
    move 0 to dr-line-count.

    open input revoke-file.
    if revoke-file-status = '00' or revoke-file-status = '05'
        move 'no ' to end-of-file-switch
        perform until at-end-of-file
            read revoke-file into revoke-rec
                at end set at-end-of-file to true
            end-read
            if not at-end-of-file and revoke-rec not = spaces and prod-line-count < 1000
                add 1 to prod-line-count
                move revoke-rec to prod-line(prod-line-count)
            end-if
        end-perform
        close revoke-file
    end-if.

    open input dr-revoke-file.
    if dr-revoke-status = '00' or dr-revoke-status = '05'
        move 'no ' to end-of-dr-switch
        perform until at-end-of-dr
            read dr-revoke-file into dr-revoke-rec
                at end set at-end-of-dr to true
            end-read
            if not at-end-of-dr and dr-revoke-rec not = spaces and dr-line-count < 1000
                add 1 to dr-line-count
                move dr-revoke-rec to dr-line(dr-line-count)
            end-if
        end-perform
        close dr-revoke-file
    end-if.

    perform match-line-tables.
    perform print-section-footing.


compare-calendar.
    perform print-section-heading.
    move 0 to prod-line-count.
    move 0 to dr-line-count.

    open input calendar-file.
    if calendar-file-status = '00' or calendar-file-status = '05'
        move 'no ' to end-of-file-switch
        perform until at-end-of-file
            read calendar-file into calendar-rec
                at end set at-end-of-file to true
            end-read
            if not at-end-of-file and calendar-rec not = spaces and prod-line-count < 1000
                add 1 to prod-line-count
                move calendar-rec to prod-line(prod-line-count)
            end-if
        end-perform
        close calendar-file
    end-if.

    open input dr-calendar-file.
    if dr-calendar-status = '00' or dr-calendar-status = '05'
        move 'no ' to end-of-dr-switch
        perform until at-end-of-dr
            read dr-calendar-file into dr-calendar-rec
                at end set at-end-of-dr to true
            end-read
            if not at-end-of-dr and dr-calendar-rec not = spaces and dr-line-count < 1000
                add 1 to dr-line-count
                move dr-calendar-rec to dr-line(dr-line-count)
            end-if
        end-perform
        close dr-calendar-file
    end-if.

    perform match-line-tables.
    perform print-section-footing.


*> Every production line the DR copy lacks, then every DR line
*> production no longer has.
match-line-tables.
    perform varying line-idx from 1 by 1 until line-idx > prod-line-count
        move 'no ' to line-found-switch
        perform varying line-jdx from 1 by 1 until line-jdx > dr-line-count or line-found
            if dr-line(line-jdx) = prod-line(line-idx)
                set line-found to true
            end-if
        end-perform
        if not line-found
            move prod-line(line-idx)(1:20) to prod-key
            if compare-tag = "CIPHRVK "
                move "REVOKED IN PRODUCTION, NOT AT DR" to differs-in
            else
                string "ON PRODUCTION, MISSING AT DR: " delimited by size
                    prod-line(line-idx)(1:30) delimited by size
                    into differs-in
                end-string
            end-if
            perform print-difference
        end-if
    end-perform.

    perform varying line-jdx from 1 by 1 until line-jdx > dr-line-count
        move 'no ' to line-found-switch
        perform varying line-idx from 1 by 1 until line-idx > prod-line-count or line-found
            if prod-line(line-idx) = dr-line(line-jdx)
                set line-found to true
            end-if
        end-perform
        if not line-found
            move dr-line(line-jdx)(1:20) to prod-key
            move spaces to differs-in
            string "AT DR ONLY: " delimited by size
                dr-line(line-jdx)(1:30) delimited by size
                into differs-in
            end-string
            perform print-difference
        end-if
    end-perform.


*> How far the DR site's applies have got against production's
*> extracts - a standby behind by a night shows here even when the
*> night's changes happen to match.
compare-checkpoints.
    move "EXTRACTS" to compare-tag.
    perform print-section-heading.

    move spaces to last-stamp.
    open input checkpoint-file.
    if checkpoint-status = '00' or checkpoint-status = '05'
        read checkpoint-file into checkpoint-rec
            at end move spaces to checkpoint-rec
        end-read
        move checkpoint-rec(1:15) to last-stamp
        close checkpoint-file
    end-if.

    move applied-ds-name to profile-base-name.
    move dr-applied-ds-name to applied-ds-name.
    open input applied-file.
    if applied-status = '00' or applied-status = '05'
        read applied-file into applied-rec
            at end move spaces to applied-rec
        end-read
        move applied-rec(1:15) to dr-last-applied
        close applied-file
    end-if.
    move profile-base-name to applied-ds-name.

    move spaces to report-rec.
    string "  PRODUCTION LAST EXTRACTED TO:  " delimited by size
        last-stamp delimited by size
        into report-rec
    end-string.
    perform write-report-line.
    move spaces to report-rec.
    string "  DR SITE LAST APPLIED TO:       " delimited by size
        dr-last-applied delimited by size
        into report-rec
    end-string.
    perform write-report-line.

    if last-stamp = spaces or dr-last-applied not = last-stamp
        move "(checkpoints)" to prod-key
        move "DR SITE HAS NOT APPLIED THE LATEST EXTRACT" to differs-in
        perform print-difference
    end-if.


*> The apply on the DR site's own trail - op "z", outcome APLY.
write-apply-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-line.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " DRSYNC     " delimited by size
        delta-ds-name(1:20) delimited by size
        " z APLY" delimited by size
        into audit-line
    end-string.
    move dh-to to audit-line(69:15).
    if parm-profile not = spaces
        move parm-profile to audit-line(100:8)
    end-if.

    move 0 to audit-retry-count.
    move 'no ' to audit-written-switch.
    perform until audit-written or audit-retry-count > 5
        open extend audit-out-file
        if audit-out-status = '00' or audit-out-status = '05'
            perform link-audit-line
            move audit-line to audit-out-rec
            write audit-out-rec
            perform save-audit-head
            close audit-out-file
            set audit-written to true
        else
            add 1 to audit-retry-count
            call "C$SLEEP" using retry-wait-seconds
        end-if
    end-perform.

    if not audit-written
        open extend audit-spill-file
        if audit-spill-status = '00' or audit-spill-status = '05'
            move audit-line to audit-spill-rec
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
    call 'audlink' using audit-prior-line, audit-line.


*> The line just appended becomes the chain head for the next one.
save-audit-head.
    open output audit-head-file.
    if audit-head-status = '00' or audit-head-status = '05'
        write audit-head-rec from audit-line
        close audit-head-file
    else
        display "WARNING: audit chain head could not be saved! Status: " audit-head-status "."
    end-if.


exit-program.
    stop run.
