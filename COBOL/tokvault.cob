*> Brayden Cowell - 0844864
*> TOKVAULT - tokenize and detokenize account numbers in fixed-layout partner records
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. tokvault.

environment division.
input-output section.
file-control.
    *> The partner dataset being tokenized or restored - plain line-
    *> sequential text, or with ORG=FB a fixed-block dataset read the
    *> same way CIPHER reads one.
    select in-file
    assign to dynamic input-name
    organization is line sequential
    file status is in-file-status.

    select in-file-fb
    assign to dynamic input-name
    organization is sequential
    file status is in-file-status.

    *> The same records with the mapped columns swapped - tokens in,
    *> or real values back.
    select out-file
    assign to dynamic output-name
    organization is line sequential
    file status is out-file-status.

    *> The field-layout map CIPHER ciphers fixed-block files by - here
    *> the mapped columns are the ones that carry account numbers and
    *> get tokens. Pass-through record types are left alone.
    select optional layout-map-file
    assign to dynamic map-ds-name
    organization is line sequential
    file status is layout-map-status.

    *> The token vault - every account number ever tokenized and the
    *> token standing in for it, looked up by either.
    select vault-file
    assign to dynamic vault-ds-name
    organization is indexed
    access mode is dynamic
    record key is vault-value
    alternate record key is vault-token
    file status is vault-file-status.

    *> The operator master a detokenizing supervisor signs on against -
    *> the same rules HOLDMNT's release sign-on uses.
    select optional oper-file
    assign to dynamic oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The shared audit trail - every detokenize run lands here with
    *> the supervisor who ran it and why. Spill discipline as
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
    *> a rehearsal run never touches the real vault.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd in-file.
    01 in-rec			pic x(2000).

    fd in-file-fb
        record contains 2000 characters.
    01 in-rec-fb		pic x(2000).

    fd out-file.
    01 out-rec			pic x(2000).

    fd layout-map-file.
    01 layout-map-rec		pic x(80).

    fd vault-file.
    copy "vaultrec.cpy".

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
    01 in-file-status		pic xx.
    01 out-file-status		pic xx.
    01 layout-map-status	pic xx.
    01 vault-file-status	pic xx.
    01 end-of-file-switch	pic xxx		value 'no '.
        88 end-of-file				value 'yes'.
    01 end-of-map-switch	pic xxx		value 'no '.
        88 end-of-map				value 'yes'.

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
    01 map-ds-name		pic x(30)	value "CIPHMAP".
    01 vault-ds-name		pic x(30)	value "CIPHVAULT".
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".

    *> Startup parameters - T to tokenize, D to detokenize - then the
    *> input and output dataset names, the operator (the supervisor,
    *> for a detokenize), the reason a detokenize was asked for, FB
    *> for fixed-block input, and the profile. The password is always
    *> asked for at the console, never taken off a PARM.
    01 parm-string		pic x(300).
    01 vault-mode		pic x.
    01 input-name		pic x(64)	value spaces.
    01 output-name		pic x(64)	value spaces.
    01 operator-id		pic x(10)	value spaces.
    01 parm-reason		pic x(30)	value spaces.
    01 parm-org			pic x(2)	value spaces.
        88 fixed-block-org			value "FB" "fb".

    *> The layout map, parsed the way CIPHER parses it - one entry per
    *> record type, pass-through or up to eight start/length fields.
    01 layout-map-count		pic 99		value 0.
    01 layout-map-idx		pic 99.
    01 layout-map-table.
        03 layout-map-entry		occurs 20 times.
            05 map-record-type	pic x.
            05 map-pass-flag	pic x.
            05 map-field-count	pic 9.
            05 map-field			occurs 8 times.
                07 map-field-start	pic 9999.
                07 map-field-len	pic 9999.
    01 map-parse-fields.
        03 map-parse-type	pic x(4).
        03 map-parse-value	pic x(6)	occurs 16 times.
    01 map-pair-idx		pic 99.
    01 map-matched-switch	pic x(03)	value 'no '.
        88 map-matched				value 'yes'.
    01 map-line-ok-switch	pic x(03)	value 'yes'.
        88 map-line-ok				value 'yes'.
    01 map-exact-idx		pic 99.
    01 map-any-idx		pic 99.
    01 map-field-idx		pic 99.
    01 map-start		pic 9999.
    01 map-len			pic 9999.
    01 map-record-char		pic x.

    *> A token is "TK" and the vault's sequence number, zero-filled to
    *> the width of the column it replaces - so the record keeps its
    *> layout and the same account reads the same token in every
    *> file. A column is at least 6 wide (four digits of token) and at
    *> most 40 (the vault's value width).
    01 min-token-width		pic 99		value 6.
    01 max-token-width		pic 99		value 40.
    01 record-work		pic x(2000).
    01 field-value		pic x(40).
    01 field-width		pic 99.
    01 digit-width		pic 99.
    01 token-digits		pic 9(38).
    01 token-digits-text redefines token-digits	pic x(38).
    01 token-number		pic 9(10).
    01 control-key		pic x(40)	value "*NEXT-TOKEN".
    01 vault-stamp		pic x(15).
    01 field-ok-switch		pic x(03)	value 'no '.
        88 field-ok				value 'yes'.

    *> Run counts for the closing summary.
    01 record-count		pic 9(7)	value 0.
    01 field-count		pic 9(7)	value 0.
    01 new-token-count		pic 9(7)	value 0.
    01 unmapped-count		pic 9(7)	value 0.
    01 not-token-count		pic 9(7)	value 0.
    01 unknown-token-count	pic 9(7)	value 0.
    01 too-wide-count		pic 9(7)	value 0.

    *> The supervisor sign-on - the same lockout discipline the main
    *> console runs.
    01 oper-file-status		pic xx.
    01 oper-master-switch	pic x(03)	value 'no '.
        88 oper-master-active			value 'yes'.
    01 signon-password		pic x(10)	value spaces.
    01 signon-fail-id		pic x(10).
    01 lockout-limit		pic 99		value 5.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. The input dataset sits where CIPHER puts its
    *> filename; the reason for a detokenize takes columns 69-98.
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
    01 audit-detail		pic x(30).
    01 audit-op			pic x.
    01 audit-outcome		pic x(4).


procedure division.
*> Swap the account-number columns of a partner dataset for stable
*> tokens, or - for a supervisor with a reason - put the real numbers
*> back. Reporting joins on the tokens and never sees an account.
mainline.
    perform read-startup-parms.

    if vault-mode not = "t" and vault-mode not = "d"
        display "Enter T to tokenize or D to detokenize."
        move 8 to return-code
        perform exit-program
    end-if.

    perform load-layout-map.
    if layout-map-count = 0
        display "No usable layout map on " function trim(map-ds-name) " - nothing to say which columns hold account numbers! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if vault-mode = "d"
        perform identify-supervisor
    end-if.

    perform open-vault.
    perform open-run-files.

    perform until end-of-file
        perform read-input-record
        if not end-of-file
            perform convert-record
        end-if
    end-perform.

    perform close-run-files.
    perform show-run-summary.

    if vault-mode = "d"
        move operator-id to audit-actor
        move input-name to audit-filename
        move parm-reason to audit-detail
        move "t" to audit-op
        move "DTOK" to audit-outcome
        perform write-audit-line
    end-if.

    perform exit-program.


*> Pick up mode and fields from JCL PARM (the command line), or prompt
*> for whatever a console session left out.
read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into vault-mode input-name output-name operator-id
                parm-reason parm-org parm-profile
        end-unstring
    else
        display "Enter T to tokenize or D to detokenize:"
        accept vault-mode from console
    end-if.

    inspect vault-mode converting "TD" to "td".

    if parm-profile not = spaces
        perform resolve-profile
    end-if.

    if input-name = spaces
        display "Enter the input dataset name:"
        accept input-name from console
    end-if.
    if output-name = spaces
        display "Enter the output dataset name:"
        accept output-name from console
    end-if.
    if input-name = spaces or output-name = spaces
        display "An input and an output dataset are both required! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    if input-name = output-name
        display "The output must be a different dataset from the input! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.

    *> Nobody gets real account numbers back without saying why - the
    *> reason goes on the trail with the supervisor's ID.
    if vault-mode = "d"
        if parm-reason = spaces
            display "Enter the reason for this detokenize (the authorizing request):"
            accept parm-reason from console
        end-if
        if parm-reason = spaces
            display "A detokenize needs a reason! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
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

    move map-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to map-ds-name.
    move vault-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to vault-ds-name.
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


*> Read the layout map - the same lines CIPHER reads, the same
*> parsing, so one map serves both runs.
load-layout-map.
    open input layout-map-file.
    if layout-map-status not = '00' and layout-map-status not = '05'
        exit paragraph
    end-if.

    perform until end-of-map
        read layout-map-file into layout-map-rec
            at end set end-of-map to true
        end-read
        if not end-of-map and layout-map-rec not = spaces
            perform parse-layout-map-line
        end-if
    end-perform.

    close layout-map-file.


*> One map line: the record-type byte, then PASS or start,length
*> pairs. A line that doesn't parse cleanly is refused out loud and
*> dropped, as CIPHER does - and here a column too narrow for a token
*> or too wide for the vault drops it too.
parse-layout-map-line.
    if layout-map-count >= 20
        display "Layout map holds more than 20 record types - the rest are ignored!"
        exit paragraph
    end-if.

    move spaces to map-parse-type.
    perform varying map-pair-idx from 1 by 1 until map-pair-idx > 16
        move spaces to map-parse-value(map-pair-idx)
    end-perform.
    unstring layout-map-rec delimited by ","
        into map-parse-type
            map-parse-value(1) map-parse-value(2) map-parse-value(3)
            map-parse-value(4) map-parse-value(5) map-parse-value(6)
            map-parse-value(7) map-parse-value(8) map-parse-value(9)
            map-parse-value(10) map-parse-value(11) map-parse-value(12)
            map-parse-value(13) map-parse-value(14) map-parse-value(15)
            map-parse-value(16)
    end-unstring.

    add 1 to layout-map-count.
    move map-parse-type(1:1) to map-record-type(layout-map-count).
    move space to map-pass-flag(layout-map-count).
    move 0 to map-field-count(layout-map-count).
    move 'yes' to map-line-ok-switch.

    if map-parse-value(1) = "PASS" or map-parse-value(1) = "pass"
        move "P" to map-pass-flag(layout-map-count)
        exit paragraph
    end-if.

    perform varying map-pair-idx from 1 by 2
        until map-pair-idx > 15
        or map-parse-value(map-pair-idx) = spaces
        or not map-line-ok
        if map-parse-value(map-pair-idx + 1) = spaces
            display "Layout map line for record type " map-record-type(layout-map-count)
                " has a start with no length! Line dropped."
            move 'no ' to map-line-ok-switch
        else
            compute map-start = function numval(map-parse-value(map-pair-idx))
            compute map-len = function numval(map-parse-value(map-pair-idx + 1))
            if map-start < 1 or map-len < 1 or map-start + map-len - 1 > 2000
                display "Layout map line for record type " map-record-type(layout-map-count)
                    " names columns outside 1-2000! Line dropped."
                move 'no ' to map-line-ok-switch
            else
                if map-len < min-token-width or map-len > max-token-width
                    display "Layout map line for record type " map-record-type(layout-map-count)
                        " has a field " map-len " wide - tokens need 6 to 40 columns! Line dropped."
                    move 'no ' to map-line-ok-switch
                else
                    add 1 to map-field-count(layout-map-count)
                    move map-start to map-field-start(layout-map-count, map-field-count(layout-map-count))
                    move map-len to map-field-len(layout-map-count, map-field-count(layout-map-count))
                end-if
            end-if
        end-if
    end-perform.

    if not map-line-ok or map-field-count(layout-map-count) = 0
        subtract 1 from layout-map-count
    end-if.


*> Which map line covers the record type in map-record-char - an
*> exact type match wins over the "*" any-type line, wherever each
*> sits in the file.
find-layout-map-entry.
    move 'no ' to map-matched-switch.
    move 0 to map-exact-idx.
    move 0 to map-any-idx.

    perform varying layout-map-idx from 1 by 1 until layout-map-idx > layout-map-count
        if map-record-type(layout-map-idx) = map-record-char and map-exact-idx = 0
            move layout-map-idx to map-exact-idx
        end-if
        if map-record-type(layout-map-idx) = "*" and map-any-idx = 0
            move layout-map-idx to map-any-idx
        end-if
    end-perform.

    if map-exact-idx > 0
        move map-exact-idx to layout-map-idx
        set map-matched to true
    else
        if map-any-idx > 0
            move map-any-idx to layout-map-idx
            set map-matched to true
        end-if
    end-if.


*> Tokenizing creates the vault on its first run the way OPERMNT
*> creates OPERTAB; a detokenize with no vault has nothing to give
*> back.
open-vault.
    if vault-mode = "t"
        open i-o vault-file
        if vault-file-status = '35'
            open output vault-file
            close vault-file
            open i-o vault-file
        end-if
    else
        open input vault-file
    end-if.

    if vault-file-status not = '00'
        display "Cannot open the token vault " function trim(vault-ds-name) "! Status: " vault-file-status "!"
        move 12 to return-code
        perform exit-program
    end-if.


open-run-files.
    if fixed-block-org
        open input in-file-fb
    else
        open input in-file
    end-if.
    if in-file-status not = '00'
        display "Cannot read input dataset " function trim(input-name) "! Status: " in-file-status "!"
        close vault-file
        move 8 to return-code
        perform exit-program
    end-if.

    open output out-file.
    if out-file-status not = '00'
        display "Cannot open output dataset " function trim(output-name) "! Status: " out-file-status "!"
        close vault-file
        move 8 to return-code
        perform exit-program
    end-if.


read-input-record.
    move spaces to record-work.
    if fixed-block-org
        read in-file-fb into record-work
            at end set end-of-file to true
        end-read
    else
        read in-file into record-work
            at end set end-of-file to true
        end-read
    end-if.


*> One record: the map decides which columns are account numbers.
*> Pass-through types and types the map doesn't cover go out as
*> they came - there is nothing in them to tokenize.
convert-record.
    add 1 to record-count.

    move record-work(1:1) to map-record-char.
    perform find-layout-map-entry.

    if not map-matched
        add 1 to unmapped-count
    else
        if map-pass-flag(layout-map-idx) not = "P"
            perform varying map-field-idx from 1 by 1
                until map-field-idx > map-field-count(layout-map-idx)
                move map-field-start(layout-map-idx, map-field-idx) to map-start
                move map-field-len(layout-map-idx, map-field-idx) to field-width
                compute digit-width = field-width - 2
                if record-work(map-start:field-width) not = spaces
                    add 1 to field-count
                    if vault-mode = "t"
                        perform tokenize-field
                    else
                        perform detokenize-field
                    end-if
                end-if
            end-perform
        end-if
    end-if.

    move record-work to out-rec.
    write out-rec.


*> The value already in the vault keeps its token; a new one gets
*> the next number off the control record.
tokenize-field.
    move spaces to field-value.
    move record-work(map-start:field-width) to field-value.

    move field-value to vault-value.
    read vault-file
        key is vault-value
        invalid key
            perform issue-new-token
    end-read.

    move vault-token to token-digits.
    if digit-width < 38 and token-digits-text(1:38 - digit-width) not = all "0"
        display "Token " vault-token " is too long for the " field-width "-column field at "
            map-start " of record " record-count "! Run stopped."
        perform abandon-run
    end-if.

    move "TK" to record-work(map-start:2).
    move token-digits-text(38 - digit-width + 1:digit-width) to record-work(map-start + 2:digit-width).


*> Bump the control record and file the new value under the number.
issue-new-token.
    move control-key to vault-value.
    read vault-file
        key is vault-value
        invalid key
            move spaces to vault-record
            move control-key to vault-value
            move 0 to vault-token
            move 0 to vault-last-issued
            write vault-record
                invalid key
                    display "Cannot start the token vault control record! Status: " vault-file-status "!"
                    perform abandon-run
            end-write
    end-read.

    add 1 to vault-last-issued.
    move vault-last-issued to token-number.
    rewrite vault-record
        invalid key
            display "Cannot update the token vault control record! Status: " vault-file-status "!"
            perform abandon-run
    end-rewrite.

    move function current-date to audit-timestamp.
    move spaces to vault-stamp.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into vault-stamp
    end-string.

    move spaces to vault-record.
    move field-value to vault-value.
    move token-number to vault-token.
    move vault-stamp to vault-created.
    move operator-id to vault-created-by.
    move 0 to vault-last-issued.
    write vault-record
        invalid key
            display "Cannot add a token to the vault! Status: " vault-file-status "!"
            perform abandon-run
    end-write.
    add 1 to new-token-count.


*> A column holding "TK" and digits is looked up by its number and
*> the real value put back. Anything else is left exactly as it is
*> and counted - a restore never guesses.
detokenize-field.
    move 'yes' to field-ok-switch.
    if record-work(map-start:2) not = "TK"
        move 'no ' to field-ok-switch
    else
        if record-work(map-start + 2:digit-width) is not numeric
            move 'no ' to field-ok-switch
        end-if
    end-if.
    if not field-ok
        add 1 to not-token-count
        exit paragraph
    end-if.

    move all "0" to token-digits-text.
    move record-work(map-start + 2:digit-width) to token-digits-text(38 - digit-width + 1:digit-width).
    if token-digits-text(1:28) not = all "0"
        add 1 to unknown-token-count
        exit paragraph
    end-if.
    move token-digits to token-number.
    if token-number = 0
        add 1 to unknown-token-count
        exit paragraph
    end-if.

    move token-number to vault-token.
    read vault-file
        key is vault-token
        invalid key
            move 'no ' to field-ok-switch
    end-read.
    if not field-ok
        add 1 to unknown-token-count
        exit paragraph
    end-if.

    *> A value tokenized out of a wider column than this one won't go
    *> back without truncating - left as the token and counted.
    if field-width < max-token-width
        if vault-value(field-width + 1:max-token-width - field-width) not = spaces
            add 1 to too-wide-count
            exit paragraph
        end-if
    end-if.

    move vault-value(1:field-width) to record-work(map-start:field-width).


close-run-files.
    if fixed-block-org
        close in-file-fb
    else
        close in-file
    end-if.
    close out-file.
    close vault-file.


*> What the run did, and anything a restore had to leave alone.
show-run-summary.
    display "Records read:                 " record-count.
    display "Records not covered by map:   " unmapped-count.
    if vault-mode = "t"
        display "Account fields tokenized:     " field-count
        display "New tokens issued:            " new-token-count
    else
        display "Account fields examined:      " field-count
        display "Fields not in token form:     " not-token-count
        display "Tokens not in the vault:      " unknown-token-count
        display "Values wider than the column: " too-wide-count
        if not-token-count > 0 or unknown-token-count > 0 or too-wide-count > 0
            display "WARNING: some mapped fields were left as they were - check "
                function trim(output-name) " before it is released!"
            move 4 to return-code
        end-if
    end-if.


*> A vault write that fails leaves a half-tokenized output - take it
*> back off the disk rather than let it out.
abandon-run.
    perform close-run-files.
    call "CBL_DELETE_FILE" using output-name.
    move 12 to return-code.
    perform exit-program.


*> A detokenize is a supervisor's decision - the requesting operator
*> signs on against OPERTAB, and a clerk-level sign-on is refused.
*> With no OPERTAB the ID is taken as given, as HOLDMNT does.
identify-supervisor.
    if operator-id = spaces
        display "Enter the supervisor's operator ID:"
        accept operator-id from console
    end-if.
    if operator-id = spaces
        display "A supervisor ID is required! Nothing done."
        move 36 to return-code
        perform exit-program
    end-if.

    open input oper-file.
    if oper-file-status = '00'
        set oper-master-active to true
        display "Enter the supervisor's password:"
        accept signon-password from console
        move operator-id to oper-id
        move operator-id to signon-fail-id
        read oper-file
            invalid key
                continue
        end-read
        if oper-file-status not = '00'
            close oper-file
            display "A detokenize needs a supervisor sign-on! Nothing done."
            move "SGNF" to audit-outcome
            perform write-signon-refusal-audit
            move 36 to return-code
            perform exit-program
        end-if
        if oper-locked = "Y"
            close oper-file
            display "Operator " operator-id " is locked out - see a supervisor! Nothing done."
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
                display "A detokenize needs a supervisor sign-on! Nothing done."
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
    move spaces to audit-detail.
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
    move audit-detail to audit-rec(69:30).
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
