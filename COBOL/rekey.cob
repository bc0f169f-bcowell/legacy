*> Brayden Cowell - 0844864
*> REKEY - re-encipher archived deliveries from a retired key to the current one
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. rekey.

environment division.
input-output section.
file-control.
    *> The archive files to move, one name per line - or, in
    *> department mode, the run-control datasets the night runs left
    *> behind, which already name every delivery and the code that
    *> enciphered it.
    select optional list-file
    assign to dynamic list-file-name
    organization is line sequential
    file status is list-file-status.

    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    select optional run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> One archived delivery at a time - read twice, once to prove the
    *> trailer still holds and once to convert it.
    select arch-file
    assign to dynamic arch-file-name
    organization is line sequential
    file status is arch-file-status.

    *> The new enveloped generation the converted delivery lands in,
    *> alongside the old one - nothing is overwritten.
    select new-file
    assign to dynamic new-file-name
    organization is line sequential
    file status is new-file-status.

    *> Every key the conversion needs lives in these - the current
    *> keys on DEPTTAB, the retired generations on the key history,
    *> saved tables on KEYTAB and the emergency revocation list.
    select dept-file
    assign to "DEPTTAB"
    organization is indexed
    access mode is dynamic
    record key is dept-code
    file status is dept-file-status.

    select keytab-file
    assign to "KEYTAB"
    organization is indexed
    access mode is dynamic
    record key is keytab-name
    file status is keytab-file-status.

    select optional key-history-file
    assign to "CIPHKHST"
    organization is line sequential
    file status is key-history-status.

    select optional revoke-file
    assign to "CIPHRVK"
    organization is line sequential
    file status is revoke-file-status.

    *> The operator master - re-keying handles every partner's old
    *> mail in the clear (in memory), so it is a supervisor-only tool.
    select optional oper-file
    assign to "OPERTAB"
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The re-key ledger - one line per file: old key, new key, record
    *> counts and both checksums, appended run after run.
    select optional ledger-file
    assign to "CIPHRKEY"
    organization is line sequential
    file status is ledger-file-status.

    *> Every conversion lands on the shared audit trail, spilling the
    *> same way the other writers do when the trail is busy.
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
    fd list-file.
    01 list-rec			pic x(80).

    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd arch-file.
    01 arch-rec			pic x(2000).

    fd new-file.
    01 new-rec			pic x(2000).

    fd dept-file.
    copy "depttab.cpy".

    fd keytab-file.
    copy "keytabrec.cpy".

    fd key-history-file.
    01 key-history-rec		pic x(200).

    fd revoke-file.
    01 revoke-rec		pic x(80).

    fd oper-file.
    copy "operrec.cpy".

    fd ledger-file.
    01 ledger-rec		pic x(260).

    fd audit-file.
    01 audit-rec		pic x(120).

    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

working-storage section.
    01 list-file-status		pic xx.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 arch-file-status		pic xx.
    01 new-file-status		pic xx.
    01 dept-file-status		pic xx.
    01 keytab-file-status	pic xx.
    01 key-history-status	pic xx.
    01 revoke-file-status	pic xx.
    01 oper-file-status		pic xx.
    01 ledger-file-status	pic xx.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 end-of-arch-switch	pic xxx		value 'no '.
        88 end-of-arch				value 'yes'.
    01 end-of-key-history-switch pic xxx	value 'no '.
        88 end-of-key-history			value 'yes'.
    01 end-of-revoke-switch	pic xxx		value 'no '.
        88 end-of-revoke			value 'yes'.

    *> Startup parameters - MODE,SOURCE,TARGET,OPERATOR,PASSWORD,MKEY
    *> from JCL PARM or the console. Mode L takes SOURCE as a list
    *> dataset of filenames; mode D takes it as a department code and
    *> collects that code's enciphered deliveries off CIPHRUN and the
    *> retained copies CIPHRUNL names. TARGET is the code whose current
    *> key the files move to - blank keeps each file's own code.
    01 parm-string		pic x(120).
    01 rekey-mode		pic x		value space.
    01 rekey-source		pic x(24)	value spaces.
    01 target-dept		pic x(10)	value spaces.
    01 operator-id		pic x(10)	value spaces.
    01 parm-password		pic x(10)	value spaces.
    01 parm-master-key		pic x(20)	value spaces.
    01 list-file-name		pic x(24)	value spaces.
    01 run-control-name		pic x(24)	value spaces.

    *> The fixed columns CIPHER's write-run-control-record lays out.
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

    *> The files to convert, gathered before the first one is touched
    *> so a department sweep never picks up its own new generations.
    01 work-count		pic 999		value 0.
    01 work-idx			pic 999.
    01 dup-idx			pic 999.
    01 work-table.
        03 work-entry		occurs 500 times.
            05 work-name	pic x(64).
    01 work-full-switch		pic x(03)	value 'no '.
        88 work-table-full			value 'yes'.
    01 duplicate-switch		pic x(03)	value 'no '.
        88 duplicate-name			value 'yes'.

    01 arch-file-name		pic x(64)	value spaces.
    01 new-file-name		pic x(64)	value spaces.
    01 new-base-name		pic x(64)	value spaces.
    01 name-len			pic 99.
    01 generation-number	pic 9(4).
    01 highest-generation	pic 9(4).
    01 generation-miss-count	pic 999.

    *> The envelope as CIPHER writes it.
    01 envelope-header-line.
        03 env-hdr-tag		pic x(8).
        03 filler		pic x	value space.
        03 env-hdr-stamp	pic x(15).
        03 filler		pic x	value space.
        03 env-hdr-mode		pic x.
        03 filler		pic x	value space.
        03 env-hdr-dept		pic x(10).
        03 filler		pic x	value space.
        03 env-hdr-table	pic x(20).
        03 filler		pic x	value space.
        03 env-hdr-armor	pic x.
        03 filler		pic x	value space.
        03 env-hdr-codepage	pic x(8).
        03 filler		pic x	value space.
        03 env-hdr-profile	pic x(8).
        03 filler		pic x	value space.
        03 env-hdr-generation	pic x(4).
        03 filler		pic x	value space.
        03 env-hdr-algorithm	pic x.
    01 old-header-line		pic x(85).
    01 envelope-trailer-line.
        03 env-trl-tag		pic x(7).
        03 filler		pic x	value space.
        03 env-trl-count	pic 9(8).
        03 filler		pic x	value space.
        03 env-trl-checksum	pic 9(8).
        03 filler		pic x	value space.
        03 env-trl-seal		pic x(16).

    *> Trailer bookkeeping - the old file's as read, the new file's as
    *> written.
    01 line-checksum		pic 9(8)	value 0.
    01 checksum-idx		pic 9999.
    01 old-line-count		pic 9(8)	value 0.
    01 old-checksum		pic 9(8)	value 0.
    01 new-line-count		pic 9(8)	value 0.
    01 new-checksum		pic 9(8)	value 0.
    01 held-line		pic x(2000).
    01 held-line-switch		pic x(03)	value 'no '.
        88 have-held-line			value 'yes'.

    *> Keyed seals - the old one is re-rolled under the old key and
    *> must match before anything is written under the new key; the
    *> new one is rolled as the new records go out, when the new key
    *> calls for a seal.
    01 old-seal			pic x(16).
    01 old-seal-switch		pic x(03)	value 'no '.
        88 old-seal-required			value 'yes'.
    01 new-seal-switch		pic x(03)	value 'no '.
        88 new-seal-required			value 'yes'.
    01 old-seal-hash		pic 9(8)	value 0.
    01 old-seal-line		pic 9(8)	value 0.
    01 new-seal-hash		pic 9(8)	value 0.
    01 seal-hash		pic 9(8).
    01 seal-fold		pic 9(8).
    01 seal-count		pic 9(8).
    01 seal-idx			pic 99.
    01 seal-buffer		pic x(2000).
    01 seal-value		pic x(16).

    *> One record in flight - in-str carries it from old ciphertext to
    *> new, plain-hold is the plaintext in memory between the two keys
    *> and is never written anywhere.
    01 in-str			pic x(2000).
    01 str-size			pic 9999.
    01 plain-hold		pic x(2000).
    01 reconcile-buffer		pic x(2000).
    01 case-mask		pic x(2000).
    01 case-mask-idx		pic 9999.

    *> Transfer armor - the same hex form CIPHER writes.
    01 hex-digits		pic x(16)	value "0123456789ABCDEF".
    01 armor-line		pic x(2000).
    01 armor-idx		pic 9999.
    01 armor-out-idx		pic 9999.
    01 armor-byte-val		pic 999.
    01 armor-nibble-high	pic 99.
    01 armor-nibble-low		pic 99.

    *> Per-file outcome - why a file was skipped or failed, for the
    *> ledger, the audit trail and the run summary.
    01 file-failed-switch	pic x(03)	value 'no '.
        88 file-failed				value 'yes'.
    01 file-skipped-switch	pic x(03)	value 'no '.
        88 file-skipped				value 'yes'.
    01 fail-reason		pic x(30)	value spaces.
    01 files-converted		pic 999		value 0.
    01 files-skipped		pic 999		value 0.
    01 files-failed		pic 999		value 0.

    *> The key being loaded - the DEPTTAB record (or the retired image
    *> of it off the key history) in held-record, and what it resolves
    *> to in passphrase and alphabet-record.
    copy "depttab.cpy" replacing leading ==dept-== by ==held-==.
    01 load-dept-code		pic x(10).
    01 load-generation		pic 9(4).
    01 load-stamp		pic x(15).
    01 current-generation	pic 9(4).
    01 history-found-switch	pic x(03)	value 'no '.
        88 history-found			value 'yes'.
    01 key-history-line.
        03 hst-code		pic x(10).
        03 filler		pic x.
        03 hst-generation	pic 9(4).
        03 filler		pic x.
        03 hst-retired		pic x(15).
        03 filler		pic x.
        03 hst-actor		pic x(10).
        03 filler		pic x.
        03 hst-image		pic x(129).
    01 revoke-line.
        03 rvk-name		pic x(20).
        03 filler		pic x.
        03 rvk-stamp		pic x(15).
        03 filler		pic x.
        03 rvk-reason		pic x(30).
        03 filler		pic x.
        03 rvk-orderer		pic x(10).
    01 revoke-probe		pic x(20).
    01 key-revoked-switch	pic x(03)	value 'no '.
        88 key-revoked				value 'yes'.
    01 today-date		pic x(8).

    01 passphrase		pic x(20).
    01 passphrase-len		pic 99.
    copy "alphatab.cpy".

    *> The key the delivery was enciphered under ...
    01 old-dept-code		pic x(10).
    01 old-key-code		pic x(10).
    01 old-generation		pic 9(4).
    01 old-passphrase		pic x(20).
    01 old-passphrase-len	pic 99.
    01 old-algorithm		pic x.
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-old==
                                  ==row==             by ==row-old==
                                  ==alpha==            by ==alpha-old==.

    *> ... and the current key it moves to.
    01 new-dept-code		pic x(10).
    01 new-key-code		pic x(10).
    01 new-generation		pic 9(4).
    01 new-table-name		pic x(20).
    01 new-armor-flag		pic x.
    01 new-passphrase		pic x(20).
    01 new-passphrase-len	pic 99.
    01 new-algorithm		pic x.
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-new==
                                  ==row==             by ==row-new==
                                  ==alpha==            by ==alpha-new==.

    *> The same 46-row table machinery CIPHER builds its tables with.
    01 i			pic 99.
    01 j			pic 99.
    01 temp-str			pic x(46)	value spaces.
    01 base-row			pic x(46)	value "abcdefghijklmnopqrstuvwxyz0123456789".
    01 shift-row		pic x(46)	value "bcdefghijklmnopqrstuvwxyz0123456789a".
    01 doubled-base		pic x(92).
    01 shift-increment		pic 99		value 1.
    01 shift-direction		pic x		value "f".
    01 effective-shift		pic 99.

    *> Passphrase-at-rest - the master key and the fixed single-shift
    *> table it works against, identical to CIPHER's.
    01 master-key-len		pic 99		value 0.
    01 master-crypt-buffer	pic x(2000).
    01 master-table-built-switch	pic x(03)	value 'no '.
        88 master-table-built			value 'yes'.
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-m==
                                  ==row==             by ==row-m==
                                  ==alpha==            by ==alpha-m==.

    *> The re-key ledger line.
    01 ledger-line.
        03 rk-stamp		pic x(15).
        03 filler		pic x.
        03 rk-source		pic x(64).
        03 filler		pic x.
        03 rk-target		pic x(64).
        03 filler		pic x.
        03 rk-old-key		pic x(10).
        03 filler		pic x.
        03 rk-old-generation	pic 9(4).
        03 filler		pic x.
        03 rk-new-key		pic x(10).
        03 filler		pic x.
        03 rk-new-generation	pic 9(4).
        03 filler		pic x.
        03 rk-records		pic 9(8).
        03 filler		pic x.
        03 rk-old-checksum	pic 9(8).
        03 filler		pic x.
        03 rk-new-checksum	pic 9(8).
        03 filler		pic x.
        03 rk-outcome		pic x(4).
        03 filler		pic x.
        03 rk-reason		pic x(30).
        03 filler		pic x.
        03 rk-operator		pic x(10).

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use.
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
    01 signon-outcome		pic x(4).
    01 lockout-limit		pic 99		value 5.
    01 saved-return-code	pic s9(4)	value 0.


procedure division.
*> Sign the supervisor on, gather the files to move, and convert each
*> one in a single pass - deciphered under the key its envelope names,
*> re-enciphered under the current key, written as a new generation -
*> with a ledger line and an audit line for every file.
mainline.
    perform read-startup-parms.
    perform supervisor-sign-on.

    if rekey-mode = "D"
        perform gather-department-files
    else
        perform gather-listed-files
    end-if.

    if work-table-full
        display "More than 500 files to convert - the run stopped at the table limit."
    end-if.
    if work-count = 0
        display "No archived deliveries to convert - nothing to do."
        move 4 to return-code
        perform exit-program
    end-if.

    perform varying work-idx from 1 by 1 until work-idx > work-count
        move work-name(work-idx) to arch-file-name
        perform convert-one-file
    end-perform.

    display "Re-key complete - " files-converted " converted, " files-skipped
        " skipped, " files-failed " failed. See CIPHRKEY.".
    if files-failed > 0
        move 8 to return-code
    else
        if files-skipped > 0
            move 4 to return-code
        end-if
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into rekey-mode rekey-source target-dept operator-id parm-password parm-master-key
        end-unstring
    end-if.

    if rekey-mode = spaces
        display "Enter L to convert a list of files, or D to convert a department's deliveries:"
        accept rekey-mode from console
    end-if.
    inspect rekey-mode converting "ld" to "LD".
    if rekey-mode not = "L" and rekey-mode not = "D"
        display "Mode must be L (file list) or D (department)! Nothing to do."
        move 8 to return-code
        perform exit-program
    end-if.

    if rekey-source = spaces
        if rekey-mode = "L"
            display "Enter the list dataset naming the files to convert:"
        else
            display "Enter the department/partner code whose deliveries to convert:"
        end-if
        accept rekey-source from console
    end-if.
    if rekey-source = spaces
        display "No list or department named! Nothing to do."
        move 8 to return-code
        perform exit-program
    end-if.

    if target-dept = spaces and rekey-mode = "L"
        display "Enter the department/partner code to re-key to (blank keeps each file's own):"
        accept target-dept from console
    end-if.


*> Supervisor authority only - re-keying holds every partner's old
*> mail in the clear, if only in memory. Locked records refuse and
*> wrong guesses count against the record, the same lockout
*> discipline the main console applies. A site with no OPERTAB yet
*> keeps the open door, as everywhere else.
supervisor-sign-on.
    open input oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        exit paragraph
    end-if.

    if operator-id = spaces
        display "Enter your operator ID:"
        accept operator-id from console
    end-if.
    if parm-password = spaces
        display "Enter your password:"
        accept parm-password from console
    end-if.

    move operator-id to oper-id.
    read oper-file
        invalid key
            continue
    end-read.

    if oper-file-status not = '00'
        close oper-file
        display "Re-keying is restricted to supervisors! Run refused."
        move "SGNF" to signon-outcome
        perform write-signon-refusal-audit
        move 36 to return-code
        perform exit-program
    end-if.

    if oper-locked = "Y"
        close oper-file
        display "Operator " operator-id " is locked out - see a supervisor! Run refused."
        move "LOCK" to signon-outcome
        perform write-signon-refusal-audit
        move 36 to return-code
        perform exit-program
    end-if.

    if oper-password = parm-password
        if oper-level >= 2
            display "Signed on: " function trim(oper-name) " (supervisor)."
            close oper-file
            perform reset-signon-failures
        else
            *> The password was right - an authority shortfall is not
            *> a guess and does not count toward a lockout.
            close oper-file
            display "Re-keying is restricted to supervisors! Run refused."
            move 36 to return-code
            perform exit-program
        end-if
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
        display "Re-keying is restricted to supervisors! Run refused."
        move "SGNF" to signon-outcome
        perform write-signon-refusal-audit
        exit paragraph
    end-if.

    move operator-id to oper-id.
    read oper-file
        invalid key
            continue
    end-read.
    if oper-file-status not = '00'
        close oper-file
        display "Re-keying is restricted to supervisors! Run refused."
        move "SGNF" to signon-outcome
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
        display "Operator " operator-id " is now LOCKED after " lockout-limit " failed attempts!"
        move "LOCK" to signon-outcome
        perform write-signon-refusal-audit
    else
        rewrite oper-record
            invalid key
                continue
        end-rewrite
        close oper-file
        display "Re-keying is restricted to supervisors! Run refused."
        move "SGNF" to signon-outcome
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

    move operator-id to oper-id.
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


*> Mode L - every non-blank line of the list dataset is a file.
gather-listed-files.
    move rekey-source to list-file-name.
    open input list-file.
    if list-file-status not = '00'
        if list-file-status = '05'
            close list-file
        end-if
        display "Cannot read the file list " function trim(list-file-name) "! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-list or work-table-full
        read list-file
            at end set end-of-list to true
        end-read
        if not end-of-list and list-rec not = spaces
            move list-rec to arch-file-name
            perform add-work-file
        end-if
    end-perform.
    close list-file.


*> Mode D - every delivery the run-control datasets say this code
*> enciphered: the live CIPHRUN, plus every retained copy CIPHRUNL
*> names. Skipped entries and verify runs delivered nothing.
gather-department-files.
    move "CIPHRUN" to run-control-name.
    perform gather-from-run-control.

    open input runlist-file.
    if runlist-file-status = '00' or runlist-file-status = '05'
        perform until end-of-list or work-table-full
            read runlist-file
                at end set end-of-list to true
            end-read
            if not end-of-list and runlist-rec not = spaces
                and runlist-rec(1:24) not = "CIPHRUN"
                move runlist-rec(1:24) to run-control-name
                perform gather-from-run-control
            end-if
        end-perform
        close runlist-file
    end-if.


gather-from-run-control.
    move 'no ' to end-of-run-switch.
    open input run-control-file.
    if run-control-status not = '00'
        if run-control-status = '05'
            close run-control-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-run or work-table-full
        read run-control-file
            at end set end-of-run to true
        end-read
        if not end-of-run and run-control-rec(1:8) not = "TRAILER "
            move run-control-rec(1:142) to run-control-line
            if rc-mode = "e" and rc-dept = rekey-source
                and rc-output not = spaces
                and rc-outcome not = "SKIP" and rc-outcome not = "DEFR"
                and rc-outcome not = "HOLD"
                move rc-output to arch-file-name
                perform add-work-file
            end-if
        end-if
    end-perform.
    close run-control-file.


*> One more file for the work table - once only, however many
*> run-control datasets mention it.
add-work-file.
    move 'no ' to duplicate-switch.
    perform varying dup-idx from 1 by 1 until dup-idx > work-count
        if work-name(dup-idx) = arch-file-name
            set duplicate-name to true
        end-if
    end-perform.
    if duplicate-name
        exit paragraph
    end-if.

    if work-count >= 500
        set work-table-full to true
        exit paragraph
    end-if.
    add 1 to work-count.
    move arch-file-name to work-name(work-count).


*> One archived delivery, start to finish: prove the envelope and
*> trailer, load both keys, pick the next generation name, and run
*> every record through decipher-old / encipher-new into it.
convert-one-file.
    move 'no ' to file-failed-switch.
    move 'no ' to file-skipped-switch.
    move spaces to fail-reason.
    move spaces to new-file-name.
    move spaces to old-key-code.
    move spaces to new-key-code.
    move space to old-algorithm.
    move space to new-algorithm.
    move 0 to old-generation.
    move 0 to new-generation.
    move 0 to old-line-count.
    move 0 to old-checksum.
    move 0 to new-line-count.
    move 0 to new-checksum.
    move spaces to old-seal.
    move 'no ' to old-seal-switch.
    move 'no ' to new-seal-switch.
    move 0 to old-seal-hash.
    move 0 to old-seal-line.
    move 0 to new-seal-hash.

    display " ".
    display "Re-keying " function trim(arch-file-name) ".".

    perform check-archive-envelope.
    if not file-failed and not file-skipped
        perform load-old-key
    end-if.
    if not file-failed and not file-skipped
        perform load-new-key
    end-if.
    if not file-failed and not file-skipped
        if new-key-code = old-key-code and new-generation = old-generation
            and new-dept-code = old-dept-code and new-algorithm = old-algorithm
            display "Already under the current key - left as it is."
            move "ALREADY CURRENT KEY" to fail-reason
            set file-skipped to true
        end-if
    end-if.
    if not file-failed and not file-skipped
        perform select-new-generation
        perform rewrite-under-new-key
    end-if.

    evaluate true
        when file-failed
            add 1 to files-failed
            move "FAIL" to audit-outcome
            display "Re-key FAILED: " function trim(fail-reason) "."
        when file-skipped
            add 1 to files-skipped
            move "SKIP" to audit-outcome
        when other
            add 1 to files-converted
            move "RKEY" to audit-outcome
            display "Re-keyed to " function trim(new-file-name) " - " new-line-count " records."
    end-evaluate.

    perform write-ledger-line.
    if not file-skipped
        perform write-rekey-audit
    end-if.


*> The file must be an enveloped encipher output that names its
*> department code, and its trailer must still vouch for every
*> record - a damaged archive is a salvage job for CIPHER, not
*> something to launder into a clean new generation.
check-archive-envelope.
    open input arch-file.
    if arch-file-status not = '00'
        display "Cannot open " function trim(arch-file-name) "! Status: " arch-file-status "!"
        move "ARCHIVE FILE NOT READABLE" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move 'no ' to end-of-arch-switch.
    read arch-file
        at end set end-of-arch to true
    end-read.
    if end-of-arch or arch-rec(1:8) not = "CIPHENV1"
        close arch-file
        display "Not an enveloped delivery - no header to say which key made it."
        move "NO ENVELOPE HEADER" to fail-reason
        set file-skipped to true
        exit paragraph
    end-if.

    move arch-rec(1:85) to envelope-header-line.
    move arch-rec(1:85) to old-header-line.
    if env-hdr-mode not = "e" or env-hdr-dept = spaces
        close arch-file
        display "The envelope names no department key - nothing to re-key from."
        move "NO DEPARTMENT KEY IN HEADER" to fail-reason
        set file-skipped to true
        exit paragraph
    end-if.
    *> A fixed-block delivery in a partner code page carries mapped
    *> fields and translated bytes a record-at-a-time conversion
    *> would wreck - those go back through CIPHER.
    if env-hdr-codepage not = spaces
        close arch-file
        display "Code-page delivery - re-key it through CIPHER instead."
        move "CODE-PAGE DELIVERY" to fail-reason
        set file-skipped to true
        exit paragraph
    end-if.

    move 'no ' to held-line-switch.
    perform until end-of-arch
        read arch-file
            at end set end-of-arch to true
        end-read
        if not end-of-arch
            if have-held-line
                move held-line to in-str
                perform compute-str-size
                add 1 to old-line-count
                perform compute-line-checksum
                compute old-checksum = function mod(
                    old-checksum + line-checksum * old-line-count, 100000000)
            end-if
            move arch-rec to held-line
            set have-held-line to true
        end-if
    end-perform.
    close arch-file.

    if not have-held-line or held-line(1:7) not = "CIPHTRL"
        display "No trailer - the archive copy is truncated!"
        move "ENVELOPE TRAILER MISSING" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move held-line(1:42) to envelope-trailer-line.
    move env-trl-seal to old-seal.
    if env-trl-count not = old-line-count or env-trl-checksum not = old-checksum
        display "Trailer check failed - expected " env-trl-count " records, checksum "
            env-trl-checksum ", read " old-line-count " records, checksum " old-checksum "!"
        move "ENVELOPE TRAILER MISMATCH" to fail-reason
        set file-failed to true
    end-if.


*> The key the header names - the generation it records, or for a
*> header from before generations were recorded, the oldest one
*> retired after the file was stamped. A revoked or expired key is
*> exactly what this program exists to read, so neither is refused
*> here.
load-old-key.
    move env-hdr-dept to old-dept-code.
    move env-hdr-dept to load-dept-code.
    move env-hdr-stamp to load-stamp.
    if env-hdr-generation is numeric and env-hdr-generation > "0000"
        move env-hdr-generation to load-generation
    else
        move 0 to load-generation
    end-if.

    perform load-held-key.
    if file-failed
        exit paragraph
    end-if.

    move held-code to old-key-code.
    move load-generation to old-generation.
    move passphrase to old-passphrase.
    move passphrase-len to old-passphrase-len.
    move alphabet-record to alphabet-record-old.
    *> The header's algorithm, not the record's - the partner may have
    *> moved algorithms since, and a header from before the column
    *> existed can only be the original.
    if env-hdr-algorithm = "A"
        move "A" to old-algorithm
    else
        move "T" to old-algorithm
    end-if.
    *> Whether a seal is owed follows the generation that wrote the
    *> file, just as it does in CIPHER.
    if held-seal-flag = "Y"
        set old-seal-required to true
    end-if.
    display "Old key: " function trim(old-key-code) " generation " old-generation ".".


*> The current key of the target code - which must be live today and
*> off the revocation list, since everything written under it is
*> about to go back out as a fresh delivery.
load-new-key.
    if target-dept not = spaces
        move target-dept to new-dept-code
    else
        move env-hdr-dept to new-dept-code
    end-if.
    move new-dept-code to load-dept-code.
    move 9999 to load-generation.
    move spaces to load-stamp.

    perform load-held-key.
    if file-failed
        exit paragraph
    end-if.

    move function current-date(1:8) to today-date.
    if held-expiry-date not = spaces and today-date > held-expiry-date
        display "Key " function trim(held-code) " expired on " held-expiry-date " - cannot re-key onto it!"
        move "NEW KEY EXPIRED" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.
    if held-effective-date not = spaces and today-date < held-effective-date
        display "Key " function trim(held-code) " is not effective until " held-effective-date "!"
        move "NEW KEY NOT YET EFFECTIVE" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move new-dept-code to revoke-probe.
    perform check-key-revoked.
    if not key-revoked
        move held-code to revoke-probe
        perform check-key-revoked
    end-if.
    if not key-revoked and held-table-name not = spaces
        move held-table-name to revoke-probe
        perform check-key-revoked
    end-if.
    if key-revoked
        display "Key " function trim(revoke-probe) " is on the revocation list - cannot re-key onto it!"
        move "NEW KEY REVOKED" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move held-code to new-key-code.
    move current-generation to new-generation.
    move held-table-name to new-table-name.
    move held-armor-flag to new-armor-flag.
    move passphrase to new-passphrase.
    move passphrase-len to new-passphrase-len.
    move alphabet-record to alphabet-record-new.
    if held-cipher-algorithm = "A"
        move "A" to new-algorithm
    else
        move "T" to new-algorithm
    end-if.
    if held-seal-flag = "Y"
        set new-seal-required to true
    end-if.
    display "New key: " function trim(new-key-code) " generation " new-generation ".".


*> Read load-dept-code off DEPTTAB (one alias hop to its master),
*> swap in the retired image from the key history when an older
*> generation is wanted, and resolve the passphrase and table.
*> load-generation 9999 asks for the current generation; 0 asks for
*> the generation in force at load-stamp.
load-held-key.
    open input dept-file.
    if dept-file-status not = '00'
        if dept-file-status = '05'
            close dept-file
        end-if
        display "No department/partner file on file!"
        move "NO DEPARTMENT FILE" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move load-dept-code to dept-code.
    read dept-file
        invalid key
            continue
    end-read.
    if dept-file-status = '00' and dept-alias-of not = spaces
        move dept-alias-of to dept-code
        read dept-file
            invalid key
                continue
        end-read
        if dept-file-status = '00' and dept-alias-of not = spaces
            close dept-file
            display "Alias target " function trim(dept-code) " is itself an alias - one hop only!"
            move "ALIAS CHAIN" to fail-reason
            set file-failed to true
            exit paragraph
        end-if
    end-if.
    if dept-file-status not = '00'
        close dept-file
        display "Department/partner " function trim(load-dept-code) " is not on file!"
        move "DEPARTMENT NOT ON FILE" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.
    move dept-record to held-record.
    close dept-file.

    if held-key-generation is numeric and held-key-generation > 0
        move held-key-generation to current-generation
    else
        move 1 to current-generation
    end-if.

    if load-generation = 0
        perform find-dated-generation
    end-if.
    if load-generation = 9999
        move current-generation to load-generation
    end-if.
    if load-generation not = current-generation
        perform find-history-generation
        if file-failed
            exit paragraph
        end-if
    end-if.

    if held-key-flag = "E"
        perform obtain-master-key
        if not file-failed
            perform verify-master-key
        end-if
        if not file-failed
            perform decipher-held-passphrase
        end-if
        if file-failed
            exit paragraph
        end-if
    else
        move held-passphrase to passphrase
    end-if.

    inspect passphrase converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    move 0 to passphrase-len.
    unstring passphrase delimited by all spaces
        into passphrase
        count passphrase-len
    end-unstring.
    if passphrase-len = 0
        move "cipher" to passphrase
        move 6 to passphrase-len
    end-if.

    move held-shift-increment to shift-increment.
    move held-shift-direction to shift-direction.
    inspect shift-direction converting "FR" to "fr".
    perform init-table.
    if held-table-name not = spaces
        perform overlay-saved-table
    end-if.


*> A header from before generations were recorded: the generation in
*> force when it was stamped is the oldest one retired after that
*> stamp - or the current one, if no rotation has happened since.
find-dated-generation.
    move current-generation to load-generation.
    move 'no ' to end-of-key-history-switch.
    open input key-history-file.
    if key-history-status not = '00'
        if key-history-status = '05'
            close key-history-file
        end-if
        exit paragraph
    end-if.

    perform until end-of-key-history
        read key-history-file into key-history-line
            at end
                set end-of-key-history to true
            not at end
                if hst-code = held-code and hst-generation is numeric
                    and hst-retired > load-stamp
                    and hst-generation < load-generation
                    move hst-generation to load-generation
                end-if
        end-read
    end-perform.
    close key-history-file.


*> Pull the retired generation's record image off the key history.
find-history-generation.
    move 'no ' to history-found-switch.
    move 'no ' to end-of-key-history-switch.
    open input key-history-file.
    if key-history-status = '00'
        perform until end-of-key-history or history-found
            read key-history-file into key-history-line
                at end
                    set end-of-key-history to true
                not at end
                    if hst-code = held-code and hst-generation = load-generation
                        move hst-image to held-record
                        set history-found to true
                    end-if
            end-read
        end-perform
        close key-history-file
    else
        if key-history-status = '05'
            close key-history-file
        end-if
    end-if.

    if not history-found
        display "Key generation " load-generation " of " function trim(held-code)
            " is not on the key history!"
        move "KEY GENERATION NOT FOUND" to fail-reason
        set file-failed to true
    end-if.


*> The record names a saved table - load it over the shifted one,
*> the same overlay CIPHER applies. A table that has gone from
*> KEYTAB cannot be guessed at.
overlay-saved-table.
    open input keytab-file.
    if keytab-file-status = '00'
        move held-table-name to keytab-name
        read keytab-file
            invalid key
                continue
        end-read
        if keytab-file-status = '00'
            move keytab-alphabet to alphabet-record
        end-if
        close keytab-file
    else
        if keytab-file-status = '05'
            close keytab-file
        end-if
    end-if.

    if keytab-file-status not = '00'
        display "No saved cipher table named " function trim(held-table-name) "!"
        move "SAVED TABLE NOT ON FILE" to fail-reason
        set file-failed to true
    end-if.


*> Is revoke-probe on the emergency revocation list?
check-key-revoked.
    move 'no ' to key-revoked-switch.
    move 'no ' to end-of-revoke-switch.

    open input revoke-file.
    if revoke-file-status = '00' or revoke-file-status = '05'
        perform until end-of-revoke
            read revoke-file into revoke-rec
                at end set end-of-revoke to true
            end-read
            if not end-of-revoke and revoke-rec not = spaces
                move revoke-rec to revoke-line
                if rvk-name = revoke-probe
                    set key-revoked to true
                end-if
            end-if
        end-perform
        close revoke-file
    end-if.


*> The master key, once per run - from PARM, or asked for at the
*> console the first time an enciphered-at-rest key turns up.
obtain-master-key.
    if parm-master-key = spaces
        display "Key " function trim(held-code) " is enciphered at rest."
        display "Enter the master key:"
        accept parm-master-key from console
    end-if.

    inspect parm-master-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    move 0 to master-key-len.
    unstring parm-master-key delimited by all spaces
        into parm-master-key
        count master-key-len
    end-unstring.
    if master-key-len = 0
        display "The master key cannot be blank!"
        move "NO MASTER KEY" to fail-reason
        set file-failed to true
    end-if.


*> The record's key-check constant must encipher the same under the
*> master key supplied, or the passphrase would decipher to garbage.
verify-master-key.
    perform build-master-table.

    move spaces to master-crypt-buffer.
    move "masterkey" to master-crypt-buffer(1:9).
    call 'encrypt' using master-crypt-buffer(1:10), by content alphabet-record-m,
        by content parm-master-key, by content master-key-len.

    if master-crypt-buffer(1:10) not = held-key-check
        display "Master key verification failed for " function trim(held-code) "!"
        move "MASTER KEY REFUSED" to fail-reason
        set file-failed to true
    end-if.


*> Decipher the stored passphrase in memory only.
decipher-held-passphrase.
    move spaces to master-crypt-buffer.
    move held-passphrase to master-crypt-buffer(1:20).
    call 'decrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content parm-master-key, by content master-key-len.
    move master-crypt-buffer(1:20) to passphrase.


build-master-table.
    if not master-table-built
        perform build-base-row
        move base-row to doubled-base(1:46)
        move base-row to doubled-base(47:46)
        perform varying i from 1 by 1 until i > 46
            move doubled-base(i:46) to row-m(i)
        end-perform
        set master-table-built to true
    end-if.


*> The converted delivery is the next generation of the same base
*> name - X.out.g0003 is followed by the highest X.out.gNNNN on disk
*> plus one, exactly the way CIPHER numbers a fresh delivery.
select-new-generation.
    move arch-file-name to new-base-name.
    compute name-len = function length(function trim(arch-file-name trailing)).
    if name-len > 6
        if arch-file-name(name-len - 5:2) = ".g"
            and arch-file-name(name-len - 3:4) is numeric
            move spaces to new-base-name
            move arch-file-name(1:name-len - 6) to new-base-name
        end-if
    end-if.

    move 0 to highest-generation.
    move 0 to generation-miss-count.
    perform varying generation-number from 1 by 1 until generation-number > 9999 or generation-miss-count > 99
        move spaces to new-file-name
        string new-base-name delimited by space
            ".g" delimited by size
            generation-number delimited by size
            into new-file-name
        end-string
        open input new-file
        if new-file-status = '35'
            add 1 to generation-miss-count
        else
            close new-file
            move generation-number to highest-generation
            move 0 to generation-miss-count
        end-if
    end-perform.

    if highest-generation >= 9999
        display "All 9999 generations of " function trim(new-base-name) " exist!"
        move "NO GENERATION NUMBER LEFT" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.
    compute generation-number = highest-generation + 1.

    move spaces to new-file-name.
    string new-base-name delimited by space
        ".g" delimited by size
        generation-number delimited by size
        into new-file-name
    end-string.


*> The single pass - every data record is deciphered under the old
*> key into plain-hold, re-enciphered under the new one, checked by
*> deciphering it straight back, and written. Plaintext never leaves
*> memory; a failure part-way removes the half-written generation.
rewrite-under-new-key.
    if file-failed
        exit paragraph
    end-if.

    open input arch-file.
    if arch-file-status not = '00'
        move "ARCHIVE FILE NOT READABLE" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.
    open output new-file.
    if new-file-status not = '00'
        close arch-file
        display "Cannot open " function trim(new-file-name) "! Status: " new-file-status "!"
        move "OUTPUT OPEN FAILED" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    perform write-new-header.

    *> The header again, then data records one behind the read, so
    *> the trailer is recognized and never fed to the cipher.
    move 'no ' to end-of-arch-switch.
    move 'no ' to held-line-switch.
    read arch-file
        at end set end-of-arch to true
    end-read.
    perform until end-of-arch or file-failed
        read arch-file
            at end set end-of-arch to true
        end-read
        if not end-of-arch
            if have-held-line
                move held-line to in-str
                perform rekey-one-record
            end-if
            move arch-rec to held-line
            set have-held-line to true
        end-if
    end-perform.
    close arch-file.

    if not file-failed
        perform check-old-seal
    end-if.
    if not file-failed
        perform write-new-trailer
    end-if.
    close new-file.

    if file-failed
        move return-code to saved-return-code
        call "CBL_DELETE_FILE" using new-file-name
        move saved-return-code to return-code
        display "Partial generation " function trim(new-file-name) " removed."
    end-if.


*> One record, old ciphertext to new - case is carried by the case
*> mask exactly as CIPHER carries it, since the cipher keeps letters
*> as letters in both directions.
rekey-one-record.
    perform compute-str-size.
    perform roll-old-seal.
    if env-hdr-armor = "A"
        perform dearmor-record
        if file-failed
            exit paragraph
        end-if
    end-if.

    move spaces to case-mask.
    perform varying case-mask-idx from 1 by 1 until case-mask-idx > str-size
        if in-str(case-mask-idx:1) is not less than "A" and in-str(case-mask-idx:1) is not greater than "Z"
            move "U" to case-mask(case-mask-idx:1)
        else
            move "L" to case-mask(case-mask-idx:1)
        end-if
    end-perform.
    inspect in-str(1:str-size) converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".

    if old-algorithm = "A"
        call 'akdecrypt' using in-str(1:str-size), by content alphabet-record-old,
            by content old-passphrase, by content old-passphrase-len
    else
        call 'decrypt' using in-str(1:str-size), by content alphabet-record-old,
            by content old-passphrase, by content old-passphrase-len
    end-if.
    move in-str to plain-hold.

    if new-algorithm = "A"
        call 'akencrypt' using in-str(1:str-size), by content alphabet-record-new,
            by content new-passphrase, by content new-passphrase-len
    else
        call 'encrypt' using in-str(1:str-size), by content alphabet-record-new,
            by content new-passphrase, by content new-passphrase-len
    end-if.

    *> Straight back through the new key - it must give the same
    *> plaintext, or the new generation is not written at all.
    move in-str to reconcile-buffer.
    if new-algorithm = "A"
        call 'akdecrypt' using reconcile-buffer(1:str-size), by content alphabet-record-new,
            by content new-passphrase, by content new-passphrase-len
    else
        call 'decrypt' using reconcile-buffer(1:str-size), by content alphabet-record-new,
            by content new-passphrase, by content new-passphrase-len
    end-if.
    if reconcile-buffer(1:str-size) not = plain-hold(1:str-size)
        move "ROUND-TRIP CHECK FAILED" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.
    move spaces to plain-hold.
    move spaces to reconcile-buffer.

    perform varying case-mask-idx from 1 by 1 until case-mask-idx > str-size
        if case-mask(case-mask-idx:1) = "U"
            move function upper-case(in-str(case-mask-idx:1)) to in-str(case-mask-idx:1)
        end-if
    end-perform.

    if new-armor-flag = "Y"
        perform armor-record
        if file-failed
            exit paragraph
        end-if
    end-if.

    add 1 to new-line-count.
    perform compute-line-checksum.
    compute new-checksum = function mod(
        new-checksum + line-checksum * new-line-count, 100000000).
    call 'sealroll' using new-seal-hash, in-str, str-size,
        new-passphrase, new-passphrase-len.

    move spaces to new-rec.
    move in-str(1:str-size) to new-rec.
    write new-rec.


*> The new header - today's stamp, the new key's code, table,
*> armor and generation; the profile the original ran under carries
*> over.
write-new-header.
    move old-header-line to envelope-header-line.
    move "CIPHENV1" to env-hdr-tag.
    move function current-date to audit-timestamp.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into env-hdr-stamp
    end-string.
    move "e" to env-hdr-mode.
    move new-dept-code to env-hdr-dept.
    move new-table-name to env-hdr-table.
    if new-armor-flag = "Y"
        move "A" to env-hdr-armor
    else
        move space to env-hdr-armor
    end-if.
    move spaces to env-hdr-codepage.
    move new-generation to env-hdr-generation.
    move new-algorithm to env-hdr-algorithm.

    move spaces to new-rec.
    move envelope-header-line to new-rec(1:85).
    write new-rec.
    move old-header-line to envelope-header-line.


write-new-trailer.
    move spaces to envelope-trailer-line.
    move "CIPHTRL" to env-trl-tag.
    move new-line-count to env-trl-count.
    move new-checksum to env-trl-checksum.

    move spaces to new-rec.
    if new-seal-required
        move new-passphrase to passphrase
        move new-passphrase-len to passphrase-len
        move alphabet-record-new to alphabet-record
        move new-seal-hash to seal-hash
        move new-line-count to seal-count
        perform compute-envelope-seal
        move seal-value to env-trl-seal
        move envelope-trailer-line to new-rec(1:42)
    else
        move envelope-trailer-line to new-rec(1:25)
    end-if.
    write new-rec.


*> Roll the old ciphertext record, as it sits in the archive, into
*> the old key's seal - the same SEALROLL roll CIPHER made writing
*> it.
roll-old-seal.
    add 1 to old-seal-line.
    call 'sealroll' using old-seal-hash, in-str, str-size,
        old-passphrase, old-passphrase-len.


*> A seal the old generation owed, or any seal the trailer carries,
*> must check out under the old key - an altered archive copy is
*> not laundered into a freshly sealed generation.
check-old-seal.
    if not old-seal-required and old-seal = spaces
        exit paragraph
    end-if.

    move old-passphrase to passphrase.
    move old-passphrase-len to passphrase-len.
    move alphabet-record-old to alphabet-record.
    move old-seal-hash to seal-hash.
    move old-seal-line to seal-count.
    perform compute-envelope-seal.
    if old-seal not = seal-value
        display "Keyed seal check failed - the archive copy was altered after it was sealed!"
        move "ENVELOPE SEAL BROKEN" to fail-reason
        set file-failed to true
    end-if.


*> Finish a seal the way CIPHER finishes one - fold the whole
*> passphrase into the rolled value, then encipher it and the record
*> count under the key in passphrase and alphabet-record.
compute-envelope-seal.
    move 0 to seal-fold.
    perform varying seal-idx from 1 by 1 until seal-idx > passphrase-len
        compute seal-fold = function mod(
            seal-fold * 131 + function ord(passphrase(seal-idx:1)), 99999989)
    end-perform.
    compute seal-fold = function mod(seal-hash + seal-fold * 7, 99999989).

    move spaces to seal-buffer.
    move seal-fold to seal-buffer(1:8).
    move seal-count to seal-buffer(9:8).
    call 'akencrypt' using seal-buffer(1:16), by content alphabet-record,
        by content passphrase, by content passphrase-len.
    move seal-buffer(1:16) to seal-value.


*> A simple positional checksum over the record in in-str - the same
*> one CIPHER rolls into the trailer.
compute-line-checksum.
    move 0 to line-checksum.
    perform varying checksum-idx from 1 by 1 until checksum-idx > str-size
        compute line-checksum = function mod(
            line-checksum + function ord(in-str(checksum-idx:1)) * checksum-idx, 100000000)
    end-perform.


compute-str-size.
    compute str-size = function length(function trim(in-str trailing)).


armor-record.
    if str-size > 1000
        move "ARMOR RECORD TOO LONG" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move spaces to armor-line.
    move 0 to armor-out-idx.
    perform varying armor-idx from 1 by 1 until armor-idx > str-size
        compute armor-byte-val = function ord(in-str(armor-idx:1)) - 1
        compute armor-nibble-low = function mod(armor-byte-val, 16)
        compute armor-nibble-high = (armor-byte-val - armor-nibble-low) / 16
        add 1 to armor-out-idx
        move hex-digits(armor-nibble-high + 1:1) to armor-line(armor-out-idx:1)
        add 1 to armor-out-idx
        move hex-digits(armor-nibble-low + 1:1) to armor-line(armor-out-idx:1)
    end-perform.

    move spaces to in-str.
    move armor-line(1:armor-out-idx) to in-str.
    move armor-out-idx to str-size.


dearmor-record.
    if function mod(str-size, 2) not = 0
        move "ARMORED RECORD MANGLED" to fail-reason
        set file-failed to true
        exit paragraph
    end-if.

    move spaces to armor-line.
    move 0 to armor-out-idx.
    perform varying armor-idx from 1 by 2 until armor-idx > str-size or file-failed
        move 0 to armor-nibble-high
        inspect hex-digits tallying armor-nibble-high for characters before in-str(armor-idx:1)
        move 0 to armor-nibble-low
        inspect hex-digits tallying armor-nibble-low for characters before in-str(armor-idx + 1:1)
        if armor-nibble-high > 15 or armor-nibble-low > 15
            move "ARMORED RECORD MANGLED" to fail-reason
            set file-failed to true
        else
            compute armor-byte-val = armor-nibble-high * 16 + armor-nibble-low + 1
            add 1 to armor-out-idx
            move function char(armor-byte-val) to armor-line(armor-out-idx:1)
        end-if
    end-perform.
    if file-failed
        exit paragraph
    end-if.

    move spaces to in-str.
    move armor-line(1:armor-out-idx) to in-str.
    move armor-out-idx to str-size.


*> One ledger line per file, converted, skipped or failed.
write-ledger-line.
    move spaces to ledger-line.
    move function current-date to audit-timestamp.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into rk-stamp
    end-string.
    move arch-file-name to rk-source.
    if not file-failed and not file-skipped
        move new-file-name to rk-target
    end-if.
    move old-key-code to rk-old-key.
    move old-generation to rk-old-generation.
    move new-key-code to rk-new-key.
    move new-generation to rk-new-generation.
    move old-line-count to rk-records.
    move old-checksum to rk-old-checksum.
    move new-checksum to rk-new-checksum.
    move audit-outcome to rk-outcome.
    move fail-reason to rk-reason.
    move operator-id to rk-operator.

    open extend ledger-file.
    if ledger-file-status not = '00' and ledger-file-status not = '05'
        display "WARNING: cannot write the re-key ledger! Status: " ledger-file-status "!"
        exit paragraph
    end-if.
    move spaces to ledger-rec.
    move ledger-line to ledger-rec.
    write ledger-rec.
    close ledger-file.


*> The conversion on the trail - op "k", outcome RKEY or FAIL, the new
*> key in the key columns and the old one after "F/".
write-rekey-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        operator-id delimited by size
        " " delimited by size
        arch-file-name(1:20) delimited by size
        " k " delimited by size
        audit-outcome delimited by size
        into audit-rec
    end-string.
    if old-key-code not = spaces
        move "F/" to audit-rec(56:2)
        move old-key-code to audit-rec(58:10)
    end-if.
    move new-key-code to audit-rec(69:10).
    move new-table-name to audit-rec(80:20).

    perform append-audit-line.


*> The sign-on refusal on the trail - op "s", outcome SGNF or LOCK,
*> same as the main console writes.
write-signon-refusal-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        operator-id delimited by size
        " " delimited by size
        "(sign-on)           " delimited by size
        " s " delimited by size
        signon-outcome delimited by size
        into audit-rec
    end-string.

    perform append-audit-line.


*> Append the composed audit-rec to the trail - the same retry-with-
*> wait and spill discipline every other writer uses.
append-audit-line.
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


*> The same table machinery CIPHER builds its tables with - base
*> row, configurable shift, one substitution per row.
init-table.
    perform build-base-row.
    perform compute-shift-row.

    move base-row to row(1).
    move 2 to i.

    perform until i > 46
        move i to j
        subtract 1 from j
        move row(j) to temp-str
        inspect temp-str converting base-row to shift-row
        move temp-str to row(i)
        add 1 to i
    end-perform.


build-base-row.
    move x"e1" to base-row(37:1)
    move x"e9" to base-row(38:1)
    move x"ed" to base-row(39:1)
    move x"f3" to base-row(40:1)
    move x"fa" to base-row(41:1)
    move x"f1" to base-row(42:1)
    move x"fc" to base-row(43:1)
    move x"e0" to base-row(44:1)
    move x"e8" to base-row(45:1)
    move x"e7" to base-row(46:1).


compute-shift-row.
    move base-row to doubled-base(1:46).
    move base-row to doubled-base(47:46).

    if shift-direction = "r"
        compute effective-shift = 46 - function mod(shift-increment, 46)
    else
        compute effective-shift = function mod(shift-increment, 46)
    end-if.

    if effective-shift = 0 or effective-shift = 46
        move base-row to shift-row
    else
        move doubled-base(effective-shift + 1:46) to shift-row
    end-if.


*> Return codes: 0 every file converted, 4 some were skipped (or
*> there was nothing to do), 8 a file failed or the run could not
*> start, 36 sign-on was refused.
exit-program.
    stop run.
