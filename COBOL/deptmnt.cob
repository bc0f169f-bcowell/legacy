    organization is line sequential
    file status is journal-file-status.

    *> The key generation history - every key a rotation or delete
    *> supersedes is filed here under its generation number before
    *> DEPTTAB lets go of it, so CIPHER can still decipher what was
    *> enciphered under it. Append-only, like the journal.
    select optional key-history-file
    assign to dynamic key-history-ds-name
    organization is line sequential
    file status is key-history-status.

    *> The operator master the requester and approver are checked
    *> against - the same rules the dual-control release uses.
    select optional oper-file
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

    *> The legal-hold register - a key an active hold covers is neither
    *> deleted nor revoked while the held files may still need it.
    select optional lhld-file
    assign to dynamic lhld-ds-name
    organization is line sequential
    file status is lhld-file-status.

    *> Key-change impact - tonight's manifest, the distribution lists
    *> it can name, the run-control datasets (live and retained), the
    *> partner receipts, and each delivered file's envelope header,
    *> all only ever read. The report itself goes to KEYIMPCT.
    select optional manifest-file
    assign to dynamic impact-manifest-name
    organization is line sequential
    file status is manifest-file-status.

    select optional dist-file
    assign to dynamic dist-ds-name
    organization is line sequential
    file status is dist-file-status.

    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    select optional run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    select optional ack-file
    assign to "CIPHACK"
    organization is line sequential
    file status is ack-file-status.

    select optional envelope-file
    assign to dynamic envelope-file-name
    organization is line sequential
    file status is envelope-file-status.

    select impact-file
    assign to "KEYIMPCT"
    organization is line sequential
    file status is impact-file-status.

    *> Master key rotation - the sensitivity policy (whose HIGH rules
    *> can hold their second passphrase enciphered under the master
    *> key), the rotated copy of each line dataset as it is staged and
    *> verified, and the before/after images of every DEPTTAB record
    *> to be rewritten. Nothing live changes until all of it checks.
    select optional rotate-in-file
    assign to dynamic rotate-in-name
    organization is line sequential
    file status is rotate-in-status.

    select optional rotate-out-file
    assign to dynamic rotate-out-name
    organization is line sequential
    file status is rotate-out-status.

    select optional rotate-work-file
    assign to "CIPHMKWK"
    organization is line sequential
    file status is rotate-work-status.

    *> The profile dataset - a PROFILE PARM field resolves the shared
    *> dataset names through its prefix, the same way CIPHER does, so
    *> a rehearsal key change never touches the real DEPTTAB.
    copy "depttab.cpy".

    fd listing-file.
    01 listing-rec		pic x(148).

    fd revoke-file.
    01 revoke-rec		pic x(80).
    01 overflow-rec		pic x(160).

    fd journal-file.
    01 journal-rec		pic x(360).

    fd key-history-file.
    01 key-history-rec		pic x(200).

    fd oper-file.
    copy "operrec.cpy".
    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd lhld-file.
    01 lhld-rec			pic x(120).

    fd manifest-file.
    01 manifest-rec		pic x(160).

    fd dist-file.
    01 dist-rec			pic x(40).

    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd ack-file.
    01 ack-rec			pic x(90).

    fd envelope-file.
    01 envelope-rec		pic x(160).

    fd impact-file.
    01 impact-rec		pic x(132).

    fd rotate-in-file.
    01 rotate-in-rec		pic x(250).

    fd rotate-out-file.
    01 rotate-out-rec		pic x(250).

    fd rotate-work-file.
    01 rotate-work-rec		pic x(260).

    fd profile-file.
    01 profile-rec		pic x(40).

    01 revoke-ds-name		pic x(30)	value "CIPHRVK".
    01 pending-ds-name		pic x(30)	value "CIPHPND".
    01 journal-ds-name		pic x(30)	value "CIPHJRNL".
    01 key-history-ds-name	pic x(30)	value "CIPHKHST".
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 lhld-ds-name		pic x(30)	value "CIPHLHLD".
    01 dist-ds-name		pic x(30)	value "CIPHDIST".
    01 run-control-ds-name	pic x(30)	value "CIPHRUN".
    01 policy-ds-name		pic x(30)	value "CIPHPOL".
    01 listing-file-status	pic xx.
    01 end-of-dept-switch	pic xxx		value 'no '.
        88 end-of-dept				value 'yes'.
    01 parm-restricted		pic x.
    01 parm-armor		pic x.
    01 parm-alias		pic x(10).
    01 parm-algorithm		pic x.
    01 parm-seal		pic x.
    01 parm-sla			pic x(4).
    01 parm-review		pic x.
    01 parm-volume		pic x(6).

    *> Emergency revocation - the key or table name, why, and who
    *> ordered it, appended to the list CIPHER refuses against.
    01 listing-separator	pic x(100)	value all "-".

    *> Dual-control state - who staged the change, who is approving,
    *> and the pending lines themselves. The 129-byte image is the
    *> whole dept-record as it should look after the change (or as it
    *> stands now, for a delete).
    01 pending-file-status	pic xx.
            05 pend-action	pic x.
            05 pend-requester	pic x(10).
            05 pend-stamp	pic x(15).
            05 pend-image	pic x(129).
            05 pend-verdict	pic x.
    01 pending-line.
        03 pnd-action		pic x.
        03 filler		pic x	value space.
        03 pnd-stamp		pic x(15).
        03 filler		pic x	value space.
        03 pnd-image		pic x(129).
    01 work-image		pic x(129).
    01 before-image		pic x(129).
    01 approve-answer		pic x.

    *> The journal record - timestamp, action, both IDs, and the full
    *> before and after images of the dept-record. The fields added to
    *> the record after the journal's first layout ride in the tail
    *> columns, so the lines already on the journal still read the
    *> way they were written.
    01 journal-file-status	pic xx.
    01 journal-line.
        03 jrn-stamp		pic x(15).
        03 jrn-before		pic x(112).
        03 filler		pic x	value space.
        03 jrn-after		pic x(112).
        03 filler		pic x	value space.
        03 jrn-before-ext	pic x(40).
        03 filler		pic x	value space.
        03 jrn-after-ext	pic x(40).

    *> Key generation history - the record as it stood before the
    *> change and as staged, broken out by field so a rotation can be
    *> recognized, and the history line the superseded key is filed
    *> under.
    01 key-history-status	pic xx.
    copy "depttab.cpy" replacing leading ==dept-== by ==prior-==.
    copy "depttab.cpy" replacing leading ==dept-== by ==staged-==.
    01 key-history-line.
        03 hst-code		pic x(10).
        03 filler		pic x	value space.
        03 hst-generation	pic 9(4).
        03 filler		pic x	value space.
        03 hst-retired		pic x(15).
        03 filler		pic x	value space.
        03 hst-actor		pic x(10).
        03 filler		pic x	value space.
        03 hst-image		pic x(129).
    01 key-history-failed-switch	pic x(03)	value 'no '.
        88 key-history-failed			value 'yes'.

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 audit-timestamp		pic x(21).
    01 audit-actor		pic x(10).
    01 audit-second		pic x(10)	value spaces.
    01 audit-code		pic x(20).
    01 audit-hold-ref		pic x(12)	value spaces.
    01 audit-impact-note	pic x(12)	value spaces.

    *> Legal-hold check - the code and table about to lose their key,
    *> and the hold that stops it.
    01 lhld-file-status		pic xx.
    01 end-of-lhld-switch	pic xxx		value 'no '.
        88 end-of-lhld				value 'yes'.
    copy "lhldrec.cpy".
    01 held-code		pic x(20).
    01 held-table		pic x(20).
    01 key-held-switch		pic x(03)	value 'no '.
        88 key-held				value 'yes'.
    01 audit-op			pic x.
    01 audit-outcome		pic x(4).

    *> Key-change impact - the codes riding on the key (the key's own
    *> code or codes, then every alias of them), and what each part of
    *> the report found. The I verb reads its own PARM layout -
    *> I,target,manifest,profile - the target being a department code
    *> or a saved table name.
    01 manifest-file-status	pic xx.
    01 dist-file-status		pic xx.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 ack-file-status		pic xx.
    01 envelope-file-status	pic xx.
    01 impact-file-status	pic xx.
    01 end-of-manifest-switch	pic xxx		value 'no '.
        88 end-of-manifest			value 'yes'.
    01 end-of-dist-switch	pic xxx		value 'no '.
        88 end-of-dist				value 'yes'.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.
    01 end-of-ack-switch	pic xxx		value 'no '.
        88 end-of-ack				value 'yes'.
    01 impact-target		pic x(20)	value spaces.
    01 impact-manifest-name	pic x(24)	value "CIPHMAN".
    01 run-control-name		pic x(30).
    01 envelope-file-name	pic x(64).
    01 impact-file-switch	pic x(03)	value 'no '.
        88 impact-file-open			value 'yes'.
    01 impact-code-count	pic 999		value 0.
    01 impact-code-idx		pic 999.
    01 impact-code-table.
        03 impact-code-entry		occurs 100 times.
            05 imp-code		pic x(10).
            05 imp-alias-of	pic x(10).
    01 impact-list-count	pic 99		value 0.
    01 impact-list-idx		pic 99.
    01 impact-list-table.
        03 impact-list-name	pic x(8)	occurs 50 times.
    01 impact-output-count	pic 999		value 0.
    01 impact-output-idx	pic 999.
    01 impact-output-table.
        03 impact-output-entry		occurs 500 times.
            05 imo-name		pic x(64).
            05 imo-dept		pic x(10).
            05 imo-stamp	pic x(15).
            05 imo-confirmed	pic x.
    01 impact-code-switch	pic x(03).
        88 impact-code-match			value 'yes'.
    01 impact-output-switch	pic x(03).
        88 impact-output-known			value 'yes'.
    01 impact-probe-code	pic x(10).
    01 impact-full-switch	pic x(03)	value 'no '.
        88 impact-table-full			value 'yes'.
    01 alias-count		pic 999.
    01 manifest-hits		pic 999.
    01 unconfirmed-count	pic 999.
    01 archived-count		pic 9(4).
    01 archive-missing-count	pic 9(4).
    *> A change is high-impact when anything rides on the key right
    *> now - an alias, an entry in tonight's run, a delivery the
    *> partner hasn't confirmed - or when this many archived files
    *> name it. The approver then has to acknowledge the report.
    01 impact-archive-limit	pic 9(4)	value 50.
    01 impact-level-switch	pic x(03)	value 'no '.
        88 impact-high				value 'yes'.
    01 impact-answer		pic x(11).
    01 impact-ack-switch	pic x(03)	value 'no '.
        88 impact-acknowledged			value 'yes'.

    *> The manifest columns CIPHER's read-manifest parses, as far as
    *> the department column.
    01 impact-entry-name	pic x(64).
    01 impact-entry-mode	pic x.
    01 impact-entry-dept	pic x(10).
    01 impact-entry-list	pic x(8).

    *> Distribution-list member line, as DISTMNT writes it.
    01 dist-line.
        03 dsl-list		pic x(8).
        03 filler		pic x	value space.
        03 dsl-dept		pic x(10).

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

    *> One receipt per CIPHACK line.
    01 ack-line.
        03 ack-output		pic x(64).
        03 filler		pic x.
        03 ack-date		pic x(8).

    *> The front of the envelope header CIPHER writes - tag, stamp,
    *> mode and the department whose key made the file.
    01 envelope-header-line.
        03 env-hdr-tag		pic x(8).
        03 filler		pic x.
        03 env-hdr-stamp	pic x(15).
        03 filler		pic x.
        03 env-hdr-mode		pic x.
        03 filler		pic x.
        03 env-hdr-dept		pic x(10).

    01 impact-separator		pic x(76)	value all "=".
    01 impact-detail-separator	pic x(76)	value all "-".

    *> One-time conversion to passphrases-at-rest - the same fixed
    *> single-shift master table CIPHER verifies against, built from
    *> the same base alphabet.
    01 i			pic 99.
    01 base-row			pic x(46)	value "abcdefghijklmnopqrstuvwxyz0123456789".
    01 doubled-base		pic x(92).

    *> Master key rotation - two supervisors, the outgoing and the
    *> incoming master key, and the known constant enciphered under
    *> each (what dept-key-check holds). A record or history image
    *> whose check does not match the outgoing key stops the run.
    01 requester-level		pic 9		value 0.
    01 new-master-key		pic x(20)	value spaces.
    01 new-master-key-len	pic 99		value 0.
    01 confirm-master-key	pic x(20)	value spaces.
    01 old-key-check		pic x(10).
    01 new-key-check		pic x(10).
    01 rotate-in-status		pic xx.
    01 rotate-out-status	pic xx.
    01 rotate-work-status	pic xx.
    01 rotate-in-name		pic x(30).
    01 rotate-out-name		pic x(30).
    01 rotate-old-name		pic x(30).
    01 rotate-ds-name		pic x(30).
    01 end-of-rotate-switch	pic xxx		value 'no '.
        88 end-of-rotate			value 'yes'.
    01 end-of-rotate-out-switch	pic xxx		value 'no '.
        88 end-of-rotate-out			value 'yes'.
    01 rotate-failed-switch	pic x(03)	value 'no '.
        88 rotate-failed			value 'yes'.
    01 rotate-present-switch	pic x(03)	value 'no '.
        88 rotate-present			value 'yes'.
    *> Where each line dataset keeps its enciphered passphrase, the
    *> "E" flag saying it is enciphered, and (history images only)
    *> the key check - 0 for a dataset with no check column.
    01 rotate-pass-pos		pic 999.
    01 rotate-flag-pos		pic 999.
    01 rotate-check-pos		pic 999.
    01 rotate-line-count	pic 9(5).
    01 rotate-changed-count	pic 9(5).
    01 rotate-line-old		pic x(250).
    01 rotate-line-new		pic x(250).
    01 rotate-cipher-text	pic x(20).
    01 rotate-clear-text	pic x(20).
    01 rotate-cipher-new	pic x(20).
    01 rotate-round-trip	pic x(20).
    01 rotate-dept-count	pic 9(5)	value 0.
    01 rotate-applied-count	pic 9(5)	value 0.
    01 rotate-undo-count	pic 9(5).
    01 policy-rotated-count	pic 9(5)	value 0.
    01 history-rotated-count	pic 9(5)	value 0.
    01 policy-swapped-switch	pic x(03)	value 'no '.
        88 policy-swapped			value 'yes'.
    01 history-swapped-switch	pic x(03)	value 'no '.
        88 history-swapped			value 'yes'.
    01 policy-present-switch	pic x(03)	value 'no '.
        88 policy-present			value 'yes'.
    01 history-present-switch	pic x(03)	value 'no '.
        88 history-present			value 'yes'.
    01 rotate-work-line.
        03 rot-before		pic x(129).
        03 filler		pic x	value space.
        03 rot-after		pic x(129).
    copy "depttab.cpy" replacing leading ==dept-== by ==rotated-==.
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-m==
                                  ==row==             by ==row-m==
                                  ==alpha==            by ==alpha-m==.
            perform revoke-key
        when "p"
            perform approve-changes
        when "i"
            perform report-key-impact
        when "k"
            perform rotate-master-key
        when other
            display "Enter A add, C change, D delete, L list, P approve, R revoke, I impact report, M migrate to enciphered passphrases or K rotate the master key."
    end-evaluate.

    perform exit-program.
                parm-dir-str parm-table parm-effective-date
                parm-expiry-date parm-route parm-restricted
                parm-armor parm-reason parm-orderer parm-alias
                parm-profile parm-algorithm parm-seal parm-sla
                parm-review parm-volume
        end-unstring
    else
        display "Enter A to add, C to change, D to delete, L to list, P to approve, R to revoke or I for an impact report:"
        accept dept-mode from console
    end-if.

    inspect dept-mode converting "ACDLMRPIK" to "acdlmrpik".

    *> The revoke verb reads its own PARM layout - R,target,reason,
    *> orderer,profile - because the target runs to the 20 characters
        inspect dept-mode converting "R" to "r"
    end-if.

    if dept-mode = "i" and parm-string not = spaces
        unstring parm-string delimited by ","
            into dept-mode impact-target impact-manifest-name
                parm-profile
        end-unstring
        inspect dept-mode converting "I" to "i"
        if impact-manifest-name = spaces
            move "CIPHMAN" to impact-manifest-name
        end-if
    end-if.

    *> The master key rotation takes only K,profile - neither master
    *> key is ever accepted on the command line, where it would sit
    *> in the job log.
    if dept-mode = "k" and parm-string not = spaces
        unstring parm-string delimited by ","
            into dept-mode parm-profile
        end-unstring
        inspect dept-mode converting "K" to "k"
    end-if.

    if parm-profile not = spaces
        perform resolve-profile
    end-if.
    move journal-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to journal-ds-name.
    move key-history-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to key-history-ds-name.
    move oper-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to oper-ds-name.
    move audit-spill-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-spill-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    move lhld-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to lhld-ds-name.
    move dist-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dist-ds-name.
    move run-control-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to run-control-ds-name.
    move policy-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to policy-ds-name.

    display "Profile " parm-profile " active - shared datasets resolve under "
        function trim(profile-prefix) ".".
        move function upper-case(parm-armor) to dept-armor-flag
    end-if.

    if parm-algorithm = space
        display "Enter the cipher algorithm T (Trithemius) or A (autokey) (blank to keep " dept-cipher-algorithm "):"
        accept parm-algorithm from console
    end-if.
    if parm-algorithm not = space
        move function upper-case(parm-algorithm) to dept-cipher-algorithm
        if dept-cipher-algorithm not = "A"
            move "T" to dept-cipher-algorithm
        end-if
    end-if.

    if parm-seal = space
        display "Seal this partner's envelopes with a keyed seal? Enter Y or N (blank to keep " dept-seal-flag "):"
        accept parm-seal from console
    end-if.
    if parm-seal not = space
        move function upper-case(parm-seal) to dept-seal-flag
        if dept-seal-flag not = "Y"
            move "N" to dept-seal-flag
        end-if
    end-if.

    if dept-sla-minutes is not numeric
        move 0 to dept-sla-minutes
    end-if.
    if parm-sla = spaces
        display "Enter the agreed turnaround in minutes from arrival, 0 for none (blank to keep " dept-sla-minutes "):"
        accept parm-sla from console
    end-if.
    if parm-sla not = spaces
        if function trim(parm-sla) is numeric
            move function numval(parm-sla) to dept-sla-minutes
        else
            display "Turnaround " parm-sla " is not a number of minutes - kept at " dept-sla-minutes "."
        end-if
    end-if.

    if parm-review = space
        display "Hold this partner's deliveries for supervisor release? Enter Y or N (blank to keep " dept-review-flag "):"
        accept parm-review from console
    end-if.
    if parm-review not = space
        move function upper-case(parm-review) to dept-review-flag
        if dept-review-flag not = "Y"
            move "N" to dept-review-flag
        end-if
    end-if.

    if dept-volume-kb is not numeric
        move 0 to dept-volume-kb
    end-if.
    if parm-volume = spaces
        display "Enter the partner gateway's largest file in KB, 0 for no cap (blank to keep " dept-volume-kb "):"
        accept parm-volume from console
    end-if.
    if parm-volume not = spaces
        if function trim(parm-volume) is numeric
            *> A volume has to hold its own header and trailer and the
            *> longest record a delivery can carry, or the set could
            *> never be cut at all.
            if function numval(parm-volume) > 0 and function numval(parm-volume) < 4
                display "Volume cap " function trim(parm-volume) " KB is below the 4 KB floor - kept at " dept-volume-kb "."
            else
                move function numval(parm-volume) to dept-volume-kb
            end-if
        else
            display "Volume cap " parm-volume " is not a number of kilobytes - kept at " dept-volume-kb "."
        end-if
    end-if.

    if parm-alias = spaces
        display "Enter the master code this record is an alias of, or NONE (blank to keep " function trim(dept-alias-of) "):"
        accept parm-alias from console
            move 8 to return-code
    end-read.

    if return-code = 0
        move dept-code to held-code
        move dept-table-name to held-table
        move requester-id to audit-actor
        perform check-legal-hold
    end-if.

    if return-code = 0
        display "About to stage the DELETE of department/partner " dept-code ":"
        display "  Passphrase:      " dept-passphrase
        display "  Restricted:      " dept-restricted
        display "  Transfer armor:  " dept-armor-flag
        display "  Alias of:        " dept-alias-of
        display "  Key generation:  " dept-key-generation
        display "  Algorithm:       " dept-cipher-algorithm
        display "  Sealed:          " dept-seal-flag
        display "  Turnaround SLA:  " dept-sla-minutes
        display "  Review hold:     " dept-review-flag
        display "  Volume cap (KB): " dept-volume-kb
        display "Stage this delete for approval? Enter Y to confirm."
        accept confirm-answer from console

            perform exit-program
        end-if
        if oper-password = signon-password
            move oper-level to requester-level
            close oper-file
            perform reset-signon-failures
        else
        perform exit-program
    end-if.
    move spaces to pending-rec.
    move pending-line to pending-rec(1:158).
    write pending-rec.
    close pending-file.

        exit paragraph
    end-if.

    *> Every impact report the approver is shown lands on KEYIMPCT
    *> too, as the record of what was in front of them.
    open output impact-file.
    if impact-file-status = '00'
        set impact-file-open to true
    else
        display "WARNING: cannot open the impact report file - impact shown on the console only. Status: " impact-file-status "."
    end-if.

    perform varying pending-idx from 1 by 1 until pending-idx > pending-count
        perform review-one-pending
    end-perform.

    if impact-file-open
        close impact-file
        move 'no ' to impact-file-switch
    end-if.

    perform rewrite-pending-file.
    display "Approval pass complete - " applied-count " applied, " rejected-count
        " rejected, " kept-count " still pending.".
    end-if.


*> A good sign-on puts the consecutive-failure count back to zero and
*> stamps the day on the record for the access review - best effort,
*> the way the main console does it.
reset-signon-failures.
    open i-o oper-file.
    if oper-file-status not = '00'
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

    display "  Transfer armor:  " work-image(91:1).
    display "  Key flag/check:  " work-image(92:1) " " work-image(93:10).
    display "  Alias of:        " work-image(103:10).
    display "  Key generation:  " work-image(113:4).
    display "  Algorithm:       " work-image(117:1).
    display "  Sealed:          " work-image(118:1).
    display "  Turnaround SLA:  " work-image(119:4).
    display "  Review hold:     " work-image(123:1).
    display "  Volume cap (KB): " work-image(124:6).

    if pend-requester(pending-idx) = approver-id
        display "  You staged this change yourself - a second supervisor must approve it. Left pending."
        exit paragraph
    end-if.

    *> What the change would touch, before the approver decides.
    move spaces to impact-target.
    move work-image(1:10) to impact-target.
    perform analyze-key-impact.

    display "Apply, Reject or Skip this change? Enter A, R or S.".
    accept approve-answer from console.
    inspect approve-answer converting "ars" to "ARS".

    evaluate approve-answer
        when "A"
            move 'no ' to impact-ack-switch
            if impact-high
                perform acknowledge-key-impact
            end-if
            if impact-high and not impact-acknowledged
                display "High-impact change not acknowledged - left pending."
            else
                if impact-acknowledged
                    move "IMPACT ACK" to audit-impact-note
                end-if
                perform apply-one-pending
                move spaces to audit-impact-note
            end-if
        when "R"
            move "R" to pend-verdict(pending-idx)
            add 1 to rejected-count
*> Apply the approved change to DEPTTAB - the only code path in this
*> program that writes the key file - with both IDs on the audit line.
apply-one-pending.
    *> A hold placed since the delete was staged still stops it - the
    *> change waits on the list until Legal lifts the hold.
    if pend-action(pending-idx) = "D"
        move work-image(1:10) to held-code
        move work-image(34:20) to held-table
        move approver-id to audit-actor
        perform check-legal-hold
        if key-held or return-code not = 0
            move 0 to return-code
            display "Left pending."
            exit paragraph
        end-if
    end-if.

    open i-o dept-file.
    if dept-file-status = '35' and pend-action(pending-idx) = "A"
        open output dept-file
        end-if
    end-if.

    *> Settle the key generation before anything is written - a key
    *> the history never received is a key lost for good.
    perform assign-key-generation.
    if key-history-failed
        display "The superseded key could not be filed on the key history! Left pending."
        close dept-file
        exit paragraph
    end-if.

    evaluate pend-action(pending-idx)
        when "A"
            move work-image to dept-record
    move pend-requester(pending-idx) to jrn-second.
    move work-image(1:10) to jrn-code.
    move before-image to jrn-before.
    move before-image(113:) to jrn-before-ext.
    if pend-action(pending-idx) = "D"
        move spaces to jrn-after
        move spaces to jrn-after-ext
    else
        move work-image to jrn-after
        move work-image(113:) to jrn-after-ext
    end-if.
    perform write-dept-journal.

    display "Applied to DEPTTAB.".


*> An add starts the code at generation one. A change that touches
*> the key material - passphrase, shift, direction or table - files
*> the superseded key on the history under its own number and puts
*> the next number on the staged image; any other change keeps the
*> generation on file (not the one on the image, which is stale if a
*> rotation was applied since it was staged). A delete files the
*> last key the same way, since the archive still needs it. Alias
*> records hold no key and have no generations.
assign-key-generation.
    move 'no ' to key-history-failed-switch.
    move before-image to prior-record.
    move work-image to staged-record.
    if prior-key-generation is not numeric or prior-key-generation = 0
        move 1 to prior-key-generation
    end-if.

    evaluate pend-action(pending-idx)
        when "A"
            move 1 to staged-key-generation
        when "C"
            move prior-key-generation to staged-key-generation
            if before-image not = spaces and prior-alias-of = spaces
                and (staged-passphrase not = prior-passphrase
                    or staged-shift-increment not = prior-shift-increment
                    or staged-shift-direction not = prior-shift-direction
                    or staged-table-name not = prior-table-name
                    or staged-cipher-algorithm not = prior-cipher-algorithm
                    or staged-seal-flag not = prior-seal-flag)
                perform retire-key-generation
                add 1 to staged-key-generation
            end-if
        when "D"
            if before-image not = spaces and prior-alias-of = spaces
                perform retire-key-generation
            end-if
    end-evaluate.

    move staged-record to work-image.


*> File the superseded key - the record exactly as it stood, the
*> passphrase still in whatever at-rest form it was kept in - under
*> its generation number, with the same retry the journal gets.
retire-key-generation.
    move function current-date to stamp-work.
    move spaces to key-history-line.
    move prior-code to hst-code.
    move prior-key-generation to hst-generation.
    string stamp-work(1:8) "-" stamp-work(9:6) delimited by size
        into hst-retired
    end-string.
    move approver-id to hst-actor.
    move prior-record to hst-image.

    move 0 to audit-retry-count.
    move 'no ' to audit-written-switch.
    perform until audit-written or audit-retry-count > 5
        open extend key-history-file
        if key-history-status = '00' or key-history-status = '05'
            move spaces to key-history-rec
            move key-history-line to key-history-rec
            write key-history-rec
            close key-history-file
            set audit-written to true
        else
            add 1 to audit-retry-count
            call "C$SLEEP" using retry-wait-seconds
        end-if
    end-perform.

    if audit-written
        display "Key generation " prior-key-generation " of " function trim(prior-code) " filed on the key history."
    else
        set key-history-failed to true
    end-if.


*> Put back only the changes still pending - applied and rejected
*> lines come off the list.
rewrite-pending-file.
            move pend-stamp(pending-idx) to pnd-stamp
            move pend-image(pending-idx) to pnd-image
            move spaces to pending-rec
            move pending-line to pending-rec(1:158)
            write pending-rec
        end-if
    end-perform.
        open extend journal-file
        if journal-file-status = '00' or journal-file-status = '05'
            move spaces to journal-rec
            move journal-line to journal-rec(1:358)
            write journal-rec
            close journal-file
            set audit-written to true
        audit-actor delimited by size
        " " delimited by size
        audit-code delimited by size
        " " delimited by size
        audit-op delimited by size
        " " delimited by size
        audit-outcome delimited by size
        move "W/" to audit-rec(56:2)
        move audit-second to audit-rec(58:10)
    end-if.
    if audit-hold-ref not = spaces
        move audit-hold-ref to audit-rec(80:12)
    end-if.
    if audit-impact-note not = spaces
        move audit-impact-note to audit-rec(80:12)
    end-if.
    if parm-profile not = spaces
        move parm-profile to audit-rec(100:8)
    end-if.
    perform until audit-written or audit-retry-count > 5
        open extend audit-file
        if audit-file-status = '00' or audit-file-status = '05'
            perform link-audit-line
            write audit-rec
            perform save-audit-head
            close audit-file
            set audit-written to true
        else
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


*> Print the whole file, start to finish, to a listing the key
*> custodian can file - the passphrase a partner is really enciphered
*> under should never again be a matter of memory.

    move spaces to listing-rec.
    move "CODE       PASSPHRASE           SH DIR TABLE NAME           EFFECTIVE EXPIRY   ROUTE PREFIX         R A E ALIAS OF" to listing-rec.
    move "GEN  ALG SEAL  SLA REV VOL KB" to listing-rec(118:29).
    write listing-rec.

    move spaces to listing-rec.
            move dept-armor-flag to listing-rec(103:1)
            move dept-key-flag to listing-rec(105:1)
            move dept-alias-of to listing-rec(107:10)
            move dept-key-generation to listing-rec(118:4)
            move dept-cipher-algorithm to listing-rec(123:1)
            move dept-seal-flag to listing-rec(127:1)
            move dept-sla-minutes to listing-rec(132:4)
            move dept-review-flag to listing-rec(137:1)
            move dept-volume-kb to listing-rec(141:6)
            write listing-rec
        end-if
    end-perform.
        accept parm-orderer from console
    end-if.

    move revoke-target to held-code.
    move revoke-target to held-table.
    move parm-orderer to audit-actor.
    perform check-legal-hold.
    if return-code not = 0
        perform exit-program
    end-if.

    display "About to REVOKE " function trim(revoke-target) " - every load of it will refuse from now on."
    display "Revoke this key? Enter Y to confirm."
    accept confirm-answer from console.
    display "REVOKED " function trim(revoke-target) " - ordered by " function trim(parm-orderer) ".".


*> Legal may have frozen this key - its department/partner code or
*> its table named on an active hold. A held key is refused with the
*> refusal on the trail (op "l", outcome RFSD, the hold reference at
*> column 80); a register that can't be read refuses too, rather
*> than assume nothing is held. The caller sets the actor.
check-legal-hold.
    move 'no ' to key-held-switch.
    move 'no ' to end-of-lhld-switch.

    open input lhld-file.
    if lhld-file-status not = '00' and lhld-file-status not = '05'
        display "Cannot read the legal-hold register! Status: " lhld-file-status " - nothing changed."
        move 12 to return-code
        exit paragraph
    end-if.

    perform until end-of-lhld or key-held
        read lhld-file into lhld-rec
            at end set end-of-lhld to true
        end-read
        if not end-of-lhld and lhld-rec not = spaces
            move lhld-rec(1:107) to legal-hold-line
            if lh-active
                if (lh-dept not = spaces and (lh-dept = held-code or lh-dept = held-table))
                    or (lh-table not = spaces and (lh-table = held-code or lh-table = held-table))
                    set key-held to true
                end-if
            end-if
        end-if
    end-perform.
    close lhld-file.

    if key-held
        display function trim(held-code) " is under legal hold " function trim(lh-reference)
            " - its key must stay on file! Nothing changed."
        move spaces to audit-second
        move held-code to audit-code
        move "l" to audit-op
        move "RFSD" to audit-outcome
        move lh-reference to audit-hold-ref
        perform write-dept-audit
        move spaces to audit-hold-ref
        move 12 to return-code
    end-if.


*> The I verb - the impact report on its own, for a change still
*> being planned. Printed to KEYIMPCT as well as the console.
report-key-impact.
    if impact-target = spaces
        display "Enter the department code or saved table name to analyze:"
        accept impact-target from console
    end-if.
    if impact-target = spaces
        display "No code or table named! Nothing reported."
        move 8 to return-code
        perform exit-program
    end-if.

    open output impact-file.
    if impact-file-status not = '00'
        display "Cannot open the impact report file! Status: " impact-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    set impact-file-open to true.

    perform analyze-key-impact.

    close impact-file.
    move 'no ' to impact-file-switch.
    if impact-high
        move 4 to return-code
    end-if.
    display "Impact report printed to KEYIMPCT.".


*> Everything a change to the key named in impact-target would
*> touch - the codes sharing it, tonight's manifest entries under it,
*> its deliveries still awaiting a receipt, and the archived
*> enveloped files naming it - with the verdict whether the change
*> is high-impact. The target is a department code or a saved table
*> name; a code still waiting to be added matches itself.
analyze-key-impact.
    move 0 to impact-code-count.
    move 0 to impact-list-count.
    move 0 to impact-output-count.
    move 0 to alias-count.
    move 0 to manifest-hits.
    move 0 to unconfirmed-count.
    move 0 to archived-count.
    move 0 to archive-missing-count.
    move 'no ' to impact-full-switch.
    move 'no ' to impact-level-switch.

    perform collect-impact-codes.

    move spaces to impact-rec.
    move impact-separator to impact-rec(1:76).
    perform write-impact-line.
    move spaces to impact-rec.
    string "KEY-CHANGE IMPACT - " delimited by size
        impact-target delimited by "  "
        " - RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into impact-rec
    end-string.
    perform write-impact-line.
    move spaces to impact-rec.
    move impact-separator to impact-rec(1:76).
    perform write-impact-line.

    perform print-impact-codes.
    perform print-impact-manifest.
    perform collect-impact-deliveries.
    perform print-impact-unconfirmed.
    perform print-impact-archive.

    if alias-count > 0 or manifest-hits > 0 or unconfirmed-count > 0
        or archived-count >= impact-archive-limit
        set impact-high to true
    end-if.

    move spaces to impact-rec.
    if impact-high
        move "IMPACT: HIGH - APPROVAL NEEDS AN EXPLICIT ACKNOWLEDGMENT OF THIS REPORT" to impact-rec
    else
        move "IMPACT: LOW" to impact-rec
    end-if.
    perform write-impact-line.
    move spaces to impact-rec.
    move impact-separator to impact-rec(1:76).
    perform write-impact-line.


*> Every line to the console and, when the report file is open, to
*> KEYIMPCT.
write-impact-line.
    display function trim(impact-rec trailing).
    if impact-file-open
        write impact-rec
    end-if.


*> The codes the key belongs to - the code named, or every code
*> loading the table named - and then every alias riding on one of
*> them. A code with no record yet (a pending add) still counts as
*> itself, so its manifest entries and deliveries are found.
collect-impact-codes.
    move 'no ' to end-of-dept-switch.
    open input dept-file.
    if dept-file-status = '00'
        perform until end-of-dept
            read dept-file next record
                at end set end-of-dept to true
            end-read
            if not end-of-dept
                if dept-code = impact-target(1:10)
                    or (dept-mode = "i" and dept-table-name = impact-target
                        and dept-alias-of = spaces)
                    if impact-code-count < 100
                        add 1 to impact-code-count
                        move dept-code to imp-code(impact-code-count)
                        move spaces to imp-alias-of(impact-code-count)
                    end-if
                end-if
            end-if
        end-perform
        close dept-file
    else
        if dept-file-status = '05'
            close dept-file
        end-if
    end-if.

    if impact-code-count = 0 and dept-mode = "p"
        add 1 to impact-code-count
        move impact-target(1:10) to imp-code(1)
        move spaces to imp-alias-of(1)
    end-if.

    if impact-code-count = 0
        exit paragraph
    end-if.

    move 'no ' to end-of-dept-switch.
    open input dept-file.
    if dept-file-status = '00'
        perform until end-of-dept
            read dept-file next record
                at end set end-of-dept to true
            end-read
            if not end-of-dept and dept-alias-of not = spaces
                move dept-alias-of to impact-probe-code
                perform match-impact-code
                if impact-code-match and impact-code-count < 100
                    add 1 to impact-code-count
                    move dept-code to imp-code(impact-code-count)
                    move dept-alias-of to imp-alias-of(impact-code-count)
                    add 1 to alias-count
                end-if
            end-if
        end-perform
        close dept-file
    else
        if dept-file-status = '05'
            close dept-file
        end-if
    end-if.


*> Is impact-probe-code one of the codes riding on the key?
match-impact-code.
    move 'no ' to impact-code-switch.
    perform varying impact-code-idx from 1 by 1
        until impact-code-idx > impact-code-count or impact-code-match
        if imp-code(impact-code-idx) = impact-probe-code
            set impact-code-match to true
        end-if
    end-perform.


print-impact-codes.
    move spaces to impact-rec.
    move "CODES SHARING THE KEY (DEPTTAB)" to impact-rec.
    perform write-impact-line.

    perform varying impact-code-idx from 1 by 1 until impact-code-idx > impact-code-count
        move spaces to impact-rec
        if imp-alias-of(impact-code-idx) = spaces
            string "  " delimited by size
                imp-code(impact-code-idx) delimited by size
                " KEY HOLDER" delimited by size
                into impact-rec
            end-string
        else
            string "  " delimited by size
                imp-code(impact-code-idx) delimited by size
                " ALIAS OF " delimited by size
                imp-alias-of(impact-code-idx) delimited by size
                into impact-rec
            end-string
        end-if
        perform write-impact-line
    end-perform.

    if impact-code-count = 0
        move "  NO DEPARTMENT/PARTNER CODE ON FILE USES IT" to impact-rec
        perform write-impact-line
    end-if.
    move spaces to impact-rec.
    move impact-detail-separator to impact-rec(1:76).
    perform write-impact-line.


*> Tonight's manifest - entries naming one of the codes, or naming a
*> distribution list one of them is a member of.
print-impact-manifest.
    move spaces to impact-rec.
    string "TONIGHT'S MANIFEST (" delimited by size
        impact-manifest-name delimited by space
        ")" delimited by size
        into impact-rec
    end-string.
    perform write-impact-line.

    move 'no ' to end-of-dist-switch.
    open input dist-file.
    if dist-file-status = '00' or dist-file-status = '05'
        perform until end-of-dist
            read dist-file into dist-rec
                at end set end-of-dist to true
            end-read
            if not end-of-dist and dist-rec not = spaces
                move dist-rec to dist-line
                move dsl-dept to impact-probe-code
                perform match-impact-code
                if impact-code-match and impact-list-count < 50
                    add 1 to impact-list-count
                    move function upper-case(dsl-list) to impact-list-name(impact-list-count)
                end-if
            end-if
        end-perform
        close dist-file
    end-if.

    move 'no ' to end-of-manifest-switch.
    open input manifest-file.
    if manifest-file-status = '00' or manifest-file-status = '05'
        perform until end-of-manifest
            read manifest-file into manifest-rec
                at end set end-of-manifest to true
            end-read
            if not end-of-manifest and manifest-rec not = spaces
                perform check-impact-manifest-entry
            end-if
        end-perform
        close manifest-file
    end-if.

    if manifest-hits = 0
        move "  NO ENTRY TONIGHT USES THE KEY" to impact-rec
        perform write-impact-line
    end-if.
    move spaces to impact-rec.
    move impact-detail-separator to impact-rec(1:76).
    perform write-impact-line.


check-impact-manifest-entry.
    move spaces to impact-entry-name.
    move spaces to impact-entry-mode.
    move spaces to impact-entry-dept.
    unstring manifest-rec delimited by ","
        into impact-entry-name impact-entry-mode impact-entry-dept
    end-unstring.

    move 'no ' to impact-code-switch.
    if impact-entry-dept(1:1) = "@"
        move function upper-case(impact-entry-dept(2:8)) to impact-entry-list
        perform varying impact-list-idx from 1 by 1
            until impact-list-idx > impact-list-count or impact-code-match
            if impact-list-name(impact-list-idx) = impact-entry-list
                set impact-code-match to true
            end-if
        end-perform
    else
        if impact-entry-dept not = spaces
            move impact-entry-dept to impact-probe-code
            perform match-impact-code
        end-if
    end-if.

    if impact-code-match
        add 1 to manifest-hits
        move spaces to impact-rec
        string "  " delimited by size
            impact-entry-name delimited by "  "
            " MODE " delimited by size
            impact-entry-mode delimited by size
            " DEPT " delimited by size
            impact-entry-dept delimited by size
            into impact-rec
        end-string
        perform write-impact-line
    end-if.


*> Every delivery enciphered under one of the codes, off the live
*> CIPHRUN and every retained copy CIPHRUNL names, then matched
*> against the receipts the partners have posted.
collect-impact-deliveries.
    if impact-code-count = 0
        exit paragraph
    end-if.

    move run-control-ds-name to run-control-name.
    perform collect-impact-run-control.

    move 'no ' to end-of-list-switch.
    open input runlist-file.
    if runlist-file-status = '00' or runlist-file-status = '05'
        perform until end-of-list
            read runlist-file
                at end set end-of-list to true
            end-read
            if not end-of-list and runlist-rec not = spaces
                and runlist-rec(1:24) not = "CIPHRUN"
                move runlist-rec(1:24) to run-control-name
                perform collect-impact-run-control
            end-if
        end-perform
        close runlist-file
    end-if.

    move 'no ' to end-of-ack-switch.
    open input ack-file.
    if ack-file-status = '00' or ack-file-status = '05'
        perform until end-of-ack
            read ack-file
                at end set end-of-ack to true
            end-read
            if not end-of-ack and ack-rec not = spaces
                move ack-rec to ack-line
                perform varying impact-output-idx from 1 by 1
                    until impact-output-idx > impact-output-count
                    if imo-name(impact-output-idx) = ack-output
                        move "Y" to imo-confirmed(impact-output-idx)
                    end-if
                end-perform
            end-if
        end-perform
        close ack-file
    end-if.


collect-impact-run-control.
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
            if rc-mode = "e" and rc-output not = spaces
                and rc-outcome not = "SKIP" and rc-outcome not = "FAIL"
                and rc-outcome not = "DEFR" and rc-outcome not = "HOLD"
                move rc-dept to impact-probe-code
                perform match-impact-code
                if impact-code-match
                    perform note-impact-output
                end-if
            end-if
        end-if
    end-perform.

    close run-control-file.


*> Once per delivered output, however many run-control datasets
*> mention it.
note-impact-output.
    move 'no ' to impact-output-switch.
    perform varying impact-output-idx from 1 by 1
        until impact-output-idx > impact-output-count
        if imo-name(impact-output-idx) = rc-output
            set impact-output-known to true
        end-if
    end-perform.
    if impact-output-known
        exit paragraph
    end-if.
    if impact-output-count >= 500
        set impact-table-full to true
        exit paragraph
    end-if.
    add 1 to impact-output-count.
    move rc-output to imo-name(impact-output-count).
    move rc-dept to imo-dept(impact-output-count).
    move rc-stamp to imo-stamp(impact-output-count).
    move "N" to imo-confirmed(impact-output-count).


print-impact-unconfirmed.
    move spaces to impact-rec.
    move "DELIVERIES AWAITING A PARTNER RECEIPT (CIPHRUN/CIPHACK)" to impact-rec.
    perform write-impact-line.

    perform varying impact-output-idx from 1 by 1
        until impact-output-idx > impact-output-count
        if imo-confirmed(impact-output-idx) not = "Y"
            add 1 to unconfirmed-count
            move spaces to impact-rec
            string "  " delimited by size
                imo-stamp(impact-output-idx) delimited by size
                " " delimited by size
                imo-dept(impact-output-idx) delimited by size
                " " delimited by size
                imo-name(impact-output-idx) delimited by "  "
                into impact-rec
            end-string
            perform write-impact-line
        end-if
    end-perform.

    if unconfirmed-count = 0
        move "  NONE OUTSTANDING" to impact-rec
        perform write-impact-line
    end-if.
    if impact-table-full
        move "  MORE THAN 500 DELIVERIES ON FILE - THE LIST IS CUT SHORT" to impact-rec
        perform write-impact-line
    end-if.
    move spaces to impact-rec.
    move impact-detail-separator to impact-rec(1:76).
    perform write-impact-line.


*> Every delivered file still on disk whose envelope header names one
*> of the codes - the archive a careless key change would strand.
print-impact-archive.
    perform varying impact-output-idx from 1 by 1
        until impact-output-idx > impact-output-count
        move imo-name(impact-output-idx) to envelope-file-name
        open input envelope-file
        if envelope-file-status = '00'
            move spaces to envelope-rec
            read envelope-file
                at end move spaces to envelope-rec
            end-read
            move envelope-rec(1:37) to envelope-header-line
            if env-hdr-tag = "CIPHENV1"
                move env-hdr-dept to impact-probe-code
                perform match-impact-code
                if impact-code-match
                    add 1 to archived-count
                end-if
            end-if
            close envelope-file
        else
            if envelope-file-status = '05'
                close envelope-file
            end-if
            add 1 to archive-missing-count
        end-if
    end-perform.

    move spaces to impact-rec.
    move "ARCHIVED ENVELOPED FILES NAMING THE KEY" to impact-rec.
    perform write-impact-line.
    move spaces to impact-rec.
    string "  " delimited by size
        archived-count delimited by size
        " ON FILE, " delimited by size
        archive-missing-count delimited by size
        " DELIVERIES NO LONGER ON DISK" delimited by size
        into impact-rec
    end-string.
    perform write-impact-line.
    move spaces to impact-rec.
    move impact-detail-separator to impact-rec(1:76).
    perform write-impact-line.


*> A high-impact change is applied only on a typed acknowledgment -
*> a reflexive "A" is not enough.
acknowledge-key-impact.
    display "This change is HIGH IMPACT - enter ACKNOWLEDGE to confirm you have read the impact report:".
    move spaces to impact-answer.
    accept impact-answer from console.
    if function upper-case(impact-answer) = "ACKNOWLEDGE"
        set impact-acknowledged to true
    end-if.


*> One-time conversion of the clear passphrases on file to the
*> enciphered-at-rest form - every unconverted record is enciphered
*> under the master key, flagged "E", and given the check value
            move spaces to jrn-second
            move dept-code to jrn-code
            move before-image to jrn-before
            move before-image(113:) to jrn-before-ext
            move dept-record to jrn-after
            move dept-record(113:) to jrn-after-ext
            perform write-dept-journal
        end-if
    end-perform.
    display "Converted " migrated-count " department/partner passphrases to the enciphered-at-rest form.".


*> Move every passphrase held enciphered at rest - DEPTTAB, the
*> sensitivity policy's second-pass keys and the retired keys on the
*> key history - from the outgoing master key to a new one, under
*> two supervisors. Everything is staged and verified on work files
*> first; the line datasets are then swapped in (the old copies kept
*> aside) and DEPTTAB rewritten record by record. Any failure puts
*> back whatever was already switched, so the files are either all
*> on the new key or all still on the old one.
rotate-master-key.
    perform identify-requester.
    if oper-master-active and requester-level < 2
        display "Master key rotation needs a supervisor sign-on! Run refused."
        move 36 to return-code
        perform exit-program
    end-if.
    perform identify-approver.
    if approver-id = requester-id
        display "The second supervisor must be a different person than " function trim(requester-id) "! Run refused."
        move 36 to return-code
        perform exit-program
    end-if.

    perform check-nothing-pending.
    perform capture-master-keys.
    perform build-master-table.

    move "masterkey" to rotate-clear-text.
    perform encipher-under-old-key.
    move rotate-cipher-new(1:10) to old-key-check.
    perform encipher-under-new-key.
    move rotate-cipher-new(1:10) to new-key-check.

    perform stage-dept-rotation.

    *> Policy rule: passphrase at 38, key flag at 80, no check.
    if not rotate-failed
        move policy-ds-name to rotate-ds-name
        move 38 to rotate-pass-pos
        move 80 to rotate-flag-pos
        move 0 to rotate-check-pos
        perform stage-line-rotation
        move rotate-present-switch to policy-present-switch
        move rotate-changed-count to policy-rotated-count
    end-if.

    *> Key history: the retired record image starts at 44.
    if not rotate-failed
        move key-history-ds-name to rotate-ds-name
        move 54 to rotate-pass-pos
        move 135 to rotate-flag-pos
        move 136 to rotate-check-pos
        perform stage-line-rotation
        move rotate-present-switch to history-present-switch
        move rotate-changed-count to history-rotated-count
    end-if.

    if not rotate-failed
        perform verify-dept-rotation
    end-if.
    if not rotate-failed and policy-present
        move policy-ds-name to rotate-ds-name
        move 38 to rotate-pass-pos
        move 80 to rotate-flag-pos
        move 0 to rotate-check-pos
        perform verify-line-rotation
    end-if.
    if not rotate-failed and history-present
        move key-history-ds-name to rotate-ds-name
        move 54 to rotate-pass-pos
        move 135 to rotate-flag-pos
        move 136 to rotate-check-pos
        perform verify-line-rotation
    end-if.

    if rotate-failed
        perform discard-rotation-work
        display "Master key rotation abandoned - every file is still on the old master key."
        perform write-rotation-failure-audit
        move 48 to return-code
        perform exit-program
    end-if.

    *> Commit - the line datasets first, since a rename puts them back
    *> cleanly, then DEPTTAB.
    if policy-present
        move policy-ds-name to rotate-ds-name
        perform swap-rotated-dataset
        if not rotate-failed
            set policy-swapped to true
        end-if
    end-if.
    if not rotate-failed and history-present
        move key-history-ds-name to rotate-ds-name
        perform swap-rotated-dataset
        if not rotate-failed
            set history-swapped to true
        end-if
    end-if.
    if not rotate-failed
        perform commit-dept-rotation
    end-if.

    if rotate-failed
        perform undo-dept-rotation
        perform undo-rotated-swaps
        perform discard-rotation-work
        display "Master key rotation rolled back - every file is still on the old master key."
        perform write-rotation-failure-audit
        move 48 to return-code
        perform exit-program
    end-if.

    perform finish-master-rotation.


*> A staged change carries the record image as it stood when it was
*> staged - an enciphered passphrase on it would still be under the
*> outgoing key when approved. The pending list has to be cleared
*> first.
check-nothing-pending.
    move 'no ' to end-of-pending-switch.
    open input pending-file.
    if pending-file-status not = '00' and pending-file-status not = '05'
        display "Cannot read the pending-changes dataset! Status: " pending-file-status "! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.
    perform until end-of-pending
        read pending-file into pending-rec
            at end set end-of-pending to true
        end-read
        if not end-of-pending and pending-rec not = spaces
            close pending-file
            display "Key changes are still pending approval - approve or reject them before rotating the master key! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-perform.
    close pending-file.


*> Both keys at the console only, the new one twice - the same
*> lower-casing and length count the conversion applies.
capture-master-keys.
    display "Enter the CURRENT master key:".
    accept master-key from console.
    display "Enter the NEW master key:".
    accept new-master-key from console.
    display "Enter the NEW master key again:".
    accept confirm-master-key from console.

    inspect master-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    inspect new-master-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    inspect confirm-master-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".

    move 0 to master-key-len.
    unstring master-key delimited by all spaces
        into master-key
        count master-key-len
    end-unstring.
    move 0 to new-master-key-len.
    unstring new-master-key delimited by all spaces
        into new-master-key
        count new-master-key-len
    end-unstring.

    if master-key-len = 0 or new-master-key-len = 0
        display "A master key cannot be blank! Nothing rotated."
        move 8 to return-code
        perform exit-program
    end-if.
    if new-master-key not = confirm-master-key
        display "The new master key was not entered the same way twice! Nothing rotated."
        move 8 to return-code
        perform exit-program
    end-if.
    if new-master-key = master-key
        display "The new master key is the current one! Nothing rotated."
        move 8 to return-code
        perform exit-program
    end-if.


*> The master-table ciphers in both directions, one 20-byte field at
*> a time, in memory only.
decipher-under-old-key.
    move spaces to master-crypt-buffer.
    move rotate-cipher-text to master-crypt-buffer(1:20).
    call 'decrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content master-key, by content master-key-len.
    move master-crypt-buffer(1:20) to rotate-clear-text.


encipher-under-old-key.
    move spaces to master-crypt-buffer.
    move rotate-clear-text to master-crypt-buffer(1:20).
    call 'encrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content master-key, by content master-key-len.
    move master-crypt-buffer(1:20) to rotate-cipher-new.


encipher-under-new-key.
    move spaces to master-crypt-buffer.
    move rotate-clear-text to master-crypt-buffer(1:20).
    call 'encrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content new-master-key, by content new-master-key-len.
    move master-crypt-buffer(1:20) to rotate-cipher-new.


decipher-under-new-key.
    move spaces to master-crypt-buffer.
    move rotate-cipher-new to master-crypt-buffer(1:20).
    call 'decrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content new-master-key, by content new-master-key-len.
    move master-crypt-buffer(1:20) to rotate-round-trip.


*> One passphrase from the outgoing key to the incoming one - and
*> back again, so a key that does not survive the round trip is
*> caught before anything is written with it.
rotate-one-passphrase.
    perform decipher-under-old-key.
    perform encipher-under-new-key.
    perform decipher-under-new-key.
    if rotate-round-trip not = rotate-clear-text
        set rotate-failed to true
    end-if.


*> Every DEPTTAB record held enciphered - its check proven against
*> the outgoing key, then the passphrase and check rebuilt under the
*> new one - onto CIPHMKWK as a before/after pair. A file with no
*> enciphered record at all gives no proof the outgoing key is the
*> real one, and nothing is rotated on its word.
stage-dept-rotation.
    open input dept-file.
    if dept-file-status not = '00'
        display "No department/partner file on file! Status: " dept-file-status "! Nothing rotated."
        move 8 to return-code
        perform exit-program
    end-if.
    open output rotate-work-file.
    if rotate-work-status not = '00'
        close dept-file
        display "Cannot open the rotation work file! Status: " rotate-work-status "! Nothing rotated."
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-rotate-switch.
    perform until end-of-rotate or rotate-failed
        read dept-file next record
            at end set end-of-rotate to true
        end-read
        if not end-of-rotate and dept-key-flag = "E"
            if dept-key-check not = old-key-check
                display "Department/partner " dept-code " does not check against the current master key!"
                set rotate-failed to true
            else
                move spaces to rotate-work-line
                move dept-record to rot-before
                move dept-passphrase to rotate-cipher-text
                perform rotate-one-passphrase
                if rotate-failed
                    display "The passphrase of " dept-code " does not survive the new master key!"
                else
                    move rotate-cipher-new to dept-passphrase
                    move new-key-check to dept-key-check
                    move dept-record to rot-after
                    move spaces to rotate-work-rec
                    move rotate-work-line to rotate-work-rec(1:259)
                    write rotate-work-rec
                    add 1 to rotate-dept-count
                end-if
            end-if
        end-if
    end-perform.

    close rotate-work-file.
    close dept-file.

    if not rotate-failed and rotate-dept-count = 0
        display "No DEPTTAB passphrase is enciphered under a master key - nothing to rotate."
        set rotate-failed to true
    end-if.


*> One line dataset (policy or key history) copied to its rotated
*> work copy - enciphered passphrases moved to the new key, every
*> other line copied as it stands. A dataset not on file is simply
*> not part of this rotation.
stage-line-rotation.
    move 'no ' to rotate-present-switch.
    move 0 to rotate-line-count.
    move 0 to rotate-changed-count.
    perform build-rotation-names.

    open input rotate-in-file.
    if rotate-in-status = '05'
        close rotate-in-file
        exit paragraph
    end-if.
    if rotate-in-status not = '00'
        display "Cannot read " function trim(rotate-ds-name) "! Status: " rotate-in-status "!"
        set rotate-failed to true
        exit paragraph
    end-if.
    set rotate-present to true.

    open output rotate-out-file.
    if rotate-out-status not = '00'
        close rotate-in-file
        display "Cannot open " function trim(rotate-out-name) "! Status: " rotate-out-status "!"
        set rotate-failed to true
        exit paragraph
    end-if.

    move 'no ' to end-of-rotate-switch.
    perform until end-of-rotate or rotate-failed
        read rotate-in-file
            at end set end-of-rotate to true
        end-read
        if not end-of-rotate
            add 1 to rotate-line-count
            move rotate-in-rec to rotate-line-old
            perform rotate-one-line
            if not rotate-failed
                move rotate-line-new to rotate-out-rec
                write rotate-out-rec
            end-if
        end-if
    end-perform.

    close rotate-out-file.
    close rotate-in-file.


*> The rotated form of rotate-line-old in rotate-line-new - only an
*> "E"-flagged line changes.
rotate-one-line.
    move rotate-line-old to rotate-line-new.
    if rotate-line-old(rotate-flag-pos:1) not = "E"
        exit paragraph
    end-if.

    if rotate-check-pos > 0
        if rotate-line-old(rotate-check-pos:10) not = old-key-check
            display "Line " rotate-line-count " of " function trim(rotate-ds-name)
                " does not check against the current master key!"
            set rotate-failed to true
            exit paragraph
        end-if
    end-if.

    move rotate-line-old(rotate-pass-pos:20) to rotate-cipher-text.
    perform rotate-one-passphrase.
    if rotate-failed
        display "Line " rotate-line-count " of " function trim(rotate-ds-name)
            " does not survive the new master key!"
        exit paragraph
    end-if.
    move rotate-cipher-new to rotate-line-new(rotate-pass-pos:20).
    if rotate-check-pos > 0
        move new-key-check to rotate-line-new(rotate-check-pos:10)
    end-if.
    add 1 to rotate-changed-count.


*> The work copy and the aside copy of the dataset in rotate-ds-name.
build-rotation-names.
    move rotate-ds-name to rotate-in-name.
    move spaces to rotate-out-name.
    string rotate-ds-name delimited by space
        "MKWK" delimited by size
        into rotate-out-name
    end-string.
    move spaces to rotate-old-name.
    string rotate-ds-name delimited by space
        "MKOLD" delimited by size
        into rotate-old-name
    end-string.


*> Read CIPHMKWK back off disk - every pair must be the same record
*> but for a passphrase that deciphers under the new key to what the
*> old one deciphers to under the old key, and the new check.
verify-dept-rotation.
    open input rotate-work-file.
    if rotate-work-status not = '00'
        display "Cannot reread the rotation work file! Status: " rotate-work-status "!"
        set rotate-failed to true
        exit paragraph
    end-if.

    move 0 to rotate-line-count.
    move 'no ' to end-of-rotate-switch.
    perform until end-of-rotate or rotate-failed
        read rotate-work-file
            at end set end-of-rotate to true
        end-read
        if not end-of-rotate
            add 1 to rotate-line-count
            move rotate-work-rec(1:259) to rotate-work-line
            move rot-before to dept-record
            move rot-after to rotated-record
            move dept-passphrase to rotate-cipher-text
            perform decipher-under-old-key
            move rotated-passphrase to rotate-cipher-new
            perform decipher-under-new-key
            if rotate-round-trip not = rotate-clear-text
                or rotated-key-check not = new-key-check
                or rotated-code not = dept-code
                or rot-after(31:62) not = rot-before(31:62)
                or rot-after(103:27) not = rot-before(103:27)
                display "Rotated record for " dept-code " does not verify!"
                set rotate-failed to true
            end-if
        end-if
    end-perform.
    close rotate-work-file.

    if not rotate-failed and rotate-line-count not = rotate-dept-count
        display "The rotation work file holds " rotate-line-count " records, not " rotate-dept-count "!"
        set rotate-failed to true
    end-if.


*> Reread the live dataset and its rotated copy side by side - the
*> copy must be exactly what rotating each live line produces, line
*> for line, with nothing missing or extra.
verify-line-rotation.
    perform build-rotation-names.
    open input rotate-in-file.
    open input rotate-out-file.
    if rotate-in-status not = '00' or rotate-out-status not = '00'
        display "Cannot reread " function trim(rotate-ds-name) " and its rotated copy to verify them!"
        close rotate-in-file
        close rotate-out-file
        set rotate-failed to true
        exit paragraph
    end-if.

    move 0 to rotate-line-count.
    move 'no ' to end-of-rotate-switch.
    move 'no ' to end-of-rotate-out-switch.
    perform until (end-of-rotate and end-of-rotate-out) or rotate-failed
        read rotate-in-file
            at end set end-of-rotate to true
        end-read
        read rotate-out-file
            at end set end-of-rotate-out to true
        end-read
        if end-of-rotate-switch not = end-of-rotate-out-switch
            display "The rotated copy of " function trim(rotate-ds-name) " is not the same length as the live dataset!"
            set rotate-failed to true
        end-if
        if not rotate-failed and not end-of-rotate
            add 1 to rotate-line-count
            move rotate-in-rec to rotate-line-old
            perform rotate-one-line
            if not rotate-failed and rotate-line-new not = rotate-out-rec
                display "Line " rotate-line-count " of the rotated " function trim(rotate-ds-name) " does not verify!"
                set rotate-failed to true
            end-if
        end-if
    end-perform.
    close rotate-out-file.
    close rotate-in-file.


*> The live dataset set aside, the rotated copy put in its place - a
*> failed second rename puts the first one back.
swap-rotated-dataset.
    perform build-rotation-names.
    move return-code to saved-return-code.
    call "CBL_DELETE_FILE" using rotate-old-name.
    call "CBL_RENAME_FILE" using rotate-ds-name rotate-old-name.
    if return-code not = 0
        display "Cannot set " function trim(rotate-ds-name) " aside!"
        set rotate-failed to true
        move saved-return-code to return-code
        exit paragraph
    end-if.
    call "CBL_RENAME_FILE" using rotate-out-name rotate-ds-name.
    if return-code not = 0
        display "Cannot swap the rotated " function trim(rotate-ds-name) " into place!"
        call "CBL_RENAME_FILE" using rotate-old-name rotate-ds-name
        set rotate-failed to true
    end-if.
    move saved-return-code to return-code.


*> Rewrite each DEPTTAB record off the work file - but only if it
*> still reads exactly as it did when staged.
commit-dept-rotation.
    open i-o dept-file.
    if dept-file-status not = '00'
        display "Cannot open the department/partner file for update! Status: " dept-file-status "!"
        set rotate-failed to true
        exit paragraph
    end-if.
    open input rotate-work-file.
    if rotate-work-status not = '00'
        close dept-file
        display "Cannot reread the rotation work file! Status: " rotate-work-status "!"
        set rotate-failed to true
        exit paragraph
    end-if.

    move 'no ' to end-of-rotate-switch.
    perform until end-of-rotate or rotate-failed
        read rotate-work-file
            at end set end-of-rotate to true
        end-read
        if not end-of-rotate
            move rotate-work-rec(1:259) to rotate-work-line
            move rot-before(1:10) to dept-code
            read dept-file
                invalid key
                    continue
            end-read
            if dept-file-status not = '00' or dept-record not = rot-before
                display "Department/partner " rot-before(1:10) " changed during the rotation!"
                set rotate-failed to true
            else
                move rot-after to dept-record
                rewrite dept-record
                    invalid key
                        display "Unable to rewrite " dept-code "! Status: " dept-file-status "!"
                        set rotate-failed to true
                end-rewrite
                if not rotate-failed
                    add 1 to rotate-applied-count
                end-if
            end-if
        end-if
    end-perform.

    close rotate-work-file.
    close dept-file.


*> Put the before images back over however many records were already
*> rewritten.
undo-dept-rotation.
    if rotate-applied-count = 0
        exit paragraph
    end-if.
    open i-o dept-file.
    open input rotate-work-file.
    if dept-file-status not = '00' or rotate-work-status not = '00'
        display "CANNOT ROLL BACK DEPTTAB - " rotate-applied-count " records are on the new master key; the before images are on CIPHMKWK!"
        exit paragraph
    end-if.

    move 0 to rotate-undo-count.
    move 'no ' to end-of-rotate-switch.
    perform until end-of-rotate or rotate-undo-count >= rotate-applied-count
        read rotate-work-file
            at end set end-of-rotate to true
        end-read
        if not end-of-rotate
            move rotate-work-rec(1:259) to rotate-work-line
            move rot-before to dept-record
            rewrite dept-record
                invalid key
                    display "Unable to restore " dept-code " - its before image is on CIPHMKWK!"
            end-rewrite
            add 1 to rotate-undo-count
        end-if
    end-perform.

    close rotate-work-file.
    close dept-file.
    move 0 to rotate-applied-count.


undo-rotated-swaps.
    move return-code to saved-return-code.
    if policy-swapped
        move policy-ds-name to rotate-ds-name
        perform build-rotation-names
        call "CBL_DELETE_FILE" using rotate-ds-name
        call "CBL_RENAME_FILE" using rotate-old-name rotate-ds-name
        move 'no ' to policy-swapped-switch
    end-if.
    if history-swapped
        move key-history-ds-name to rotate-ds-name
        perform build-rotation-names
        call "CBL_DELETE_FILE" using rotate-ds-name
        call "CBL_RENAME_FILE" using rotate-old-name rotate-ds-name
        move 'no ' to history-swapped-switch
    end-if.
    move saved-return-code to return-code.


*> The work files and aside copies carry the outgoing key's ciphertext
*> - none of them outlives the run. After a failed rollback of
*> DEPTTAB, CIPHMKWK is kept: it is the only copy of the before
*> images.
discard-rotation-work.
    move return-code to saved-return-code.
    move policy-ds-name to rotate-ds-name.
    perform build-rotation-names.
    call "CBL_DELETE_FILE" using rotate-out-name.
    if not policy-swapped
        call "CBL_DELETE_FILE" using rotate-old-name
    end-if.
    move key-history-ds-name to rotate-ds-name.
    perform build-rotation-names.
    call "CBL_DELETE_FILE" using rotate-out-name.
    if not history-swapped
        call "CBL_DELETE_FILE" using rotate-old-name
    end-if.
    if rotate-applied-count = 0
        move "CIPHMKWK" to rotate-ds-name
        call "CBL_DELETE_FILE" using rotate-ds-name
    end-if.
    move saved-return-code to return-code.


*> The rotation stands - one journal entry per DEPTTAB record, the
*> aside copies and work file removed, and the run on the trail.
finish-master-rotation.
    open input rotate-work-file.
    if rotate-work-status = '00'
        move 'no ' to end-of-rotate-switch
        perform until end-of-rotate
            read rotate-work-file
                at end set end-of-rotate to true
            end-read
            if not end-of-rotate
                move rotate-work-rec(1:259) to rotate-work-line
                move "K" to jrn-action
                move requester-id to jrn-actor
                move approver-id to jrn-second
                move rot-before(1:10) to jrn-code
                move rot-before to jrn-before
                move rot-before(113:) to jrn-before-ext
                move rot-after to jrn-after
                move rot-after(113:) to jrn-after-ext
                perform write-dept-journal
            end-if
        end-perform
        close rotate-work-file
    end-if.

    move 'no ' to policy-swapped-switch.
    move 'no ' to history-swapped-switch.
    perform discard-rotation-work.

    move requester-id to audit-actor.
    move approver-id to audit-second.
    move "(master key)" to audit-code.
    move "m" to audit-op.
    move "ROTA" to audit-outcome.
    perform write-dept-audit.

    display "Master key rotated - " rotate-applied-count " DEPTTAB passphrases, "
        policy-rotated-count " policy passphrases and " history-rotated-count
        " retired keys are now under the new master key.".
    display "Every run from now on must be started with the NEW master key.".


*> A rotation that did not happen is on the trail too - op "m",
*> outcome MKEY, as CIPHER records a master-key refusal.
write-rotation-failure-audit.
    move requester-id to audit-actor.
    move approver-id to audit-second.
    move "(master key)" to audit-code.
    move "m" to audit-op.
    move "MKEY" to audit-outcome.
    perform write-dept-audit.


*> The fixed single-shift master table - identical to the one CIPHER
*> builds, so either side can decipher what the other enciphered.
build-master-table.
