    file status is out-file-status.

    *> A manifest lists the files for one batch pass - per line, a
    *> filename plus optional mode, department/partner code, output
    *> filename, priority class and the entry it must run after,
    *> comma-separated, with blank fields falling back to the
    *> run-level answers. One manifest covers partners who encipher,
    *> partners who decipher and departments on different keys in a
    *> single batch window.
    select manifest-file
    assign to dynamic manifest-file-name
    organization is line sequential
    *> line goes here instead of being lost, and the end-of-day
    *> AUDMERGE step folds it back into the trail. Nothing ever opens
    *> CIPHAUD for OUTPUT, so no code path can truncate the history.
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
    organization is line sequential
    file status is defer-file-status.

    *> The service-mode arrivals log - each hot-folder pickup's
    *> run-control record appended as it is processed, since the
    *> service's own run-control dataset is replaced by the next run
    *> and MISSRPT needs the day's arrivals to set against the
    *> expected-inbound schedule.
    select optional arrival-file
    assign to dynamic arrival-ds-name
    organization is line sequential
    file status is arrival-file-status.

    *> The distribution lists DISTMNT maintains - list name and one
    *> department/partner code per line. A manifest entry naming
    *> @<list> in its department column goes out once per member.
    select optional dist-file
    assign to dynamic dist-ds-name
    organization is line sequential
    file status is dist-file-status.

    *> The outbound release queue - one line per delivery that must
    *> not leave the shop yet, because its manifest entry carries an
    *> embargo or its partner is flagged for supervisor review.
    *> DSPPACK packages nothing on it until the embargo passes or
    *> HOLDMNT records a supervisor's release.
    select optional hold-file
    assign to dynamic hold-ds-name
    organization is line sequential
    file status is hold-file-status.

    *> The account-number prefixes each department/partner owns, as
    *> ACCTMNT maintains them - what the misdirected-content guard
    *> checks an encipher's plaintext against.
    select optional acct-file
    assign to dynamic acct-ds-name
    organization is line sequential
    file status is acct-file-status.

    *> Pre-authorized misdirected-content overrides for unattended
    *> runs - one line per file: filename, the department it is going
    *> to, and the supervisor who cleared it. Written in advance by a
    *> supervisor, the same way CIPHREL pre-authorizes a release.
    select optional movr-file
    assign to dynamic movr-ds-name
    organization is line sequential
    file status is movr-file-status.

    *> The emergency revocation list - one line per key or table name
    *> pulled ahead of its expiry date, with when, why and who ordered
    *> it. Consulted everywhere a key loads, so a compromised
    organization is line sequential
    file status is revoke-file-status.

    *> The key ceremony register - a new partner key split into two
    *> custodian components by KEYCEREM is not in force until the
    *> partner has confirmed both, whatever its effective date says.
    select optional cerem-file
    assign to dynamic cerem-ds-name
    organization is line sequential
    file status is cerem-file-status.

    *> The damage report a salvage run leaves behind - the last intact
    *> line, the expected and actual counts and checksums - filed with
    *> the salvaged output so nobody mistakes it for a verified
    organization is line sequential
    file status is codepage-file-status.

    *> The key history DEPTMNT files on every rotation - one line per
    *> superseded key generation, the whole DEPTTAB record as it stood
    *> before the change. A delivery enciphered under an older
    *> generation deciphers against that line instead of the key on
    *> DEPTTAB today.
    select optional key-history-file
    assign to dynamic key-history-ds-name
    organization is line sequential
    file status is key-history-status.

    *> Scratch copy used to trim a partial output generation back to
    *> exactly what the checkpoint vouches for before a mid-file
    *> restart extends it - records written after the last checkpoint
    organization is line sequential
    file status is restart-work-status.

    *> One volume of a volume set - written for a partner whose
    *> gateway caps its file size, read back on the receiving side to
    *> put the set together again before decipher.
    select volume-file
    assign to dynamic volume-file-name
    organization is line sequential
    file status is volume-file-status.

    *> Scratch copy a received volume set is reassembled into - the
    *> single enveloped delivery the volumes were cut from, which the
    *> run then deciphers in place of the volume it was given.
    select volume-work-file
    assign to "CIPHVOLWK"
    organization is line sequential
    file status is volume-work-status.

    *> The operator stop-file service mode watches for - its mere
    *> existence (not its content) tells the watcher to shut down
    *> cleanly at the end of the current poll.
    01 out-rec		pic x(2000).

    fd manifest-file.
    01 manifest-rec		pic x(120).

    fd parm-file.
    01 parm-rec		pic x(80).
    copy "keytabrec.cpy".

    fd checkpoint-file.
    01 checkpoint-rec		pic x(90).

    fd audit-file.
    01 audit-rec		pic x(120).
    01 reference-rec		pic x(2000).

    fd register-file.
    01 register-rec		pic x(80).

    fd oper-file.
    copy "operrec.cpy".
    01 policy-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd quarantine-file.
    01 quarantine-rec		pic x(70).
    fd audit-spill-file.
    01 audit-spill-rec		pic x(120).

    fd audit-head-file.
    01 audit-head-rec		pic x(120).

    fd kat-file.
    01 kat-rec			pic x(200).

    fd restart-work-file.
    01 restart-work-rec		pic x(2000).

    fd volume-file.
    01 volume-rec		pic x(2000).

    fd volume-work-file.
    01 volume-work-rec		pic x(2000).

    fd codepage-file.
    01 codepage-rec		pic x(80).

    fd key-history-file.
    01 key-history-rec		pic x(200).

    fd damage-file.
    01 damage-rec		pic x(132).

    fd revoke-file.
    01 revoke-rec		pic x(80).

    fd cerem-file.
    01 cerem-rec		pic x(240).

    fd profile-file.
    01 profile-rec		pic x(40).

    01 calendar-rec		pic x(30).

    fd defer-file.
    01 defer-rec		pic x(120).

    fd arrival-file.
    01 arrival-rec		pic x(200).

    fd dist-file.
    01 dist-rec			pic x(40).

    fd hold-file.
    01 hold-rec			pic x(200).

    fd acct-file.
    01 acct-rec			pic x(80).

    fd movr-file.
    01 movr-rec			pic x(80).

working-storage section.
    *> File stuff.
    01 parm-out-prefix		pic x(20)	value spaces.
    01 route-prefix		pic x(20)	value spaces.
    01 run-route-prefix		pic x(20).
    01 output-base-name		pic x(56).
    01 generation-number	pic 9999.
    01 highest-generation	pic 9999.
    01 generation-miss-count	pic 999.
            05 manifest-entry-mode	pic x.
            05 manifest-entry-dept	pic x(10).
            05 manifest-entry-out	pic x(24).
            05 manifest-entry-class	pic x.
            05 manifest-entry-after	pic x(20).
            05 manifest-entry-rank	pic 9.
            05 manifest-entry-result	pic x(4).
            05 manifest-entry-list	pic x(8).
            05 manifest-entry-embargo	pic x(12).
    01 entry-cipher-mode		pic x.

    *> Priority classes and dependencies - an entry may carry a class
    *> (C critical, H high, N normal, L low) and the name of an earlier
    *> entry it only makes sense after. Critical entries run first so
    *> a short window never strands the regulator's file behind the
    *> routine letters, and a dependent whose prerequisite did not
    *> finish is held - logged HOLD with the reason, never quarantined,
    *> since nothing is wrong with the file itself.
    01 manifest-hold-entry.
        03 filler			pic x(76).
        03 manifest-hold-rank		pic 9.
        03 filler			pic x(24).
    01 order-idx			pic 9999.
    01 order-scan-idx			pic 9999.
    01 order-chain-idx			pic 9999.
    01 order-prereq-idx			pic 9999.
    01 order-chain-steps		pic 9999.
    01 order-probe-name			pic x(20).
    01 order-changed-switch	pic x(03)	value 'no '.
        88 order-changed			value 'yes'.
    01 entry-held-switch	pic x(03)	value 'no '.
        88 entry-held				value 'yes'.
    01 hold-reason		pic x(64)	value spaces.
    01 held-count		pic 999		value 0.
    01 held-idx			pic 999.
    01 held-table.
        03 held-entry		pic x(20)	occurs 200 times.

    *> Distribution-list sends - an entry naming @<list> instead of a
    *> department is read once and enciphered once per member, under
    *> that member's own key and route prefix, with a run-control
    *> record per recipient. The input table is kept as read, since
    *> each pass leaves the ciphertext behind in it.
    01 dist-file-status		pic xx.
    01 end-of-dist-switch	pic xxx		value 'no '.
        88 end-of-dist				value 'yes'.
    01 dist-line.
        03 dsl-list		pic x(8).
        03 filler		pic x.
        03 dsl-dept		pic x(10).
    01 dist-probe-list		pic x(8).
    01 dist-member-count	pic 999		value 0.
    01 dist-idx			pic 999.
    01 dist-start-idx		pic 999.
    01 dist-table.
        03 dist-member		pic x(10)	occurs 100 times.
    01 list-send-switch		pic x(03)	value 'no '.
        88 list-send-active			value 'yes'.
    01 list-input-loaded-switch	pic x(03)	value 'no '.
        88 list-input-loaded			value 'yes'.
    01 list-input-failed-switch	pic x(03)	value 'no '.
        88 list-input-failed			value 'yes'.
    01 list-recipient-failed-switch	pic x(03)	value 'no '.
        88 list-recipient-failed		value 'yes'.
    01 list-restart-entry	pic x(20)	value spaces.
    01 list-restart-member	pic x(10)	value spaces.
    01 list-base-name		pic x(56).
    01 list-document-table.
        03 list-document-line	pic x(2000)	occurs 500 times.
    01 pf-list-dept		pic xx.
    01 pf-list-table		pic xx.
    01 pf-list-output		pic xx.
    01 defer-dept-field		pic x(10).

    *> The release queue - an embargo (YYYYMMDDHHMM, from the seventh
    *> manifest field) still in the future, or a partner whose record
    *> asks for supervisor review, puts the delivery on CIPHHOLD as it
    *> is logged. Status H is held, R released by a supervisor.
    01 hold-file-status		pic xx.
    01 entry-embargo		pic x(12)	value spaces.
    01 review-hold-switch	pic x(03)	value 'no '.
        88 review-hold-required			value 'yes'.
    01 run-review-switch	pic x(03).
    01 embargo-hold-switch	pic x(03)	value 'no '.
        88 embargo-hold				value 'yes'.
    01 queued-hold-count	pic 999		value 0.
    01 hold-queue-failed-switch	pic x(03)	value 'no '.
        88 hold-queue-failed			value 'yes'.
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

    *> Misdirected-content guard - the account-number prefixes off
    *> CIPHACCT, and the owners whose numbers turned up in the input
    *> as it loaded. An account number is a run of at least
    *> acct-min-digits digits, and belongs to whoever owns the longest
    *> prefix it starts with. An encipher whose input carries another
    *> partner's numbers is blocked unless a supervisor overrides.
    01 acct-file-status		pic xx.
    01 end-of-acct-switch	pic xxx		value 'no '.
        88 end-of-acct				value 'yes'.
    01 acct-load-switch		pic x(03)	value 'no '.
        88 acct-prefixes-tried			value 'yes'.
    01 acct-line.
        03 acl-prefix		pic x(12).
        03 filler		pic x.
        03 acl-dept		pic x(10).
    01 acct-prefix-count	pic 999		value 0.
    01 acct-prefix-idx		pic 999.
    01 acct-prefix-table.
        03 acct-prefix-entry		occurs 500 times.
            05 acct-prefix	pic x(12).
            05 acct-prefix-len	pic 99.
            05 acct-prefix-owner	pic x(10).
    01 acct-min-digits		pic 99		value 8.
    01 acct-scan-start		pic 9999.
    01 acct-scan-end		pic 9999.
    01 acct-scan-idx		pic 9999.
    01 acct-run-start		pic 9999.
    01 acct-run-len		pic 9999.
    01 acct-best-idx		pic 999.
    01 acct-best-len		pic 99.
    01 acct-field-idx		pic 99.
    01 content-owner-count	pic 99		value 0.
    01 content-owner-idx	pic 99.
    01 content-owner-table.
        03 content-owner-entry		occurs 20 times.
            05 content-owner	pic x(10).
            05 content-owner-prefix	pic x(12).
    01 foreign-owner		pic x(10).
    01 foreign-prefix		pic x(12).
    01 misdirect-override-switch	pic x(03)	value 'no '.
        88 misdirect-overridden			value 'yes'.
    01 override-supervisor-id	pic x(10)	value spaces.
    01 override-password	pic x(10)	value spaces.
    01 movr-file-status		pic xx.
    01 end-of-movr-switch	pic xxx		value 'no '.
        88 end-of-movr				value 'yes'.
    01 movr-line.
        03 mvr-filename		pic x(20).
        03 filler		pic x.
        03 mvr-dept		pic x(10).
        03 filler		pic x.
        03 mvr-authorizer	pic x(10).

    *> The run-level key parameters as they stood when the batch
    *> started, so an entry that names its own department/partner code
    *> swaps that key in for one file only and the next plain entry
    *> Restart/checkpoint for a manifest batch run.
    01 checkpoint-file-status	pic xx.
    01 checkpoint-name		pic x(20)	value spaces.
    *> What became of the entries ahead of the restart point - the
    *> checkpoint carries an OUTCOME line for every one that did not
    *> finish (skipped, held or deferred), so a rerun marks only the
    *> genuinely finished ones DONE and their dependents stay held.
    01 restart-outcome-count	pic 9999	value 0.
    01 restart-outcome-idx	pic 9999.
    01 outcome-idx		pic 9999.
    01 restart-outcome-table.
        03 restart-outcome			occurs 200 times.
            05 restart-outcome-name	pic x(20).
            05 restart-outcome-result	pic x(4).
    01 batch-start-idx		pic 9999	value 1.

    *> Parallel-stream support - a STREAM= run works one of MANSPLIT's
    01 register-ds-name		pic x(30)	value "CIPHREG".
    01 kat-ds-name		pic x(30)	value "CIPHKAT".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".
    01 preflight-ds-name	pic x(30)	value "CIPHCHK".
    01 quarantine-ds-name	pic x(30)	value "CIPHQUAR".
    01 policy-ds-name		pic x(30)	value "CIPHPOL".
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 calendar-ds-name		pic x(30)	value "CIPHCAL".
    01 defer-ds-name		pic x(30)	value "CIPHDEFR".
    01 arrival-ds-name		pic x(30)	value "CIPHARRV".
    01 dist-ds-name		pic x(30)	value "CIPHDIST".
    01 hold-ds-name		pic x(30)	value "CIPHHOLD".
    01 acct-ds-name		pic x(30)	value "CIPHACCT".
    01 movr-ds-name		pic x(30)	value "CIPHMOVR".
    01 revoke-ds-name		pic x(30)	value "CIPHRVK".
    01 cerem-ds-name		pic x(30)	value "CIPHCERM".
    01 damage-ds-name		pic x(30)	value "CIPHDMG".
    01 codepage-ds-name		pic x(30)	value "CIPHCPG".
    01 key-history-ds-name	pic x(30)	value "CIPHKHST".

    *> Mid-file restart for streaming-mode documents - alongside the
    *> last finished entry, the checkpoint carries an INPROG record
        03 inp-env-checksum	pic 9(8).
        03 filler		pic x.
        03 inp-env-present	pic x.
        03 filler		pic x.
        03 inp-seal-hash	pic 9(8).

    *> Unattended (PARM-driven) mode.
    01 parm-file-status		pic xx.
    *> failure.
    01 calendar-file-status	pic xx.
    01 defer-file-status	pic xx.
    01 arrival-file-status	pic xx.
    01 end-of-calendar-switch	pic xxx		value 'no '.
        88 end-of-calendar			value 'yes'.
    01 calendar-load-switch	pic x(03)	value 'no '.
        03 filler		pic x.
        03 rvk-orderer		pic x(10).

    *> Key ceremonies - the latest ceremony on CIPHCERM for the key
    *> being loaded, if there is one. Anything but activated keeps the
    *> key out of force exactly as an effective date still to come
    *> would.
    01 cerem-file-status	pic xx.
    01 end-of-cerem-switch	pic xxx		value 'no '.
        88 end-of-cerem				value 'yes'.
    01 ceremony-found-switch	pic x(03)	value 'no '.
        88 ceremony-found			value 'yes'.
    01 latest-ceremony		pic x(240).
    copy "cermrec.cpy".

    *> Operator sign-on - when an OPERTAB master exists, an unknown ID
    *> or a bad password ends the session (and lands in CIPHAUD), and
    *> the record's authority level gates decipher of high-sensitivity
    01 pw-expiry-integer	pic 9(7).
    01 signon-name-work		pic x(30).
    01 signon-expiry-work	pic x(8).
    01 oper-master-switch	pic x(03)	value 'no '.
        88 oper-master-active			value 'yes'.
    01 oper-authority-level	pic 9		value 2.
        03 reg-checksum		pic 9(8).
        03 filler		pic x	value space.
        03 reg-stamp		pic x(15).
        03 filler		pic x	value space.
        *> Who the copy went to, for a distribution-list send - blank
        *> for an ordinary run, so a list send of a circular is not
        *> mistaken for a rerun of it, while the same member getting
        *> it twice still is.
        03 reg-recipient	pic x(10).
        03 filler		pic x	value space.
        *> The department whose key the run loaded - the same code the
        *> audit line carries - so a legal hold by department covers
        *> the department's register lines as well as its audit lines.
        03 reg-dept		pic x(10).
        03 filler		pic x(4)	value spaces.
    01 register-recipient	pic x(10)	value spaces.
    01 duplicate-stamp		pic x(15)	value spaces.

    *> Self-describing cipher envelope - every enciphered output is
    01 run-envelope-dept	pic x(10).
    01 run-loaded-dept-key	pic x(10).
    01 run-loaded-table		pic x(20).
    *> Which generation of the department key did the work - the
    *> current one off DEPTTAB, or an older one pulled back off the
    *> key history for a delivery enciphered before a rotation. The
    *> envelope header carries it, so decipher never has to guess.
    01 loaded-key-generation	pic 9(4)	value 0.
    01 run-loaded-key-gen	pic 9(4).
    *> The cipher algorithm the loaded key runs under - "T" the
    *> original Trithemius/Vigenere row selection in ENCRYPT/DECRYPT,
    *> "A" the autokey variant in AKENCRYPT/AKDECRYPT - and the pair
    *> of programs it calls for the primary pass. A policy second pass
    *> always stays on ENCRYPT/DECRYPT.
    01 cipher-algorithm		pic x		value "T".
        88 autokey-cipher			value "A".
    01 run-cipher-algorithm	pic x.
    01 encipher-program		pic x(10)	value "encrypt".
    01 decipher-program		pic x(10)	value "decrypt".
    01 wanted-key-generation	pic 9(4)	value 0.
    01 key-history-status	pic xx.
    01 end-of-key-history-switch pic x(03)	value 'no '.
        88 end-of-key-history			value 'yes'.
    01 history-key-found-switch	pic x(03)	value 'no '.
        88 history-key-found			value 'yes'.
    *> Set while a retired generation loads - its dates lapsed with
    *> the rotation that retired it, and reading an old delivery is
    *> exactly what it is kept for.
    01 generation-by-date-switch pic x(03)	value 'no '.
        88 generation-by-date			value 'yes'.
    01 historic-key-switch	pic x(03)	value 'no '.
        88 historic-key-load			value 'yes'.
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
    copy "depttab.cpy" replacing leading ==dept-== by ==hist-==.
    *> The stored key-check constant and passphrase the master-key
    *> paragraphs work against - off DEPTTAB, or off a history line.
    01 stored-key-check		pic x(10).
    01 stored-passphrase	pic x(20).
    *> Salvage mode - when a received file's trailer fails its check
    *> because the partner's gateway clipped the tail, a supervisor
    *> can still decipher the intact records today instead of waiting
        03 env-hdr-codepage	pic x(8).
        03 filler		pic x	value space.
        03 env-hdr-profile	pic x(8).
        03 filler		pic x	value space.
        03 env-hdr-generation	pic x(4).
        03 filler		pic x	value space.
        03 env-hdr-algorithm	pic x.
    01 envelope-trailer-line.
        03 env-trl-tag		pic x(7).
        03 filler		pic x	value space.
        03 env-trl-count	pic 9(8).
        03 filler		pic x	value space.
        03 env-trl-checksum	pic 9(8).
        03 filler		pic x	value space.
        03 env-trl-seal		pic x(16).

    *> Volume sets - a partner whose gateway caps its file size gets
    *> each delivery cut into numbered volumes as well, .V001 up, each
    *> opening with a CIPHVOL1 header (its sequence, the set total,
    *> the set's stamp and department) and closing with a CIPHVTRL
    *> trailer (sequence, total, and the record count and checksum of
    *> what it carries). Between them the volumes carry the enveloped
    *> delivery itself, CIPHENV1 to CIPHTRL, cut at record boundaries,
    *> so the set put back together is exactly the single delivery and
    *> its own trailer and seal still check. The header and trailer
    *> lines and a record's line end are allowed for in the cap.
    01 volume-file-status	pic xx.
    01 volume-work-status	pic xx.
    01 volume-file-name		pic x(70).
    01 volume-work-name		pic x(9)	value "CIPHVOLWK".
    01 volume-limit-kb		pic 9(6)	value 0.
    01 run-volume-limit		pic 9(6)	value 0.
    01 volume-overhead		pic 999		value 80.
    01 volume-capacity		pic 9(9).
    01 volume-bytes		pic 9(9).
    01 record-bytes		pic 9(5).
    01 volume-count		pic 9(4).
    01 volume-seq		pic 999.
    01 volume-records		pic 9(8).
    01 volume-checksum		pic 9(8).
    01 end-of-volume-switch	pic xxx		value 'no '.
        88 end-of-volume			value 'yes'.
    01 volume-header-line.
        03 vol-hdr-tag		pic x(8).
        03 filler		pic x	value space.
        03 vol-hdr-seq		pic 999.
        03 filler		pic x	value space.
        03 vol-hdr-total	pic 999.
        03 filler		pic x	value space.
        03 vol-hdr-stamp	pic x(15).
        03 filler		pic x	value space.
        03 vol-hdr-dept		pic x(10).
    01 volume-trailer-line.
        03 vol-trl-tag		pic x(8).
        03 filler		pic x	value space.
        03 vol-trl-seq		pic 999.
        03 filler		pic x	value space.
        03 vol-trl-total	pic 999.
        03 filler		pic x	value space.
        03 vol-trl-count	pic 9(8).
        03 filler		pic x	value space.
        03 vol-trl-checksum	pic 9(8).

    *> Reassembly on the receiving side - the set the given volume
    *> belongs to, which file each volume sequence actually arrived
    *> in, and what was found wrong on the way: volumes missing, sent
    *> twice, out of their numbered order, or failing their own
    *> trailer. Only the .V001 file starts a reassembly - the other
    *> volumes of the set are passed over when fed on their own.
    01 volume-set-switch	pic x(03)	value 'no '.
        88 volume-set-present			value 'yes'.
    01 volume-passed-switch	pic x(03)	value 'no '.
        88 volume-passed-over			value 'yes'.
    01 volume-stop-switch	pic x(03)	value 'no '.
        88 volume-reassembly-stopped		value 'yes'.
    01 volume-trailer-switch	pic x(03)	value 'no '.
        88 volume-trailer-found			value 'yes'.
    01 volume-set-stamp		pic x(15).
    01 volume-set-total		pic 999.
    01 volume-stem		pic x(20).
    01 volume-name-len		pic 99.
    01 volume-file-no		pic 999.
    01 volume-missing-count	pic 999.
    01 volume-order-count	pic 999.
    01 volume-damaged-count	pic 999.
    01 volume-stray-count	pic 999.
    01 volume-finding		pic x(80).
    01 volume-finding-count	pic 99		value 0.
    01 volume-finding-table.
        03 volume-finding-line	pic x(80)	occurs 50 times.
    01 volume-file-table.
        03 volume-file-for-seq	pic 999		occurs 999 times.

    *> Keyed envelope seal - for a department whose record says so,
    *> the trailer also carries a digest of every record rolled with
    *> the partner's passphrase and then enciphered under that key.
    *> Anyone can recompute the plain checksum after altering a file;
    *> nobody without the key can produce a seal that matches.
    01 seal-required-switch	pic x(03)	value 'no '.
        88 seal-required			value 'yes'.
    01 run-seal-switch		pic x(03).
    01 seal-hash		pic 9(8)	value 0.
    01 seal-fold		pic 9(8).
    01 seal-count		pic 9(8).
    01 seal-idx			pic 99.
    01 seal-buffer		pic x(2000).
    01 seal-value		pic x(16).

    *> Verify mode - decrypt-and-compare a ciphertext file against a
    *> reference plaintext, reporting PASS or the first differing line
    *> cannot land goes to the spill file for the end-of-day merge.
    01 audit-file-status	pic xx.
    01 audit-spill-status	pic xx.
    01 audit-head-status	pic xx.
    01 audit-prior-line		pic x(120).
    01 audit-retry-count	pic 9		value 0.
    01 audit-written-switch	pic x(03)	value 'no '.
        88 audit-written			value 'yes'.
    01 audit-filename		pic x(20)	value spaces.

    *> Known-answer self-test - one vector per CIPHKAT line,
    *> plaintext|passphrase|shift|dir|expected-ciphertext|algorithm,
    *> each run through ENCRYPT and back through DECRYPT (AKENCRYPT and
    *> AKDECRYPT when the algorithm column says "A"; blank is the
    *> original). A single failed vector stops the night with its own
    *> return code.
    01 kat-file-status		pic xx.
    01 end-of-kat-switch	pic xxx		value 'no '.
        88 end-of-kat				value 'yes'.
    01 kat-shift		pic x(2).
    01 kat-dir			pic x.
    01 kat-expected		pic x(80).
    01 kat-algorithm		pic x.
    01 kat-buffer		pic x(2000).
    01 kat-length		pic 999.
    01 kat-vector-count		pic 999		value 0.
    01 service-base-idx		pic 99.
    01 service-slash-pos	pic 99.
    01 service-file-count	pic 9999	value 0.

    *> Arrival time of the entry in hand - the file's last-modified
    *> date and time as the file system reports them, and the same
    *> YYYYMMDD-HHMMSS shape the run-control stamps use.
    01 entry-arrival-stamp	pic x(15)	value spaces.

    *> When work on the entry in hand began, and when the run itself
    *> began - the same stamp shape again, so the run-control dataset
    *> shows how long each file and each stream held the window.
    01 entry-start-stamp	pic x(15)	value spaces.
    01 run-start-stamp		pic x(15)	value spaces.
    01 clock-reading		pic x(21).
    01 clock-stamp		pic x(15).
    01 clock-work.
        03 clock-date		pic 9(8).
        03 filler		pic x.
        03 clock-hours		pic 99.
        03 clock-minutes	pic 99.
        03 clock-seconds	pic 99.
    01 clock-total-seconds	pic 9(12).
    01 clock-start-seconds	pic 9(12).
    01 clock-elapsed-seconds	pic s9(12).
    01 landed-file-info.
        03 landed-size		pic x(8)	comp-x.
        03 landed-day		pic x		comp-x.
        03 landed-month		pic x		comp-x.
        03 landed-year		pic x(2)	comp-x.
        03 landed-hours		pic x		comp-x.
        03 landed-minutes	pic x		comp-x.
        03 landed-seconds	pic x		comp-x.
        03 landed-hundredths	pic x		comp-x.
    01 landed-stamp.
        03 landed-stamp-year	pic 9(4).
        03 landed-stamp-month	pic 99.
        03 landed-stamp-day	pic 99.
        03 filler		pic x	value "-".
        03 landed-stamp-hours	pic 99.
        03 landed-stamp-minutes	pic 99.
        03 landed-stamp-seconds	pic 99.
    01 stop-file-name		pic x(8)	value "CIPHSTOP".

    *> Pre-flight (validate-only) manifest mode - every entry's input,
        03 rc-stamp		pic x(15).
        03 filler		pic x	value space.
        03 rc-output		pic x(64).
        03 filler		pic x	value space.
        03 rc-arrival		pic x(15).
        03 filler		pic x	value space.
        03 rc-start		pic x(15).
        03 filler		pic x	value space.
        03 rc-elapsed		pic 9(6).
        03 filler		pic x	value space.
        03 rc-stream		pic x(02).
    01 run-trailer-line.
        03 rt-tag		pic x(8)	value "TRAILER ".
        03 rt-files		pic 9(4).
        03 rt-deciphers		pic 9(4).
        03 filler		pic x(4)	value " RC ".
        03 rt-return-code	pic 9(4).
        03 filler		pic x	value space.
        03 rt-start		pic x(15).
        03 filler		pic x	value space.
        03 rt-end		pic x(15).
        03 filler		pic x	value space.
        03 rt-stream		pic x(02).

    *> End-of-job throughput counts for the session summary.
    01 stat-chars-processed	pic 9(8)	value 0.

*> Read in user-input, encrypt, decrypt, and display output.
translate.
    perform take-clock-stamp.
    move clock-stamp to run-start-stamp.
    perform read-startup-parms.
    perform operator-sign-on.

        display "That was a dispatch package - its members are back on disk as individual files."
        perform exit-program
    end-if.
    if volume-passed-over
        perform exit-program
    end-if.

    *> Now we can call encrypt/decrypt with the properly sized string.
	perform forever
			end-if
			perform open-output-for-input

			perform note-entry-start
			perform process-document
		end-if
	end-perform.
    move audit-spill-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-spill-ds-name.
    move audit-head-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to audit-head-ds-name.
    move preflight-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to preflight-ds-name.
    move defer-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to defer-ds-name.
    move arrival-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to arrival-ds-name.
    move dist-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dist-ds-name.
    move hold-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to hold-ds-name.
    move acct-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to acct-ds-name.
    move movr-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to movr-ds-name.
    move revoke-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to revoke-ds-name.
    move cerem-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to cerem-ds-name.
    move damage-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to damage-ds-name.
    move codepage-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to codepage-ds-name.
    move key-history-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to key-history-ds-name.
    move checkpoint-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to checkpoint-ds-name.
    end-perform.

    close kat-file.
    move "T" to cipher-algorithm.
    perform set-cipher-programs.

    display " ".
    display "Self-test: " kat-vector-count " vectors, " kat-fail-count " failed.".
    move spaces to kat-shift.
    move space to kat-dir.
    move spaces to kat-expected.
    move space to kat-algorithm.
    unstring kat-rec delimited by "|"
        into kat-plain kat-passphrase kat-shift kat-dir kat-expected
            kat-algorithm
    end-unstring.
    move function upper-case(kat-algorithm) to cipher-algorithm.
    perform set-cipher-programs.

    if kat-shift not = spaces
        move kat-shift to shift-increment
    move spaces to kat-buffer.
    move kat-plain to kat-buffer(1:80).
    inspect kat-buffer converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    call encipher-program using kat-buffer(1:kat-length), by content alphabet-record,
        by content passphrase, by content passphrase-len.

    if kat-buffer(1:kat-length) not = kat-expected(1:kat-length)
    *> back.
    move spaces to kat-buffer.
    move kat-expected to kat-buffer(1:80).
    call decipher-program using kat-buffer(1:kat-length), by content alphabet-record,
        by content passphrase, by content passphrase-len.

    if kat-buffer(1:kat-length) not = kat-plain(1:kat-length)
        exit paragraph
    end-if.

    display "  Vector " kat-vector-count ": PASS (" cipher-algorithm ")".


*> Check the session's operator against the OPERTAB master before
    move oper-depts to oper-scope-list.
    move oper-name to signon-name-work.
    move oper-pw-expiry to signon-expiry-work.
    close oper-file.

    move function current-date(1:8) to today-date.
        end-if
        perform force-password-change
    else
        perform record-good-sign-on
    end-if.

    display "Signed on: " function trim(signon-name-work) " (authority level " oper-authority-level ").".


*> A good sign-on puts the consecutive-failure count back to zero and
*> stamps the day on the record, so the access review can tell a
*> working operator from a dormant one - best effort through its own
*> I-O open, so a busy master never blocks a session that already
*> proved itself.
record-good-sign-on.
    open i-o oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
    end-read.
    if oper-file-status = '00'
        move 0 to oper-fail-count
        move today-date to oper-last-signon
        rewrite oper-record
            invalid key
                continue
    move oper-password to oper-prev-pw(1).
    move new-password to oper-password.
    move 0 to oper-fail-count.
    move today-date to oper-last-signon.
    compute pw-expiry-integer =
        function integer-of-date(function numval(today-date)) + pw-life-days.
    move function date-of-integer(pw-expiry-integer) to oper-pw-expiry.

    if parm-dept-code not = spaces
        move parm-dept-code to requested-dept-code
        move 'no ' to seal-required-switch
        move 'no ' to review-hold-switch
        move 0 to volume-limit-kb
        open input dept-file
        if dept-file-status = '00'
            move parm-dept-code to dept-code
                    move dept-code to key-date-source
                    perform check-key-dates
                    if dept-key-flag = "E"
                        move dept-key-check to stored-key-check
                        move dept-passphrase to stored-passphrase
                        perform obtain-master-key
                        if not entry-failed
                            perform verify-master-key
                    *> see before it retires anything.
                    move requested-dept-code to envelope-dept-code
                    move dept-code to loaded-dept-key
                    if dept-key-generation is numeric and dept-key-generation > 0
                        move dept-key-generation to loaded-key-generation
                    else
                        move 1 to loaded-key-generation
                    end-if
                    move dept-cipher-algorithm to cipher-algorithm
                    perform set-cipher-programs
                    if dept-seal-flag = "Y"
                        set seal-required to true
                    end-if
                    if dept-review-flag = "Y"
                        set review-hold-required to true
                    end-if
                    if dept-volume-kb is numeric
                        move dept-volume-kb to volume-limit-kb
                    end-if
                    set dept-found to true
                    display "Loaded key for department/partner " parm-dept-code "."
                end-if
    call 'encrypt' using master-crypt-buffer(1:10), by content alphabet-record-m,
        by content parm-master-key, by content master-key-len.

    if master-crypt-buffer(1:10) not = stored-key-check
        display "Master key verification failed for department/partner " dept-code "! Run refused."
        perform write-master-key-failure-audit
        move "MASTER KEY REFUSED" to entry-fail-reason
*> ever goes back to disk.
decipher-dept-passphrase.
    move spaces to master-crypt-buffer.
    move stored-passphrase to master-crypt-buffer(1:20).
    call 'decrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content parm-master-key, by content master-key-len.
    move master-crypt-buffer(1:20) to passphrase.


*> An enveloped delivery names the key generation that enciphered it.
*> When that is not the generation on DEPTTAB now, the retired key is
*> pulled back off the key history and loaded in its place. A header
*> written before generations were recorded names none - the right
*> key is then the oldest one retired after the file was stamped, or
*> the current key if no rotation has happened since.
select-key-generation.
    move 0 to wanted-key-generation.
    move 'no ' to history-key-found-switch.
    move 'no ' to generation-by-date-switch.
    if env-hdr-generation is numeric and env-hdr-generation > "0000"
        move env-hdr-generation to wanted-key-generation
    else
        set generation-by-date to true
    end-if.

    open input key-history-file.
    if key-history-status not = '00'
        if key-history-status = '05'
            close key-history-file
        end-if
        if wanted-key-generation not = 0
            and wanted-key-generation not = loaded-key-generation
            perform key-generation-missing
        end-if
        exit paragraph
    end-if.

    move 'no ' to end-of-key-history-switch.
    perform until end-of-key-history or history-key-found
        read key-history-file into key-history-line
            at end
                set end-of-key-history to true
            not at end
                if hst-code = loaded-dept-key and hst-generation is numeric
                    if generation-by-date
                        if hst-retired > env-hdr-stamp
                            and hst-generation < loaded-key-generation
                            and (wanted-key-generation = 0
                                 or hst-generation < wanted-key-generation)
                            move hst-generation to wanted-key-generation
                        end-if
                    else
                        if hst-generation = wanted-key-generation
                            and wanted-key-generation not = loaded-key-generation
                            move hst-image to hist-record
                            set history-key-found to true
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close key-history-file.

    *> An unnumbered header found its generation by date - one more
    *> pass picks that generation's record off the history.
    if generation-by-date
        if wanted-key-generation = 0
            exit paragraph
        end-if
        open input key-history-file
        move 'no ' to end-of-key-history-switch
        perform until end-of-key-history or history-key-found
            read key-history-file into key-history-line
                at end
                    set end-of-key-history to true
                not at end
                    if hst-code = loaded-dept-key
                        and hst-generation = wanted-key-generation
                        move hst-image to hist-record
                        set history-key-found to true
                    end-if
            end-read
        end-perform
        close key-history-file
    end-if.

    if wanted-key-generation = loaded-key-generation
        exit paragraph
    end-if.
    if not history-key-found
        perform key-generation-missing
        exit paragraph
    end-if.

    perform load-historic-key.


*> Load the retired key generation in hist-record over the current
*> one - passphrase, shift and table as they stood before the
*> rotation. The dates on it lapsed when it was retired and are not
*> checked; the revocation list still is.
load-historic-key.
    set historic-key-load to true.
    if hist-key-flag = "E"
        move hist-key-check to stored-key-check
        move hist-passphrase to stored-passphrase
        perform obtain-master-key
        if not entry-failed
            perform verify-master-key
        end-if
        if not entry-failed
            perform decipher-dept-passphrase
        end-if
    else
        move hist-passphrase to passphrase
    end-if.

    if not entry-failed
        perform compute-passphrase-len
        move hist-shift-increment to shift-increment
        move hist-shift-direction to shift-direction
        inspect shift-direction converting "FR" to "fr"
        perform init-table
        move hist-table-name to parm-table-name
        perform load-cipher-table
        move wanted-key-generation to loaded-key-generation
        move hist-cipher-algorithm to cipher-algorithm
        perform set-cipher-programs
        *> The generation that sealed the file decides whether a seal
        *> is owed - not whatever the partner record says today.
        if hist-seal-flag = "Y"
            set seal-required to true
        else
            move 'no ' to seal-required-switch
        end-if
        display "Loaded retired key generation " wanted-key-generation " of "
            function trim(loaded-dept-key) " from the key history."
    end-if.
    move 'no ' to historic-key-switch.


*> The header names a key generation nobody kept - the delivery
*> cannot be read with the key on DEPTTAB today, and trying would
*> only produce convincing garbage.
key-generation-missing.
    display "Key generation " wanted-key-generation " of " function trim(loaded-dept-key)
        " is not on the key history! Run refused."
    move "KEY GENERATION NOT FOUND" to entry-fail-reason
    move 60 to return-code
    perform fail-current-file.


*> A policy rule's second passphrase can be stored enciphered the
*> same way - flagged in the rule's last column.
decipher-policy-passphrase.
    *> The revocation list outranks every date on the record - a key
    *> pulled on Tuesday is dead on Tuesday, console or not.
    perform check-key-revoked.
    if entry-failed or historic-key-load
        exit paragraph
    end-if.

    perform check-key-ceremony.
    if entry-failed
        exit paragraph
    end-if.
    end-if.


*> A key split for a partner under a key ceremony is not in force until
*> the partner has confirmed receipt of both custodian components - an
*> open ceremony is handled exactly like an effective date still to
*> come, and a voided one (a component lost or sent astray) the same
*> way until a new key completes a ceremony of its own.
check-key-ceremony.
    move 'no ' to ceremony-found-switch.
    move 'no ' to end-of-cerem-switch.

    open input cerem-file.
    if cerem-file-status = '00' or cerem-file-status = '05'
        perform until end-of-cerem
            read cerem-file
                at end set end-of-cerem to true
            end-read
            if not end-of-cerem and cerem-rec not = spaces
                move cerem-rec to ceremony-line
                if cm-key-name = key-date-source
                    set ceremony-found to true
                    move cerem-rec to latest-ceremony
                end-if
            end-if
        end-perform
        close cerem-file
    end-if.

    if not ceremony-found
        exit paragraph
    end-if.
    move latest-ceremony to ceremony-line.
    if cm-activated
        exit paragraph
    end-if.

    if unattended-run or unattended-manifest or manifest-active
        if cm-void
            display "Key " function trim(key-date-source) " - key ceremony " cm-id " was voided! Run refused."
        else
            display "Key " function trim(key-date-source) " - key ceremony " cm-id
                " is waiting on the partner's confirmation of both components! Run refused."
        end-if
        move "KEY CEREMONY OPEN" to entry-fail-reason
        move 20 to return-code
        perform fail-current-file
    else
        if cm-void
            display "WARNING: key " function trim(key-date-source) " - key ceremony " cm-id " was voided!"
        else
            display "WARNING: key " function trim(key-date-source) " - key ceremony " cm-id
                " is waiting on the partner's confirmation of both components!"
        end-if
        display "The key is not in force yet. Continue anyway? Enter Y or N."
        accept expiry-answer from console
        if expiry-answer not = "Y" and expiry-answer not = "y"
            move 20 to return-code
            perform exit-program
        end-if
    end-if.


*> A revoked key being asked for is audit material in its own right -
*> op "r", outcome RVKD.
write-revoked-audit.
    end-if.


*> Point the primary pass at the programs cipher-algorithm names -
*> anything but "A" is the original Trithemius/Vigenere pair.
set-cipher-programs.
    if autokey-cipher
        move "akencrypt" to encipher-program
        move "akdecrypt" to decipher-program
    else
        move "T" to cipher-algorithm
        move "encrypt" to encipher-program
        move "decrypt" to decipher-program
    end-if.


*> Recompute how much of the passphrase field actually holds key
*> characters, since it may have just been overwritten from a prompt,
*> a PARM string, a parameter file or a lookup record.
*> Run a single file straight through, end to end, with no operator
*> prompts at all - the batch-scheduled equivalent of the e/d/q loop.
process-parm-run.
    perform note-entry-start.
    move parm-filename to user-input.
    move user-input to audit-filename.
    perform apply-sensitivity-policy.
    *> A dispatch package was unwrapped in place of being ciphered -
    *> this run is complete, and the member files go through on their
    *> own (the built manifest the next morning picks them up).
    *> A later volume of a set rides with its .V001 file.
    if package-unwrapped or volume-passed-over
        exit paragraph
    end-if.

*> quarantine list, and the done area keeps the evidence).
service-one-file.
    move 'no ' to entry-failed-switch.
    move spaces to run-control-line.
    move manifest-entry-name(manifest-idx) to user-input.
    move user-input to audit-filename.
    perform note-entry-arrival.
    perform note-entry-start.
    move parm-mode to entry-cipher-mode.

    perform restore-run-level-key.
    end-if.

    add 1 to service-file-count.
    perform write-arrival-record.
    perform move-file-to-done.


*> The pickup's run-control record, again, on the arrivals log - the
*> same columns as CIPHRUN so MISSRPT reads both with one layout.
write-arrival-record.
    if run-control-line = spaces
        exit paragraph
    end-if.

    open extend arrival-file.
    if arrival-file-status = '00' or arrival-file-status = '05'
        move spaces to arrival-rec
        move run-control-line to arrival-rec(1:184)
        write arrival-rec
        close arrival-file
    else
        display "WARNING: the arrivals log could not be written! Status: " arrival-file-status "."
    end-if.


*> Move the processed pickup out of the watch directory into the done
*> area, so the next poll never sees it again.
move-file-to-done.
    move saved-return-code to return-code.


*> When the file landed - its last-modified time on disk, which for a
*> partner drop is the moment it arrived, since nothing else stamps
*> a file on the way in. The run-control record carries it beside
*> the completion stamp so SLARPT can measure the turnaround. Blank
*> when the file cannot be looked at (the run goes on to report the
*> missing file its usual way).
note-entry-arrival.
    move spaces to entry-arrival-stamp.
    move return-code to saved-return-code.
    call "CBL_CHECK_FILE_EXIST" using user-input landed-file-info.
    if return-code = 0
        move landed-year to landed-stamp-year
        move landed-month to landed-stamp-month
        move landed-day to landed-stamp-day
        move landed-hours to landed-stamp-hours
        move landed-minutes to landed-stamp-minutes
        move landed-seconds to landed-stamp-seconds
        move landed-stamp to entry-arrival-stamp
    end-if.
    move saved-return-code to return-code.


*> Work on the entry in hand starts now - the run-control record
*> measures the file's elapsed time from here.
note-entry-start.
    perform take-clock-stamp.
    move clock-stamp to entry-start-stamp.


*> The time now in the run-control stamps' YYYYMMDD-HHMMSS shape.
take-clock-stamp.
    move function current-date to clock-reading.
    move spaces to clock-stamp.
    string clock-reading(1:8) "-" clock-reading(9:6) delimited by size
        into clock-stamp
    end-string.


*> A run-control stamp as seconds since the start of the date
*> functions' calendar - zero for a stamp that is not a time at all.
clock-to-seconds.
    if clock-date is not numeric or clock-hours is not numeric
        or clock-minutes is not numeric or clock-seconds is not numeric
        move 0 to clock-total-seconds
        exit paragraph
    end-if.
    compute clock-total-seconds =
        function integer-of-date(clock-date) * 86400
        + clock-hours * 3600 + clock-minutes * 60 + clock-seconds.


*> The pickup's name without its directory - what it should be called
*> once it lands in the done area.
find-service-base-name.
                    manifest-entry-mode(manifest-count)
                    manifest-entry-dept(manifest-count)
                    manifest-entry-out(manifest-count)
                    manifest-entry-class(manifest-count)
                    manifest-entry-after(manifest-count)
                    manifest-entry-embargo(manifest-count)
            end-unstring
            inspect manifest-entry-mode(manifest-count) converting "ED" to "ed"
            inspect manifest-entry-class(manifest-count) converting "chnl" to "CHNL"
            move 0 to manifest-entry-rank(manifest-count)
            *> @<list> in the department column names a distribution
            *> list instead of one department.
            if manifest-entry-dept(manifest-count)(1:1) = "@"
                move function upper-case(manifest-entry-dept(manifest-count)(2:8))
                    to manifest-entry-list(manifest-count)
                move spaces to manifest-entry-dept(manifest-count)
            end-if
        end-if
    end-perform.

        exit paragraph
    end-if.

    *> Put the entries into run order before the checkpoint is read -
    *> the order is fixed by the manifest alone, so a restart lands on
    *> the same position the abended run reached.
    perform order-manifest-entries.
    perform read-checkpoint.
    perform save-run-level-key.
    set manifest-active to true.

    *> Entries ahead of the restart point finished on the earlier run,
    *> unless the checkpoint says it skipped, held or deferred them.
    perform varying manifest-idx from 1 by 1 until manifest-idx > manifest-count
        if manifest-idx < batch-start-idx
            move "DONE" to manifest-entry-result(manifest-idx)
            perform varying restart-outcome-idx from 1 by 1
                until restart-outcome-idx > restart-outcome-count
                if restart-outcome-name(restart-outcome-idx) = manifest-entry-name(manifest-idx)
                    move restart-outcome-result(restart-outcome-idx)
                        to manifest-entry-result(manifest-idx)
                end-if
            end-perform
        else
            move spaces to manifest-entry-result(manifest-idx)
        end-if
    end-perform.

    perform varying manifest-idx from batch-start-idx by 1 until manifest-idx > manifest-count
        move 'no ' to entry-failed-switch
        move 'no ' to entry-deferred-switch
        move 'no ' to entry-held-switch
        move 'no ' to list-send-switch
        move 'no ' to list-recipient-failed-switch
        move manifest-entry-name(manifest-idx) to user-input
        move user-input to audit-filename
        perform note-entry-arrival
        perform note-entry-start

        if manifest-entry-mode(manifest-idx) = "e" or manifest-entry-mode(manifest-idx) = "d"
            move manifest-entry-mode(manifest-idx) to entry-cipher-mode
            perform defer-manifest-entry
        end-if

        *> A dependent only goes once its prerequisite has finished
        *> on this run - otherwise it is held for the day shift.
        if not entry-deferred
            perform check-entry-prerequisite
        end-if
        if entry-held
            perform hold-manifest-entry
        end-if

        *> An embargo that cannot be read fails the entry - a
        *> market-sensitive file let out early cannot be called back.
        move spaces to entry-embargo
        if not entry-deferred and not entry-held
            perform check-entry-embargo
        end-if

        *> A distribution-list entry runs its own loop over the
        *> members - every recipient gets its own key, output and
        *> run-control record, and the entry as a whole is done here.
        if not entry-deferred and not entry-held
            and manifest-entry-list(manifest-idx) not = spaces
            set list-send-active to true
            perform send-to-distribution-list
        end-if

        *> Every entry starts from the run-level key - so neither a
        *> previous entry's department key nor the leftovers of a
        *> failed lookup can carry over into this file.
        if not entry-deferred and not entry-held and not list-send-active
            perform restore-run-level-key
            if manifest-entry-dept(manifest-idx) not = spaces
                move manifest-entry-dept(manifest-idx) to parm-dept-code

        *> Encipher entries are judged now; decipher entries wait for
        *> the envelope header, which may name the key itself.
        if not entry-deferred and not entry-held and not entry-failed
            and not list-send-active and entry-cipher-mode = "e"
            perform check-strict-passphrase
        end-if

        move manifest-entry-out(manifest-idx) to output-override-name

        if not entry-deferred and not entry-held and not entry-failed
            and not list-send-active
            perform process-manifest-entry
        end-if

        *> The checkpoint only ever names files that genuinely
        *> finished - a skipped, held or deferred entry is not on it,
        *> nor a list send that lost a recipient.
        if not entry-deferred and not entry-held and not entry-failed
            and not list-recipient-failed
            perform write-checkpoint
            move "DONE" to manifest-entry-result(manifest-idx)
        end-if
        if list-recipient-failed
            move "SKIP" to manifest-entry-result(manifest-idx)
        end-if
        if entry-deferred
            move "DEFR" to manifest-entry-result(manifest-idx)
        end-if
        if entry-held
            move "HOLD" to manifest-entry-result(manifest-idx)
        end-if

        *> A failed entry still gets its line on the run-control
            move 0 to file-lines-processed
            move 0 to file-chars-processed
            perform write-run-control-record
            move "SKIP" to manifest-entry-result(manifest-idx)
        end-if
    end-perform.

    move 'no ' to manifest-active-switch.
    move 'no ' to entry-failed-switch.
    move 'no ' to entry-held-switch.
    move 'no ' to list-send-switch.
    move spaces to output-override-name.
    move spaces to entry-embargo.
    perform restore-run-level-key.
    perform clear-checkpoint.


*> One document to every member of a distribution list. The input
*> is read once, on the first member whose key loads; each later
*> member gets the table back as read. A member that fails is
*> quarantined and logged SKIP on its own, and the rest of the list
*> still goes - only an input that cannot be read at all stops the
*> list, since no member could have it either.
send-to-distribution-list.
    move 'no ' to list-input-loaded-switch.
    move 'no ' to list-input-failed-switch.
    move manifest-entry-out(manifest-idx) to output-override-name.

    if entry-cipher-mode not = "e"
        display "A distribution list can only be sent enciphered - " function trim(audit-filename) " rejected."
        move "LIST SEND NOT ENCIPHER" to entry-fail-reason
        move 12 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    move manifest-entry-list(manifest-idx) to dist-probe-list.
    perform load-distribution-list.
    if dist-member-count = 0
        display "Distribution list " function trim(dist-probe-list) " has no members on file!"
        move "DISTRIBUTION LIST EMPTY" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    display "Sending " function trim(audit-filename) " to distribution list "
        function trim(dist-probe-list) " - " dist-member-count " recipients.".

    *> A restart that caught the list part way through carries on
    *> after the last member the checkpoint says was delivered.
    move 1 to dist-start-idx.
    if list-restart-entry = manifest-entry-name(manifest-idx)
        and list-restart-member not = spaces
        perform varying dist-idx from 1 by 1 until dist-idx > dist-member-count
            if dist-member(dist-idx) = list-restart-member and dist-start-idx = 1
                compute dist-start-idx = dist-idx + 1
            end-if
        end-perform
        if dist-start-idx > 1
            display "Resuming the list after " function trim(list-restart-member) "."
        end-if
    end-if.
    move spaces to list-restart-entry.
    move spaces to list-restart-member.

    perform varying dist-idx from dist-start-idx by 1
        until dist-idx > dist-member-count or list-input-failed
        perform send-to-one-recipient
    end-perform.

    move spaces to register-recipient.
    move spaces to output-override-name.


*> One member of the list - its key, its output, its record.
send-to-one-recipient.
    move 'no ' to entry-failed-switch.
    perform note-entry-start.
    move manifest-entry-name(manifest-idx) to user-input.
    move user-input to audit-filename.
    move dist-member(dist-idx) to register-recipient.

    perform restore-run-level-key.
    move dist-member(dist-idx) to parm-dept-code.
    perform apply-department-lookup.

    *> A member has to be enciphered under its own key - falling back
    *> to the run-level key would hand one partner a file nobody but
    *> us can read.
    if not entry-failed and not dept-found
        display "List member " function trim(dist-member(dist-idx)) " has no key on file - skipped."
        move "LIST MEMBER NOT ON FILE" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
    end-if.
    if not entry-failed
        perform check-strict-passphrase
    end-if.
    if not entry-failed
        perform apply-sensitivity-policy
    end-if.

    if not entry-failed
        if list-input-loaded
            move list-document-table to document-table
            perform check-processed-register
        else
            display "Opening " user-input
            move 'no ' to duplicate-found-switch
            perform load-input-text
            *> A duplicate belongs to this member alone - the input
            *> itself read cleanly and the next member can have it.
            if entry-failed and not duplicate-found
                set list-input-failed to true
                move dist-member(dist-idx) to envelope-dept-code
                exit paragraph
            end-if
            set list-input-loaded to true
            move document-table to list-document-table
        end-if
    end-if.

    if not entry-failed
        perform open-output-for-input
    end-if.
    if not entry-failed
        move entry-cipher-mode to cipher-op
        perform process-document
    end-if.
    if out-file-is-open
        close out-file
        move 'no ' to out-file-open-switch
    end-if.

    if entry-failed
        set list-recipient-failed to true
        move "SKIP" to audit-outcome
        move entry-cipher-mode to cipher-op
        move dist-member(dist-idx) to envelope-dept-code
        move 0 to file-lines-processed
        move 0 to file-chars-processed
        perform write-run-control-record
        move 'no ' to entry-failed-switch
    else
        perform write-list-checkpoint
    end-if.


*> The members of the list named in dist-probe-list, in file order.
load-distribution-list.
    move 0 to dist-member-count.
    move 'no ' to end-of-dist-switch.

    open input dist-file.
    if dist-file-status not = '00' and dist-file-status not = '05'
        exit paragraph
    end-if.

    perform until end-of-dist
        read dist-file into dist-rec
            at end set end-of-dist to true
        end-read
        if not end-of-dist and dist-rec not = spaces
            move dist-rec to dist-line
            if dsl-list = dist-probe-list
                if dist-member-count >= 100
                    display "Distribution list " function trim(dist-probe-list) " holds more than 100 members - the rest are ignored!"
                    set end-of-dist to true
                else
                    add 1 to dist-member-count
                    move dsl-dept to dist-member(dist-member-count)
                end-if
            end-if
        end-if
    end-perform.

    close dist-file.


*> The checkpoint behind a list send - the last finished entry as
*> always, plus the entry and member the list has reached, so a
*> restart never sends a member its copy twice.
write-list-checkpoint.
    open output checkpoint-file.
    move spaces to checkpoint-rec.
    move last-finished-entry to checkpoint-rec(1:20).
    write checkpoint-rec.
    move spaces to checkpoint-rec.
    move "LISTPRG " to checkpoint-rec(1:8).
    move manifest-entry-name(manifest-idx) to checkpoint-rec(9:20).
    move dist-member(dist-idx) to checkpoint-rec(30:10).
    write checkpoint-rec.
    perform write-checkpoint-outcomes.
    close checkpoint-file.


*> Put the manifest into run order. Each entry is ranked by its
*> class, every prerequisite is pulled up to the rank of the most
*> urgent entry waiting on it, and the table is sorted by rank with
*> file order kept inside a class. Last, any dependent still ahead of
*> its prerequisite moves down to just behind it - so a critical
*> cover letter brings its statement file to the front with it.
order-manifest-entries.
    perform varying order-idx from 1 by 1 until order-idx > manifest-count
        evaluate manifest-entry-class(order-idx)
            when "C"
                move 1 to manifest-entry-rank(order-idx)
            when "H"
                move 2 to manifest-entry-rank(order-idx)
            when "L"
                move 4 to manifest-entry-rank(order-idx)
            when "N"
            when space
                move 3 to manifest-entry-rank(order-idx)
            when other
                display "Entry " function trim(manifest-entry-name(order-idx))
                    " has unknown priority class " manifest-entry-class(order-idx)
                    " - run as normal."
                move "N" to manifest-entry-class(order-idx)
                move 3 to manifest-entry-rank(order-idx)
        end-evaluate
    end-perform.

    perform check-dependency-chains.

    *> The chains are known to end, so this settles in at most one
    *> pass per entry.
    set order-changed to true.
    perform until not order-changed
        move 'no ' to order-changed-switch
        perform varying order-idx from 1 by 1 until order-idx > manifest-count
            if manifest-entry-after(order-idx) not = spaces
                move manifest-entry-after(order-idx) to order-probe-name
                perform find-prerequisite-entry
                if order-prereq-idx > 0
                    and manifest-entry-rank(order-prereq-idx) > manifest-entry-rank(order-idx)
                    move manifest-entry-rank(order-idx) to manifest-entry-rank(order-prereq-idx)
                    set order-changed to true
                end-if
            end-if
        end-perform
    end-perform.

    *> Insertion sort - an entry only passes entries of a lower
    *> class, so file order survives inside each class.
    perform varying order-idx from 2 by 1 until order-idx > manifest-count
        move manifest-entry(order-idx) to manifest-hold-entry
        move order-idx to order-scan-idx
        perform until order-scan-idx = 1
            or manifest-entry-rank(order-scan-idx - 1) <= manifest-hold-rank
            move manifest-entry(order-scan-idx - 1) to manifest-entry(order-scan-idx)
            subtract 1 from order-scan-idx
        end-perform
        move manifest-hold-entry to manifest-entry(order-scan-idx)
    end-perform.

    move 1 to order-idx.
    perform until order-idx > manifest-count
        move 'no ' to order-changed-switch
        if manifest-entry-after(order-idx) not = spaces
            move manifest-entry-after(order-idx) to order-probe-name
            perform find-prerequisite-entry
            if order-prereq-idx > order-idx
                perform move-entry-after-prerequisite
                set order-changed to true
            end-if
        end-if
        if not order-changed
            add 1 to order-idx
        end-if
    end-perform.


*> A dependency loop (or an entry naming itself) can never run, and
*> no reordering settles it - the manifest is refused like any other
*> malformed one, before a single file is touched.
check-dependency-chains.
    perform varying order-idx from 1 by 1 until order-idx > manifest-count
        move order-idx to order-chain-idx
        move 0 to order-chain-steps
        move 1 to order-prereq-idx
        perform until manifest-entry-after(order-chain-idx) = spaces
            or order-prereq-idx = 0
            move manifest-entry-after(order-chain-idx) to order-probe-name
            perform find-prerequisite-entry
            if order-prereq-idx > 0
                add 1 to order-chain-steps
                if order-prereq-idx = order-idx or order-chain-steps > manifest-count
                    display "Manifest entry " function trim(manifest-entry-name(order-idx))
                        " depends on itself through its AFTER entries! Run refused."
                    move 8 to return-code
                    perform exit-program
                end-if
                move order-prereq-idx to order-chain-idx
            end-if
        end-perform
    end-perform.


*> Which table position holds the entry named in order-probe-name?
*> Zero when the manifest does not carry it.
find-prerequisite-entry.
    move 0 to order-prereq-idx.
    perform varying order-scan-idx from 1 by 1
        until order-scan-idx > manifest-count or order-prereq-idx > 0
        if manifest-entry-name(order-scan-idx) = order-probe-name
            move order-scan-idx to order-prereq-idx
        end-if
    end-perform.


*> Slide the dependent at order-idx down to just behind its
*> prerequisite, closing the gap it leaves.
move-entry-after-prerequisite.
    move manifest-entry(order-idx) to manifest-hold-entry.
    perform varying order-scan-idx from order-idx by 1
        until order-scan-idx >= order-prereq-idx
        move manifest-entry(order-scan-idx + 1) to manifest-entry(order-scan-idx)
    end-perform.
    move manifest-hold-entry to manifest-entry(order-prereq-idx).


*> Has this entry's prerequisite finished on this run? If not, the
*> entry is held, and the reason goes on its run-control record.
check-entry-prerequisite.
    move 'no ' to entry-held-switch.
    move spaces to hold-reason.
    if manifest-entry-after(manifest-idx) = spaces
        exit paragraph
    end-if.

    move manifest-entry-after(manifest-idx) to order-probe-name.
    perform find-prerequisite-entry.

    if order-prereq-idx = 0
        string "AFTER " delimited by size
            order-probe-name delimited by space
            " - NOT IN THIS MANIFEST" delimited by size
            into hold-reason
        end-string
    else
        evaluate manifest-entry-result(order-prereq-idx)
            when "DONE"
                continue
            when "SKIP"
                string "AFTER " delimited by size
                    order-probe-name delimited by space
                    " - FAILED" delimited by size
                    into hold-reason
                end-string
            when "DEFR"
                string "AFTER " delimited by size
                    order-probe-name delimited by space
                    " - DEFERRED" delimited by size
                    into hold-reason
                end-string
            when "HOLD"
                string "AFTER " delimited by size
                    order-probe-name delimited by space
                    " - HELD" delimited by size
                    into hold-reason
                end-string
            when other
                string "AFTER " delimited by size
                    order-probe-name delimited by space
                    " - NOT RUN" delimited by size
                    into hold-reason
                end-string
        end-evaluate
    end-if.

    if hold-reason not = spaces
        set entry-held to true
    end-if.


*> The hold itself - a HOLD line on the run-control dataset with the
*> reason in place of a delivered output name, and no quarantine
*> entry, since the file is fine and only waits on another.
hold-manifest-entry.
    add 1 to held-count.
    if held-count <= 200
        move audit-filename to held-entry(held-count)
    end-if.
    display "Holding " function trim(audit-filename) " - " function trim(hold-reason) ".".

    move "HOLD" to audit-outcome.
    move entry-cipher-mode to cipher-op.
    move manifest-entry-dept(manifest-idx) to envelope-dept-code.
    move 0 to file-lines-processed.
    move 0 to file-chars-processed.
    perform write-run-control-record.


*> The seventh manifest field embargoes the delivery until a date and
*> time, YYYYMMDDHHMM. One that is not a real date and time fails the
*> entry rather than being guessed at or ignored.
check-entry-embargo.
    move manifest-entry-embargo(manifest-idx) to entry-embargo.
    if entry-embargo = spaces
        exit paragraph
    end-if.

    if entry-embargo is not numeric
        or function test-date-yyyymmdd(function numval(entry-embargo(1:8))) not = 0
        or entry-embargo(9:2) > "23" or entry-embargo(11:2) > "59"
        display "Embargo " entry-embargo " on " function trim(audit-filename)
            " is not a YYYYMMDDHHMM date and time!"
        move spaces to entry-embargo
        move "EMBARGO NOT A DATE/TIME" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
    end-if.


*> Load the batch calendar once per session - no calendar simply
*> means every date is open, as it always was.
load-calendar.
    if calendar-loaded
        exit paragraph
    end-if.
    set calendar-loaded to true.
    move 'no ' to end-of-calendar-switch.

    open input calendar-file.
    if calendar-file-status not = '00' and calendar-file-status not = '05'
        exit paragraph
    end-if.

    perform until end-of-calendar
        read calendar-file into calendar-rec
            at end set end-of-calendar to true
        end-read
        if not end-of-calendar and calendar-rec not = spaces
            if calendar-count >= 200
                display "The batch calendar holds more than 200 lines - the rest are ignored!"
                set end-of-calendar to true
            else
                move calendar-rec to calendar-line
                add 1 to calendar-count
                move cll-type to cal-type(calendar-count)
                move cll-dept to cal-dept(calendar-count)
                move cll-date to cal-date(calendar-count)
            end-if
        end-if
    end-perform.

    close calendar-file.
    if calendar-count > 0
        display "Batch calendar loaded - " calendar-count " holiday/blackout lines."
    end-if.


*> Is today closed for this entry? A shop holiday closes every
*> entry; a blackout line closes one department's.
check-entry-calendar.
    perform load-calendar.
    if calendar-count = 0
        exit paragraph
    end-if.

    move manifest-entry-dept(manifest-idx) to cal-probe-dept.
    move function current-date(1:8) to cal-probe-date.
    perform probe-calendar-date.

    if cal-date-closed
        set entry-deferred to true
        perform find-next-open-date
    end-if.
    display "Deferring " function trim(audit-filename) " - the calendar closes "
        function trim(manifest-entry-dept(manifest-idx)) " today. Next open date: " next-open-date ".".

    *> A list entry defers as the list, not as one of its members.
    if manifest-entry-list(manifest-idx) not = spaces
        move spaces to defer-dept-field
        string "@" delimited by size
            manifest-entry-list(manifest-idx) delimited by space
            into defer-dept-field
        end-string
    else
        move manifest-entry-dept(manifest-idx) to defer-dept-field
    end-if.

    open extend defer-file.
    if defer-file-status = '00' or defer-file-status = '05'
        move spaces to defer-rec
            "," delimited by size
            manifest-entry-mode(manifest-idx) delimited by space
            "," delimited by size
            defer-dept-field delimited by space
            "," delimited by size
            manifest-entry-out(manifest-idx) delimited by space
            "," delimited by size
            manifest-entry-class(manifest-idx) delimited by space
            "," delimited by size
            manifest-entry-after(manifest-idx) delimited by space
            "," delimited by size
            manifest-entry-embargo(manifest-idx) delimited by space
            into defer-rec
        end-string
        write defer-rec
    move alphabet-record-2 to alphabet-record-run2.
    move envelope-dept-code to run-envelope-dept.
    move loaded-dept-key to run-loaded-dept-key.
    move loaded-key-generation to run-loaded-key-gen.
    move cipher-algorithm to run-cipher-algorithm.
    move seal-required-switch to run-seal-switch.
    move review-hold-switch to run-review-switch.
    move volume-limit-kb to run-volume-limit.
    move loaded-table-name to run-loaded-table.
    move route-prefix to run-route-prefix.
    move passphrase to run-passphrase.
    move alphabet-record-run2 to alphabet-record-2.
    move run-envelope-dept to envelope-dept-code.
    move run-loaded-dept-key to loaded-dept-key.
    move run-loaded-key-gen to loaded-key-generation.
    move run-cipher-algorithm to cipher-algorithm.
    perform set-cipher-programs.
    move run-seal-switch to seal-required-switch.
    move run-review-switch to review-hold-switch.
    move run-volume-limit to volume-limit-kb.
    move run-loaded-table to loaded-table-name.
    move run-route-prefix to route-prefix.
    move run-passphrase to passphrase.
    if entry-failed
        exit paragraph
    end-if.
    if package-unwrapped or volume-passed-over
        exit paragraph
    end-if.
    perform open-output-for-input.
    move 1 to batch-start-idx.
    move spaces to checkpoint-name.
    move 'no ' to stream-restart-switch.
    move 0 to restart-outcome-count.

    open input checkpoint-file.
    if checkpoint-file-status = '00'
        end-read
        if checkpoint-file-status = '00'
            move checkpoint-rec(1:20) to checkpoint-name
            read checkpoint-file into checkpoint-rec
                at end continue
            end-read
        end-if
        perform until checkpoint-file-status not = '00'
            *> An INPROG record means the abend caught a streaming-mode
            *> file mid-flight - hold its progress so the rerun can
            *> reposition instead of starting the file over.
            if checkpoint-rec(1:7) = "INPROG "
                move checkpoint-rec(1:81) to inprog-line
                if inp-seal-hash is not numeric
                    move 0 to inp-seal-hash
                end-if
                set stream-restart-pending to true
                display "Checkpoint holds " function trim(inp-file) " in flight at record " inp-lines "."
            end-if
            *> Or a distribution-list send caught part way through -
            *> the entry and the last member it delivered to.
            if checkpoint-rec(1:8) = "LISTPRG "
                move checkpoint-rec(9:20) to list-restart-entry
                move checkpoint-rec(30:10) to list-restart-member
                display "Checkpoint holds list send " function trim(list-restart-entry)
                    " delivered through " function trim(list-restart-member) "."
            end-if
            *> And every entry the earlier run did not finish.
            if checkpoint-rec(1:8) = "OUTCOME " and restart-outcome-count < 200
                add 1 to restart-outcome-count
                move checkpoint-rec(9:20) to restart-outcome-name(restart-outcome-count)
                move checkpoint-rec(30:4) to restart-outcome-result(restart-outcome-count)
            end-if
            read checkpoint-file into checkpoint-rec
                at end continue
            end-read
        end-perform
        close checkpoint-file
    end-if.

    move spaces to checkpoint-rec.
    move user-input to checkpoint-rec(1:20).
    write checkpoint-rec.
    perform write-checkpoint-outcomes.
    close checkpoint-file.
    move user-input to last-finished-entry.


*> One OUTCOME line for each entry this run has so far skipped, held
*> or deferred - the name at 9, the result at 30 - behind whatever
*> else the checkpoint carries.
write-checkpoint-outcomes.
    perform varying outcome-idx from 1 by 1 until outcome-idx > manifest-count
        if manifest-entry-result(outcome-idx) = "SKIP" or manifest-entry-result(outcome-idx) = "HOLD"
            or manifest-entry-result(outcome-idx) = "DEFR"
            move spaces to checkpoint-rec
            move "OUTCOME " to checkpoint-rec(1:8)
            move manifest-entry-name(outcome-idx) to checkpoint-rec(9:20)
            move manifest-entry-result(outcome-idx) to checkpoint-rec(30:4)
            write checkpoint-rec
        end-if
    end-perform.


*> The in-flight record for a streaming-mode file - rewritten every
*> checkpoint interval, behind the last finished entry, and replaced
*> by the plain finished-entry checkpoint the moment the file ends
    if service-requested
        exit paragraph
    end-if.
    *> A list send restarts member by member instead - a streamed
    *> member simply starts over.
    if list-send-active
        exit paragraph
    end-if.

    open output checkpoint-file.
    move spaces to checkpoint-rec.
    move generation-number to inp-generation.
    move envelope-line-number to inp-env-count.
    move envelope-checksum to inp-env-checksum.
    move seal-hash to inp-seal-hash.
    if envelope-present
        move "Y" to inp-env-present
    else
        move space to inp-env-present
    end-if.
    move spaces to checkpoint-rec.
    move inprog-line to checkpoint-rec(1:81).
    write checkpoint-rec.
    perform write-checkpoint-outcomes.
    close checkpoint-file.


        exit paragraph
    end-if.

    *> A volume set is put back together first - the run goes on
    *> against the reassembled delivery, under the name it was given.
    move 'no ' to volume-set-switch.
    move 'no ' to volume-passed-switch.
    if not fixed-block-org
        perform check-volume-set
    end-if.
    if entry-failed or volume-passed-over
        exit paragraph
    end-if.

    move 'no ' to end-of-file-switch.
    move 'no ' to streaming-mode-switch.
    move 'no ' to stream-binary-switch.
    move 0 to document-line-count.
    move 0 to stream-extra-chars.
    move 0 to stream-extra-checksum.
    move 0 to content-owner-count.
    perform load-account-prefixes.

    if fixed-block-org
        perform load-layout-map
        end-if
    end-if.

    *> A distribution list gets one plain document per member - a
    *> package or a consolidated export has to be split first.
    if list-send-active and (package-present or burst-mode)
        display "Input file " audit-filename " is a package or consolidated export - it cannot go to a distribution list. Rejected."
        move "LIST NEEDS A PLAIN DOCUMENT" to entry-fail-reason
        move 12 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    perform validate-input-text.
    if entry-failed
        exit paragraph
    end-if.
    perform scan-document-accounts.
    perform compute-input-fingerprint.
    perform check-processed-register.
    if entry-failed
        compute stream-extra-checksum = function mod(
            stream-extra-checksum + function ord(in-str(validate-idx:1)) * validate-idx, 100000000)
    end-perform.
    perform scan-record-accounts.


*> Read the account-number prefixes once a session - the guard is
*> simply off when nobody has put a CIPHACCT dataset on file.
load-account-prefixes.
    if acct-prefixes-tried
        exit paragraph
    end-if.
    set acct-prefixes-tried to true.

    open input acct-file.
    if acct-file-status not = '00' and acct-file-status not = '05'
        exit paragraph
    end-if.

    move 'no ' to end-of-acct-switch.
    perform until end-of-acct
        read acct-file into acct-rec
            at end set end-of-acct to true
        end-read
        if not end-of-acct and acct-rec not = spaces
            perform parse-account-prefix-line
        end-if
    end-perform.

    close acct-file.
    if acct-prefix-count > 0
        display "Account-number prefixes loaded - " acct-prefix-count " prefixes on file for the misdirected-content guard."
    end-if.


*> One CIPHACCT line: the prefix, then the department/partner code
*> that owns every account number starting with it.
parse-account-prefix-line.
    if acct-prefix-count >= 500
        display "CIPHACCT holds more than 500 account-number prefixes - the rest are ignored!"
        exit paragraph
    end-if.

    move acct-rec to acct-line.
    if acl-prefix = spaces or acl-dept = spaces
        exit paragraph
    end-if.

    add 1 to acct-prefix-count.
    move acl-prefix to acct-prefix(acct-prefix-count).
    move acl-dept to acct-prefix-owner(acct-prefix-count).
    move 0 to acct-prefix-len(acct-prefix-count).
    inspect acl-prefix tallying acct-prefix-len(acct-prefix-count)
        for characters before initial space.


*> Every loaded line goes past the guard on its way in - mapped FB
*> records only in the columns the map ciphers, pass-through header
*> and trailer types not at all, anything else the whole record.
scan-document-accounts.
    perform varying document-idx from 1 by 1 until document-idx > document-line-count
        move document-line(document-idx) to in-str
        perform scan-record-accounts
    end-perform.


*> Note whose account numbers the record in in-str carries.
scan-record-accounts.
    if acct-prefix-count = 0
        exit paragraph
    end-if.

    perform compute-str-size.
    move 'no ' to map-matched-switch.
    if fixed-block-org and layout-map-count > 0
        move in-str(1:1) to map-record-char
        perform find-layout-map-entry
    end-if.

    if map-matched
        if map-pass-flag(layout-map-idx) = "P"
            exit paragraph
        end-if
        perform varying acct-field-idx from 1 by 1
            until acct-field-idx > map-field-count(layout-map-idx)
            move map-field-start(layout-map-idx, acct-field-idx) to acct-scan-start
            compute acct-scan-end = acct-scan-start
                + map-field-len(layout-map-idx, acct-field-idx) - 1
            perform scan-account-span
        end-perform
    else
        move 1 to acct-scan-start
        move str-size to acct-scan-end
        perform scan-account-span
    end-if.


*> Walk the columns acct-scan-start through acct-scan-end of in-str
*> picking out the runs of digits long enough to be account numbers.
scan-account-span.
    move 0 to acct-run-len.
    perform varying acct-scan-idx from acct-scan-start by 1 until acct-scan-idx > acct-scan-end
        if in-str(acct-scan-idx:1) is numeric
            if acct-run-len = 0
                move acct-scan-idx to acct-run-start
            end-if
            add 1 to acct-run-len
        else
            perform judge-account-run
            move 0 to acct-run-len
        end-if
    end-perform.
    perform judge-account-run.


*> A run of digits belongs to whoever owns the longest prefix it
*> starts with - a partner's sub-range beats the bank's wider one.
judge-account-run.
    if acct-run-len < acct-min-digits
        exit paragraph
    end-if.

    move 0 to acct-best-idx.
    move 0 to acct-best-len.
    perform varying acct-prefix-idx from 1 by 1 until acct-prefix-idx > acct-prefix-count
        if acct-prefix-len(acct-prefix-idx) <= acct-run-len
            and acct-prefix-len(acct-prefix-idx) > acct-best-len
            if in-str(acct-run-start:acct-prefix-len(acct-prefix-idx))
                = acct-prefix(acct-prefix-idx)(1:acct-prefix-len(acct-prefix-idx))
                move acct-prefix-idx to acct-best-idx
                move acct-prefix-len(acct-prefix-idx) to acct-best-len
            end-if
        end-if
    end-perform.

    if acct-best-idx > 0
        perform note-content-owner
    end-if.


*> Each owner is noted once, with the first prefix of theirs seen -
*> enough to tell the operator what tripped the guard.
note-content-owner.
    move 1 to content-owner-idx.
    perform until content-owner-idx > content-owner-count
        or content-owner(content-owner-idx) = acct-prefix-owner(acct-best-idx)
        add 1 to content-owner-idx
    end-perform.

    if content-owner-idx > content-owner-count and content-owner-count < 20
        add 1 to content-owner-count
        move acct-prefix-owner(acct-best-idx) to content-owner(content-owner-count)
        move acct-prefix(acct-best-idx) to content-owner-prefix(content-owner-count)
    end-if.


*> Add up the loaded document's size and a simple positional checksum
                if reg-filename = audit-filename
                    and reg-size = input-total-chars
                    and reg-checksum = input-checksum
                    and reg-recipient = register-recipient
                    set duplicate-found to true
                    move reg-stamp to duplicate-stamp
                end-if
        exit paragraph
    end-if.

    *> Right key, right route, wrong content - another partner's
    *> account numbers stop the encipher before a line is written.
    if cipher-op = "e"
        perform check-misdirected-content
    end-if.
    if entry-failed
        exit paragraph
    end-if.

    *> Enciphering armors when the department asked for it; on
    *> decipher the envelope header decides, so start clear.
    if cipher-op = "e"
        exit paragraph
    end-if.

    *> A partner whose gateway caps its file size gets the finished
    *> delivery cut into a volume set beside it.
    if cipher-op = "e" and volume-limit-kb > 0
        perform write-volume-set
    end-if.
    if entry-failed
        exit paragraph
    end-if.

    perform write-audit-record.
    perform write-run-control-record.
    perform write-processed-register.
*> from the document ID, its own envelope header and trailer, its own
*> audit line and run-control record.
process-one-burst-document.
    perform note-entry-start.
    add 1 to burst-doc-count.
    move burst-doc-id to audit-filename.
    move burst-doc-id to output-override-name.
        if map-matched
            perform encipher-mapped-fields
        else
            call encipher-program using in-str(1:str-size), by content alphabet-record,
                by content passphrase, by content passphrase-len
            if high-sensitivity
                call 'encrypt' using in-str(1:str-size), by content alphabet-record-2,
        perform compute-line-checksum
        compute envelope-checksum = function mod(
            envelope-checksum + line-checksum * envelope-line-number, 100000000)
        perform roll-seal-hash
    end-if.

    if cipher-op = "d"
                call 'decrypt' using in-str(1:str-size), by content alphabet-record-2,
                    by content second-passphrase, by content second-passphrase-len
            end-if
            call decipher-program using in-str(1:str-size), by content alphabet-record,
                by content passphrase, by content passphrase-len
        end-if
        perform apply-case-mask
            set armor-active to true
        end-if
        move 0 to envelope-checksum
        move 0 to seal-hash
        move 0 to envelope-line-number
        move 'no ' to seal-required-switch
        if env-hdr-dept not = spaces
            move env-hdr-dept to parm-dept-code
            perform apply-department-lookup
            if dept-found and not entry-failed
                perform select-key-generation
            end-if
        else
            if env-hdr-table not = spaces
                move env-hdr-table to parm-table-name
                perform load-cipher-table
            end-if
        end-if
        *> The header also says which algorithm made the file - one
        *> written before the algorithm was recorded can only be the
        *> original.
        move env-hdr-algorithm to cipher-algorithm
        perform set-cipher-programs
        move 'no ' to stream-have-prev-switch
        perform read-stream-record
        if stream-eof
                        perform fail-current-file
                    end-if
                end-if
                if not entry-failed
                    perform check-envelope-seal
                end-if
            end-if
            if not entry-failed and not salvage-performed
                display "Envelope recognized on " audit-filename " - trailer check passed."
        perform compute-line-checksum
        compute envelope-checksum = function mod(
            envelope-checksum + line-checksum * envelope-line-number, 100000000)
        perform roll-seal-hash
    end-if.

    perform cipher-one-line.
    move inp-chars to file-chars-processed.
    move inp-env-count to envelope-line-number.
    move inp-env-checksum to envelope-checksum.
    move inp-seal-hash to seal-hash.
    move 'no ' to stream-restart-switch.
    display "Restart: resuming " function trim(audit-filename) " after record " inp-lines ".".

            call 'decrypt' using in-str(1:str-size), by content alphabet-record-2,
                by content second-passphrase, by content second-passphrase-len
        end-if
        call decipher-program using in-str(1:str-size), by content alphabet-record,
            by content passphrase, by content passphrase-len
        perform apply-case-mask

    end-if.


*> The file is going to one partner and carries another's account
*> numbers - the right key on the wrong letter. Blocked and
*> quarantined unless a supervisor overrides: at the console by
*> signing for it, unattended only off a CIPHMOVR line written in
*> advance.
check-misdirected-content.
    move 'no ' to misdirect-override-switch.
    move spaces to override-supervisor-id.
    if content-owner-count = 0 or envelope-dept-code = spaces
        exit paragraph
    end-if.

    move spaces to foreign-owner.
    perform varying content-owner-idx from 1 by 1 until content-owner-idx > content-owner-count
        if content-owner(content-owner-idx) not = envelope-dept-code
            and content-owner(content-owner-idx) not = loaded-dept-key
            and foreign-owner = spaces
            move content-owner(content-owner-idx) to foreign-owner
            move content-owner-prefix(content-owner-idx) to foreign-prefix
        end-if
    end-perform.
    if foreign-owner = spaces
        exit paragraph
    end-if.

    display "WARNING: " audit-filename " is going to " function trim(envelope-dept-code)
        " but carries account numbers of " function trim(foreign-owner)
        " (prefix " function trim(foreign-prefix) ")!".

    if unattended-run or unattended-manifest or service-requested
        perform find-misdirect-override
    else
        perform confirm-misdirect-override
    end-if.

    if misdirect-overridden
        display "Misdirected-content block on " audit-filename " overridden by " override-supervisor-id "."
        perform write-misdirect-override-audit
        exit paragraph
    end-if.

    display "Input file " audit-filename " blocked as misdirected content! Run refused."
    move spaces to entry-fail-reason.
    string "MISDIRECTED CONTENT " delimited by size
        foreign-owner delimited by size
        into entry-fail-reason
    end-string.
    move 72 to return-code.

    *> Nothing has been written yet - take the empty generation back
    *> off the disk so it never looks like a delivery.
    if out-file-is-open
        close out-file
        move 'no ' to out-file-open-switch
        move return-code to saved-return-code
        call "CBL_DELETE_FILE" using out-file-name
        move saved-return-code to return-code
    end-if.

    *> Inside a manifest fail-current-file quarantines the entry
    *> itself; a single-file run has to be put on the list here.
    if not manifest-active
        perform write-quarantine-record
    end-if.
    perform fail-current-file.


*> At the console a supervisor signs for the override - checked
*> against OPERTAB (supervisor level, not locked) when the master is
*> on file, the same way a countersign is.
confirm-misdirect-override.
    display "A supervisor may override the block. Enter the supervisor's operator ID (blank to refuse):".
    accept override-supervisor-id from console.
    if override-supervisor-id = spaces
        exit paragraph
    end-if.

    if not oper-master-active
        set misdirect-overridden to true
        exit paragraph
    end-if.

    display "Enter the supervisor's password:".
    accept override-password from console.

    open input oper-file.
    if oper-file-status = '00'
        move override-supervisor-id to oper-id
        read oper-file
            invalid key
                continue
        end-read
        if oper-file-status = '00' and oper-password = override-password
            and oper-locked not = "Y" and oper-level >= 2
            set misdirect-overridden to true
        else
            display "Override refused for operator " override-supervisor-id "!"
        end-if
        close oper-file
    else
        if oper-file-status = '05'
            close oper-file
        end-if
        display "Operator master unavailable - override refused!"
    end-if.
    move spaces to override-password.


*> Unattended, only an override a supervisor wrote in advance for
*> this file going to this department counts.
find-misdirect-override.
    move 'no ' to end-of-movr-switch.

    open input movr-file.
    if movr-file-status = '00' or movr-file-status = '05'
        perform until end-of-movr
            read movr-file into movr-rec
                at end set end-of-movr to true
            end-read
            if not end-of-movr and movr-rec not = spaces
                move movr-rec to movr-line
                if mvr-filename = audit-filename
                    and mvr-dept = envelope-dept-code
                    and mvr-authorizer not = spaces
                    set misdirect-overridden to true
                    move mvr-authorizer to override-supervisor-id
                end-if
            end-if
        end-perform
        close movr-file
    end-if.


*> Encode the ciphertext record in in-str into printable hex - two
*> 7-bit-safe characters per byte - so it survives any mail gateway
*> or code-page conversion a partner routes it through.
        perform compute-line-checksum
        compute envelope-checksum = function mod(
            envelope-checksum + line-checksum * envelope-line-number, 100000000)
        perform roll-seal-hash
    end-if.

    move spaces to out-rec.
        move map-field-len(layout-map-idx, map-field-idx) to map-len
        move spaces to field-buffer
        move in-str(map-start:map-len) to field-buffer(1:map-len)
        call encipher-program using field-buffer(1:map-len), by content alphabet-record,
            by content passphrase, by content passphrase-len
        if high-sensitivity
            call 'encrypt' using field-buffer(1:map-len), by content alphabet-record-2,
            call 'decrypt' using field-buffer(1:map-len), by content alphabet-record-2,
                by content second-passphrase, by content second-passphrase-len
        end-if
        call decipher-program using field-buffer(1:map-len), by content alphabet-record,
            by content passphrase, by content passphrase-len
        move field-buffer(1:map-len) to in-str(map-start:map-len)
    end-perform.
            call 'decrypt' using field-buffer(1:map-len), by content alphabet-record-2,
                by content second-passphrase, by content second-passphrase-len
        end-if
        call decipher-program using field-buffer(1:map-len), by content alphabet-record,
            by content passphrase, by content passphrase-len
        move field-buffer(1:map-len) to reconcile-buffer(map-start:map-len)
    end-perform.
*> this file, ahead of the ciphertext itself.
write-envelope-header.
    move 0 to envelope-checksum.
    move 0 to seal-hash.
    move 0 to envelope-line-number.
    move function current-date to audit-timestamp.

    *> The active profile rides on the header, so a rehearsal output
    *> says so on its own first line.
    move parm-profile to env-hdr-profile.
    *> The key generation rides along with the department code, so a
    *> delivery still names its key after the next rotation.
    if envelope-dept-code not = spaces
        move loaded-key-generation to env-hdr-generation
    else
        move spaces to env-hdr-generation
    end-if.
    *> And which algorithm produced the ciphertext, so decipher never
    *> follows a partner record that has changed since.
    move cipher-algorithm to env-hdr-algorithm.

    move spaces to out-rec.
    move envelope-header-line to out-rec(1:85).
    perform write-ciphered-record.


    move envelope-line-number to env-trl-count.
    move envelope-checksum to env-trl-checksum.

    move spaces to out-rec.
    if seal-required
        perform compute-envelope-seal
        move seal-value to env-trl-seal
        move envelope-trailer-line to out-rec(1:42)
    else
        move envelope-trailer-line to out-rec(1:25)
    end-if.
    perform write-ciphered-record.


*> Roll one envelope record into the keyed seal - every byte of it,
*> each weighted by the passphrase character its position falls on,
*> through SEALROLL, the routine REKEY reseals with. The record's
*> positional checksum alone would not do: an edit that keeps that
*> sum the same would pass the seal too.
roll-seal-hash.
    call 'sealroll' using seal-hash, in-str, str-size,
        passphrase, passphrase-len.


*> Finish the seal - fold the whole passphrase into the rolled value,
*> then encipher it and the record count under the partner's own key
*> (the table carries the digits, so they come out enciphered too).
compute-envelope-seal.
    move 0 to seal-fold.
    perform varying seal-idx from 1 by 1 until seal-idx > passphrase-len
        compute seal-fold = function mod(
            seal-fold * 131 + function ord(passphrase(seal-idx:1)), 99999989)
    end-perform.
    compute seal-fold = function mod(seal-hash + seal-fold * 7, 99999989).
    move envelope-line-number to seal-count.

    move spaces to seal-buffer.
    move seal-fold to seal-buffer(1:8).
    move seal-count to seal-buffer(9:8).
    call 'akencrypt' using seal-buffer(1:16), by content alphabet-record,
        by content passphrase, by content passphrase-len.
    move seal-buffer(1:16) to seal-value.


*> A delivery that passed its trailer check still has to carry the
*> seal its key generation owes. A seal that is present is always
*> checked, even when the key no longer calls for one; a salvaged
*> file has no whole record set to check it against.
check-envelope-seal.
    if envelope-trailer-absent or salvage-performed
        exit paragraph
    end-if.
    if not seal-required and env-trl-seal = spaces
        exit paragraph
    end-if.

    perform compute-envelope-seal.
    if env-trl-seal not = seal-value
        display "Enveloped file " audit-filename " fails its keyed seal check - altered after it was sealed! Run refused."
        move "ENVELOPE SEAL BROKEN" to entry-fail-reason
        move 64 to return-code
        perform write-seal-failure-audit
        perform fail-current-file
    else
        display "Keyed seal verified on " audit-filename "."
    end-if.


*> A broken seal is audit material in its own right - op as run,
*> outcome SEAL, with the key the seal was checked against.
write-seal-failure-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        operator-id delimited by size
        " " delimited by size
        audit-filename delimited by size
        " " delimited by size
        cipher-op delimited by size
        " SEAL " delimited by size
        loaded-dept-key delimited by size
        into audit-rec
    end-string.

    perform write-audit-line.


*> A simple positional checksum over the ciphertext record in in-str,
        end-if

        move 0 to envelope-checksum
        move 0 to seal-hash
        move 0 to envelope-line-number
        perform varying document-idx from 2 by 1 until document-idx > salvage-last-data
            move document-line(document-idx) to in-str
                " intact records. The output is NOT a verified delivery - see CIPHDMG."
        end-if

        move 'no ' to seal-required-switch
        *> The header says which key produced this file - load it, so
        *> the clerk doesn't have to know (or guess) the department.
        if env-hdr-dept not = spaces
            move env-hdr-dept to parm-dept-code
            perform apply-department-lookup
            if dept-found and not entry-failed
                perform select-key-generation
            end-if
        else
            if env-hdr-table not = spaces
                move env-hdr-table to parm-table-name
                perform load-cipher-table
            end-if
        end-if
        *> The header also says which algorithm made the file - one
        *> written before the algorithm was recorded can only be the
        *> original.
        move env-hdr-algorithm to cipher-algorithm
        perform set-cipher-programs

        *> With the key in hand, roll the keyed seal over the same
        *> records the trailer counted and check it.
        if not entry-failed
            move 0 to seal-hash
            move 0 to envelope-line-number
            perform varying document-idx from 2 by 1 until document-idx > salvage-last-data
                move document-line(document-idx) to in-str
                perform compute-str-size
                add 1 to envelope-line-number
                perform compute-line-checksum
                perform roll-seal-hash
            end-perform
            perform check-envelope-seal
        end-if

        *> Drop the header (and the trailer when one survived),
        *> leaving only the data records.
            move document-line(document-idx + 1) to document-line(document-idx)
        end-perform

        if not salvage-performed and not entry-failed
            display "Envelope recognized on " audit-filename " - trailer check passed."
        end-if
    end-if.
    close damage-file.


*> Cut the finished delivery into its volume set - the generation just
*> written stays whole beside it for the archive, the volumes are what
*> go through the partner's gateway. One pass counts the volumes the
*> cap calls for, so every header can name the set total; the second
*> writes them.
write-volume-set.
    close out-file.
    move 'no ' to out-file-open-switch.
    compute volume-capacity = volume-limit-kb * 1024 - volume-overhead.

    open input out-file.
    if out-file-status not = '00'
        display "Cannot read back " function trim(out-file-name) " to cut its volume set! Status: " out-file-status "!"
        move "VOLUME SET NOT WRITTEN" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
        exit paragraph
    end-if.
    move 'no ' to end-of-volume-switch.
    move 1 to volume-count.
    move 0 to volume-bytes.
    move 0 to volume-records.
    perform until end-of-volume
        read out-file
            at end set end-of-volume to true
        end-read
        if not end-of-volume
            perform measure-volume-record
            if volume-records > 0 and volume-bytes + record-bytes > volume-capacity
                add 1 to volume-count
                move 0 to volume-bytes
                move 0 to volume-records
            end-if
            add record-bytes to volume-bytes
            add 1 to volume-records
        end-if
    end-perform.
    close out-file.

    if volume-count > 999
        display "Delivery " function trim(out-file-name) " needs " volume-count " volumes of "
            volume-limit-kb " KB - more than a set can number! Not written."
        move "VOLUME SET TOO LARGE" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    move function current-date to audit-timestamp.
    move spaces to volume-set-stamp.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into volume-set-stamp
    end-string.
    move volume-count to volume-set-total.

    open input out-file.
    move 'no ' to end-of-volume-switch.
    move 1 to volume-seq.
    perform open-next-volume.
    perform until end-of-volume or entry-failed
        read out-file
            at end set end-of-volume to true
        end-read
        if not end-of-volume
            perform measure-volume-record
            if volume-records > 0 and volume-bytes + record-bytes > volume-capacity
                perform close-current-volume
                add 1 to volume-seq
                perform open-next-volume
            end-if
            if not entry-failed
                add record-bytes to volume-bytes
                add 1 to volume-records
                perform compute-line-checksum
                compute volume-checksum = function mod(
                    volume-checksum + line-checksum * volume-records, 100000000)
                move out-rec to volume-rec
                write volume-rec
            end-if
        end-if
    end-perform.
    close out-file.
    if entry-failed
        exit paragraph
    end-if.
    perform close-current-volume.

    display "Delivery " function trim(out-file-name) " cut into " volume-set-total " volumes of at most "
        volume-limit-kb " KB - .V001 to .V" volume-set-total " for the partner's gateway.".


*> The size a record takes on disk - its text and the line end.
measure-volume-record.
    move out-rec to in-str.
    perform compute-str-size.
    compute record-bytes = str-size + 1.


*> Start the next volume of the set with its header.
open-next-volume.
    move spaces to volume-file-name.
    string out-file-name delimited by space
        ".V" delimited by size
        volume-seq delimited by size
        into volume-file-name
    end-string.
    open output volume-file.
    if volume-file-status not = '00'
        display "Cannot open volume " function trim(volume-file-name) "! Status: " volume-file-status "!"
        move "VOLUME SET NOT WRITTEN" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    move spaces to volume-header-line.
    move "CIPHVOL1" to vol-hdr-tag.
    move volume-seq to vol-hdr-seq.
    move volume-set-total to vol-hdr-total.
    move volume-set-stamp to vol-hdr-stamp.
    move envelope-dept-code to vol-hdr-dept.
    move spaces to volume-rec.
    move volume-header-line to volume-rec(1:43).
    write volume-rec.
    move 0 to volume-bytes.
    move 0 to volume-records.
    move 0 to volume-checksum.


*> Close the volume with its trailer - where it sits in the set, and
*> the count and checksum of the records it carries.
close-current-volume.
    move spaces to volume-trailer-line.
    move "CIPHVTRL" to vol-trl-tag.
    move volume-seq to vol-trl-seq.
    move volume-set-total to vol-trl-total.
    move volume-records to vol-trl-count.
    move volume-checksum to vol-trl-checksum.
    move spaces to volume-rec.
    move volume-trailer-line to volume-rec(1:34).
    write volume-rec.
    close volume-file.


*> Does the input open with a volume header? Only the .V001 file of a
*> set starts the reassembly; a later volume given on its own rides
*> with it and is passed over.
check-volume-set.
    open input file-name.
    if in-file-status not = '00'
        exit paragraph
    end-if.
    move spaces to in-str.
    read file-name into in-str
        at end move spaces to in-str
    end-read.
    close file-name.
    if in-str(1:8) not = "CIPHVOL1"
        exit paragraph
    end-if.

    set volume-set-present to true.
    move in-str to volume-header-line.
    move vol-hdr-stamp to volume-set-stamp.
    move vol-hdr-total to volume-set-total.

    if list-send-active
        display "Input file " audit-filename " is a volume of an enciphered set - it cannot go to a distribution list. Rejected."
        move "LIST NEEDS A PLAIN DOCUMENT" to entry-fail-reason
        move 12 to return-code
        perform fail-current-file
        exit paragraph
    end-if.

    *> The other volumes are found by their numbered names - the given
    *> one's name with its own number swapped for theirs.
    move spaces to volume-stem.
    move 1 to volume-file-no.
    compute volume-name-len = function length(function trim(user-input)).
    if volume-name-len > 5
        and user-input(volume-name-len - 4:2) = ".V"
        and user-input(volume-name-len - 2:3) is numeric
        move user-input(1:volume-name-len - 3) to volume-stem
        move user-input(volume-name-len - 2:3) to volume-file-no
    else
        if volume-set-total not = 1
            display "Volume file " function trim(audit-filename) " has lost its .Vnnn name - the rest of its set cannot be found! Run refused."
            move "VOLUME SET NAMES UNKNOWN" to entry-fail-reason
            move 32 to return-code
            perform fail-current-file
            exit paragraph
        end-if
    end-if.

    if volume-file-no not = 1
        display "Volume file " function trim(audit-filename) " is file " volume-file-no
            " of a volume set - the set is reassembled from its .V001 file. Passed over."
        set volume-passed-over to true
        exit paragraph
    end-if.

    perform reassemble-volume-set.


*> Put the set back together in volume-sequence order - whatever order
*> the files arrived in - after checking every volume is there, once,
*> and intact. A set with a volume missing, doubled or damaged is
*> refused before a record is deciphered; under salvage the volumes up
*> to the first gap still go through, and the envelope check then
*> treats the delivery as clipped at that point. Volumes merely
*> numbered out of order are reported and put back in their place.
reassemble-volume-set.
    display "Volume set recognized on " function trim(audit-filename) " - " volume-set-total
        " volumes, reassembling before decipher.".
    move 0 to volume-missing-count.
    move 0 to volume-order-count.
    move 0 to volume-damaged-count.
    move 0 to volume-stray-count.
    move 0 to volume-finding-count.
    move 'no ' to volume-stop-switch.
    perform varying volume-seq from 1 by 1 until volume-seq > volume-set-total
        move 0 to volume-file-for-seq(volume-seq)
    end-perform.

    perform varying volume-file-no from 1 by 1 until volume-file-no > volume-set-total
        perform inventory-one-volume
    end-perform.

    perform varying volume-seq from 1 by 1 until volume-seq > volume-set-total
        if volume-file-for-seq(volume-seq) = 0
            add 1 to volume-missing-count
            move spaces to volume-finding
            string "VOLUME " volume-seq " OF " volume-set-total " MISSING" delimited by size
                into volume-finding
            end-string
            perform note-volume-finding
        end-if
    end-perform.

    open output volume-work-file.
    if volume-work-status not = '00'
        display "Cannot open the volume reassembly work file! Status: " volume-work-status "!"
        move "VOLUME REASSEMBLY FAILED" to entry-fail-reason
        move 8 to return-code
        perform fail-current-file
        exit paragraph
    end-if.
    perform varying volume-seq from 1 by 1 until volume-seq > volume-set-total
        perform copy-one-volume
    end-perform.
    close volume-work-file.

    if volume-finding-count > 0
        perform write-volume-report
    end-if.

    if volume-missing-count > 0 or volume-damaged-count > 0 or volume-stray-count > 0
        if salvage-requested
            display "SALVAGE: volume set " function trim(audit-filename)
                " is incomplete - deciphering what came before the first gap. See CIPHDMG."
        else
            display "Volume set " function trim(audit-filename) " is incomplete or damaged - "
                volume-missing-count " missing, " volume-damaged-count " damaged, "
                volume-stray-count " stray or doubled. Run refused - see CIPHDMG."
            move "VOLUME SET INCOMPLETE" to entry-fail-reason
            move 32 to return-code
            perform fail-current-file
            exit paragraph
        end-if
    else
        if volume-order-count > 0
            display "Volume set " function trim(audit-filename) " arrived out of order - put back in sequence. See CIPHDMG."
        else
            display "Volume set " function trim(audit-filename) " complete - all " volume-set-total " volumes check."
        end-if
    end-if.

    move volume-work-name to user-input.


*> Which volume of the set the file numbered volume-file-no actually
*> holds - by its own header, not its name.
inventory-one-volume.
    perform build-volume-name.
    open input volume-file.
    if volume-file-status not = '00'
        exit paragraph
    end-if.
    move spaces to volume-rec.
    read volume-file
        at end move spaces to volume-rec
    end-read.
    close volume-file.
    move volume-rec to volume-header-line.

    if vol-hdr-tag not = "CIPHVOL1" or vol-hdr-stamp not = volume-set-stamp
        or vol-hdr-total not = volume-set-total or vol-hdr-seq is not numeric
        or vol-hdr-seq = 0 or vol-hdr-seq > volume-set-total
        add 1 to volume-stray-count
        move spaces to volume-finding
        string "FILE " volume-file-no " (" delimited by size
            volume-file-name delimited by space
            ") IS NOT A VOLUME OF THIS SET" delimited by size
            into volume-finding
        end-string
        perform note-volume-finding
        exit paragraph
    end-if.

    if volume-file-for-seq(vol-hdr-seq) not = 0
        add 1 to volume-stray-count
        move spaces to volume-finding
        string "FILE " volume-file-no " REPEATS VOLUME " vol-hdr-seq
            " - ALREADY IN FILE " volume-file-for-seq(vol-hdr-seq) delimited by size
            into volume-finding
        end-string
        perform note-volume-finding
        exit paragraph
    end-if.

    move volume-file-no to volume-file-for-seq(vol-hdr-seq).
    if vol-hdr-seq not = volume-file-no
        add 1 to volume-order-count
        move spaces to volume-finding
        string "VOLUME " vol-hdr-seq " ARRIVED AS FILE " volume-file-no " - OUT OF ORDER" delimited by size
            into volume-finding
        end-string
        perform note-volume-finding
    end-if.


*> One volume's records onto the reassembled delivery, checked against
*> its own trailer. Nothing is copied after the first missing or
*> damaged volume - the volumes beyond are still checked, so the
*> report names everything wrong with the set at once.
copy-one-volume.
    if volume-file-for-seq(volume-seq) = 0
        set volume-reassembly-stopped to true
        exit paragraph
    end-if.

    move volume-file-for-seq(volume-seq) to volume-file-no.
    perform build-volume-name.
    open input volume-file.
    if volume-file-status not = '00'
        set volume-reassembly-stopped to true
        exit paragraph
    end-if.
    read volume-file
        at end move spaces to volume-rec
    end-read.

    move 'no ' to end-of-volume-switch.
    move 'no ' to volume-trailer-switch.
    move 0 to volume-records.
    move 0 to volume-checksum.
    perform until end-of-volume
        read volume-file
            at end set end-of-volume to true
        end-read
        if not end-of-volume
            if volume-rec(1:8) = "CIPHVTRL"
                move volume-rec to volume-trailer-line
                set volume-trailer-found to true
                set end-of-volume to true
            else
                add 1 to volume-records
                move volume-rec to in-str
                perform compute-str-size
                perform compute-line-checksum
                compute volume-checksum = function mod(
                    volume-checksum + line-checksum * volume-records, 100000000)
                if not volume-reassembly-stopped
                    move volume-rec to volume-work-rec
                    write volume-work-rec
                end-if
            end-if
        end-if
    end-perform.
    close volume-file.

    move spaces to volume-finding.
    if not volume-trailer-found
        string "VOLUME " volume-seq " HAS NO TRAILER - TRUNCATED AFTER " volume-records " RECORDS"
            delimited by size
            into volume-finding
        end-string
    else
        if vol-trl-count not = volume-records or vol-trl-checksum not = volume-checksum
            string "VOLUME " volume-seq " FAILS ITS TRAILER CHECK - EXPECTED " vol-trl-count
                " RECORDS CHECKSUM " vol-trl-checksum ", READ " volume-records
                " CHECKSUM " volume-checksum delimited by size
                into volume-finding
            end-string
        end-if
    end-if.
    if volume-finding not = spaces
        add 1 to volume-damaged-count
        perform note-volume-finding
        set volume-reassembly-stopped to true
    end-if.


*> The name the set's file number volume-file-no goes by - a set of
*> one that has lost its number is just the file given.
build-volume-name.
    move spaces to volume-file-name.
    if volume-stem = spaces
        move user-input to volume-file-name
    else
        string volume-stem delimited by space
            volume-file-no delimited by size
            into volume-file-name
        end-string
    end-if.


*> Say it now, and keep it for the report.
note-volume-finding.
    display "  " function trim(volume-finding).
    if volume-finding-count < 50
        add 1 to volume-finding-count
        move volume-finding to volume-finding-line(volume-finding-count)
    end-if.


*> What was wrong with the set, on CIPHDMG beside the salvage reports,
*> so the retransmission request can name the volumes to send again.
write-volume-report.
    open extend damage-file.
    if damage-file-status not = '00' and damage-file-status not = '05'
        display "WARNING: volume report could not be written! Status: " damage-file-status "."
        exit paragraph
    end-if.

    move function current-date to audit-timestamp.
    move spaces to damage-rec.
    string "VOLUMES " delimited by size
        audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        operator-id delimited by size
        " " delimited by size
        audit-filename delimited by size
        " SET " delimited by size
        volume-set-stamp delimited by size
        into damage-rec
    end-string.
    write damage-rec.

    perform varying volume-file-no from 1 by 1 until volume-file-no > volume-finding-count
        move spaces to damage-rec
        string "  " delimited by size
            volume-finding-line(volume-file-no) delimited by size
            into damage-rec
        end-string
        write damage-rec
    end-perform.

    close damage-file.


*> Immediately decrypt what was just encrypted and compare it back to
*> the original line, so a broken table or a bad passphrase is caught
*> right here instead of after a partner opens the wrong file.
            call 'decrypt' using reconcile-buffer(1:str-size), by content alphabet-record-2,
                by content second-passphrase, by content second-passphrase-len
        end-if
        call decipher-program using reconcile-buffer(1:str-size), by content alphabet-record,
            by content passphrase, by content passphrase-len
    end-if.

    move route-prefix to preflight-route.

    perform preflight-check-input.
    if manifest-entry-list(manifest-idx) not = spaces
        perform preflight-check-list
    else
        perform preflight-check-dept
        perform preflight-check-table
        perform preflight-check-output
    end-if.

    if chk-input = "NO" or chk-dept = "NO" or chk-table = "NO" or chk-output = "NO"
        add 1 to nogo-count
    write preflight-rec.


*> A distribution-list entry passes only if the list has members and
*> every member's key, table and dispatch area check out - the entry
*> borrows each member's code in turn for the ordinary checks.
preflight-check-list.
    move manifest-entry-list(manifest-idx) to dist-probe-list.
    perform load-distribution-list.
    if dist-member-count = 0
        move "NO" to chk-dept
        move "- " to chk-table
        move "- " to chk-output
        exit paragraph
    end-if.

    move "OK" to pf-list-dept.
    move "OK" to pf-list-table.
    move "OK" to pf-list-output.
    set list-send-active to true.
    perform varying dist-idx from 1 by 1 until dist-idx > dist-member-count
        move "OK" to chk-dept
        move "OK" to chk-table
        move "OK" to chk-output
        move spaces to preflight-table-name
        move route-prefix to preflight-route
        move dist-member(dist-idx) to manifest-entry-dept(manifest-idx)
        move dist-member(dist-idx) to register-recipient
        perform preflight-check-dept
        perform preflight-check-table
        perform preflight-check-output
        if chk-dept = "NO"
            move "NO" to pf-list-dept
        end-if
        if chk-table = "NO"
            move "NO" to pf-list-table
        end-if
        if chk-output = "NO"
            move "NO" to pf-list-output
        end-if
    end-perform.
    move 'no ' to list-send-switch.
    move spaces to manifest-entry-dept(manifest-idx).
    move spaces to register-recipient.

    move pf-list-dept to chk-dept.
    move pf-list-table to chk-table.
    move pf-list-output to chk-output.


*> The input must open and read end to end as clean text - the same
*> byte rules validate-input-text enforces, without loading anything.
preflight-check-input.
            end-string
        end-if
    end-if.
    if list-send-active
        move output-base-name to list-base-name
        move spaces to output-base-name
        string list-base-name delimited by space
            "." delimited by size
            register-recipient delimited by space
            into output-base-name
        end-string
    end-if.

    move spaces to out-file-name.
    string output-base-name delimited by space
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into rc-stamp
    end-string.
    *> A held entry delivered nothing either - its output column
    *> carries the reason it was held instead.
    evaluate true
        when audit-outcome = "HOLD"
            move hold-reason to rc-output
        when audit-outcome = "SKIP" or audit-outcome = "DEFR"
            or cipher-op = "v" or cipher-op = "u"
            move spaces to rc-output
        when other
            move out-file-name to rc-output
    end-evaluate.
    move entry-arrival-stamp to rc-arrival.

    *> How long the file held the window - from when work on it began
    *> to the stamp above, in seconds, and which MANSPLIT stream it
    *> ran on (blank for a single-stream night).
    if entry-start-stamp = spaces
        move rc-stamp to rc-start
    else
        move entry-start-stamp to rc-start
    end-if.
    move rc-start to clock-work.
    perform clock-to-seconds.
    move clock-total-seconds to clock-start-seconds.
    move rc-stamp to clock-work.
    perform clock-to-seconds.
    compute clock-elapsed-seconds = clock-total-seconds - clock-start-seconds.
    if clock-elapsed-seconds < 0 or clock-start-seconds = 0
        move 0 to clock-elapsed-seconds
    end-if.
    move clock-elapsed-seconds to rc-elapsed.
    move parm-stream-str to rc-stream.

    evaluate true
        when audit-outcome = "SKIP" or audit-outcome = "DEFR"
            or audit-outcome = "HOLD"
            move "N/A " to rc-reconcile
        when cipher-op not = "e"
            move "N/A " to rc-reconcile
    end-evaluate.

    move spaces to run-control-rec.
    move run-control-line to run-control-rec(1:184).
    write run-control-rec.

    *> A delivery under embargo or for a partner held for review goes
    *> on the release queue as it is logged - DSPPACK packages only
    *> what the queue lets go.
    if cipher-op = "e" and rc-output not = spaces
        and (audit-outcome = "PASS" or audit-outcome = "OK  ")
        perform queue-held-delivery
    end-if.


*> Put the delivery just logged on CIPHHOLD when it may not go out
*> tonight. A delivery that ought to be held but cannot be queued
*> would be packaged like any other, so that failure ends the run
*> with its own return code for the operator to pull it by hand.
queue-held-delivery.
    move 'no ' to embargo-hold-switch.
    if entry-embargo not = spaces and entry-embargo > audit-timestamp(1:12)
        set embargo-hold to true
    end-if.
    if not embargo-hold and not review-hold-required
        exit paragraph
    end-if.

    move spaces to hold-queue-line.
    move rc-output to hq-output.
    move rc-dept to hq-dept.
    move rc-filename to hq-filename.
    evaluate true
        when embargo-hold and review-hold-required
            move "BOTH" to hq-reason
        when embargo-hold
            move "EMBARGO" to hq-reason
        when other
            move "REVIEW" to hq-reason
    end-evaluate.
    if embargo-hold
        move entry-embargo to hq-embargo
    end-if.
    move rc-stamp to hq-held-stamp.
    move "H" to hq-status.

    open extend hold-file.
    if hold-file-status = '00' or hold-file-status = '05'
        move spaces to hold-rec
        move hold-queue-line to hold-rec(1:163)
        write hold-rec
        close hold-file
        add 1 to queued-hold-count
        display "Delivery " function trim(rc-output) " held on the release queue ("
            function trim(hq-reason) ")."
    else
        display "ERROR: " function trim(rc-output) " must be held but the release queue could not be written! Status: "
            hold-file-status " - pull it from tonight's dispatch by hand!"
        set hold-queue-failed to true
    end-if.


*> The run is over - close the run-control dataset out with a trailer
*> of totals and the final return code, so the scheduler can check
    move stat-encrypt-count to rt-enciphers.
    move stat-decrypt-count to rt-deciphers.
    move return-code to rt-return-code.
    move run-start-stamp to rt-start.
    perform take-clock-stamp.
    move clock-stamp to rt-end.
    move parm-stream-str to rt-stream.

    move spaces to run-control-rec.
    move run-trailer-line to run-control-rec(1:74).
    write run-control-rec.
    close run-control-file.

    perform write-audit-line.


*> A misdirected-content override is recorded the same way - op "o",
*> outcome MISD, with the supervisor who signed for it, the
*> department the file went to and the partner whose numbers it
*> carried.
write-misdirect-override-audit.
    move function current-date to audit-timestamp.

    move spaces to audit-rec.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        " " delimited by size
        operator-id delimited by size
        " " delimited by size
        audit-filename delimited by size
        " o MISD" delimited by size
        into audit-rec
    end-string.
    move "W/" to audit-rec(56:2).
    move override-supervisor-id to audit-rec(58:10).
    move envelope-dept-code to audit-rec(69:10).
    move foreign-owner to audit-rec(80:10).

    perform write-audit-line.


*> Append the composed audit-rec to the trail - retrying with a wait
*> when another session holds CIPHAUD, and spilling to CIPHAUDSP if
*> it stays busy. The old fallback of reopening the trail for OUTPUT
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


*> Put the input just processed on the processed-register, so a rerun
*> of the same file gets caught at load time next time around.
write-processed-register.
    string audit-timestamp(1:8) "-" audit-timestamp(9:6) delimited by size
        into reg-stamp
    end-string.
    move register-recipient to reg-recipient.
    move loaded-dept-key to reg-dept.

    *> Same discipline as the audit trail - retry a busy register
    *> with a wait and never reopen it for OUTPUT, so a sharing
        end-if
    end-if.

    *> A list send delivers one copy per member - the member's code
    *> goes on the name, so two partners sharing a dispatch area never
    *> share a generation sequence.
    if list-send-active
        move output-base-name to list-base-name
        move spaces to output-base-name
        string list-base-name delimited by space
            "." delimited by size
            register-recipient delimited by space
            into output-base-name
        end-string
    end-if.

    *> A checkpointed streaming-mode restart first trims the partial
    *> generation back to exactly the records the checkpoint vouches
    *> for - the abend may have written up to an interval's worth of
*>   28 the input's fingerprint was already on the processed-register
*>      and the run was refused (or the console override declined)
*>   32 an enveloped file failed its trailer count/checksum check or
*>      arrived without its trailer, or a volume set arrived with a
*>      volume missing, doubled or failing its own trailer
*>   36 sign-on was refused, or the operator's authority level was
*>      too low for a restricted key or a high-sensitivity decipher
*>   40 dual-control was not satisfied for a high-sensitivity
*>      batch window must not start
*>   56 a department key or saved table is on the emergency
*>      revocation list and the run was refused
*>   60 an enveloped delivery names a key generation that is neither
*>      on DEPTTAB nor on the key history
*>   64 an enveloped delivery failed its keyed seal check - it was
*>      altered by someone who did not hold the partner's key
*>   68 a delivery that should have been held could not be put on the
*>      release queue - it is sitting where DSPPACK will package it
*>   72 the input carries account numbers owned by another department
*>      than the one it is going to, and no supervisor overrode the
*>      misdirected-content block - it was quarantined, not delivered
exit-program.
	if in-file-is-open
		if fixed-block-org
		move 16 to return-code
	end-if.

*> A delivery that should have been held is sitting where DSPPACK
*> will package it - that outranks a file skipped or held.
	if return-code = 0 and hold-queue-failed
		move 68 to return-code
	end-if.

*> Files were skipped but everything else finished - the scheduler's
*> checkpoint logic still reflects the files that genuinely
*> completed, and the return code says "completed with exceptions"
*> rather than passing the night off as entirely clean.
	if return-code = 0 and (skipped-count > 0 or held-count > 0)
		move 4 to return-code
	end-if.

        end-perform
        display "  Skipped entries are on the quarantine list (CIPHQUAR)."
    end-if.
    if held-count > 0
        display "  Entries held:         " held-count
        perform varying held-idx from 1 by 1 until held-idx > held-count or held-idx > 200
            display "    " held-entry(held-idx)
        end-perform
        display "  Held entries wait on a prerequisite - see HOLD on CIPHRUN."
    end-if.
    if queued-hold-count > 0
        display "  Deliveries held:      " queued-hold-count
        display "  Held deliveries wait on CIPHHOLD for their embargo or a supervisor release."
    end-if.
    display "==================================================".
