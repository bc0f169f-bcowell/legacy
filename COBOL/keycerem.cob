*> Brayden Cowell - 0844864
*> KEYCEREM - split-knowledge key ceremonies for new partner keys
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. keycerem.

environment division.
input-output section.
file-control.
    *> The key ceremony register - every ceremony ever run, open,
    *> activated or voided. CIPHER reads it wherever a key loads and
    *> will not use a key whose latest ceremony is not activated.
    select optional cerem-file
    assign to dynamic cerem-ds-name
    organization is line sequential
    file status is cerem-file-status.

    *> The whole register with the one line changed, swapped in the
    *> same read-all-write-back way LHLDMNT rewrites its register.
    select cerem-work-file
    assign to dynamic cerem-work-name
    organization is line sequential
    file status is cerem-work-status.

    *> A custodian form - one per component, each printed for its own
    *> custodian and sent by its own route.
    select form-file
    assign to dynamic form-name
    organization is line sequential
    file status is form-file-status.

    *> Every ceremony and where each component has got to.
    select report-file
    assign to "CEREMRPT"
    organization is line sequential
    file status is report-file-status.

    *> The key records and saved tables a ceremony splits - read here
    *> only, the key itself never changes.
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

    *> The operator master the supervisor running a split or a void
    *> signs on against - the same rules TOKVAULT's sign-on uses.
    select optional oper-file
    assign to dynamic oper-ds-name
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> The shared audit trail - every split, dispatch, confirmation
    *> and void lands here. Spill discipline as everywhere else.
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
    *> a rehearsal ceremony never lands on the real register.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd cerem-file.
    01 cerem-rec		pic x(240).

    fd cerem-work-file.
    01 cerem-work-rec		pic x(240).

    fd form-file.
    01 form-rec			pic x(132).

    fd report-file.
    01 report-rec		pic x(132).

    fd dept-file.
    copy "depttab.cpy".

    fd keytab-file.
    copy "keytabrec.cpy".

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
    01 cerem-file-status	pic xx.
    01 cerem-work-status	pic xx.
    01 form-file-status		pic xx.
    01 report-file-status	pic xx.
    01 dept-file-status		pic xx.
    01 keytab-file-status	pic xx.
    01 end-of-cerem-switch	pic xxx		value 'no '.
        88 end-of-cerem				value 'yes'.

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
    01 cerem-ds-name		pic x(30)	value "CIPHCERM".
    01 cerem-work-name		pic x(32)	value spaces.
    01 dept-ds-name		pic x(30)	value "DEPTTAB".
    01 keytab-ds-name		pic x(30)	value "KEYTAB".
    01 oper-ds-name		pic x(30)	value "OPERTAB".
    01 audit-ds-name		pic x(30)	value "CIPHAUD".
    01 audit-spill-ds-name	pic x(30)	value "CIPHAUDSP".
    01 audit-head-ds-name	pic x(30)	value "CIPHAUDHD".

    *> Startup parameters - S to split a new key, D to record a
    *> component's dispatch, C to record the partner's confirmation of
    *> receipt, X to void a ceremony, L to report - then the fields
    *> that mode needs (see read-startup-parms) and the profile. The
    *> custodian seed phrase is only ever taken at the console, never
    *> on a PARM that lands in the job log.
    01 parm-string		pic x(160).
    01 cerem-mode		pic x.
    01 parm-kind		pic x		value space.
    01 parm-key-name		pic x(20)	value spaces.
    01 parm-ceremony		pic x(14)	value spaces.
    01 parm-component		pic x		value space.
    01 parm-route		pic x(12)	value spaces.
    01 parm-kcv			pic x(8)	value spaces.
    01 parm-seed		pic x(20)	value spaces.
    01 operator-id		pic x(10)	value spaces.

    copy "cermrec.cpy".

    01 entry-found-switch	pic x(03)	value 'no '.
        88 entry-found				value 'yes'.
    01 updated-line		pic x(240).
    01 confirm-answer		pic x		value space.
    01 utility-status		pic s9(4).
    01 stamp-work		pic x(21).
    01 split-generation		pic 9(4)	value 0.
    01 comp-idx			pic 9		value 1.
    01 other-idx		pic 9		value 2.

    *> The key being split, in the clear in memory only, and its two
    *> components - component 1 drawn at random, component 2 whatever
    *> makes the pair add back to the key byte by byte modulo 256.
    *> Neither component on its own says anything about the key.
    01 secret-buffer		pic x(2116).
    01 secret-len		pic 9(4)	value 0.
    01 component-1		pic x(2116).
    01 component-2		pic x(2116).
    01 byte-idx			pic 9(4).
    01 byte-value		pic 999.
    01 rand-value		pic 999.
    01 kcv-source		pic x(2116).
    01 kcv-work			pic 9(8)	value 0.

    *> The random generator - the custodian's seed phrase plus the
    *> full date and time drives the same multiplicative generator
    *> KEYTAB's table generation uses.
    01 seed-idx			pic 99.
    01 lcg-state		pic 9(18)	value 0.

    *> The custodian form - one row of the key per form line, two hex
    *> digits a byte: the passphrase is one row of 20, a table export
    *> its 46 rows of 46.
    01 form-name		pic x(30)	value spaces.
    01 form-component		pic x(2116).
    01 row-count		pic 99		value 0.
    01 row-len			pic 99		value 0.
    01 row-idx			pic 99.
    01 col-idx			pic 99.
    01 hex-digits		pic x(16)	value "0123456789ABCDEF".
    01 hex-hi			pic 99.
    01 hex-lo			pic 99.
    01 form-separator		pic x(76)	value all "=".
    01 form-rule		pic x(76)	value all "-".

    *> Master key handling for a passphrase stored enciphered - the
    *> same fixed single-shift master table CIPHER and DEPTMNT use,
    *> built from the same base alphabet.
    01 master-key		pic x(20)	value spaces.
    01 master-key-len		pic 99		value 0.
    01 master-crypt-buffer	pic x(2000).
    01 i			pic 99.
    01 base-row			pic x(46)	value "abcdefghijklmnopqrstuvwxyz0123456789".
    01 doubled-base		pic x(92).
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-m==
                                  ==row==             by ==row-m==
                                  ==alpha==            by ==alpha-m==.

    *> The supervisor sign-on - the same lockout discipline the main
    *> console runs.
    01 oper-file-status		pic xx.
    01 oper-master-switch	pic x(03)	value 'no '.
        88 oper-master-active			value 'yes'.
    01 signon-password		pic x(10)	value spaces.
    01 signon-fail-id		pic x(10).
    01 lockout-limit		pic 99		value 5.

    *> Report counts.
    01 open-count		pic 9999	value 0.
    01 activated-count		pic 9999	value 0.
    01 void-count		pic 9999	value 0.
    01 report-separator		pic x(100)	value all "-".

    *> Audit plumbing - same trail, columns and retry discipline the
    *> other writers use. A ceremony line is op "y" with the ceremony
    *> ID where CIPHER puts its filename, a passphrase's code in the
    *> department column (69) and a table's name in the table column
    *> (80).
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
    01 audit-detail		pic x(31).
    01 audit-op			pic x.
    01 audit-outcome		pic x(4).


procedure division.
*> Split a new partner key into two custodian components, follow each
*> one out by its own route and back in on the partner's read-back,
*> and only then let the key come into force - nobody, here or in
*> transit, ever holds the whole key on paper.
mainline.
    perform read-startup-parms.

    evaluate cerem-mode
        when "s"
            perform split-key
        when "d"
            perform dispatch-component
        when "c"
            perform confirm-component
        when "x"
            perform void-ceremony
        when "l"
            perform report-ceremonies
        when other
            display "Enter S to split, D dispatch, C confirm, X void or L to report key ceremonies."
    end-evaluate.

    perform exit-program.


*> Pick up mode and fields from JCL PARM (the command line), or prompt
*> for whatever a console session left out. Each mode has its own
*> field list:
*>   S,kind,key name,supervisor,profile       kind P passphrase, T table
*>   D,ceremony,component,route,operator,profile
*>   C,ceremony,component,check value,operator,profile
*>   X,ceremony,supervisor,profile
*>   L,profile
read-startup-parms.
    accept parm-string from command-line.

    if parm-string = spaces
        display "Enter S to split, D dispatch, C confirm, X void or L to report:"
        accept cerem-mode from console
    else
        move parm-string(1:1) to cerem-mode
    end-if.

    inspect cerem-mode converting "SDCXL" to "sdcxl".

    if parm-string not = spaces
        evaluate cerem-mode
            when "s"
                unstring parm-string delimited by ","
                    into cerem-mode parm-kind parm-key-name operator-id parm-profile
                end-unstring
            when "d"
                unstring parm-string delimited by ","
                    into cerem-mode parm-ceremony parm-component parm-route operator-id parm-profile
                end-unstring
            when "c"
                unstring parm-string delimited by ","
                    into cerem-mode parm-ceremony parm-component parm-kcv operator-id parm-profile
                end-unstring
            when "x"
                unstring parm-string delimited by ","
                    into cerem-mode parm-ceremony operator-id parm-profile
                end-unstring
            when other
                unstring parm-string delimited by ","
                    into cerem-mode parm-profile
                end-unstring
        end-evaluate
        inspect cerem-mode converting "SDCXL" to "sdcxl"
    end-if.

    if parm-profile not = spaces
        perform resolve-profile
    end-if.
    string cerem-ds-name delimited by space
        "WK" delimited by size
        into cerem-work-name
    end-string.

    if cerem-mode = "s"
        if parm-kind = space
            display "Enter P to split a department/partner passphrase or T a saved cipher table:"
            accept parm-kind from console
        end-if
        inspect parm-kind converting "pt" to "PT"
        if parm-kind not = "P" and parm-kind not = "T"
            display "The key must be P (passphrase) or T (table)! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if parm-key-name = spaces
            if parm-kind = "P"
                display "Enter the department/partner code:"
            else
                display "Enter the saved cipher table name:"
            end-if
            accept parm-key-name from console
        end-if
        if parm-key-name = spaces
            display "A key name is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if parm-kind = "P"
            move function upper-case(parm-key-name) to parm-key-name
        end-if
    end-if.

    if cerem-mode = "d" or cerem-mode = "c" or cerem-mode = "x"
        if parm-ceremony = spaces
            display "Enter the ceremony ID:"
            accept parm-ceremony from console
        end-if
        if parm-ceremony = spaces
            display "A ceremony ID is required! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        move function upper-case(parm-ceremony) to parm-ceremony
    end-if.

    if cerem-mode = "d" or cerem-mode = "c"
        if parm-component = space
            display "Enter the component number (1 or 2):"
            accept parm-component from console
        end-if
        if parm-component not = "1" and parm-component not = "2"
            display "The component must be 1 or 2! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        move parm-component to comp-idx
        if comp-idx = 1
            move 2 to other-idx
        else
            move 1 to other-idx
        end-if
    end-if.

    if cerem-mode = "s" or cerem-mode = "d" or cerem-mode = "c" or cerem-mode = "x"
        if operator-id = spaces
            display "Enter your operator ID:"
            accept operator-id from console
        end-if
        if operator-id = spaces
            display "The register must say who did this! Nothing done."
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

    move cerem-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to cerem-ds-name.
    move dept-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to dept-ds-name.
    move keytab-ds-name to profile-base-name.
    perform prefix-profile-name.
    move profile-work-name to keytab-ds-name.
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


*> A new ceremony - a supervisor takes the key off DEPTTAB or KEYTAB,
*> splits it, prints one form per component and opens the ceremony
*> on the register. From this moment CIPHER treats the key as not
*> yet in force, whatever its effective date says.
split-key.
    perform identify-supervisor.

    move parm-key-name to cm-key-name.
    perform find-latest-ceremony.
    if entry-found and cm-open
        display "Key " function trim(parm-key-name) " already has ceremony " cm-id
            " open! Finish or void it first. Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    move spaces to ceremony-line.
    move 0 to cm-generation.
    if parm-kind = "P"
        perform load-dept-secret
    else
        perform load-table-secret
    end-if.

    display "Enter the custodian's seed phrase:".
    accept parm-seed from console.
    if parm-seed = spaces
        display "The seed cannot be blank! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    perform seed-generator.

    perform varying byte-idx from 1 by 1 until byte-idx > secret-len
        perform advance-generator
        compute rand-value = function mod(lcg-state / 65536, 256)
        compute byte-value = function mod(
            function ord(secret-buffer(byte-idx:1)) - 1 - rand-value + 256, 256)
        move function char(rand-value + 1) to component-1(byte-idx:1)
        move function char(byte-value + 1) to component-2(byte-idx:1)
    end-perform.

    move function current-date to stamp-work.
    move spaces to cm-id.
    string "KC" stamp-work(3:12) delimited by size
        into cm-id
    end-string.
    move cm-id to parm-ceremony.
    move cm-kind to parm-kind.
    move cm-generation to split-generation.
    perform find-ceremony-entry.
    if entry-found
        display "Ceremony " parm-ceremony " is already on the register - run the split again. Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    move spaces to ceremony-line.
    move parm-ceremony to cm-id.
    move parm-kind to cm-kind.
    move parm-key-name to cm-key-name.
    move split-generation to cm-generation.
    move stamp-work(1:8) to cm-created-date.
    move operator-id to cm-created-by.
    move "O" to cm-status.

    move secret-buffer to kcv-source.
    perform compute-kcv.
    move kcv-work to cm-key-kcv.
    move component-1 to kcv-source.
    perform compute-kcv.
    move kcv-work to cmc-kcv(1).
    move component-2 to kcv-source.
    perform compute-kcv.
    move kcv-work to cmc-kcv(2).
    move "P" to cmc-status(1).
    move "P" to cmc-status(2).

    move 1 to comp-idx.
    move component-1 to form-component.
    perform write-custodian-form.
    move 2 to comp-idx.
    move component-2 to form-component.
    perform write-custodian-form.

    *> Nothing of the key outlives the run in memory either.
    move spaces to secret-buffer component-1 component-2 form-component kcv-source.

    open extend cerem-file.
    if cerem-file-status not = '00' and cerem-file-status not = '05'
        display "Cannot open the key ceremony register! Status: " cerem-file-status "!"
        display "Destroy both forms - the ceremony was not recorded."
        move 8 to return-code
        perform exit-program
    end-if.
    move ceremony-line to cerem-rec.
    write cerem-rec.
    close cerem-file.

    move "SPLT" to audit-outcome.
    perform write-ceremony-audit.
    display "Ceremony " cm-id " opened for " function trim(cm-key-name) " - forms "
        function trim(cm-id) ".C1 and " function trim(cm-id) ".C2 written.".
    display "Print each form for its own custodian, send them by different routes and delete the files.".
    display "The key will not come into force until the partner confirms both components.".


*> The passphrase off DEPTTAB - an alias carries no key of its own to
*> split, and a passphrase stored enciphered is deciphered in memory
*> under the master key, proved first against the record's check.
load-dept-secret.
    open input dept-file.
    if dept-file-status not = '00'
        if dept-file-status = '05'
            close dept-file
        end-if
        display "No department/partner keys on file! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    move parm-key-name to dept-code.
    read dept-file
        invalid key
            continue
    end-read.
    if dept-file-status not = '00'
        close dept-file
        display "No key on file for department/partner " function trim(parm-key-name) "! Nothing done."
        move 4 to return-code
        perform exit-program
    end-if.
    close dept-file.

    if dept-alias-of not = spaces
        display function trim(parm-key-name) " is an alias of " function trim(dept-alias-of)
            " - run the ceremony for " function trim(dept-alias-of) ". Nothing done."
        move 4 to return-code
        perform exit-program
    end-if.

    move "P" to cm-kind.
    if dept-key-generation is numeric
        move dept-key-generation to cm-generation
    end-if.
    if cm-generation = 0
        move 1 to cm-generation
    end-if.
    move 20 to secret-len.
    move spaces to secret-buffer.

    if dept-key-flag not = "E"
        move dept-passphrase to secret-buffer(1:20)
        exit paragraph
    end-if.

    display "The passphrase is stored enciphered - enter the master key:".
    accept master-key from console.
    inspect master-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    move 0 to master-key-len.
    unstring master-key delimited by all spaces
        into master-key
        count master-key-len
    end-unstring.
    if master-key-len = 0
        display "The master key cannot be blank! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    perform build-master-table.

    move spaces to master-crypt-buffer.
    move "masterkey" to master-crypt-buffer(1:9).
    call 'encrypt' using master-crypt-buffer(1:10), by content alphabet-record-m,
        by content master-key, by content master-key-len.
    if master-crypt-buffer(1:10) not = dept-key-check
        display "Master key verification failed for department/partner " function trim(parm-key-name) "! Nothing done."
        move spaces to master-key
        move 48 to return-code
        perform exit-program
    end-if.

    move spaces to master-crypt-buffer.
    move dept-passphrase to master-crypt-buffer(1:20).
    call 'decrypt' using master-crypt-buffer(1:20), by content alphabet-record-m,
        by content master-key, by content master-key-len.
    move master-crypt-buffer(1:20) to secret-buffer(1:20).
    move spaces to master-crypt-buffer master-key.


*> The whole saved table - all 46 rows of 46, exactly what the
*> exchange export would carry.
load-table-secret.
    open input keytab-file.
    if keytab-file-status not = '00'
        if keytab-file-status = '05'
            close keytab-file
        end-if
        display "No saved cipher tables on file! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    move parm-key-name to keytab-name.
    read keytab-file
        invalid key
            continue
    end-read.
    if keytab-file-status not = '00'
        close keytab-file
        display "No saved cipher table named " function trim(parm-key-name) "! Nothing done."
        move 4 to return-code
        perform exit-program
    end-if.
    move keytab-alphabet to secret-buffer.
    close keytab-file.

    move "T" to cm-kind.
    move 2116 to secret-len.


*> The generator starts from every character of the seed phrase plus
*> the full date and time, so the same seed never gives the same
*> components twice.
seed-generator.
    move 0 to lcg-state.
    perform varying seed-idx from 1 by 1 until seed-idx > 20
        if parm-seed(seed-idx:1) not = space
            compute lcg-state = function mod(
                lcg-state + function ord(parm-seed(seed-idx:1)) * seed-idx, 2147483648)
        end-if
    end-perform.
    move spaces to parm-seed.
    compute lcg-state = function mod(
        lcg-state + function numval(function current-date(1:16)), 2147483648).


advance-generator.
    compute lcg-state = function mod(
        lcg-state * 1103515245 + 12345, 2147483648).


*> The same positional checksum CIPHER rolls over its records, over
*> the key or a component - what the partner reads back to prove the
*> component arrived whole.
compute-kcv.
    move 0 to kcv-work.
    perform varying byte-idx from 1 by 1 until byte-idx > secret-len
        compute kcv-work = function mod(
            kcv-work + function ord(kcv-source(byte-idx:1)) * byte-idx, 100000000)
    end-perform.


*> One custodian form - the ceremony, the key it belongs to, the
*> component in hex, its own check value and the whole key's, and the
*> lines the custodian signs when it goes out.
write-custodian-form.
    move spaces to form-name.
    string cm-id delimited by space
        ".C" delimited by size
        comp-idx delimited by size
        into form-name
    end-string.

    open output form-file.
    if form-file-status not = '00'
        display "Cannot open custodian form " function trim(form-name) "! Status: " form-file-status "!"
        display "Nothing recorded - destroy any form already written."
        move 8 to return-code
        perform exit-program
    end-if.

    move form-separator to form-rec.
    write form-rec.
    move spaces to form-rec.
    string "KEY CEREMONY CUSTODIAN FORM - COMPONENT " delimited by size
        comp-idx delimited by size
        " OF 2" delimited by size
        into form-rec
    end-string.
    write form-rec.
    move form-separator to form-rec.
    write form-rec.

    move spaces to form-rec.
    string "CEREMONY:            " delimited by size
        cm-id delimited by size
        into form-rec
    end-string.
    write form-rec.
    move spaces to form-rec.
    if cm-passphrase
        string "KEY:                 PASSPHRASE FOR " delimited by size
            cm-key-name delimited by space
            "  GENERATION " delimited by size
            cm-generation delimited by size
            into form-rec
        end-string
    else
        string "KEY:                 CIPHER TABLE " delimited by size
            cm-key-name delimited by space
            into form-rec
        end-string
    end-if.
    write form-rec.
    move spaces to form-rec.
    string "PREPARED:            " delimited by size
        cm-created-date(1:4) "-" cm-created-date(5:2) "-" cm-created-date(7:2) delimited by size
        " BY " delimited by size
        cm-created-by delimited by space
        into form-rec
    end-string.
    write form-rec.
    move spaces to form-rec.
    string "COMPONENT CHECK:     " delimited by size
        cmc-kcv(comp-idx) delimited by size
        into form-rec
    end-string.
    write form-rec.
    move spaces to form-rec.
    string "COMBINED KEY CHECK:  " delimited by size
        cm-key-kcv delimited by size
        into form-rec
    end-string.
    write form-rec.

    move form-rule to form-rec.
    write form-rec.

    if cm-passphrase
        move 1 to row-count
        move 20 to row-len
    else
        move 46 to row-count
        move 46 to row-len
    end-if.
    perform varying row-idx from 1 by 1 until row-idx > row-count
        perform write-form-row
    end-perform.

    move form-rule to form-rec.
    write form-rec.
    move "Add this component to the other one byte by byte, modulo 256, to recover the key." to form-rec.
    write form-rec.
    move "Never hold both components. Read the COMPONENT CHECK back to confirm receipt." to form-rec.
    write form-rec.
    move spaces to form-rec.
    write form-rec.
    move "ROUTE: ____________________  DISPATCHED BY: ______________  DATE: __________" to form-rec.
    write form-rec.
    move "CUSTODIAN SIGNATURE: ___________________________________________________" to form-rec.
    write form-rec.
    move form-separator to form-rec.
    write form-rec.

    close form-file.


*> One row of the component - two hex digits a byte.
write-form-row.
    move spaces to form-rec.
    string "ROW " delimited by size
        row-idx delimited by size
        into form-rec
    end-string.
    perform varying col-idx from 1 by 1 until col-idx > row-len
        compute byte-idx = (row-idx - 1) * row-len + col-idx
        compute byte-value = function ord(form-component(byte-idx:1)) - 1
        compute hex-hi = byte-value / 16 + 1
        compute hex-lo = function mod(byte-value, 16) + 1
        move hex-digits(hex-hi:1) to form-rec(col-idx * 2 + 7:1)
        move hex-digits(hex-lo:1) to form-rec(col-idx * 2 + 8:1)
    end-perform.
    write form-rec.


*> A component handed to its route - a courier, registered post, a
*> second officer. The two components never travel the same route,
*> and never in the same custodian's hands.
dispatch-component.
    perform find-ceremony-entry.
    if not entry-found
        display "Ceremony " function trim(parm-ceremony) " is not on the register! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if not cm-open
        display "Ceremony " function trim(parm-ceremony) " is no longer open! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if not cmc-printed(comp-idx)
        display "Component " comp-idx " of ceremony " function trim(parm-ceremony) " was already dispatched on "
            cmc-dispatch-date(comp-idx) "! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    if parm-route = spaces
        display "Enter the dispatch route for component " comp-idx ":"
        accept parm-route from console
    end-if.
    if parm-route = spaces
        display "A dispatch must name its route! Nothing done."
        move 8 to return-code
        perform exit-program
    end-if.
    move function upper-case(parm-route) to parm-route.

    if not cmc-printed(other-idx)
        if cmc-route(other-idx) = parm-route
            display "Component " other-idx " already went by route " function trim(parm-route)
                " - the two components must travel separately! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
        if cmc-dispatch-by(other-idx) = operator-id
            display "Operator " function trim(operator-id) " dispatched component " other-idx
                " - the other component needs a different custodian! Nothing done."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    move function current-date to stamp-work.
    move "D" to cmc-status(comp-idx).
    move parm-route to cmc-route(comp-idx).
    move stamp-work(1:8) to cmc-dispatch-date(comp-idx).
    move operator-id to cmc-dispatch-by(comp-idx).
    move ceremony-line to updated-line.
    perform rewrite-ceremony-line.

    move "DISP" to audit-outcome.
    perform write-ceremony-audit.
    display "Component " comp-idx " of ceremony " function trim(cm-id) " dispatched by route "
        function trim(parm-route) ".".


*> The partner reads back the check value off the form it received.
*> A match confirms the component; the second confirmation activates
*> the ceremony and lets the key come into force on its effective
*> date.
confirm-component.
    perform find-ceremony-entry.
    if not entry-found
        display "Ceremony " function trim(parm-ceremony) " is not on the register! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if not cm-open
        display "Ceremony " function trim(parm-ceremony) " is no longer open! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if cmc-printed(comp-idx)
        display "Component " comp-idx " of ceremony " function trim(parm-ceremony)
            " has not been dispatched yet! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if cmc-confirmed(comp-idx)
        display "Component " comp-idx " of ceremony " function trim(parm-ceremony) " was already confirmed on "
            cmc-confirm-date(comp-idx) ". Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    if parm-kcv = spaces
        display "Enter the component check value the partner read back:"
        accept parm-kcv from console
    end-if.
    if parm-kcv is not numeric or parm-kcv not = cmc-kcv(comp-idx)
        display "Check value " function trim(parm-kcv) " does not match component " comp-idx
            " of ceremony " function trim(parm-ceremony) "! Not confirmed."
        move "MISM" to audit-outcome
        perform write-ceremony-audit
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date to stamp-work.
    move "C" to cmc-status(comp-idx).
    move stamp-work(1:8) to cmc-confirm-date(comp-idx).
    move operator-id to cmc-confirm-by(comp-idx).
    if cmc-confirmed(other-idx)
        move "A" to cm-status
        move stamp-work(1:8) to cm-closed-date
        move operator-id to cm-closed-by
    end-if.
    move ceremony-line to updated-line.
    perform rewrite-ceremony-line.

    move "CONF" to audit-outcome.
    perform write-ceremony-audit.
    display "Component " comp-idx " of ceremony " function trim(cm-id) " confirmed received.".

    if cm-activated
        move "ACTV" to audit-outcome
        perform write-ceremony-audit
        display "Both components confirmed - key " function trim(cm-key-name)
            " now comes into force on its effective date."
    end-if.


*> A component lost, opened or sent astray - the ceremony is voided
*> and the key stays out of force until a new one, for a new key,
*> runs to completion. Whatever went out must be treated as seen.
void-ceremony.
    perform find-ceremony-entry.
    if not entry-found
        display "Ceremony " function trim(parm-ceremony) " is not on the register! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.
    if not cm-open
        display "Ceremony " function trim(parm-ceremony) " is no longer open! Nothing done."
        move 4 to return-code
        exit paragraph
    end-if.

    perform identify-supervisor.

    display "About to VOID key ceremony " function trim(cm-id) " for " function trim(cm-key-name) ":".
    display "  Component 1: " cmc-status(1) " " cmc-route(1) " " cmc-dispatch-date(1).
    display "  Component 2: " cmc-status(2) " " cmc-route(2) " " cmc-dispatch-date(2).
    display "Void this ceremony? Enter Y to confirm.".
    accept confirm-answer from console.
    if confirm-answer not = "Y" and confirm-answer not = "y"
        display "Void cancelled - ceremony " function trim(cm-id) " stays open."
        exit paragraph
    end-if.

    move function current-date to stamp-work.
    move "X" to cm-status.
    move stamp-work(1:8) to cm-closed-date.
    move operator-id to cm-closed-by.
    move ceremony-line to updated-line.
    perform rewrite-ceremony-line.

    move "VOID" to audit-outcome.
    perform write-ceremony-audit.
    display "Ceremony " function trim(cm-id) " voided - key " function trim(cm-key-name)
        " stays out of force until a new key completes a ceremony.".


*> Look the ceremony ID up on the register - ceremony-line is left
*> holding the line when it is there.
find-ceremony-entry.
    move 'no ' to entry-found-switch.
    move 'no ' to end-of-cerem-switch.

    open input cerem-file.
    if cerem-file-status not = '00' and cerem-file-status not = '05'
        display "Cannot read the key ceremony register! Status: " cerem-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-cerem or entry-found
        read cerem-file into cerem-rec
            at end set end-of-cerem to true
        end-read
        if not end-of-cerem and cerem-rec not = spaces
            move cerem-rec to ceremony-line
            if cm-id = parm-ceremony
                set entry-found to true
            end-if
        end-if
    end-perform.
    close cerem-file.


*> The latest ceremony for the key named in cm-key-name - the one
*> CIPHER goes by. ceremony-line is left holding it when there is
*> one.
find-latest-ceremony.
    move 'no ' to entry-found-switch.
    move 'no ' to end-of-cerem-switch.
    move cm-key-name to parm-key-name.
    move spaces to updated-line.

    open input cerem-file.
    if cerem-file-status not = '00' and cerem-file-status not = '05'
        display "Cannot read the key ceremony register! Status: " cerem-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-cerem
        read cerem-file into cerem-rec
            at end set end-of-cerem to true
        end-read
        if not end-of-cerem and cerem-rec not = spaces
            move cerem-rec to ceremony-line
            if cm-key-name = parm-key-name
                set entry-found to true
                move cerem-rec to updated-line
            end-if
        end-if
    end-perform.
    close cerem-file.

    move updated-line to ceremony-line.
    move parm-key-name to cm-key-name.


*> Copy the register to the work file with the one line replaced,
*> then swap it in - never an in-place truncation of a shared
*> dataset.
rewrite-ceremony-line.
    move 'no ' to end-of-cerem-switch.

    open input cerem-file.
    if cerem-file-status not = '00'
        display "Cannot read the key ceremony register! Status: " cerem-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    open output cerem-work-file.
    if cerem-work-status not = '00'
        display "Cannot open the key ceremony work file! Status: " cerem-work-status "!"
        close cerem-file
        move 8 to return-code
        perform exit-program
    end-if.

    perform until end-of-cerem
        read cerem-file into cerem-rec
            at end set end-of-cerem to true
        end-read
        if not end-of-cerem and cerem-rec not = spaces
            if cerem-rec(1:14) = parm-ceremony
                move updated-line to cerem-work-rec
            else
                move cerem-rec to cerem-work-rec
            end-if
            write cerem-work-rec
        end-if
    end-perform.

    close cerem-work-file.
    close cerem-file.

    move return-code to utility-status.
    call "CBL_DELETE_FILE" using cerem-ds-name.
    call "CBL_RENAME_FILE" using cerem-work-name cerem-ds-name.
    if return-code not = 0
        display "Cannot swap the updated register into place - it is on " function trim(cerem-work-name) "!"
        move 8 to return-code
        perform exit-program
    end-if.
    move utility-status to return-code.


*> Every ceremony on the register and where each component stands.
report-ceremonies.
    open input cerem-file.
    if cerem-file-status not = '00' and cerem-file-status not = '05'
        display "Cannot read the key ceremony register! Status: " cerem-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the report file! Status: " report-file-status "!"
        close cerem-file
        move 8 to return-code
        perform exit-program
    end-if.

    move function current-date to stamp-work.
    move spaces to report-rec.
    string "CIPHCERM KEY CEREMONY REGISTER - RUN DATE " delimited by size
        stamp-work(1:4) "-" stamp-work(5:2) "-" stamp-work(7:2) delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move "CEREMONY       K KEY                  GEN  CREATED  BY         STATUS" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.

    move 'no ' to end-of-cerem-switch.
    perform until end-of-cerem
        read cerem-file into cerem-rec
            at end set end-of-cerem to true
        end-read
        if not end-of-cerem and cerem-rec not = spaces
            move cerem-rec to ceremony-line
            perform report-one-ceremony
        end-if
    end-perform.
    close cerem-file.

    move spaces to report-rec.
    move report-separator to report-rec(1:100).
    write report-rec.
    move spaces to report-rec.
    string "CEREMONIES OPEN: " delimited by size
        open-count delimited by size
        "   ACTIVATED: " delimited by size
        activated-count delimited by size
        "   VOIDED: " delimited by size
        void-count delimited by size
        into report-rec
    end-string.
    write report-rec.

    close report-file.
    display "Reported " open-count " open, " activated-count " activated and " void-count
        " voided key ceremonies to CEREMRPT.".


report-one-ceremony.
    move spaces to report-rec.
    move cm-id to report-rec(1:14).
    move cm-kind to report-rec(16:1).
    move cm-key-name to report-rec(18:20).
    move cm-generation to report-rec(39:4).
    move cm-created-date to report-rec(44:8).
    move cm-created-by to report-rec(53:10).
    evaluate true
        when cm-open
            add 1 to open-count
            move "OPEN - KEY NOT IN FORCE" to report-rec(64:23)
        when cm-activated
            add 1 to activated-count
            string "ACTIVATED " delimited by size
                cm-closed-date delimited by size
                into report-rec(64:30)
            end-string
        when other
            add 1 to void-count
            string "VOIDED " delimited by size
                cm-closed-date delimited by size
                " " delimited by size
                cm-closed-by delimited by space
                into report-rec(64:30)
            end-string
    end-evaluate.
    write report-rec.

    perform varying comp-idx from 1 by 1 until comp-idx > 2
        move spaces to report-rec
        string "COMPONENT " delimited by size
            comp-idx delimited by size
            into report-rec(5:11)
        end-string
        evaluate true
            when cmc-printed(comp-idx)
                move "PRINTED, NOT YET DISPATCHED" to report-rec(18:27)
            when cmc-dispatched(comp-idx)
                string "DISPATCHED " delimited by size
                    cmc-dispatch-date(comp-idx) delimited by size
                    " BY " delimited by size
                    cmc-route(comp-idx) delimited by space
                    " (" delimited by size
                    cmc-dispatch-by(comp-idx) delimited by space
                    ") - AWAITING RECEIPT" delimited by size
                    into report-rec(18:80)
                end-string
            when other
                string "DISPATCHED " delimited by size
                    cmc-dispatch-date(comp-idx) delimited by size
                    " BY " delimited by size
                    cmc-route(comp-idx) delimited by space
                    " (" delimited by size
                    cmc-dispatch-by(comp-idx) delimited by space
                    ") - CONFIRMED " delimited by size
                    cmc-confirm-date(comp-idx) delimited by size
                    into report-rec(18:80)
                end-string
        end-evaluate
        write report-rec
    end-perform.


*> The supervisor running a split or a void signs on - the password,
*> the lockout and the authority level all as the main console
*> checks them. No operator master on file leaves the ID unproved,
*> the way every other sign-on in the shop behaves.
identify-supervisor.
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
            display "A key ceremony needs a supervisor sign-on! Nothing done."
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
                display "A key ceremony needs a supervisor sign-on! Nothing done."
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


*> A ceremony step on the trail - op "y", outcome SPLT, DISP, CONF,
*> ACTV, VOID or MISM (a read-back that did not match), the ceremony
*> ID where the filename goes and the key in its own column.
write-ceremony-audit.
    move operator-id to audit-actor.
    move cm-id to audit-filename.
    move spaces to audit-detail.
    if cm-passphrase
        move cm-key-name to audit-detail(1:10)
    else
        move cm-key-name to audit-detail(12:20)
    end-if.
    move "y" to audit-op.
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
    move audit-detail to audit-rec(69:31).
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


*> The fixed master table - every row the base alphabet shifted one
*> further, exactly as CIPHER and DEPTMNT build it.
build-master-table.
    move x"e1" to base-row(37:1).
    move x"e9" to base-row(38:1).
    move x"ed" to base-row(39:1).
    move x"f3" to base-row(40:1).
    move x"fa" to base-row(41:1).
    move x"f1" to base-row(42:1).
    move x"fc" to base-row(43:1).
    move x"e0" to base-row(44:1).
    move x"e8" to base-row(45:1).
    move x"e7" to base-row(46:1).
    move base-row to doubled-base(1:46).
    move base-row to doubled-base(47:46).
    perform varying i from 1 by 1 until i > 46
        move doubled-base(i:46) to row-m(i)
    end-perform.


exit-program.
    stop run.
