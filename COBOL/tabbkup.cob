*> Brayden Cowell - 0844864
*> TABBKUP - unload/reload backup for the KEYTAB, DEPTTAB and OPERTAB files
*> Compilation Instructions in Reflection Doc!

identification division.
    record key is dept-code
    file status is dept-file-status.

    *> The operator file - read through a varying record so an OPERTAB
    *> still holding the shorter records from before the sign-on
    *> tracking and recertification fields were added unloads all the
    *> same, and reloads at the full length.
    select optional oper-file
    assign to "OPERTAB"
    organization is indexed
    access mode is dynamic
    record key is oper-id
    file status is oper-file-status.

    *> Flat sequential backups, each closed out with a CONTROL line
    *> carrying the record count and checksum the reload verifies
    *> before it touches anything.
    organization is line sequential
    file status is dept-backup-status.

    select oper-backup
    assign to "OPERTABKP"
    organization is line sequential
    file status is oper-backup-status.

    *> The same run-control dataset CIPHER writes - the unload totals
    *> land here so the morning check confirms the backup actually
    *> captured everything. Opened EXTEND: the backup step runs in
    fd dept-file.
    copy "depttab.cpy".

    fd oper-file
        record is varying in size from 142 to 188
        depending on oper-record-length.
    copy "operrec.cpy".

    fd keytab-backup.
    01 keytab-backup-rec	pic x(2200).

    fd dept-backup.
    01 dept-backup-rec		pic x(150).

    fd oper-backup.
    01 oper-backup-rec		pic x(200).

    fd run-control-file.
    01 run-control-rec		pic x(80).

    01 dept-file-status		pic xx.
    01 keytab-backup-status	pic xx.
    01 dept-backup-status	pic xx.
    01 oper-file-status		pic xx.
    01 oper-backup-status	pic xx.
    01 run-control-status	pic xx.

    *> Startup parameters - U to unload, R to reload, optionally K, D
    *> or O to work one file instead of all three.
    01 parm-string		pic x(80).
    01 bkup-mode		pic x.
    01 bkup-which		pic x		value space.
    01 checksum-idx		pic 9999.
    01 checksum-length		pic 9999.
    01 checksum-buffer		pic x(2200).
    *> The CONTROL line also carries the length each record was
    *> checksummed over, so a backup taken before the copybook last
    *> grew still verifies against the record it was unloaded from. A
    *> CONTROL line with no length is one of those older DEPTTAB
    *> backups, checksummed over the original 102-byte record.
    01 control-line.
        03 ctl-tag		pic x(8).
        03 ctl-count		pic 9(8).
        03 filler		pic x	value space.
        03 ctl-checksum		pic 9(8).
        03 filler		pic x	value space.
        03 ctl-record-length	pic 9(4).
    01 unload-record-length	pic 9999	value 0.
    01 legacy-dept-length	pic 9999	value 102.
    01 legacy-checksum		pic 9(8)	value 0.
    01 held-checksum		pic 9(8)	value 0.
    *> The length of the operator record just read, and the length
    *> an OPERTAB record had before the sign-on tracking and
    *> recertification fields - a record that short is unloaded with
    *> those fields blank, which every program reads as "not yet".
    01 oper-record-length	pic 9999	value 188.
    01 legacy-oper-length	pic 9999	value 142.
    01 short-oper-count		pic 9(8)	value 0.

    01 keytab-total		pic 9(8)	value 0.
    01 dept-total		pic 9(8)	value 0.
    01 oper-total		pic 9(8)	value 0.
    01 trailer-rc		pic 9(4)	value 0.


procedure division.
*> Unload the key and operator files to flat backups with control
*> totals, or reload them after proving the controls - runnable nightly from
*> the scheduler, with the totals on the run-control output.
mainline.
    perform read-startup-parms.
        when "r"
            perform reload-files
        when other
            display "Enter U to unload or R to reload (optionally K, D or O for one file)."
    end-evaluate.

    perform exit-program.
            into bkup-mode bkup-which
        end-unstring
    else
        display "Enter U to unload or R to reload the key and operator files:"
        accept bkup-mode from console
    end-if.

    inspect bkup-mode converting "UR" to "ur".
    inspect bkup-which converting "kdo" to "KDO".


*> Unload each file in turn and put the totals where the morning
    if bkup-which = space or bkup-which = "D"
        perform unload-depttab
    end-if.
    if bkup-which = space or bkup-which = "O"
        perform unload-opertab
    end-if.

    perform write-run-control.

    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to backup-checksum.
    move 2152 to unload-record-length.

    open input keytab-file.
    if keytab-file-status not = '00'
    display "Unloaded " record-count " saved tables to KEYTABBKP, checksum " backup-checksum ".".


*> Every department/partner record out the same way - the whole
*> record, however far the copybook has grown, since a backup that
*> clips the tail fields reloads every key as generation one.
unload-depttab.
    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to backup-checksum.
    move function length(dept-record) to unload-record-length.

    open input dept-file.
    if dept-file-status not = '00'
        if not at-end-of-file
            add 1 to record-count
            move spaces to dept-backup-rec
            move dept-record to dept-backup-rec
            move spaces to checksum-buffer
            move dept-backup-rec to checksum-buffer(1:150)
            move unload-record-length to checksum-length
            perform accumulate-checksum
            write dept-backup-rec
        end-if
    display "Unloaded " record-count " department/partner records to DEPTTABKP, checksum " backup-checksum ".".


*> Every operator record out at the full current length. A record
*> still at the old, shorter length comes out with the fields it
*> never had left blank, so an unload and reload is also how an
*> existing OPERTAB is brought up to the current layout.
unload-opertab.
    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to backup-checksum.
    move 0 to short-oper-count.
    move function length(oper-record) to unload-record-length.

    open input oper-file.
    if oper-file-status not = '00'
        if oper-file-status = '05'
            close oper-file
        end-if
        display "No operator file to unload! Status: " oper-file-status "."
        move 8 to return-code
        exit paragraph
    end-if.

    open output oper-backup.
    if oper-backup-status not = '00'
        display "Cannot open the OPERTAB backup! Status: " oper-backup-status "!"
        close oper-file
        move 8 to return-code
        exit paragraph
    end-if.

    perform until at-end-of-file
        read oper-file next record
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            add 1 to record-count
            if oper-record-length < unload-record-length
                add 1 to short-oper-count
            end-if
            move spaces to oper-backup-rec
            move oper-record(1:oper-record-length) to oper-backup-rec
            move spaces to checksum-buffer
            move oper-backup-rec to checksum-buffer(1:200)
            move unload-record-length to checksum-length
            perform accumulate-checksum
            write oper-backup-rec
        end-if
    end-perform.

    perform write-control-line.
    move control-line to oper-backup-rec.
    write oper-backup-rec.

    close oper-backup.
    close oper-file.

    move record-count to oper-total.
    display "Unloaded " record-count " operator records to OPERTABKP, checksum " backup-checksum ".".
    if short-oper-count > 0
        display short-oper-count " of them predate the sign-on tracking and recertification fields"
            " - unloaded with those fields blank."
    end-if.


*> Reload after proving the controls - a backup whose count or
*> checksum does not match is refused before the indexed file is
*> touched, so a bad tape can never make things worse.
    if bkup-which = space or bkup-which = "D"
        perform reload-depttab
    end-if.
    if bkup-which = space or bkup-which = "O"
        perform reload-opertab
    end-if.


reload-keytab.
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and dept-backup-rec(1:8) not = "CONTROL "
            move dept-backup-rec to dept-record
            write dept-record
                invalid key
                    display "Duplicate department " dept-code " in the backup - skipped!"
    display "Reloaded " record-count " department/partner records from DEPTTABKP.".


*> The operator file is always rebuilt at the full record length.
reload-opertab.
    perform verify-opertab-backup.
    if control-failed
        display "OPERTAB backup fails its control check - reload refused!"
        move 8 to return-code
        exit paragraph
    end-if.

    open input oper-backup.
    open output oper-file.
    if oper-file-status not = '00'
        display "Cannot rebuild the operator file! Status: " oper-file-status "!"
        close oper-backup
        move 8 to return-code
        exit paragraph
    end-if.

    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    perform until at-end-of-file
        read oper-backup into oper-backup-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file and oper-backup-rec(1:8) not = "CONTROL "
            move function length(oper-record) to oper-record-length
            move oper-backup-rec to oper-record
            write oper-record
                invalid key
                    display "Duplicate operator " oper-id " in the backup - skipped!"
            end-write
            add 1 to record-count
        end-if
    end-perform.

    close oper-file.
    close oper-backup.
    display "Reloaded " record-count " operator records from OPERTABKP.".


*> Read the KEYTAB backup end to end, recomputing what its CONTROL
*> line should say.
verify-keytab-backup.
    move 0 to record-count.


*> And the DEPTTAB backup the same way. The checksum is rolled over
*> both the current record length and the original 102 bytes as the
*> lines go past, and the CONTROL line - which comes last - says
*> which of the two the backup was taken at.
verify-depttab-backup.
    move 'no ' to control-failed-switch.
    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to read-count.
    move 0 to backup-checksum.
    move 0 to legacy-checksum.
    move 0 to read-checksum.
    move 0 to unload-record-length.

    open input dept-backup.
    if dept-backup-status not = '00'
        end-read
        if not at-end-of-file
            if dept-backup-rec(1:8) = "CONTROL "
                move dept-backup-rec(1:30) to control-line
                move ctl-count to read-count
                move ctl-checksum to read-checksum
                if ctl-record-length is numeric
                    move ctl-record-length to unload-record-length
                else
                    move legacy-dept-length to unload-record-length
                end-if
            else
                add 1 to record-count
                move spaces to checksum-buffer
                move dept-backup-rec to checksum-buffer(1:150)
                move function length(dept-record) to checksum-length
                perform accumulate-checksum
                move backup-checksum to held-checksum
                move legacy-checksum to backup-checksum
                move legacy-dept-length to checksum-length
                perform accumulate-checksum
                move backup-checksum to legacy-checksum
                move held-checksum to backup-checksum
            end-if
        end-if
    end-perform.
    close dept-backup.

    evaluate unload-record-length
        when 0
            continue
        when legacy-dept-length
            move legacy-checksum to backup-checksum
        when function length(dept-record)
            continue
        when other
            display "DEPTTAB backup was unloaded at " unload-record-length
                "-byte records, not the " function length(dept-record) " a department record now holds!"
            set control-failed to true
    end-evaluate.

    if record-count not = read-count or backup-checksum not = read-checksum
        display "Expected " read-count " records checksum " read-checksum
            ", found " record-count " checksum " backup-checksum "."
        set control-failed to true
    end-if.
    move 0 to record-count.


*> And the OPERTAB backup. Every line was unloaded at the full
*> record length, so the CONTROL line has to say that length - a
*> backup taken at any other is refused rather than reloaded with
*> its fields in the wrong columns.
verify-opertab-backup.
    move 'no ' to control-failed-switch.
    move 'no ' to end-of-file-switch.
    move 0 to record-count.
    move 0 to read-count.
    move 0 to backup-checksum.
    move 0 to read-checksum.
    move 0 to unload-record-length.

    open input oper-backup.
    if oper-backup-status not = '00'
        display "No OPERTAB backup on file! Status: " oper-backup-status "!"
        set control-failed to true
        exit paragraph
    end-if.

    perform until at-end-of-file
        read oper-backup into oper-backup-rec
            at end set at-end-of-file to true
        end-read
        if not at-end-of-file
            if oper-backup-rec(1:8) = "CONTROL "
                move oper-backup-rec(1:30) to control-line
                move ctl-count to read-count
                move ctl-checksum to read-checksum
                if ctl-record-length is numeric
                    move ctl-record-length to unload-record-length
                end-if
            else
                add 1 to record-count
                move spaces to checksum-buffer
                move oper-backup-rec to checksum-buffer(1:200)
                move function length(oper-record) to checksum-length
                perform accumulate-checksum
            end-if
        end-if
    end-perform.
    close oper-backup.

    if unload-record-length not = function length(oper-record)
        display "OPERTAB backup was unloaded at " unload-record-length
            "-byte records, not the " function length(oper-record) " an operator record now holds!"
        set control-failed to true
    end-if.

    if record-count not = read-count or backup-checksum not = read-checksum
        display "Expected " read-count " records checksum " read-checksum
            ", found " record-count " checksum " backup-checksum "."
    move "CONTROL " to ctl-tag.
    move record-count to ctl-count.
    move backup-checksum to ctl-checksum.
    move unload-record-length to ctl-record-length.


*> The unload totals in the fixed run-control columns, so the
    end-string.
    write run-control-rec.

    move spaces to run-control-rec.
    string "OPERTABKP            u            " delimited by size
        oper-total delimited by size
        " 00000000 OK   N/A" delimited by size
        into run-control-rec
    end-string.
    write run-control-rec.

    move return-code to trailer-rc.
    move spaces to run-control-rec.
    string "TRAILER 0003 00000000 0000 0000 RC " delimited by size
        trailer-rc delimited by size
        into run-control-rec
    end-string.
