*> Brayden Cowell - 0844864
*> TESTGEN - synthetic test-data generator for TEST-profile rehearsals
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. testgen.

environment division.
input-output section.
file-control.
    *> The layout map the synthetic records are shaped from - the same
    *> CIPHMAP lines CIPHER loads for fixed-block input: record-type
    *> byte, then PASS or the start,length pairs of the columns that
    *> carry names and account numbers. Only the layout is read.
    select optional map-file
    assign to dynamic source-ds-name
    organization is line sequential
    file status is map-file-status.

    *> A sample line-sequential file, for a feed with no map - read
    *> only for its shape (where the letters, digits and separators
    *> fall on each line). No value on it is ever copied out.
    select optional sample-file
    assign to dynamic source-ds-name
    organization is line sequential
    file status is sample-file-status.

    *> The synthetic input files themselves - fixed-block 2000-byte
    *> records out of a map (what CIPHER's ORG=FB reads), plain text
    *> lines out of a sample.
    select synth-fb-file
    assign to dynamic synth-file-name
    organization is sequential
    file status is synth-file-status.

    select synth-ls-file
    assign to dynamic synth-file-name
    organization is line sequential
    file status is synth-file-status.

    *> The manifest naming every synthetic file, in the columns
    *> CIPHER's read-manifest parses - ready for MANSPLIT as it stands.
    select manifest-file
    assign to dynamic manifest-ds-name
    organization is line sequential
    file status is manifest-file-status.

    *> Known-answer lines for the synthetic records, in the CIPHKAT
    *> layout, so the rehearsal's self-test runs against the data the
    *> rehearsal actually carries.
    select kat-file
    assign to dynamic kat-ds-name
    organization is line sequential
    file status is kat-file-status.

    *> The profile dataset - the rehearsal profile's prefix is where
    *> every file this program writes lands.
    select optional profile-file
    assign to "CIPHPROF"
    organization is line sequential
    file status is profile-file-status.

data division.
file section.
    fd map-file.
    01 map-rec			pic x(80).

    fd sample-file.
    01 sample-rec		pic x(2000).

    fd synth-fb-file
        record contains 2000 characters.
    01 synth-fb-rec		pic x(2000).

    fd synth-ls-file.
    01 synth-ls-rec		pic x(2000).

    fd manifest-file.
    01 manifest-rec		pic x(120).

    fd kat-file.
    01 kat-rec			pic x(200).

    fd profile-file.
    01 profile-rec		pic x(40).

working-storage section.
    01 map-file-status		pic xx.
    01 sample-file-status	pic xx.
    01 synth-file-status	pic xx.
    01 manifest-file-status	pic xx.
    01 kat-file-status		pic xx.
    01 end-of-source-switch	pic xxx		value 'no '.
        88 end-of-source			value 'yes'.

    *> Startup PARM - MODE,DEPT,FILES,RECORDS,PROFILE,SOURCE,STEM,SEED,KEY.
    *> MODE is M (shape the records from a CIPHMAP layout map) or S
    *> (from a sample file). FILES and RECORDS say how much to make,
    *> SOURCE names the map (CIPHMAP by default) or the sample, STEM
    *> names the output files, SEED repeats an earlier run exactly,
    *> and KEY is the passphrase the known-answer lines are worked
    *> under.
    01 parm-string		pic x(200)	value spaces.
    01 parm-mode		pic x		value space.
        88 map-mode				value "M" "m".
        88 sample-mode				value "S" "s".
    01 parm-dept		pic x(10)	value spaces.
    01 parm-files-str		pic x(10)	value spaces.
    01 parm-records-str		pic x(10)	value spaces.
    01 parm-source		pic x(30)	value spaces.
    01 parm-stem		pic x(12)	value spaces.
    01 parm-seed-str		pic x(18)	value spaces.
    01 parm-key			pic x(20)	value spaces.
    01 file-count		pic 999		value 1.
    01 record-count		pic 9(7)	value 100.

    *> Test/production profile separation - the rehearsal profile and
    *> its prefix off CIPHPROF. A generator run with no prefix to put
    *> its files under is refused, so synthetic files can never land
    *> on production names.
    01 profile-file-status	pic xx.
    01 end-of-profile-switch	pic xxx		value 'no '.
        88 end-of-profile			value 'yes'.
    01 parm-profile		pic x(8)	value spaces.
    01 profile-found-switch	pic x(03)	value 'no '.
        88 profile-found			value 'yes'.
    01 profile-prefix		pic x(20)	value spaces.
    01 profile-base-name	pic x(30).
    01 profile-work-name	pic x(30).
    01 source-ds-name		pic x(30)	value "CIPHMAP".
    01 synth-file-name		pic x(30)	value spaces.
    01 manifest-ds-name		pic x(30)	value spaces.
    01 kat-ds-name		pic x(30)	value spaces.
    01 name-length		pic 99.

    *> The layout map as loaded - the same 20 record types and 8
    *> fields a type CIPHER holds. PASS types become each file's
    *> header (the first one) and trailer (the second), the rest are
    *> the detail records, dealt out in turn.
    01 map-count		pic 99		value 0.
    01 map-idx			pic 99.
    01 map-table.
        03 map-entry		occurs 20 times.
            05 map-record-type	pic x.
            05 map-pass-flag	pic x.
            05 map-field-count	pic 9.
            05 map-amount-start	pic 9(4).
            05 map-field		occurs 8 times.
                07 map-start	pic 9(4).
                07 map-len	pic 9(4).
    01 map-parse-type		pic x(10).
    01 map-parse-table.
        03 map-parse-value	pic x(6)	occurs 16 times.
    01 map-pair-idx		pic 99.
    01 map-line-ok-switch	pic x(03)	value 'yes'.
        88 map-line-ok				value 'yes'.
    01 field-idx		pic 9.
    01 field-end		pic 9(4).
    01 header-type		pic x		value space.
    01 trailer-type		pic x		value space.
    01 detail-type-count	pic 99		value 0.
    01 detail-type-table.
        03 detail-map-idx	pic 99		occurs 20 times.

    *> The sample's shapes - up to 50 of its lines, each with its
    *> length, dealt out in turn the way map types are.
    01 shape-count		pic 99		value 0.
    01 shape-idx		pic 99.
    01 shape-table.
        03 shape-entry		occurs 50 times.
            05 shape-length	pic 9(4).
            05 shape-line	pic x(2000).
    01 shape-char		pic x.
    01 shape-class		pic x.
        88 shape-letter				value "L".
        88 shape-digit				value "D".
    01 scan-idx			pic 9(4).
    01 run-end			pic 9(4).
    01 run-len			pic 9(4).

    *> The record being made and where it has got to.
    01 gen-record		pic x(2000).
    01 gen-length		pic 9(4).
    01 file-no			pic 999.
    01 rec-no			pic 9(7).
    01 col-idx			pic 9(4).
    01 total-records		pic 9(9)	value 0.
    01 trailer-count		pic 9(9).
    01 today-date		pic x(8).

    *> Fabricated values - first names 1-20 and surnames 21-40, an
    *> account number a digit at a time, an amount in cents drawn in
    *> two halves.
    01 name-word-values.
        03 filler		pic x(10)	value "Alice".
        03 filler		pic x(10)	value "Bernard".
        03 filler		pic x(10)	value "Chloe".
        03 filler		pic x(10)	value "Desmond".
        03 filler		pic x(10)	value "Eleanor".
        03 filler		pic x(10)	value "Francis".
        03 filler		pic x(10)	value "Gwendolyn".
        03 filler		pic x(10)	value "Harold".
        03 filler		pic x(10)	value "Imogen".
        03 filler		pic x(10)	value "Jasper".
        03 filler		pic x(10)	value "Katherine".
        03 filler		pic x(10)	value "Leonard".
        03 filler		pic x(10)	value "Margaret".
        03 filler		pic x(10)	value "Nathaniel".
        03 filler		pic x(10)	value "Olivia".
        03 filler		pic x(10)	value "Percival".
        03 filler		pic x(10)	value "Rosalind".
        03 filler		pic x(10)	value "Sebastian".
        03 filler		pic x(10)	value "Theodora".
        03 filler		pic x(10)	value "Walter".
        03 filler		pic x(10)	value "Ashworth".
        03 filler		pic x(10)	value "Blackwood".
        03 filler		pic x(10)	value "Cartwright".
        03 filler		pic x(10)	value "Dunmore".
        03 filler		pic x(10)	value "Ellsworth".
        03 filler		pic x(10)	value "Fairbanks".
        03 filler		pic x(10)	value "Greenhalgh".
        03 filler		pic x(10)	value "Hargreaves".
        03 filler		pic x(10)	value "Ingleby".
        03 filler		pic x(10)	value "Jessop".
        03 filler		pic x(10)	value "Kingsley".
        03 filler		pic x(10)	value "Lockhart".
        03 filler		pic x(10)	value "Merriweth".
        03 filler		pic x(10)	value "Northcott".
        03 filler		pic x(10)	value "Oakley".
        03 filler		pic x(10)	value "Pemberton".
        03 filler		pic x(10)	value "Quarles".
        03 filler		pic x(10)	value "Radcliffe".
        03 filler		pic x(10)	value "Standish".
        03 filler		pic x(10)	value "Thornbury".
    01 name-word-table redefines name-word-values.
        03 name-word		pic x(10)	occurs 40 times.
    01 name-text		pic x(40).
    01 word-text		pic x(2000).
    01 word-length		pic 99.
    01 lower-letters		pic x(26)	value "abcdefghijklmnopqrstuvwxyz".
    01 amount-cents		pic 9(8).
    01 amount-value		pic 9(6)v99.
    01 amount-edit		pic z(8)9.99.

    *> The random generator - the same multiplicative generator
    *> KEYTAB and KEYCEREM use, started from SEED when one is given
    *> (so a rehearsal can be made again byte for byte) or from the
    *> date and time.
    01 lcg-state		pic 9(18)	value 0.
    01 seed-used		pic 9(10)	value 0.
    01 random-high		pic 9(18).
    01 random-range		pic 9(5).
    01 random-pick		pic 9(5).

    *> Known-answer lines - the leading columns of each file's first
    *> detail record, enciphered under KEY through the same ENCRYPT
    *> and fixed single-shift table CIPHER builds for shift 1 forward.
    01 kat-key			pic x(20)	value spaces.
    01 kat-key-len		pic 99		value 0.
    01 kat-source		pic x(80).
    01 kat-plain		pic x(80).
    01 kat-buffer		pic x(2000).
    01 kat-length		pic 999.
    01 kat-count		pic 999		value 0.
    01 i			pic 99.
    01 base-row			pic x(46)	value "abcdefghijklmnopqrstuvwxyz0123456789".
    01 doubled-base		pic x(92).
    copy "alphatab.cpy" replacing ==alphabet-record== by ==alphabet-record-m==
                                  ==row==             by ==row-m==
                                  ==alpha==            by ==alpha-m==.

procedure division.
*> Make the requested volume of synthetic input - layout from a map
*> or a sample, every value fabricated - with the manifest and the
*> known-answer lines to drive a whole night-run rehearsal (MANSPLIT,
*> CIPHER, RUNMERGE, DSPPACK) under a test profile without one real
*> record in it.
mainline.
    perform read-startup-parms.
    perform resolve-profile.
    perform build-output-names.

    if map-mode
        perform load-layout-map
    else
        perform load-sample-shapes
    end-if.

    perform seed-generator.
    perform build-master-table.
    move function current-date(1:8) to today-date.

    open output manifest-file.
    if manifest-file-status not = '00'
        display "Cannot open the rehearsal manifest " function trim(manifest-ds-name)
            "! Status: " manifest-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.
    open output kat-file.
    if kat-file-status not = '00'
        display "Cannot open the known-answer file " function trim(kat-ds-name)
            "! Status: " kat-file-status "!"
        close manifest-file
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to kat-rec.
    string "* Synthetic rehearsal vectors - " delimited by size
        parm-stem delimited by space
        " " delimited by size
        today-date delimited by size
        " seed " delimited by size
        seed-used delimited by size
        into kat-rec
    end-string.
    write kat-rec.

    perform varying file-no from 1 by 1 until file-no > file-count
        perform generate-one-file
    end-perform.

    close manifest-file.
    close kat-file.

    display "Synthetic data written - " file-count " files, " total-records " records, "
        kat-count " known-answer lines.".
    display "Manifest " function trim(manifest-ds-name) ", vectors " function trim(kat-ds-name)
        ", seed " seed-used ".".
    if map-mode
        display "Fixed-block files - the rehearsal's CIPHER runs need ORG=FB and the map on "
            function trim(profile-prefix) "CIPHMAP."
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into parm-mode parm-dept parm-files-str parm-records-str
                parm-profile parm-source parm-stem parm-seed-str parm-key
        end-unstring
    end-if.

    if not map-mode and not sample-mode
        display "Give the mode first - M (from a CIPHMAP layout map) or S (from a sample file)! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.
    if parm-dept = spaces
        display "Give the department the synthetic files are for! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if parm-files-str not = spaces
        if function trim(parm-files-str) is not numeric
            display "The file count must be a number! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move function numval(parm-files-str) to file-count
    end-if.
    *> One manifest entry a file, and a manifest holds 200.
    if file-count < 1 or file-count > 200
        display "The file count must be between 1 and 200 - one manifest's worth! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if parm-records-str not = spaces
        if function trim(parm-records-str) is not numeric
            display "The record count must be a number! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move function numval(parm-records-str) to record-count
    end-if.
    if record-count < 1
        display "Each file needs at least one record! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    if parm-source not = spaces
        move parm-source to source-ds-name
    else
        if sample-mode
            display "Give the sample file to take the shape from! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    if parm-stem = spaces
        move "SYNTH" to parm-stem
    end-if.

    if parm-seed-str not = spaces
        if function trim(parm-seed-str) is not numeric
            display "The seed must be a number! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
    end-if.

    if parm-key = spaces
        move "rehearsal" to kat-key
    else
        move parm-key to kat-key
    end-if.
    move spaces to parm-key.
    inspect kat-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".
    unstring kat-key delimited by all spaces
        into kat-key
        count kat-key-len
    end-unstring.


*> The rehearsal profile is not optional here - the whole point is
*> that nothing generated sits where a production run could pick it
*> up, so a missing profile, or one with no prefix, refuses the run.
resolve-profile.
    if parm-profile = spaces
        display "Synthetic data is only made under a test profile - give PROFILE! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

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
        display "Profile " parm-profile " has no prefix - it resolves to production names! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    display "Profile " parm-profile " active - synthetic files land under "
        function trim(profile-prefix) ".".


prefix-profile-name.
    move spaces to profile-work-name.
    string profile-prefix delimited by space
        profile-base-name delimited by space
        into profile-work-name
    end-string.


*> Manifest and vectors are named off the stem under the profile's
*> prefix. The data files are the stem plus a three-digit number, and
*> that has to fit the 20 characters a manifest entry name holds.
build-output-names.
    compute name-length = function length(function trim(profile-prefix))
        + function length(function trim(parm-stem)) + 3.
    if name-length > 20
        display "Prefix and stem come to more than the 17 characters a manifest entry name leaves! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move spaces to profile-base-name.
    string parm-stem delimited by space
        "MAN" delimited by size
        into profile-base-name
    end-string.
    perform prefix-profile-name.
    move profile-work-name to manifest-ds-name.

    move spaces to profile-base-name.
    string parm-stem delimited by space
        "KAT" delimited by size
        into profile-base-name
    end-string.
    perform prefix-profile-name.
    move profile-work-name to kat-ds-name.


*> Load the map the way CIPHER does, line by line, and refuse a line
*> that doesn't parse rather than guess at it. Each detail type gets
*> its amount column just past its last mapped field.
load-layout-map.
    open input map-file.
    if map-file-status not = '00'
        if map-file-status = '05'
            close map-file
        end-if
        display "No layout map on file (" function trim(source-ds-name) ")! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-source-switch.
    perform until end-of-source
        read map-file into map-rec
            at end set end-of-source to true
        end-read
        if not end-of-source and map-rec not = spaces
            perform parse-layout-map-line
        end-if
    end-perform.
    close map-file.

    perform varying map-idx from 1 by 1 until map-idx > map-count
        if map-pass-flag(map-idx) = "P"
            if header-type = space
                move map-record-type(map-idx) to header-type
            else
                if trailer-type = space
                    move map-record-type(map-idx) to trailer-type
                end-if
            end-if
        else
            add 1 to detail-type-count
            move map-idx to detail-map-idx(detail-type-count)
        end-if
    end-perform.

    if detail-type-count = 0
        display "The layout map " function trim(source-ds-name)
            " has no record type with fields to fill! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    display "Layout map loaded - " detail-type-count " detail record types.".


parse-layout-map-line.
    if map-count >= 20
        display "Layout map holds more than 20 record types - the rest are ignored!"
        exit paragraph
    end-if.

    move spaces to map-parse-type.
    move spaces to map-parse-table.
    unstring map-rec delimited by ","
        into map-parse-type
            map-parse-value(1) map-parse-value(2) map-parse-value(3)
            map-parse-value(4) map-parse-value(5) map-parse-value(6)
            map-parse-value(7) map-parse-value(8) map-parse-value(9)
            map-parse-value(10) map-parse-value(11) map-parse-value(12)
            map-parse-value(13) map-parse-value(14) map-parse-value(15)
            map-parse-value(16)
    end-unstring.

    add 1 to map-count.
    *> A map line for any record type still needs a type byte on the
    *> synthetic records - they go out as D.
    if map-parse-type(1:1) = "*"
        move "D" to map-record-type(map-count)
    else
        move map-parse-type(1:1) to map-record-type(map-count)
    end-if.
    move space to map-pass-flag(map-count).
    move 0 to map-field-count(map-count).
    move 2 to map-amount-start(map-count).
    move 'yes' to map-line-ok-switch.

    if map-parse-value(1) = "PASS" or map-parse-value(1) = "pass"
        move "P" to map-pass-flag(map-count)
        exit paragraph
    end-if.

    perform varying map-pair-idx from 1 by 2
        until map-pair-idx > 15
        or map-parse-value(map-pair-idx) = spaces
        or not map-line-ok
        if function trim(map-parse-value(map-pair-idx)) is not numeric
            or function trim(map-parse-value(map-pair-idx + 1)) is not numeric
            display "Layout map line for record type " map-record-type(map-count)
                " has a start or length that is not a number! Line dropped."
            move 'no ' to map-line-ok-switch
        else
            add 1 to map-field-count(map-count)
            move map-field-count(map-count) to field-idx
            compute map-start(map-count, field-idx) = function numval(map-parse-value(map-pair-idx))
            compute map-len(map-count, field-idx) = function numval(map-parse-value(map-pair-idx + 1))
            compute field-end = map-start(map-count, field-idx) + map-len(map-count, field-idx) - 1
            if map-start(map-count, field-idx) < 1 or map-len(map-count, field-idx) < 1
                or field-end > 2000
                display "Layout map line for record type " map-record-type(map-count)
                    " names columns outside 1-2000! Line dropped."
                move 'no ' to map-line-ok-switch
            else
                if field-end + 1 > map-amount-start(map-count)
                    compute map-amount-start(map-count) = field-end + 2
                end-if
            end-if
        end-if
    end-perform.

    if not map-line-ok or map-field-count(map-count) = 0
        subtract 1 from map-count
    end-if.


*> The sample's first 50 non-blank lines, kept for their shape only.
load-sample-shapes.
    open input sample-file.
    if sample-file-status not = '00'
        if sample-file-status = '05'
            close sample-file
        end-if
        display "Cannot read the sample file " function trim(source-ds-name) "! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    move 'no ' to end-of-source-switch.
    perform until end-of-source or shape-count >= 50
        read sample-file into sample-rec
            at end set end-of-source to true
        end-read
        if not end-of-source and sample-rec not = spaces
            add 1 to shape-count
            move sample-rec to shape-line(shape-count)
            compute shape-length(shape-count) =
                function length(function trim(sample-rec trailing))
        end-if
    end-perform.
    close sample-file.

    if shape-count = 0
        display "The sample file " function trim(source-ds-name) " is empty! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.

    display "Sample shape loaded - " shape-count " line shapes.".


*> One synthetic file - header, the detail records, trailer - then
*> its manifest line and its known-answer line.
generate-one-file.
    move spaces to profile-base-name.
    string parm-stem delimited by space
        file-no delimited by size
        into profile-base-name
    end-string.
    perform prefix-profile-name.
    move profile-work-name to synth-file-name.

    if map-mode
        open output synth-fb-file
    else
        open output synth-ls-file
    end-if.
    if synth-file-status not = '00'
        display "Cannot open synthetic file " function trim(synth-file-name)
            "! Status: " synth-file-status "!"
        close manifest-file
        close kat-file
        move 8 to return-code
        perform exit-program
    end-if.

    if map-mode and header-type not = space
        move spaces to gen-record
        string header-type delimited by size
            "SYNTHETIC REHEARSAL FILE " delimited by size
            synth-file-name delimited by space
            " " delimited by size
            today-date delimited by size
            into gen-record
        end-string
        perform write-synthetic-record
    end-if.

    move spaces to kat-source.
    perform varying rec-no from 1 by 1 until rec-no > record-count
        if map-mode
            perform build-mapped-record
        else
            perform build-sample-record
        end-if
        if rec-no = 1
            move gen-record(1:80) to kat-source
        end-if
        perform write-synthetic-record
        add 1 to total-records
    end-perform.

    if map-mode and trailer-type not = space
        move record-count to trailer-count
        move spaces to gen-record
        string trailer-type delimited by size
            "RECORDS " delimited by size
            trailer-count delimited by size
            into gen-record
        end-string
        perform write-synthetic-record
    end-if.

    if map-mode
        close synth-fb-file
    else
        close synth-ls-file
    end-if.

    move spaces to manifest-rec.
    string synth-file-name delimited by space
        ",e," delimited by size
        parm-dept delimited by space
        into manifest-rec
    end-string.
    write manifest-rec.

    perform write-kat-line.


write-synthetic-record.
    if map-mode
        write synth-fb-rec from gen-record
    else
        write synth-ls-rec from gen-record
    end-if.


*> A detail record out of the map - the record types dealt out in
*> turn, a fabricated name in every field wide enough for one and a
*> fabricated account number in the rest, and an amount just past
*> the last mapped field where CIPHER leaves it in the clear.
build-mapped-record.
    compute map-idx = detail-map-idx(function mod(rec-no - 1, detail-type-count) + 1).
    move spaces to gen-record.

    perform varying field-idx from 1 by 1 until field-idx > map-field-count(map-idx)
        if map-len(map-idx, field-idx) >= 12
            perform make-full-name
            move name-text to gen-record(map-start(map-idx, field-idx):map-len(map-idx, field-idx))
        else
            compute field-end = map-start(map-idx, field-idx) + map-len(map-idx, field-idx) - 1
            perform varying col-idx from map-start(map-idx, field-idx) by 1
                until col-idx > field-end
                move 10 to random-range
                perform draw-random
                move random-pick to i
                subtract 1 from i
                move i(2:1) to gen-record(col-idx:1)
            end-perform
        end-if
    end-perform.

    if map-amount-start(map-idx) + 11 <= 2000
        perform make-amount
        move amount-edit to gen-record(map-amount-start(map-idx):12)
    end-if.

    move map-record-type(map-idx) to gen-record(1:1).


*> A line in the shape of a sample line - column 1 (the record-type
*> byte a map keys on) and every separator, space and punctuation
*> mark kept, every digit redrawn, every run of letters replaced by a
*> fabricated word of the same length and capitalisation.
build-sample-record.
    compute shape-idx = function mod(rec-no - 1, shape-count) + 1.
    move spaces to gen-record.
    move shape-length(shape-idx) to gen-length.
    move shape-line(shape-idx)(1:1) to gen-record(1:1).

    move 2 to scan-idx.
    perform until scan-idx > gen-length
        move shape-line(shape-idx)(scan-idx:1) to shape-char
        perform classify-shape-char
        evaluate true
            when shape-letter
                move scan-idx to run-end
                perform until run-end > gen-length or not shape-letter
                    add 1 to run-end
                    if run-end <= gen-length
                        move shape-line(shape-idx)(run-end:1) to shape-char
                        perform classify-shape-char
                    end-if
                end-perform
                compute run-len = run-end - scan-idx
                perform make-letter-run
                move run-end to scan-idx
            when shape-digit
                move 10 to random-range
                perform draw-random
                move random-pick to i
                subtract 1 from i
                move i(2:1) to gen-record(scan-idx:1)
                add 1 to scan-idx
            when other
                move shape-char to gen-record(scan-idx:1)
                add 1 to scan-idx
        end-evaluate
    end-perform.


*> Letters are the two alphabets plus anything past x"7F" (the
*> accented letters a name carries); digits are 0-9; the rest is
*> layout.
classify-shape-char.
    evaluate true
        when shape-char >= "a" and shape-char <= "z"
            move "L" to shape-class
        when shape-char >= "A" and shape-char <= "Z"
            move "L" to shape-class
        when shape-char > x"7f"
            move "L" to shape-class
        when shape-char >= "0" and shape-char <= "9"
            move "D" to shape-class
        when other
            move "O" to shape-class
    end-evaluate.


*> A fabricated word for a run of letters at scan-idx - a name off the
*> table, cut down or padded out with drawn letters to the run's
*> length, cased the way the sample's run was (all capitals, a
*> leading capital, or none).
make-letter-run.
    move 40 to random-range.
    perform draw-random.
    move name-word(random-pick) to word-text(1:10).
    compute word-length = function length(function trim(name-word(random-pick))).
    perform varying col-idx from 1 by 1 until col-idx > run-len
        if col-idx > word-length
            move 26 to random-range
            perform draw-random
            move lower-letters(random-pick:1) to word-text(col-idx:1)
        end-if
    end-perform.

    move function lower-case(word-text(1:run-len)) to word-text(1:run-len).
    move shape-line(shape-idx)(scan-idx:1) to shape-char.
    if shape-char >= "A" and shape-char <= "Z"
        if run-len > 1
            and shape-line(shape-idx)(scan-idx + 1:1) >= "A"
            and shape-line(shape-idx)(scan-idx + 1:1) <= "Z"
            move function upper-case(word-text(1:run-len)) to word-text(1:run-len)
        else
            move function upper-case(word-text(1:1)) to word-text(1:1)
        end-if
    end-if.

    move word-text(1:run-len) to gen-record(scan-idx:run-len).


make-full-name.
    move 20 to random-range.
    perform draw-random.
    move spaces to name-text.
    string name-word(random-pick) delimited by space
        " " delimited by size
        into name-text
    end-string.
    perform draw-random.
    add 20 to random-pick.
    compute word-length = function length(function trim(name-text)) + 2.
    move name-word(random-pick) to name-text(word-length:10).


make-amount.
    move 10000 to random-range.
    perform draw-random.
    compute amount-cents = (random-pick - 1) * 10000.
    perform draw-random.
    compute amount-cents = amount-cents + random-pick - 1.
    compute amount-value = amount-cents / 100.
    move amount-value to amount-edit.


*> One known-answer line a file - the first detail record's leading
*> columns, lower-cased as CIPHER's self-test does before it
*> enciphers, with any "|" made a "/" so the line still splits into
*> its six columns.
write-kat-line.
    move kat-source to kat-plain.
    inspect kat-plain converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ|" to "abcdefghijklmnopqrstuvwxyz/".
    if kat-plain = spaces
        exit paragraph
    end-if.
    compute kat-length = function length(function trim(kat-plain trailing)).

    move spaces to kat-buffer.
    move kat-plain to kat-buffer(1:80).
    call 'encrypt' using kat-buffer(1:kat-length), by content alphabet-record-m,
        by content kat-key, by content kat-key-len.

    move spaces to kat-rec.
    string kat-plain(1:kat-length) delimited by size
        "|" delimited by size
        kat-key(1:kat-key-len) delimited by size
        "|1|f|" delimited by size
        kat-buffer(1:kat-length) delimited by size
        "|" delimited by size
        into kat-rec
    end-string.
    write kat-rec.
    add 1 to kat-count.


*> A given SEED starts the generator exactly there; otherwise the
*> date and time do, and the seed used is reported so the same data
*> can be made again.
seed-generator.
    if parm-seed-str not = spaces
        compute seed-used = function mod(function numval(parm-seed-str), 2147483648)
    else
        compute seed-used = function mod(
            function numval(function current-date(1:16)), 2147483648)
    end-if.
    move seed-used to lcg-state.


advance-generator.
    compute lcg-state = function mod(
        lcg-state * 1103515245 + 12345, 2147483648).


*> A number from 1 to random-range, off the generator's high bits.
draw-random.
    perform advance-generator.
    divide lcg-state by 65536 giving random-high.
    compute random-pick = function mod(random-high, random-range) + 1.


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
