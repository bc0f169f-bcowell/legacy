data division.
file section.
    fd journal-file.
    01 journal-rec		pic x(360).

    fd report-file.
    01 report-rec		pic x(150).

working-storage section.
    01 journal-file-status	pic xx.
    01 range-from		pic x(8)	value spaces.
    01 range-to			pic x(8)	value spaces.

    *> The journal columns DEPTMNT's write-dept-journal lays out -
    *> the record's later fields ride in the tail columns, blank on
    *> the lines written before they existed.
    01 journal-line.
        03 jrn-stamp		pic x(15).
        03 filler		pic x.
        03 jrn-before		pic x(112).
        03 filler		pic x.
        03 jrn-after		pic x(112).
        03 filler		pic x.
        03 jrn-before-ext	pic x(40).
        03 filler		pic x.
        03 jrn-after-ext	pic x(40).
    01 journal-date		pic x(8).

    01 image-work		pic x(152).
    01 image-label		pic x(8).
    01 records-read		pic 9(5)	value 0.
    01 records-reported		pic 9(5)	value 0.


*> One change as a block - the header line, then the before and after
*> images decoded field by field so nobody reads 129-byte strings.
print-one-change.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    else
        move "BEFORE: " to image-label
        move jrn-before to image-work
        move jrn-before-ext to image-work(113:40)
        perform print-image-fields
    end-if.

    else
        move "AFTER:  " to image-label
        move jrn-after to image-work
        move jrn-after-ext to image-work(113:40)
        perform print-image-fields
    end-if.


*> The dept-record columns, decoded off the record image the same
*> way DEPTMNT's approval display decodes them.
print-image-fields.
    move spaces to report-rec.
        image-work(92:1) delimited by size
        " ALIAS " delimited by size
        image-work(103:10) delimited by size
        " GEN " delimited by size
        image-work(113:4) delimited by size
        " ALG " delimited by size
        image-work(117:1) delimited by size
        " SEAL " delimited by size
        image-work(118:1) delimited by size
        " SLA " delimited by size
        image-work(119:4) delimited by size
        " REV " delimited by size
        image-work(123:1) delimited by size
        " VOL " delimited by size
        image-work(124:6) delimited by size
        into report-rec
    end-string.
    write report-rec.
