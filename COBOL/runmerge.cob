data division.
file section.
    fd stream-file.
    01 stream-rec		pic x(200).

    fd merged-file.
    01 merged-rec		pic x(200).

working-storage section.
    01 stream-file-status	pic xx.
        03 rt-deciphers		pic 9(4).
        03 filler		pic x(4).
        03 rt-return-code	pic 9(4).
        03 filler		pic x.
        03 rt-start		pic x(15).
        03 filler		pic x.
        03 rt-end		pic x(15).
        03 filler		pic x.
        03 rt-stream		pic x(02).

    01 total-files		pic 9(4)	value 0.
    01 total-chars		pic 9(8)	value 0.
    01 total-enciphers		pic 9(4)	value 0.
    01 total-deciphers		pic 9(4)	value 0.
    01 worst-return-code	pic 9(4)	value 0.

    *> The combined window - the first stream to start and the last to
    *> finish. Each stream's own span stays on its detail records.
    01 earliest-start		pic x(15)	value spaces.
    01 latest-end		pic x(15)	value spaces.
    01 trailer-seen-switch	pic x(03).
        88 trailer-seen				value 'yes'.

    move total-deciphers to rt-deciphers.
    move " RC " to run-trailer-line(32:4).
    move worst-return-code to rt-return-code.
    move earliest-start to rt-start.
    move latest-end to rt-end.
    move spaces to merged-rec.
    move run-trailer-line to merged-rec(1:74).
    write merged-rec.

    close merged-file.
        if not end-of-stream and stream-rec not = spaces
            if stream-rec(1:8) = "TRAILER "
                set trailer-seen to true
                move stream-rec(1:74) to run-trailer-line
                add rt-files to total-files
                add rt-chars to total-chars
                add rt-enciphers to total-enciphers
                if rt-return-code > worst-return-code
                    move rt-return-code to worst-return-code
                end-if
                if rt-start not = spaces
                    and (earliest-start = spaces or rt-start < earliest-start)
                    move rt-start to earliest-start
                end-if
                if rt-end not = spaces and rt-end > latest-end
                    move rt-end to latest-end
                end-if
            else
                move stream-rec to merged-rec
                write merged-rec
