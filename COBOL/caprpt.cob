*> Brayden Cowell - 0844864
*> CAPRPT - batch window capacity trend over the retained run-control datasets
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. caprpt.

environment division.
input-output section.
file-control.
    *> The retained run-control datasets to trend over - the same list
    *> CHARGBCK and SLARPT read, one nightly CIPHRUN copy per line. A
    *> missing list means just the live CIPHRUN.
    select optional runlist-file
    assign to "CIPHRUNL"
    organization is line sequential
    file status is runlist-file-status.

    *> One run-control dataset at a time - one night. Each record
    *> carries when work on the file began and finished and which
    *> MANSPLIT stream it ran on; the trailer carries the run's own
    *> start and end.
    select optional run-control-file
    assign to dynamic run-control-name
    organization is line sequential
    file status is run-control-status.

    *> The report - weekly window duration, throughput per stream, the
    *> largest files, growth per department and when the window runs
    *> out at the current rate, in the CHARGSTM style.
    select report-file
    assign to "CAPRPT"
    organization is line sequential
    file status is report-file-status.

data division.
file section.
    fd runlist-file.
    01 runlist-rec		pic x(80).

    fd run-control-file.
    01 run-control-rec		pic x(200).

    fd report-file.
    01 report-rec		pic x(132).

working-storage section.
    01 runlist-file-status	pic xx.
    01 run-control-status	pic xx.
    01 report-file-status	pic xx.
    01 end-of-list-switch	pic xxx		value 'no '.
        88 end-of-list				value 'yes'.
    01 end-of-run-switch	pic xxx		value 'no '.
        88 end-of-run				value 'yes'.

    *> FROM,TO (YYYYMMDD) and the window length in minutes from JCL
    *> PARM - all optional. No period means everything the list still
    *> retains; no length means the 01:00-05:00 window.
    01 parm-string		pic x(80).
    01 range-from		pic x(8)	value spaces.
    01 range-to			pic x(8)	value spaces.
    01 parm-window-str		pic x(4)	value spaces.
    01 window-minutes		pic 9(4)	value 240.

    01 run-control-name		pic x(24).
    01 datasets-read		pic 999		value 0.

    *> The fixed columns CIPHER's write-run-control-record lays out,
    *> the file's start stamp, elapsed seconds and stream last.
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
        03 filler		pic x.
        03 rc-arrival		pic x(15).
        03 filler		pic x.
        03 rc-start		pic x(15).
        03 filler		pic x.
        03 rc-elapsed		pic 9(6).
        03 filler		pic x.
        03 rc-stream		pic x(02).

    *> The trailer columns - the run's own start and end, written by
    *> each CIPHER session and carried across by RUNMERGE.
    01 run-trailer-line.
        03 rt-tag		pic x(8).
        03 rt-files		pic 9(4).
        03 filler		pic x.
        03 rt-chars		pic 9(8).
        03 filler		pic x.
        03 rt-enciphers		pic 9(4).
        03 filler		pic x.
        03 rt-deciphers		pic 9(4).
        03 filler		pic x(4).
        03 rt-return-code	pic 9(4).
        03 filler		pic x.
        03 rt-start		pic x(15).
        03 filler		pic x.
        03 rt-end		pic x(15).
        03 filler		pic x.
        03 rt-stream		pic x(02).

    *> Elapsed time - stamps turned into seconds since the start of the
    *> date functions' calendar and subtracted.
    01 stamp-work.
        03 stamp-date		pic 9(8).
        03 filler		pic x.
        03 stamp-hours		pic 99.
        03 stamp-minutes	pic 99.
        03 stamp-seconds	pic 99.
    01 stamp-total-seconds	pic 9(12).
    01 file-start-seconds	pic 9(12).
    01 file-end-seconds		pic 9(12).
    01 file-elapsed		pic 9(6).
    01 file-timed-switch	pic x(03).
        88 file-timed				value 'yes'.

    *> The night in hand - the span its timed files cover, and the
    *> trailer's start and end when the run wrote them.
    01 dataset-start-seconds	pic 9(12).
    01 dataset-end-seconds	pic 9(12).
    01 dataset-trailer-start	pic 9(12).
    01 dataset-trailer-end	pic 9(12).
    01 dataset-date		pic 9(8).
    01 dataset-files		pic 9(5).
    01 dataset-chars		pic 9(10).

    *> Each stream's span on the night in hand, so the streams' busy
    *> time adds up night by night.
    01 night-stream-count	pic 99		value 0.
    01 night-stream-idx		pic 99.
    01 night-stream-table.
        03 night-stream-entry	occurs 10 times.
            05 ns-id		pic x(02).
            05 ns-start		pic 9(12).
            05 ns-end		pic 9(12).

    *> One entry per night with a measurable window - a rerun on the
    *> same date widens the night it belongs to.
    01 night-count		pic 999		value 0.
    01 night-idx		pic 999.
    01 night-table.
        03 night-entry		occurs 400 times.
            05 night-date	pic 9(8).
            05 night-start	pic 9(12).
            05 night-end	pic 9(12).
            05 night-files	pic 9(5).
            05 night-chars	pic 9(10).
            05 night-streams	pic 99.
    01 untimed-nights		pic 999		value 0.
    01 nights-over		pic 999		value 0.
    01 window-seconds		pic 9(8).

    *> Weeks run Monday to Sunday - day 1 of the date functions'
    *> calendar was a Monday, so a week starts on every seventh day.
    01 day-integer		pic 9(7).
    01 week-integer		pic 9(7).
    01 week-count		pic 999		value 0.
    01 week-idx			pic 999.
    01 week-slot		pic 999.
    01 week-table.
        03 week-entry		occurs 104 times.
            05 wk-start		pic 9(7).
            05 wk-nights	pic 9(3).
            05 wk-window-total	pic 9(9).
            05 wk-window-longest pic 9(8).
            05 wk-files		pic 9(7).
            05 wk-chars		pic 9(11).
            05 wk-streams	pic 99.
    01 week-found-switch	pic x(03).
        88 week-found				value 'yes'.
    01 week-display-date	pic 9(8).

    *> Work per stream across the period - blank is a single-stream
    *> night. Busy is the sum of the files' own elapsed time; span is
    *> first start to last finish on the stream, night by night.
    01 stream-count		pic 99		value 0.
    01 stream-idx		pic 99.
    01 stream-table.
        03 stream-entry		occurs 10 times.
            05 st-id		pic x(02).
            05 st-files		pic 9(7).
            05 st-chars		pic 9(11).
            05 st-busy		pic 9(9).
            05 st-span		pic 9(9).

    *> The ten largest files in the period, largest first.
    01 largest-count		pic 99		value 0.
    01 largest-idx		pic 99.
    01 largest-slot		pic 99.
    01 largest-table.
        03 largest-entry	occurs 11 times.
            05 lg-chars		pic 9(8).
            05 lg-date		pic x(8).
            05 lg-filename	pic x(20).
            05 lg-dept		pic x(10).
            05 lg-stream	pic x(02).
            05 lg-elapsed	pic 9(6).
            05 lg-timed		pic x.

    *> Characters per department per week, in the order first seen -
    *> laid out against the week table when the growth is worked out.
    01 dept-count		pic 999		value 0.
    01 dept-idx			pic 999.
    01 dept-list.
        03 dept-entry		occurs 200 times.
            05 dp-code		pic x(10).
    01 dept-week-count		pic 9(4)	value 0.
    01 dept-week-idx		pic 9(4).
    01 dept-week-table.
        03 dept-week-entry	occurs 3000 times.
            05 dw-dept		pic x(10).
            05 dw-week		pic 9(7).
            05 dw-chars		pic 9(11).
    01 dept-weeks-active	pic 999.
    01 dept-total-chars		pic 9(13).
    01 dept-average		pic 9(11).
    01 dept-growth-percent	pic s9(5)v9.
    01 dept-growth-display	pic -(5)9.9.
    01 entry-found-switch	pic x(03).
        88 entry-found				value 'yes'.
    01 table-full-switch	pic x(03)	value 'no '.
        88 table-full-noted			value 'yes'.

    *> A least-squares straight line through one weekly series - x is
    *> the week number from the first week in the period.
    01 trend-series.
        03 trend-y		pic 9(11)	occurs 104 times.
    01 trend-n			pic 999.
    01 trend-x			pic 999.
    01 trend-sum-x		pic s9(9).
    01 trend-sum-y		pic s9(15)v999.
    01 trend-sum-xx		pic s9(9).
    01 trend-sum-xy		pic s9(15)v999.
    01 trend-divisor		pic s9(12).
    01 trend-slope		pic s9(11)v999.
    01 trend-intercept		pic s9(11)v999.
    01 trend-slope-display	pic -(11)9.9.

    *> The projection - the longest night each week, fitted and run
    *> forward to the window length.
    01 last-week-x		pic 999.
    01 fitted-latest		pic s9(9)v999.
    01 fitted-horizon		pic s9(9)v999.
    01 weeks-to-overrun		pic 9(5).
    01 overrun-integer		pic 9(7).
    01 overrun-date		pic 9(8).
    01 horizon-weeks		pic 99		value 13.
    01 streams-now		pic 99.
    01 streams-needed		pic 9(4).
    01 overrun-near-switch	pic x(03)	value 'no '.
        88 overrun-near				value 'yes'.

    01 minutes-work		pic 9(7).
    01 minutes-display		pic z(6)9.
    01 count-display		pic z(6)9.
    01 chars-display		pic z(10)9.
    01 rate-work		pic 9(9).
    01 rate-display		pic z(8)9.
    01 stream-label		pic x(6).
    01 timed-files		pic 9(7)	value 0.
    01 untimed-files		pic 9(7)	value 0.
    01 report-separator		pic x(76)	value all "=".
    01 detail-separator		pic x(76)	value all "-".


procedure division.
*> Read every retained night, then lay out how long the window ran
*> week by week, what each stream got through, which files were the
*> biggest and whose volume is growing - and, from the trend in the
*> longest night each week, when the window stops being long enough.
mainline.
    perform read-startup-parms.

    open output report-file.
    if report-file-status not = '00'
        display "Cannot open the capacity report! Status: " report-file-status "!"
        move 8 to return-code
        perform exit-program
    end-if.

    perform sweep-run-list.
    perform roll-nights-into-weeks.

    perform print-report-header.
    perform print-weekly-windows.
    perform print-stream-throughput.
    perform print-largest-files.
    perform print-department-growth.
    perform print-window-projection.

    close report-file.
    display "Capacity report written to CAPRPT - " datasets-read " datasets, "
        night-count " nights timed, " week-count " weeks.".
    if overrun-near or nights-over > 0
        move 4 to return-code
    end-if.
    perform exit-program.


read-startup-parms.
    accept parm-string from command-line.

    if parm-string not = spaces
        unstring parm-string delimited by ","
            into range-from range-to parm-window-str
        end-unstring
    end-if.

    if range-from = spaces
        move "00000000" to range-from
    end-if.
    if range-to = spaces
        move "99999999" to range-to
    end-if.
    if parm-window-str not = spaces
        if function trim(parm-window-str) is not numeric
            display "The window length must be minutes 1-1440! Run refused."
            move 8 to return-code
            perform exit-program
        end-if
        move function numval(parm-window-str) to window-minutes
    end-if.
    if window-minutes < 1 or window-minutes > 1440
        display "The window length must be minutes 1-1440! Run refused."
        move 8 to return-code
        perform exit-program
    end-if.


*> Every dataset the list names, or just CIPHRUN when there is no
*> list on file - exactly what CHARGBCK reads.
sweep-run-list.
    open input runlist-file.
    if runlist-file-status not = '00'
        if runlist-file-status = '05'
            close runlist-file
        end-if
        move "CIPHRUN" to run-control-name
        perform measure-one-dataset
        exit paragraph
    end-if.

    perform until end-of-list
        read runlist-file into runlist-rec
            at end set end-of-list to true
        end-read
        if not end-of-list and runlist-rec not = spaces
            move runlist-rec(1:24) to run-control-name
            perform measure-one-dataset
        end-if
    end-perform.

    close runlist-file.


*> One dataset is one night. Its window is the trailer's start to end
*> where the run wrote them, otherwise the span of its timed files; a
*> night from before the times were recorded has no window at all.
measure-one-dataset.
    move 'no ' to end-of-run-switch.
    move 0 to dataset-start-seconds.
    move 0 to dataset-end-seconds.
    move 0 to dataset-trailer-start.
    move 0 to dataset-trailer-end.
    move 0 to dataset-files.
    move 0 to dataset-chars.
    move 0 to night-stream-count.

    open input run-control-file.
    if run-control-status not = '00'
        if run-control-status = '05'
            close run-control-file
        else
            display "Cannot read " function trim(run-control-name) " - left out of the report! Status: " run-control-status "."
        end-if
        exit paragraph
    end-if.
    add 1 to datasets-read.

    perform until end-of-run
        read run-control-file into run-control-rec
            at end set end-of-run to true
        end-read
        if not end-of-run and run-control-rec not = spaces
            if run-control-rec(1:8) = "TRAILER "
                move run-control-rec(1:74) to run-trailer-line
                perform note-trailer-times
            else
                move run-control-rec to run-control-line
                perform measure-one-record
            end-if
        end-if
    end-perform.

    close run-control-file.

    if dataset-trailer-start > 0 and dataset-trailer-end >= dataset-trailer-start
        move dataset-trailer-start to dataset-start-seconds
        move dataset-trailer-end to dataset-end-seconds
    end-if.
    if dataset-start-seconds = 0
        if dataset-files > 0
            add 1 to untimed-nights
        end-if
        exit paragraph
    end-if.

    perform record-night.


*> The run's own start and end - the trailer of a merged night spans
*> the first stream to start and the last to finish.
note-trailer-times.
    if rt-start = spaces or rt-end = spaces
        exit paragraph
    end-if.
    if rt-start(1:8) < range-from or rt-start(1:8) > range-to
        exit paragraph
    end-if.
    move rt-start to stamp-work.
    perform stamp-to-seconds.
    move stamp-total-seconds to dataset-trailer-start.
    move rt-end to stamp-work.
    perform stamp-to-seconds.
    move stamp-total-seconds to dataset-trailer-end.


*> A deferral or hold did no work in the window. Every other record
*> counts toward the volume; only those with a start stamp count
*> toward the window and the streams' time.
measure-one-record.
    if rc-stamp = spaces
        exit paragraph
    end-if.
    if rc-stamp(1:8) < range-from or rc-stamp(1:8) > range-to
        exit paragraph
    end-if.
    if rc-outcome = "DEFR" or rc-outcome = "HOLD"
        exit paragraph
    end-if.

    add 1 to dataset-files.
    add rc-chars to dataset-chars.

    move 'no ' to file-timed-switch.
    move 0 to file-elapsed.
    if rc-start not = spaces
        move rc-start to stamp-work
        perform stamp-to-seconds
        move stamp-total-seconds to file-start-seconds
        move rc-stamp to stamp-work
        perform stamp-to-seconds
        move stamp-total-seconds to file-end-seconds
        if file-start-seconds > 0 and file-end-seconds >= file-start-seconds
            set file-timed to true
            if rc-elapsed is numeric
                move rc-elapsed to file-elapsed
            else
                compute file-elapsed = file-end-seconds - file-start-seconds
            end-if
        end-if
    end-if.

    if file-timed
        add 1 to timed-files
        if dataset-start-seconds = 0 or file-start-seconds < dataset-start-seconds
            move file-start-seconds to dataset-start-seconds
        end-if
        if file-end-seconds > dataset-end-seconds
            move file-end-seconds to dataset-end-seconds
        end-if
        perform note-night-stream
    else
        add 1 to untimed-files
    end-if.

    perform roll-up-stream.
    perform roll-up-largest.
    perform roll-up-department-week.

    move rc-stamp(1:8) to stamp-date.
    perform find-week.
    if week-found
        add 1 to wk-files(week-idx)
        add rc-chars to wk-chars(week-idx)
    end-if.


*> The stream's first start and last finish on the night in hand.
note-night-stream.
    perform varying night-stream-idx from 1 by 1 until night-stream-idx > night-stream-count
        if ns-id(night-stream-idx) = rc-stream
            if file-start-seconds < ns-start(night-stream-idx)
                move file-start-seconds to ns-start(night-stream-idx)
            end-if
            if file-end-seconds > ns-end(night-stream-idx)
                move file-end-seconds to ns-end(night-stream-idx)
            end-if
            exit paragraph
        end-if
    end-perform.

    if night-stream-count < 10
        add 1 to night-stream-count
        move rc-stream to ns-id(night-stream-count)
        move file-start-seconds to ns-start(night-stream-count)
        move file-end-seconds to ns-end(night-stream-count)
    end-if.


roll-up-stream.
    move 'no ' to entry-found-switch.
    perform varying stream-idx from 1 by 1 until stream-idx > stream-count or entry-found
        if st-id(stream-idx) = rc-stream
            set entry-found to true
        end-if
    end-perform.

    if entry-found
        subtract 1 from stream-idx
    else
        if stream-count >= 10
            exit paragraph
        end-if
        add 1 to stream-count
        move stream-count to stream-idx
        move rc-stream to st-id(stream-idx)
        move 0 to st-files(stream-idx)
        move 0 to st-chars(stream-idx)
        move 0 to st-busy(stream-idx)
        move 0 to st-span(stream-idx)
    end-if.

    add 1 to st-files(stream-idx).
    add rc-chars to st-chars(stream-idx).
    add file-elapsed to st-busy(stream-idx).


*> Slot the file into the top ten by size, largest first.
roll-up-largest.
    if rc-chars = 0
        exit paragraph
    end-if.
    if largest-count >= 10 and rc-chars <= lg-chars(10)
        exit paragraph
    end-if.

    move 1 to largest-slot.
    perform until largest-slot > largest-count
        or lg-chars(largest-slot) < rc-chars
        add 1 to largest-slot
    end-perform.
    perform varying largest-idx from largest-count by -1 until largest-idx < largest-slot
        move largest-entry(largest-idx) to largest-entry(largest-idx + 1)
    end-perform.
    if largest-count < 10
        add 1 to largest-count
    end-if.

    move rc-chars to lg-chars(largest-slot).
    move rc-stamp(1:8) to lg-date(largest-slot).
    move rc-filename to lg-filename(largest-slot).
    move rc-dept to lg-dept(largest-slot).
    move rc-stream to lg-stream(largest-slot).
    move file-elapsed to lg-elapsed(largest-slot).
    if file-timed
        move "Y" to lg-timed(largest-slot)
    else
        move "N" to lg-timed(largest-slot)
    end-if.


*> The department's characters for the week the file finished in.
roll-up-department-week.
    if rc-dept = spaces
        exit paragraph
    end-if.
    move rc-stamp(1:8) to stamp-date.
    compute day-integer = function integer-of-date(stamp-date).
    compute week-integer = day-integer - function mod(day-integer - 1, 7).

    perform varying dept-week-idx from 1 by 1 until dept-week-idx > dept-week-count
        if dw-dept(dept-week-idx) = rc-dept and dw-week(dept-week-idx) = week-integer
            add rc-chars to dw-chars(dept-week-idx)
            exit paragraph
        end-if
    end-perform.

    if dept-week-count >= 3000
        perform note-table-full
        exit paragraph
    end-if.
    add 1 to dept-week-count.
    move rc-dept to dw-dept(dept-week-count).
    move week-integer to dw-week(dept-week-count).
    move rc-chars to dw-chars(dept-week-count).

    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        if dp-code(dept-idx) = rc-dept
            exit paragraph
        end-if
    end-perform.
    if dept-count < 200
        add 1 to dept-count
        move rc-dept to dp-code(dept-count)
    end-if.


note-table-full.
    if not table-full-noted
        display "More departments and weeks than the report can hold! The rest are left out of the growth figures."
        set table-full-noted to true
    end-if.


*> The night's window against the night already on file for the same
*> date - a rerun widens it rather than counting as a night of its own.
*> The streams' spans for the night go onto their period totals here.
record-night.
    compute day-integer = dataset-start-seconds / 86400.
    move function date-of-integer(day-integer) to dataset-date.

    move 'no ' to entry-found-switch.
    perform varying night-idx from 1 by 1 until night-idx > night-count or entry-found
        if night-date(night-idx) = dataset-date
            set entry-found to true
        end-if
    end-perform.

    if entry-found
        subtract 1 from night-idx
    else
        if night-count >= 400
            display "More than 400 nights in the period! The rest are left out of the window figures."
            exit paragraph
        end-if
        add 1 to night-count
        move night-count to night-idx
        move dataset-date to night-date(night-idx)
        move dataset-start-seconds to night-start(night-idx)
        move dataset-end-seconds to night-end(night-idx)
        move 0 to night-files(night-idx)
        move 0 to night-chars(night-idx)
        move 0 to night-streams(night-idx)
    end-if.

    if dataset-start-seconds < night-start(night-idx)
        move dataset-start-seconds to night-start(night-idx)
    end-if.
    if dataset-end-seconds > night-end(night-idx)
        move dataset-end-seconds to night-end(night-idx)
    end-if.
    add dataset-files to night-files(night-idx).
    add dataset-chars to night-chars(night-idx).
    if night-stream-count > night-streams(night-idx)
        move night-stream-count to night-streams(night-idx)
    end-if.

    perform varying night-stream-idx from 1 by 1 until night-stream-idx > night-stream-count
        perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            if st-id(stream-idx) = ns-id(night-stream-idx)
                compute st-span(stream-idx) = st-span(stream-idx)
                    + ns-end(night-stream-idx) - ns-start(night-stream-idx)
            end-if
        end-perform
    end-perform.


*> Each night's window onto its week - the total for the average and
*> the longest night, which is the one that overruns first.
roll-nights-into-weeks.
    perform varying night-idx from 1 by 1 until night-idx > night-count
        move night-date(night-idx) to stamp-date
        perform find-week
        if week-found
            compute window-seconds = night-end(night-idx) - night-start(night-idx)
            add 1 to wk-nights(week-idx)
            add window-seconds to wk-window-total(week-idx)
            if window-seconds > wk-window-longest(week-idx)
                move window-seconds to wk-window-longest(week-idx)
            end-if
            if night-streams(night-idx) > wk-streams(week-idx)
                move night-streams(night-idx) to wk-streams(week-idx)
            end-if
            if window-seconds > window-minutes * 60
                add 1 to nights-over
            end-if
        end-if
    end-perform.


*> Find (or slot in, in date order) the week stamp-date falls in.
find-week.
    move 'no ' to week-found-switch.
    compute day-integer = function integer-of-date(stamp-date).
    compute week-integer = day-integer - function mod(day-integer - 1, 7).

    perform varying week-idx from 1 by 1 until week-idx > week-count
        if wk-start(week-idx) = week-integer
            set week-found to true
            exit paragraph
        end-if
    end-perform.

    if week-count >= 104
        display "More than 104 weeks in the period! The rest are left out of the weekly figures."
        exit paragraph
    end-if.
    move 1 to week-slot.
    perform until week-slot > week-count or wk-start(week-slot) > week-integer
        add 1 to week-slot
    end-perform.
    perform varying week-idx from week-count by -1 until week-idx < week-slot
        move week-entry(week-idx) to week-entry(week-idx + 1)
    end-perform.
    add 1 to week-count.
    move week-slot to week-idx.
    move week-integer to wk-start(week-idx).
    move 0 to wk-nights(week-idx).
    move 0 to wk-window-total(week-idx).
    move 0 to wk-window-longest(week-idx).
    move 0 to wk-files(week-idx).
    move 0 to wk-chars(week-idx).
    move 0 to wk-streams(week-idx).
    set week-found to true.


stamp-to-seconds.
    if stamp-date is not numeric or stamp-hours is not numeric
        or stamp-minutes is not numeric or stamp-seconds is not numeric
        move 0 to stamp-total-seconds
        exit paragraph
    end-if.
    compute stamp-total-seconds =
        function integer-of-date(stamp-date) * 86400
        + stamp-hours * 3600 + stamp-minutes * 60 + stamp-seconds.


print-report-header.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    write report-rec.

    move spaces to report-rec.
    string "BATCH WINDOW CAPACITY TREND - PERIOD " delimited by size
        range-from delimited by size
        " THROUGH " delimited by size
        range-to delimited by size
        " - RUN DATE " delimited by size
        function current-date(1:4) delimited by size
        "-" delimited by size
        function current-date(5:2) delimited by size
        "-" delimited by size
        function current-date(7:2) delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move window-minutes to minutes-display.
    string "  WINDOW LENGTH: " delimited by size
        function trim(minutes-display) delimited by size
        " MINUTES   DATASETS READ: " delimited by size
        datasets-read delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    write report-rec.


*> One line per week - the nights timed, the average and longest
*> window, and the work that went through.
print-weekly-windows.
    perform print-section-header.
    move "WEEKLY WINDOW DURATION" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    move "WEEK OF    NIGHTS  AVG MINUTES  LONGEST MINUTES    FILES   CHARACTERS" to report-rec.
    write report-rec.

    perform varying week-idx from 1 by 1 until week-idx > week-count
        move spaces to report-rec
        move function date-of-integer(wk-start(week-idx)) to week-display-date
        string week-display-date(1:4) "-" week-display-date(5:2) "-" week-display-date(7:2)
            delimited by size into report-rec(1:10)
        end-string
        move wk-nights(week-idx) to count-display
        move count-display to report-rec(11:7)
        if wk-nights(week-idx) > 0
            compute minutes-work rounded =
                wk-window-total(week-idx) / wk-nights(week-idx) / 60
            move minutes-work to minutes-display
            move minutes-display to report-rec(20:7)
            compute minutes-work rounded = wk-window-longest(week-idx) / 60
            move minutes-work to minutes-display
            move minutes-display to report-rec(37:7)
            if wk-window-longest(week-idx) > window-minutes * 60
                move "OVER" to report-rec(45:4)
            end-if
        else
            move "NOT TIMED" to report-rec(20:9)
        end-if
        move wk-files(week-idx) to count-display
        move count-display to report-rec(50:7)
        move wk-chars(week-idx) to chars-display
        move chars-display to report-rec(58:11)
        write report-rec
    end-perform.

    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    string "  NIGHTS TIMED: " delimited by size
        night-count delimited by size
        "  NIGHTS OVER THE WINDOW: " delimited by size
        nights-over delimited by size
        "  NIGHTS WITHOUT TIMES ON RECORD: " delimited by size
        untimed-nights delimited by size
        into report-rec
    end-string.
    write report-rec.
    move spaces to report-rec.
    write report-rec.


*> What each stream got through, and how fast - characters per minute
*> of the stream's span, the time it actually held the window.
print-stream-throughput.
    perform print-section-header.
    move "THROUGHPUT PER STREAM" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    move "STREAM     FILES   CHARACTERS  BUSY MINUTES  SPAN MINUTES  CHARS/MINUTE" to report-rec.
    write report-rec.

    perform varying stream-idx from 1 by 1 until stream-idx > stream-count
        move spaces to report-rec
        if st-id(stream-idx) = spaces
            move "SINGLE" to stream-label
        else
            move st-id(stream-idx) to stream-label
        end-if
        move stream-label to report-rec(1:6)
        move st-files(stream-idx) to count-display
        move count-display to report-rec(8:7)
        move st-chars(stream-idx) to chars-display
        move chars-display to report-rec(17:11)
        compute minutes-work rounded = st-busy(stream-idx) / 60
        move minutes-work to minutes-display
        move minutes-display to report-rec(31:7)
        compute minutes-work rounded = st-span(stream-idx) / 60
        move minutes-work to minutes-display
        move minutes-display to report-rec(45:7)
        if st-span(stream-idx) > 0
            compute rate-work rounded = st-chars(stream-idx) * 60 / st-span(stream-idx)
            move rate-work to rate-display
            move rate-display to report-rec(59:9)
        else
            move "NOT TIMED" to report-rec(59:9)
        end-if
        write report-rec
    end-perform.

    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    string "  FILES TIMED: " delimited by size
        timed-files delimited by size
        "  FILES WITHOUT TIMES ON RECORD: " delimited by size
        untimed-files delimited by size
        into report-rec
    end-string.
    write report-rec.
    move spaces to report-rec.
    write report-rec.


print-largest-files.
    perform print-section-header.
    move "LARGEST FILES" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    move "DATE     FILENAME             DEPARTMENT STREAM  CHARACTERS ELAPSED SECS" to report-rec.
    write report-rec.

    perform varying largest-idx from 1 by 1 until largest-idx > largest-count
        move spaces to report-rec
        move lg-date(largest-idx) to report-rec(1:8)
        move lg-filename(largest-idx) to report-rec(10:20)
        move lg-dept(largest-idx) to report-rec(31:10)
        if lg-stream(largest-idx) = spaces
            move "SINGLE" to report-rec(42:6)
        else
            move lg-stream(largest-idx) to report-rec(42:2)
        end-if
        move lg-chars(largest-idx) to chars-display
        move chars-display to report-rec(48:11)
        if lg-timed(largest-idx) = "Y"
            move lg-elapsed(largest-idx) to count-display
            move count-display to report-rec(64:7)
        else
            move "NOT TIMED" to report-rec(62:9)
        end-if
        write report-rec
    end-perform.

    move spaces to report-rec.
    write report-rec.


*> Each department's weekly characters laid out against every week in
*> the period (a week with nothing from it counts as nothing) and a
*> straight line fitted through them - the trend per week, and that
*> trend as a share of its average week.
print-department-growth.
    perform print-section-header.
    move "GROWTH PER DEPARTMENT" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.
    move "DEPARTMENT WEEKS  FIRST WEEK   LAST WEEK    AVG/WEEK      TREND/WEEK  %/WEEK" to report-rec.
    write report-rec.

    if week-count = 0
        move spaces to report-rec
        write report-rec
        exit paragraph
    end-if.
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        perform varying week-idx from 1 by 1 until week-idx > week-count
            move 0 to trend-y(week-idx)
        end-perform
        move 0 to dept-weeks-active
        move 0 to dept-total-chars
        perform varying dept-week-idx from 1 by 1 until dept-week-idx > dept-week-count
            if dw-dept(dept-week-idx) = dp-code(dept-idx)
                perform varying week-idx from 1 by 1 until week-idx > week-count
                    if wk-start(week-idx) = dw-week(dept-week-idx)
                        add dw-chars(dept-week-idx) to trend-y(week-idx)
                        add dw-chars(dept-week-idx) to dept-total-chars
                        add 1 to dept-weeks-active
                    end-if
                end-perform
            end-if
        end-perform

        move week-count to trend-n
        perform fit-weekly-trend

        move spaces to report-rec
        move dp-code(dept-idx) to report-rec(1:10)
        move dept-weeks-active to report-rec(12:3)
        move trend-y(1) to chars-display
        move chars-display to report-rec(16:11)
        move trend-y(week-count) to chars-display
        move chars-display to report-rec(28:11)
        compute dept-average rounded = dept-total-chars / week-count
        move dept-average to chars-display
        move chars-display to report-rec(40:11)
        if week-count > 1
            move trend-slope to trend-slope-display
            move trend-slope-display to report-rec(52:14)
            if dept-average > 0
                compute dept-growth-percent rounded = trend-slope * 100 / dept-average
                move dept-growth-percent to dept-growth-display
                move dept-growth-display to report-rec(67:8)
            end-if
        else
            move "ONE WEEK ONLY" to report-rec(53:13)
        end-if
        write report-rec
    end-perform.

    move spaces to report-rec.
    write report-rec.


*> The longest night each week, fitted and run forward: how many weeks
*> until it passes the window length, and how many streams it would
*> take to hold the window a quarter from now at the same rate.
print-window-projection.
    perform print-section-header.
    move "WINDOW PROJECTION" to report-rec.
    write report-rec.
    move spaces to report-rec.
    move detail-separator to report-rec(1:76).
    write report-rec.

    move 0 to trend-n.
    perform varying week-idx from 1 by 1 until week-idx > week-count
        if wk-nights(week-idx) > 0
            add 1 to trend-n
            move week-idx to last-week-x
        end-if
    end-perform.

    if trend-n < 2
        move spaces to report-rec
        move "  NOT ENOUGH TIMED WEEKS ON RECORD TO PROJECT THE WINDOW - TWO OR MORE ARE NEEDED." to report-rec
        write report-rec
        move spaces to report-rec
        write report-rec
        exit paragraph
    end-if.

    *> Only the timed weeks go into the fit, each at its own week
    *> number, so an untimed week in between is a gap and not a zero.
    move 0 to trend-sum-x.
    move 0 to trend-sum-y.
    move 0 to trend-sum-xx.
    move 0 to trend-sum-xy.
    perform varying week-idx from 1 by 1 until week-idx > week-count
        if wk-nights(week-idx) > 0
            compute trend-x = (wk-start(week-idx) - wk-start(1)) / 7
            compute minutes-work = wk-window-longest(week-idx) / 60
            add trend-x to trend-sum-x
            add minutes-work to trend-sum-y
            compute trend-sum-xx = trend-sum-xx + trend-x * trend-x
            compute trend-sum-xy = trend-sum-xy + trend-x * minutes-work
        end-if
    end-perform.
    perform solve-weekly-trend.

    compute trend-x = (wk-start(last-week-x) - wk-start(1)) / 7.
    compute fitted-latest rounded = trend-intercept + trend-slope * trend-x.
    compute fitted-horizon rounded = trend-intercept + trend-slope * (trend-x + horizon-weeks).
    move wk-streams(last-week-x) to streams-now.
    if streams-now = 0
        move 1 to streams-now
    end-if.

    move spaces to report-rec.
    move window-minutes to minutes-display.
    string "  WINDOW LENGTH:                 " delimited by size
        function trim(minutes-display) delimited by size
        " MINUTES" delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    move trend-slope to trend-slope-display.
    string "  LONGEST NIGHT TREND:           " delimited by size
        function trim(trend-slope-display) delimited by size
        " MINUTES PER WEEK" delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    if fitted-latest < 0
        move 0 to minutes-work
    else
        compute minutes-work rounded = fitted-latest
    end-if.
    move minutes-work to minutes-display.
    string "  LONGEST NIGHT NOW (FITTED):    " delimited by size
        function trim(minutes-display) delimited by size
        " MINUTES" delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    evaluate true
        when fitted-latest >= window-minutes
            move "  PROJECTED OVERRUN:             THE WINDOW IS ALREADY FULL" to report-rec
            set overrun-near to true
        when trend-slope <= 0
            move "  PROJECTED OVERRUN:             NONE AT THE CURRENT RATE" to report-rec
        when other
            compute weeks-to-overrun = (window-minutes - fitted-latest) / trend-slope + 0.999
            compute overrun-integer = wk-start(last-week-x) + weeks-to-overrun * 7
            move function date-of-integer(overrun-integer) to overrun-date
            string "  PROJECTED OVERRUN:             WEEK OF " delimited by size
                overrun-date(1:4) "-" overrun-date(5:2) "-" overrun-date(7:2) delimited by size
                " - " delimited by size
                weeks-to-overrun delimited by size
                " WEEKS FROM THE LAST WEEK ON RECORD" delimited by size
                into report-rec
            end-string
            if weeks-to-overrun <= horizon-weeks
                set overrun-near to true
            end-if
    end-evaluate.
    write report-rec.

    *> Streams share the work evenly enough that the window shrinks
    *> with their number - a rough figure for planning, not a promise.
    move spaces to report-rec.
    if fitted-horizon > 0
        compute streams-needed = (streams-now * fitted-horizon / window-minutes) + 0.999
    else
        move streams-now to streams-needed
    end-if.
    if streams-needed < streams-now
        move streams-now to streams-needed
    end-if.
    string "  MANSPLIT STREAMS NOW: " delimited by size
        streams-now delimited by size
        "   NEEDED IN " delimited by size
        horizon-weeks delimited by size
        " WEEKS AT THIS RATE: " delimited by size
        streams-needed delimited by size
        into report-rec
    end-string.
    write report-rec.

    move spaces to report-rec.
    write report-rec.


*> The fit over the first trend-n weeks of trend-y, at week numbers
*> taken from the week table.
fit-weekly-trend.
    move 0 to trend-sum-x.
    move 0 to trend-sum-y.
    move 0 to trend-sum-xx.
    move 0 to trend-sum-xy.
    perform varying week-idx from 1 by 1 until week-idx > trend-n
        compute trend-x = (wk-start(week-idx) - wk-start(1)) / 7
        add trend-x to trend-sum-x
        add trend-y(week-idx) to trend-sum-y
        compute trend-sum-xx = trend-sum-xx + trend-x * trend-x
        compute trend-sum-xy = trend-sum-xy + trend-x * trend-y(week-idx)
    end-perform.
    perform solve-weekly-trend.


solve-weekly-trend.
    move 0 to trend-slope.
    move 0 to trend-intercept.
    if trend-n = 0
        exit paragraph
    end-if.
    compute trend-divisor = trend-n * trend-sum-xx - trend-sum-x * trend-sum-x.
    if trend-divisor not = 0
        compute trend-slope rounded =
            (trend-n * trend-sum-xy - trend-sum-x * trend-sum-y) / trend-divisor
    end-if.
    compute trend-intercept rounded = (trend-sum-y - trend-slope * trend-sum-x) / trend-n.


print-section-header.
    move spaces to report-rec.
    move report-separator to report-rec(1:76).
    write report-rec.
    move spaces to report-rec.


exit-program.
    stop run.
