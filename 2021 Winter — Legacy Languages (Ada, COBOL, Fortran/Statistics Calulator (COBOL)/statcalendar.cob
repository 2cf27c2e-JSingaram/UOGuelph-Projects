*> statcalendar.cob
*>
*> Expected-feed report over the duplicate-feed register the
*> statistics calculator keeps. Reads the feed calendar, which lists
*> each feed id with the days it is expected (every day, weekdays
*> only, or specific dates) and its cut-off, and for every business
*> date in an operator-given range shows each expected feed as
*> RECEIVED, LATE (registered after its cut-off), MISSING (not
*> registered and past its cut-off) or PENDING (not registered, cut-off
*> still to come). Registered feeds the calendar does not expect are
*> listed after. The run ends with return code 8 when any feed is
*> missing, so the schedule can page someone.
*>

identification division.
program-id. Calendar.

environment division.
input-output section.
file-control.
select calendar-file assign to calendar-file-name
    organization is line sequential
    file status is calendar-file-status.
select feed-register assign to feed-register-name
    organization is line sequential
    file status is feed-register-status.
select report-file assign to report-file-name
    organization is line sequential.


data division.
file section.
fd calendar-file.
    01 calendar-string    pic X(80).
fd feed-register.
    01 feed-register-string pic X(140).
fd report-file.
    01 report-string      pic X(132).


working-storage section.
01 eof-switch         pic 9 value 1.

01 calendar-file-name   pic X(100) value 'stats-feedcal.dat'.
01 calendar-file-status pic X(02).
01 feed-register-name   pic X(100) value 'stats-feedreg.dat'.
01 feed-register-status pic X(02).
01 report-file-name     pic X(100).

01 answer-text          pic X(20).
01 file-name-answer     pic X(100).
01 from-date            pic 9(08) value 0.
01 to-date              pic 9(08) value 0.
01 from-day             pic 9(08).
01 to-day               pic 9(08).
01 today-date           pic 9(08).
01 today-time           pic 9(08).
01 today-hhmm           pic 9(04).

*> One line of the feed calendar: the feed id, its schedule (D every
*> day, W Monday to Friday, S the one date given on the line, so a
*> feed on specific dates has a line per date), the cut-off as a
*> number of days after the business date and a time of day HHMM,
*> and a description for the report
01 calendar-line.
    05 cl-feed-id       pic X(08).
    05 filler           pic X(01).
    05 cl-schedule      pic X(01).
    05 filler           pic X(01).
    05 cl-cutoff-days   pic 9(01).
    05 filler           pic X(01).
    05 cl-cutoff-time   pic 9(04).
    05 filler           pic X(01).
    05 cl-date          pic 9(08).
    05 filler           pic X(01).
    05 cl-desc          pic X(30).

01 max-calendar-rows  pic 9(4) value 200.
01 calendar-count     pic 9(4) value 0.
01 calendar-rows.
    05 calendar-row occurs 200 times.
        10 cal-feed-id     pic X(08).
        10 cal-schedule    pic X(01).
        10 cal-cutoff-days pic 9(01).
        10 cal-cutoff-time pic 9(04).
        10 cal-date        pic 9(08).
        10 cal-desc        pic X(30).

*> One parsed row of the feed register, mirroring the
*> feed-register-line layout the statistics calculator writes
01 feed-register-line.
    05 reg-feed-id       pic X(08).
    05 filler            pic X(01).
    05 reg-business-date pic 9(08).
    05 filler            pic X(01).
    05 reg-run-date      pic 9(08).
    05 filler            pic X(01).
    05 reg-run-time      pic 9(08).
    05 filler            pic X(01).
    05 reg-input         pic X(100).

*> The register rows whose business date falls in the report range,
*> each marked once the calendar has accounted for it
01 max-register-rows  pic 9(4) value 5000.
01 register-count     pic 9(4) value 0.
01 dropped-register-count pic 9(8) value 0.
01 register-rows.
    05 register-row occurs 5000 times.
        10 rr-feed-id       pic X(08).
        10 rr-business-date pic 9(08).
        10 rr-run-date      pic 9(08).
        10 rr-run-time      pic 9(08).
        10 rr-matched       pic 9.

01 c-i                pic 9(4).
01 r-i                pic 9(4).
01 found-index        pic 9(4).
01 feed-on-calendar   pic 9.
01 day-number         pic 9(08).
01 weekday-number     pic 9(01).
01 business-date      pic 9(08).
01 feed-expected      pic 9.
01 cutoff-date        pic 9(08).
01 run-hhmm           pic 9(04).
01 feed-status        pic X(08).

01 expected-total     pic 9(6) value 0.
01 received-total     pic 9(6) value 0.
01 late-total         pic 9(6) value 0.
01 missing-total      pic 9(6) value 0.
01 pending-total      pic 9(6) value 0.
01 unscheduled-total  pic 9(6) value 0.

01 text-string      pic X(132).

01 range-line.
    05 filler         pic X(17) value ' Business dates: '.
    05 range-from-out pic 9(08).
    05 filler         pic X(04) value ' to '.
    05 range-to-out   pic 9(08).

01 heading-line.
    05 filler pic X(08) value 'bus date'.
    05 filler pic X(01).
    05 filler pic X(08) value 'feed id'.
    05 filler pic X(01).
    05 filler pic X(30) value 'description'.
    05 filler pic X(01).
    05 filler pic X(08) value 'status'.
    05 filler pic X(01).
    05 filler pic X(08) value 'cut-off'.
    05 filler pic X(01).
    05 filler pic X(04) value 'time'.
    05 filler pic X(01).
    05 filler pic X(08) value 'reg date'.
    05 filler pic X(01).
    05 filler pic X(08) value 'reg time'.

01 expected-line.
    05 exp-date-out     pic 9(08).
    05 filler           pic X(01).
    05 exp-feed-out     pic X(08).
    05 filler           pic X(01).
    05 exp-desc-out     pic X(30).
    05 filler           pic X(01).
    05 exp-status-out   pic X(08).
    05 filler           pic X(01).
    05 exp-cutoff-out   pic 9(08).
    05 filler           pic X(01).
    05 exp-cutoff-time-out pic 9(04).
    05 filler           pic X(01).
    05 exp-run-date-out pic X(08).
    05 filler           pic X(01).
    05 exp-run-time-out pic X(08).

01 unscheduled-heading-line.
    05 filler pic X(08) value 'bus date'.
    05 filler pic X(01).
    05 filler pic X(08) value 'feed id'.
    05 filler pic X(01).
    05 filler pic X(08) value 'reg date'.
    05 filler pic X(01).
    05 filler pic X(08) value 'reg time'.
    05 filler pic X(01).
    05 filler pic X(16) value 'reason'.

01 unscheduled-line.
    05 uns-date-out     pic 9(08).
    05 filler           pic X(01).
    05 uns-feed-out     pic X(08).
    05 filler           pic X(01).
    05 uns-run-date-out pic 9(08).
    05 filler           pic X(01).
    05 uns-run-time-out pic 9(08).
    05 filler           pic X(01).
    05 uns-reason-out   pic X(16).

01 total-line.
    05 total-label       pic X(30).
    05 total-value       pic Z(5)9.


procedure division.

    perform start-program.
    perform get-inputs.
    perform load-calendar.
    if calendar-count = 0
        display "No feeds were found in " calendar-file-name
            "; no report was written."
        move 8 to return-code
        stop run
    end-if.
    perform load-register.
    perform write-calendar-report.
    perform close-program.

stop run.


*> Displays welcome message to operator
start-program.
    display " ".
    display "Expected feed report".
    display " ".

*> Prompts and collects the file names and the business-date range;
*> a blank end date reports the start date alone
get-inputs.
    display " Feed calendar file name (blank for stats-feedcal.dat): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to calendar-file-name
    end-if.
    display " Feed register file name (blank for stats-feedreg.dat): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to feed-register-name
    end-if.
    display " Report file name: ".
    accept report-file-name.
    display " First business date YYYYMMDD: ".
    accept answer-text.
    compute from-date = function numval (answer-text).
    display " Last business date YYYYMMDD (blank for the same): ".
    accept answer-text.
    if answer-text not = spaces
        compute to-date = function numval (answer-text)
    else
        move from-date to to-date
    end-if.
    compute from-day = function integer-of-date (from-date).
    compute to-day = function integer-of-date (to-date).
    if from-day = 0 or to-day = 0 or to-day < from-day
        display "The business-date range " from-date " to "
            to-date " is not valid."
        move 8 to return-code
        stop run
    end-if.
    accept today-date from date yyyymmdd.
    accept today-time from time.
    compute today-hhmm = today-time / 10000.

*> Reads the feed calendar into the calendar table, skipping lines
*> with no feed id or a schedule it does not know
load-calendar.
    move 0 to calendar-count.
    open input calendar-file.
    if calendar-file-status not = '00'
        display "Could not open feed calendar " calendar-file-name
            " (status " calendar-file-status ")"
        move 8 to return-code
    else
        move 1 to eof-switch
        perform read-calendar-row
            until eof-switch = 0
        close calendar-file
    end-if.

*> Reads one calendar line into the next table row
read-calendar-row.
    read calendar-file into calendar-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if cl-feed-id not = spaces
                and (cl-schedule = 'D' or cl-schedule = 'W'
                    or cl-schedule = 'S')
            if calendar-count < max-calendar-rows
                add 1 to calendar-count
                move cl-feed-id to cal-feed-id(calendar-count)
                move cl-schedule to cal-schedule(calendar-count)
                move 0 to cal-cutoff-days(calendar-count)
                if cl-cutoff-days is numeric
                    move cl-cutoff-days
                        to cal-cutoff-days(calendar-count)
                end-if
                move 2359 to cal-cutoff-time(calendar-count)
                if cl-cutoff-time is numeric
                    move cl-cutoff-time
                        to cal-cutoff-time(calendar-count)
                end-if
                move 0 to cal-date(calendar-count)
                if cl-date is numeric
                    move cl-date to cal-date(calendar-count)
                end-if
                move cl-desc to cal-desc(calendar-count)
            else
                display "Warning: the calendar table is full; feed "
                    cl-feed-id " was not loaded."
            end-if
        end-if
    end-if.

*> Reads the register rows for the report range into the register
*> table; a register that does not exist yet simply holds nothing
load-register.
    move 0 to register-count.
    move 0 to dropped-register-count.
    open input feed-register.
    if feed-register-status = '00'
        move 1 to eof-switch
        perform read-register-row
            until eof-switch = 0
        close feed-register
    else
        display "Feed register " feed-register-name
            " was not found; every feed will show as not received."
    end-if.
    if dropped-register-count > 0
        display "Warning: the register table is full; "
            dropped-register-count " rows in the range were not"
            " loaded."
    end-if.

*> Reads one register row and keeps it when its business date is in
*> the report range
read-register-row.
    read feed-register into feed-register-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if reg-business-date is numeric
                and reg-business-date >= from-date
                and reg-business-date <= to-date
            if register-count < max-register-rows
                add 1 to register-count
                move reg-feed-id to rr-feed-id(register-count)
                move reg-business-date
                    to rr-business-date(register-count)
                move reg-run-date to rr-run-date(register-count)
                move reg-run-time to rr-run-time(register-count)
                move 0 to rr-matched(register-count)
            else
                add 1 to dropped-register-count
            end-if
        end-if
    end-if.

*> Writes the full report: every expected feed for every business
*> date in the range, then the registered feeds nobody expected,
*> then the totals
write-calendar-report.
    open output report-file.
    move '===================================' to text-string.
    write report-string from text-string.
    move '       Expected Feed Report        ' to text-string.
    write report-string from text-string.
    move '===================================' to text-string.
    write report-string from text-string.
    move from-date to range-from-out.
    move to-date to range-to-out.
    write report-string from range-line.
    move spaces to text-string.
    write report-string from text-string.
    write report-string from heading-line.
    move all '-' to text-string.
    write report-string from text-string.
    move from-day to day-number.
    perform report-one-day
        until day-number > to-day.
    perform write-unscheduled-section.
    perform write-totals.
    close report-file.

*> Reports every calendar feed expected on one business date
report-one-day.
    compute business-date = function date-of-integer (day-number).
    compute weekday-number = function mod (day-number - 1, 7).
    move 1 to c-i.
    perform check-one-calendar-feed
        until c-i > calendar-count.
    add 1 to day-number.

*> Decides whether one calendar feed is expected on the business
*> date and, when it is, reports it. Day 1 of the integer calendar
*> was a Monday, so weekday-number runs 0 Monday to 6 Sunday
check-one-calendar-feed.
    move 0 to feed-expected.
    if cal-schedule(c-i) = 'D'
        move 1 to feed-expected
    end-if.
    if cal-schedule(c-i) = 'W' and weekday-number < 5
        move 1 to feed-expected
    end-if.
    if cal-schedule(c-i) = 'S' and cal-date(c-i) = business-date
        move 1 to feed-expected
    end-if.
    if feed-expected = 1
        perform report-expected-feed
    end-if.
    add 1 to c-i.

*> Settles one expected feed against the register. The earliest
*> registration for the feed and business date decides RECEIVED or
*> LATE against the cut-off; with none, the feed is MISSING once the
*> cut-off has passed and PENDING until then. Any later rerun for
*> the same feed and date is accounted for too
report-expected-feed.
    add 1 to expected-total.
    compute cutoff-date = function date-of-integer
        (day-number + cal-cutoff-days(c-i)).
    move 0 to found-index.
    move 1 to r-i.
    perform match-one-register-row
        until r-i > register-count.
    move business-date to exp-date-out.
    move cal-feed-id(c-i) to exp-feed-out.
    move cal-desc(c-i) to exp-desc-out.
    move cutoff-date to exp-cutoff-out.
    move cal-cutoff-time(c-i) to exp-cutoff-time-out.
    move spaces to exp-run-date-out.
    move spaces to exp-run-time-out.
    if found-index not = 0
        move rr-run-date(found-index) to exp-run-date-out
        move rr-run-time(found-index) to exp-run-time-out
        compute run-hhmm = rr-run-time(found-index) / 10000
        if rr-run-date(found-index) > cutoff-date
                or (rr-run-date(found-index) = cutoff-date
                    and run-hhmm > cal-cutoff-time(c-i))
            move 'LATE' to feed-status
            add 1 to late-total
        else
            move 'RECEIVED' to feed-status
            add 1 to received-total
        end-if
    else
        if today-date > cutoff-date
                or (today-date = cutoff-date
                    and today-hhmm > cal-cutoff-time(c-i))
            move 'MISSING' to feed-status
            add 1 to missing-total
        else
            move 'PENDING' to feed-status
            add 1 to pending-total
        end-if
    end-if.
    move feed-status to exp-status-out.
    write report-string from expected-line.

*> Marks one register row as accounted for when it is the expected
*> feed's, keeping the first such row as the one that counts
match-one-register-row.
    if rr-feed-id(r-i) = cal-feed-id(c-i)
            and rr-business-date(r-i) = business-date
        move 1 to rr-matched(r-i)
        if found-index = 0
            move r-i to found-index
        end-if
    end-if.
    add 1 to r-i.

*> Writes the registered feeds the calendar did not expect: feed ids
*> the calendar does not list at all, and listed feeds registered
*> for a business date they are not scheduled on
write-unscheduled-section.
    move spaces to text-string.
    write report-string from text-string.
    move ' Registered feeds not on the calendar' to text-string.
    write report-string from text-string.
    move all '-' to text-string.
    write report-string from text-string.
    write report-string from unscheduled-heading-line.
    move 1 to r-i.
    perform write-one-unscheduled
        until r-i > register-count.
    if unscheduled-total = 0
        move ' (none)' to text-string
        write report-string from text-string
    end-if.

*> Writes one register row no expected feed accounted for
write-one-unscheduled.
    if rr-matched(r-i) = 0
        add 1 to unscheduled-total
        move 0 to feed-on-calendar
        move 1 to c-i
        perform scan-calendar-feed
            until c-i > calendar-count or feed-on-calendar = 1
        move rr-business-date(r-i) to uns-date-out
        move rr-feed-id(r-i) to uns-feed-out
        move rr-run-date(r-i) to uns-run-date-out
        move rr-run-time(r-i) to uns-run-time-out
        if feed-on-calendar = 1
            move 'NOT SCHEDULED' to uns-reason-out
        else
            move 'UNKNOWN FEED' to uns-reason-out
        end-if
        write report-string from unscheduled-line
    end-if.
    add 1 to r-i.

*> Checks one calendar row for the unmatched register row's feed id
scan-calendar-feed.
    if cal-feed-id(c-i) = rr-feed-id(r-i)
        move 1 to feed-on-calendar
    else
        add 1 to c-i
    end-if.

*> Writes the report totals
write-totals.
    move spaces to text-string.
    write report-string from text-string.
    move ' Feeds expected               ' to total-label.
    move expected-total to total-value.
    write report-string from total-line.
    move ' Received on time             ' to total-label.
    move received-total to total-value.
    write report-string from total-line.
    move ' Received late                ' to total-label.
    move late-total to total-value.
    write report-string from total-line.
    move ' Missing                      ' to total-label.
    move missing-total to total-value.
    write report-string from total-line.
    move ' Pending, cut-off not reached ' to total-label.
    move pending-total to total-value.
    write report-string from total-line.
    move ' Registered but not expected  ' to total-label.
    move unscheduled-total to total-value.
    write report-string from total-line.

*> Closing message and terminates program, returning a nonzero code
*> when any expected feed is missing so the schedule can page
*> someone
close-program.
    display "Expected feed report has been saved in file "
        report-file-name.
    if missing-total > 0
        display missing-total " expected feeds are MISSING."
        move 8 to return-code
    end-if.
    stop run.
