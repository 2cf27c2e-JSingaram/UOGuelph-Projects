*> statarchive.cob
*>
*> Housekeeping job for the files the statistics calculator only
*> ever appends to: the run history log, the processed-feed
*> register, the category master audit journal and the run-summary
*> logs. Entries older than each file's retention period are moved
*> to a dated archive file beside it, named <file>.<yyyymmdd>, and
*> the file is rewritten with the entries kept. Two safeguards hold
*> entries back whatever their age: a feed-register entry still
*> inside the duplicate-feed guard window is never archived, since
*> the calculator's duplicate check only sees the live register, and
*> the history log always keeps, for every input file, one more
*> usable run than Trend is asked to print, so its first printed run
*> still has a run to be compared with. A control report gives the
*> counts read, kept and archived for each file and the oldest and
*> newest dates kept.
*>

identification division.
program-id. Archive.

environment division.
input-output section.
file-control.
select source-file assign to source-file-name
    organization is line sequential
    file status is source-file-status.
select work-file assign to work-file-name
    organization is line sequential
    file status is work-file-status.
select archive-file assign to archive-file-name
    organization is line sequential
    file status is archive-file-status.
select report-file assign to report-file-name
    organization is line sequential.


data division.
file section.
fd source-file.
    01 source-string      pic X(400).
fd work-file.
    01 work-string        pic X(400).
fd archive-file.
    01 archive-string     pic X(400).
fd report-file.
    01 report-string      pic X(132).


working-storage section.
01 eof-switch         pic 9 value 1.

01 source-file-name     pic X(100).
01 source-file-status   pic X(02).
01 work-file-name       pic X(100) value 'stats-archive.tmp'.
01 work-file-status     pic X(02).
01 archive-file-name    pic X(110).
01 archive-file-status  pic X(02).
01 archive-open         pic 9 value 0.
01 archive-failed       pic 9 value 0.
01 report-file-name     pic X(100).

01 answer-text          pic X(20).
01 file-name-answer     pic X(100).
01 archive-date         pic 9(08).
01 archive-day          pic 9(08).
01 any-failed-switch    pic 9 value 0.

*> Retention defaults, in days. The feed register is never trimmed
*> inside the duplicate-feed guard window, and the history log
*> keeps one run more per input file than Trend prints
01 history-retention    pic 9(5) value 365.
01 register-retention   pic 9(5) value 90.
01 guard-window         pic 9(5) value 90.
01 journal-retention    pic 9(5) value 365.
01 summary-retention    pic 9(5) value 30.
01 trend-runs           pic 9(4) value 5.
01 runs-to-keep         pic 9(4).
01 guard-cutoff         pic 9(08).

*> The files to archive, in the order they are processed: the kind
*> of file (H history, R feed register, J journal, S run summary)
*> decides where its date sits and which safeguard applies
01 max-log-files        pic 9(2) value 13.
01 log-file-count       pic 9(2) value 0.
01 log-files.
    05 log-file occurs 13 times.
        10 lg-kind      pic X(01).
        10 lg-name      pic X(100).
        10 lg-retention pic 9(5).
01 lg-i                 pic 9(2).
01 more-summaries       pic 9 value 1.

*> One entry of whichever file is being archived, with a view of it
*> in each file's layout
01 entry-line           pic X(400).

01 history-view redefines entry-line.
    05 hv-date      pic 9(08).
    05 filler       pic X(01).
    05 hv-time      pic 9(08).
    05 filler       pic X(01).
    05 hv-input     pic X(100).
    05 filler       pic X(174).
    05 hv-status    pic X(14).
    05 filler       pic X(94).

01 register-view redefines entry-line.
    05 rv-feed-id       pic X(08).
    05 filler           pic X(01).
    05 rv-business-date pic 9(08).
    05 filler           pic X(01).
    05 rv-run-date      pic 9(08).
    05 filler           pic X(374).

01 journal-view redefines entry-line.
    05 jv-date      pic 9(08).
    05 filler       pic X(392).

01 summary-view redefines entry-line.
    05 filler       pic X(249).
    05 sv-run-date  pic 9(08).
    05 filler       pic X(143).

*> Per-file counts and the entry now being decided
01 cutoff-date          pic 9(08).
01 entry-date           pic 9(08).
01 entry-dated          pic 9.
01 entry-kept           pic 9.
01 read-count           pic 9(8).
01 kept-count           pic 9(8).
01 archived-count       pic 9(8).
01 undated-count        pic 9(8).
01 guard-held-count     pic 9(8).
01 trend-held-count     pic 9(8).
01 oldest-kept          pic 9(08).
01 newest-kept          pic 9(08).
01 file-result          pic X(30).

*> Usable history runs per input file, counted on a first pass so
*> the second knows which runs are among each input's latest. A run
*> is usable to Trend when it is dated and its figures were
*> published
01 max-history-inputs   pic 9(4) value 500.
01 history-input-count  pic 9(4) value 0.
01 history-inputs.
    05 history-input occurs 500 times.
        10 hi-name      pic X(100).
        10 hi-usable    pic 9(8).
        10 hi-seen      pic 9(8).
01 hi-i                 pic 9(4).
01 found-index          pic 9(4).
01 history-full         pic 9 value 0.
01 runs-after           pic 9(8).
01 trend-needed         pic 9.

01 text-string        pic X(132).

01 date-line.
    05 filler         pic X(15) value ' Archive date: '.
    05 date-out       pic 9(08).

01 file-line.
    05 filler         pic X(07) value ' File: '.
    05 file-name-out  pic X(100).

01 archive-name-line.
    05 filler         pic X(15) value ' Archived to:  '.
    05 archive-name-out pic X(110).

01 retention-line.
    05 filler         pic X(18) value ' Retention days:  '.
    05 retention-out  pic Z(4)9.
    05 filler         pic X(22) value '   archiving before:  '.
    05 cutoff-out     pic 9(08).

01 kept-dates-line.
    05 filler         pic X(18) value ' Oldest kept date '.
    05 oldest-out     pic X(08).
    05 filler         pic X(20) value '   newest kept date '.
    05 newest-out     pic X(08).

01 result-line.
    05 filler         pic X(10) value ' Result:  '.
    05 result-out     pic X(30).

01 total-line.
    05 total-label  pic X(30).
    05 total-value  pic Z(7)9.


procedure division.

    perform start-program.
    perform get-inputs.
    open output report-file.
    perform write-report-heading.
    move 1 to lg-i.
    perform archive-one-log
        until lg-i > log-file-count.
    close report-file.
    perform close-program.

stop run.


*> Displays welcome message to operator
start-program.
    display " ".
    display "Statistics log retention and archiving".
    display " ".

*> Prompts and collects the archive date, each file's name and
*> retention, the safeguards and the report file name
get-inputs.
    display " Archive date YYYYMMDD (blank for today): ".
    accept answer-text.
    if answer-text not = spaces
        compute archive-date = function numval (answer-text)
    else
        accept archive-date from date yyyymmdd
    end-if.
    compute archive-day = function integer-of-date (archive-date).
    if archive-day = 0
        display "The archive date " archive-date " is not valid."
        move 8 to return-code
        stop run
    end-if.
    move 0 to log-file-count.
    add 1 to log-file-count.
    move 'H' to lg-kind(log-file-count).
    move 'stats-history.log' to lg-name(log-file-count).
    display " History file name (blank for stats-history.log): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to lg-name(log-file-count)
    end-if.
    display " History retention in days (blank for 365): ".
    accept answer-text.
    if answer-text not = spaces
        compute history-retention = function numval (answer-text)
    end-if.
    move history-retention to lg-retention(log-file-count).
    display " Runs Trend must still be able to print "
        "(blank for 5): ".
    accept answer-text.
    if answer-text not = spaces
        compute trend-runs = function numval (answer-text)
    end-if.
    if trend-runs < 1
        move 1 to trend-runs
    end-if.
    compute runs-to-keep = trend-runs + 1.
    add 1 to log-file-count.
    move 'R' to lg-kind(log-file-count).
    move 'stats-feedreg.dat' to lg-name(log-file-count).
    display " Feed register file name "
        "(blank for stats-feedreg.dat): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to lg-name(log-file-count)
    end-if.
    display " Feed register retention in days (blank for 90): ".
    accept answer-text.
    if answer-text not = spaces
        compute register-retention = function numval (answer-text)
    end-if.
    move register-retention to lg-retention(log-file-count).
    display " Duplicate-feed guard window in days (blank for 90): ".
    accept answer-text.
    if answer-text not = spaces
        compute guard-window = function numval (answer-text)
    end-if.
    compute guard-cutoff = function date-of-integer
        (archive-day - guard-window).
    add 1 to log-file-count.
    move 'J' to lg-kind(log-file-count).
    move 'stats-catmast-journal.log' to lg-name(log-file-count).
    display " Journal file name "
        "(blank for stats-catmast-journal.log): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to lg-name(log-file-count)
    end-if.
    display " Journal retention in days (blank for 365): ".
    accept answer-text.
    if answer-text not = spaces
        compute journal-retention = function numval (answer-text)
    end-if.
    move journal-retention to lg-retention(log-file-count).
    add 1 to log-file-count.
    move 'S' to lg-kind(log-file-count).
    move 'stats-run-summary.log' to lg-name(log-file-count).
    display " Run summary file name "
        "(blank for stats-run-summary.log): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to lg-name(log-file-count)
    end-if.
    display " Run summary retention in days (blank for 30): ".
    accept answer-text.
    if answer-text not = spaces
        compute summary-retention = function numval (answer-text)
    end-if.
    move summary-retention to lg-retention(log-file-count).
    move 1 to more-summaries.
    perform get-one-summary-name
        until more-summaries = 0.
    display " Report file name: ".
    accept report-file-name.

*> Collects one more run-summary log, kept for the same period as
*> the first
get-one-summary-name.
    display " Another run summary file to archive "
        "(blank when done): ".
    accept file-name-answer.
    if file-name-answer = spaces
        move 0 to more-summaries
    else
        if log-file-count < max-log-files
            add 1 to log-file-count
            move 'S' to lg-kind(log-file-count)
            move file-name-answer to lg-name(log-file-count)
            move summary-retention to lg-retention(log-file-count)
        else
            display "No more run summary files can be taken."
            move 0 to more-summaries
        end-if
    end-if.

*> Writes the control report banner
write-report-heading.
    move '===================================' to text-string.
    write report-string from text-string.
    move '   Log Retention Control Report    ' to text-string.
    write report-string from text-string.
    move '===================================' to text-string.
    write report-string from text-string.
    move spaces to text-string.
    write report-string from text-string.
    move archive-date to date-out.
    write report-string from date-line.

*> Archives one file: entries older than its cutoff go to the dated
*> archive file and the rest to a work file, which is then copied
*> back over the original. A file that does not exist is reported
*> and left alone
archive-one-log.
    move lg-name(lg-i) to source-file-name.
    move spaces to archive-file-name.
    string lg-name(lg-i) delimited by space
        '.' delimited by size
        archive-date delimited by size
        into archive-file-name.
    compute cutoff-date = function date-of-integer
        (archive-day - lg-retention(lg-i)).
    move 0 to read-count.
    move 0 to kept-count.
    move 0 to archived-count.
    move 0 to undated-count.
    move 0 to guard-held-count.
    move 0 to trend-held-count.
    move 99999999 to oldest-kept.
    move 0 to newest-kept.
    move 0 to archive-open.
    move 0 to archive-failed.
    if lg-kind(lg-i) = 'H'
        perform count-history-runs
    end-if.
    open input source-file.
    if source-file-status not = '00'
        move 'NOT FOUND - NOTHING DONE' to file-result
    else
        open output work-file
        if work-file-status not = '00'
            close source-file
            move 'WORK FILE FAILED - NO CHANGE' to file-result
            move 1 to any-failed-switch
            display "Could not create work file " work-file-name
                " (status " work-file-status "); "
                source-file-name " was left alone."
        else
            move 1 to eof-switch
            perform read-source-row
                until eof-switch = 0
            close source-file
            close work-file
            if archive-open = 1
                close archive-file
            end-if
            if archive-failed = 0
                if archived-count > 0
                    perform copy-work-to-source
                else
                    move 'NOTHING TO ARCHIVE' to file-result
                end-if
            end-if
        end-if
    end-if.
    perform write-file-section.
    add 1 to lg-i.

*> Reads one entry and sends it to the work file or the archive
read-source-row.
    read source-file into entry-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        add 1 to read-count
        perform decide-entry
        if entry-kept = 1
            add 1 to kept-count
            write work-string from entry-line
            if entry-dated = 1
                if entry-date < oldest-kept
                    move entry-date to oldest-kept
                end-if
                if entry-date > newest-kept
                    move entry-date to newest-kept
                end-if
            end-if
        else
            perform write-archive-row
        end-if
    end-if.

*> Decides whether the entry is kept. Its date comes from where the
*> file's layout keeps it; an entry with no readable date is always
*> kept, and an old entry is still kept when a safeguard needs it
decide-entry.
    move 1 to entry-kept.
    move 0 to entry-dated.
    move 0 to entry-date.
    if lg-kind(lg-i) = 'H' and hv-date is numeric
        move hv-date to entry-date
        move 1 to entry-dated
    end-if.
    if lg-kind(lg-i) = 'R' and rv-run-date is numeric
            and rv-business-date is numeric
        move rv-run-date to entry-date
        if rv-business-date > entry-date
            move rv-business-date to entry-date
        end-if
        move 1 to entry-dated
    end-if.
    if lg-kind(lg-i) = 'J' and jv-date is numeric
        move jv-date to entry-date
        move 1 to entry-dated
    end-if.
    if lg-kind(lg-i) = 'S' and sv-run-date is numeric
        move sv-run-date to entry-date
        move 1 to entry-dated
    end-if.
    if entry-dated = 0
        add 1 to undated-count
    end-if.
    if lg-kind(lg-i) = 'H' and entry-dated = 1
        perform note-history-run
    end-if.
    if entry-dated = 1 and entry-date < cutoff-date
        move 0 to entry-kept
        if lg-kind(lg-i) = 'R' and entry-date >= guard-cutoff
            move 1 to entry-kept
            add 1 to guard-held-count
        end-if
        if lg-kind(lg-i) = 'H' and trend-needed = 1
            move 1 to entry-kept
            add 1 to trend-held-count
        end-if
    end-if.

*> Writes one entry to the dated archive file, opening it on first
*> use; an archive already written today is added to, not replaced.
*> When the archive cannot be opened the entry stays in the work
*> file and the original log is left as it was
write-archive-row.
    if archive-open = 0 and archive-failed = 0
        open extend archive-file
        if archive-file-status = '35'
            open output archive-file
        end-if
        if archive-file-status = '00'
            move 1 to archive-open
        else
            move 1 to archive-failed
            move 'ARCHIVE FAILED - NO CHANGE' to file-result
            move 1 to any-failed-switch
            display "Could not open archive file " archive-file-name
                " (status " archive-file-status "); "
                source-file-name " was left alone."
        end-if
    end-if.
    if archive-open = 1
        add 1 to archived-count
        write archive-string from entry-line
    else
        add 1 to kept-count
        write work-string from entry-line
    end-if.

*> Copies the kept entries back over the original file. The
*> original is only opened for output once the work file is open,
*> so a work file that cannot be read leaves it untouched
copy-work-to-source.
    open input work-file.
    if work-file-status not = '00'
        move 'REWRITE FAILED - SEE ARCHIVE' to file-result
        move 1 to any-failed-switch
        display "Could not reopen work file " work-file-name
            "; " source-file-name " was left untouched, so the"
            " entries just archived are still in it as well."
    else
        open output source-file
        if source-file-status not = '00'
            move 'REWRITE FAILED - SEE WORK' to file-result
            move 1 to any-failed-switch
            display "Could not rewrite " source-file-name
                " (status " source-file-status "); its kept"
                " entries are in " work-file-name
                " and the rest in the archive file."
        else
            move 1 to eof-switch
            perform copy-one-work-row
                until eof-switch = 0
            close source-file
            move 'ARCHIVED' to file-result
        end-if
        close work-file
    end-if.

*> Copies one kept entry back to the original file
copy-one-work-row.
    read work-file into entry-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        write source-string from entry-line
    end-if.

*> First pass over the history log: counts each input file's usable
*> runs, so the second pass can tell a run among an input's latest
*> from an older one
count-history-runs.
    move 0 to history-input-count.
    move 0 to history-full.
    open input source-file.
    if source-file-status = '00'
        move 1 to eof-switch
        perform count-one-history-row
            until eof-switch = 0
        close source-file
    end-if.
    if history-full = 1
        display "Warning: more than " max-history-inputs
            " input files in the history log; runs of the rest are"
            " all kept."
    end-if.

*> Counts one history row against its input file when it is usable
count-one-history-row.
    read source-file into entry-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if hv-date is numeric
                and hv-status not = 'OUT OF BALANCE'
                and hv-status not = 'DUPLICATE FEED'
            perform find-history-input
            if found-index = 0
                if history-input-count < max-history-inputs
                    add 1 to history-input-count
                    move history-input-count to found-index
                    move hv-input to hi-name(found-index)
                    move 0 to hi-usable(found-index)
                    move 0 to hi-seen(found-index)
                else
                    move 1 to history-full
                end-if
            end-if
            if found-index not = 0
                add 1 to hi-usable(found-index)
            end-if
        end-if
    end-if.

*> Finds the history row's input file in the usable-run table
find-history-input.
    move 0 to found-index.
    move 1 to hi-i.
    perform scan-history-input
        until hi-i > history-input-count or found-index not = 0.

*> Checks one usable-run table row against the history row's input
scan-history-input.
    if hi-name(hi-i) = hv-input
        move hi-i to found-index
    else
        add 1 to hi-i
    end-if.

*> Works out whether Trend needs a dated history row: it does when
*> the row is one of its input's latest usable runs, counting this
*> one and every later one. A row that is not usable is never
*> needed; a usable row of an input beyond the table always is
note-history-run.
    move 0 to trend-needed.
    if hv-status not = 'OUT OF BALANCE'
            and hv-status not = 'DUPLICATE FEED'
        perform find-history-input
        if found-index = 0
            move 1 to trend-needed
        else
            add 1 to hi-seen(found-index)
            compute runs-after =
                hi-usable(found-index) - hi-seen(found-index) + 1
            if runs-after <= runs-to-keep
                move 1 to trend-needed
            end-if
        end-if
    end-if.

*> Writes one file's section of the control report
write-file-section.
    move spaces to text-string.
    write report-string from text-string.
    move source-file-name to file-name-out.
    write report-string from file-line.
    move all '-' to text-string.
    write report-string from text-string.
    move lg-retention(lg-i) to retention-out.
    move cutoff-date to cutoff-out.
    write report-string from retention-line.
    move file-result to result-out.
    write report-string from result-line.
    if archived-count > 0
        move archive-file-name to archive-name-out
        write report-string from archive-name-line
    end-if.
    move ' Entries read                 ' to total-label.
    move read-count to total-value.
    write report-string from total-line.
    move ' Entries kept                 ' to total-label.
    move kept-count to total-value.
    write report-string from total-line.
    move ' Entries archived             ' to total-label.
    move archived-count to total-value.
    write report-string from total-line.
    if lg-kind(lg-i) = 'R'
        move ' Kept inside the guard window ' to total-label
        move guard-held-count to total-value
        write report-string from total-line
    end-if.
    if lg-kind(lg-i) = 'H'
        move ' Kept for the trend report    ' to total-label
        move trend-held-count to total-value
        write report-string from total-line
    end-if.
    if undated-count > 0
        move ' Kept with no readable date   ' to total-label
        move undated-count to total-value
        write report-string from total-line
    end-if.
    move spaces to oldest-out.
    move spaces to newest-out.
    if newest-kept > 0
        move oldest-kept to oldest-out
        move newest-kept to newest-out
    end-if.
    write report-string from kept-dates-line.

*> Closing message and terminates program; a file that could not be
*> rewritten ends the run with return code 8
close-program.
    display "Control report has been saved in file "
        report-file-name.
    if any-failed-switch = 1
        move 8 to return-code
    end-if.
    stop run.
