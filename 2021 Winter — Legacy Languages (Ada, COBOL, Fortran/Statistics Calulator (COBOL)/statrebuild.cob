*> statrebuild.cob
*>
*> Recovery utility for the persistent category master. Replays the
*> after-images in the category master audit journal, oldest first,
*> up to an operator-given date and time, optionally starting with
*> archived journal files, to arrive at the state the journal says
*> the master should be in at that point. In rebuild mode that state
*> is written out as a fresh master file, after an explicit
*> confirmation. In verify mode the live master is compared with it
*> record by record, and every code whose last-run or lifetime
*> figures disagree, or that exists on only one side, is reported;
*> the run then ends with return code 8.
*>

identification division.
program-id. Rebuild.

environment division.
input-output section.
file-control.
select category-master assign to category-master-name
    organization is indexed
    access is dynamic
    record key is master-code
    file status is category-master-status.
select catmast-journal assign to catmast-journal-name
    organization is line sequential
    file status is catmast-journal-status.
select report-file assign to report-file-name
    organization is line sequential.


data division.
file section.
fd category-master.
    01 master-record.
        05 master-code        pic X(04).
        05 master-last-date   pic 9(08).
        05 master-last-count  pic 9(08).
        05 master-last-mean   pic S9(14)V9(4).
        05 master-last-stddev pic S9(14)V9(4).
        05 master-life-count  pic 9(10).
        05 master-life-wsum   pic S9(16)V9(4).
fd catmast-journal.
    01 catmast-journal-string pic X(360).
fd report-file.
    01 report-string      pic X(132).


working-storage section.
01 eof-switch         pic 9 value 1.

01 category-master-name   pic X(100) value 'stats-catmast.dat'.
01 category-master-status pic X(02).
01 catmast-journal-name   pic X(100)
    value 'stats-catmast-journal.log'.
01 catmast-journal-status pic X(02).
01 report-file-name       pic X(100).

01 answer-text          pic X(20).
01 file-name-answer     pic X(100).
01 mode-response        pic X.
01 confirm-response     pic X.

*> The journal files to replay, in the order they are replayed:
*> the archived journals the operator names, oldest first, then the
*> current journal last
01 main-journal-name      pic X(100)
    value 'stats-catmast-journal.log'.
01 max-journal-files      pic 9(2) value 20.
01 journal-file-count     pic 9(2) value 0.
01 journal-files.
    05 journal-file occurs 20 times.
        10 jf-name        pic X(100).
        10 jf-found       pic 9.
        10 jf-read        pic 9(8).
        10 jf-applied     pic 9(8).
        10 jf-after-stop  pic 9(8).
        10 jf-unreadable  pic 9(8).
01 jf-i                   pic 9(2).
01 more-archives          pic 9 value 1.

*> The replay stops after the last journal entry stamped at or
*> before this date and time
01 stop-date          pic 9(08) value 99999999.
01 stop-time          pic 9(08) value 99999999.
01 stop-stamp         pic 9(16).
01 entry-stamp        pic 9(16).

*> One parsed row of the audit journal, mirroring the journal-line
*> layout the writing programs share
01 journal-line.
    05 jrn-date          pic 9(08).
    05 filler            pic X(01).
    05 jrn-time          pic 9(08).
    05 filler            pic X(01).
    05 jrn-action        pic X(09).
    05 filler            pic X(01).
    05 jrn-code          pic X(04).
    05 filler            pic X(01).
    05 jrn-before        pic X(86).
    05 filler            pic X(01).
    05 jrn-after         pic X(86).
    05 filler            pic X(01).
    05 jrn-input         pic X(100).
    05 filler            pic X(01).
    05 jrn-feed-id       pic X(08).
    05 filler            pic X(01).
    05 jrn-business-date pic 9(08).
    05 filler            pic X(01).
    05 jrn-requested-by  pic X(08).
    05 filler            pic X(01).
    05 jrn-approved-by   pic X(08).

*> The master as the journal says it should be: one row per code
*> the journal has touched, holding its latest after-image, or
*> marked gone when the latest entry deleted it
01 max-replay-rows    pic 9(4) value 1000.
01 replay-count       pic 9(4) value 0.
01 dropped-replay-count pic 9(8) value 0.
01 replay-rows.
    05 replay-row occurs 1000 times.
        10 rp-code        pic X(04).
        10 rp-image       pic X(86).
        10 rp-live        pic 9.
        10 rp-seen        pic 9.
        10 rp-last-action pic X(09).
        10 rp-last-date   pic 9(08).
        10 rp-last-time   pic 9(08).
01 rp-i               pic 9(4).
01 found-index        pic 9(4).
01 live-count         pic 9(4).
01 missing-journal-count pic 9(4).
01 report-written     pic 9 value 0.

*> Decoded view of a replayed image, in the master-record layout
01 image-view.
    05 iv-code        pic X(04).
    05 iv-last-date   pic 9(08).
    05 iv-last-count  pic 9(08).
    05 iv-last-mean   pic S9(14)V9(4).
    05 iv-last-stddev pic S9(14)V9(4).
    05 iv-life-count  pic 9(10).
    05 iv-life-wsum   pic S9(16)V9(4).

01 last-run-differs   pic 9.
01 lifetime-differs   pic 9.
01 written-count      pic 9(8) value 0.
01 matched-count      pic 9(8) value 0.
01 difference-count   pic 9(8) value 0.
01 master-only-count  pic 9(8) value 0.
01 journal-only-count pic 9(8) value 0.
01 master-read-count  pic 9(8) value 0.

01 text-string        pic X(132).

01 stop-line.
    05 filler         pic X(28) value ' Replayed up to date/time: '.
    05 stop-date-out  pic 9(08).
    05 filler         pic X(01).
    05 stop-time-out  pic 9(08).

01 master-name-line.
    05 filler         pic X(18) value ' Category master: '.
    05 master-name-out pic X(100).

01 journal-heading-line.
    05 filler pic X(08) value '    read'.
    05 filler pic X(01).
    05 filler pic X(08) value ' applied'.
    05 filler pic X(01).
    05 filler pic X(08) value 'too late'.
    05 filler pic X(01).
    05 filler pic X(08) value ' skipped'.
    05 filler pic X(01).
    05 filler pic X(12) value 'journal file'.

01 journal-file-line.
    05 jf-read-out      pic Z(7)9.
    05 filler           pic X(01).
    05 jf-applied-out   pic Z(7)9.
    05 filler           pic X(01).
    05 jf-after-stop-out pic Z(7)9.
    05 filler           pic X(01).
    05 jf-unreadable-out pic Z(7)9.
    05 filler           pic X(01).
    05 jf-name-out      pic X(94).

01 image-heading-line.
    05 filler pic X(09) value spaces.
    05 filler pic X(08) value 'last run'.
    05 filler pic X(01).
    05 filler pic X(08) value '   count'.
    05 filler pic X(01).
    05 filler pic X(20) value '                mean'.
    05 filler pic X(01).
    05 filler pic X(20) value '             stddev '.
    05 filler pic X(01).
    05 filler pic X(10) value 'life count'.
    05 filler pic X(01).
    05 filler pic X(22) value '       life wtd sum   '.

01 code-line.
    05 filler           pic X(01) value space.
    05 code-out         pic X(04).
    05 filler           pic X(02).
    05 code-reason-out  pic X(30).
    05 filler           pic X(02).
    05 filler           pic X(14) value 'last journal: '.
    05 code-action-out  pic X(09).
    05 filler           pic X(01).
    05 code-date-out    pic X(08).
    05 filler           pic X(01).
    05 code-time-out    pic X(08).

01 image-line.
    05 image-label       pic X(09).
    05 iv-date-out       pic 9(08).
    05 filler            pic X(01).
    05 iv-count-out      pic Z(7)9.
    05 filler            pic X(01).
    05 iv-mean-out       pic -(14)9.9(4).
    05 filler            pic X(01).
    05 iv-stddev-out     pic -(14)9.9(4).
    05 filler            pic X(01).
    05 iv-life-count-out pic Z(9)9.
    05 filler            pic X(01).
    05 iv-life-wsum-out  pic -(16)9.9(4).

01 none-line.
    05 none-label   pic X(09).
    05 filler       pic X(07) value '(none)'.

01 total-line.
    05 total-label  pic X(30).
    05 total-value  pic Z(7)9.


procedure division.

    perform start-program.
    perform get-inputs.
    perform replay-journals.
    if mode-response = 'R'
        perform rebuild-master
    else
        perform verify-master
    end-if.
    perform close-program.

stop run.


*> Displays welcome message to operator
start-program.
    display " ".
    display "Category master rebuild and verification".
    display " ".

*> Prompts and collects the journals to replay, the point to replay
*> up to, the mode, the master file and the report file name
get-inputs.
    display " Journal file name "
        "(blank for stats-catmast-journal.log): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to main-journal-name
    end-if.
    move 0 to journal-file-count.
    move 1 to more-archives.
    perform get-one-archive-name
        until more-archives = 0.
    add 1 to journal-file-count.
    move main-journal-name to jf-name(journal-file-count).
    display " Replay up to date YYYYMMDD (blank for all entries): ".
    accept answer-text.
    if answer-text not = spaces
        compute stop-date = function numval (answer-text)
        display " Replay up to time HHMMSS "
            "(blank for the end of that day): "
        accept answer-text
        if answer-text not = spaces
            compute stop-time =
                function numval (answer-text) * 100 + 99
        end-if
    end-if.
    compute stop-stamp = stop-date * 100000000 + stop-time.
    display " Mode: R rebuild the master, V verify the master "
        "(blank for verify): ".
    accept mode-response.
    if mode-response = 'r'
        move 'R' to mode-response
    end-if.
    if mode-response not = 'R'
        move 'V' to mode-response
    end-if.
    display " Category master file name "
        "(blank for stats-catmast.dat): ".
    accept file-name-answer.
    if file-name-answer not = spaces
        move file-name-answer to category-master-name
    end-if.
    display " Report file name: ".
    accept report-file-name.

*> Collects one archived journal name; the archives are replayed
*> before the current journal, so they are asked for oldest first
get-one-archive-name.
    display " Archived journal to replay first, oldest first "
        "(blank when done): ".
    accept file-name-answer.
    if file-name-answer = spaces
        move 0 to more-archives
    else
        if journal-file-count < max-journal-files - 1
            add 1 to journal-file-count
            move file-name-answer to jf-name(journal-file-count)
        else
            display "No more archived journals can be taken."
            move 0 to more-archives
        end-if
    end-if.

*> Replays every journal file in turn into the replay table
replay-journals.
    move 0 to replay-count.
    move 0 to dropped-replay-count.
    move 1 to jf-i.
    perform replay-one-journal
        until jf-i > journal-file-count.
    if dropped-replay-count > 0
        display "Warning: the replay table is full; "
            dropped-replay-count " journal entries for codes beyond "
            max-replay-rows " were not replayed."
    end-if.

*> Replays one journal file; a journal that cannot be opened is
*> reported and the others still replayed
replay-one-journal.
    move 0 to jf-found(jf-i).
    move 0 to jf-read(jf-i).
    move 0 to jf-applied(jf-i).
    move 0 to jf-after-stop(jf-i).
    move 0 to jf-unreadable(jf-i).
    move jf-name(jf-i) to catmast-journal-name.
    open input catmast-journal.
    if catmast-journal-status not = '00'
        display "Could not open journal " catmast-journal-name
            " (status " catmast-journal-status ")"
    else
        move 1 to jf-found(jf-i)
        move 1 to eof-switch
        perform read-journal-row
            until eof-switch = 0
        close catmast-journal
    end-if.
    add 1 to jf-i.

*> Reads one journal row and applies it when it is stamped at or
*> before the stop point
read-journal-row.
    read catmast-journal into journal-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        add 1 to jf-read(jf-i)
        if jrn-date is not numeric or jrn-time is not numeric
                or jrn-code = spaces
            add 1 to jf-unreadable(jf-i)
        else
            compute entry-stamp = jrn-date * 100000000 + jrn-time
            if entry-stamp > stop-stamp
                add 1 to jf-after-stop(jf-i)
            else
                perform apply-journal-entry
            end-if
        end-if
    end-if.

*> Applies one journal entry's after-image to the code's replay
*> row: an after-image of NONE means the entry removed the code
apply-journal-entry.
    move 0 to found-index.
    move 1 to rp-i.
    perform scan-replay-row
        until rp-i > replay-count or found-index not = 0.
    if found-index = 0
        if replay-count < max-replay-rows
            add 1 to replay-count
            move replay-count to found-index
            move jrn-code to rp-code(found-index)
            move 0 to rp-seen(found-index)
        else
            add 1 to dropped-replay-count
        end-if
    end-if.
    if found-index not = 0
        add 1 to jf-applied(jf-i)
        move jrn-action to rp-last-action(found-index)
        move jrn-date to rp-last-date(found-index)
        move jrn-time to rp-last-time(found-index)
        if jrn-after(1:4) = 'NONE' and jrn-after(5:8) = spaces
            move 0 to rp-live(found-index)
            move spaces to rp-image(found-index)
        else
            move 1 to rp-live(found-index)
            move jrn-after to rp-image(found-index)
        end-if
    end-if.

*> Checks one replay row for the journal entry's code
scan-replay-row.
    if rp-code(rp-i) = jrn-code
        move rp-i to found-index
    else
        add 1 to rp-i
    end-if.

*> Writes the report banner, the replay stop point and the journal
*> counts common to both modes
write-report-heading.
    move '===================================' to text-string.
    write report-string from text-string.
    if mode-response = 'R'
        move '     Category Master Rebuild       ' to text-string
    else
        move '   Category Master Verification    ' to text-string
    end-if.
    write report-string from text-string.
    move '===================================' to text-string.
    write report-string from text-string.
    move spaces to text-string.
    write report-string from text-string.
    move category-master-name to master-name-out.
    write report-string from master-name-line.
    move stop-date to stop-date-out.
    move stop-time to stop-time-out.
    write report-string from stop-line.
    move spaces to text-string.
    write report-string from text-string.
    write report-string from journal-heading-line.
    move all '-' to text-string.
    write report-string from text-string.
    move 1 to jf-i.
    perform write-one-journal-file
        until jf-i > journal-file-count.

*> Writes one journal file's replay counts
write-one-journal-file.
    move jf-read(jf-i) to jf-read-out.
    move jf-applied(jf-i) to jf-applied-out.
    move jf-after-stop(jf-i) to jf-after-stop-out.
    move jf-unreadable(jf-i) to jf-unreadable-out.
    move jf-name(jf-i) to jf-name-out.
    if jf-found(jf-i) = 0
        move spaces to jf-name-out
        string jf-name(jf-i) delimited by space
            ' (not found)' delimited by size
            into jf-name-out
    end-if.
    write report-string from journal-file-line.
    add 1 to jf-i.

*> Writes the replayed state out as a fresh master, after the
*> operator confirms the existing file is to be replaced. A replay
*> that missed a named journal or dropped entries from a full table
*> is only a partial image, so the master is then left alone
rebuild-master.
    move 0 to missing-journal-count.
    move 1 to jf-i.
    perform count-missing-journal
        until jf-i > journal-file-count.
    if missing-journal-count > 0 or dropped-replay-count > 0
        if missing-journal-count > 0
            display missing-journal-count
                " journal files named were not found."
        end-if
        if dropped-replay-count > 0
            display dropped-replay-count
                " journal entries were not replayed."
        end-if
        display "Rebuild refused; the replay is incomplete and "
            category-master-name " was not changed."
        move 8 to return-code
    else
        move 0 to live-count
        move 1 to rp-i
        perform count-live-row
            until rp-i > replay-count
        display " Replace " category-master-name " with the "
            live-count " categories replayed from the journal? "
            "(Y/N): "
        accept confirm-response
        if confirm-response = 'Y' or confirm-response = 'y'
            perform write-rebuilt-master
        else
            display "Rebuild cancelled; nothing was changed."
        end-if
    end-if.

*> Counts one named journal file the replay could not open
count-missing-journal.
    if jf-found(jf-i) = 0
        add 1 to missing-journal-count
    end-if.
    add 1 to jf-i.

*> Counts one replay row that ends with the code on the master
count-live-row.
    if rp-live(rp-i) = 1
        add 1 to live-count
    end-if.
    add 1 to rp-i.

*> Creates the master afresh from the live replay rows and lists
*> every record written
write-rebuilt-master.
    open output category-master.
    if category-master-status not = '00'
        display "Could not create category master "
            category-master-name
            " (status " category-master-status ")"
        move 8 to return-code
    else
        open output report-file
        move 1 to report-written
        perform write-report-heading
        move spaces to text-string
        write report-string from text-string
        move ' Records written' to text-string
        write report-string from text-string
        move all '-' to text-string
        write report-string from text-string
        write report-string from image-heading-line
        move 0 to written-count
        move 1 to rp-i
        perform write-one-rebuilt-record
            until rp-i > replay-count
        close category-master
        move spaces to text-string
        write report-string from text-string
        move ' Records written              ' to total-label
        move written-count to total-value
        write report-string from total-line
        close report-file
        display "Category master rebuilt: " written-count
            " records written."
    end-if.

*> Writes one live replay row to the new master
write-one-rebuilt-record.
    if rp-live(rp-i) = 1
        move rp-image(rp-i) to master-record
        write master-record
            invalid key display "Could not write master record for "
                master-code
            not invalid key perform list-rebuilt-record
        end-write
    end-if.
    add 1 to rp-i.

*> Lists a record that landed on the new master
list-rebuilt-record.
    add 1 to written-count.
    move rp-image(rp-i) to image-view.
    move spaces to image-label.
    move iv-code to image-label(2:4).
    perform write-image-line.

*> Compares the live master record by record with the replayed
*> state, then reports the replayed codes the master does not hold
verify-master.
    open input category-master.
    if category-master-status not = '00'
        display "Could not open category master "
            category-master-name
            " (status " category-master-status ")"
        move 8 to return-code
    else
        open output report-file
        move 1 to report-written
        perform write-report-heading
        move spaces to text-string
        write report-string from text-string
        move ' Discrepancies' to text-string
        write report-string from text-string
        move all '-' to text-string
        write report-string from text-string
        write report-string from image-heading-line
        move low-values to master-code
        move 1 to eof-switch
        start category-master key not < master-code
            invalid key move 0 to eof-switch
        end-start
        perform read-master-row
            until eof-switch = 0
        close category-master
        move 1 to rp-i
        perform check-journal-only-row
            until rp-i > replay-count
        if difference-count = 0 and master-only-count = 0
                and journal-only-count = 0
            move ' (none)' to text-string
            write report-string from text-string
        end-if
        perform write-verify-totals
        close report-file
    end-if.

*> Reads one live master record and checks it against the replay
read-master-row.
    read category-master next record
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        add 1 to master-read-count
        move master-code to jrn-code
        move 0 to found-index
        move 1 to rp-i
        perform scan-replay-row
            until rp-i > replay-count or found-index not = 0
        if found-index = 0
            perform report-master-only
        else
            move 1 to rp-seen(found-index)
            if rp-live(found-index) = 0
                perform report-master-only
            else
                perform compare-master-record
            end-if
        end-if
    end-if.

*> Compares one live record's last-run and lifetime figures with
*> the replayed after-image
compare-master-record.
    move rp-image(found-index) to image-view.
    move 0 to last-run-differs.
    move 0 to lifetime-differs.
    if master-last-date not = iv-last-date
            or master-last-count not = iv-last-count
            or master-last-mean not = iv-last-mean
            or master-last-stddev not = iv-last-stddev
        move 1 to last-run-differs
    end-if.
    if master-life-count not = iv-life-count
            or master-life-wsum not = iv-life-wsum
        move 1 to lifetime-differs
    end-if.
    if last-run-differs = 0 and lifetime-differs = 0
        add 1 to matched-count
    else
        add 1 to difference-count
        move master-code to code-out
        if last-run-differs = 1 and lifetime-differs = 1
            move 'LAST-RUN AND LIFETIME DIFFER' to code-reason-out
        else
            if last-run-differs = 1
                move 'LAST-RUN FIGURES DIFFER' to code-reason-out
            else
                move 'LIFETIME FIGURES DIFFER' to code-reason-out
            end-if
        end-if
        perform set-code-line-journal
        write report-string from code-line
        move ' journal ' to image-label
        perform write-image-line
        move master-record to image-view
        move ' master  ' to image-label
        perform write-image-line
    end-if.

*> Reports a live record the replayed journal does not hold
report-master-only.
    add 1 to master-only-count.
    move master-code to code-out.
    move 'ON MASTER ONLY' to code-reason-out.
    if found-index = 0
        move spaces to code-action-out
        move spaces to code-date-out
        move spaces to code-time-out
    else
        perform set-code-line-journal
    end-if.
    write report-string from code-line.
    move ' journal ' to none-label.
    write report-string from none-line.
    move master-record to image-view.
    move ' master  ' to image-label.
    perform write-image-line.

*> Reports one replayed code the live master does not hold
check-journal-only-row.
    if rp-live(rp-i) = 1 and rp-seen(rp-i) = 0
        add 1 to journal-only-count
        move rp-i to found-index
        move rp-code(rp-i) to code-out
        move 'IN JOURNAL ONLY' to code-reason-out
        perform set-code-line-journal
        write report-string from code-line
        move rp-image(rp-i) to image-view
        move ' journal ' to image-label
        perform write-image-line
        move ' master  ' to none-label
        write report-string from none-line
    end-if.
    add 1 to rp-i.

*> Fills the code line's last journal entry for replay row
*> found-index
set-code-line-journal.
    move rp-last-action(found-index) to code-action-out.
    move rp-last-date(found-index) to code-date-out.
    move rp-last-time(found-index) to code-time-out.

*> Writes one decoded image line from image-view
write-image-line.
    move iv-last-date to iv-date-out.
    move iv-last-count to iv-count-out.
    move iv-last-mean to iv-mean-out.
    move iv-last-stddev to iv-stddev-out.
    move iv-life-count to iv-life-count-out.
    move iv-life-wsum to iv-life-wsum-out.
    write report-string from image-line.

*> Writes the verification totals
write-verify-totals.
    move spaces to text-string.
    write report-string from text-string.
    move ' Master records read          ' to total-label.
    move master-read-count to total-value.
    write report-string from total-line.
    move ' Records in agreement         ' to total-label.
    move matched-count to total-value.
    write report-string from total-line.
    move ' Records with differences     ' to total-label.
    move difference-count to total-value.
    write report-string from total-line.
    move ' Codes on the master only     ' to total-label.
    move master-only-count to total-value.
    write report-string from total-line.
    move ' Codes in the journal only    ' to total-label.
    move journal-only-count to total-value.
    write report-string from total-line.

*> Closing message and terminates program; any discrepancy found
*> in verify mode ends the run with return code 8
close-program.
    if mode-response = 'V'
        if difference-count > 0 or master-only-count > 0
                or journal-only-count > 0
            display "The category master does NOT agree with the "
                "journal."
            move 8 to return-code
        end-if
    end-if.
    if report-written = 1
        display "Rebuild report has been saved in file "
            report-file-name
    else
        display "No rebuild report was written."
    end-if.
    stop run.
