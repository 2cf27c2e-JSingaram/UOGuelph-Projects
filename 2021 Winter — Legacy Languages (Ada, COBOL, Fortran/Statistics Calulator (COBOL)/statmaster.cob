*> Inquiry and maintenance companion over the persistent category
*> master file the statistics calculator keeps. Lists every category
*> with its last-run and lifetime figures, reports the categories not
*> updated since an operator-given date, and on request raises a
*> request to purge every stale code, delete a single mis-keyed code,
*> or merge a mis-keyed code's lifetime totals into the code it
*> should have been. Requests wait in the pending-changes file until
*> a different operator approves or rejects them; only an approved
*> request touches the master, and its journal entry carries both
*> operator ids. When the category reference names parent (division)
*> codes, the division records the calculator keeps are listed in a
*> section of their own.
*>

identification division.
select catmast-journal assign to catmast-journal-name
    organization is line sequential
    file status is catmast-journal-status.
select category-ref assign to category-ref-name
    organization is line sequential
    file status is category-ref-status.
select pending-file assign to pending-file-name
    organization is line sequential
    file status is pending-file-status.


data division.
fd report-file.
    01 report-string      pic X(132).
fd catmast-journal.
    01 catmast-journal-string pic X(360).
fd category-ref.
    01 catref-record.
        05 catref-code        pic X(04).
        05 filler             pic X(01).
        05 catref-desc        pic X(30).
        05 filler             pic X(01).
        05 catref-parent      pic X(04).
        05 filler             pic X(01).
        05 catref-parent-desc pic X(30).
fd pending-file.
    01 pending-string     pic X(160).


working-storage section.
01 delete-code          pic X(04).
01 merge-from-code      pic X(04).
01 merge-to-code        pic X(04).
01 operator-id          pic X(08).
01 request-reason       pic X(60).
01 request-valid        pic 9.
01 decision-response    pic X.

*> In-memory copy of the master, loaded in one sequential pass so
*> the listing, the stale report and the purge all work from the
        10 row-last-stddev pic S9(14)V9(4) usage is computational-3.
        10 row-life-count  pic 9(10)       usage is computational-3.
        10 row-life-wsum   pic S9(16)V9(4) usage is computational-3.
        10 row-is-division pic 9.

01 m-i                pic 9(4).
01 category-row-count pic 9(4).
01 division-row-count pic 9(4).

*> The shop's category reference, read only for the parent
*> (division) codes it assigns: a master code that is some
*> category's parent, and not itself a category, holds a division's
*> totals and is listed apart from the categories
01 category-ref-name      pic X(100) value 'stats-catref.dat'.
01 category-ref-status    pic X(02).
01 max-reference-size     pic 9(4) value 500.
01 reference-count        pic 9(4) value 0.
01 reference-table.
    05 reference-entry occurs 500 times.
        10 ref-code        pic X(04).
        10 ref-parent      pic X(04).
        10 ref-parent-desc pic X(30).
01 ref-i                  pic 9(4).
01 ref-check-code         pic X(04).
01 ref-leaf-found         pic 9.
01 ref-parent-found       pic 9.
01 ref-parent-desc-out    pic X(30).
01 stale-count        pic 9(4).
01 purged-count       pic 9(4).
01 dropped-master-count pic 9(8) value 0.
    05 jrn-feed-id       pic X(08).
    05 filler            pic X(01) value space.
    05 jrn-business-date pic 9(08).
    05 filler            pic X(01) value space.
    05 jrn-requested-by  pic X(08).
    05 filler            pic X(01) value space.
    05 jrn-approved-by   pic X(08).

01 journal-requested-by   pic X(08).
01 journal-approved-by    pic X(08).
01 maint-applied          pic 9.

*> Purge, delete and merge requests waiting on a second operator,
*> one line each: the request number and its status (PENDING until
*> decided, then APPROVED, REJECTED, or FAILED when an approved
*> request could no longer be applied), the action and its codes or
*> cutoff date, who raised it and when, who decided it and when, and
*> the reason given
01 pending-file-name      pic X(100)
    value 'stats-catmast-pending.dat'.
01 pending-file-status    pic X(02).
01 pending-found          pic 9.

01 pending-line.
    05 pnd-id             pic 9(06).
    05 filler             pic X(01) value space.
    05 pnd-status         pic X(08).
    05 filler             pic X(01) value space.
    05 pnd-action         pic X(01).
    05 filler             pic X(01) value space.
    05 pnd-code           pic X(04).
    05 filler             pic X(01) value space.
    05 pnd-code-to        pic X(04).
    05 filler             pic X(01) value space.
    05 pnd-cutoff         pic 9(08).
    05 filler             pic X(01) value space.
    05 pnd-requested-by   pic X(08).
    05 filler             pic X(01) value space.
    05 pnd-requested-date pic 9(08).
    05 filler             pic X(01) value space.
    05 pnd-requested-time pic 9(08).
    05 filler             pic X(01) value space.
    05 pnd-decided-by     pic X(08).
    05 filler             pic X(01) value space.
    05 pnd-decided-date   pic 9(08).
    05 filler             pic X(01) value space.
    05 pnd-decided-time   pic 9(08).
    05 filler             pic X(01) value space.
    05 pnd-reason         pic X(60).

01 max-pending-rows       pic 9(4) value 500.
01 pending-count          pic 9(4) value 0.
01 dropped-pending-count  pic 9(8) value 0.
01 pending-rows.
    05 pending-row occurs 500 times pic X(160).
01 pend-i                 pic 9(4).
01 next-request-id        pic 9(06).
01 approved-count         pic 9(4).
01 rejected-count         pic 9(4).
01 failed-count           pic 9(4).
01 waiting-count          pic 9(4).

*> Holds the mis-keyed record's figures while the merge target is
*> read, created or rewritten over the same record buffer
    05 filler            pic X(01).
    05 master-life-mean-out  pic -(14)9.9(4).

01 division-desc-line.
    05 division-code-out pic X(04).
    05 filler            pic X(02).
    05 division-desc-out pic X(30).

01 stale-line.
    05 stale-code-out    pic X(04).
    05 filler            pic X(18) value '  last updated on '.

    perform start-program.
    perform get-inputs.
    perform load-category-reference.
    perform load-master.
    if master-row-count = 0
        display "No category records were found in "
    if answer-text not = spaces
        move answer-text to category-master-name
    end-if.
    display " Category reference file name "
        "(blank for stats-catref.dat): ".
    accept answer-text.
    if answer-text not = spaces
        move answer-text to category-ref-name
    end-if.
    display " Report file name: ".
    accept report-file-name.
    display " Stale cutoff date YYYYMMDD (blank for none): ".
        move 1 to cutoff-given
    end-if.
    display " Action: P purge stale, D delete one code,"
        " M merge a code, A approve pending requests"
        " (blank for report only): ".
    accept action-response.
    if action-response = 'p'
        move 'P' to action-response
    if action-response = 'm'
        move 'M' to action-response
    end-if.
    if action-response = 'a'
        move 'A' to action-response
    end-if.
    if action-response = 'P' or action-response = 'D'
            or action-response = 'M' or action-response = 'A'
        display " Operator id: "
        accept operator-id
    end-if.
    if action-response = 'D'
        display " Category code to delete: "
        accept delete-code
        accept merge-to-code
    end-if.

*> Loads the category reference's codes and parent codes; a missing
*> reference only means no division section is written
load-category-reference.
    move 0 to reference-count.
    open input category-ref.
    if category-ref-status = '00'
        move 1 to eof-switch
        perform read-reference-row
            until eof-switch = 0
        close category-ref
    end-if.

*> Reads one reference row into the reference table
read-reference-row.
    read category-ref
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if catref-code not = spaces
                and reference-count < max-reference-size
            add 1 to reference-count
            move catref-code to ref-code(reference-count)
            move catref-parent to ref-parent(reference-count)
            move catref-parent-desc
                to ref-parent-desc(reference-count)
        end-if
    end-if.

*> Checks ref-check-code against the reference: whether it is a
*> category code and whether it is some category's parent, keeping
*> the first division description given for it
check-reference-code.
    move 0 to ref-leaf-found.
    move 0 to ref-parent-found.
    move spaces to ref-parent-desc-out.
    move 1 to ref-i.
    perform check-one-reference-row
        until ref-i > reference-count.

*> Checks one reference row against ref-check-code
check-one-reference-row.
    if ref-code(ref-i) = ref-check-code
        move 1 to ref-leaf-found
    end-if.
    if ref-parent(ref-i) = ref-check-code
        if ref-parent-found = 0
            move ref-parent-desc(ref-i) to ref-parent-desc-out
        end-if
        move 1 to ref-parent-found
    end-if.
    add 1 to ref-i.

*> Reads the whole master into the master-rows table in key order.
*> Categories beyond the table are counted and announced, never
*> silently dropped: they would otherwise vanish from the listing
load-master.
    move 0 to master-row-count.
    move 0 to dropped-master-count.
    move 0 to division-row-count.
    open input category-master.
    if category-master-status not = '00'
        display "Could not open category master "
                to row-life-count(master-row-count)
            move master-life-wsum
                to row-life-wsum(master-row-count)
            move 0 to row-is-division(master-row-count)
            if reference-count > 0
                move master-code to ref-check-code
                perform check-reference-code
                if ref-parent-found = 1 and ref-leaf-found = 0
                    move 1 to row-is-division(master-row-count)
                    add 1 to division-row-count
                end-if
            end-if
        else
            add 1 to dropped-master-count
        end-if
    end-if.

*> Writes the full master report: every category with its last-run
*> and lifetime figures, then the divisions the same way when there
*> are any, then the stale section when a cutoff date was given
write-master-report.
    open output report-file.
    move '===================================' to text-string.
    move spaces to text-string.
    write report-string from text-string.
    move ' Categories on file           ' to total-label.
    compute category-row-count =
        master-row-count - division-row-count.
    move category-row-count to total-value.
    write report-string from total-line.
    if division-row-count > 0
        perform write-division-section
    end-if.
    if cutoff-given = 1
        perform write-stale-section
    end-if.
    close report-file.

*> Writes one category's listing line; division rows are left for
*> their own section
write-one-master-line.
    if row-is-division(m-i) = 0
        perform format-master-line
        write report-string from master-line
    end-if.
    add 1 to m-i.

*> Fills the listing line for table row m-i; the lifetime mean is
*> derived here from the running totals the calculator keeps
format-master-line.
    move row-code(m-i) to master-code-out.
    move row-last-date(m-i) to master-date-out.
    move row-last-count(m-i) to master-count-out.
        move 0.0 to life-mean-temp
    end-if.
    move life-mean-temp to master-life-mean-out.

*> Writes the division section: each division's description, then
*> its last-run and lifetime figures in the category layout
write-division-section.
    move spaces to text-string.
    write report-string from text-string.
    move ' Division Totals' to text-string.
    write report-string from text-string.
    move all '-' to text-string.
    write report-string from text-string.
    write report-string from heading-line.
    move 1 to m-i.
    perform write-one-division-line
        until m-i > master-row-count.
    move spaces to text-string.
    write report-string from text-string.
    move ' Divisions on file            ' to total-label.
    move division-row-count to total-value.
    write report-string from total-line.

*> Writes one division's description and listing lines
write-one-division-line.
    if row-is-division(m-i) = 1
        move row-code(m-i) to ref-check-code
        perform check-reference-code
        move row-code(m-i) to division-code-out
        move ref-parent-desc-out to division-desc-out
        write report-string from division-desc-line
        perform format-master-line
        write report-string from master-line
    end-if.
    add 1 to m-i.

*> Writes the stale section: every category whose last update is
    end-if.
    add 1 to m-i.

*> Routes to the maintenance action the operator asked for. Purge,
*> delete and merge are not applied here: each becomes a pending
*> request that a second operator must approve with action A, and
*> only then is the master touched and the change journaled with
*> both operator ids
run-maintenance.
    if (action-response = 'P' or action-response = 'D'
            or action-response = 'M' or action-response = 'A')
            and operator-id = spaces
        display "An operator id is required; no maintenance was done."
        move space to action-response
    end-if.
    if action-response = 'P' or action-response = 'D'
            or action-response = 'M'
        perform submit-maintenance-request
    end-if.
    if action-response = 'A'
        perform open-maintenance-journal
        perform approve-pending-requests
        if journal-open-switch = 1
            close catmast-journal
            move 0 to journal-open-switch
        end-if
    end-if.

*> Checks the purge, delete or merge asked for, collects the reason
*> and, once the operator confirms, files it as a pending request
submit-maintenance-request.
    move 1 to request-valid.
    if action-response = 'P' and cutoff-given = 0
        display "No cutoff date was given; no purge was requested."
        move 0 to request-valid
    end-if.
    if action-response = 'D' and delete-code = spaces
        display "No category code was given; no delete was "
            "requested."
        move 0 to request-valid
    end-if.
    if action-response = 'M' and merge-from-code = merge-to-code
        display "The two codes are the same; no merge was requested."
        move 0 to request-valid
    end-if.
    if request-valid = 1
        display " Reason for the request: "
        accept request-reason
        perform confirm-maintenance-request
    end-if.

*> Asks the operator to confirm the request before it is filed
confirm-maintenance-request.
    if action-response = 'P'
        display " Request a purge of every category not updated "
            "since " cutoff-date "? (Y/N): "
    end-if.
    if action-response = 'D'
        display " Request deletion of category " delete-code
            " and its lifetime totals? (Y/N): "
    end-if.
    if action-response = 'M'
        display " Request a merge of " merge-from-code " into "
            merge-to-code " and deletion of " merge-from-code
            "? (Y/N): "
    end-if.
    accept confirm-response.
    if confirm-response = 'Y' or confirm-response = 'y'
        perform write-pending-request
    else
        display "Request cancelled; nothing was submitted."
    end-if.

*> Appends the confirmed request to the pending-changes file under
*> the next free request number, creating the file on first use
write-pending-request.
    perform load-pending-requests.
    accept maint-run-date from date yyyymmdd.
    accept maint-run-time from time.
    move spaces to pending-line.
    move next-request-id to pnd-id.
    move 'PENDING' to pnd-status.
    move action-response to pnd-action.
    move spaces to pnd-code.
    move spaces to pnd-code-to.
    move 0 to pnd-cutoff.
    if action-response = 'P'
        move cutoff-date to pnd-cutoff
    end-if.
    if action-response = 'D'
        move delete-code to pnd-code
    end-if.
    if action-response = 'M'
        move merge-from-code to pnd-code
        move merge-to-code to pnd-code-to
    end-if.
    move operator-id to pnd-requested-by.
    move maint-run-date to pnd-requested-date.
    move maint-run-time to pnd-requested-time.
    move spaces to pnd-decided-by.
    move 0 to pnd-decided-date.
    move 0 to pnd-decided-time.
    move request-reason to pnd-reason.
    open extend pending-file.
    if pending-file-status = '35'
        open output pending-file
    end-if.
    if pending-file-status = '00'
        write pending-string from pending-line
        close pending-file
        display "Request " pnd-id " has been submitted; it needs "
            "the approval of a different operator."
    else
        display "Could not open pending-changes file "
            pending-file-name
            " (status " pending-file-status "); "
            "the request was not submitted."
    end-if.

*> Reads the whole pending-changes file into the pending table and
*> works out the next free request number. Requests beyond the
*> table are counted so an approval run never rewrites the file
*> without them
load-pending-requests.
    move 0 to pending-count.
    move 0 to dropped-pending-count.
    move 1 to next-request-id.
    move 0 to pending-found.
    open input pending-file.
    if pending-file-status = '00'
        move 1 to pending-found
        move 1 to eof-switch
        perform read-pending-row
            until eof-switch = 0
        close pending-file
    end-if.

*> Reads one pending-changes line into the next table row
read-pending-row.
    read pending-file into pending-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if pnd-id is numeric
            if pnd-id >= next-request-id
                compute next-request-id = pnd-id + 1
            end-if
        end-if
        if pending-count < max-pending-rows
            add 1 to pending-count
            move pending-line to pending-row(pending-count)
        else
            add 1 to dropped-pending-count
        end-if
    end-if.

*> Lists each pending request to the approving operator and takes
*> an approve or reject decision on it, then rewrites the pending-
*> changes file with the decisions recorded
approve-pending-requests.
    perform load-pending-requests.
    move 0 to approved-count.
    move 0 to rejected-count.
    move 0 to failed-count.
    move 0 to waiting-count.
    if pending-found = 0 or pending-count = 0
        display "No pending requests were found in "
            pending-file-name
    else
        if dropped-pending-count > 0
            display "The pending-changes file holds more than "
                max-pending-rows " requests; nothing was approved."
        else
            move 1 to pend-i
            perform review-one-request
                until pend-i > pending-count
            perform rewrite-pending-file
            display "Requests approved: " approved-count
                "  rejected: " rejected-count
                "  not applied: " failed-count
            if waiting-count = 0
                display "No requests were waiting for approval."
            end-if
        end-if
    end-if.

*> Shows one request still pending and takes the decision on it; a
*> request may not be approved by the operator who raised it
review-one-request.
    move pending-row(pend-i) to pending-line.
    if pnd-status = 'PENDING'
        add 1 to waiting-count
        perform show-pending-request
        if pnd-requested-by = operator-id
            display " This request is yours; a different operator "
                "must approve it."
        else
            display " A approve, R reject "
                "(blank to leave it pending): "
            accept decision-response
            if decision-response = 'a'
                move 'A' to decision-response
            end-if
            if decision-response = 'r'
                move 'R' to decision-response
            end-if
            if decision-response = 'A'
                perform apply-approved-request
            end-if
            if decision-response = 'R'
                move 'REJECTED' to pnd-status
                add 1 to rejected-count
                perform record-decision
            end-if
        end-if
    end-if.
    add 1 to pend-i.

*> Displays one pending request: who raised it, when, what it does
*> and why. A purge's stale count is taken from the master as it
*> stands now, since requests approved earlier in the session may
*> have changed it
show-pending-request.
    display " ".
    display " Request " pnd-id " raised by " pnd-requested-by
        " on " pnd-requested-date " " pnd-requested-time.
    if pnd-action = 'P'
        perform load-master
        move pnd-cutoff to cutoff-date
        move 0 to stale-count
        move 1 to m-i
        perform count-one-stale-row
            until m-i > master-row-count
        display "   Purge every category not updated since "
            pnd-cutoff " (" stale-count " on file now)"
    end-if.
    if pnd-action = 'D'
        display "   Delete category " pnd-code
            " and its lifetime totals"
    end-if.
    if pnd-action = 'M'
        display "   Merge " pnd-code " into " pnd-code-to
            " and delete " pnd-code
    end-if.
    display "   Reason: " pnd-reason.

*> Counts one loaded category older than the purge cutoff
count-one-stale-row.
    if row-last-date(m-i) < cutoff-date
        add 1 to stale-count
    end-if.
    add 1 to m-i.

*> Applies an approved request to the master, journaling it under
*> both operator ids; a request that could not take effect, such as
*> a delete of a code no longer on file, is recorded as FAILED
apply-approved-request.
    move pnd-requested-by to journal-requested-by.
    move operator-id to journal-approved-by.
    move 0 to maint-applied.
    if pnd-action = 'P'
        move pnd-cutoff to cutoff-date
        perform run-purge
    end-if.
    if pnd-action = 'D'
        move pnd-code to delete-code
        perform apply-delete-code
    end-if.
    if pnd-action = 'M'
        move pnd-code to merge-from-code
        move pnd-code-to to merge-to-code
        perform run-merge
    end-if.
    if maint-applied = 1
        move 'APPROVED' to pnd-status
        add 1 to approved-count
    else
        move 'FAILED' to pnd-status
        add 1 to failed-count
    end-if.
    perform record-decision.

*> Records who decided the request and when in its table row
record-decision.
    move operator-id to pnd-decided-by.
    move maint-run-date to pnd-decided-date.
    move maint-run-time to pnd-decided-time.
    move pending-line to pending-row(pend-i).

*> Writes the pending table back over the pending-changes file
rewrite-pending-file.
    open output pending-file.
    if pending-file-status not = '00'
        display "Could not rewrite pending-changes file "
            pending-file-name
            " (status " pending-file-status "); "
            "the decisions above were NOT recorded."
    else
        move 1 to pend-i
        perform write-one-pending-row
            until pend-i > pending-count
        close pending-file
    end-if.

*> Writes one pending table row back to the file
write-one-pending-row.
    write pending-string from pending-row(pend-i).
    add 1 to pend-i.

*> Opens the category master audit journal, creating it on first
*> use; a journal that cannot be opened is reported but does not
*> hold the maintenance back
        move 'OPERATOR MAINTENANCE' to jrn-input
        move spaces to jrn-feed-id
        move 0 to jrn-business-date
        move journal-requested-by to jrn-requested-by
        move journal-approved-by to jrn-approved-by
        write catmast-journal-string from journal-line
    end-if.

*> Reloads the table, so codes changed by requests approved earlier
*> in the session are seen as they are now, and deletes each stale
*> code from the file
run-purge.
    move 0 to purged-count.
    perform load-master.
    open i-o category-master.
    if category-master-status not = '00'
        display "Could not open category master for update "
            "(status " category-master-status ")"
    else
        move 1 to maint-applied
        move 1 to m-i
        perform purge-one-code
            until m-i > master-row-count
    end-if.
    add 1 to m-i.

*> Deletes the record just read and journals it, provided the
*> record itself is still older than the cutoff; a code updated
*> since the table was loaded is left alone
purge-read-code.
    if master-last-date < cutoff-date
        move master-record to jrn-before
        delete category-master
            invalid key display "Could not delete " master-code
            not invalid key perform journal-one-purge
        end-delete
    else
        display "Category " master-code " was updated on "
            master-last-date "; it is no longer stale and was kept."
    end-if.

*> Journals one purged category
journal-one-purge.
    move 'NONE' to jrn-after.
    perform write-journal-entry.

*> Deletes one mis-keyed category code outright once its request
*> has been approved
apply-delete-code.
    open i-o category-master.
    if category-master-status not = '00'
        display "Could not open category master for update "
            "(status " category-master-status ")"
    else
        move delete-code to master-code
        read category-master
            invalid key display "Category " delete-code
                " is not on the master; nothing was deleted."
            not invalid key perform delete-read-code
        end-read
        close category-master
    end-if.

*> Deletes the record just read and journals it
*> Journals one deleted category
journal-one-delete.
    display "Category " delete-code " has been deleted.".
    move 1 to maint-applied.
    move 'DELETE   ' to jrn-action.
    move master-code to jrn-code.
    move 'NONE' to jrn-after.
    perform write-journal-entry.

*> Carries out the approved merge against the master file
run-merge.
    open i-o category-master.
    if category-master-status not = '00'
journal-merge-source.
    display "Category " merge-from-code
        " has been merged into " merge-to-code ".".
    move 1 to maint-applied.
    move 'MERGE-OUT' to jrn-action.
    move merge-from-code to jrn-code.
    move journal-source-image to jrn-before.
