*> by the statistics calculator and the master maintenance program.
*> Prints a category's change history in journal order: one heading
*> per change with the run date/time, the action, where the change
*> came from and the feed it posted, the operators who requested and
*> approved it when it was a maintenance change, followed by the
*> decoded before and after images of the master record, so a
*> distorted lifetime total can be traced to the run that did it.
*>

identification division.
data division.
file section.
fd catmast-journal.
    01 catmast-journal-string pic X(360).
fd report-file.
    01 report-string      pic X(132).

    05 jrn-feed-id       pic X(08).
    05 filler            pic X(01).
    05 jrn-business-date pic 9(08).
    05 filler            pic X(01).
    05 jrn-requested-by  pic X(08).
    05 filler            pic X(01).
    05 jrn-approved-by   pic X(08).

*> Decoded view of a before or after image, in the master-record
*> layout the statistics calculator keeps
    05 filler       pic X(09) value ' from    '.
    05 ent-input    pic X(100).

01 entry-operator-line.
    05 filler           pic X(14) value ' requested by '.
    05 ent-requested-by pic X(08).
    05 filler           pic X(15) value '   approved by '.
    05 ent-approved-by  pic X(08).

01 image-line.
    05 image-label       pic X(09).
    05 iv-date-out       pic 9(08).
        end-if
    end-if.

*> Writes one change: its heading line, the operators behind it when
*> it was a maintenance change, then the decoded before and after
*> images underneath
write-one-entry.
    add 1 to entry-count.
    move spaces to text-string.
    write report-string from entry-heading-line.
    move jrn-input to ent-input.
    write report-string from entry-source-line.
    if jrn-requested-by not = spaces or jrn-approved-by not = spaces
        move jrn-requested-by to ent-requested-by
        move jrn-approved-by to ent-approved-by
        write report-string from entry-operator-line
    end-if.
    move ' before  ' to image-label.
    move ' before  ' to none-label.
    if jrn-before(1:4) = 'NONE' and jrn-before(5:8) = spaces
