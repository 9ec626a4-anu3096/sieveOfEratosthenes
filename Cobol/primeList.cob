*>                   STRING silently truncated it inside the old
*>                   80-byte line, so the INVALID count always lost
*>                   all but its leading digit.
*>   2026-10-15 AB - LISTIN.txt lines may carry the requester's cost-
*>                   centre code after the number (one space, then up
*>                   to eight characters); every number looked up is
*>                   logged to LOOKUPLOG.txt against it for sieveChg's
*>                   monthly chargeback.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is listInputStatus.
    select standard-output assign to display.
    select lookupLog assign to "LOOKUPLOG.txt"
        organization is line sequential
        file status is lookupLogStatus.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is dynamic
    fd listInput.
        01 listin-record.
            05 listin-number pic 9(9).
            05 listin-sep pic x(1).
            05 listin-costCentre pic x(8).
    fd standard-output.
        01 stdout-record pic x(80).
    fd lookupLog.
        01 lookuplog-record.
            05 lk-runDate pic 9(8).
            05 lk-sep1 pic x(1).
            05 lk-service pic x(4).
            05 lk-sep2 pic x(1).
            05 lk-costCentre pic x(8).
            05 lk-sep3 pic x(1).
            05 lk-number pic 9(9).
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
        01 lr-record pic x(100).

working-storage section.
    77 lookupLogStatus pic x(2) value "00".
    77 lookupDate pic 9(8) value 0.
    77 listInputStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 factMasterStatus pic x(2) value "00".

    open output listReport.

    *> every number looked up is logged against the cost centre keyed
    *> beside it, for sieveChg's monthly chargeback
    accept lookupDate from DATE YYYYMMDD.
    open extend lookupLog.
    if lookupLogStatus is equal to "35" then
        open output lookupLog
    end-if.

    perform until atEndOfInput
        read listInput
            at end
    perform write-list-trailer.

    close listInput, listReport, primeMaster.
    close lookupLog.
    if factMasterOnline then
        close factMaster
    end-if.
    if listin-number is not numeric then
        add 1 to invalidLineCount
        move spaces to lr-record
        string listin-number delimited by size,
            " NOT A NUMBER - SKIPPED" delimited by size into lr-record
        write lr-record
    else
        perform log-one-lookup
        move listin-number to inquiryNumber
        perform answer-one-number
    end-if.
        " INVALID " delimited by size,
        invalidLineCount delimited by size into lr-record.
    write lr-record.

*> one LOOKUPLOG.txt line per number answered, against the cost centre
*> keyed after it (blank when the line carried none)
log-one-lookup.
    move spaces to lookuplog-record.
    move lookupDate to lk-runDate.
    move "LIST" to lk-service.
    move listin-costCentre to lk-costCentre.
    move listin-number to lk-number.
    write lookuplog-record.
