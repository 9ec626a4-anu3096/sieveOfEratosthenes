*> divisor that gets through is prime by construction - which answers
*> a three-number request in moments without sweeping the whole range
*> the way factor mode's FACTORSNNN.txt does.
*> Modification History:
*>   2026-10-15 AB - FACTIN.txt lines may carry the requester's cost-
*>                   centre code after the number (one space, then up
*>                   to eight characters); every number factored is
*>                   logged to LOOKUPLOG.txt against it for sieveChg's
*>                   monthly chargeback.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is factInputStatus.
    select standard-output assign to display.
    select lookupLog assign to "LOOKUPLOG.txt"
        organization is line sequential
        file status is lookupLogStatus.
    select factReport assign to "FACTRPT.txt"
        organization is line sequential.

    fd factInput.
        01 factin-record.
            05 factin-number pic 9(9).
            05 factin-sep pic x(1).
            05 factin-costCentre pic x(8).
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
    fd factReport.
        01 fr-record pic x(160).

working-storage section.
    77 lookupLogStatus pic x(2) value "00".
    77 lookupDate pic 9(8) value 0.
    77 factInputStatus pic x(2) value "00".
    77 eofSwitch pic x(1) value "N".
        88 atEndOfInput value "Y".

    open output factReport.

    *> every number looked up is logged against the cost centre keyed
    *> beside it, for sieveChg's monthly chargeback
    accept lookupDate from DATE YYYYMMDD.
    open extend lookupLog.
    if lookupLogStatus is equal to "35" then
        open output lookupLog
    end-if.

    perform until atEndOfInput
        read factInput
            at end
    end-perform.

    close factInput, factReport.
    close lookupLog.
    display "Factorization report written to FACTRPT.txt (" requestCount " request(s)).".
    close standard-output.
    stop run.
factor-one-request.
    move spaces to fr-record.
    if factin-number is not numeric then
        string factin-number delimited by size,
            " IS NOT A NUMBER - SKIPPED" delimited by size into fr-record
        write fr-record
    else
        perform log-one-lookup
        if factin-number is less than 2 then
            move 1 to linePos
            move factin-number to numToAppend

find-first-digit.
    add 1 to editScan.

*> one LOOKUPLOG.txt line per number answered, against the cost centre
*> keyed after it (blank when the line carried none)
log-one-lookup.
    move spaces to lookuplog-record.
    move lookupDate to lk-runDate.
    move "FACT" to lk-service.
    move factin-costCentre to lk-costCentre.
    move factin-number to lk-number.
    write lookuplog-record.
