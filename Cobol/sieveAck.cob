*> ****************************************sieveAck.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Delivery acknowledgements from the external research group, and
*> the delivery exceptions report. ACKIN.txt carries one line per
*> request the research group has answered for:
*>     nnn ACCEPTED rrrrrrrrr hhhhhhhhh
*>     nnn REJECTED rrrrrrrrr hhhhhhhhh reason (up to 20)
*> (reqNum, their verdict, and the record count and hash total they
*> counted on receipt). An ACCEPTED line whose figures agree with
*> what sieveXmit stamped in the catalog when the request was sent
*> marks the request acknowledged; an ACCEPTED line whose figures do
*> not agree is taken as a rejection - the package did not arrive as
*> it left. A REJECTED line is filed with the reason they gave. A
*> line for a request never sent, or not in the catalog, changes
*> nothing and is reported.
*> DELIVERYRPT.txt then lists every delivery still needing someone:
*> each request sent and not acknowledged more than the allowed
*> number of days ago (DLVIN.txt, three digits, 005 when absent), and
*> each request the research group rejected. Return code 8 when the
*> acknowledgements had problems or the report lists anything, 0
*> when every delivery is accounted for.
*> **********************************************************************************************

identification division.
program-id. sieveAck.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select ackInput assign to "ACKIN.txt"
        organization is line sequential
        file status is ackInputStatus.
    select deliveryInput assign to "DLVIN.txt"
        organization is line sequential
        file status is deliveryInputStatus.
    select deliveryReport assign to "DELIVERYRPT.txt"
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd sieveCatalog.
        01 sievecat-record.
            05 cat-reqNum pic 9(3).
            05 cat-upperLimit pic 9(9).
            05 cat-lowerLimit pic 9(9).
            05 cat-csvFlag pic x(1).
            05 cat-factorFlag pic x(1).
            05 cat-runDate pic 9(8).
            05 cat-primeCount pic 9(9).
            05 cat-status pic x(9).
            05 cat-reason pic x(40).
            05 cat-filledFrom pic x(3).
            05 cat-auditVerdict pic x(4).
            05 cat-auditDate pic 9(8).
            05 cat-releaseState pic x(1).
            05 cat-releaseDate pic 9(8).
            05 cat-primeLoadState pic x(1).
            05 cat-primeLoadDate pic 9(8).
            05 cat-factLoadState pic x(1).
            05 cat-factLoadDate pic 9(8).
            05 cat-purgeDate pic 9(8).
            05 cat-costCentre pic x(8).
            05 cat-sentDate pic 9(8).
            05 cat-sentRecords pic 9(9).
            05 cat-sentHash pic 9(9).
            05 cat-ackState pic x(1).
            05 cat-ackDate pic 9(8).
            05 cat-ackRecords pic 9(9).
            05 cat-ackHash pic 9(9).
            05 cat-ackReason pic x(20).
            05 cat-priority pic x(1).
            05 cat-bandCount pic 9(2).
            05 cat-compareVerdict pic x(4).
            05 cat-compareDate pic 9(8).
            05 cat-reserve pic x(15).
    fd ackInput.
        01 ack-record.
            05 ack-reqNum pic x(3).
            05 ack-sep1 pic x(1).
            05 ack-result pic x(8).
            05 ack-sep2 pic x(1).
            05 ack-records pic x(9).
            05 ack-sep3 pic x(1).
            05 ack-hash pic x(9).
            05 ack-sep4 pic x(1).
            05 ack-reason pic x(20).
    fd deliveryInput.
        01 dlv-record.
            05 dlv-days pic x(3).
    fd deliveryReport.
        01 dr-record pic x(80).

working-storage section.
    77 sieveCatalogStatus pic x(2) value "00".
    77 ackInputStatus pic x(2) value "00".
    77 deliveryInputStatus pic x(2) value "00".
    77 ackEofSwitch pic x(1) value "N".
        88 atEndOfAcks value "Y".
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 ackDate pic 9(8) value 0.
    77 allowedDays pic 9(3) value 5.
    77 ackLineNum pic 9(5) value 0.
    77 acceptedCount pic 9(3) value 0.
    77 rejectedCount pic 9(3) value 0.
    77 ackProblemCount pic 9(3) value 0.
    77 overdueCount pic 9(3) value 0.
    77 rejectedListCount pic 9(3) value 0.
    77 ackProblem pic x(40) value spaces.
    77 sentDayNumber pic 9(7) value 0.
    77 todayDayNumber pic 9(7) value 0.
    77 daysOut pic 9(7) value 0.
    *> day-number working fields
    77 dnDate pic 9(8) value 0.
    77 dnYear pic 9(4) value 0.
    77 dnMonth pic 9(2) value 0.
    77 dnDay pic 9(2) value 0.
    77 dnPart pic 9(7) value 0.
    77 dnRemainder pic 9(3) value 0.
    77 dnResult pic 9(7) value 0.

procedure division.
open output standard-output.

    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - no sends on record, nothing to acknowledge."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    accept ackDate from DATE YYYYMMDD.

    open input deliveryInput.
    if deliveryInputStatus is equal to "00" then
        read deliveryInput
            at end
                continue
            not at end
                if dlv-days is numeric then
                    move dlv-days to allowedDays
                end-if
        end-read
        close deliveryInput
    end-if.

    open output deliveryReport.
    move spaces to dr-record.
    string "DELIVERY REPORT " delimited by size,
        ackDate delimited by size,
        " - UNACKNOWLEDGED AFTER " delimited by size,
        allowedDays delimited by size,
        " DAY(S)" delimited by size into dr-record.
    write dr-record.

    *> this run's acknowledgements are filed before the catalog is
    *> judged, so an answer that came in today clears its request
    open input ackInput.
    if ackInputStatus is equal to "00" then
        perform until atEndOfAcks
            read ackInput
                at end
                    move "Y" to ackEofSwitch
                not at end
                    add 1 to ackLineNum
                    perform file-one-acknowledgement
            end-read
        end-perform
        close ackInput
    end-if.

    *> every request sent and still waiting too long, and every one
    *> the research group turned away
    move 0 to cat-reqNum.
    start sieveCatalog key is greater than cat-reqNum
        invalid key
            move "Y" to catEofSwitch
    end-start.
    perform until atEndOfCatalog
        read sieveCatalog next
            at end
                move "Y" to catEofSwitch
            not at end
                if cat-sentDate is not equal to 0 then
                    perform judge-one-delivery
                end-if
        end-read
    end-perform.

    move spaces to dr-record.
    string "ACKNOWLEDGEMENTS " delimited by size,
        acceptedCount delimited by size,
        " ACCEPTED, " delimited by size,
        rejectedCount delimited by size,
        " REJECTED, " delimited by size,
        ackProblemCount delimited by size,
        " NOT FILED" delimited by size into dr-record.
    write dr-record.
    move spaces to dr-record.
    string "EXCEPTIONS " delimited by size,
        overdueCount delimited by size,
        " UNACKNOWLEDGED, " delimited by size,
        rejectedListCount delimited by size,
        " REJECTED" delimited by size into dr-record.
    write dr-record.
    close deliveryReport, sieveCatalog.

    display "Acknowledgements filed: " acceptedCount " accepted, " rejectedCount " rejected, " ackProblemCount " not filed.".
    display "Delivery exceptions: " overdueCount " unacknowledged, " rejectedListCount " rejected - details in DELIVERYRPT.txt.".
    close standard-output.
    if ackProblemCount is greater than 0 or overdueCount is greater than 0
      or rejectedListCount is greater than 0 then
        move 8 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one ACKIN.txt line against the request's catalog record
file-one-acknowledgement.
    move spaces to ackProblem.
    if ack-reqNum is not numeric then
        move "REQUEST NUMBER NOT NUMERIC" to ackProblem
    else
        if ack-result is not equal to "ACCEPTED"
          and ack-result is not equal to "REJECTED" then
            move "RESULT NOT ACCEPTED OR REJECTED" to ackProblem
        else
            if ack-records is not numeric or ack-hash is not numeric then
                move "RECORD COUNT OR HASH NOT NUMERIC" to ackProblem
            else
                move ack-reqNum to cat-reqNum
                read sieveCatalog
                    invalid key
                        move "REQUEST NOT IN THE CATALOG" to ackProblem
                    not invalid key
                        if cat-sentDate is equal to 0 then
                            move "REQUEST WAS NEVER SENT" to ackProblem
                        else
                            perform record-acknowledgement
                        end-if
                end-read
            end-if
        end-if
    end-if.
    if ackProblem is not equal to spaces then
        add 1 to ackProblemCount
        move spaces to dr-record
        string "ACKIN LINE " delimited by size,
            ackLineNum delimited by size,
            " NOT FILED - " delimited by size,
            ackProblem delimited by size into dr-record
        write dr-record
    end-if.

record-acknowledgement.
    move ackDate to cat-ackDate.
    move ack-records to cat-ackRecords.
    move ack-hash to cat-ackHash.
    if ack-result is equal to "ACCEPTED" then
        if cat-ackRecords is equal to cat-sentRecords
          and cat-ackHash is equal to cat-sentHash then
            move "A" to cat-ackState
            move spaces to cat-ackReason
            add 1 to acceptedCount
        else
            move "R" to cat-ackState
            move "COUNTS DIFFER FROM SENT" to cat-ackReason
            add 1 to rejectedCount
        end-if
    else
        move "R" to cat-ackState
        move ack-reason to cat-ackReason
        if cat-ackReason is equal to spaces then
            move "NO REASON GIVEN" to cat-ackReason
        end-if
        add 1 to rejectedCount
    end-if.
    rewrite sievecat-record.

*> a sent request is an exception while it waits past the allowance,
*> and for as long as it stands rejected
judge-one-delivery.
    if cat-ackState is equal to space then
        move cat-sentDate to dnDate
        perform compute-day-number
        move dnResult to sentDayNumber
        move ackDate to dnDate
        perform compute-day-number
        move dnResult to todayDayNumber
        if todayDayNumber is greater than sentDayNumber then
            subtract sentDayNumber from todayDayNumber giving daysOut
        else
            move 0 to daysOut
        end-if
        if daysOut is greater than allowedDays then
            add 1 to overdueCount
            move spaces to dr-record
            string "UNACKNOWLEDGED REQ " delimited by size,
                cat-reqNum delimited by size,
                " SENT " delimited by size,
                cat-sentDate delimited by size,
                " - " delimited by size,
                daysOut delimited by size,
                " DAY(S) WITHOUT AN ANSWER" delimited by size into dr-record
            write dr-record
        end-if
    end-if.
    if cat-ackState is equal to "R" then
        add 1 to rejectedListCount
        move spaces to dr-record
        string "REJECTED       REQ " delimited by size,
            cat-reqNum delimited by size,
            " SENT " delimited by size,
            cat-sentDate delimited by size,
            " ANSWERED " delimited by size,
            cat-ackDate delimited by size,
            " - " delimited by size,
            cat-ackReason delimited by size into dr-record
        write dr-record
    end-if.

*> days since a fixed origin for the yyyymmdd in dnDate, counting
*> the year from March so February's length falls at the year's end
compute-day-number.
    move dnDate(1:4) to dnYear.
    move dnDate(5:2) to dnMonth.
    move dnDate(7:2) to dnDay.
    if dnMonth is less than 3 then
        subtract 1 from dnYear
        add 12 to dnMonth
    end-if.
    compute dnResult = dnYear * 365 + dnDay.
    divide dnYear by 4 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
    divide dnYear by 100 giving dnPart remainder dnRemainder.
    subtract dnPart from dnResult.
    divide dnYear by 400 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
    compute dnPart = (dnMonth - 3) * 153 + 2.
    divide dnPart by 5 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
