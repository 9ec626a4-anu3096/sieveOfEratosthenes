*> ****************************************sieveComp.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Differential compare of a request's prime list against a second
*> source. sieveAudit only holds a run up against itself, so a run
*> that is self-consistent but wrong - a calcPrime defect, a bad
*> machine - passes its audit; this job catches it by walking the
*> request's outputFileNNN.txt in step with an independent list.
*> COMPIN.txt names the request (reqNum, three digits) and, after one
*> space, optionally a second request:
*>     412        the request against PRIMEMST, over the part of its
*>                band at or below primeCert's certified ceiling
*>     412 388    the two requests against each other, over the part
*>                of their bands they have in common
*> Both requests must be COMPLETED and unpurged in the SIEVECAT
*> catalog with their prime list still on the pack. Every prime
*> present on one side and missing on the other is listed in
*> COMPARERPTNNN.txt (named for the first request), then the counts
*> from each side, the number of disagreements and the first and
*> last of them. A line that is not a number, or that does not climb
*> above the one before it, is listed and counted as a disagreement
*> too. A compare against PRIMEMST stamps its verdict - PASS, or FAIL
*> on any disagreement - into the request's catalog record, and
*> sieveMani holds a package whose compare verdict is FAIL even when
*> its own audit passed. The job ends with return code 8 on any
*> disagreement, or when the compare could not be made at all.
*> **********************************************************************************************

identification division.
program-id. sieveComp.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select compareInput assign to "COMPIN.txt"
        organization is line sequential
        file status is compareInputStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is dynamic
        record key is pm-prime
        file status is primeMasterStatus.
    select leftOutput assign to dynamic leftFileName
        organization is line sequential
        file status is leftOutputStatus.
    select rightOutput assign to dynamic rightFileName
        organization is line sequential
        file status is rightOutputStatus.
    select compareReport assign to dynamic compareReportName
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd compareInput.
        01 compin-record.
            05 compin-reqNum pic x(3).
            05 compin-sep pic x(1).
            05 compin-otherReqNum pic x(3).
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
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
            05 pm-firstRunDate pic 9(8).
            05 pm-reqNum pic 9(3).
        01 primemst-control.
            05 pmc-key pic 9(9).
            05 pmc-certifiedCeiling pic 9(9).
            05 pmc-filler pic 9(2).
    fd leftOutput.
        01 left-record pic x(9).
    fd rightOutput.
        01 right-record pic x(9).
    fd compareReport.
        01 cr-record pic x(80).

working-storage section.
    77 compareInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 leftOutputStatus pic x(2) value "00".
    77 rightOutputStatus pic x(2) value "00".
    77 reqNum pic 9(3) value 0.
    77 otherReqNum pic 9(3) value 0.
    77 compareModeSwitch pic x(1) value "M".
        88 againstMaster value "M".
        88 againstRequest value "R".
    77 refuseReason pic x(60) value spaces.
    77 leftFileName pic x(20) value spaces.
    77 rightFileName pic x(20) value spaces.
    77 rightSideName pic x(20) value spaces.
    77 compareReportName pic x(20) value spaces.
    77 certifiedCeiling pic 9(9) value 0.
    77 leftLow pic 9(9) value 0.
    77 leftHigh pic 9(9) value 0.
    77 rightLow pic 9(9) value 0.
    77 rightHigh pic 9(9) value 0.
    77 compareLow pic 9(9) value 0.
    77 compareHigh pic 9(9) value 0.
    77 leftValue pic 9(9) value 0.
    77 rightValue pic 9(9) value 0.
    77 leftPrevious pic 9(9) value 0.
    77 rightPrevious pic 9(9) value 0.
    77 leftEofSwitch pic x(1) value "N".
        88 leftEnded value "Y".
    77 rightEofSwitch pic x(1) value "N".
        88 rightEnded value "Y".
    77 leftReadySwitch pic x(1) value "N".
        88 leftReady value "Y".
    77 rightReadySwitch pic x(1) value "N".
        88 rightReady value "Y".
    77 leftCount pic 9(9) value 0.
    77 rightCount pic 9(9) value 0.
    77 agreeCount pic 9(9) value 0.
    77 onlyLeftCount pic 9(9) value 0.
    77 onlyRightCount pic 9(9) value 0.
    77 badLineCount pic 9(9) value 0.
    77 disagreementCount pic 9(9) value 0.
    77 firstDisagreement pic 9(9) value 0.
    77 lastDisagreement pic 9(9) value 0.
    77 disagreedValue pic 9(9) value 0.
    77 compareDate pic 9(8) value 0.

procedure division.
open output standard-output.

    open input compareInput.
    if compareInputStatus is equal to "00" then
        read compareInput
            at end
                move spaces to compin-record
        end-read
        close compareInput
    else
        move spaces to compin-record
    end-if.
    if compin-reqNum is not numeric or compin-reqNum is equal to "000" then
        display "COMPIN.txt missing or unreadable - key a reqNum (nnn), or two (nnn mmm) to compare two runs."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move compin-reqNum to reqNum.
    if compin-otherReqNum is not equal to spaces then
        if compin-otherReqNum is not numeric
          or compin-otherReqNum is equal to "000"
          or compin-otherReqNum is equal to compin-reqNum then
            display "COMPIN.txt second reqNum not understood - key a different three-digit request, or leave it blank to compare against PRIMEMST."
            close standard-output
            move 8 to return-code
            stop run
        end-if
        move compin-otherReqNum to otherReqNum
        move "R" to compareModeSwitch
    end-if.

    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - nothing compared."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    *> the second side: another request's band, or the master's
    *> certified stretch from 2 to the ceiling
    if againstRequest then
        move otherReqNum to cat-reqNum
        perform read-compared-request
        if refuseReason is not equal to spaces then
            perform refuse-compare
        end-if
        move leftLow to rightLow
        move leftHigh to rightHigh
        move leftFileName to rightFileName
        move rightFileName to rightSideName
    else
        perform read-certified-ceiling
        if refuseReason is not equal to spaces then
            perform refuse-compare
        end-if
        move 2 to rightLow
        move certifiedCeiling to rightHigh
        move "PRIMEMST" to rightSideName
    end-if.

    *> the first side last, so its catalog record is the one in the
    *> record area when the verdict is stamped
    move reqNum to cat-reqNum.
    perform read-compared-request.
    if refuseReason is not equal to spaces then
        perform refuse-compare
    end-if.

    move leftLow to compareLow.
    if rightLow is greater than compareLow then
        move rightLow to compareLow
    end-if.
    move leftHigh to compareHigh.
    if rightHigh is less than compareHigh then
        move rightHigh to compareHigh
    end-if.
    if compareLow is greater than compareHigh then
        if againstMaster then
            move "BAND LIES ENTIRELY ABOVE THE CERTIFIED CEILING" to refuseReason
        else
            move "THE TWO REQUESTS' BANDS DO NOT OVERLAP" to refuseReason
        end-if
        perform refuse-compare
    end-if.

    open input leftOutput.
    if leftOutputStatus is not equal to "00" then
        move spaces to refuseReason
        string leftFileName delimited by space,
            " NOT ON THE PACK" delimited by size into refuseReason
        perform refuse-compare
    end-if.
    if againstRequest then
        open input rightOutput
        if rightOutputStatus is not equal to "00" then
            move spaces to refuseReason
            string rightFileName delimited by space,
                " NOT ON THE PACK" delimited by size into refuseReason
            close leftOutput
            perform refuse-compare
        end-if
    else
        move compareLow to pm-prime
        start primeMaster key is not less than pm-prime
            invalid key
                move "Y" to rightEofSwitch
        end-start
    end-if.

    accept compareDate from DATE YYYYMMDD.
    move spaces to compareReportName.
    string "COMPARERPT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into compareReportName.
    open output compareReport.
    move spaces to cr-record.
    string "COMPARE OF " delimited by size, leftFileName delimited by space,
        " WITH " delimited by size, rightSideName delimited by space,
        " DATED " delimited by size, compareDate delimited by size
        into cr-record.
    write cr-record.
    move spaces to cr-record.
    if againstMaster then
        string "BAND " delimited by size, compareLow delimited by size,
            " THRU " delimited by size, compareHigh delimited by size,
            " (CERTIFIED CEILING " delimited by size,
            certifiedCeiling delimited by size, ")" delimited by size
            into cr-record
    else
        string "COMMON BAND " delimited by size, compareLow delimited by size,
            " THRU " delimited by size, compareHigh delimited by size
            into cr-record
    end-if.
    write cr-record.

    *> both lists climb, so one pass settles every prime: the smaller
    *> head is missing from the other side, equal heads agree
    perform next-left-prime.
    perform next-right-prime.
    perform compare-one-step
        until leftEnded and rightEnded.

    perform write-compare-trailer.
    close compareReport, leftOutput.
    if againstRequest then
        close rightOutput
    else
        close primeMaster
    end-if.

    *> only the master is an authority to hold a package against; a
    *> run-against-run compare says the two differ, not which is wrong
    if againstMaster then
        if disagreementCount is equal to 0 then
            move "PASS" to cat-compareVerdict
        else
            move "FAIL" to cat-compareVerdict
        end-if
        move compareDate to cat-compareDate
        rewrite sievecat-record
    end-if.
    close sieveCatalog.

    if againstMaster then
        display "Compare of request " reqNum " with PRIMEMST: " disagreementCount " disagreement(s) - details in COMPARERPT" reqNum ".txt."
    else
        display "Compare of request " reqNum " with request " otherReqNum ": " disagreementCount " disagreement(s) - details in COMPARERPT" reqNum ".txt."
    end-if.
    close standard-output.
    if disagreementCount is greater than 0 then
        move 8 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> a compared request must be catalogued COMPLETED, never purged;
*> its band and prime list name are left in leftLow/leftHigh and
*> leftFileName, and refuseReason says why when it cannot be used
read-compared-request.
    move spaces to refuseReason.
    read sieveCatalog
        invalid key
            move spaces to cat-status
    end-read.
    if cat-status is equal to spaces then
        string "REQUEST " delimited by size, cat-reqNum delimited by size,
            " IS NOT IN THE CATALOG" delimited by size into refuseReason
    else
        if cat-status is not equal to "COMPLETED" then
            string "REQUEST " delimited by size, cat-reqNum delimited by size,
                " IS " delimited by size, cat-status delimited by size,
                ", NOT COMPLETED" delimited by size into refuseReason
        else
            if cat-purgeDate is not equal to 0 then
                string "REQUEST " delimited by size, cat-reqNum delimited by size,
                    " WAS PURGED " delimited by size,
                    cat-purgeDate delimited by size into refuseReason
            end-if
        end-if
    end-if.
    move cat-lowerLimit to leftLow.
    if leftLow is less than 2 then
        move 2 to leftLow
    end-if.
    move cat-upperLimit to leftHigh.
    move spaces to leftFileName.
    string "outputFile" delimited by size, cat-reqNum delimited by size,
        ".txt" delimited by size into leftFileName.

read-certified-ceiling.
    move spaces to refuseReason.
    open input primeMaster.
    if primeMasterStatus is not equal to "00" then
        move "PRIMEMST NOT FOUND OR UNREADABLE" to refuseReason
    else
        move 0 to pm-prime
        read primeMaster
            invalid key
                move 0 to certifiedCeiling
            not invalid key
                move pmc-certifiedCeiling to certifiedCeiling
        end-read
        if certifiedCeiling is less than 2 then
            move "PRIMEMST HAS NO CERTIFIED CEILING - RUN primeCert" to refuseReason
            close primeMaster
        end-if
    end-if.

refuse-compare.
    display "Compare of request " reqNum " not made - " refuseReason ".".
    close sieveCatalog, standard-output.
    move 8 to return-code.
    stop run.

*> one step of the merge walk: the lower of the two current primes
*> stands alone on its side, and equal primes agree and both move on
compare-one-step.
    if leftEnded then
        perform note-only-right
    else
        if rightEnded then
            perform note-only-left
        else
            if leftValue is less than rightValue then
                perform note-only-left
            else
                if rightValue is less than leftValue then
                    perform note-only-right
                else
                    add 1 to agreeCount
                    perform next-left-prime
                    perform next-right-prime
                end-if
            end-if
        end-if
    end-if.

note-only-left.
    move leftValue to disagreedValue.
    perform note-disagreement.
    add 1 to onlyLeftCount.
    move spaces to cr-record.
    string leftValue delimited by size, " IN " delimited by size,
        leftFileName delimited by space, ", MISSING FROM " delimited by size,
        rightSideName delimited by space into cr-record.
    write cr-record.
    perform next-left-prime.

note-only-right.
    move rightValue to disagreedValue.
    perform note-disagreement.
    add 1 to onlyRightCount.
    move spaces to cr-record.
    string rightValue delimited by size, " IN " delimited by size,
        rightSideName delimited by space, ", MISSING FROM " delimited by size,
        leftFileName delimited by space into cr-record.
    write cr-record.
    perform next-right-prime.

note-disagreement.
    add 1 to disagreementCount.
    if firstDisagreement is equal to 0 then
        move disagreedValue to firstDisagreement
    end-if.
    move disagreedValue to lastDisagreement.

*> the next prime of the first request's list inside the compared
*> band; below the band is skipped, past it ends the side
next-left-prime.
    move "N" to leftReadySwitch.
    perform read-one-left-line
        until leftReady or leftEnded.

read-one-left-line.
    read leftOutput
        at end
            move "Y" to leftEofSwitch
        not at end
            if left-record is not numeric then
                move spaces to cr-record
                string left-record delimited by size,
                    " IN " delimited by size,
                    leftFileName delimited by space,
                    " IS NOT A NUMBER" delimited by size into cr-record
                perform note-bad-line
            else
                move left-record to leftValue
                if leftValue is greater than compareHigh then
                    move "Y" to leftEofSwitch
                else
                    if leftValue is not less than compareLow then
                        if leftValue is not greater than leftPrevious then
                            move spaces to cr-record
                            string left-record delimited by size,
                                " IN " delimited by size,
                                leftFileName delimited by space,
                                " OUT OF ORDER OR REPEATED" delimited by size
                                into cr-record
                            perform note-bad-line
                        else
                            add 1 to leftCount
                            move leftValue to leftPrevious
                            move "Y" to leftReadySwitch
                        end-if
                    end-if
                end-if
            end-if
    end-read.

*> the other side's next prime: the master read in key order from
*> the start of the band, or the second request's list like the first
next-right-prime.
    move "N" to rightReadySwitch.
    perform read-one-right-line
        until rightReady or rightEnded.

read-one-right-line.
    if againstMaster then
        read primeMaster next
            at end
                move "Y" to rightEofSwitch
            not at end
                if pm-prime is greater than compareHigh then
                    move "Y" to rightEofSwitch
                else
                    add 1 to rightCount
                    move pm-prime to rightValue
                    move "Y" to rightReadySwitch
                end-if
        end-read
    else
        read rightOutput
            at end
                move "Y" to rightEofSwitch
            not at end
                if right-record is not numeric then
                    move spaces to cr-record
                    string right-record delimited by size,
                        " IN " delimited by size,
                        rightFileName delimited by space,
                        " IS NOT A NUMBER" delimited by size into cr-record
                    perform note-bad-line
                else
                    move right-record to rightValue
                    if rightValue is greater than compareHigh then
                        move "Y" to rightEofSwitch
                    else
                        if rightValue is not less than compareLow then
                            if rightValue is not greater than rightPrevious then
                                move spaces to cr-record
                                string right-record delimited by size,
                                    " IN " delimited by size,
                                    rightFileName delimited by space,
                                    " OUT OF ORDER OR REPEATED" delimited by size
                                    into cr-record
                                perform note-bad-line
                            else
                                add 1 to rightCount
                                move rightValue to rightPrevious
                                move "Y" to rightReadySwitch
                            end-if
                        end-if
                    end-if
                end-if
        end-read
    end-if.

note-bad-line.
    write cr-record.
    add 1 to badLineCount.
    add 1 to disagreementCount.

write-compare-trailer.
    move spaces to cr-record.
    string "PRIMES IN BAND - " delimited by size,
        leftFileName delimited by space, " " delimited by size,
        leftCount delimited by size, "  " delimited by size,
        rightSideName delimited by space, " " delimited by size,
        rightCount delimited by size into cr-record.
    write cr-record.
    move spaces to cr-record.
    string "AGREEING " delimited by size, agreeCount delimited by size,
        "  MISSING FROM " delimited by size,
        rightSideName delimited by space, " " delimited by size,
        onlyLeftCount delimited by size into cr-record.
    write cr-record.
    move spaces to cr-record.
    string "MISSING FROM " delimited by size,
        leftFileName delimited by space, " " delimited by size,
        onlyRightCount delimited by size,
        "  UNUSABLE LINES " delimited by size,
        badLineCount delimited by size into cr-record.
    write cr-record.
    move spaces to cr-record.
    if disagreementCount is equal to 0 then
        string "NO DISAGREEMENTS - VERDICT PASS" delimited by size
            into cr-record
    else
        string disagreementCount delimited by size,
            " DISAGREEMENT(S), FIRST " delimited by size,
            firstDisagreement delimited by size,
            " LAST " delimited by size,
            lastDisagreement delimited by size,
            " - VERDICT FAIL" delimited by size into cr-record
    end-if.
    write cr-record.
