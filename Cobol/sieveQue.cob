*> ****************************************sieveQue.cob***************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Queue maintenance for the night's SIEVEIN.txt, so nobody has to
*> key fixed-column lines by hand and find the misplaced column at
*> 2 a.m. when sieve.cob skips the request. The operator adds,
*> changes, deletes and lists queued requests field by field:
*>     upperLimit   2 thru 999999999 (columns 1-9)
*>     lowerLimit   blank for the whole range, else 2 thru upperLimit
*>                  (columns 12-20)
*>     CSV flag     Y/N (column 10)
*>     factor flag  Y/N (column 11)
*>     cost centre  up to 8 characters, optional (columns 21-28)
*>     priority     1 (runs first) thru 9 (runs last, deferred first
*>                  when the window is short); 5 by default
*>                  (column 29)
*>     band steps   blank to sieve in one step, else 2 thru 99 sub-
*>                  bands for sieveBand to run side by side
*>                  (columns 30-31)
*> and every field is held to the same rules sieve.cob's
*> validate-upperLimit applies, at the moment it is keyed.
*> The listing shows the queue in the order sieve.cob will run it -
*> priority order, file order within a priority - with each entry's
*> predicted runtime (the SIEVELOG average for its upperLimit
*> magnitude, whole-range unfilled runs only, the same figure the
*> window budget uses) and whether the request will be filled from
*> a prior audited run in the SIEVECAT catalog instead of sieved, then
*> the night's predicted total against the SIEVEWIN.txt deadline. A
*> line already in SIEVEIN.txt that breaks the rules is listed as
*> INVALID with sieve.cob's reason, to be changed or deleted.
*> Commands: A add, C change, D delete, L list, S save and end,
*> Q quit without saving. Nothing is written to SIEVEIN.txt until S.
*> **********************************************************************************************

identification division.
program-id. sieveQue.
environment division.
input-output section.

file-control.
    select sieveInput assign to "SIEVEIN.txt"
        organization is line sequential
        file status is sieveInputStatus.
    select standard-output assign to display.
    select sieveLog assign to "SIEVELOG.txt"
        organization is line sequential
        file status is sieveLogStatus.
    select sieveWindow assign to "SIEVEWIN.txt"
        organization is line sequential
        file status is sieveWindowStatus.
    select fillInput assign to dynamic fillInputName
        organization is line sequential
        file status is fillInputStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.

data division.

file section.
    fd sieveInput.
        01 sievein-record.
            05 sievein-upperLimit pic x(9).
            05 sievein-csvFlag pic x(1).
            05 sievein-factorFlag pic x(1).
            05 sievein-lowerLimit pic x(9).
            05 sievein-costCentre pic x(8).
            05 sievein-priority pic x(1).
            05 sievein-bandCount pic x(2).
    fd standard-output.
        01 stdout-record pic x(80).
    fd sieveLog.
        01 sievelog-record.
            05 log-runDate pic 9(8).
            05 log-sep1 pic x(1).
            05 log-runTime pic 9(8).
            05 log-sep2 pic x(1).
            05 log-reqNum pic 9(3).
            05 log-sep3 pic x(1).
            05 log-upperLimit pic 9(9).
            05 log-sep4 pic x(1).
            05 log-primeCount pic 9(9).
            05 log-sep5 pic x(1).
            05 log-elapsed pic 9(8).
            05 log-sep6 pic x(1).
            05 log-lowerLimit pic 9(9).
            05 log-sep7 pic x(1).
            05 log-filledFrom pic x(3).
            05 log-sep8 pic x(1).
            05 log-costCentre pic x(8).
    fd sieveWindow.
        01 sievewin-record.
            05 win-deadline pic x(6).
    fd fillInput.
        01 fillin-record pic x(80).
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

working-storage section.
    77 sieveInputStatus pic x(2) value "00".
    77 sieveLogStatus pic x(2) value "00".
    77 sieveWindowStatus pic x(2) value "00".
    77 fillInputStatus pic x(2) value "00".
    77 fillInputName pic x(20) value spaces.
    77 sieveCatalogStatus pic x(2) value "00".
    77 catalogSwitch pic x(1) value "N".
        88 catalogOnline value "Y".
    77 eofSwitch pic x(1) value "N".
        88 atEndOfInput value "Y".
    77 histEofSwitch pic x(1) value "N".
        88 atEndOfHistory value "Y".
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 doneSwitch pic x(1) value "N".
        88 operatorDone value "Y".
    77 changedSwitch pic x(1) value "N".
        88 queueChanged value "Y".
    77 fieldSwitch pic x(1) value "N".
        88 fieldAccepted value "Y".
    77 validInputSwitch pic x(1) value "Y".
        88 validInput value "Y".
        88 invalidInput value "N".
    77 validNumberSwitch pic x(1) value "Y".
        88 validNumber value "Y".
        88 invalidNumber value "N".
    77 fillSwitch pic x(1) value "N".
        88 fillSatisfied value "Y".
    77 historySwitch pic x(1) value "N".
        88 historyFound value "Y".
    77 windowDeadline pic x(6) value spaces.
    77 commandInput pic x(10) value spaces.
    77 keyedInput pic x(10) value spaces.
    77 keyedNumber pic 9(9) value 0.
    77 keyedDigit pic 9(1) value 0.
    77 charPos pic 9(2) value 0.
    77 numberField pic 9(9) value 0.
    77 candidateNumber pic x(9) value spaces.
    77 skipReason pic x(40) value spaces.
    77 queueCount pic 9(3) value 0.
    77 queueIndex pic 9(4) value 0.
    77 entryNumber pic 9(4) value 0.
    77 passPriority pic 9(2) value 0.
    77 runSequence pic 9(3) value 0.
    77 upperLimit pic 9(9) value 0.
    77 lowerLimit pic 9(9) value 0.
    77 fillSourceReq pic 9(3) value 0.
    77 predictedCs pic 9(8) value 0.
    77 predictedSeconds pic 9(6)v99 value 0.
    77 predictedEdited pic z(5)9.99 value zero.
    77 totalCs pic 9(9) value 0.
    77 totalSeconds pic 9(7)v99 value 0.
    77 totalEdited pic z(6)9.99 value zero.
    77 sieveCount pic 9(3) value 0.
    77 fillCount pic 9(3) value 0.
    77 noHistoryCount pic 9(3) value 0.
    77 splitCount pic 9(3) value 0.
    77 bandCount pic 9(2) value 0.
    77 invalidCount pic 9(3) value 0.
    77 outcomeText pic x(40) value spaces.
    77 magnitude pic 9(2) value 0.
    77 magWork pic 9(9) value 0.
    77 magIndex pic 9(2) value 0.
    77 histLowerLimit pic 9(9) value 0.
    01 magTable.
        05 magEntry occurs 9 times.
            10 magRunCount pic 9(7) value 0.
            10 magElapsedSum pic 9(15) value 0.
            10 magAvg pic 9(8)v99 value 0.
    *> the entry being keyed, laid out exactly as a SIEVEIN line
    01 entryRecord.
        05 entryUpperLimit pic x(9).
        05 entryCsvFlag pic x(1).
        05 entryFactorFlag pic x(1).
        05 entryLowerLimit pic x(9).
        05 entryCostCentre pic x(8).
        05 entryPriority pic x(1).
        05 entryBandCount pic x(2).
    01 queueTable.
        05 queueEntry occurs 999 times.
            10 queueRecord pic x(31).
            10 queueValid pic x(1).
            10 queueRunPriority pic 9(1).
            10 queueReason pic x(40).

procedure division.
open output standard-output.

    *> the queue as it stands; a night with no SIEVEIN.txt yet starts
    *> from an empty queue and the file is created on save
    open input sieveInput.
    if sieveInputStatus is equal to "00" then
        perform until atEndOfInput
            read sieveInput
                at end
                    move "Y" to eofSwitch
                not at end
                    if queueCount is less than 999 then
                        add 1 to queueCount
                        move sievein-record to queueRecord(queueCount)
                    else
                        display "SIEVEIN.txt queues more than 999 requests - only the first 999 are shown and saved."
                        move "Y" to eofSwitch
                    end-if
            end-read
        end-perform
        close sieveInput
    end-if.

    *> runtime history for the predictions, the fill sources and the
    *> window deadline, each optional
    perform load-runtime-history.
    open input sieveCatalog.
    if sieveCatalogStatus is equal to "00" then
        move "Y" to catalogSwitch
    else
        display "SIEVECAT not on the pack - no entry can be shown as filled from a prior run."
    end-if.
    open input sieveWindow.
    if sieveWindowStatus is equal to "00" then
        read sieveWindow
            at end
                continue
            not at end
                move win-deadline to windowDeadline
        end-read
        close sieveWindow
    end-if.

    display "Queue maintenance - SIEVEIN.txt holds " queueCount " request(s).".
    perform list-queue.
    perform until operatorDone
        display "Command - A add, C change, D delete, L list, S save and end, Q quit? " with no advancing
        move spaces to commandInput
        accept commandInput
        evaluate commandInput(1:1)
            when "A"
            when "a"
                perform add-one-entry
            when "C"
            when "c"
                perform change-one-entry
            when "D"
            when "d"
                perform delete-one-entry
            when "L"
            when "l"
                perform list-queue
            when "S"
            when "s"
                perform save-queue
                move "Y" to doneSwitch
            when "Q"
            when "q"
                perform quit-session
            when other
                display "Command not understood - key A, C, D, L, S or Q."
        end-evaluate
    end-perform.

    if catalogOnline then
        close sieveCatalog
    end-if.
    display "Queue maintenance finished.".
    close standard-output.
    stop run.

*> adds one request to the end of the queue, keyed field by field
add-one-entry.
    if queueCount is equal to 999 then
        display "The queue already holds 999 requests - the most one night can number."
    else
        move spaces to entryRecord
        move "N" to entryCsvFlag, entryFactorFlag
        move "5" to entryPriority
        perform key-all-fields
        add 1 to queueCount
        move entryRecord to queueRecord(queueCount)
        move "Y" to changedSwitch
        display "Added as entry " queueCount "."
    end-if.

change-one-entry.
    perform key-entry-number.
    if entryNumber is not equal to 0 then
        move queueRecord(entryNumber) to entryRecord
        display "Changing entry " entryNumber(2:3) " - press Enter to keep a value, - to clear an optional one."
        perform key-all-fields
        move entryRecord to queueRecord(entryNumber)
        move "Y" to changedSwitch
        display "Entry " entryNumber(2:3) " changed."
    end-if.

delete-one-entry.
    perform key-entry-number.
    if entryNumber is not equal to 0 then
        move queueRecord(entryNumber) to entryRecord
        display "Entry " entryNumber(2:3) ": " entryRecord
        display "Delete it (Y/N)? " with no advancing
        move spaces to keyedInput
        accept keyedInput
        if keyedInput(1:1) is equal to "Y" or keyedInput(1:1) is equal to "y" then
            move entryNumber to queueIndex
            perform close-one-gap
                until queueIndex is not less than queueCount
            subtract 1 from queueCount
            move "Y" to changedSwitch
            display "Entry " entryNumber(2:3) " deleted."
        else
            display "Entry " entryNumber(2:3) " kept."
        end-if
    end-if.

close-one-gap.
    move queueRecord(queueIndex + 1) to queueRecord(queueIndex).
    add 1 to queueIndex.

*> the entry number for a change or delete; zero when none was given
key-entry-number.
    move 0 to entryNumber.
    if queueCount is equal to 0 then
        display "The queue is empty."
    else
        display "Entry number (1 thru " queueCount ")? " with no advancing
        move spaces to keyedInput
        accept keyedInput
        perform convert-keyed-input
        if invalidNumber or keyedNumber is equal to 0
          or keyedNumber is greater than queueCount then
            display "No such entry."
        else
            move keyedNumber to entryNumber
        end-if
    end-if.

*> each field is re-asked until it passes; the lowerLimit follows
*> the upperLimit so it is always judged against the one just keyed
key-all-fields.
    move "N" to fieldSwitch.
    perform key-upper-limit until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-lower-limit until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-csv-flag until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-factor-flag until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-cost-centre until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-priority until fieldAccepted.
    move "N" to fieldSwitch.
    perform key-band-count until fieldAccepted.

key-upper-limit.
    display "UpperLimit, 2 thru 999999999 [" entryUpperLimit "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    perform take-keyed-number.
    if candidateNumber is not numeric then
        display "UPPERLIMIT NOT NUMERIC - key 1 to 9 digits."
    else
        if candidateNumber is less than "000000002" then
            display "UPPERLIMIT UNDER 2."
        else
            move candidateNumber to entryUpperLimit
            move "Y" to fieldSwitch
        end-if
    end-if.

key-lower-limit.
    display "LowerLimit, blank for the whole range [" entryLowerLimit "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to "-" then
        move spaces to entryLowerLimit
        move "Y" to fieldSwitch
    else
        move entryLowerLimit to candidateNumber
        if keyedInput is not equal to spaces then
            perform take-keyed-number
        end-if
        if candidateNumber is equal to spaces then
            move "Y" to fieldSwitch
        else
            if candidateNumber is not numeric then
                display "LOWERLIMIT NOT NUMERIC - key 1 to 9 digits, or - for the whole range."
            else
                if candidateNumber is less than "000000002"
                  or candidateNumber is greater than entryUpperLimit then
                    display "LOWERLIMIT OUTSIDE 2 THRU UPPERLIMIT."
                else
                    move candidateNumber to entryLowerLimit
                    move "Y" to fieldSwitch
                end-if
            end-if
        end-if
    end-if.

key-csv-flag.
    display "CSV export, Y or N [" entryCsvFlag "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to spaces then
        move entryCsvFlag to keyedInput
    end-if.
    evaluate keyedInput
        when "Y"
        when "y"
            move "Y" to entryCsvFlag
            move "Y" to fieldSwitch
        when "N"
        when "n"
        when " "
            move "N" to entryCsvFlag
            move "Y" to fieldSwitch
        when other
            display "Key Y or N."
    end-evaluate.

key-factor-flag.
    display "Factor mode, Y or N [" entryFactorFlag "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to spaces then
        move entryFactorFlag to keyedInput
    end-if.
    evaluate keyedInput
        when "Y"
        when "y"
            move "Y" to entryFactorFlag
            move "Y" to fieldSwitch
        when "N"
        when "n"
        when " "
            move "N" to entryFactorFlag
            move "Y" to fieldSwitch
        when other
            display "Key Y or N."
    end-evaluate.

key-cost-centre.
    display "Cost centre, up to 8 characters [" entryCostCentre "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to "-" then
        move spaces to entryCostCentre
        move "Y" to fieldSwitch
    else
        if keyedInput is equal to spaces then
            move "Y" to fieldSwitch
        else
            if keyedInput(9:2) is not equal to spaces then
                display "A cost centre is at most 8 characters."
            else
                move keyedInput(1:8) to entryCostCentre
                move "Y" to fieldSwitch
            end-if
        end-if
    end-if.

key-priority.
    display "Priority, 1 (first) thru 9 (last) [" entryPriority "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to spaces then
        move entryPriority to keyedInput
        if keyedInput is equal to spaces then
            move "5" to keyedInput
        end-if
    end-if.
    if keyedInput(2:9) is equal to spaces
      and keyedInput(1:1) is numeric
      and keyedInput(1:1) is not equal to "0" then
        move keyedInput(1:1) to entryPriority
        move "Y" to fieldSwitch
    else
        display "PRIORITY NOT 1 THRU 9."
    end-if.

*> a request too big for one step is cut into sub-bands; the count
*> must leave every band at least one candidate
key-band-count.
    display "Band steps, 2 thru 99, blank for one step [" entryBandCount "]? " with no advancing.
    move spaces to keyedInput.
    accept keyedInput.
    if keyedInput is equal to "-" then
        move spaces to entryBandCount
        move "Y" to fieldSwitch
    else
        if keyedInput is equal to spaces then
            move entryBandCount to keyedInput
        end-if
        if keyedInput is equal to spaces then
            move "Y" to fieldSwitch
        else
            if keyedInput(2:1) is equal to space then
                move keyedInput(1:1) to keyedInput(2:1)
                move "0" to keyedInput(1:1)
            end-if
            if keyedInput(3:8) is equal to spaces
              and keyedInput(1:2) is numeric
              and keyedInput(1:2) is not less than "02" then
                move entryUpperLimit to upperLimit
                move 2 to lowerLimit
                if entryLowerLimit is not equal to spaces then
                    move entryLowerLimit to lowerLimit
                end-if
                move keyedInput(1:2) to bandCount
                if upperLimit - lowerLimit + 1 is less than bandCount then
                    display "BAND TOO NARROW FOR THAT MANY STEPS."
                else
                    move keyedInput(1:2) to entryBandCount
                    move "Y" to fieldSwitch
                end-if
            else
                display "BAND STEPS NOT 2 THRU 99."
            end-if
        end-if
    end-if.

*> a keyed number becomes the zero-filled nine-digit column value;
*> blank keeps the field's current value, and anything that is not
*> digits is passed on as a non-numeric value the field's check rejects
take-keyed-number.
    if keyedInput is equal to spaces then
        move entryUpperLimit to candidateNumber
    else
        perform convert-keyed-input
        if validNumber then
            move keyedNumber to numberField
            move numberField to candidateNumber
        else
            move "?" to candidateNumber
        end-if
    end-if.

*> turns the operator's left-justified keyed digits into a number,
*> flagging anything that is not all digits before the first space
convert-keyed-input.
    move "Y" to validNumberSwitch.
    move 0 to keyedNumber.
    move 1 to charPos.
    if keyedInput is equal to spaces then
        move "N" to validNumberSwitch
    end-if.
    perform convert-one-char
        until charPos is greater than 10 or invalidNumber.

convert-one-char.
    if keyedInput(charPos:1) is equal to space then
        move 11 to charPos
    else
        if keyedInput(charPos:1) is numeric then
            if charPos is greater than 9 then
                move "N" to validNumberSwitch
            else
                move keyedInput(charPos:1) to keyedDigit
                compute keyedNumber = keyedNumber * 10 + keyedDigit
                add 1 to charPos
            end-if
        else
            move "N" to validNumberSwitch
        end-if
    end-if.

*> the listing: tonight's run order, predicted runtime and fills
list-queue.
    move 1 to queueIndex.
    perform judge-one-entry
        until queueIndex is greater than queueCount.
    move 0 to runSequence, sieveCount, fillCount, noHistoryCount,
        splitCount, invalidCount, totalCs.
    display " RUN ENTRY P UPPERLIM  LOWERLIM  C F COSTCTR  BS  PREDICTED TONIGHT".
    move 1 to passPriority.
    perform list-one-priority-pass
        until passPriority is greater than 9.
    move 1 to queueIndex.
    perform list-one-invalid-entry
        until queueIndex is greater than queueCount.
    compute totalSeconds = totalCs / 100.
    move totalSeconds to totalEdited.
    display queueCount " queued: " sieveCount " to sieve, " fillCount " filled from audited runs, " splitCount " split, " invalidCount " invalid.".
    display "Predicted sieve time " totalEdited " seconds (" noHistoryCount " with no history to predict from).".
    if windowDeadline is not equal to spaces then
        display "Batch window closes at " windowDeadline " - lowest priorities are deferred first if the night runs short."
    end-if.
    if queueChanged then
        display "Changes not yet saved - S writes SIEVEIN.txt."
    end-if.

*> each entry held to sieve.cob's rules before it is listed
judge-one-entry.
    move queueRecord(queueIndex) to entryRecord.
    perform validate-entry.
    if validInput then
        move "Y" to queueValid(queueIndex)
        if entryPriority is equal to space then
            move 5 to queueRunPriority(queueIndex)
        else
            move entryPriority to queueRunPriority(queueIndex)
        end-if
        move spaces to queueReason(queueIndex)
    else
        move "N" to queueValid(queueIndex)
        move 0 to queueRunPriority(queueIndex)
        move skipReason to queueReason(queueIndex)
    end-if.
    add 1 to queueIndex.

list-one-priority-pass.
    move 1 to queueIndex.
    perform list-one-valid-entry
        until queueIndex is greater than queueCount.
    add 1 to passPriority.

list-one-valid-entry.
    if queueValid(queueIndex) is equal to "Y"
      and queueRunPriority(queueIndex) is equal to passPriority then
        add 1 to runSequence
        move queueRecord(queueIndex) to entryRecord
        perform predict-one-entry
        move queueIndex to entryNumber
        display " " runSequence "   " entryNumber(2:3) " " queueRunPriority(queueIndex)
            " " entryUpperLimit " " entryLowerLimit " " entryCsvFlag
            " " entryFactorFlag " " entryCostCentre " " entryBandCount
            " " outcomeText
    end-if.
    add 1 to queueIndex.

list-one-invalid-entry.
    if queueValid(queueIndex) is equal to "N" then
        add 1 to invalidCount
        move queueRecord(queueIndex) to entryRecord
        move queueIndex to entryNumber
        display "  -    " entryNumber(2:3) " " entryPriority
            " " entryUpperLimit " " entryLowerLimit " " entryCsvFlag
            " " entryFactorFlag " " entryCostCentre " " entryBandCount
            " INVALID - "
            queueReason(queueIndex)
    end-if.
    add 1 to queueIndex.

*> a request a prior audited run can fill costs nothing tonight; the
*> rest are predicted from the history average for their magnitude;
*> a split request's band steps run in their own initiators, outside
*> sieve.cob's window, so they add nothing to the night's total
predict-one-entry.
    move entryUpperLimit to upperLimit.
    move 2 to lowerLimit.
    if entryLowerLimit is not equal to spaces then
        move entryLowerLimit to lowerLimit
    end-if.
    move spaces to outcomeText.
    perform find-fill-source.
    if fillSatisfied then
        add 1 to fillCount
        string "      FILL FROM REQ " delimited by size,
            fillSourceReq delimited by size into outcomeText
    end-if.
    if not fillSatisfied and entryBandCount is not equal to spaces then
        add 1 to splitCount
        string "      SPLIT " delimited by size,
            entryBandCount delimited by size,
            " STEPS" delimited by size into outcomeText
    end-if.
    if not fillSatisfied and entryBandCount is equal to spaces then
        add 1 to sieveCount
        perform predict-from-history
        if historyFound then
            add predictedCs to totalCs
            compute predictedSeconds = predictedCs / 100
            move predictedSeconds to predictedEdited
            string predictedEdited delimited by size,
                " SECS" delimited by size into outcomeText
        else
            add 1 to noHistoryCount
            move " NO HISTORY" to outcomeText
        end-if
    end-if.

*> the same checks sieve.cob's validate-upperLimit makes of a line
validate-entry.
    move "Y" to validInputSwitch.
    move spaces to skipReason.
    if entryUpperLimit is not numeric then
        move "N" to validInputSwitch
        move "UPPERLIMIT NOT NUMERIC" to skipReason
    else
        if entryUpperLimit is less than "000000002" then
            move "N" to validInputSwitch
            move "UPPERLIMIT UNDER 2" to skipReason
        end-if
    end-if.
    if validInput and entryPriority is not equal to space
      and (entryPriority is not numeric
        or entryPriority is equal to "0") then
        move "N" to validInputSwitch
        move "PRIORITY NOT 1 THRU 9" to skipReason
    end-if.
    if validInput and entryLowerLimit is not equal to spaces then
        if entryLowerLimit is numeric then
            if entryLowerLimit is less than "000000002"
              or entryLowerLimit is greater than entryUpperLimit then
                move "N" to validInputSwitch
                move "LOWERLIMIT OUTSIDE 2 THRU UPPERLIMIT" to skipReason
            end-if
        else
            move "N" to validInputSwitch
            move "LOWERLIMIT NOT NUMERIC" to skipReason
        end-if
    end-if.
    if validInput and entryBandCount is not equal to spaces then
        if entryBandCount is not numeric
          or entryBandCount is less than "02" then
            move "N" to validInputSwitch
            move "BAND STEPS NOT 2 THRU 99" to skipReason
        else
            move entryBandCount to bandCount
            move entryUpperLimit to upperLimit
            move 2 to lowerLimit
            if entryLowerLimit is not equal to spaces then
                move entryLowerLimit to lowerLimit
            end-if
            if upperLimit - lowerLimit + 1 is less than bandCount then
                move "N" to validInputSwitch
                move "BAND TOO NARROW FOR THAT MANY STEPS" to skipReason
            end-if
        end-if
    end-if.

*> the fill rule sieve.cob applies: a catalogued run of exactly this
*> band, COMPLETED, audited PASS, never purged, not backed out of the
*> masters, with its prime list and summary (and factor file, when
*> asked for) still on the pack
find-fill-source.
    move "N" to fillSwitch.
    if catalogOnline then
        move "N" to catEofSwitch
        move 0 to cat-reqNum
        start sieveCatalog key is greater than cat-reqNum
            invalid key
                move "Y" to catEofSwitch
        end-start
        perform qualify-one-fill-candidate
            until fillSatisfied or atEndOfCatalog
    end-if.

qualify-one-fill-candidate.
    read sieveCatalog next
        at end
            move "Y" to catEofSwitch
        not at end
            if cat-status is equal to "COMPLETED"
              and cat-upperLimit is equal to upperLimit
              and cat-lowerLimit is equal to lowerLimit
              and cat-auditVerdict is equal to "PASS"
              and cat-purgeDate is equal to 0
              and cat-primeLoadState is not equal to "B" then
                move cat-reqNum to fillSourceReq
                perform check-fill-pieces
            end-if
    end-read.

check-fill-pieces.
    move "Y" to fillSwitch.
    move spaces to fillInputName.
    string "outputFile" delimited by size, fillSourceReq delimited by size,
        ".txt" delimited by size into fillInputName.
    perform check-one-fill-piece.
    move spaces to fillInputName.
    string "PRIMESUM" delimited by size, fillSourceReq delimited by size,
        ".txt" delimited by size into fillInputName.
    perform check-one-fill-piece.
    if entryFactorFlag is equal to "Y" or entryFactorFlag is equal to "y" then
        move spaces to fillInputName
        string "FACTORS" delimited by size, fillSourceReq delimited by size,
            ".txt" delimited by size into fillInputName
        perform check-one-fill-piece
    end-if.

check-one-fill-piece.
    open input fillInput.
    if fillInputStatus is equal to "00" then
        close fillInput
    else
        move "N" to fillSwitch
    end-if.

*> the history average for the entry's upperLimit magnitude, in
*> centiseconds; historyFound stays off when that magnitude has
*> never been run
predict-from-history.
    move "N" to historySwitch.
    move 0 to predictedCs.
    move upperLimit to magWork.
    move 0 to magnitude.
    perform count-one-magnitude-digit
        until magWork is equal to 0.
    if magRunCount(magnitude) is greater than 0 then
        move magAvg(magnitude) to predictedCs
        move "Y" to historySwitch
    end-if.

*> tallies the SIEVELOG history into average elapsed per upperLimit
*> magnitude exactly as sieve.cob's window budget does: whole-range
*> runs with clean numbers only, never a fill's copy time
load-runtime-history.
    open input sieveLog.
    if sieveLogStatus is equal to "00" then
        perform until atEndOfHistory
            read sieveLog
                at end
                    move "Y" to histEofSwitch
                not at end
                    perform tally-one-history-line
            end-read
        end-perform
        close sieveLog
    end-if.
    move 1 to magIndex.
    perform average-one-magnitude
        until magIndex is greater than 9.

tally-one-history-line.
    if log-runDate is numeric
      and log-upperLimit is numeric
      and log-upperLimit is greater than 0
      and log-elapsed is numeric
      and log-filledFrom is equal to spaces then
        if log-lowerLimit is numeric then
            move log-lowerLimit to histLowerLimit
        else
            move 2 to histLowerLimit
        end-if
        if histLowerLimit is not greater than 2 then
            move log-upperLimit to magWork
            move 0 to magnitude
            perform count-one-magnitude-digit
                until magWork is equal to 0
            add 1 to magRunCount(magnitude)
            add log-elapsed to magElapsedSum(magnitude)
        end-if
    end-if.

count-one-magnitude-digit.
    divide 10 into magWork.
    add 1 to magnitude.

average-one-magnitude.
    if magRunCount(magIndex) is greater than 0 then
        compute magAvg(magIndex) rounded =
            magElapsedSum(magIndex) / magRunCount(magIndex)
    end-if.
    add 1 to magIndex.

*> writes the queue back to SIEVEIN.txt
save-queue.
    open output sieveInput.
    move 1 to queueIndex.
    perform save-one-entry
        until queueIndex is greater than queueCount.
    close sieveInput.
    move "N" to changedSwitch.
    display "SIEVEIN.txt saved - " queueCount " request(s) queued.".

save-one-entry.
    move queueRecord(queueIndex) to sievein-record.
    write sievein-record.
    add 1 to queueIndex.

quit-session.
    if queueChanged then
        display "Changes not saved - discard them (Y/N)? " with no advancing
        move spaces to keyedInput
        accept keyedInput
        if keyedInput(1:1) is equal to "Y" or keyedInput(1:1) is equal to "y" then
            move "Y" to doneSwitch
        end-if
    else
        move "Y" to doneSwitch
    end-if.
