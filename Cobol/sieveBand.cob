*> ****************************************sieveBand.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> One band step of a split request. sieve.cob cuts a request queued
*> with a band-step count into sub-bands and writes the plan to
*> SPLITNNN.txt; each band is then run by its own initiator, side by
*> side, with this program - the step's parameter names the request
*> and the band:
*>     sieveBand 412 03
*> (a step started with no parameter takes the same "nnn bb" from
*> BANDIN.txt instead). The band is sieved segment by segment exactly
*> as sieve.cob sieves a whole request, its primes written to
*> BANDPRIMENNNBB.txt and, when the request asked for factor mode,
*> its smallest-factor pairs to BANDFACTNNNBB.txt. Only when both are
*> closed is BANDSUMNNNBB.txt written - the band's bounds, record
*> counts and elapsed time - and sieveMerge takes that summary, and
*> nothing else, as proof the band finished. Any summary left from an
*> earlier try is removed before the band starts, so a band that fails
*> or is cancelled shows as not done and only that band is rerun.
*> Return code 8 when the band could not be run.
*> **********************************************************************************************

identification division.
program-id. sieveBand.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select bandInput assign to "BANDIN.txt"
        organization is line sequential
        file status is bandInputStatus.
    select splitPlan assign to dynamic splitPlanName
        organization is line sequential
        file status is splitPlanStatus.
    select bandPrimes assign to dynamic bandPrimeName
        organization is line sequential.
    select bandFactors assign to dynamic bandFactName
        organization is line sequential
        file status is bandFactorsStatus.
    select bandSummary assign to dynamic bandSumName
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd bandInput.
        01 bandin-record pic x(20).
    fd splitPlan.
        01 plan-header.
            05 ph-type pic x(1).
            05 ph-sep1 pic x(1).
            05 ph-reqNum pic 9(3).
            05 ph-sep2 pic x(1).
            05 ph-bandCount pic 9(2).
            05 ph-sep3 pic x(1).
            05 ph-upperLimit pic 9(9).
            05 ph-sep4 pic x(1).
            05 ph-lowerLimit pic 9(9).
            05 ph-sep5 pic x(1).
            05 ph-csvFlag pic x(1).
            05 ph-factorFlag pic x(1).
            05 ph-sep6 pic x(1).
            05 ph-costCentre pic x(8).
            05 ph-sep7 pic x(1).
            05 ph-planDate pic 9(8).
        01 plan-band.
            05 pb-type pic x(1).
            05 pb-sep1 pic x(1).
            05 pb-reqNum pic 9(3).
            05 pb-sep2 pic x(1).
            05 pb-bandNum pic 9(2).
            05 pb-sep3 pic x(1).
            05 pb-bandLow pic 9(9).
            05 pb-sep4 pic x(1).
            05 pb-bandHigh pic 9(9).
    fd bandPrimes.
        01 str.
            02 str-record pic 9(9).
    fd bandFactors.
        01 factor-record pic x(19).
    fd bandSummary.
        01 bandsum-record.
            05 bs-reqNum pic 9(3).
            05 bs-sep1 pic x(1).
            05 bs-bandNum pic 9(2).
            05 bs-sep2 pic x(1).
            05 bs-bandLow pic 9(9).
            05 bs-sep3 pic x(1).
            05 bs-bandHigh pic 9(9).
            05 bs-sep4 pic x(1).
            05 bs-primeCount pic 9(9).
            05 bs-sep5 pic x(1).
            05 bs-factorCount pic 9(9).
            05 bs-sep6 pic x(1).
            05 bs-elapsed pic 9(8).
            05 bs-sep7 pic x(1).
            05 bs-runDate pic 9(8).
            05 bs-sep8 pic x(1).
            05 bs-runTime pic 9(8).

working-storage section.
    77 bandInputStatus pic x(2) value "00".
    77 splitPlanStatus pic x(2) value "00".
    77 bandFactorsStatus pic x(2) value "00".
    77 bandParm pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 bandNum pic 9(2) value 0.
    77 splitPlanName pic x(20) value spaces.
    77 bandPrimeName pic x(20) value spaces.
    77 bandFactName pic x(20) value spaces.
    77 bandSumName pic x(20) value spaces.
    77 planEofSwitch pic x(1) value "N".
        88 atEndOfPlan value "Y".
    77 headerSwitch pic x(1) value "N".
        88 headerFound value "Y".
    77 bandSwitch pic x(1) value "N".
        88 bandFound value "Y".
    77 factorEofSwitch pic x(1) value "N".
        88 atEndOfFactors value "Y".
    77 factorModeSwitch pic x(1) value "N".
        88 factorMode value "Y" "y".
    77 upperLimit pic 9(9) value 0.
    77 bandLow pic 9(9) value 0.
    77 bandHigh pic 9(9) value 0.
    77 cnt pic 9(10) value 0.
    77 segmentLow pic 9(10) value 0.
    77 segmentHigh pic 9(10) value 0.
    77 segmentIndex pic 9(7) value 0.
    77 primeCount pic 9(9) value 0.
    77 factorCount pic 9(9) value 0.
    77 startCs pic 9(8) value 0.
    77 finishCs pic 9(8) value 0.
    77 clockCs pic 9(8) value 0.
    77 finishTime pic 9(8) value 0.
    77 runTime pic 9(8) value 0.
    77 runSeconds pic 9(6)v99 value 0.
    77 runSecondsEdited pic z(5)9.99 value zero.
    01 clockTime pic 9(8) value 0.
    01 clockTimeParts redefines clockTime.
        05 clock-hh pic 9(2).
        05 clock-mm pic 9(2).
        05 clock-ss pic 9(2).
        05 clock-cc pic 9(2).
    01 arrayPrime.
        05 numPrime pic 9(1) occurs 1000000 times value 0.

procedure division.
open output standard-output.

    *> the step's parameter names the request and band; BANDIN.txt
    *> stands in for a step started without one
    accept bandParm from command-line.
    if bandParm is equal to spaces then
        open input bandInput
        if bandInputStatus is equal to "00" then
            read bandInput
                at end
                    continue
                not at end
                    move bandin-record to bandParm
            end-read
            close bandInput
        end-if
    end-if.
    if bandParm(1:3) is not numeric or bandParm(5:2) is not numeric then
        display "Band step parameter not understood - key the request and band as nnn bb (e.g. 412 03)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move bandParm(1:3) to reqNum.
    move bandParm(5:2) to bandNum.

    *> the band's bounds come off the request's plan
    move spaces to splitPlanName.
    string "SPLIT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into splitPlanName.
    open input splitPlan.
    if splitPlanStatus is not equal to "00" then
        display splitPlanName " not found - request " reqNum " was never split, nothing to run."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    perform until atEndOfPlan
        read splitPlan
            at end
                move "Y" to planEofSwitch
            not at end
                perform note-one-plan-line
        end-read
    end-perform.
    close splitPlan.
    if not headerFound or not bandFound then
        display splitPlanName " has no band " bandNum " for request " reqNum " - nothing run."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    move spaces to bandPrimeName.
    string "BANDPRIME" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandPrimeName.
    move spaces to bandFactName.
    string "BANDFACT" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandFactName.
    move spaces to bandSumName.
    string "BANDSUM" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandSumName.

    *> until this run writes a fresh summary the band counts as not
    *> done, whatever an earlier try left behind
    call "CBL_DELETE_FILE" using bandSumName.
    move 0 to return-code.

    display "Request " reqNum " band " bandNum ": " bandLow " thru " bandHigh ".".
    accept clockTime from TIME.
    perform clock-to-centiseconds.
    move clockCs to startCs.

    *> calcPrime is handed the request's upperLimit, exactly as the
    *> unsplit run would hand it, so the band's primes are the ones
    *> that run would have written for these candidates
    open output bandPrimes.
    move bandLow to segmentLow.
    perform sieve-one-segment
        until segmentLow is greater than bandHigh.
    close bandPrimes.

    move 0 to factorCount.
    if factorMode then
        call "calcFactor" using bandHigh, bandLow, bandFactName
        perform count-band-factors
    end-if.

    accept clockTime from TIME.
    move clockTime to finishTime.
    perform clock-to-centiseconds.
    move clockCs to finishCs.
    if finishCs is less than startCs then
        compute runTime = finishCs + 8640000 - startCs
    else
        compute runTime = finishCs - startCs
    end-if.

    *> the summary goes last: its presence is the band's completion
    open output bandSummary.
    move reqNum to bs-reqNum.
    move bandNum to bs-bandNum.
    move bandLow to bs-bandLow.
    move bandHigh to bs-bandHigh.
    move primeCount to bs-primeCount.
    move factorCount to bs-factorCount.
    move runTime to bs-elapsed.
    accept bs-runDate from DATE YYYYMMDD.
    move finishTime to bs-runTime.
    move space to bs-sep1, bs-sep2, bs-sep3, bs-sep4, bs-sep5, bs-sep6,
        bs-sep7, bs-sep8.
    write bandsum-record.
    close bandSummary.

    compute runSeconds = runTime / 100.
    move runSeconds to runSecondsEdited.
    display "Band " bandNum " of request " reqNum " done: " primeCount " prime(s) in " runSecondsEdited " seconds.".
    close standard-output.
    move 0 to return-code.
    stop run.

*> the plan's header carries the request-wide figures, and one band
*> line carries this step's bounds
note-one-plan-line.
    if ph-type is equal to "H" and ph-reqNum is equal to reqNum then
        move "Y" to headerSwitch
        move ph-upperLimit to upperLimit
        move ph-factorFlag to factorModeSwitch
    end-if.
    if pb-type is equal to "B" and pb-reqNum is equal to reqNum
      and pb-bandNum is equal to bandNum then
        move "Y" to bandSwitch
        move pb-bandLow to bandLow
        move pb-bandHigh to bandHigh
    end-if.

*> has calcPrime sieve one segment of the band and writes its primes
sieve-one-segment.
    compute segmentHigh = segmentLow + 999999.
    if segmentHigh is greater than bandHigh then
        move bandHigh to segmentHigh
    end-if.
    call "calcPrime" using upperLimit, segmentLow, segmentHigh, arrayPrime.
    move segmentLow to cnt.
    move 1 to segmentIndex.
    perform check-one-candidate
        until cnt is greater than segmentHigh.
    compute segmentLow = segmentHigh + 1.

check-one-candidate.
    if numPrime(segmentIndex) is equal to 1 then
        move cnt to str-record
        write str
        add 1 to primeCount
    end-if.
    add 1 to segmentIndex.
    add 1 to cnt.

count-band-factors.
    open input bandFactors.
    if bandFactorsStatus is equal to "00" then
        perform until atEndOfFactors
            read bandFactors
                at end
                    move "Y" to factorEofSwitch
                not at end
                    add 1 to factorCount
            end-read
        end-perform
        close bandFactors
    end-if.

*> turns the HHMMSSss clock reading just ACCEPTed into clockTime
*> into centiseconds since midnight
clock-to-centiseconds.
    compute clockCs =
        ((clock-hh * 60 + clock-mm) * 60 + clock-ss) * 100 + clock-cc.
