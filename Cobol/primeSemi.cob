*> ****************************************primeSemi.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Semiprime test data for the QA and cryptography test teams, who
*> were building their factoring and key-validation lists by hand
*> from outputFileNNN.txt. Each number generated is the product of two
*> primes of chosen digit lengths, written with both factors so the
*> team can check its own answers. SEMIIN.txt carries the order on
*> one line:
*>     042 0250 3 3 B 000271828 QATEAM01
*> the set number (naming the output files), how many numbers, the
*> digit length of the smaller and of the larger factor, B for
*> balanced or U for unbalanced, a nine-digit seed, and optionally
*> the cost centre the regression lookups are to be charged to. A
*> balanced set takes both factors at the first length (the second
*> is ignored); an unbalanced set needs two different lengths. The
*> two lengths together may not pass nine digits, so every product
*> fits the nine-digit lookup services.
*> Factors are drawn from PRIMENDX, the ordinal index primeNdx builds
*> off PRIMEMST: the ordinals spanning each digit length are found by
*> binary search, as primeNth counts below a ceiling, and an ordinal
*> picked uniformly in that span is one keyed read - so every prime
*> of the length is equally likely, however the primes bunch. Each
*> factor picked is confirmed by a keyed read on PRIMEMST itself. The
*> seed drives a multiplicative congruential generator (multiplier
*> 16807, modulus 2147483647), so the same SEMIIN.txt always gives
*> the same set. A length reaching above the certified ceiling is
*> refused, as is an index built against a different ceiling from
*> the master's - rebuild PRIMENDX with primeNdx.
*> SEMIPRIMENNN.txt gets one line per number:
*>     000222559 = 000000457 x 000000487
*> and SEMILISTNNN.txt the same numbers in FACTIN.txt / LISTIN.txt
*> layout (the number, a space, the cost centre), ready to copy over
*> either input so primeFact and primeList can be run against known
*> answers. No number is generated twice; a set the primes of those
*> lengths cannot fill is cut short. Return code 8 when the order is
*> refused or the set was cut short.
*> **********************************************************************************************

identification division.
program-id. primeSemi.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select semiInput assign to "SEMIIN.txt"
        organization is line sequential
        file status is semiInputStatus.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is random
        record key is pm-prime
        file status is primeMasterStatus.
    select primeIndex assign to "PRIMENDX"
        organization is indexed
        access mode is random
        record key is px-ordinal
        file status is primeIndexStatus.
    select semiReport assign to dynamic semiReportName
        organization is line sequential.
    select semiList assign to dynamic semiListName
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd semiInput.
        01 semiin-record.
            05 semiin-setNum pic x(3).
            05 semiin-sep1 pic x(1).
            05 semiin-count pic x(4).
            05 semiin-sep2 pic x(1).
            05 semiin-lowDigits pic x(1).
            05 semiin-sep3 pic x(1).
            05 semiin-highDigits pic x(1).
            05 semiin-sep4 pic x(1).
            05 semiin-balance pic x(1).
            05 semiin-sep5 pic x(1).
            05 semiin-seed pic x(9).
            05 semiin-sep6 pic x(1).
            05 semiin-costCentre pic x(8).
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
            05 pm-firstRunDate pic 9(8).
            05 pm-reqNum pic 9(3).
        01 primemst-control.
            05 pmc-key pic 9(9).
            05 pmc-certifiedCeiling pic 9(9).
            05 pmc-filler pic 9(2).
    fd primeIndex.
        01 primendx-record.
            05 px-ordinal pic 9(9).
            05 px-prime pic 9(9).
            05 px-filler pic 9(9).
        01 primendx-control.
            05 pxc-key pic 9(9).
            05 pxc-primeCount pic 9(9).
            05 pxc-certifiedCeiling pic 9(9).
    fd semiReport.
        01 semi-record.
            05 semi-number pic 9(9).
            05 semi-equals pic x(3).
            05 semi-lowFactor pic 9(9).
            05 semi-times pic x(3).
            05 semi-highFactor pic 9(9).
    fd semiList.
        01 semilist-record.
            05 sl-number pic 9(9).
            05 sl-sep pic x(1).
            05 sl-costCentre pic x(8).

working-storage section.
    77 semiInputStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 primeIndexStatus pic x(2) value "00".
    77 semiReportName pic x(20) value spaces.
    77 semiListName pic x(20) value spaces.
    77 setNum pic 9(3) value 0.
    77 wantedCount pic 9(4) value 0.
    77 lowDigits pic 9(1) value 0.
    77 highDigits pic 9(1) value 0.
    77 balanceFlag pic x(1) value space.
        88 balancedFactors value "B" "b".
        88 unbalancedFactors value "U" "u".
    77 costCentre pic x(8) value spaces.
    77 seed pic 9(10) value 0.
    77 seedProduct pic 9(18) value 0.
    77 seedQuotient pic 9(18) value 0.
    77 indexedCount pic 9(9) value 0.
    77 certifiedCeiling pic 9(9) value 0.
    77 masterCeiling pic 9(9) value 0.
    77 lengthDigits pic 9(1) value 0.
    77 lengthBottom pic 9(9) value 0.
    77 lengthTop pic 9(9) value 0.
    77 searchCeiling pic 9(9) value 0.
    77 searchLow pic 9(9) value 0.
    77 searchHigh pic 9(9) value 0.
    77 searchMid pic 9(9) value 0.
    77 countBelow pic 9(9) value 0.
    77 lowFirstOrdinal pic 9(9) value 0.
    77 lowLastOrdinal pic 9(9) value 0.
    77 highFirstOrdinal pic 9(9) value 0.
    77 highLastOrdinal pic 9(9) value 0.
    77 firstOrdinal pic 9(9) value 0.
    77 lastOrdinal pic 9(9) value 0.
    77 ordinalSpan pic 9(9) value 0.
    77 pickedOrdinal pic 9(9) value 0.
    77 pickedPrime pic 9(9) value 0.
    77 lowFactor pic 9(9) value 0.
    77 highFactor pic 9(9) value 0.
    77 swapFactor pic 9(9) value 0.
    77 semiprime pic 9(9) value 0.
    77 generatedCount pic 9(4) value 0.
    77 triesLeft pic 9(3) value 0.
    77 setIndex pic 9(4) value 0.
    77 duplicateSwitch pic x(1) value "N".
        88 duplicateFound value "Y".
    77 shortSwitch pic x(1) value "N".
        88 setCutShort value "Y".
    01 generatedTable.
        05 generatedNumber pic 9(9) occurs 9999 times.

procedure division.
open output standard-output.

    open input semiInput.
    if semiInputStatus is not equal to "00" then
        display "SEMIIN.txt not found or unreadable - no set to generate."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move spaces to semiin-record.
    read semiInput
        at end
            move spaces to semiin-record
    end-read.
    close semiInput.
    perform validate-semi-order.

    open input primeIndex.
    if primeIndexStatus is not equal to "00" then
        display "PRIMENDX not found or unreadable (file status " primeIndexStatus ") - run primeNdx first."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move 0 to px-ordinal.
    read primeIndex
        invalid key
            display "PRIMENDX has no control record - rebuild it with primeNdx."
            close primeIndex, standard-output
            move 8 to return-code
            stop run
    end-read.
    move pxc-primeCount to indexedCount.
    move pxc-certifiedCeiling to certifiedCeiling.

    open input primeMaster.
    if primeMasterStatus is not equal to "00" then
        display "PRIMEMST not found or unreadable (file status " primeMasterStatus ") - run primeLoad first."
        close primeIndex, standard-output
        move 8 to return-code
        stop run
    end-if.

    *> the index is only as good as the ceiling it was built against:
    *> a master certified since then means the ordinals are stale
    move 0 to pm-prime.
    read primeMaster
        invalid key
            move 0 to masterCeiling
        not invalid key
            move pmc-certifiedCeiling to masterCeiling
    end-read.
    if masterCeiling is less than 2 or certifiedCeiling is less than 2 then
        display "PRIMEMST has no certified ceiling - run primeCert and primeNdx before generating."
        perform refuse-semi-order
    end-if.
    if masterCeiling is not equal to certifiedCeiling then
        display "PRIMENDX was built to ceiling " certifiedCeiling " but PRIMEMST is certified to " masterCeiling " - rebuild it with primeNdx."
        perform refuse-semi-order
    end-if.

    *> the ordinal span of each digit length, wholly inside the
    *> certified ceiling
    move lowDigits to lengthDigits.
    perform find-length-ordinals.
    move firstOrdinal to lowFirstOrdinal.
    move lastOrdinal to lowLastOrdinal.
    move highDigits to lengthDigits.
    perform find-length-ordinals.
    move firstOrdinal to highFirstOrdinal.
    move lastOrdinal to highLastOrdinal.

    move spaces to semiReportName.
    string "SEMIPRIME" delimited by size, setNum delimited by size,
        ".txt" delimited by size into semiReportName.
    move spaces to semiListName.
    string "SEMILIST" delimited by size, setNum delimited by size,
        ".txt" delimited by size into semiListName.
    open output semiReport, semiList.

    move 0 to generatedCount.
    perform generate-one-semiprime
        until generatedCount is not less than wantedCount or setCutShort.

    close semiReport, semiList, primeIndex, primeMaster.
    display "Semiprime set " setNum " written to " semiReportName " and " semiListName ": " generatedCount " of " wantedCount " number(s).".
    if setCutShort then
        display "Set " setNum " cut short - the primes of those lengths cannot make " wantedCount " different numbers."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    close standard-output.
    move 0 to return-code.
    stop run.

*> the order line: every field numeric where it must be, a known
*> balance letter, at least one number, lengths from 1 whose sum
*> keeps the product inside nine digits
validate-semi-order.
    if semiin-setNum is not numeric or semiin-count is not numeric
      or semiin-lowDigits is not numeric or semiin-seed is not numeric then
        display "SEMIIN.txt not understood - key nnn cccc d d B|U sssssssss [cost centre] (e.g. 042 0250 4 5 U 000271828)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move semiin-setNum to setNum.
    move semiin-count to wantedCount.
    move semiin-lowDigits to lowDigits.
    move semiin-seed to seed.
    move semiin-balance to balanceFlag.
    move semiin-costCentre to costCentre.
    if balancedFactors then
        move lowDigits to highDigits
    else
        if semiin-highDigits is numeric then
            move semiin-highDigits to highDigits
        end-if
    end-if.
    if not balancedFactors and not unbalancedFactors then
        display "SEMIIN.txt balance " semiin-balance " not understood - key B for balanced or U for unbalanced factors."
        perform refuse-semi-order
    end-if.
    if unbalancedFactors and lowDigits is equal to highDigits then
        display "SEMIIN.txt asks for unbalanced factors of one length - key two different lengths, or B."
        perform refuse-semi-order
    end-if.
    if lowDigits is greater than highDigits then
        move lowDigits to lengthDigits
        move highDigits to lowDigits
        move lengthDigits to highDigits
    end-if.
    if wantedCount is equal to 0 or lowDigits is equal to 0 then
        display "SEMIIN.txt asks for no numbers, or a factor of no digits - nothing to generate."
        perform refuse-semi-order
    end-if.
    if lowDigits + highDigits is greater than 9 then
        display "Factor lengths " lowDigits " and " highDigits " make products past nine digits - the lookup services cannot take them."
        perform refuse-semi-order
    end-if.
    *> the multiplicative generator never leaves zero, and the
    *> modulus itself behaves as zero
    move seed to seedProduct.
    divide seedProduct by 2147483647 giving seedQuotient remainder seed.
    if seed is equal to 0 then
        move 1 to seed
    end-if.

refuse-semi-order.
    close standard-output.
    move 8 to return-code.
    stop run.

*> the first and last ordinal of the primes of lengthDigits digits:
*> a length whose top passes the certified ceiling is refused, since
*> a pick from only part of it would not be uniform over the length
find-length-ordinals.
    compute lengthTop = 10 ** lengthDigits - 1.
    compute lengthBottom = 10 ** (lengthDigits - 1).
    if lengthTop is greater than certifiedCeiling then
        display "Factors of " lengthDigits " digit(s) reach " lengthTop ", above the certified ceiling " certifiedCeiling " - load and certify a bigger run first."
        close primeIndex, primeMaster
        perform refuse-semi-order
    end-if.
    compute searchCeiling = lengthBottom - 1.
    perform count-below-ceiling.
    compute firstOrdinal = countBelow + 1.
    move lengthTop to searchCeiling.
    perform count-below-ceiling.
    move countBelow to lastOrdinal.
    if lastOrdinal is less than firstOrdinal then
        display "PRIMENDX holds no prime of " lengthDigits " digit(s) - rebuild it with primeNdx."
        close primeIndex, primeMaster
        perform refuse-semi-order
    end-if.

*> binary search of the ordinals for the last prime at or below
*> searchCeiling, as primeNth answers a C question
count-below-ceiling.
    move 0 to countBelow.
    move 1 to searchLow.
    move indexedCount to searchHigh.
    perform probe-one-ordinal
        until searchLow is greater than searchHigh.

probe-one-ordinal.
    compute searchMid = (searchLow + searchHigh) / 2.
    move searchMid to px-ordinal.
    read primeIndex
        invalid key
            display "Ordinal " px-ordinal " missing from PRIMENDX - rebuild it with primeNdx."
            close primeIndex, primeMaster
            perform refuse-semi-order
        not invalid key
            if px-prime is not greater than searchCeiling then
                move searchMid to countBelow
                compute searchLow = searchMid + 1
            else
                compute searchHigh = searchMid - 1
            end-if
    end-read.

*> one number: two factors picked, the pair tried again when its
*> product has already been generated, and the set cut short when a
*> hundred tries in a row turn up nothing new
generate-one-semiprime.
    move 100 to triesLeft.
    move "Y" to duplicateSwitch.
    perform try-one-pair
        until not duplicateFound or triesLeft is equal to 0.
    if duplicateFound then
        move "Y" to shortSwitch
    else
        add 1 to generatedCount
        move semiprime to generatedNumber(generatedCount)
        move semiprime to semi-number
        move " = " to semi-equals
        move lowFactor to semi-lowFactor
        move " x " to semi-times
        move highFactor to semi-highFactor
        write semi-record
        move semiprime to sl-number
        move space to sl-sep
        move costCentre to sl-costCentre
        write semilist-record
    end-if.

try-one-pair.
    subtract 1 from triesLeft.
    move lowFirstOrdinal to firstOrdinal.
    move lowLastOrdinal to lastOrdinal.
    perform pick-one-prime.
    move pickedPrime to lowFactor.
    move highFirstOrdinal to firstOrdinal.
    move highLastOrdinal to lastOrdinal.
    perform pick-one-prime.
    move pickedPrime to highFactor.
    if lowFactor is greater than highFactor then
        move lowFactor to swapFactor
        move highFactor to lowFactor
        move swapFactor to highFactor
    end-if.
    compute semiprime = lowFactor * highFactor.
    move "N" to duplicateSwitch.
    move 1 to setIndex.
    perform check-one-generated
        until setIndex is greater than generatedCount or duplicateFound.

check-one-generated.
    if generatedNumber(setIndex) is equal to semiprime then
        move "Y" to duplicateSwitch
    end-if.
    add 1 to setIndex.

*> the next seed, an ordinal picked uniformly between firstOrdinal and
*> lastOrdinal, its prime off the index, and the prime confirmed on
*> the master
pick-one-prime.
    compute seedProduct = seed * 16807.
    divide seedProduct by 2147483647 giving seedQuotient remainder seed.
    compute ordinalSpan = lastOrdinal - firstOrdinal + 1.
    divide seed by ordinalSpan giving seedQuotient remainder pickedOrdinal.
    add firstOrdinal to pickedOrdinal.
    move pickedOrdinal to px-ordinal.
    read primeIndex
        invalid key
            display "Ordinal " px-ordinal " missing from PRIMENDX - rebuild it with primeNdx."
            close primeIndex, primeMaster, semiReport, semiList
            perform refuse-semi-order
    end-read.
    move px-prime to pickedPrime.
    move pickedPrime to pm-prime.
    read primeMaster
        invalid key
            display "Prime " pickedPrime " at ordinal " pickedOrdinal " is not on PRIMEMST - rebuild PRIMENDX with primeNdx."
            close primeIndex, primeMaster, semiReport, semiList
            perform refuse-semi-order
    end-read.
