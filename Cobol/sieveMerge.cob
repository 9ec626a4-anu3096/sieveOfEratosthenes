*> ****************************************sieveMerge.cob*************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Stitches a split request's band steps back into the one package
*> an unsplit run would have produced. MERGEIN.txt names the request
*> (reqNum, three digits); its catalog record must read SPLIT and its
*> SPLITNNN.txt plan must still be on the pack.
*> Every band is proven before anything is written: its
*> BANDSUMNNNBB.txt summary must be there (sieveBand writes it only
*> when the band finished) with the plan's bounds, and its
*> BANDPRIMENNNBB.txt (and, in factor mode, BANDFACTNNNBB.txt) must
*> hold exactly the records the summary counted, ascending and inside
*> the band. Any band short of that is listed in MERGERPT.txt as the
*> one to rerun with sieveBand, nothing is merged, and the job ends
*> with return code 8 - the finished bands stay as they are.
*> With every band proven, the bands are copied in order into the
*> request's outputFileNNN.txt and FACTORSNNN.txt, and PRIMESUMNNN.txt
*> is rebuilt from the merged list in one pass, so a twin-prime pair
*> with one prime either side of a band seam is counted exactly as
*> the unsplit run would count it. The CSV export, when asked for,
*> is copied from the merged list under the usual header. The request
*> then gets its one SIEVELOG.txt line (elapsed being the bands' time
*> added together) and one COMPLETED SIEVESTAT.txt line, its catalog
*> record reads COMPLETED, and the band work files and the plan are
*> removed - from here on the package is audited, manifested, loaded
*> and purged like any other.
*> **********************************************************************************************

identification division.
program-id. sieveMerge.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select mergeInput assign to "MERGEIN.txt"
        organization is line sequential
        file status is mergeInputStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select splitPlan assign to dynamic splitPlanName
        organization is line sequential
        file status is splitPlanStatus.
    select bandSummary assign to dynamic bandSumName
        organization is line sequential
        file status is bandSummaryStatus.
    select bandPrimes assign to dynamic bandPrimeName
        organization is line sequential
        file status is bandPrimesStatus.
    select bandFactors assign to dynamic bandFactName
        organization is line sequential
        file status is bandFactorsStatus.
    select outputFile assign to dynamic outputFileName
        organization is line sequential.
    select factorFile assign to dynamic factorFileName
        organization is line sequential.
    select primeSummary assign to dynamic primeSumFileName
        organization is line sequential.
    select csvFile assign to dynamic csvFileName
        organization is line sequential.
    select sieveLog assign to "SIEVELOG.txt"
        organization is line sequential
        file status is sieveLogStatus.
    select sieveStat assign to "SIEVESTAT.txt"
        organization is line sequential
        file status is sieveStatStatus.
    select mergeReport assign to "MERGERPT.txt"
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd mergeInput.
        01 mergein-record.
            05 mergein-reqNum pic 9(3).
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
    fd bandPrimes.
        01 band-prime-record pic x(9).
    fd bandFactors.
        01 band-factor-record.
            05 bf-number pic x(9).
            05 bf-rest pic x(10).
    fd outputFile.
        01 str.
            02 str-record pic 9(9).
    fd factorFile.
        01 factor-record pic x(19).
    fd primeSummary.
        01 primesum-record.
            05 ps-totalPrimes pic 9(9).
            05 ps-sep1 pic x(1).
            05 ps-largestPrime pic 9(9).
            05 ps-sep2 pic x(1).
            05 ps-twinPrimeCount pic 9(9).
    fd csvFile.
        01 csv-record pic x(40).
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
    fd sieveStat.
        01 sievestat-record.
            05 stat-reqNum pic 9(3).
            05 stat-sep1 pic x(1).
            05 stat-upperLimit pic x(9).
            05 stat-sep2 pic x(1).
            05 stat-status pic x(9).
            05 stat-sep3 pic x(1).
            05 stat-reason pic x(40).
            05 stat-sep4 pic x(1).
            05 stat-costCentre pic x(8).
    fd mergeReport.
        01 mr-record pic x(80).

working-storage section.
    77 mergeInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 splitPlanStatus pic x(2) value "00".
    77 bandSummaryStatus pic x(2) value "00".
    77 bandPrimesStatus pic x(2) value "00".
    77 bandFactorsStatus pic x(2) value "00".
    77 sieveLogStatus pic x(2) value "00".
    77 sieveStatStatus pic x(2) value "00".
    77 reqNum pic 9(3) value 0.
    77 bandCount pic 9(2) value 0.
    77 bandNum pic 9(2) value 0.
    77 planBandCount pic 9(2) value 0.
    77 upperLimit pic 9(9) value 0.
    77 lowerLimit pic 9(9) value 0.
    77 splitPlanName pic x(20) value spaces.
    77 bandSumName pic x(20) value spaces.
    77 bandPrimeName pic x(20) value spaces.
    77 bandFactName pic x(20) value spaces.
    77 outputFileName pic x(20) value spaces.
    77 factorFileName pic x(20) value spaces.
    77 primeSumFileName pic x(20) value spaces.
    77 csvFileName pic x(20) value spaces.
    77 planEofSwitch pic x(1) value "N".
        88 atEndOfPlan value "Y".
    77 headerSwitch pic x(1) value "N".
        88 headerFound value "Y".
    77 bandEofSwitch pic x(1) value "N".
        88 atEndOfBand value "Y".
    77 csvCopyEofSwitch pic x(1) value "N".
        88 atEndOfCsvCopy value "Y".
    77 factorModeSwitch pic x(1) value "N".
        88 factorMode value "Y" "y".
    77 csvWantedSwitch pic x(1) value "N".
        88 csvWanted value "Y" "y".
    77 bandSwitch pic x(1) value "Y".
        88 bandSound value "Y".
    77 bandProblem pic x(40) value spaces.
    77 badBandCount pic 9(2) value 0.
    77 recordCount pic 9(9) value 0.
    77 recordValue pic 9(9) value 0.
    77 previousValue pic 9(9) value 0.
    77 primeCount pic 9(9) value 0.
    77 largestPrime pic 9(9) value 0.
    77 prevPrime pic 9(9) value 0.
    77 twinPrimeCount pic 9(9) value 0.
    77 seamTwinCount pic 9(9) value 0.
    77 bandFirstSwitch pic x(1) value "N".
        88 firstOfBand value "Y".
    77 elapsedTotal pic 9(8) value 0.
    77 mergeDate pic 9(8) value 0.
    77 mergeTime pic 9(8) value 0.
    77 removedCount pic 9(3) value 0.
    77 removeName pic x(20) value spaces.
    01 bandTable.
        05 bandEntry occurs 99 times.
            10 bandLow pic 9(9).
            10 bandHigh pic 9(9).
            10 bandPrimeCount pic 9(9).
            10 bandFactorCount pic 9(9).
            10 bandElapsed pic 9(8).

procedure division.
open output standard-output.

    open input mergeInput.
    if mergeInputStatus is equal to "00" then
        read mergeInput
            at end
                move 0 to mergein-reqNum
        end-read
        if mergein-reqNum is numeric then
            move mergein-reqNum to reqNum
        end-if
        close mergeInput
    end-if.
    if reqNum is equal to 0 then
        display "MERGEIN.txt missing or unreadable - key the split request's number (nnn)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    *> only a request the catalog shows SPLIT is merged; once merged it
    *> reads COMPLETED, so a second merge never runs over the package
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - nothing merged."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move reqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            move spaces to cat-status
    end-read.
    if cat-status is not equal to "SPLIT" then
        display "Request " reqNum " is not waiting on a merge (catalog status " cat-status ") - nothing merged."
        close sieveCatalog, standard-output
        move 8 to return-code
        stop run
    end-if.

    move spaces to splitPlanName.
    string "SPLIT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into splitPlanName.
    open input splitPlan.
    if splitPlanStatus is equal to "00" then
        perform until atEndOfPlan
            read splitPlan
                at end
                    move "Y" to planEofSwitch
                not at end
                    perform note-one-plan-line
            end-read
        end-perform
        close splitPlan
    end-if.
    if not headerFound or planBandCount is not equal to bandCount
      or bandCount is equal to 0 then
        display splitPlanName " missing or incomplete - nothing merged."
        close sieveCatalog, standard-output
        move 8 to return-code
        stop run
    end-if.

    accept mergeDate from DATE YYYYMMDD.
    open output mergeReport.
    move spaces to mr-record.
    string "MERGE OF REQUEST " delimited by size, reqNum delimited by size,
        " BAND " delimited by size, lowerLimit delimited by size,
        " THRU " delimited by size, upperLimit delimited by size,
        " FROM " delimited by size, bandCount delimited by size,
        " BAND STEPS" delimited by size into mr-record.
    write mr-record.

    *> every band proven before a single package file is written
    move 1 to bandNum.
    perform prove-one-band bandCount times.
    if badBandCount is greater than 0 then
        move spaces to mr-record
        string "NOTHING MERGED - " delimited by size,
            badBandCount delimited by size,
            " BAND(S) TO RERUN WITH sieveBand" delimited by size
            into mr-record
        write mr-record
        close mergeReport, sieveCatalog
        display "Request " reqNum " not merged - " badBandCount " band(s) to rerun, see MERGERPT.txt."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    perform write-merged-package.
    perform log-merged-request.

    *> the bands' work is in the package now; the work files and the
    *> plan go, so nothing is left to be taken for unfinished work
    move 1 to bandNum.
    perform remove-one-band bandCount times.
    move splitPlanName to removeName.
    perform remove-one-file.

    move spaces to mr-record.
    string "MERGED " delimited by size, primeCount delimited by size,
        " PRIME(S), LARGEST " delimited by size,
        largestPrime delimited by size,
        ", " delimited by size, twinPrimeCount delimited by size,
        " TWIN PAIR(S)" delimited by size into mr-record.
    write mr-record.
    move spaces to mr-record.
    string "TWIN PAIR(S) ACROSS BAND SEAMS " delimited by size,
        seamTwinCount delimited by size,
        "   WORK FILES REMOVED " delimited by size,
        removedCount delimited by size into mr-record.
    write mr-record.
    close mergeReport, sieveCatalog.

    display "Request " reqNum " merged from " bandCount " band steps: " primeCount " prime(s) - ready for sieveAudit.".
    close standard-output.
    move 0 to return-code.
    stop run.

note-one-plan-line.
    if ph-type is equal to "H" and ph-reqNum is equal to reqNum then
        move "Y" to headerSwitch
        move ph-bandCount to bandCount
        move ph-upperLimit to upperLimit
        move ph-lowerLimit to lowerLimit
        move ph-factorFlag to factorModeSwitch
        move ph-csvFlag to csvWantedSwitch
    end-if.
    if pb-type is equal to "B" and pb-reqNum is equal to reqNum
      and pb-bandNum is greater than 0 then
        add 1 to planBandCount
        move pb-bandLow to bandLow(pb-bandNum)
        move pb-bandHigh to bandHigh(pb-bandNum)
    end-if.

*> proves one band finished sound: its summary present and matching
*> the plan, its files counted and in order within its bounds
prove-one-band.
    move "Y" to bandSwitch.
    move spaces to bandProblem.
    perform name-band-files.
    open input bandSummary.
    if bandSummaryStatus is not equal to "00" then
        move "N" to bandSwitch
        move "NOT FINISHED - NO BAND SUMMARY" to bandProblem
    else
        read bandSummary
            at end
                move "N" to bandSwitch
                move "BAND SUMMARY EMPTY" to bandProblem
        end-read
        close bandSummary
    end-if.
    if bandSound then
        if bs-bandLow is not equal to bandLow(bandNum)
          or bs-bandHigh is not equal to bandHigh(bandNum) then
            move "N" to bandSwitch
            move "BAND SUMMARY BOUNDS DIFFER FROM PLAN" to bandProblem
        else
            move bs-primeCount to bandPrimeCount(bandNum)
            move bs-factorCount to bandFactorCount(bandNum)
            move bs-elapsed to bandElapsed(bandNum)
        end-if
    end-if.
    if bandSound then
        perform prove-band-primes
    end-if.
    if bandSound and factorMode then
        perform prove-band-factors
    end-if.
    move spaces to mr-record.
    if bandSound then
        string "BAND " delimited by size, bandNum delimited by size,
            " " delimited by size, bandLow(bandNum) delimited by size,
            " THRU " delimited by size, bandHigh(bandNum) delimited by size,
            " PRIMES " delimited by size,
            bandPrimeCount(bandNum) delimited by size,
            " OK" delimited by size into mr-record
    else
        add 1 to badBandCount
        string "BAND " delimited by size, bandNum delimited by size,
            " RERUN - " delimited by size,
            bandProblem delimited by size into mr-record
    end-if.
    write mr-record.
    add 1 to bandNum.

prove-band-primes.
    open input bandPrimes.
    if bandPrimesStatus is not equal to "00" then
        move "N" to bandSwitch
        move "BAND PRIME LIST MISSING" to bandProblem
    else
        move 0 to recordCount
        move 0 to previousValue
        move "N" to bandEofSwitch
        perform until atEndOfBand
            read bandPrimes
                at end
                    move "Y" to bandEofSwitch
                not at end
                    add 1 to recordCount
                    if band-prime-record is not numeric then
                        move "N" to bandSwitch
                        move "BAND PRIME LIST NOT NUMERIC" to bandProblem
                    else
                        move band-prime-record to recordValue
                        perform check-band-order
                    end-if
            end-read
        end-perform
        close bandPrimes
        if bandSound and recordCount is not equal to bandPrimeCount(bandNum) then
            move "N" to bandSwitch
            move "BAND PRIME LIST COUNT DIFFERS FROM SUMMARY" to bandProblem
        end-if
    end-if.

prove-band-factors.
    open input bandFactors.
    if bandFactorsStatus is not equal to "00" then
        move "N" to bandSwitch
        move "BAND FACTOR FILE MISSING" to bandProblem
    else
        move 0 to recordCount
        move 0 to previousValue
        move "N" to bandEofSwitch
        perform until atEndOfBand
            read bandFactors
                at end
                    move "Y" to bandEofSwitch
                not at end
                    add 1 to recordCount
                    if bf-number is not numeric then
                        move "N" to bandSwitch
                        move "BAND FACTOR FILE NOT NUMERIC" to bandProblem
                    else
                        move bf-number to recordValue
                        perform check-band-order
                    end-if
            end-read
        end-perform
        close bandFactors
        if bandSound and recordCount is not equal to bandFactorCount(bandNum) then
            move "N" to bandSwitch
            move "BAND FACTOR COUNT DIFFERS FROM SUMMARY" to bandProblem
        end-if
    end-if.

*> each record must climb, and stay inside the band
check-band-order.
    if recordValue is less than bandLow(bandNum)
      or recordValue is greater than bandHigh(bandNum)
      or recordValue is not greater than previousValue then
        if bandSound then
            move "N" to bandSwitch
            move "RECORD OUT OF ORDER OR OUTSIDE THE BAND" to bandProblem
        end-if
    end-if.
    move recordValue to previousValue.

name-band-files.
    move spaces to bandSumName.
    string "BANDSUM" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandSumName.
    move spaces to bandPrimeName.
    string "BANDPRIME" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandPrimeName.
    move spaces to bandFactName.
    string "BANDFACT" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandFactName.

*> writes the request's package from the proven bands, in band order
write-merged-package.
    move spaces to outputFileName.
    string "outputFile" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into outputFileName.
    move spaces to primeSumFileName.
    string "PRIMESUM" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into primeSumFileName.
    move spaces to factorFileName.
    string "FACTORS" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into factorFileName.

    *> one pass over the bands in order: prevPrime runs straight on
    *> across each seam, so a pair split by a seam counts like any other
    open output outputFile.
    move 0 to primeCount, largestPrime, prevPrime, twinPrimeCount,
        seamTwinCount, elapsedTotal.
    move 1 to bandNum.
    perform copy-one-band-primes bandCount times.
    close outputFile.

    open output primeSummary.
    move primeCount to ps-totalPrimes.
    move largestPrime to ps-largestPrime.
    move twinPrimeCount to ps-twinPrimeCount.
    move space to ps-sep1, ps-sep2.
    write primesum-record.
    close primeSummary.

    if factorMode then
        open output factorFile
        move 1 to bandNum
        perform copy-one-band-factors bandCount times
        close factorFile
    end-if.

    if csvWanted then
        perform write-csv-export
    end-if.

copy-one-band-primes.
    perform name-band-files.
    add bandElapsed(bandNum) to elapsedTotal.
    open input bandPrimes.
    move "Y" to bandFirstSwitch.
    move "N" to bandEofSwitch.
    perform until atEndOfBand
        read bandPrimes
            at end
                move "Y" to bandEofSwitch
            not at end
                move band-prime-record to str-record
                write str
                perform tally-one-prime
        end-read
    end-perform.
    close bandPrimes.
    add 1 to bandNum.

tally-one-prime.
    add 1 to primeCount.
    if prevPrime is not equal to 0 and str-record - prevPrime is equal to 2 then
        add 1 to twinPrimeCount
        if firstOfBand then
            add 1 to seamTwinCount
        end-if
    end-if.
    move str-record to largestPrime.
    move str-record to prevPrime.
    move "N" to bandFirstSwitch.

copy-one-band-factors.
    perform name-band-files.
    open input bandFactors.
    move "N" to bandEofSwitch.
    perform until atEndOfBand
        read bandFactors
            at end
                move "Y" to bandEofSwitch
            not at end
                move band-factor-record to factor-record
                write factor-record
        end-read
    end-perform.
    close bandFactors.
    add 1 to bandNum.

*> the same export sieve.cob writes: a header row of upperLimit, run
*> date and elapsed, then the merged primes one per row
write-csv-export.
    move spaces to csvFileName.
    string "outputFile" delimited by size, reqNum delimited by size,
        ".csv" delimited by size into csvFileName.
    open output csvFile.
    move spaces to csv-record.
    string upperLimit delimited by size, "," delimited by size,
        mergeDate delimited by size, "," delimited by size,
        elapsedTotal delimited by size into csv-record.
    write csv-record.
    open input outputFile.
    move "N" to csvCopyEofSwitch.
    perform copy-one-csv-prime
        until atEndOfCsvCopy.
    close outputFile.
    close csvFile.

copy-one-csv-prime.
    read outputFile
        at end
            move "Y" to csvCopyEofSwitch
        not at end
            move spaces to csv-record
            string str-record delimited by size into csv-record
            write csv-record
    end-read.

*> files the request's one history line, status line and catalog record
log-merged-request.
    accept mergeTime from TIME.
    open extend sieveLog.
    if sieveLogStatus is equal to "35" then
        open output sieveLog
    end-if.
    move mergeDate to log-runDate.
    move mergeTime to log-runTime.
    move reqNum to log-reqNum.
    move upperLimit to log-upperLimit.
    move primeCount to log-primeCount.
    move elapsedTotal to log-elapsed.
    move lowerLimit to log-lowerLimit.
    move spaces to log-filledFrom.
    move cat-costCentre to log-costCentre.
    move space to log-sep1, log-sep2, log-sep3, log-sep4, log-sep5,
        log-sep6, log-sep7, log-sep8.
    write sievelog-record.
    close sieveLog.

    open extend sieveStat.
    if sieveStatStatus is equal to "35" then
        open output sieveStat
    end-if.
    move reqNum to stat-reqNum.
    move upperLimit to stat-upperLimit.
    move "COMPLETED" to stat-status.
    move spaces to stat-reason.
    string "MERGED FROM " delimited by size, bandCount delimited by size,
        " BAND STEPS" delimited by size into stat-reason.
    move cat-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.
    close sieveStat.

    move mergeDate to cat-runDate.
    move primeCount to cat-primeCount.
    move "COMPLETED" to cat-status.
    move stat-reason to cat-reason.
    rewrite sievecat-record.

remove-one-band.
    perform name-band-files.
    move bandSumName to removeName.
    perform remove-one-file.
    move bandPrimeName to removeName.
    perform remove-one-file.
    if factorMode then
        move bandFactName to removeName
        perform remove-one-file
    end-if.
    add 1 to bandNum.

remove-one-file.
    call "CBL_DELETE_FILE" using removeName.
    if return-code is equal to 0 then
        add 1 to removedCount
    end-if.
    move 0 to return-code.
