*> ****************************************sieveChg.cob***************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Monthly chargeback report: who used the overnight window, and what
*> to bill them. Every SIEVEIN queue line (and every FACTIN.txt and
*> LISTIN.txt number) may carry the requester's cost-centre code,
*> which sieve.cob carries onto SIEVELOG.txt and the catalog and
*> primeFact/primeList onto LOOKUPLOG.txt. This job totals, for each
*> cost centre, over one calendar month:
*>     requests sieved, the candidates they sieved (upperLimit less
*>     lowerLimit plus one) and the elapsed seconds they took;
*>     requests filled from an audited prior run (the filledFrom
*>     copies), which sieve nothing;
*>     requests DEFERRED out of the window (from the catalog, since
*>     a deferred request never reaches SIEVELOG);
*>     numbers looked up by primeFact and primeList.
*> CHGRATE.txt prices them, one "CODE     nnnnn.nn" line per rate:
*>     REQUEST   per request sieved
*>     MCAND     per million candidates sieved
*>     SECOND    per elapsed second sieving
*>     FILLED    per request filled from a prior run
*>     DEFERRED  per request deferred
*>     LOOKUP    per number looked up
*> A rate not keyed charges nothing. CHGIN.txt may name the month as
*> yyyymm; left out, the month just ended is billed, since the job is
*> run in the first days of the next one.
*> CHGRPT.txt gets one line per cost centre (blank codes bill to NONE)
*> and a TOTAL line, then the month's SIEVELOG control totals, counted
*> in a pass of their own that never touches the cost-centre table,
*> checked against the cost-centre totals so finance can bill straight
*> from the report. The run ends
*> with RETURN-CODE 8 when the totals do not agree or something the
*> bill depends on (rates, SIEVELOG, the catalog) could not be read.
*> **********************************************************************************************

identification division.
program-id. sieveChg.
environment division.
input-output section.

file-control.
    select chgInput assign to "CHGIN.txt"
        organization is line sequential
        file status is chgInputStatus.
    select rateInput assign to "CHGRATE.txt"
        organization is line sequential
        file status is rateInputStatus.
    select standard-output assign to display.
    select sieveLog assign to "SIEVELOG.txt"
        organization is line sequential
        file status is sieveLogStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select lookupLog assign to "LOOKUPLOG.txt"
        organization is line sequential
        file status is lookupLogStatus.
    select chgReport assign to "CHGRPT.txt"
        organization is line sequential.

data division.

file section.
    fd chgInput.
        01 chgin-record.
            05 chgin-month pic x(6).
    fd rateInput.
        01 rate-record.
            05 rate-code pic x(8).
            05 rate-sep pic x(1).
            05 rate-amount.
                10 rate-whole pic x(5).
                10 rate-point pic x(1).
                10 rate-cents pic x(2).
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
    fd lookupLog.
        01 lookuplog-record.
            05 lk-runDate pic 9(8).
            05 lk-sep1 pic x(1).
            05 lk-service pic x(4).
            05 lk-sep2 pic x(1).
            05 lk-costCentre pic x(8).
            05 lk-sep3 pic x(1).
            05 lk-number pic 9(9).
    fd chgReport.
        01 chr-record pic x(132).

working-storage section.
    77 chgInputStatus pic x(2) value "00".
    77 rateInputStatus pic x(2) value "00".
    77 sieveLogStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 lookupLogStatus pic x(2) value "00".
    77 chgDate pic 9(8) value 0.
    77 billMonth pic 9(6) value 0.
    77 billYear pic 9(4) value 0.
    77 billMonthOfYear pic 9(2) value 0.
    77 eofSwitch pic x(1) value "N".
        88 atEndOfFile value "Y".
    77 problemSwitch pic x(1) value "N".
        88 runHadProblems value "Y".
    77 rateValue pic 9(5)v9(2) value 0.
    77 rateWholeNum pic 9(5) value 0.
    77 rateCentsNum pic 9(2) value 0.
    77 rateRequest pic 9(5)v9(2) value 0.
    77 rateMcand pic 9(5)v9(2) value 0.
    77 rateSecond pic 9(5)v9(2) value 0.
    77 rateFilled pic 9(5)v9(2) value 0.
    77 rateDeferred pic 9(5)v9(2) value 0.
    77 rateLookup pic 9(5)v9(2) value 0.
    77 ratesRead pic 9(2) value 0.
    77 centreCode pic x(8) value spaces.
    77 centreCount pic 9(3) value 0.
    77 centreIndex pic 9(3) value 0.
    77 centreScan pic 9(3) value 0.
    77 lineCandidates pic 9(12) value 0.
    77 lineLowerLimit pic 9(9) value 0.
    77 ctlLines pic 9(7) value 0.
    77 ctlSieved pic 9(7) value 0.
    77 ctlFilled pic 9(7) value 0.
    77 ctlCandidates pic 9(15) value 0.
    77 ctlElapsedCs pic 9(13) value 0.
    77 ctlLowerLimit pic 9(9) value 0.
    77 ctlLineCandidates pic 9(12) value 0.
    77 totSieved pic 9(7) value 0.
    77 totFilled pic 9(7) value 0.
    77 totDeferred pic 9(7) value 0.
    77 totLookups pic 9(9) value 0.
    77 totCandidates pic 9(15) value 0.
    77 totElapsedCs pic 9(13) value 0.
    77 totCharge pic 9(11)v9(2) value 0.
    77 workAmount pic 9(11)v9(2) value 0.
    77 linePointer pic 9(3) value 1.
    77 figSieved pic 9(7) value 0.
    77 figFilled pic 9(7) value 0.
    77 figDeferred pic 9(7) value 0.
    77 figLookups pic 9(9) value 0.
    77 figCandidates pic 9(15) value 0.
    77 figElapsedCs pic 9(13) value 0.
    77 figCharge pic 9(11)v9(2) value 0.
    77 countEdited pic z(7)9.
    77 bigCountEdited pic z(14)9.
    77 amountEdited pic z(10)9.99.
    77 rateEdited pic z(4)9.99.
    01 centreTable.
        05 centreEntry occurs 200 times.
            10 ccCode pic x(8).
            10 ccSieved pic 9(7).
            10 ccFilled pic 9(7).
            10 ccDeferred pic 9(7).
            10 ccLookups pic 9(9).
            10 ccCandidates pic 9(15).
            10 ccElapsedCs pic 9(13).
            10 ccCharge pic 9(11)v9(2).

procedure division.
open output standard-output.

    *> the month to bill: CHGIN.txt's yyyymm, else the month just ended
    accept chgDate from DATE YYYYMMDD.
    move chgDate(1:4) to billYear.
    move chgDate(5:2) to billMonthOfYear.
    if billMonthOfYear is equal to 1 then
        subtract 1 from billYear
        move 12 to billMonthOfYear
    else
        subtract 1 from billMonthOfYear
    end-if.
    compute billMonth = billYear * 100 + billMonthOfYear.
    open input chgInput.
    if chgInputStatus is equal to "00" then
        read chgInput
            at end
                continue
            not at end
                if chgin-month is numeric then
                    move chgin-month to billMonth
                end-if
        end-read
        close chgInput
    end-if.

    perform read-rates.
    initialize centreTable.
    perform tally-control-totals.
    perform tally-sieve-log.
    perform tally-deferred-requests.
    perform tally-lookups.

    open output chgReport.
    perform write-chargeback-report.
    close chgReport.

    display "Chargeback for " billMonth " written to CHGRPT.txt (" centreCount " cost centre(s)).".
    close standard-output.
    if runHadProblems then
        move 8 to return-code
    end-if.
    stop run.

*> CHGRATE.txt: one rate per line, "CODE     nnnnn.nn"
read-rates.
    open input rateInput.
    if rateInputStatus is not equal to "00" then
        display "CHGRATE.txt not found or unreadable - counts reported, nothing charged."
        move "Y" to problemSwitch
    else
        move "N" to eofSwitch
        perform until atEndOfFile
            read rateInput
                at end
                    move "Y" to eofSwitch
                not at end
                    perform note-one-rate
            end-read
        end-perform
        close rateInput
    end-if.

note-one-rate.
    if rate-whole is numeric and rate-point is equal to "."
      and rate-cents is numeric then
        move rate-whole to rateWholeNum
        move rate-cents to rateCentsNum
        compute rateValue = rateWholeNum + rateCentsNum / 100
        add 1 to ratesRead
        evaluate rate-code
            when "REQUEST"
                move rateValue to rateRequest
            when "MCAND"
                move rateValue to rateMcand
            when "SECOND"
                move rateValue to rateSecond
            when "FILLED"
                move rateValue to rateFilled
            when "DEFERRED"
                move rateValue to rateDeferred
            when "LOOKUP"
                move rateValue to rateLookup
            when other
                subtract 1 from ratesRead
                display "CHGRATE.txt rate code " rate-code " not recognized - ignored."
        end-evaluate
    else
        if rate-record is not equal to spaces then
            display "CHGRATE.txt line not understood - key CODE, spaces to column 9, then nnnnn.nn: " rate-record
        end-if
    end-if.

*> the month's SIEVELOG.txt control totals, read in a pass of their
*> own that never goes near the cost-centre table, so agreement at the
*> end proves every billed line was counted exactly once
tally-control-totals.
    open input sieveLog.
    if sieveLogStatus is equal to "00" then
        move "N" to eofSwitch
        perform until atEndOfFile
            read sieveLog
                at end
                    move "Y" to eofSwitch
                not at end
                    if log-runDate is numeric
                      and log-runDate(1:6) is equal to billMonth then
                        perform count-one-control-line
                    end-if
            end-read
        end-perform
        close sieveLog
    end-if.

count-one-control-line.
    add 1 to ctlLines.
    if log-filledFrom is equal to spaces then
        add 1 to ctlSieved
        if log-lowerLimit is numeric then
            move log-lowerLimit to ctlLowerLimit
        else
            move 2 to ctlLowerLimit
        end-if
        if log-upperLimit is numeric
          and log-upperLimit is not less than ctlLowerLimit then
            compute ctlLineCandidates = log-upperLimit - ctlLowerLimit + 1
            add ctlLineCandidates to ctlCandidates
        end-if
        if log-elapsed is numeric then
            add log-elapsed to ctlElapsedCs
        end-if
    else
        add 1 to ctlFilled
    end-if.

*> every SIEVELOG.txt line run in the month is one request to bill:
*> sieved, or filled from a prior run when filledFrom is set
tally-sieve-log.
    open input sieveLog.
    if sieveLogStatus is not equal to "00" then
        display "SIEVELOG.txt not found or unreadable - no sieve requests to bill."
        move "Y" to problemSwitch
    else
        move "N" to eofSwitch
        perform until atEndOfFile
            read sieveLog
                at end
                    move "Y" to eofSwitch
                not at end
                    if log-runDate is numeric
                      and log-runDate(1:6) is equal to billMonth then
                        perform tally-one-log-line
                    end-if
            end-read
        end-perform
        close sieveLog
    end-if.

tally-one-log-line.
    move log-costCentre to centreCode.
    perform find-cost-centre.
    if log-filledFrom is equal to spaces then
        if log-lowerLimit is numeric then
            move log-lowerLimit to lineLowerLimit
        else
            move 2 to lineLowerLimit
        end-if
        move 0 to lineCandidates
        if log-upperLimit is numeric
          and log-upperLimit is not less than lineLowerLimit then
            compute lineCandidates = log-upperLimit - lineLowerLimit + 1
        end-if
        add 1 to ccSieved(centreIndex)
        add lineCandidates to ccCandidates(centreIndex)
        if log-elapsed is numeric then
            add log-elapsed to ccElapsedCs(centreIndex)
        end-if
    else
        add 1 to ccFilled(centreIndex)
    end-if.

*> a deferred request never reaches SIEVELOG; its catalog record is
*> the only place it is kept, with its run date and cost centre
tally-deferred-requests.
    open input sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - deferred requests not billed."
        move "Y" to problemSwitch
    else
        move "N" to eofSwitch
        move 0 to cat-reqNum
        start sieveCatalog key is greater than cat-reqNum
            invalid key
                move "Y" to eofSwitch
        end-start
        perform until atEndOfFile
            read sieveCatalog next
                at end
                    move "Y" to eofSwitch
                not at end
                    if cat-status is equal to "DEFERRED"
                      and cat-runDate(1:6) is equal to billMonth then
                        move cat-costCentre to centreCode
                        perform find-cost-centre
                        add 1 to ccDeferred(centreIndex)
                    end-if
            end-read
        end-perform
        close sieveCatalog
    end-if.

*> LOOKUPLOG.txt has one line per number primeFact or primeList
*> answered; a shop that has never run either has no log at all
tally-lookups.
    open input lookupLog.
    if lookupLogStatus is equal to "00" then
        move "N" to eofSwitch
        perform until atEndOfFile
            read lookupLog
                at end
                    move "Y" to eofSwitch
                not at end
                    if lk-runDate is numeric
                      and lk-runDate(1:6) is equal to billMonth then
                        move lk-costCentre to centreCode
                        perform find-cost-centre
                        add 1 to ccLookups(centreIndex)
                    end-if
            end-read
        end-perform
        close lookupLog
    end-if.

*> points centreIndex at centreCode's table entry, adding it the first
*> time the code turns up; a blank code bills to NONE, and the table's
*> last entry is kept back for OTHER, where every code past the 199th
*> is billed
find-cost-centre.
    if centreCode is equal to spaces then
        move "NONE" to centreCode
    end-if.
    move 0 to centreIndex.
    move 1 to centreScan.
    perform match-one-cost-centre
        until centreScan is greater than centreCount
        or centreIndex is not equal to 0.
    if centreIndex is equal to 0 then
        if centreCount is less than 199 then
            add 1 to centreCount
            move centreCount to centreIndex
            move centreCode to ccCode(centreIndex)
        else
            if centreCount is less than 200 then
                move 200 to centreCount
                move "OTHER" to ccCode(200)
            end-if
            move 200 to centreIndex
        end-if
    end-if.

match-one-cost-centre.
    if ccCode(centreScan) is equal to centreCode then
        move centreScan to centreIndex
    end-if.
    add 1 to centreScan.

*> the report: rates, one line per cost centre, the TOTAL line, then
*> the SIEVELOG control totals and whether they agree
write-chargeback-report.
    move spaces to chr-record.
    string "CHARGEBACK REPORT FOR MONTH " delimited by size,
        billMonth delimited by size,
        " RUN " delimited by size, chgDate delimited by size
        into chr-record.
    write chr-record.
    perform write-rate-line.
    move spaces to chr-record.
    write chr-record.
    move spaces to chr-record.
    string "COSTCTR " delimited by size,
        "    SIEVED    FILLED  DEFERRED   LOOKUPS" delimited by size,
        "       CANDIDATES         SECONDS" delimited by size,
        "          CHARGE" delimited by size into chr-record.
    write chr-record.
    move 1 to centreIndex.
    perform write-one-cost-centre
        until centreIndex is greater than centreCount.
    perform write-total-line.
    perform write-control-totals.

write-rate-line.
    move spaces to chr-record.
    move 1 to linePointer.
    move rateRequest to rateEdited.
    string "RATES REQUEST " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    move rateMcand to rateEdited.
    string " MCAND " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    move rateSecond to rateEdited.
    string " SECOND " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    move rateFilled to rateEdited.
    string " FILLED " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    move rateDeferred to rateEdited.
    string " DEFERRED " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    move rateLookup to rateEdited.
    string " LOOKUP " delimited by size, rateEdited delimited by size
        into chr-record with pointer linePointer.
    write chr-record.

*> one cost centre: its counts, its seconds and what they come to
write-one-cost-centre.
    compute ccCharge(centreIndex) rounded =
        ccSieved(centreIndex) * rateRequest
        + ccCandidates(centreIndex) * rateMcand / 1000000
        + ccElapsedCs(centreIndex) * rateSecond / 100
        + ccFilled(centreIndex) * rateFilled
        + ccDeferred(centreIndex) * rateDeferred
        + ccLookups(centreIndex) * rateLookup.
    add ccSieved(centreIndex) to totSieved.
    add ccFilled(centreIndex) to totFilled.
    add ccDeferred(centreIndex) to totDeferred.
    add ccLookups(centreIndex) to totLookups.
    add ccCandidates(centreIndex) to totCandidates.
    add ccElapsedCs(centreIndex) to totElapsedCs.
    add ccCharge(centreIndex) to totCharge.
    move ccCode(centreIndex) to centreCode.
    move ccSieved(centreIndex) to figSieved.
    move ccFilled(centreIndex) to figFilled.
    move ccDeferred(centreIndex) to figDeferred.
    move ccLookups(centreIndex) to figLookups.
    move ccCandidates(centreIndex) to figCandidates.
    move ccElapsedCs(centreIndex) to figElapsedCs.
    move ccCharge(centreIndex) to figCharge.
    perform write-figures-line.
    add 1 to centreIndex.

write-total-line.
    move "TOTAL" to centreCode.
    move totSieved to figSieved.
    move totFilled to figFilled.
    move totDeferred to figDeferred.
    move totLookups to figLookups.
    move totCandidates to figCandidates.
    move totElapsedCs to figElapsedCs.
    move totCharge to figCharge.
    perform write-figures-line.

*> lays one set of figures out under the column headings
write-figures-line.
    move spaces to chr-record.
    move 1 to linePointer.
    string centreCode delimited by size
        into chr-record with pointer linePointer.
    move figSieved to countEdited.
    string "  " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move figFilled to countEdited.
    string "  " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move figDeferred to countEdited.
    string "  " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move figLookups to countEdited.
    string "  " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move figCandidates to bigCountEdited.
    string "  " delimited by size, bigCountEdited delimited by size
        into chr-record with pointer linePointer.
    compute workAmount = figElapsedCs / 100.
    move workAmount to amountEdited.
    string "  " delimited by size, amountEdited delimited by size
        into chr-record with pointer linePointer.
    move figCharge to amountEdited.
    string "  " delimited by size, amountEdited delimited by size
        into chr-record with pointer linePointer.
    write chr-record.

*> the month's SIEVELOG lines, counted in their own pass, must come to
*> exactly what the cost centres were billed for
write-control-totals.
    move spaces to chr-record.
    write chr-record.
    move spaces to chr-record.
    move 1 to linePointer.
    move ctlLines to countEdited.
    string "SIEVELOG CONTROL TOTALS - LINES " delimited by size,
        countEdited delimited by size
        into chr-record with pointer linePointer.
    move ctlSieved to countEdited.
    string " SIEVED " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move ctlFilled to countEdited.
    string " FILLED " delimited by size, countEdited delimited by size
        into chr-record with pointer linePointer.
    move ctlCandidates to bigCountEdited.
    string " CANDIDATES " delimited by size, bigCountEdited delimited by size
        into chr-record with pointer linePointer.
    compute workAmount = ctlElapsedCs / 100.
    move workAmount to amountEdited.
    string " SECONDS " delimited by size, amountEdited delimited by size
        into chr-record with pointer linePointer.
    write chr-record.
    move spaces to chr-record.
    if ctlSieved is equal to totSieved
      and ctlFilled is equal to totFilled
      and ctlCandidates is equal to totCandidates
      and ctlElapsedCs is equal to totElapsedCs then
        string "RECONCILED - COST CENTRE TOTALS AGREE WITH SIEVELOG FOR "
            delimited by size, billMonth delimited by size
            into chr-record
    else
        string "OUT OF BALANCE - COST CENTRE TOTALS DO NOT AGREE WITH SIEVELOG FOR "
            delimited by size, billMonth delimited by size
            into chr-record
        display "Chargeback totals do not agree with SIEVELOG for " billMonth " - see CHGRPT.txt."
        move "Y" to problemSwitch
    end-if.
    write chr-record.
