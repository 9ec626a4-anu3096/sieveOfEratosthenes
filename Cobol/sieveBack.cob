*> ****************************************sieveBack.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Backs one request's contributions out of PRIMEMST and FACTMST when
*> its files turn out to be bad after the load - a failed audit found
*> late, a disk problem, a wrong band - without deleting the masters
*> and reloading whatever is still on the pack.
*> BACKIN.txt names the request (reqNum, three digits). Every record
*> primeLoad and factLoad added for it is listed in MSTJRNL.txt, the
*> load journal; each journaled key the master still credits to the
*> request is deleted (a key an earlier backout already handed to
*> another request is left alone). A request loaded before the journal
*> was kept has no journal lines, so for it the master itself is
*> swept for records carrying its reqNum.
*> Each removed key is then offered to the surviving requests: a
*> request that is COMPLETED, loaded into that master, not purged, not
*> audited FAIL and not itself backed out, whose file is still on the
*> pack and actually holds the key, gets the credit (lowest reqNum
*> first, the same first-loaded rule the loads use), and the new
*> record is journaled to it so it can be backed out in turn. For
*> PRIMEMST only whole-range survivors qualify, as in primeLoad.
*> A prime nobody could restore is a gap: the certified ceiling in the
*> PRIMEMST control record (key zero) drops to just below the lowest
*> such gap, and the PRIMENDX control record's ceiling and prime count
*> drop with it, so primeInq, primeList and primeNth stop answering
*> across the damage until the request is rerun, reloaded and
*> recertified.
*> The catalog marks the request backed out of both masters so the
*> nightly loads do not merge its files again, and BACKOUTRPT.txt
*> lists every key removed and whether it was reassigned.
*> **********************************************************************************************

identification division.
program-id. sieveBack.
environment division.
input-output section.

file-control.
    select backInput assign to "BACKIN.txt"
        organization is line sequential
        file status is backInputStatus.
    select standard-output assign to display.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is dynamic
        record key is pm-prime
        file status is primeMasterStatus.
    select factMaster assign to "FACTMST"
        organization is indexed
        access mode is dynamic
        record key is cm-number
        file status is factMasterStatus.
    select primeIndex assign to "PRIMENDX"
        organization is indexed
        access mode is random
        record key is px-ordinal
        file status is primeIndexStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select masterJournal assign to "MSTJRNL.txt"
        organization is line sequential
        file status is masterJournalStatus.
    select backWork assign to "BACKWORK.txt"
        organization is line sequential
        file status is backWorkStatus.
    select primeInput assign to dynamic survivorFileName
        organization is line sequential
        file status is survivorFileStatus.
    select factorInput assign to dynamic survivorFileName
        organization is line sequential
        file status is survivorFileStatus.
    select backReport assign to "BACKOUTRPT.txt"
        organization is line sequential.

data division.

file section.
    fd backInput.
        01 backin-record.
            05 backin-reqNum pic x(3).
    fd standard-output.
        01 stdout-record pic x(80).
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
            05 pm-firstRunDate pic 9(8).
            05 pm-reqNum pic 9(3).
        01 primemst-control.
            05 pmc-key pic 9(9).
            05 pmc-certifiedCeiling pic 9(9).
            05 pmc-filler pic 9(2).
    fd factMaster.
        01 factmst-record.
            05 cm-number pic 9(9).
            05 cm-smallestFactor pic 9(9).
            05 cm-firstRunDate pic 9(8).
            05 cm-reqNum pic 9(3).
    fd primeIndex.
        01 primendx-record.
            05 px-ordinal pic 9(9).
            05 px-prime pic 9(9).
            05 px-filler pic 9(9).
        01 primendx-control.
            05 pxc-key pic 9(9).
            05 pxc-primeCount pic 9(9).
            05 pxc-certifiedCeiling pic 9(9).
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
    fd masterJournal.
        01 mstjrnl-record.
            05 jr-master pic x(1).
            05 jr-sep1 pic x(1).
            05 jr-key pic 9(9).
            05 jr-sep2 pic x(1).
            05 jr-reqNum pic 9(3).
            05 jr-sep3 pic x(1).
            05 jr-date pic 9(8).
            05 jr-sep4 pic x(1).
            05 jr-action pic x(1).
    fd backWork.
        01 backwork-record.
            05 bw-master pic x(1).
            05 bw-sep1 pic x(1).
            05 bw-key pic 9(9).
    fd primeInput.
        01 str.
            02 str-record pic 9(9).
    fd factorInput.
        01 factor-record.
            05 fac-number pic 9(9).
            05 fac-sep pic x(1).
            05 fac-smallestFactor pic 9(9).
    fd backReport.
        01 br-record pic x(80).

working-storage section.
    77 backInputStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 factMasterStatus pic x(2) value "00".
    77 primeIndexStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 masterJournalStatus pic x(2) value "00".
    77 backWorkStatus pic x(2) value "00".
    77 survivorFileStatus pic x(2) value "00".
    77 survivorFileName pic x(20) value spaces.
    77 backReqNum pic 9(3) value 0.
    77 backRunDate pic 9(8) value 0.
    77 backDate pic 9(8) value 0.
    77 primeMasterSwitch pic x(1) value "N".
        88 primeMasterOpen value "Y".
    77 factMasterSwitch pic x(1) value "N".
        88 factMasterOpen value "Y".
    77 eofSwitch pic x(1) value "N".
        88 atEndOfFile value "Y".
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 primesJournaled pic 9(9) value 0.
    77 pairsJournaled pic 9(9) value 0.
    77 primesRemoved pic 9(9) value 0.
    77 pairsRemoved pic 9(9) value 0.
    77 primesCredited pic 9(9) value 0.
    77 pairsCredited pic 9(9) value 0.
    77 primesReassigned pic 9(9) value 0.
    77 pairsReassigned pic 9(9) value 0.
    77 keysNoLongerHeld pic 9(9) value 0.
    77 lowestPrimeRemoved pic 9(9) value 999999999.
    77 highestPrimeRemoved pic 9(9) value 0.
    77 lowestPairRemoved pic 9(9) value 999999999.
    77 highestPairRemoved pic 9(9) value 0.
    77 lowestGap pic 9(9) value 999999999.
    77 gapSwitch pic x(1) value "N".
        88 gapOpened value "Y".
    77 oldCeiling pic 9(9) value 0.
    77 newCeiling pic 9(9) value 0.
    77 ceilingSwitch pic x(1) value "N".
        88 ceilingLowered value "Y".
    77 searchLow pic 9(9) value 0.
    77 searchHigh pic 9(9) value 0.
    77 searchMid pic 9(9) value 0.
    77 countBelow pic 9(9) value 0.
    77 survivorReqNum pic 9(3) value 0.
    77 survivorRunDate pic 9(8) value 0.

procedure division.
open output standard-output.

    *> BACKIN.txt names the one request to back out
    open input backInput.
    if backInputStatus is not equal to "00" then
        display "BACKIN.txt not found - key the reqNum to back out."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    read backInput
        at end
            move spaces to backin-reqNum
    end-read.
    close backInput.
    if backin-reqNum is not numeric or backin-reqNum is equal to "000" then
        display "BACKIN.txt does not hold a reqNum (three digits, 001-999)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move backin-reqNum to backReqNum.
    accept backDate from DATE YYYYMMDD.

    *> the catalog must know the request: it is where the loads learn
    *> not to merge it again
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - run sieveCat to build the catalog first."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move backReqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            display "No SIEVECAT entry for request " backReqNum " - nothing to back out."
            close sieveCatalog, standard-output
            move 8 to return-code
            stop run
    end-read.
    move cat-runDate to backRunDate.

    *> either master may not exist yet; back out of whichever does
    open i-o primeMaster.
    if primeMasterStatus is equal to "00" then
        move "Y" to primeMasterSwitch
    end-if.
    open i-o factMaster.
    if factMasterStatus is equal to "00" then
        move "Y" to factMasterSwitch
    end-if.
    if not primeMasterOpen and not factMasterOpen then
        display "Neither PRIMEMST nor FACTMST could be opened for update - nothing to back out."
        close sieveCatalog, standard-output
        move 8 to return-code
        stop run
    end-if.

    *> take the request's records off the masters, listing every key
    *> removed in the work file the later passes walk
    open output backWork.
    perform remove-journaled-records.
    if primeMasterOpen and primesJournaled is equal to 0 then
        perform sweep-prime-master
    end-if.
    if factMasterOpen and pairsJournaled is equal to 0 then
        perform sweep-fact-master
    end-if.
    close backWork.

    *> journal the removals, then let the surviving requests take
    *> the credit for whatever they also produced
    open extend masterJournal.
    if masterJournalStatus is equal to "35" then
        open output masterJournal
    end-if.
    perform journal-removals.
    if primesRemoved is greater than 0 or pairsRemoved is greater than 0 then
        perform credit-from-survivors
    end-if.
    close masterJournal.

    open output backReport.
    perform report-backout.
    if gapOpened then
        perform lower-certified-ceiling
    end-if.
    perform write-backout-trailer.
    close backReport.

    perform stamp-catalog-backed-out.
    if primeMasterOpen then
        close primeMaster
    end-if.
    if factMasterOpen then
        close factMaster
    end-if.
    close sieveCatalog.

    display "Request " backReqNum " backed out: " primesRemoved " prime(s) and " pairsRemoved " pair(s) removed - details in BACKOUTRPT.txt.".
    if ceilingLowered then
        display "Certified ceiling lowered from " oldCeiling " to " newCeiling " - rerun primeCert and primeNdx once the range is reloaded."
    end-if.
    close standard-output.
    stop run.

*> removal: every key the journal shows the loads (or an earlier
*> backout's credit) added for the request
remove-journaled-records.
    open input masterJournal.
    if masterJournalStatus is equal to "00" then
        move "N" to eofSwitch
        perform until atEndOfFile
            read masterJournal
                at end
                    move "Y" to eofSwitch
                not at end
                    if jr-reqNum is equal to backReqNum
                      and (jr-action is equal to "A"
                        or jr-action is equal to "C") then
                        perform remove-one-journaled-key
                    end-if
            end-read
        end-perform
        close masterJournal
    end-if.

remove-one-journaled-key.
    if jr-master is equal to "P" and primeMasterOpen then
        add 1 to primesJournaled
        move jr-key to pm-prime
        read primeMaster
            invalid key
                add 1 to keysNoLongerHeld
            not invalid key
                if pm-reqNum is equal to backReqNum then
                    perform remove-one-prime
                else
                    add 1 to keysNoLongerHeld
                end-if
        end-read
    end-if.
    if jr-master is equal to "F" and factMasterOpen then
        add 1 to pairsJournaled
        move jr-key to cm-number
        read factMaster
            invalid key
                add 1 to keysNoLongerHeld
            not invalid key
                if cm-reqNum is equal to backReqNum then
                    perform remove-one-pair
                else
                    add 1 to keysNoLongerHeld
                end-if
        end-read
    end-if.

remove-one-prime.
    delete primeMaster record
        invalid key
            add 1 to keysNoLongerHeld
        not invalid key
            add 1 to primesRemoved
            if pm-prime is less than lowestPrimeRemoved then
                move pm-prime to lowestPrimeRemoved
            end-if
            if pm-prime is greater than highestPrimeRemoved then
                move pm-prime to highestPrimeRemoved
            end-if
            move spaces to backwork-record
            move "P" to bw-master
            move pm-prime to bw-key
            write backwork-record
    end-delete.

remove-one-pair.
    delete factMaster record
        invalid key
            add 1 to keysNoLongerHeld
        not invalid key
            add 1 to pairsRemoved
            if cm-number is less than lowestPairRemoved then
                move cm-number to lowestPairRemoved
            end-if
            if cm-number is greater than highestPairRemoved then
                move cm-number to highestPairRemoved
            end-if
            move spaces to backwork-record
            move "F" to bw-master
            move cm-number to bw-key
            write backwork-record
    end-delete.

*> a request loaded before the journal was kept has no lines in it;
*> its records are found by their reqNum stamp instead
sweep-prime-master.
    move "N" to eofSwitch.
    move 0 to pm-prime.
    start primeMaster key is greater than pm-prime
        invalid key
            move "Y" to eofSwitch
    end-start.
    perform until atEndOfFile
        read primeMaster next
            at end
                move "Y" to eofSwitch
            not at end
                if pm-reqNum is equal to backReqNum then
                    perform remove-one-prime
                end-if
        end-read
    end-perform.

sweep-fact-master.
    move "N" to eofSwitch.
    move 0 to cm-number.
    start factMaster key is greater than cm-number
        invalid key
            move "Y" to eofSwitch
    end-start.
    perform until atEndOfFile
        read factMaster next
            at end
                move "Y" to eofSwitch
            not at end
                if cm-reqNum is equal to backReqNum then
                    perform remove-one-pair
                end-if
        end-read
    end-perform.

*> one D line per removed key, so the journal still accounts for
*> every record on the masters
journal-removals.
    open input backWork.
    move "N" to eofSwitch.
    perform until atEndOfFile
        read backWork
            at end
                move "Y" to eofSwitch
            not at end
                move spaces to mstjrnl-record
                move bw-master to jr-master
                move bw-key to jr-key
                move backReqNum to jr-reqNum
                move backDate to jr-date
                move "D" to jr-action
                write mstjrnl-record
        end-read
    end-perform.
    close backWork.

*> credit: each surviving request, lowest reqNum first, fills back in
*> whichever removed keys its own file holds
credit-from-survivors.
    move "N" to catEofSwitch.
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
                perform qualify-one-survivor
        end-read
    end-perform.

qualify-one-survivor.
    if cat-reqNum is not equal to backReqNum
      and cat-status is equal to "COMPLETED"
      and cat-purgeDate is equal to 0
      and cat-auditVerdict is not equal to "FAIL" then
        move cat-reqNum to survivorReqNum
        move cat-runDate to survivorRunDate
        if primeMasterOpen and primesRemoved is greater than 0
          and cat-primeLoadState is equal to "Y"
          and cat-lowerLimit is not greater than 2
          and cat-upperLimit is not less than lowestPrimeRemoved then
            perform credit-primes-from-survivor
        end-if
        if factMasterOpen and pairsRemoved is greater than 0
          and cat-factLoadState is equal to "Y"
          and cat-lowerLimit is not greater than highestPairRemoved
          and cat-upperLimit is not less than lowestPairRemoved then
            perform credit-pairs-from-survivor
        end-if
    end-if.

*> the survivor's prime list is in ascending order, so the walk stops
*> once it is past the highest prime removed
credit-primes-from-survivor.
    move spaces to survivorFileName.
    string "outputFile" delimited by size, survivorReqNum delimited by size,
        ".txt" delimited by size into survivorFileName.
    open input primeInput.
    if survivorFileStatus is equal to "00" then
        move "N" to eofSwitch
        perform until atEndOfFile
            read primeInput
                at end
                    move "Y" to eofSwitch
                not at end
                    if str-record is greater than highestPrimeRemoved then
                        move "Y" to eofSwitch
                    else
                        if str-record is not less than lowestPrimeRemoved then
                            perform credit-one-prime
                        end-if
                    end-if
            end-read
        end-perform
        close primeInput
    end-if.

*> a prime missing from the master that a loaded whole-range survivor
*> holds can only be missing because a backout took it off
credit-one-prime.
    move str-record to pm-prime.
    read primeMaster
        invalid key
            move str-record to pm-prime
            move survivorRunDate to pm-firstRunDate
            move survivorReqNum to pm-reqNum
            write primemst-record
                invalid key
                    continue
                not invalid key
                    add 1 to primesCredited
                    move spaces to mstjrnl-record
                    move "P" to jr-master
                    move pm-prime to jr-key
                    move survivorReqNum to jr-reqNum
                    move backDate to jr-date
                    move "C" to jr-action
                    write mstjrnl-record
            end-write
        not invalid key
            continue
    end-read.

credit-pairs-from-survivor.
    move spaces to survivorFileName.
    string "FACTORS" delimited by size, survivorReqNum delimited by size,
        ".txt" delimited by size into survivorFileName.
    open input factorInput.
    if survivorFileStatus is equal to "00" then
        move "N" to eofSwitch
        perform until atEndOfFile
            read factorInput
                at end
                    move "Y" to eofSwitch
                not at end
                    if fac-number is not less than lowestPairRemoved
                      and fac-number is not greater than highestPairRemoved then
                        perform credit-one-pair
                    end-if
            end-read
        end-perform
        close factorInput
    end-if.

credit-one-pair.
    move fac-number to cm-number.
    read factMaster
        invalid key
            move fac-number to cm-number
            move fac-smallestFactor to cm-smallestFactor
            move survivorRunDate to cm-firstRunDate
            move survivorReqNum to cm-reqNum
            write factmst-record
                invalid key
                    continue
                not invalid key
                    add 1 to pairsCredited
                    move spaces to mstjrnl-record
                    move "F" to jr-master
                    move cm-number to jr-key
                    move survivorReqNum to jr-reqNum
                    move backDate to jr-date
                    move "C" to jr-action
                    write mstjrnl-record
            end-write
        not invalid key
            continue
    end-read.

*> report: one line per removed key, reassigned or gone for good
report-backout.
    move spaces to br-record.
    string "BACKOUT OF REQUEST " delimited by size,
        backReqNum delimited by size,
        " RUN " delimited by size, backRunDate delimited by size,
        " ON " delimited by size, backDate delimited by size
        into br-record.
    write br-record.
    open input backWork.
    move "N" to eofSwitch.
    perform until atEndOfFile
        read backWork
            at end
                move "Y" to eofSwitch
            not at end
                perform report-one-removal
        end-read
    end-perform.
    close backWork.

report-one-removal.
    move spaces to br-record.
    if bw-master is equal to "P" then
        move bw-key to pm-prime
        read primeMaster
            invalid key
                string "PRIMEMST " delimited by size,
                    bw-key delimited by size,
                    " REMOVED" delimited by size into br-record
                if bw-key is less than lowestGap then
                    move bw-key to lowestGap
                end-if
                move "Y" to gapSwitch
            not invalid key
                add 1 to primesReassigned
                string "PRIMEMST " delimited by size,
                    bw-key delimited by size,
                    " REASSIGNED TO REQ " delimited by size,
                    pm-reqNum delimited by size into br-record
        end-read
    else
        move bw-key to cm-number
        read factMaster
            invalid key
                string "FACTMST  " delimited by size,
                    bw-key delimited by size,
                    " REMOVED" delimited by size into br-record
            not invalid key
                add 1 to pairsReassigned
                string "FACTMST  " delimited by size,
                    bw-key delimited by size,
                    " REASSIGNED TO REQ " delimited by size,
                    cm-reqNum delimited by size into br-record
        end-read
    end-if.
    write br-record.

*> a prime gone for good at or below the certified ceiling breaks the
*> contiguity every lookup relies on: the ceiling drops to just below
*> it, in PRIMEMST's control record and in PRIMENDX's
lower-certified-ceiling.
    move 0 to pm-prime.
    read primeMaster
        invalid key
            continue
        not invalid key
            if lowestGap is not greater than pmc-certifiedCeiling then
                move pmc-certifiedCeiling to oldCeiling
                compute newCeiling = lowestGap - 1
                move newCeiling to pmc-certifiedCeiling
                rewrite primemst-control
                move "Y" to ceilingSwitch
            end-if
    end-read.
    if ceilingLowered then
        perform lower-index-ceiling
    end-if.

lower-index-ceiling.
    open i-o primeIndex.
    if primeIndexStatus is equal to "00" then
        move 0 to px-ordinal
        read primeIndex
            invalid key
                continue
            not invalid key
                if pxc-certifiedCeiling is greater than newCeiling then
                    perform count-indexed-below-ceiling
                    move 0 to px-ordinal
                    read primeIndex
                        invalid key
                            continue
                        not invalid key
                            move countBelow to pxc-primeCount
                            move newCeiling to pxc-certifiedCeiling
                            rewrite primendx-control
                    end-read
                end-if
        end-read
        close primeIndex
    end-if.

*> binary search the ordinals for the last prime at or below the new
*> ceiling - its ordinal is the count the index may still vouch for
count-indexed-below-ceiling.
    move 0 to countBelow.
    move 1 to searchLow.
    move pxc-primeCount to searchHigh.
    perform probe-one-ordinal
        until searchLow is greater than searchHigh.

probe-one-ordinal.
    compute searchMid = (searchLow + searchHigh) / 2.
    move searchMid to px-ordinal.
    read primeIndex
        invalid key
            move 0 to searchHigh
            move 1 to searchLow
            move 0 to countBelow
        not invalid key
            if px-prime is not greater than newCeiling then
                move searchMid to countBelow
                compute searchLow = searchMid + 1
            else
                compute searchHigh = searchMid - 1
            end-if
    end-read.

write-backout-trailer.
    move spaces to br-record.
    string "PRIMEMST " delimited by size, primesRemoved delimited by size,
        " REMOVED, " delimited by size, primesReassigned delimited by size,
        " REASSIGNED" delimited by size into br-record.
    write br-record.
    move spaces to br-record.
    string "FACTMST  " delimited by size, pairsRemoved delimited by size,
        " REMOVED, " delimited by size, pairsReassigned delimited by size,
        " REASSIGNED" delimited by size into br-record.
    write br-record.
    if keysNoLongerHeld is greater than 0 then
        move spaces to br-record
        string "JOURNALED KEYS NO LONGER CREDITED TO THE REQUEST " delimited by size,
            keysNoLongerHeld delimited by size into br-record
        write br-record
    end-if.
    move spaces to br-record.
    if ceilingLowered then
        string "CERTIFIED CEILING LOWERED FROM " delimited by size,
            oldCeiling delimited by size, " TO " delimited by size,
            newCeiling delimited by size into br-record
    else
        string "CERTIFIED CEILING UNCHANGED" delimited by size
            into br-record
    end-if.
    write br-record.

*> the catalog keeps the nightly loads from merging the request again
stamp-catalog-backed-out.
    move backReqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            continue
        not invalid key
            move "B" to cat-primeLoadState
            move backDate to cat-primeLoadDate
            move "B" to cat-factLoadState
            move backDate to cat-factLoadDate
            rewrite sievecat-record
    end-read.
