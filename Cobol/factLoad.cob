*> pair is self-contained (the number and its smallest factor), so a
*> window-mode run's FACTORSNNN.txt merges as safely as a whole-range
*> one - keyed reads never depend on the file being contiguous.
*> Modification History:
*>   2026-10-15 AB - each request's run date now comes from its
*>                   SIEVECAT catalog record instead of a pass over
*>                   SIEVELOG.txt for the latest line per reqNum, and
*>                   every request whose factor file is merged is
*>                   stamped loaded into FACTMST in the catalog with
*>                   the load date. The catalog is the load's record of
*>                   what it has merged, so the load will not run
*>                   without it.
*>   2026-10-15 AB - every record added to FACTMST is journaled to
*>                   MSTJRNL.txt (master, key, reqNum, load date,
*>                   action A) so sieveBack can take one request's
*>                   records back out, and a request the catalog shows
*>                   backed out of FACTMST is no longer merged.
*>   2026-10-15 AB - only a request the catalog shows COMPLETED and not
*>                   purged is merged and stamped loaded; a file left
*>                   under a number that is deferred, cancelled, split
*>                   or reused after a reset belongs to an earlier
*>                   request and is counted and left off the master.
*>   2026-10-15 AB - a request already stamped loaded keeps the date it
*>                   first went into FACTMST; re-reading its file on a
*>                   later load no longer moves the load date forward.
*> **********************************************************************************************

identification division.
    select factorInput assign to dynamic factorInputName
        organization is line sequential
        file status is factorInputStatus.
    select factMaster assign to "FACTMST"
        organization is indexed
        access mode is random
        record key is cm-number
        file status is factMasterStatus.
    select masterJournal assign to "MSTJRNL.txt"
        organization is line sequential
        file status is masterJournalStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.

data division.

            05 fac-number pic 9(9).
            05 fac-sep pic x(1).
            05 fac-smallestFactor pic 9(9).
    fd factMaster.
        01 factmst-record.
            05 cm-number pic 9(9).
            05 cm-smallestFactor pic 9(9).
            05 cm-firstRunDate pic 9(8).
            05 cm-reqNum pic 9(3).
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
    77 factorInputStatus pic x(2) value "00".
    77 factMasterStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 masterJournalStatus pic x(2) value "00".
    77 backedOutSkipped pic 9(3) value 0.
    77 unfinishedSkipped pic 9(3) value 0.
    77 factorInputName pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 loadDate pic 9(8) value 0.
    77 pairsAlreadyOn pic 9(9) value 0.
    77 eofSwitch pic x(1) value "N".
        88 atEndOfFile value "Y".
    77 requestRunDate pic 9(8) value 0.
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".

procedure division.
open output standard-output.

    *> the run date a pair is stamped with comes from the request's
    *> catalog record, and the catalog is where the load records
    *> which requests it has merged
    accept loadDate from DATE YYYYMMDD.
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - run sieveCat to build the catalog before loading."
        close standard-output
        stop run
    end-if.

    *> open the master for update, creating it on the very first load
    end-if.
    if factMasterStatus is not equal to "00" then
        display "FACTMST could not be opened for update (file status " factMasterStatus ")."
        close sieveCatalog, standard-output
        stop run
    end-if.

    *> every record the load adds is journaled, so one request's
    *> records can later be backed out by sieveBack
    open extend masterJournal.
    if masterJournalStatus is equal to "35" then
        open output masterJournal
    end-if.

    *> walk every request number sieve.cob could have produced and
    *> merge whichever numbered factor files are actually on disk
    move 0 to reqNum.
    perform merge-one-request 999 times.

    close factMaster, sieveCatalog, masterJournal.
    display "FACTMST load complete: " filesLoaded " file(s) read, "
        pairsAdded " pair(s) added, " pairsAlreadyOn " already on the master.".
    if backedOutSkipped is greater than 0 then
        display backedOutSkipped " backed-out request file(s) left off the master."
    end-if.
    if unfinishedSkipped is greater than 0 then
        display unfinishedSkipped " file(s) of requests not completed or already purged left off the master."
    end-if.
    close standard-output.
    stop run.

*> merges one numbered FACTORSNNN.txt into the master; a request
*> number with no factor file on disk is simply skipped, and one
*> sieveBack has backed out stays off
merge-one-request.
    add 1 to reqNum.
    move "N" to catFoundSwitch.
    move loadDate to requestRunDate.
    move reqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            continue
        not invalid key
            move "Y" to catFoundSwitch
            if cat-runDate is not equal to 0 then
                move cat-runDate to requestRunDate
            end-if
    end-read.
    if catalogEntryFound and cat-factLoadState is equal to "B" then
        add 1 to backedOutSkipped
    else
        if catalogEntryFound
          and (cat-status is not equal to "COMPLETED"
            or cat-purgeDate is not equal to 0) then
            perform note-unfinished-file
        else
            perform merge-one-request-file
        end-if
    end-if.

*> a file left on the pack under a number the catalog shows not
*> completed (deferred, cancelled, split, or reused after a reset) or
*> already purged belongs to an earlier request, so it is counted and
*> left off the master
note-unfinished-file.
    move spaces to factorInputName.
    string "FACTORS" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into factorInputName.
    open input factorInput.
    if factorInputStatus is equal to "00" then
        add 1 to unfinishedSkipped
        close factorInput
    end-if.

merge-one-request-file.
    move spaces to factorInputName.
    string "FACTORS" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into factorInputName.
            end-read
        end-perform
        close factorInput
        if catalogEntryFound then
            perform stamp-catalog-loaded
        end-if
    end-if.

*> every pair in the request's file is now on the master, whether
*> this load added it or an earlier request already had the credit
stamp-catalog-loaded.
    if cat-factLoadState is not equal to "Y" then
        move "Y" to cat-factLoadState
        move loadDate to cat-factLoadDate
        rewrite sievecat-record
    end-if.

*> adds one pair to the master unless an earlier load already put it
merge-one-pair.
    move fac-number to cm-number.
    move fac-smallestFactor to cm-smallestFactor.
    move requestRunDate to cm-firstRunDate.
    move reqNum to cm-reqNum.
    write factmst-record
        invalid key
            add 1 to pairsAlreadyOn
        not invalid key
            add 1 to pairsAdded
            perform journal-one-addition
    end-write.

*> one line of MSTJRNL.txt per record this load put on the master
journal-one-addition.
    move spaces to mstjrnl-record.
    move "F" to jr-master.
    move cm-number to jr-key.
    move reqNum to jr-reqNum.
    move loadDate to jr-date.
    move "A" to jr-action.
    write mstjrnl-record.
