*>                   walk (which trusts the master to be contiguous
*>                   from 2) would silently misread as "no divisor
*>                   here". Only whole-range runs feed the master.
*>   2026-10-15 AB - each request's run date and band now come from its
*>                   SIEVECAT catalog record instead of a pass over
*>                   SIEVELOG.txt for the latest line per reqNum, and
*>                   every request whose file is merged is stamped
*>                   loaded into PRIMEMST in the catalog with the load
*>                   date. Without the catalog there is no telling a
*>                   band-only file from a whole-range one, so the load
*>                   refuses to run rather than risk a gap in the
*>                   master.
*>   2026-10-15 AB - every record added to PRIMEMST is journaled to
*>                   MSTJRNL.txt (master, key, reqNum, load date,
*>                   action A) so sieveBack can take one request's
*>                   records back out, and a request the catalog shows
*>                   backed out of PRIMEMST is no longer merged.
*>   2026-10-15 AB - only a request the catalog shows COMPLETED and not
*>                   purged is merged and stamped loaded; a file left
*>                   under a number that is deferred, cancelled, split
*>                   or reused after a reset belongs to an earlier
*>                   request and is counted and left off the master.
*>   2026-10-15 AB - a request already stamped loaded keeps the date it
*>                   first went into PRIMEMST; re-reading its file on a
*>                   later load no longer moves the load date forward.
*> **********************************************************************************************

identification division.
    select primeInput assign to dynamic primeInputName
        organization is line sequential
        file status is primeInputStatus.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is random
        record key is pm-prime
        file status is primeMasterStatus.
    select masterJournal assign to "MSTJRNL.txt"
        organization is line sequential
        file status is masterJournalStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.

data division.

    fd primeInput.
        01 str.
            02 str-record pic 9(9).
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
            05 pm-firstRunDate pic 9(8).
            05 pm-reqNum pic 9(3).
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
    77 primeInputStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 masterJournalStatus pic x(2) value "00".
    77 backedOutSkipped pic 9(3) value 0.
    77 unfinishedSkipped pic 9(3) value 0.
    77 primeInputName pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 loadDate pic 9(8) value 0.
    77 filesLoaded pic 9(3) value 0.
    77 bandFilesSkipped pic 9(3) value 0.
    77 requestRunDate pic 9(8) value 0.
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".
    77 primesAdded pic 9(9) value 0.
    77 primesAlreadyOn pic 9(9) value 0.
    77 eofSwitch pic x(1) value "N".
        88 atEndOfFile value "Y".

procedure division.
open output standard-output.

    *> the run date a prime is stamped with, and whether a request's
    *> file covers the whole range from 2, come from its catalog
    *> record; without the catalog a band-only file cannot be told
    *> apart, and merging one would leave a gap in the master
    accept loadDate from DATE YYYYMMDD.
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - run sieveCat to build the catalog before loading."
        close standard-output
        stop run
    end-if.

    *> open the master for update, creating it on the very first load
    end-if.
    if primeMasterStatus is not equal to "00" then
        display "PRIMEMST could not be opened for update (file status " primeMasterStatus ")."
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
    *> merge whichever numbered output files are actually on disk
    move 0 to reqNum.
    perform merge-one-request 999 times.

    close primeMaster, sieveCatalog, masterJournal.
    display "PRIMEMST load complete: " filesLoaded " file(s) read, "
        primesAdded " prime(s) added, " primesAlreadyOn " already on the master.".
    if bandFilesSkipped is greater than 0 then
        display bandFilesSkipped " band-only (window-mode) file(s) left off the master."
    end-if.
    if backedOutSkipped is greater than 0 then
        display backedOutSkipped " backed-out request file(s) left off the master."
    end-if.
    if unfinishedSkipped is greater than 0 then
        display unfinishedSkipped " file(s) of requests not completed or already purged left off the master."
    end-if.
    close standard-output.
    stop run.

*> merges one numbered outputFileNNN.txt into the master; a request
*> number with no file on disk is simply skipped, and one whose
*> catalog record shows a window-mode band is left off so the master
*> stays contiguous from 2; one sieveBack has backed out stays off
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
    if catalogEntryFound and cat-lowerLimit is greater than 2 then
        add 1 to bandFilesSkipped
    else
        if catalogEntryFound and cat-primeLoadState is equal to "B" then
            add 1 to backedOutSkipped
        else
            if catalogEntryFound
              and (cat-status is not equal to "COMPLETED"
                or cat-purgeDate is not equal to 0) then
                perform note-unfinished-file
            else
                perform merge-one-request-file
            end-if
        end-if
    end-if.

*> a file left on the pack under a number the catalog shows not
*> completed (deferred, cancelled, split, or reused after a reset) or
*> already purged belongs to an earlier request, so it is counted and
*> left off the master
note-unfinished-file.
    move spaces to primeInputName.
    string "outputFile" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into primeInputName.
    open input primeInput.
    if primeInputStatus is equal to "00" then
        add 1 to unfinishedSkipped
        close primeInput
    end-if.

merge-one-request-file.
            end-read
        end-perform
        close primeInput
        if catalogEntryFound then
            perform stamp-catalog-loaded
        end-if
    end-if.

*> every prime in the request's file is now on the master, whether
*> this load added it or an earlier request already had the credit
stamp-catalog-loaded.
    if cat-primeLoadState is not equal to "Y" then
        move "Y" to cat-primeLoadState
        move loadDate to cat-primeLoadDate
        rewrite sievecat-record
    end-if.

*> adds one prime to the master unless an earlier load already put it
*> there, so the first run to produce a prime keeps the credit
merge-one-prime.
    move str-record to pm-prime.
    move requestRunDate to pm-firstRunDate.
    move reqNum to pm-reqNum.
    write primemst-record
        invalid key
            add 1 to primesAlreadyOn
        not invalid key
            add 1 to primesAdded
            perform journal-one-addition
    end-write.

*> one line of MSTJRNL.txt per record this load put on the master
journal-one-addition.
    move spaces to mstjrnl-record.
    move "P" to jr-master.
    move pm-prime to jr-key.
    move reqNum to jr-reqNum.
    move loadDate to jr-date.
    move "A" to jr-action.
    write mstjrnl-record.
