*> Date: 2026-08-21
*> Retention housekeeping for the numbered output families. One busy
*> month leaves hundreds of outputFileNNN.txt/.csv, PRIMESUMNNN.txt,
*> FACTORSNNN.txt, PRIMEGAPSNNN.txt, AUDITRPTNNN.txt,
*> PRIMEDISTNNN.txt, MANIFESTNNN.txt, PRIMECLSNNN.txt,
*> COMPARERPTNNN.txt and SPLITNNN.txt files on the pack; this job
*> retires them by rule instead of by hand.
*> RETAIN.txt carries one parameter line:
*>     N 00000010   keep the last 10 request numbers, purge the rest
*>     D 20260801   purge requests whose SIEVELOG.txt run date is
*>                   PRIMEDIST on 2026-08-21. familyIndex widens to
*>                   two digits so stepping past the ninth entry no
*>                   longer overflows.
*>   2026-10-15 AB - each request number's run date, and the highest
*>                   number ever produced, now come from a walk of the
*>                   SIEVECAT catalog instead of a pass over
*>                   SIEVELOG.txt for the latest line per reqNum, and a
*>                   request whose family loses any file is stamped
*>                   with the purge date in its catalog record, so the
*>                   catalog shows it gone and sieve.cob never offers
*>                   it as a fill source. With no catalog there is no
*>                   proof of what has expired, so nothing is purged.
*>   2026-10-15 AB - an expired request whose package has been sent to
*>                   the research group (sieveXmit) but not yet
*>                   acknowledged (sieveAck) is kept, family intact,
*>                   with a KEPT line in PURGERPT.txt: until the other
*>                   end confirms receipt the files may be needed to
*>                   send again.
*>   2026-10-15 AB - a sent package the research group rejected keeps
*>                   its family on the pack like an unacknowledged one,
*>                   since sieveXmit sends it again; its KEPT line says
*>                   REJECTED.
*>   2026-10-15 AB - COMPARERPTNNN.txt and SPLITNNN.txt join the family
*>                   table: sieveComp's compare report and the band
*>                   plan of a split request are numbered per request
*>                   like the rest of the package, and were left behind
*>                   when it was purged.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is retainInputStatus.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select checkFile assign to dynamic purgeFileName
        organization is line sequential
        file status is checkFileStatus.
            05 retain-value pic 9(8).
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
    fd checkFile.
        01 check-record pic x(80).
    fd purgeReport.

working-storage section.
    77 retainInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 checkFileStatus pic x(2) value "00".
    77 retainMode pic x(1) value space.
        88 keepLastN value "N".
    77 retainValue pic x(8) value spaces.
    77 keepCount pic 9(3) value 0.
    77 cutoffDate pic 9(8) value 0.
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 maxReqNum pic 9(3) value 0.
    77 reqNum pic 9(3) value 0.
    77 expireBelow pic 9(3) value 0.
    77 familyIndex pic 9(2) value 0.
    77 purgeFileName pic x(20) value spaces.
    77 deletedCount pic 9(5) value 0.
    77 requestDeletedCount pic 9(5) value 0.
    77 failedCount pic 9(5) value 0.
    77 heldUnackedCount pic 9(3) value 0.
    01 runDateTable.
        05 runDateOfReq pic 9(8) occurs 999 times value 0.
    01 deliveryTable.
        05 deliveryOfReq occurs 999 times.
            10 sentDateOfReq pic 9(8) value 0.
            10 ackStateOfReq pic x(1) value space.
    01 familyLits.
        05 filler pic x(10) value "outputFile".
        05 filler pic x(4) value ".txt".
        05 filler pic x(4) value ".txt".
        05 filler pic x(10) value "PRIMECLS".
        05 filler pic x(4) value ".txt".
        05 filler pic x(10) value "COMPARERPT".
        05 filler pic x(4) value ".txt".
        05 filler pic x(10) value "SPLIT".
        05 filler pic x(4) value ".txt".
    01 familyTable redefines familyLits.
        05 familyEntry occurs 11 times.
            10 familyPrefix pic x(10).
            10 familySuffix pic x(4).

        end-if
    end-if.

    *> the catalog supplies each request number's run date and the
    *> highest request number ever produced; it also takes the purge
    *> date of every request retired here
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - nothing will be purged without the catalog."
        close standard-output
        stop run
    end-if.
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
                move cat-runDate to runDateOfReq(cat-reqNum)
                move cat-sentDate to sentDateOfReq(cat-reqNum)
                move cat-ackState to ackStateOfReq(cat-reqNum)
                if cat-reqNum is greater than maxReqNum then
                    move cat-reqNum to maxReqNum
                end-if
        end-read
    end-perform.

    if keepLastN then
        if maxReqNum is greater than keepCount then
        deletedCount delimited by size,
        " FILE(S) DELETED, " delimited by size,
        failedCount delimited by size,
        " FAILURE(S), " delimited by size,
        heldUnackedCount delimited by size,
        " KEPT UNACKNOWLEDGED OR REJECTED" delimited by size
        into pr-record.
    write pr-record.
    close purgeReport, sieveCatalog.

    display "Housekeeping done: " deletedCount " file(s) deleted, "
        failedCount " failure(s), " heldUnackedCount
        " request(s) kept awaiting acknowledgement or resend - details in PURGERPT.txt.".
    close standard-output.
    move 0 to return-code.
    stop run.
            move "Y" to expiredSwitch
        end-if
    end-if.
    *> a package sent to the research group and not yet accepted -
    *> unacknowledged, or rejected and waiting to go again - may still
    *> have to be sent again, so its family stays on the pack whatever
    *> the rule says
    if requestExpired and sentDateOfReq(reqNum) is not equal to 0
      and ackStateOfReq(reqNum) is not equal to "A" then
        move "N" to expiredSwitch
        add 1 to heldUnackedCount
        move spaces to pr-record
        if ackStateOfReq(reqNum) is equal to "R" then
            string "KEPT    REQ " delimited by size,
                reqNum delimited by size,
                " SENT " delimited by size,
                sentDateOfReq(reqNum) delimited by size,
                " - REJECTED, TO BE SENT AGAIN" delimited by size
                into pr-record
        else
            string "KEPT    REQ " delimited by size,
                reqNum delimited by size,
                " SENT " delimited by size,
                sentDateOfReq(reqNum) delimited by size,
                " - NOT YET ACKNOWLEDGED" delimited by size into pr-record
        end-if
        write pr-record
    end-if.
    if requestExpired then
        move 0 to requestDeletedCount
        move 1 to familyIndex
        perform purge-one-family-file 11 times
        if requestDeletedCount is greater than 0 then
            perform stamp-catalog-purged
        end-if
    end-if.

*> the request's catalog record keeps the date its files left the pack
stamp-catalog-purged.
    move reqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            continue
        not invalid key
            accept cat-purgeDate from DATE YYYYMMDD
            rewrite sievecat-record
    end-read.

*> deletes one member of an expired request's family if it is on the
*> pack, reporting exactly what went and why
purge-one-family-file.
        call "CBL_DELETE_FILE" using purgeFileName
        if return-code is equal to 0 then
            add 1 to deletedCount
            add 1 to requestDeletedCount
            perform report-one-deletion
        else
            add 1 to failedCount
