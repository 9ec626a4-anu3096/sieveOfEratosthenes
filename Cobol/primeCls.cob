*> walks the same file in step, since 2p+1 only ever moves forward.
*> Ends with GOBACK so a driver can CALL it the way sieveNite calls
*> the other analyzers; run standalone nothing changes.
*> Modification History:
*>   2026-10-15 AB - the request's band now comes from its SIEVECAT
*>                   catalog record instead of a pass over SIEVELOG.txt
*>                   for its latest line.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is classInputStatus.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select primeInput assign to dynamic primeInputName
        organization is line sequential
        file status is primeInputStatus.
            05 classin-reqNum pic 9(3).
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
    fd primeInput.
        01 str.
            02 str-record pic 9(9).

working-storage section.
    77 classInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 primeInputStatus pic x(2) value "00".
    77 reqNum pic 9(3) value 1.
    77 upperLimit pic 9(9) value 0.
    77 primeInputName pic x(20) value spaces.
    77 partnerInputName pic x(20) value spaces.
    77 censusReportName pic x(20) value spaces.
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".
    77 eofSwitch pic x(1) value "N".
        88 atEndOfFile value "Y".
    77 partnerEofSwitch pic x(1) value "N".
        move 1 to reqNum
    end-if.

    *> the band comes from the request's catalog record; the band
    *> top is what settles a 2p+1 miss as "not prime" rather than
    *> "past the file's reach"
    open input sieveCatalog.
    if sieveCatalogStatus is equal to "00" then
        move reqNum to cat-reqNum
        read sieveCatalog
            invalid key
                continue
            not invalid key
                move cat-upperLimit to upperLimit
                move cat-lowerLimit to lowerLimit
                if lowerLimit is less than 2 then
                    move 2 to lowerLimit
                end-if
                move "Y" to catFoundSwitch
        end-read
        close sieveCatalog
    end-if.
    if not catalogEntryFound then
        display "No SIEVECAT entry for request " reqNum " - nothing to classify against."
        close standard-output
        goback
    end-if.
