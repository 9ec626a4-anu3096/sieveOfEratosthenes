*>                   can CALL this program once per completed request
*>                   without the first call ending the whole driver;
*>                   run standalone nothing changes.
*>   2026-10-15 AB - the request's band now comes from its SIEVECAT
*>                   catalog record instead of a pass over SIEVELOG.txt
*>                   for its latest line, and the overall verdict -
*>                   PASS, or FAIL including a missing package piece -
*>                   is stamped into the catalog record with the audit
*>                   date, where sieve.cob's fill search and sieveMani
*>                   read it.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is auditInputStatus.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select primeInput assign to dynamic primeInputName
        organization is line sequential
        file status is primeInputStatus.
            05 auditin-reqNum pic 9(3).
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
    77 auditInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 primeInputStatus pic x(2) value "00".
    77 primeSummaryStatus pic x(2) value "00".
    77 factorFileStatus pic x(2) value "00".
    77 primeSumFileName pic x(20) value spaces.
    77 factorFileName pic x(20) value spaces.
    77 auditReportName pic x(20) value spaces.
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".
    77 primeEofSwitch pic x(1) value "N".
        88 atEndOfPrimes value "Y".
    77 factorEofSwitch pic x(1) value "N".
        move 1 to reqNum
    end-if.

    *> the request's band comes from its catalog record, the one
    *> record describing the files still on disk; the verdict goes
    *> back into the same record when the audit is done
    open i-o sieveCatalog.
    if sieveCatalogStatus is equal to "00" then
        move reqNum to cat-reqNum
        read sieveCatalog
            invalid key
                continue
            not invalid key
                move "Y" to catFoundSwitch
                move cat-upperLimit to upperLimit
                move cat-lowerLimit to lowerLimit
                if lowerLimit is less than 2 then
                    move 2 to lowerLimit
                end-if
        end-read
    end-if.
    if not catalogEntryFound then
        display "No SIEVECAT entry for request " reqNum " - nothing to audit against."
        if sieveCatalogStatus is equal to "00" then
            close sieveCatalog
        end-if
        close standard-output
        goback
    end-if.
    close primeInput, primeSummary, factorFile.

    perform write-audit-report.
    perform stamp-catalog-verdict.
    display "Audit of request " reqNum ": " verdict " (report in " auditReportName ").".
    close standard-output.
    goback.
    string "OVERALL FAIL" delimited by size into ar-record
    write ar-record
    close auditReport
    move "FAIL" to verdict
    perform stamp-catalog-verdict
    display "Audit of request " reqNum ": FAIL - a package piece is missing (report in " auditReportName ")."
    close standard-output
    goback.

*> the verdict and the audit date go onto the request's catalog
*> record, where the fill search and the manifest run look for them
stamp-catalog-verdict.
    move verdict to cat-auditVerdict.
    accept cat-auditDate from DATE YYYYMMDD.
    rewrite sievecat-record.
    close sieveCatalog.
