*>                   can CALL this program once per completed request
*>                   without the first call ending the whole driver;
*>                   run standalone nothing changes.
*>   2026-10-15 AB - the run's lowerLimit/upperLimit now come from its
*>                   SIEVECAT catalog record instead of a pass over
*>                   SIEVELOG.txt for its latest line; with no catalog
*>                   entry the full band grid is still assumed.
*> **********************************************************************************************

identification division.
    select primeInput assign to dynamic primeInputName
        organization is line sequential
        file status is primeInputStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select standard-output assign to display.
    select distReport assign to dynamic distReportName
        organization is line sequential.
    fd primeInput.
        01 str.
            02 str-record pic 9(9).
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
    fd standard-output.
        01 stdout-record pic x(80).
    fd distReport.
working-storage section.
    77 distInputStatus pic x(2) value "00".
    77 primeInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 runLowerLimit pic 9(9) value 2.
    77 runUpperLimit pic 9(9) value 999999999.
    77 catFoundSwitch pic x(1) value "N".
        88 runBoundsKnown value "Y".
    77 gridAnchor pic 9(9) value 0.
    77 reqNum pic 9(3) value 1.
    string "PRIMEDIST" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into distReportName.

    *> the run's sieved bounds come from its catalog record, so a
    *> band the run only partly covers is measured against what was
    *> actually sieved; with no catalog entry the full grid is assumed
    open input sieveCatalog.
    if sieveCatalogStatus is equal to "00" then
        move reqNum to cat-reqNum
        read sieveCatalog
            invalid key
                continue
            not invalid key
                move cat-upperLimit to runUpperLimit
                move cat-lowerLimit to runLowerLimit
                if runLowerLimit is less than 2 then
                    move 2 to runLowerLimit
                end-if
                move "Y" to catFoundSwitch
        end-read
        close sieveCatalog
    end-if.

    open input primeInput.
