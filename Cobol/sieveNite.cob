*> run ends with RETURN-CODE 8 if any audit came back FAIL or never
*> produced a verdict, so the scheduler can hold the release step the
*> same way it holds on sieve.cob's own problems.
*> Modification History:
*>   2026-10-15 AB - read each request's audit verdict back from its
*>                   SIEVECAT catalog record, where sieveAudit now
*>                   stamps it, instead of re-reading the OVERALL line
*>                   of the AUDITRPTNNN.txt it just wrote. The catalog
*>                   is opened only for that one read, so it is never
*>                   held open across the CALLs that update it.
*> **********************************************************************************************

identification division.
        organization is line sequential.
    select auditParm assign to "AUDITIN.txt"
        organization is line sequential.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select checkFile assign to dynamic checkFileName
        organization is line sequential
        file status is checkFileStatus.
        01 distparm-record pic 9(3).
    fd auditParm.
        01 auditparm-record pic 9(3).
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
    fd niteReport.

working-storage section.
    77 sieveStatStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 checkFileStatus pic x(2) value "00".
    77 checkFileName pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 statEofSwitch pic x(1) value "N".
        88 atEndOfStats value "Y".
    77 auditVerdict pic x(7) value spaces.
    77 gapsProduced pic x(3) value spaces.
    77 densityProduced pic x(3) value spaces.
        into nr-record.
    write nr-record.

*> the request's verdict is the one sieveAudit just stamped into its
*> catalog record; no verdict there means the audit never got far
*> enough to rule
read-audit-verdict.
    move "NO RPT" to auditVerdict.
    open input sieveCatalog.
    if sieveCatalogStatus is equal to "00" then
        move reqNum to cat-reqNum
        read sieveCatalog
            invalid key
                continue
            not invalid key
                if cat-auditVerdict is not equal to spaces then
                    move cat-auditVerdict to auditVerdict
                end-if
        end-read
        close sieveCatalog
    end-if.

*> a report was produced if its numbered file opens cleanly
