*> audit report at all, is listed as HELD in the run summary and gets
*> no manifest - nothing unproven goes out the door. MANIRPT.txt
*> carries one line per request saying which way it went.
*> Modification History:
*>   2026-10-15 AB - the audit verdict now comes from the request's
*>                   SIEVECAT catalog record, where sieveAudit stamps
*>                   it, instead of the OVERALL line of its
*>                   AUDITRPTNNN.txt, and the outcome - manifested or
*>                   held - goes back into the catalog record with the
*>                   manifest date, so the catalog answers whether a
*>                   package has been released without anyone reading
*>                   MANIRPT.txt.
*>   2026-10-15 AB - a package whose audit passed is still held when
*>                   its catalog record carries a FAIL verdict from
*>                   sieveComp's compare against PRIMEMST.
*> **********************************************************************************************

identification division.
        organization is line sequential
        file status is sieveStatStatus.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is random
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select packageFile assign to dynamic packageFileName
        organization is line sequential
        file status is packageFileStatus.
            05 stat-reason pic x(40).
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
    fd packageFile.
        01 package-record pic x(40).
    fd manifestFile.

working-storage section.
    77 sieveStatStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 packageFileStatus pic x(2) value "00".
    77 auditReportName pic x(20) value spaces.
    77 packageFileName pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 statEofSwitch pic x(1) value "N".
        88 atEndOfStats value "Y".
    77 packageEofSwitch pic x(1) value "N".
        88 atEndOfPackage value "Y".
    77 auditVerdictSwitch pic x(1) value "N".
        88 auditPassed value "P".
        88 auditFailed value "F".
        88 auditUnreported value "N".
        88 compareFailed value "C".
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".
    77 recordCount pic 9(9) value 0.
    77 hashTotal pic 9(18) value 0.
    77 hashQuotient pic 9(9) value 0.
        stop run
    end-if.

    *> the audit verdicts come off the request catalog, and each
    *> package's outcome goes back onto it
    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - no audit verdicts, nothing manifested."
        close sieveStat, standard-output
        stop run
    end-if.

    accept maniDate from DATE YYYYMMDD.
    open output maniReport.
    move spaces to mr-record.
        heldCount delimited by size,
        " HELD" delimited by size into mr-record.
    write mr-record.
    close maniReport, sieveStat, sieveCatalog.

    display "Manifest run complete: " manifestedCount " package(s) manifested, "
        heldCount " held - details in MANIRPT.txt.".
            " MANIFESTED IN " delimited by size,
            manifestFileName delimited by size into mr-record
        write mr-record
        move "M" to cat-releaseState
    else
        add 1 to heldCount
        move spaces to mr-record
            string "REQ " delimited by size, reqNum delimited by size,
                " HELD - AUDIT VERDICT FAIL" delimited by size
                into mr-record
        end-if
        if compareFailed then
            string "REQ " delimited by size, reqNum delimited by size,
                " HELD - DISAGREES WITH PRIMEMST, SEE COMPARERPT"
                delimited by size, reqNum delimited by size,
                ".txt" delimited by size into mr-record
        end-if
        if auditUnreported then
            string "REQ " delimited by size, reqNum delimited by size,
                " HELD - NO AUDIT REPORT" delimited by size
                into mr-record
        end-if
        write mr-record
        move "H" to cat-releaseState
    end-if.
    if catalogEntryFound then
        move maniDate to cat-releaseDate
        rewrite sievecat-record
    end-if.

*> the request's verdict is the one sieveAudit stamped into its
*> catalog record; no record, or no verdict on it, means no audit.
*> An audit PASS still holds when sieveComp has found the list
*> disagreeing with the certified master
read-audit-verdict.
    move "N" to auditVerdictSwitch.
    move "N" to catFoundSwitch.
    move spaces to auditReportName.
    string "AUDITRPT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into auditReportName.
    move reqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            continue
        not invalid key
            move "Y" to catFoundSwitch
            if cat-auditVerdict is equal to "PASS" then
                move "P" to auditVerdictSwitch
                if cat-compareVerdict is equal to "FAIL" then
                    move "C" to auditVerdictSwitch
                end-if
            else
                if cat-auditVerdict is not equal to spaces then
                    move "F" to auditVerdictSwitch
                end-if
            end-if
    end-read.

*> the manifest proper: one line per package piece with its record
*> count and hash total, absent pieces listed so their absence is on
