*> ****************************************sieveOps.cob***************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> The morning's operations exceptions report. Instead of the shift
*> opening SIEVESTAT.txt, NITERPT.txt, every AUDITRPTNNN.txt,
*> MANIRPT.txt, SIEVECARY.txt, CERTRPT.txt, LISTRPT.txt and
*> PURGERPT.txt one at a time, this job reads them all, together with
*> the SIEVECAT catalog, and writes OPSRPT.txt: which sources it found,
*> a count per exception category, the worst severity, then one line
*> per item needing action.
*>     SIEVESTAT.txt  FAILED, SKIPPED and DEFERRED requests, and split
*>                    requests whose merge has not run
*>     AUDITRPTNNN    an audit FAIL (with its first failing check), or
*>                    no audit report, for each request completed tonight
*>     NITERPT.txt    a gaps or density report not produced, or a fan-
*>                    out that never reached its NIGHT COMPLETE line
*>     MANIRPT.txt    every HELD package
*>     SIEVECARY.txt  the requests carried to the next night (counted)
*>     LISTRPT.txt    every LISTIN number that could not be answered
*>     CERTRPT.txt    a certified ceiling that did not advance after a
*>                    load: the master loaded since it was certified,
*>                    or certified below the top of a loaded run
*>     PURGERPT.txt   a file the purge failed to delete, and any
*>                    request purged without ever being manifested
*>     SIEVECAT       whole-range requests completed more than the set
*>                    number of days ago and still not in PRIMEMST
*> The day threshold comes from OPSIN.txt (three digits, 007 when
*> absent). Each category carries a severity, and the return code is
*> the worst severity found, so the scheduler pages on-call only when
*> something needs a human:
*>     0   nothing to act on
*>     4   attention for the day shift (deferred, skipped, pending
*>         merge, missing analyzer report, unanswerable list numbers)
*>     8   needs a human today (audit fail or missing, held package,
*>         ceiling behind the loads, unloaded run, failed purge,
*>         incomplete fan-out, missing night status or catalog)
*>     12  page now (the night's run failed, or a request's files
*>         were purged before it was ever released)
*> **********************************************************************************************

identification division.
program-id. sieveOps.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select opsInput assign to "OPSIN.txt"
        organization is line sequential
        file status is opsInputStatus.
    select sieveStat assign to "SIEVESTAT.txt"
        organization is line sequential
        file status is sieveStatStatus.
    select niteReport assign to "NITERPT.txt"
        organization is line sequential
        file status is niteReportStatus.
    select auditReport assign to dynamic auditReportName
        organization is line sequential
        file status is auditReportStatus.
    select maniReport assign to "MANIRPT.txt"
        organization is line sequential
        file status is maniReportStatus.
    select carryFile assign to "SIEVECARY.txt"
        organization is line sequential
        file status is carryFileStatus.
    select certReport assign to "CERTRPT.txt"
        organization is line sequential
        file status is certReportStatus.
    select listReport assign to "LISTRPT.txt"
        organization is line sequential
        file status is listReportStatus.
    select purgeReport assign to "PURGERPT.txt"
        organization is line sequential
        file status is purgeReportStatus.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select opsReport assign to "OPSRPT.txt"
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd opsInput.
        01 opsin-record.
            05 opsin-days pic x(3).
    fd sieveStat.
        01 sievestat-record.
            05 stat-reqNum pic 9(3).
            05 stat-sep1 pic x(1).
            05 stat-upperLimit pic x(9).
            05 stat-sep2 pic x(1).
            05 stat-status pic x(9).
            05 stat-sep3 pic x(1).
            05 stat-reason pic x(40).
            05 stat-sep4 pic x(1).
            05 stat-costCentre pic x(8).
    fd niteReport.
        01 nr-record.
            05 nr-lead pic x(4).
            05 nr-reqNum pic x(3).
            05 nr-auditLabel pic x(7).
            05 nr-auditVerdict pic x(7).
            05 nr-gapsLabel pic x(6).
            05 nr-gaps pic x(3).
            05 nr-densityLabel pic x(9).
            05 nr-density pic x(3).
            05 filler pic x(38).
    fd auditReport.
        01 ar-record pic x(80).
    fd maniReport.
        01 mr-record.
            05 mr-lead pic x(4).
            05 mr-reqNum pic x(3).
            05 mr-sep pic x(1).
            05 mr-outcome pic x(4).
            05 filler pic x(68).
    fd carryFile.
        01 carry-record pic x(31).
    fd certReport.
        01 cr-record pic x(80).
    fd listReport.
        01 lr-record.
            05 lr-number pic x(9).
            05 lr-outcome pic x(16).
            05 filler pic x(75).
    fd purgeReport.
        01 pr-record.
            05 pr-action pic x(8).
            05 pr-fileName pic x(20).
            05 pr-reqLabel pic x(5).
            05 pr-reqNum pic x(3).
            05 filler pic x(44).
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
    fd opsReport.
        01 or-record pic x(100).

working-storage section.
    77 opsInputStatus pic x(2) value "00".
    77 sieveStatStatus pic x(2) value "00".
    77 niteReportStatus pic x(2) value "00".
    77 auditReportStatus pic x(2) value "00".
    77 maniReportStatus pic x(2) value "00".
    77 carryFileStatus pic x(2) value "00".
    77 certReportStatus pic x(2) value "00".
    77 listReportStatus pic x(2) value "00".
    77 purgeReportStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 auditReportName pic x(20) value spaces.
    77 eofSwitch pic x(1) value "N".
        88 atEndOfInput value "Y".
    77 catalogSwitch pic x(1) value "N".
        88 catalogOnline value "Y".
    77 niteCompleteSwitch pic x(1) value "N".
        88 niteCompleted value "Y".
    77 certFoundSwitch pic x(1) value "N".
        88 certReportFound value "Y".
    77 allowedDays pic 9(3) value 7.
    77 opsDate pic 9(8) value 0.
    77 todayDayNumber pic 9(7) value 0.
    77 runDayNumber pic 9(7) value 0.
    77 daysOld pic 9(7) value 0.
    77 reqNum pic 9(3) value 0.
    77 reqIndex pic 9(4) value 0.
    77 categoryIndex pic 9(2) value 0.
    77 sourceIndex pic 9(2) value 0.
    77 exceptionText pic x(80) value spaces.
    77 exceptionCount pic 9(5) value 0.
    77 exceptionIndex pic 9(5) value 0.
    77 droppedCount pic 9(5) value 0.
    77 worstSeverity pic 9(2) value 0.
    77 worstWords pic x(30) value spaces.
    77 carriedCount pic 9(5) value 0.
    77 failTally pic 9(3) value 0.
    77 firstFailLine pic x(60) value spaces.
    77 overallFailSwitch pic x(1) value "N".
        88 overallFailed value "Y".
    77 overallFoundSwitch pic x(1) value "N".
        88 overallFound value "Y".
    77 certDate pic 9(8) value 0.
    77 certifiedCeiling pic 9(9) value 0.
    77 certStopReason pic x(60) value spaces.
    77 maxLoadedUpper pic 9(9) value 0.
    77 maxLoadedReq pic 9(3) value 0.
    77 latestLoadDate pic 9(8) value 0.
    77 latestLoadReq pic 9(3) value 0.
    77 dnDate pic 9(8) value 0.
    77 dnYear pic 9(4) value 0.
    77 dnMonth pic 9(2) value 0.
    77 dnDay pic 9(2) value 0.
    77 dnPart pic 9(7) value 0.
    77 dnRemainder pic 9(3) value 0.
    77 dnResult pic 9(7) value 0.
    *> what tonight's SIEVESTAT said about each request number, and
    *> which numbers the purge took files from
    01 nightTable.
        05 nightEntry occurs 999 times.
            10 completedOfReq pic x(1) value "N".
            10 splitOfReq pic x(1) value "N".
            10 purgedOfReq pic x(1) value "N".
    01 categoryLits.
        05 filler pic x(24) value "NIGHT'S RUN FAILED".
        05 filler pic 9(2) value 12.
        05 filler pic x(24) value "REQUEST SKIPPED".
        05 filler pic 9(2) value 4.
        05 filler pic x(24) value "REQUEST DEFERRED".
        05 filler pic 9(2) value 4.
        05 filler pic x(24) value "MERGE PENDING".
        05 filler pic 9(2) value 4.
        05 filler pic x(24) value "NOT AUDITED".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "AUDIT FAIL".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "ANALYZER REPORT MISSING".
        05 filler pic 9(2) value 4.
        05 filler pic x(24) value "FAN-OUT INCOMPLETE".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "PACKAGE HELD".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "LISTIN UNANSWERABLE".
        05 filler pic 9(2) value 4.
        05 filler pic x(24) value "CEILING NOT ADVANCED".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "NOT IN PRIMEMST".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "PURGE FAILED".
        05 filler pic 9(2) value 8.
        05 filler pic x(24) value "PURGED, NEVER MANIFESTED".
        05 filler pic 9(2) value 12.
        05 filler pic x(24) value "SOURCE MISSING".
        05 filler pic 9(2) value 8.
    01 categoryTable redefines categoryLits.
        05 categoryEntry occurs 15 times.
            10 categoryName pic x(24).
            10 categorySeverity pic 9(2).
    01 categoryCounts.
        05 categoryCount pic 9(5) occurs 15 times value 0.
    01 sourceLits.
        05 filler pic x(20) value "SIEVESTAT.txt".
        05 filler pic x(20) value "NITERPT.txt".
        05 filler pic x(20) value "AUDITRPTNNN.txt".
        05 filler pic x(20) value "MANIRPT.txt".
        05 filler pic x(20) value "SIEVECARY.txt".
        05 filler pic x(20) value "CERTRPT.txt".
        05 filler pic x(20) value "LISTRPT.txt".
        05 filler pic x(20) value "PURGERPT.txt".
        05 filler pic x(20) value "SIEVECAT".
    01 sourceTable redefines sourceLits.
        05 sourceName pic x(20) occurs 9 times.
    01 sourceCounts.
        05 sourceEntry occurs 9 times.
            10 sourceFound pic x(1) value "N".
            10 sourceLines pic 9(7) value 0.
    01 exceptionTable.
        05 exceptionLine pic x(100) occurs 2000 times.

procedure division.
open output standard-output.

    open input opsInput.
    if opsInputStatus is equal to "00" then
        read opsInput
            at end
                continue
            not at end
                if opsin-days is numeric then
                    move opsin-days to allowedDays
                end-if
        end-read
        close opsInput
    end-if.
    accept opsDate from DATE YYYYMMDD.
    move opsDate to dnDate.
    perform compute-day-number.
    move dnResult to todayDayNumber.

    perform read-night-status.
    perform read-night-fan-out.
    move 1 to reqIndex.
    perform check-one-night-request 999 times.
    perform read-manifest-report.
    perform read-carry-file.
    perform read-list-report.
    perform read-purge-report.
    perform read-cert-report.
    perform walk-catalog.

    perform write-ops-report.

    display "Operations exceptions report written to OPSRPT.txt: " exceptionCount " exception(s), worst severity " worstSeverity ".".
    close standard-output.
    move worstSeverity to return-code.
    stop run.

*> the night's own status: FAILED, SKIPPED and DEFERRED lines, and
*> which request numbers completed or were split
read-night-status.
    open input sieveStat.
    if sieveStatStatus is not equal to "00" then
        move 15 to categoryIndex
        move "SIEVESTAT.txt NOT ON THE PACK - THE NIGHT'S RUN LEFT NO STATUS"
            to exceptionText
        perform add-exception
    else
        move "Y" to sourceFound(1)
        move "N" to eofSwitch
        perform until atEndOfInput
            read sieveStat
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(1)
                    perform note-one-status-line
            end-read
        end-perform
        close sieveStat
    end-if.

note-one-status-line.
    move spaces to exceptionText.
    if stat-status is equal to "FAILED" then
        move 1 to categoryIndex
        move stat-reason to exceptionText
        perform add-exception
    end-if.
    if stat-status is equal to "SKIPPED" then
        move 2 to categoryIndex
        string "UPPERLIMIT " delimited by size,
            stat-upperLimit delimited by size,
            " COST CENTRE " delimited by size,
            stat-costCentre delimited by size,
            " - " delimited by size,
            stat-reason delimited by size into exceptionText
        perform add-exception
    end-if.
    if stat-status is equal to "DEFERRED" then
        move 3 to categoryIndex
        string "REQ " delimited by size, stat-reqNum delimited by size,
            " UPPERLIMIT " delimited by size,
            stat-upperLimit delimited by size,
            " - " delimited by size,
            stat-reason delimited by size into exceptionText
        perform add-exception
    end-if.
    if stat-reqNum is numeric and stat-reqNum is greater than 0 then
        if stat-status is equal to "COMPLETED" then
            move "Y" to completedOfReq(stat-reqNum)
        end-if
        if stat-status is equal to "SPLIT" then
            move "Y" to splitOfReq(stat-reqNum)
        end-if
    end-if.

read-night-fan-out.
    open input niteReport.
    if niteReportStatus is equal to "00" then
        move "Y" to sourceFound(2)
        move "N" to eofSwitch
        perform until atEndOfInput
            read niteReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(2)
                    perform note-one-fan-out-line
            end-read
        end-perform
        close niteReport
        if not niteCompleted then
            move 8 to categoryIndex
            move "NITERPT.txt HAS NO NIGHT COMPLETE LINE - sieveNite DID NOT FINISH"
                to exceptionText
            perform add-exception
        end-if
    end-if.

note-one-fan-out-line.
    if nr-record(1:14) is equal to "NIGHT COMPLETE" then
        move "Y" to niteCompleteSwitch
    end-if.
    if nr-lead is equal to "REQ " and nr-gapsLabel is equal to " GAPS " then
        if nr-gaps is equal to "NO" then
            move 7 to categoryIndex
            move spaces to exceptionText
            string "REQ " delimited by size, nr-reqNum delimited by size,
                " - GAPS REPORT PRIMEGAPS" delimited by size,
                nr-reqNum delimited by size,
                ".txt NOT PRODUCED" delimited by size into exceptionText
            perform add-exception
        end-if
        if nr-density is equal to "NO" then
            move 7 to categoryIndex
            move spaces to exceptionText
            string "REQ " delimited by size, nr-reqNum delimited by size,
                " - DENSITY REPORT PRIMEDIST" delimited by size,
                nr-reqNum delimited by size,
                ".txt NOT PRODUCED" delimited by size into exceptionText
            perform add-exception
        end-if
    end-if.

*> every request tonight's status shows split but not yet merged, and
*> the audit report of every request it shows completed
check-one-night-request.
    move reqIndex to reqNum.
    if splitOfReq(reqIndex) is equal to "Y"
      and completedOfReq(reqIndex) is not equal to "Y" then
        move 4 to categoryIndex
        move spaces to exceptionText
        string "REQ " delimited by size, reqNum delimited by size,
            " SPLIT - RUN ITS BAND STEPS WITH sieveBand, THEN sieveMerge"
            delimited by size into exceptionText
        perform add-exception
    end-if.
    if completedOfReq(reqIndex) is equal to "Y" then
        perform read-one-audit-report
    end-if.
    add 1 to reqIndex.

read-one-audit-report.
    move spaces to auditReportName.
    string "AUDITRPT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into auditReportName.
    open input auditReport.
    if auditReportStatus is not equal to "00" then
        move 5 to categoryIndex
        move spaces to exceptionText
        string "REQ " delimited by size, reqNum delimited by size,
            " COMPLETED BUT " delimited by size,
            auditReportName delimited by space,
            " NOT ON THE PACK" delimited by size into exceptionText
        perform add-exception
    else
        move "Y" to sourceFound(3)
        move "N" to overallFailSwitch, overallFoundSwitch
        move spaces to firstFailLine
        move "N" to eofSwitch
        perform until atEndOfInput
            read auditReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(3)
                    perform note-one-audit-line
            end-read
        end-perform
        close auditReport
        move spaces to exceptionText
        if overallFailed then
            move 6 to categoryIndex
            string "REQ " delimited by size, reqNum delimited by size,
                " - " delimited by size,
                firstFailLine delimited by size into exceptionText
            perform add-exception
        end-if
        if not overallFound then
            move 5 to categoryIndex
            string "REQ " delimited by size, reqNum delimited by size,
                " - " delimited by size,
                auditReportName delimited by space,
                " HAS NO OVERALL VERDICT" delimited by size into exceptionText
            perform add-exception
        end-if
    end-if.

note-one-audit-line.
    if ar-record(1:8) is equal to "OVERALL " then
        move "Y" to overallFoundSwitch
        if ar-record(9:4) is equal to "FAIL" then
            move "Y" to overallFailSwitch
        end-if
    else
        move 0 to failTally
        inspect ar-record tallying failTally for all " FAIL"
        if failTally is greater than 0 and firstFailLine is equal to spaces then
            move ar-record to firstFailLine
        end-if
    end-if.

*> every package the manifest run held back
read-manifest-report.
    open input maniReport.
    if maniReportStatus is equal to "00" then
        move "Y" to sourceFound(4)
        move "N" to eofSwitch
        perform until atEndOfInput
            read maniReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(4)
                    if mr-lead is equal to "REQ " and mr-outcome is equal to "HELD" then
                        move 9 to categoryIndex
                        move mr-record to exceptionText
                        perform add-exception
                    end-if
            end-read
        end-perform
        close maniReport
    end-if.

read-carry-file.
    open input carryFile.
    if carryFileStatus is equal to "00" then
        move "Y" to sourceFound(5)
        move "N" to eofSwitch
        perform until atEndOfInput
            read carryFile
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(5)
                    if carry-record is not equal to spaces then
                        add 1 to carriedCount
                    end-if
            end-read
        end-perform
        close carryFile
    end-if.

read-list-report.
    open input listReport.
    if listReportStatus is equal to "00" then
        move "Y" to sourceFound(7)
        move "N" to eofSwitch
        perform until atEndOfInput
            read listReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(7)
                    if lr-outcome is equal to " NOT ANSWERABLE " then
                        move 10 to categoryIndex
                        move lr-record to exceptionText
                        perform add-exception
                    end-if
            end-read
        end-perform
        close listReport
    end-if.

*> a deleted file's request is remembered, so the catalog walk can
*> find the purged requests that were never manifested
read-purge-report.
    open input purgeReport.
    if purgeReportStatus is equal to "00" then
        move "Y" to sourceFound(8)
        move "N" to eofSwitch
        perform until atEndOfInput
            read purgeReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(8)
                    perform note-one-purge-line
            end-read
        end-perform
        close purgeReport
    end-if.

note-one-purge-line.
    if pr-action is equal to "FAILED  " then
        move 13 to categoryIndex
        move pr-record to exceptionText
        perform add-exception
    end-if.
    if pr-action is equal to "DELETED " and pr-reqLabel is equal to " REQ "
      and pr-reqNum is numeric and pr-reqNum is not equal to "000" then
        move pr-reqNum to reqNum
        move "Y" to purgedOfReq(reqNum)
    end-if.

*> the last certification's date, ceiling and why its walk ended
read-cert-report.
    open input certReport.
    if certReportStatus is equal to "00" then
        move "Y" to sourceFound(6)
        move "Y" to certFoundSwitch
        move "N" to eofSwitch
        perform until atEndOfInput
            read certReport
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(6)
                    perform note-one-cert-line
            end-read
        end-perform
        close certReport
    end-if.

note-one-cert-line.
    if cr-record(1:18) is equal to "CERTIFICATION RUN "
      and cr-record(19:8) is numeric then
        move cr-record(19:8) to certDate
    end-if.
    if cr-record(1:19) is equal to "CERTIFIED CEILING  "
      and cr-record(20:9) is numeric then
        move cr-record(20:9) to certifiedCeiling
    end-if.
    if cr-record(1:12) is equal to "WALK ENDED: " then
        move cr-record(13:60) to certStopReason
    end-if.

*> one pass over the catalog: the purged requests never manifested,
*> the whole-range runs still not loaded after the allowed days, and
*> the highest and latest loads the certified ceiling must cover
walk-catalog.
    open input sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        move 15 to categoryIndex
        move spaces to exceptionText
        string "SIEVECAT UNREADABLE (FILE STATUS " delimited by size,
            sieveCatalogStatus delimited by size,
            ") - LOAD, CEILING AND PURGE CHECKS NOT MADE" delimited by size
            into exceptionText
        perform add-exception
    else
        move "Y" to catalogSwitch
        move "Y" to sourceFound(9)
        move "N" to eofSwitch
        move 0 to cat-reqNum
        start sieveCatalog key is greater than cat-reqNum
            invalid key
                move "Y" to eofSwitch
        end-start
        perform until atEndOfInput
            read sieveCatalog next
                at end
                    move "Y" to eofSwitch
                not at end
                    add 1 to sourceLines(9)
                    perform judge-one-catalog-request
            end-read
        end-perform
        close sieveCatalog
        perform judge-certified-ceiling
    end-if.

judge-one-catalog-request.
    move cat-reqNum to reqNum.
    if purgedOfReq(reqNum) is equal to "Y"
      and cat-releaseState is not equal to "M" then
        move 14 to categoryIndex
        move spaces to exceptionText
        if cat-releaseState is equal to "H" then
            string "REQ " delimited by size, reqNum delimited by size,
                " PURGED WHILE ITS PACKAGE WAS HELD" delimited by size
                into exceptionText
        else
            string "REQ " delimited by size, reqNum delimited by size,
                " PURGED WITHOUT EVER BEING MANIFESTED" delimited by size
                into exceptionText
        end-if
        perform add-exception
    end-if.
    *> primeLoad takes whole-range runs only, and a backed-out run
    *> is out of the master on purpose
    if cat-primeLoadState is equal to "Y" and cat-lowerLimit is not greater than 2 then
        if cat-upperLimit is greater than maxLoadedUpper then
            move cat-upperLimit to maxLoadedUpper
            move reqNum to maxLoadedReq
        end-if
        if cat-primeLoadDate is numeric
          and cat-primeLoadDate is greater than latestLoadDate then
            move cat-primeLoadDate to latestLoadDate
            move reqNum to latestLoadReq
        end-if
    end-if.
    if cat-status is equal to "COMPLETED"
      and cat-lowerLimit is not greater than 2
      and cat-primeLoadState is not equal to "Y"
      and cat-primeLoadState is not equal to "B"
      and cat-runDate is numeric and cat-runDate is greater than 0 then
        move cat-runDate to dnDate
        perform compute-day-number
        move dnResult to runDayNumber
        if todayDayNumber is greater than runDayNumber then
            subtract runDayNumber from todayDayNumber giving daysOld
        else
            move 0 to daysOld
        end-if
        if daysOld is greater than allowedDays then
            move 12 to categoryIndex
            move spaces to exceptionText
            string "REQ " delimited by size, reqNum delimited by size,
                " COMPLETED " delimited by size,
                cat-runDate delimited by size,
                " - " delimited by size, daysOld delimited by size,
                " DAY(S) AND NOT LOADED" delimited by size into exceptionText
            perform add-exception
        end-if
    end-if.

*> the master must have been certified since its last load, and up to
*> the top of the highest run loaded into it
judge-certified-ceiling.
    if maxLoadedUpper is greater than 0 then
        move 11 to categoryIndex
        move spaces to exceptionText
        if not certReportFound then
            string "NO CERTRPT.txt - PRIMEMST LOADED TO " delimited by size,
                maxLoadedUpper delimited by size,
                " BUT NEVER CERTIFIED" delimited by size into exceptionText
            perform add-exception
        else
            if latestLoadDate is greater than certDate then
                string "REQ " delimited by size,
                    latestLoadReq delimited by size,
                    " LOADED " delimited by size,
                    latestLoadDate delimited by size,
                    " AFTER THE LAST CERTIFICATION " delimited by size,
                    certDate delimited by size into exceptionText
                perform add-exception
            else
                if certifiedCeiling is less than maxLoadedUpper then
                    string "CEILING " delimited by size,
                        certifiedCeiling delimited by size,
                        " BELOW REQ " delimited by size,
                        maxLoadedReq delimited by size,
                        " LOADED TO " delimited by size,
                        maxLoadedUpper delimited by size,
                        " - " delimited by size,
                        certStopReason delimited by size into exceptionText
                    perform add-exception
                end-if
            end-if
        end-if
    end-if.

*> counts one exception against its category, raises the worst
*> severity, and keeps the line for the report
add-exception.
    add 1 to categoryCount(categoryIndex).
    if categorySeverity(categoryIndex) is greater than worstSeverity then
        move categorySeverity(categoryIndex) to worstSeverity
    end-if.
    if exceptionCount is less than 2000 then
        add 1 to exceptionCount
        move spaces to exceptionLine(exceptionCount)
        string categorySeverity(categoryIndex) delimited by size,
            " " delimited by size,
            categoryName(categoryIndex) delimited by size,
            " " delimited by size,
            exceptionText delimited by size
            into exceptionLine(exceptionCount)
    else
        add 1 to droppedCount
    end-if.
    move spaces to exceptionText.

write-ops-report.
    open output opsReport.
    move spaces to or-record.
    string "OPERATIONS EXCEPTIONS REPORT " delimited by size,
        opsDate delimited by size,
        " - UNLOADED RUNS FLAGGED AFTER " delimited by size,
        allowedDays delimited by size, " DAY(S)" delimited by size
        into or-record.
    write or-record.
    move spaces to or-record.
    write or-record.
    move 1 to sourceIndex.
    perform write-one-source-line 9 times.
    move spaces to or-record.
    write or-record.
    move spaces to or-record.
    string "SEV CATEGORY                 COUNT" delimited by size
        into or-record.
    write or-record.
    move 1 to categoryIndex.
    perform write-one-category-line 15 times.
    move spaces to or-record.
    string "    CARRIED TO NEXT NIGHT    " delimited by size,
        carriedCount delimited by size,
        " (SIEVECARY.txt)" delimited by size into or-record.
    write or-record.
    move spaces to or-record.
    evaluate worstSeverity
        when 0
            move "NOTHING TO ACT ON" to worstWords
        when 4
            move "ATTENTION FOR THE DAY SHIFT" to worstWords
        when 8
            move "NEEDS A HUMAN TODAY" to worstWords
        when other
            move "PAGE ON-CALL" to worstWords
    end-evaluate.
    string "WORST SEVERITY " delimited by size,
        worstSeverity delimited by size, " - " delimited by size,
        worstWords delimited by size into or-record.
    write or-record.
    move spaces to or-record.
    write or-record.
    move 1 to exceptionIndex.
    perform write-one-exception-line exceptionCount times.
    if droppedCount is greater than 0 then
        move spaces to or-record
        string droppedCount delimited by size,
            " FURTHER EXCEPTION(S) COUNTED ABOVE BUT NOT LISTED"
            delimited by size into or-record
        write or-record
    end-if.
    move spaces to or-record.
    string "END OF REPORT - " delimited by size,
        exceptionCount delimited by size,
        " EXCEPTION(S) LISTED" delimited by size into or-record.
    write or-record.
    close opsReport.

write-one-source-line.
    move spaces to or-record.
    if sourceFound(sourceIndex) is equal to "Y" then
        string "SOURCE " delimited by size,
            sourceName(sourceIndex) delimited by size,
            " READ " delimited by size,
            sourceLines(sourceIndex) delimited by size,
            " LINE(S)" delimited by size into or-record
    else
        string "SOURCE " delimited by size,
            sourceName(sourceIndex) delimited by size,
            " NOT ON THE PACK" delimited by size into or-record
    end-if.
    write or-record.
    add 1 to sourceIndex.

write-one-category-line.
    move spaces to or-record.
    string categorySeverity(categoryIndex) delimited by size,
        "  " delimited by size,
        categoryName(categoryIndex) delimited by size,
        " " delimited by size,
        categoryCount(categoryIndex) delimited by size into or-record.
    write or-record.
    add 1 to categoryIndex.

write-one-exception-line.
    move exceptionLine(exceptionIndex) to or-record.
    write or-record.
    add 1 to exceptionIndex.

*> days since a fixed origin for the yyyymmdd in dnDate, counting
*> the year from March so February's length falls at the year's end
compute-day-number.
    move dnDate(1:4) to dnYear.
    move dnDate(5:2) to dnMonth.
    move dnDate(7:2) to dnDay.
    if dnMonth is less than 3 then
        subtract 1 from dnYear
        add 12 to dnMonth
    end-if.
    compute dnResult = dnYear * 365 + dnDay.
    divide dnYear by 4 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
    divide dnYear by 100 giving dnPart remainder dnRemainder.
    subtract dnPart from dnResult.
    divide dnYear by 400 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
    compute dnPart = (dnMonth - 3) * 153 + 2.
    divide dnPart by 5 giving dnPart remainder dnRemainder.
    add dnPart to dnResult.
