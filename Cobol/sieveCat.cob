*> ****************************************sieveCat.cob***************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Listing and lookup for SIEVECAT, the indexed request catalog keyed
*> on reqNum that every program producing or consuming a request now
*> keeps up to date: sieve.cob files each request's band, flags, run
*> date, status and filledFrom source; sieveAudit stamps the audit
*> verdict; sieveMani the manifest/held outcome; primeLoad and
*> factLoad the master-load state; sieveKeep the purge date. "Where
*> is request 412 and what has happened to it" is one keyed read.
*> CATIN.txt carries one optional parameter line:
*>     L          list the whole catalog (also the default)
*>     Q 412      the full lifecycle of one request, on the console
*>                and in the report
*>     B          build: seed the catalog from the flat history
*>                files, then list it
*> CATRPT.txt gets the listing - one line per request - or the one
*> request's lifecycle, one line per stage.
*> The build is the changeover from the flat files: every request
*> number the catalog does not hold yet is filed from its latest
*> SIEVELOG.txt line (or a DEFERRED line in SIEVESTAT.txt), with its
*> CSV/factor flags read off the pieces still on the pack, its
*> verdict off the OVERALL line of its AUDITRPTNNN.txt, its release
*> outcome off MANIRPT.txt and its purge off PURGERPT.txt. The flat
*> files never recorded when a purge happened or which loads took a
*> request, so a purge found there is dated with the build date and
*> the master-load state is left for the next primeLoad/factLoad to
*> stamp. A number already in the catalog is never overwritten.
*> Modification History:
*>   2026-10-15 AB - the listing, the one-request lifecycle and the
*>                   build from history carry the request's cost-centre
*>                   code.
*>   2026-10-15 AB - the one-request lifecycle shows the package's
*>                   transmission to the research group (sieveXmit) and
*>                   their acknowledgement (sieveAck).
*>   2026-10-15 AB - the one-request lifecycle shows the run priority
*>                   the request was queued at.
*>   2026-10-15 AB - a request split into band steps shows its step
*>                   count and whether the merge is still pending; the
*>                   listing's trailer counts requests awaiting a merge.
*>   2026-10-15 AB - the one-request lifecycle shows the verdict of the
*>                   request's last sieveComp compare against PRIMEMST.
*>   2026-10-15 AB - a request sieveBack has backed out of a master
*>                   shows B and the back-out date in the listing, and
*>                   BACKED OUT ON in the lifecycle lines, instead of
*>                   looking never loaded.
*> **********************************************************************************************

identification division.
program-id. sieveCat.
environment division.
input-output section.

file-control.
    select catInput assign to "CATIN.txt"
        organization is line sequential
        file status is catInputStatus.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select catReport assign to "CATRPT.txt"
        organization is line sequential.
    select sieveLog assign to "SIEVELOG.txt"
        organization is line sequential
        file status is sieveLogStatus.
    select sieveStat assign to "SIEVESTAT.txt"
        organization is line sequential
        file status is sieveStatStatus.
    select maniReport assign to "MANIRPT.txt"
        organization is line sequential
        file status is maniReportStatus.
    select purgeReport assign to "PURGERPT.txt"
        organization is line sequential
        file status is purgeReportStatus.
    select checkFile assign to dynamic checkFileName
        organization is line sequential
        file status is checkFileStatus.

data division.

file section.
    fd catInput.
        01 catin-record.
            05 catin-mode pic x(1).
            05 catin-sep pic x(1).
            05 catin-reqNum pic x(3).
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
    fd catReport.
        01 cr-record pic x(132).
    fd sieveLog.
        01 sievelog-record.
            05 log-runDate pic 9(8).
            05 log-sep1 pic x(1).
            05 log-runTime pic 9(8).
            05 log-sep2 pic x(1).
            05 log-reqNum pic 9(3).
            05 log-sep3 pic x(1).
            05 log-upperLimit pic 9(9).
            05 log-sep4 pic x(1).
            05 log-primeCount pic 9(9).
            05 log-sep5 pic x(1).
            05 log-elapsed pic 9(8).
            05 log-sep6 pic x(1).
            05 log-lowerLimit pic 9(9).
            05 log-sep7 pic x(1).
            05 log-filledFrom pic x(3).
            05 log-sep8 pic x(1).
            05 log-costCentre pic x(8).
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
    fd maniReport.
        01 mr-record pic x(80).
    fd purgeReport.
        01 pr-record pic x(80).
    fd checkFile.
        01 check-record pic x(80).

working-storage section.
    77 catInputStatus pic x(2) value "00".
    77 sieveCatalogStatus pic x(2) value "00".
    77 sieveLogStatus pic x(2) value "00".
    77 sieveStatStatus pic x(2) value "00".
    77 maniReportStatus pic x(2) value "00".
    77 purgeReportStatus pic x(2) value "00".
    77 checkFileStatus pic x(2) value "00".
    77 checkFileName pic x(20) value spaces.
    77 catMode pic x(1) value "L".
        88 listWholeCatalog value "L".
        88 queryOneRequest value "Q".
        88 buildFromHistory value "B".
    77 queryReqNum pic 9(3) value 0.
    77 reqNum pic 9(3) value 0.
    77 catDate pic 9(8) value 0.
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 histEofSwitch pic x(1) value "N".
        88 atEndOfHistory value "Y".
    77 checkEofSwitch pic x(1) value "N".
        88 atEndOfCheck value "Y".
    77 maniRunDate pic 9(8) value 0.
    77 listedCount pic 9(3) value 0.
    77 completedCount pic 9(3) value 0.
    77 runningCount pic 9(3) value 0.
    77 deferredCount pic 9(3) value 0.
    77 splitCount pic 9(3) value 0.
    77 auditFailCount pic 9(3) value 0.
    77 heldCount pic 9(3) value 0.
    77 purgedCount pic 9(3) value 0.
    77 builtCount pic 9(3) value 0.
    77 alreadyCount pic 9(3) value 0.
    77 linePointer pic 9(3) value 1.
    77 histIdx pic 9(4) value 0.
    01 histTable.
        05 histEntry occurs 999 times.
            10 histLogged pic x(1) value "N".
            10 histUpper pic 9(9) value 0.
            10 histLower pic 9(9) value 0.
            10 histRunDate pic 9(8) value 0.
            10 histPrimes pic 9(9) value 0.
            10 histFilledFrom pic x(3) value spaces.
            10 histCostCentre pic x(8) value spaces.
            10 histStatus pic x(9) value spaces.
            10 histReason pic x(40) value spaces.
            10 histRelease pic x(1) value space.
            10 histReleaseDate pic 9(8) value 0.
            10 histPurged pic x(1) value "N".

procedure division.
open output standard-output.

    *> CATIN.txt picks the listing, one request's lifecycle, or the
    *> build from the flat history files; without it the whole
    *> catalog is listed
    open input catInput.
    if catInputStatus is equal to "00" then
        read catInput
            at end
                continue
            not at end
                if catin-mode is not equal to space then
                    move catin-mode to catMode
                end-if
                if catin-reqNum is numeric then
                    move catin-reqNum to queryReqNum
                end-if
        end-read
        close catInput
    end-if.
    if not listWholeCatalog and not queryOneRequest
      and not buildFromHistory then
        display "CATIN.txt mode not understood - key L (list), Q nnn (one request) or B (build from history)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    if queryOneRequest and queryReqNum is equal to 0 then
        display "CATIN.txt asks for one request but names none - key Q and a three-digit reqNum."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    accept catDate from DATE YYYYMMDD.

    *> the build creates the catalog on a pack that has never had one;
    *> the listing and the lookup only ever read it
    if buildFromHistory then
        open i-o sieveCatalog
        if sieveCatalogStatus is equal to "35" then
            open output sieveCatalog
            close sieveCatalog
            open i-o sieveCatalog
        end-if
    else
        open input sieveCatalog
    end-if.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - run sieveCat with B in CATIN.txt to build it."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    if buildFromHistory then
        perform build-from-history
    end-if.

    open output catReport.
    if queryOneRequest then
        perform report-one-request
    else
        perform list-whole-catalog
    end-if.
    close catReport, sieveCatalog.
    close standard-output.
    stop run.

*> the listing: one line per catalogued request in reqNum order, then
*> a trailer counting the stages that usually need somebody's eye
list-whole-catalog.
    move spaces to cr-record.
    string "REQUEST CATALOG LISTING " delimited by size,
        catDate delimited by size into cr-record.
    write cr-record.
    move spaces to cr-record.
    string "REQ LOWERLIM  UPPERLIM  C F COSTCTR  RUN DATE STATUS    PRIMES    "
        delimited by size,
        "AUDIT         RELEASE    FROM PRIMEMST   FACTMST    PURGED"
        delimited by size into cr-record.
    write cr-record.
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
                perform list-one-request
        end-read
    end-perform.
    move spaces to cr-record.
    string "CATALOG TOTAL " delimited by size,
        listedCount delimited by size,
        " REQUEST(S) - COMPLETED " delimited by size,
        completedCount delimited by size,
        " RUNNING " delimited by size, runningCount delimited by size,
        " DEFERRED " delimited by size, deferredCount delimited by size,
        " SPLIT " delimited by size, splitCount delimited by size,
        " AUDIT FAIL " delimited by size, auditFailCount delimited by size,
        " HELD " delimited by size, heldCount delimited by size,
        " PURGED " delimited by size, purgedCount delimited by size
        into cr-record.
    write cr-record.
    display "Catalog listing written to CATRPT.txt (" listedCount " request(s)).".

list-one-request.
    add 1 to listedCount.
    if cat-status is equal to "COMPLETED" then
        add 1 to completedCount
    end-if.
    if cat-status is equal to "RUNNING" then
        add 1 to runningCount
    end-if.
    if cat-status is equal to "DEFERRED" then
        add 1 to deferredCount
    end-if.
    if cat-status is equal to "SPLIT" then
        add 1 to splitCount
    end-if.
    if cat-auditVerdict is equal to "FAIL" then
        add 1 to auditFailCount
    end-if.
    if cat-releaseState is equal to "H" then
        add 1 to heldCount
    end-if.
    if cat-purgeDate is not equal to 0 then
        add 1 to purgedCount
    end-if.
    move spaces to cr-record.
    move 1 to linePointer.
    string cat-reqNum delimited by size, " " delimited by size,
        cat-lowerLimit delimited by size, " " delimited by size,
        cat-upperLimit delimited by size, " " delimited by size,
        cat-csvFlag delimited by size, " " delimited by size,
        cat-factorFlag delimited by size, " " delimited by size,
        cat-costCentre delimited by size, " " delimited by size,
        cat-runDate delimited by size, " " delimited by size,
        cat-status delimited by size, " " delimited by size,
        cat-primeCount delimited by size, " " delimited by size
        into cr-record with pointer linePointer.
    *> a stage that has not happened yet is shown as a dash
    if cat-auditVerdict is equal to spaces then
        string "-             " delimited by size
            into cr-record with pointer linePointer
    else
        string cat-auditVerdict delimited by size, " " delimited by size,
            cat-auditDate delimited by size, " " delimited by size
            into cr-record with pointer linePointer
    end-if.
    if cat-releaseState is equal to "M" or cat-releaseState is equal to "H" then
        string cat-releaseState delimited by size, " " delimited by size,
            cat-releaseDate delimited by size, " " delimited by size
            into cr-record with pointer linePointer
    else
        string "-          " delimited by size
            into cr-record with pointer linePointer
    end-if.
    if cat-filledFrom is equal to spaces then
        string "-    " delimited by size
            into cr-record with pointer linePointer
    else
        string cat-filledFrom delimited by size, "  " delimited by size
            into cr-record with pointer linePointer
    end-if.
    if cat-primeLoadState is equal to "Y" or cat-primeLoadState is equal to "B" then
        string cat-primeLoadState delimited by size, " " delimited by size,
            cat-primeLoadDate delimited by size, " " delimited by size
            into cr-record with pointer linePointer
    else
        string "-          " delimited by size
            into cr-record with pointer linePointer
    end-if.
    if cat-factLoadState is equal to "Y" or cat-factLoadState is equal to "B" then
        string cat-factLoadState delimited by size, " " delimited by size,
            cat-factLoadDate delimited by size, " " delimited by size
            into cr-record with pointer linePointer
    else
        string "-          " delimited by size
            into cr-record with pointer linePointer
    end-if.
    if cat-purgeDate is equal to 0 then
        string "-" delimited by size
            into cr-record with pointer linePointer
    else
        string cat-purgeDate delimited by size
            into cr-record with pointer linePointer
    end-if.
    write cr-record.

*> one request's whole lifecycle, stage by stage, on the console and
*> in the report
report-one-request.
    move queryReqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            move spaces to cr-record
            string "REQUEST " delimited by size,
                queryReqNum delimited by size,
                " IS NOT IN THE CATALOG" delimited by size into cr-record
            perform write-lifecycle-line
        not invalid key
            perform write-lifecycle
    end-read.

write-lifecycle.
    move spaces to cr-record.
    string "REQUEST " delimited by size, cat-reqNum delimited by size,
        " BAND " delimited by size, cat-lowerLimit delimited by size,
        " THRU " delimited by size, cat-upperLimit delimited by size,
        " CSV " delimited by size, cat-csvFlag delimited by size,
        " FACTOR " delimited by size, cat-factorFlag delimited by size,
        " COST CENTRE " delimited by size, cat-costCentre delimited by size
        into cr-record.
    perform write-lifecycle-line.
    move spaces to cr-record.
    string "RUN      " delimited by size, cat-runDate delimited by size,
        " " delimited by size, cat-status delimited by size,
        " " delimited by size, cat-reason delimited by size,
        " PRI " delimited by size, cat-priority delimited by size
        into cr-record.
    perform write-lifecycle-line.
    move spaces to cr-record.
    if cat-filledFrom is equal to spaces then
        string "PRIMES   " delimited by size,
            cat-primeCount delimited by size,
            " SIEVED BY THIS REQUEST" delimited by size into cr-record
    else
        string "PRIMES   " delimited by size,
            cat-primeCount delimited by size,
            " FILLED FROM REQUEST " delimited by size,
            cat-filledFrom delimited by size into cr-record
    end-if.
    perform write-lifecycle-line.
    if cat-bandCount is numeric and cat-bandCount is greater than 0 then
        move spaces to cr-record
        if cat-status is equal to "SPLIT" then
            string "BANDS    " delimited by size,
                cat-bandCount delimited by size,
                " BAND STEPS - MERGE PENDING (sieveBand, sieveMerge)"
                delimited by size into cr-record
        else
            string "BANDS    " delimited by size,
                cat-bandCount delimited by size,
                " BAND STEPS - MERGED" delimited by size into cr-record
        end-if
        perform write-lifecycle-line
    end-if.
    move spaces to cr-record.
    if cat-auditVerdict is equal to spaces then
        string "AUDIT    NOT YET AUDITED" delimited by size into cr-record
    else
        string "AUDIT    " delimited by size,
            cat-auditVerdict delimited by size,
            " ON " delimited by size,
            cat-auditDate delimited by size into cr-record
    end-if.
    perform write-lifecycle-line.
    if cat-compareVerdict is not equal to spaces then
        move spaces to cr-record
        string "COMPARE  " delimited by size, cat-compareDate delimited by size,
            " " delimited by size, cat-compareVerdict delimited by size,
            " AGAINST PRIMEMST (COMPARERPT" delimited by size,
            cat-reqNum delimited by size, ".txt)" delimited by size
            into cr-record
        perform write-lifecycle-line
    end-if.
    move spaces to cr-record.
    evaluate cat-releaseState
        when "M"
            string "RELEASE  MANIFESTED ON " delimited by size,
                cat-releaseDate delimited by size into cr-record
        when "H"
            string "RELEASE  HELD ON " delimited by size,
                cat-releaseDate delimited by size into cr-record
        when other
            string "RELEASE  NOT YET MANIFESTED" delimited by size
                into cr-record
    end-evaluate.
    perform write-lifecycle-line.
    move spaces to cr-record.
    if cat-primeLoadState is equal to "Y" then
        string "PRIMEMST LOADED ON " delimited by size,
            cat-primeLoadDate delimited by size into cr-record
    else
        if cat-primeLoadState is equal to "B" then
            string "PRIMEMST BACKED OUT ON " delimited by size,
                cat-primeLoadDate delimited by size into cr-record
        else
            string "PRIMEMST NOT LOADED" delimited by size into cr-record
        end-if
    end-if.
    perform write-lifecycle-line.
    move spaces to cr-record.
    if cat-factLoadState is equal to "Y" then
        string "FACTMST  LOADED ON " delimited by size,
            cat-factLoadDate delimited by size into cr-record
    else
        if cat-factLoadState is equal to "B" then
            string "FACTMST  BACKED OUT ON " delimited by size,
                cat-factLoadDate delimited by size into cr-record
        else
            string "FACTMST  NOT LOADED" delimited by size into cr-record
        end-if
    end-if.
    perform write-lifecycle-line.
    move spaces to cr-record.
    if cat-sentDate is equal to 0 then
        string "SENT     NOT SENT" delimited by size into cr-record
    else
        string "SENT     SENT ON " delimited by size,
            cat-sentDate delimited by size,
            " RECORDS " delimited by size,
            cat-sentRecords delimited by size,
            " HASH " delimited by size,
            cat-sentHash delimited by size into cr-record
    end-if.
    perform write-lifecycle-line.
    if cat-sentDate is not equal to 0 then
        move spaces to cr-record
        evaluate cat-ackState
            when "A"
                string "ACK      ACCEPTED ON " delimited by size,
                    cat-ackDate delimited by size into cr-record
            when "R"
                string "ACK      REJECTED ON " delimited by size,
                    cat-ackDate delimited by size, " - " delimited by size,
                    cat-ackReason delimited by size into cr-record
            when other
                string "ACK      NOT YET ACKNOWLEDGED" delimited by size
                    into cr-record
        end-evaluate
        perform write-lifecycle-line
    end-if.
    move spaces to cr-record.
    if cat-purgeDate is equal to 0 then
        string "PURGE    FILES STILL ON THE PACK" delimited by size
            into cr-record
    else
        string "PURGE    PURGED ON " delimited by size,
            cat-purgeDate delimited by size into cr-record
    end-if.
    perform write-lifecycle-line.

write-lifecycle-line.
    write cr-record.
    display cr-record(1:80).

*> the changeover from the flat files: gather what SIEVELOG, SIEVESTAT,
*> MANIRPT and PURGERPT say about every request number, then file
*> each number the catalog does not hold yet
build-from-history.
    perform load-history-log.
    perform load-history-stat.
    perform load-history-release.
    perform load-history-purge.
    move 1 to histIdx.
    perform file-one-history-request
        until histIdx is greater than 999.
    display "Catalog build: " builtCount " request(s) filed from history, " alreadyCount " already catalogued.".

*> the latest SIEVELOG.txt line per request number wins, the same rule
*> the flat-file readers always applied
load-history-log.
    move "N" to histEofSwitch.
    open input sieveLog.
    if sieveLogStatus is equal to "00" then
        perform until atEndOfHistory
            read sieveLog
                at end
                    move "Y" to histEofSwitch
                not at end
                    perform note-one-log-line
            end-read
        end-perform
        close sieveLog
    end-if.

note-one-log-line.
    if log-reqNum is numeric and log-reqNum is greater than 0
      and log-upperLimit is numeric
      and log-runDate is numeric then
        move log-reqNum to reqNum
        move "Y" to histLogged(reqNum)
        move log-upperLimit to histUpper(reqNum)
        if log-lowerLimit is numeric then
            move log-lowerLimit to histLower(reqNum)
        else
            move 2 to histLower(reqNum)
        end-if
        move log-runDate to histRunDate(reqNum)
        if log-primeCount is numeric then
            move log-primeCount to histPrimes(reqNum)
        end-if
        move log-filledFrom to histFilledFrom(reqNum)
        move log-costCentre to histCostCentre(reqNum)
        move "COMPLETED" to histStatus(reqNum)
    end-if.

*> SIEVESTAT.txt only ever holds the last run, but that is where a
*> deferred request is recorded - it never reached SIEVELOG
load-history-stat.
    move "N" to histEofSwitch.
    open input sieveStat.
    if sieveStatStatus is equal to "00" then
        perform until atEndOfHistory
            read sieveStat
                at end
                    move "Y" to histEofSwitch
                not at end
                    perform note-one-stat-line
            end-read
        end-perform
        close sieveStat
    end-if.

note-one-stat-line.
    if stat-reqNum is numeric and stat-reqNum is greater than 0 then
        move stat-reqNum to reqNum
        move stat-reason to histReason(reqNum)
        if stat-status is equal to "DEFERRED"
          and histLogged(reqNum) is not equal to "Y" then
            move "DEFERRED" to histStatus(reqNum)
            move stat-costCentre to histCostCentre(reqNum)
            if stat-upperLimit is numeric then
                move stat-upperLimit to histUpper(reqNum)
            end-if
            move 2 to histLower(reqNum)
        end-if
    end-if.

*> MANIRPT.txt: "REQ nnn MANIFESTED IN ..." or "REQ nnn HELD - ...",
*> dated by the "MANIFEST RUN yyyymmdd" heading
load-history-release.
    move "N" to histEofSwitch.
    open input maniReport.
    if maniReportStatus is equal to "00" then
        perform until atEndOfHistory
            read maniReport
                at end
                    move "Y" to histEofSwitch
                not at end
                    perform note-one-release-line
            end-read
        end-perform
        close maniReport
    end-if.

note-one-release-line.
    if mr-record(1:13) is equal to "MANIFEST RUN "
      and mr-record(14:8) is numeric then
        move mr-record(14:8) to maniRunDate
    end-if.
    if mr-record(1:4) is equal to "REQ "
      and mr-record(5:3) is numeric then
        move mr-record(5:3) to reqNum
        if reqNum is greater than 0 then
            if mr-record(9:10) is equal to "MANIFESTED" then
                move "M" to histRelease(reqNum)
                move maniRunDate to histReleaseDate(reqNum)
            end-if
            if mr-record(9:4) is equal to "HELD" then
                move "H" to histRelease(reqNum)
                move maniRunDate to histReleaseDate(reqNum)
            end-if
        end-if
    end-if.

*> PURGERPT.txt: "DELETED name REQ nnn ..." for each file sieveKeep
*> removed
load-history-purge.
    move "N" to histEofSwitch.
    open input purgeReport.
    if purgeReportStatus is equal to "00" then
        perform until atEndOfHistory
            read purgeReport
                at end
                    move "Y" to histEofSwitch
                not at end
                    perform note-one-purge-line
            end-read
        end-perform
        close purgeReport
    end-if.

note-one-purge-line.
    if pr-record(1:8) is equal to "DELETED "
      and pr-record(29:5) is equal to " REQ "
      and pr-record(34:3) is numeric then
        move pr-record(34:3) to reqNum
        if reqNum is greater than 0 then
            move "Y" to histPurged(reqNum)
        end-if
    end-if.

file-one-history-request.
    if histLogged(histIdx) is equal to "Y"
      or histStatus(histIdx) is equal to "DEFERRED" then
        move histIdx to reqNum
        move reqNum to cat-reqNum
        read sieveCatalog
            invalid key
                perform file-history-request
            not invalid key
                add 1 to alreadyCount
        end-read
    end-if.
    add 1 to histIdx.

file-history-request.
    initialize sievecat-record.
    move reqNum to cat-reqNum.
    move histUpper(reqNum) to cat-upperLimit.
    move histLower(reqNum) to cat-lowerLimit.
    move histRunDate(reqNum) to cat-runDate.
    move histPrimes(reqNum) to cat-primeCount.
    move histStatus(reqNum) to cat-status.
    move histReason(reqNum) to cat-reason.
    move histFilledFrom(reqNum) to cat-filledFrom.
    move histCostCentre(reqNum) to cat-costCentre.
    move histRelease(reqNum) to cat-releaseState.
    move histReleaseDate(reqNum) to cat-releaseDate.
    if histPurged(reqNum) is equal to "Y" then
        move catDate to cat-purgeDate
    end-if.
    *> the flags were never logged; the pieces on the pack tell them
    move "N" to cat-csvFlag.
    move spaces to checkFileName.
    string "outputFile" delimited by size, reqNum delimited by size,
        ".csv" delimited by size into checkFileName.
    open input checkFile.
    if checkFileStatus is equal to "00" then
        move "Y" to cat-csvFlag
        close checkFile
    end-if.
    move "N" to cat-factorFlag.
    move spaces to checkFileName.
    string "FACTORS" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into checkFileName.
    open input checkFile.
    if checkFileStatus is equal to "00" then
        move "Y" to cat-factorFlag
        close checkFile
    end-if.
    *> the verdict is the OVERALL line of the request's audit report
    move spaces to checkFileName.
    string "AUDITRPT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into checkFileName.
    open input checkFile.
    if checkFileStatus is equal to "00" then
        move "N" to checkEofSwitch
        perform until atEndOfCheck
            read checkFile
                at end
                    move "Y" to checkEofSwitch
                not at end
                    if check-record(1:8) is equal to "OVERALL " then
                        move check-record(9:4) to cat-auditVerdict
                    end-if
            end-read
        end-perform
        close checkFile
    end-if.
    write sievecat-record
        invalid key
            display "SIEVECAT write failed for request " reqNum " (file status " sieveCatalogStatus ")."
        not invalid key
            add 1 to builtCount
    end-write.
