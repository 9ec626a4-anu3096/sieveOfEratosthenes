*>                   rerun be stamped COMPLETED against the old
*>                   band's files. A mismatch resieves (or fills from
*>                   an audited run, same as any fresh request).
*>   2026-10-15 AB - every request number now has one lifecycle record
*>                   in SIEVECAT, the indexed request catalog keyed on
*>                   reqNum: written RUNNING as a request starts and
*>                   rewritten COMPLETED or DEFERRED with its band,
*>                   flags, run date, prime count and filledFrom
*>                   source, fresh each time a number is dealt out.
*>                   The fill-source search and the carried-forward
*>                   check now read the catalog instead of re-reading
*>                   SIEVELOG.txt for each number's latest line, and a
*>                   candidate's audit verdict is the one sieveAudit
*>                   stamps in the catalog instead of the OVERALL line
*>                   of its AUDITRPTNNN.txt; a request sieveKeep has
*>                   purged is never offered as a fill source, and a
*>                   number is never offered as its own.
*>   2026-10-15 AB - SIEVEIN lines may carry an optional requester
*>                   cost-centre code in columns 21-28, after the
*>                   lowerLimit; it is carried onto the request's
*>                   SIEVELOG.txt line, its SIEVESTAT.txt line, its
*>                   catalog record and, for a deferred request, its
*>                   SIEVECARY.txt line, so sieveChg can bill each cost
*>                   centre for its share of the window.
*>   2026-10-15 AB - SIEVEIN lines may carry a run priority in column
*>                   29 (1 first, 9 last, blank counting as 5), kept up
*>                   by the sieveQue maintenance screen. The queue is
*>                   now read in whole and run in priority order, file
*>                   order within a priority, and with a window set its
*>                   predicted load is planned up front: when it will
*>                   not all fit, the lowest-priority requests - bottom
*>                   of the file first - are deferred until the rest
*>                   does, instead of whichever requests happen to
*>                   reach the deadline last. The per-request check
*>                   against the clock stays behind the plan for a
*>                   night that runs slower than its history. The
*>                   priority goes onto the catalog record and rides
*>                   along on a SIEVECARY.txt line.
*>   2026-10-15 AB - SIEVEIN lines may carry a band-step count in
*>                   columns 30-31 (2 thru 99). Such a request is no
*>                   longer sieved here: its band is cut into that many
*>                   sub-bands, written to a SPLITNNN.txt plan,
*>                   for sieveBand to run one band per initiator at the
*>                   same time and sieveMerge to stitch back into the
*>                   request's single package, SIEVELOG line and
*>                   SIEVESTAT line. The request's own SIEVESTAT line
*>                   and catalog record read SPLIT until the merge; a
*>                   rerun after a cancellation keeps a plan already
*>                   written instead of cutting it again, and the
*>                   window plan counts nothing for a split request.
*>   2026-10-15 AB - a run sieveBack has backed out of the masters is
*>                   no longer used as a fill source: its data was
*>                   found bad, whatever its audit verdict.
*> **********************************************************************************************

identification division.
        file status is fillInputStatus.
    select fillOutput assign to dynamic fillOutputName
        organization is line sequential.
    select splitPlan assign to dynamic splitPlanName
        organization is line sequential.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.

data division.

            05 sievein-csvFlag pic x(1).
            05 sievein-factorFlag pic x(1).
            05 sievein-lowerLimit pic x(9).
            05 sievein-costCentre pic x(8).
            05 sievein-priority pic x(1).
            05 sievein-bandCount pic x(2).
    fd standard-output.
        01 stdout-record pic x(80).
    fd outputFile.
            05 log-lowerLimit pic 9(9).
            05 log-sep7 pic x(1).
            05 log-filledFrom pic x(3).
            05 log-sep8 pic x(1).
            05 log-costCentre pic x(8).
    fd primeSummary.
        01 primesum-record.
            05 ps-totalPrimes pic 9(9).
            05 stat-status pic x(9).
            05 stat-sep3 pic x(1).
            05 stat-reason pic x(40).
            05 stat-sep4 pic x(1).
            05 stat-costCentre pic x(8).
    fd sieveCtl.
        01 sievectl-record.
            05 ctl-lastReqNum pic 9(3).
        01 sievewin-record.
            05 win-deadline pic x(6).
    fd carryFile.
        01 carry-record pic x(31).
    fd fillInput.
        01 fillin-record pic x(80).
    fd fillOutput.
        01 fillout-record pic x(80).
    fd splitPlan.
        01 plan-header.
            05 ph-type pic x(1).
            05 ph-sep1 pic x(1).
            05 ph-reqNum pic 9(3).
            05 ph-sep2 pic x(1).
            05 ph-bandCount pic 9(2).
            05 ph-sep3 pic x(1).
            05 ph-upperLimit pic 9(9).
            05 ph-sep4 pic x(1).
            05 ph-lowerLimit pic 9(9).
            05 ph-sep5 pic x(1).
            05 ph-csvFlag pic x(1).
            05 ph-factorFlag pic x(1).
            05 ph-sep6 pic x(1).
            05 ph-costCentre pic x(8).
            05 ph-sep7 pic x(1).
            05 ph-planDate pic 9(8).
        01 plan-band.
            05 pb-type pic x(1).
            05 pb-sep1 pic x(1).
            05 pb-reqNum pic 9(3).
            05 pb-sep2 pic x(1).
            05 pb-bandNum pic 9(2).
            05 pb-sep3 pic x(1).
            05 pb-bandLow pic 9(9).
            05 pb-sep4 pic x(1).
            05 pb-bandHigh pic 9(9).
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

*> Declaration of variables and messages to work within this file
working-storage section.
    77 carryOpenSwitch pic x(1) value "N".
        88 carryFileOpen value "Y".
    77 deferredCount pic 9(3) value 0.
    77 deferReason pic x(40) value spaces.
    77 historySwitch pic x(1) value "N".
        88 historyFound value "Y".
    77 queueCount pic 9(3) value 0.
    77 queueIndex pic 9(4) value 0.
    77 passPriority pic 9(2) value 0.
    77 plannedReqNum pic 9(4) value 0.
    77 plannedTotalCs pic 9(9) value 0.
    77 queueStopSwitch pic x(1) value "N".
        88 queueStopped value "Y".
    77 bandCount pic 9(2) value 0.
    77 bandNum pic 9(2) value 0.
    77 bandSize pic 9(9) value 0.
    77 bandLow pic 9(9) value 0.
    77 bandHigh pic 9(9) value 0.
    77 splitPlanName pic x(20) value spaces.
    77 bandSumName pic x(20) value spaces.
    01 queueTable.
        05 queueEntry occurs 999 times.
            10 queueRecord pic x(31).
            10 queuePriority pic 9(1).
            10 queuePlan pic x(1).
                88 plannedDeferral value "D".
            10 queuePredictedCs pic 9(8).
    77 histEofSwitch pic x(1) value "N".
        88 atEndOfHistory value "Y".
    77 histLowerLimit pic 9(9) value 0.
    77 fillInputName pic x(20) value spaces.
    77 fillOutputName pic x(20) value spaces.
    77 fillSourceReq pic 9(3) value 0.
    77 fillExcludeReq pic 9(4) value 0.
    77 fillSourcePrimes pic 9(9) value 0.
    77 fillSwitch pic x(1) value "N".
        88 fillSatisfied value "Y".
    77 sieveCatalogStatus pic x(2) value "00".
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 catFoundSwitch pic x(1) value "N".
        88 catalogEntryFound value "Y".
    77 fillCopyEofSwitch pic x(1) value "N".
        88 atEndOfFillCopy value "Y".
    77 outputFileName pic x(20) value spaces.
                        move stat-upperLimit
                            to completedLimitOfReq(stat-reqNum)
                    end-if
                    if stat-reqNum is numeric
                      and stat-reqNum is greater than 0
                      and stat-status is equal to "SPLIT" then
                        move "S" to completedOfReq(stat-reqNum)
                        move stat-upperLimit
                            to completedLimitOfReq(stat-reqNum)
                    end-if
            end-read
        end-perform
        close sieveStat
        move spaces to stat-upperLimit
        move "FAILED" to stat-status
        move "SIEVEIN.txt MISSING OR UNREADABLE" to stat-reason
        move spaces to stat-costCentre
        move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4
        write sievestat-record
        close sieveStat, standard-output
        move 8 to return-code
        stop run
    end-if.

    *> the request catalog carries every number's lifecycle from here
    *> on; the first run on a new pack creates it
    open i-o sieveCatalog.
    if sieveCatalogStatus is equal to "35" then
        open output sieveCatalog
        close sieveCatalog
        open i-o sieveCatalog
    end-if.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT could not be opened for update (file status " sieveCatalogStatus ") - nothing run."
        move 0 to stat-reqNum
        move spaces to stat-upperLimit
        move "FAILED" to stat-status
        move "SIEVECAT CATALOG UNAVAILABLE" to stat-reason
        move spaces to stat-costCentre
        move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4
        write sievestat-record
        close sieveInput, sieveStat, standard-output
        move 8 to return-code
        stop run
    end-if.

    *> the batch-window deadline, if the shop set one in SIEVEWIN.txt,
    *> turns on runtime budgeting: the run's start time anchors the
    *> midnight arithmetic and the SIEVELOG history supplies the
    end-if.

    *> SIEVEIN may queue several upperLimit requests, one per line;
    *> the whole queue is read in first so it can run in priority
    *> order - 1 first, 9 last, a blank priority counting as 5 - and
    *> in file order within a priority, so a rerun of the same queue
    *> deals out the same numbers in the same order
    perform until atEndOfInput
        read sieveInput
            at end
                move "Y" to eofSwitch
            not at end
                perform queue-one-request-line
        end-read
    end-perform.

    *> with a window set, the queue's predicted load is weighed up
    *> front and the lowest-priority requests are the ones planned out
    *> of it, instead of whatever happens to reach the deadline last
    if windowActive and queueCount is greater than 0 then
        perform plan-window-deferrals
    end-if.

    move 1 to passPriority.
    perform run-one-priority-pass
        until passPriority is greater than 9 or queueStopped.

    if carryFileOpen then
        close carryFile
        display deferredCount " request(s) deferred to SIEVECARY.txt for the next window."
    end-if.

    close sieveInput, sieveStat, sieveCatalog, standard-output.

    *> hand the numbering forward to the next run; a cancelled run
    *> never gets here, so its rerun re-deals the same numbers and
    end-if.
    stop run.

*> validates one SIEVEIN line as it is read and queues it with its
*> priority; a line that fails is skipped there and then, without
*> using up a request number
queue-one-request-line.
    perform validate-upperLimit.
    if invalidInput then
        display "Invalid SIEVEIN request line - skipping this request."
        perform record-skipped-request
    else
        if queueCount is equal to 999 then
            display "SIEVEIN.txt queues more than 999 requests - the rest are skipped."
            move "QUEUE OVER 999 REQUESTS" to skipReason
            perform record-skipped-request
        else
            add 1 to queueCount
            move sievein-record to queueRecord(queueCount)
            if sievein-priority is equal to space then
                move 5 to queuePriority(queueCount)
            else
                move sievein-priority to queuePriority(queueCount)
            end-if
            move space to queuePlan(queueCount)
            move 0 to queuePredictedCs(queueCount)
        end-if
    end-if.

*> one pass over the queue runs every request of one priority
run-one-priority-pass.
    move 1 to queueIndex.
    perform run-one-queued-request
        until queueIndex is greater than queueCount or queueStopped.
    add 1 to passPriority.

run-one-queued-request.
    if queuePriority(queueIndex) is equal to passPriority then
        move queueRecord(queueIndex) to sievein-record
        perform validate-upperLimit
        add 1 to reqNum
            on size error
                display "Request numbering has reached 999 - SIEVECTL.txt carries the last number across nights, so this is the lifetime ceiling, not tonight's queue length."
                display "To recover: retire old request families with sieveKeep, archive SIEVELOG.txt, reset SIEVECTL.txt to 000 and rerun. Stopping the queue so no number is reused while its files still matter."
                move "REQ NUMBERS EXHAUSTED - RESET SIEVECTL" to skipReason
                perform record-skipped-request
                move "Y" to queueStopSwitch
            not on size error
                perform process-one-request
        end-add
    end-if.
    add 1 to queueIndex.

*> walks the queue in run order predicting each request's runtime -
*> nothing for one that will be carried forward, filled from an
*> audited run or split into band steps - and, when the total would carry the night past the
*> deadline, plans deferrals from priority 9 upward, bottom of the
*> file first within a priority, until what is left fits
plan-window-deferrals.
    move reqNum to plannedReqNum.
    move 0 to plannedTotalCs.
    move 1 to passPriority.
    perform predict-one-priority-pass
        until passPriority is greater than 9.
    accept clockTime from TIME.
    perform clock-to-centiseconds.
    move clockCs to nowCs.
    if nowCs is less than jobStartCs then
        add 8640000 to nowCs
    end-if.
    compute projectedEndCs = nowCs + plannedTotalCs.
    move 9 to passPriority.
    perform defer-one-priority-pass
        until passPriority is equal to 0
        or projectedEndCs is not greater than deadlineCs.

predict-one-priority-pass.
    move 1 to queueIndex.
    perform predict-one-queued-request
        until queueIndex is greater than queueCount.
    add 1 to passPriority.

predict-one-queued-request.
    if queuePriority(queueIndex) is equal to passPriority then
        add 1 to plannedReqNum
        move queueRecord(queueIndex) to sievein-record
        perform validate-upperLimit
        move 0 to predictedCs
        if plannedReqNum is greater than 999 then
            continue
        else
            if (completedOfReq(plannedReqNum) is not equal to "N"
              and completedLimitOfReq(plannedReqNum) is equal to sievein-upperLimit)
              or bandCount is greater than 0 then
                continue
            else
                move plannedReqNum to fillExcludeReq
                perform find-fill-source
                if not fillSatisfied then
                    perform predict-from-history
                end-if
            end-if
        end-if
        move predictedCs to queuePredictedCs(queueIndex)
        add predictedCs to plannedTotalCs
    end-if.
    add 1 to queueIndex.

defer-one-priority-pass.
    move queueCount to queueIndex.
    perform defer-one-queued-request
        until queueIndex is equal to 0
        or projectedEndCs is not greater than deadlineCs.
    subtract 1 from passPriority.

defer-one-queued-request.
    if queuePriority(queueIndex) is equal to passPriority
      and queuePredictedCs(queueIndex) is greater than 0 then
        move "D" to queuePlan(queueIndex)
        subtract queuePredictedCs(queueIndex) from projectedEndCs
    end-if.
    subtract 1 from queueIndex.

*> one queued request: a number the last run's SIEVESTAT already
*> shows COMPLETED is carried forward untouched - but only after its
*> files are proven to be tonight's request's files, so a SIEVEIN
*> package; anything else runs end to end
process-one-request.
    move "N" to carrySwitch.
    if completedOfReq(reqNum) is not equal to "N"
      and completedLimitOfReq(reqNum) is equal to sievein-upperLimit then
        perform judge-carried-forward-request
    end-if.
    else
        perform try-fill-from-prior-run
        if not fillSatisfied then
            if bandCount is greater than 0 then
                perform split-one-request
            else
                perform budget-and-run-request
            end-if
        end-if
    end-if.

*> a request sieved here is held to the window plan and the clock
budget-and-run-request.
    if plannedDeferral(queueIndex) then
        move "Y" to deferSwitch
        move "LOWER PRIORITY - DEFERRED TO FIT WINDOW" to deferReason
    else
        perform judge-window-budget
    end-if.
    if requestDeferred then
        perform record-deferred-request
    else
        perform run-one-request
    end-if.

*> the old status line's upperLimit already matched; the number's
*> catalog record - the one record describing the files on disk -
*> must show it COMPLETED over tonight's exact band, and any piece
*> tonight's CSV/factor flags ask for must still be on the pack (the
*> fill machinery's piece check does the looking). Anything short of
*> that resieves, or fills from an audited run, exactly as a fresh
*> request would
judge-carried-forward-request.
    move sievein-upperLimit to upperLimit.
    move "N" to catFoundSwitch.
    move reqNum to cat-reqNum.
    read sieveCatalog
        invalid key
            continue
        not invalid key
            move "Y" to catFoundSwitch
    end-read.
    if catalogEntryFound
      and cat-status is equal to "SPLIT"
      and cat-upperLimit is equal to upperLimit
      and cat-lowerLimit is equal to lowerLimit
      and cat-bandCount is equal to bandCount then
        move spaces to fillInputName
        string "SPLIT" delimited by size, reqNum delimited by size,
            ".txt" delimited by size into fillInputName
        move "Y" to fillSwitch
        perform check-one-fill-piece
        if fillSatisfied then
            move "Y" to carrySwitch
        end-if
    end-if.
    if catalogEntryFound
      and cat-status is equal to "COMPLETED"
      and cat-upperLimit is equal to upperLimit
      and cat-lowerLimit is equal to lowerLimit then
        move sievein-csvFlag to csvWantedSwitch
        move sievein-factorFlag to factorModeSwitch
        move "Y" to fillSwitch
    end-if.

*> a popular band resubmitted by another requester need not be
*> resieved: when the catalog shows a prior run of the identical band
*> whose audit verdict was PASS and whose package is still on the
*> pack, the request is filled by copying that package instead
try-fill-from-prior-run.
    move reqNum to fillExcludeReq.
    perform find-fill-source.
    if fillSatisfied then
        perform fill-from-prior-run
    end-if.

*> the catalog search itself, shared with the window plan; the
*> number about to be dealt out (fillExcludeReq) is never its own
*> source
find-fill-source.
    move "N" to fillSwitch.
    move sievein-upperLimit to upperLimit.
    move sievein-factorFlag to factorModeSwitch.
    move sievein-csvFlag to csvWantedSwitch.
    move "N" to catEofSwitch.
    move 0 to cat-reqNum.
    start sieveCatalog key is greater than cat-reqNum
        invalid key
            move "Y" to catEofSwitch
    end-start.
    perform qualify-one-fill-candidate
        until fillSatisfied or atEndOfCatalog.

*> judges one catalogued request as a fill source: it must have
*> completed over exactly the requested band, carry a PASS verdict
*> from sieveAudit, never have been purged or backed out of the
*> masters by sieveBack (its data was found bad), and still have its
*> package pieces on the pack - and any candidate that qualifies
*> fills the request, so one FAILed or purged later rerun of a
*> popular band never shadows its audited predecessor. The number
*> being dealt out tonight is never its own source
qualify-one-fill-candidate.
    read sieveCatalog next
        at end
            move "Y" to catEofSwitch
        not at end
            if cat-reqNum is not equal to fillExcludeReq
              and cat-status is equal to "COMPLETED"
              and cat-upperLimit is equal to upperLimit
              and cat-lowerLimit is equal to lowerLimit
              and cat-auditVerdict is equal to "PASS"
              and cat-purgeDate is equal to 0
              and cat-primeLoadState is not equal to "B" then
                move cat-reqNum to fillSourceReq
                move cat-primeCount to fillSourcePrimes
                perform check-fill-pieces
            end-if
    end-read.

*> every package piece the new request needs must still be on the
*> pack: the prime list and summary always, the factor file only when
    move runTime to log-elapsed.
    move lowerLimit to log-lowerLimit.
    move fillSourceReq to log-filledFrom.
    move sievein-costCentre to log-costCentre.
    move space to log-sep1, log-sep2, log-sep3, log-sep4, log-sep5,
        log-sep6, log-sep7, log-sep8.
    write sievelog-record.
    close sieveLog.

    move spaces to stat-reason.
    string "FILLED FROM REQUEST " delimited by size,
        fillSourceReq delimited by size into stat-reason.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.

    perform start-catalog-record.
    move fillSourcePrimes to cat-primeCount.
    move "COMPLETED" to cat-status.
    move stat-reason to cat-reason.
    move fillSourceReq to cat-filledFrom.
    perform write-catalog-record.

copy-one-fill-file.
    open input fillInput.
    open output fillOutput.
*> from, the request runs
judge-window-budget.
    move "N" to deferSwitch.
    move "PREDICTED TO OVERRUN WINDOW - CARRIED" to deferReason.
    if windowActive then
        perform predict-from-history
        if historyFound then
            accept clockTime from TIME
            perform clock-to-centiseconds
            move clockCs to nowCs
        end-if
    end-if.

*> the history average for the request's upperLimit magnitude, in
*> centiseconds; zero, with historyFound off, when that magnitude
*> has never been run
predict-from-history.
    move "N" to historySwitch.
    move 0 to predictedCs.
    move sievein-upperLimit to magWork.
    move 0 to magnitude.
    perform count-one-magnitude-digit
        until magWork is equal to 0.
    if magRunCount(magnitude) is greater than 0 then
        move magAvg(magnitude) to predictedCs
        move "Y" to historySwitch
    end-if.

*> a deferred request goes to the carryover file, ready to head the
*> next night's SIEVEIN, and its status line says why it did not run
record-deferred-request.
    add 1 to deferredCount.
    display "Request " reqNum " (upperLimit " sievein-upperLimit ") deferred - " deferReason.
    if not carryFileOpen then
        open output carryFile
        move "Y" to carryOpenSwitch
    move reqNum to stat-reqNum.
    move sievein-upperLimit to stat-upperLimit.
    move "DEFERRED" to stat-status.
    move deferReason to stat-reason.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.
    move "Y" to problemSwitch.
    perform start-catalog-record.
    move "DEFERRED" to cat-status.
    move stat-reason to cat-reason.
    perform write-catalog-record.

*> turns a valid hhmmss SIEVEWIN deadline into centiseconds since
*> midnight; a deadline at or before the run's start time means the
*> records the status line for a request a cancelled run had already
*> completed, without touching its files
record-carried-forward-request.
    move reqNum to stat-reqNum.
    move sievein-upperLimit to stat-upperLimit.
    if cat-status is equal to "SPLIT" then
        display "Request " reqNum " already split before the restart - band plan kept."
        move "SPLIT" to stat-status
        move "ALREADY SPLIT - BAND PLAN KEPT" to stat-reason
    else
        display "Request " reqNum " already completed before the restart - not resieved."
        move "COMPLETED" to stat-status
        move "ALREADY COMPLETE - NOT RESIEVED" to stat-reason
    end-if.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.

*> runs one queued upperLimit request end to end: calcPrime segment by
    string "PRIMESUM" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into primeSumFileName.

    *> the catalog shows the number RUNNING until it completes, so a
    *> cancelled run's half-written files are never mistaken for a
    *> finished package
    perform start-catalog-record.
    move "RUNNING" to cat-status.
    move "SIEVE IN PROGRESS" to cat-reason.
    perform write-catalog-record.

    *> capture the time of when the calculation starts
    accept clockTime from TIME.
    move clockTime to startTime.
    move runTime to log-elapsed.
    move lowerLimit to log-lowerLimit.
    move spaces to log-filledFrom.
    move sievein-costCentre to log-costCentre.
    move space to log-sep1, log-sep2, log-sep3, log-sep4, log-sep5,
        log-sep6, log-sep7, log-sep8.
    write sievelog-record.
    close sieveLog.

    move sievein-upperLimit to stat-upperLimit.
    move "COMPLETED" to stat-status.
    move spaces to stat-reason.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.

    perform start-catalog-record.
    move primeCount to cat-primeCount.
    move "COMPLETED" to cat-status.
    perform write-catalog-record.

*> a request queued with a band-step count is not sieved here: its
*> band is cut into that many sub-bands, written to SPLITNNN.txt for
*> sieveBand to run one per initiator, side by side, and sieveMerge
*> to stitch back into the request's one package. The catalog shows
*> the number SPLIT until the merge completes it
split-one-request.
    move sievein-upperLimit to upperLimit.
    perform start-catalog-record.
    move bandCount to cat-bandCount.
    move "SPLIT" to cat-status.
    string "SPLIT INTO " delimited by size, bandCount delimited by size,
        " BAND STEPS - MERGE PENDING" delimited by size into cat-reason.
    perform write-catalog-record.

    move spaces to splitPlanName.
    string "SPLIT" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into splitPlanName.
    open output splitPlan.
    move "H" to ph-type.
    move reqNum to ph-reqNum.
    move bandCount to ph-bandCount.
    move upperLimit to ph-upperLimit.
    move lowerLimit to ph-lowerLimit.
    move sievein-csvFlag to ph-csvFlag.
    move sievein-factorFlag to ph-factorFlag.
    move sievein-costCentre to ph-costCentre.
    accept ph-planDate from DATE YYYYMMDD.
    move space to ph-sep1, ph-sep2, ph-sep3, ph-sep4, ph-sep5, ph-sep6,
        ph-sep7.
    write plan-header.
    compute bandSize = (upperLimit - lowerLimit + 1) / bandCount.
    move lowerLimit to bandLow.
    move 1 to bandNum.
    perform plan-one-band bandCount times.
    close splitPlan.

    display "Request " reqNum " split into " bandCount " band steps - run sieveBand for each band, then sieveMerge.".
    move reqNum to stat-reqNum.
    move sievein-upperLimit to stat-upperLimit.
    move "SPLIT" to stat-status.
    move cat-reason to stat-reason.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.

*> one band of the plan, the last taking the remainder; any band
*> summary left over from an earlier life of this number is cleared
*> so the merge never takes it for tonight's finished band
plan-one-band.
    if bandNum is equal to bandCount then
        move upperLimit to bandHigh
    else
        compute bandHigh = bandLow + bandSize - 1
    end-if.
    move "B" to pb-type.
    move reqNum to pb-reqNum.
    move bandNum to pb-bandNum.
    move bandLow to pb-bandLow.
    move bandHigh to pb-bandHigh.
    move space to pb-sep1, pb-sep2, pb-sep3, pb-sep4.
    write plan-band.
    move spaces to bandSumName.
    string "BANDSUM" delimited by size, reqNum delimited by size,
        bandNum delimited by size, ".txt" delimited by size
        into bandSumName.
    call "CBL_DELETE_FILE" using bandSumName.
    move 0 to return-code.
    compute bandLow = bandHigh + 1.
    add 1 to bandNum.

*> starts this request's catalog record afresh - band, flags and run
*> date - with every later lifecycle stage (audit, release, master
*> loads, purge) cleared: a number dealt out again after a SIEVECTL
*> reset begins its catalog history over, exactly as its files do
start-catalog-record.
    initialize sievecat-record.
    move reqNum to cat-reqNum.
    move sievein-upperLimit to cat-upperLimit.
    move lowerLimit to cat-lowerLimit.
    move sievein-csvFlag to cat-csvFlag.
    move sievein-factorFlag to cat-factorFlag.
    move sievein-costCentre to cat-costCentre.
    move queuePriority(queueIndex) to cat-priority.
    accept cat-runDate from DATE YYYYMMDD.

*> a number's first outcome adds its record, every later one replaces it
write-catalog-record.
    write sievecat-record
        invalid key
            rewrite sievecat-record
    end-write.

*> has calcPrime sieve one band of candidates, then writes that band's
*> primes and rolls the headline counters forward
sieve-one-segment.
            move "UPPERLIMIT UNDER 2" to skipReason
        end-if
    end-if.
    if validInput and sievein-priority is not equal to space
      and (sievein-priority is not numeric
        or sievein-priority is equal to "0") then
        move "N" to validInputSwitch
        move "PRIORITY NOT 1 THRU 9" to skipReason
    end-if.
    if validInput and sievein-lowerLimit is not equal to spaces then
        if sievein-lowerLimit is numeric then
            move sievein-lowerLimit to lowerLimit
            move "LOWERLIMIT NOT NUMERIC" to skipReason
        end-if
    end-if.
    move 0 to bandCount.
    if validInput and sievein-bandCount is not equal to spaces then
        if sievein-bandCount is not numeric
          or sievein-bandCount is less than "02" then
            move "N" to validInputSwitch
            move "BAND STEPS NOT 2 THRU 99" to skipReason
        else
            move sievein-bandCount to bandCount
            if sievein-upperLimit - lowerLimit + 1 is less than bandCount then
                move 0 to bandCount
                move "N" to validInputSwitch
                move "BAND TOO NARROW FOR THAT MANY STEPS" to skipReason
            end-if
        end-if
    end-if.

*> writes the SKIPPED status record for a request that will not run,
*> and remembers that the run as a whole must end nonzero
    move sievein-upperLimit to stat-upperLimit.
    move "SKIPPED" to stat-status.
    move skipReason to stat-reason.
    move sievein-costCentre to stat-costCentre.
    move space to stat-sep1, stat-sep2, stat-sep3, stat-sep4.
    write sievestat-record.
    move "Y" to problemSwitch.
