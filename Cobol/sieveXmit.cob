*> ****************************************sieveXmit.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Outbound transmission of released packages to the external
*> research group. Every request the catalog shows manifested by
*> sieveMani, not yet sent (or sent and rejected by the research
*> group, so it goes again) and not purged is gathered into one
*> transfer file, OUTBOUND.txt, instead of being moved by hand file by
*> file. Before a request goes in, each package piece its
*> MANIFESTNNN.txt lists is counted and hashed again (same rule as
*> sieveMani: the sum of each line's leading nine digits modulo
*> 1,000,000,000); a piece that no longer matches its manifest, or
*> has gone from the pack, keeps the whole request back - the
*> receiving end would only reject it. A request sieveBack has backed
*> out of the masters is kept back too: its files were found bad, and
*> bad data never leaves the shop.
*> OUTBOUND.txt layout, one 80-byte line per record, type in columns
*> 1-3:
*>     HDR  transfer header - sender, date and time
*>     RQH  request header - reqNum, band, run date, manifest date
*>     FLH  file header - reqNum, file name, the manifest's record
*>          count and hash total
*>     DAT  one package record, as it stands in the file, from
*>          column 5
*>     FLT  file trailer - the same figures as its header
*>     RQT  request trailer - files, records and combined hash
*>     TRL  transfer trailer - requests and data records sent
*> Each request sent is stamped in its catalog record with the send
*> date and its record and hash totals, which sieveAck matches the
*> research group's acknowledgement against. XMITRPT.txt lists what
*> was sent and what was kept back and why; with nothing to send no
*> OUTBOUND.txt is written at all.
*> **********************************************************************************************

identification division.
program-id. sieveXmit.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select sieveCatalog assign to "SIEVECAT"
        organization is indexed
        access mode is dynamic
        record key is cat-reqNum
        file status is sieveCatalogStatus.
    select manifestFile assign to dynamic manifestFileName
        organization is line sequential
        file status is manifestFileStatus.
    select packageFile assign to dynamic packageFileName
        organization is line sequential
        file status is packageFileStatus.
    select outboundFile assign to "OUTBOUND.txt"
        organization is line sequential.
    select xmitReport assign to "XMITRPT.txt"
        organization is line sequential.

data division.

file section.
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
    fd manifestFile.
        01 mf-record pic x(80).
    fd packageFile.
        01 package-record pic x(40).
    fd outboundFile.
        01 ob-record pic x(80).
    fd xmitReport.
        01 xr-record pic x(80).

working-storage section.
    77 sieveCatalogStatus pic x(2) value "00".
    77 manifestFileStatus pic x(2) value "00".
    77 packageFileStatus pic x(2) value "00".
    77 manifestFileName pic x(20) value spaces.
    77 packageFileName pic x(20) value spaces.
    77 reqNum pic 9(3) value 0.
    77 xmitDate pic 9(8) value 0.
    77 xmitTime pic 9(8) value 0.
    77 catEofSwitch pic x(1) value "N".
        88 atEndOfCatalog value "Y".
    77 manifestEofSwitch pic x(1) value "N".
        88 atEndOfManifest value "Y".
    77 packageEofSwitch pic x(1) value "N".
        88 atEndOfPackage value "Y".
    77 outboundSwitch pic x(1) value "N".
        88 outboundOpen value "Y".
    77 packageSwitch pic x(1) value "Y".
        88 packageIntact value "Y".
    77 holdReason pic x(40) value spaces.
    77 mfName pic x(20) value spaces.
    77 mfWord1 pic x(10) value spaces.
    77 mfCount pic x(9) value spaces.
    77 mfWord2 pic x(10) value spaces.
    77 mfHash pic x(9) value spaces.
    77 pieceCount pic 9(1) value 0.
    77 pieceIndex pic 9(1) value 0.
    77 recordCount pic 9(9) value 0.
    77 hashTotal pic 9(18) value 0.
    77 hashQuotient pic 9(9) value 0.
    77 hashRemainder pic 9(9) value 0.
    77 lineValue pic 9(9) value 0.
    77 requestRecords pic 9(9) value 0.
    77 requestHash pic 9(18) value 0.
    77 sentCount pic 9(3) value 0.
    77 keptBackCount pic 9(3) value 0.
    77 transferRecords pic 9(9) value 0.
    01 pieceTable.
        05 pieceEntry occurs 4 times.
            10 pieceName pic x(20).
            10 pieceRecords pic 9(9).
            10 pieceHash pic 9(9).

procedure division.
open output standard-output.

    open i-o sieveCatalog.
    if sieveCatalogStatus is not equal to "00" then
        display "SIEVECAT not found or unreadable (file status " sieveCatalogStatus ") - no release states, nothing sent."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    accept xmitDate from DATE YYYYMMDD.
    accept xmitTime from TIME.
    open output xmitReport.
    move spaces to xr-record.
    string "TRANSMISSION RUN " delimited by size,
        xmitDate delimited by size into xr-record.
    write xr-record.

    *> every manifested request still on the pack that is not yet
    *> sent, or was sent and rejected and so goes again
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
                if cat-releaseState is equal to "M"
                  and cat-purgeDate is equal to 0
                  and (cat-sentDate is equal to 0
                    or cat-ackState is equal to "R") then
                    move cat-reqNum to reqNum
                    if cat-primeLoadState is equal to "B" then
                        perform keep-back-backed-out
                    else
                        perform send-one-request
                    end-if
                end-if
        end-read
    end-perform.

    if outboundOpen then
        move spaces to ob-record
        string "TRL REQUESTS " delimited by size,
            sentCount delimited by size,
            " RECORDS " delimited by size,
            transferRecords delimited by size into ob-record
        write ob-record
        close outboundFile
    end-if.

    move spaces to xr-record.
    string "TRANSMISSION COMPLETE - " delimited by size,
        sentCount delimited by size,
        " SENT, " delimited by size,
        keptBackCount delimited by size,
        " KEPT BACK" delimited by size into xr-record.
    write xr-record.
    close xmitReport, sieveCatalog.

    if outboundOpen then
        display "Transmission built: " sentCount " request(s) in OUTBOUND.txt, " keptBackCount " kept back - details in XMITRPT.txt."
    else
        display "Nothing to transmit - no OUTBOUND.txt written (" keptBackCount " kept back, see XMITRPT.txt)."
    end-if.
    close standard-output.
    if keptBackCount is greater than 0 then
        move 8 to return-code
    end-if.
    stop run.

*> one request: its manifest's figures are proven against the pieces
*> on the pack first, and only an intact package goes out
send-one-request.
    perform load-manifest-figures.
    if packageIntact then
        move 1 to pieceIndex
        perform verify-one-piece
            until pieceIndex is greater than pieceCount
            or not packageIntact
    end-if.
    if packageIntact then
        perform write-one-request
    else
        add 1 to keptBackCount
        move spaces to xr-record
        string "REQ " delimited by size, reqNum delimited by size,
            " KEPT BACK - " delimited by size,
            holdReason delimited by size into xr-record
        write xr-record
    end-if.

*> a request taken back out of the masters was found bad, and is
*> never sent
keep-back-backed-out.
    add 1 to keptBackCount.
    move spaces to xr-record.
    string "REQ " delimited by size, reqNum delimited by size,
        " KEPT BACK - BACKED OUT OF THE MASTERS" delimited by size
        into xr-record.
    write xr-record.

*> picks the "name RECORDS n HASH n" lines off MANIFESTNNN.txt; the
*> heading lines and the NOT PRESENT pieces carry no figures
load-manifest-figures.
    move "Y" to packageSwitch.
    move 0 to pieceCount.
    move spaces to manifestFileName.
    string "MANIFEST" delimited by size, reqNum delimited by size,
        ".txt" delimited by size into manifestFileName.
    open input manifestFile.
    if manifestFileStatus is not equal to "00" then
        move "N" to packageSwitch
        move "MANIFEST NOT ON THE PACK" to holdReason
    else
        move "N" to manifestEofSwitch
        perform until atEndOfManifest
            read manifestFile
                at end
                    move "Y" to manifestEofSwitch
                not at end
                    perform note-one-manifest-line
            end-read
        end-perform
        close manifestFile
        if pieceCount is equal to 0 then
            move "N" to packageSwitch
            move "MANIFEST LISTS NO PACKAGE FILES" to holdReason
        end-if
    end-if.

note-one-manifest-line.
    move spaces to mfName, mfWord1, mfCount, mfWord2, mfHash.
    unstring mf-record delimited by all space
        into mfName, mfWord1, mfCount, mfWord2, mfHash
    end-unstring.
    if mfWord1 is equal to "RECORDS" and mfWord2 is equal to "HASH"
      and mfCount is numeric and mfHash is numeric
      and pieceCount is less than 4 then
        add 1 to pieceCount
        move mfName to pieceName(pieceCount)
        move mfCount to pieceRecords(pieceCount)
        move mfHash to pieceHash(pieceCount)
    end-if.

*> recounts and rehashes one piece exactly as sieveMani did
verify-one-piece.
    move pieceName(pieceIndex) to packageFileName.
    perform hash-one-piece.
    if packageFileStatus is not equal to "00" then
        move "N" to packageSwitch
        move spaces to holdReason
        string packageFileName delimited by space,
            " NO LONGER ON THE PACK" delimited by size into holdReason
    else
        if recordCount is not equal to pieceRecords(pieceIndex)
          or hashTotal is not equal to pieceHash(pieceIndex) then
            move "N" to packageSwitch
            move spaces to holdReason
            string packageFileName delimited by space,
                " CHANGED SINCE MANIFEST" delimited by size into holdReason
        end-if
    end-if.
    add 1 to pieceIndex.

hash-one-piece.
    move 0 to recordCount.
    move 0 to hashTotal.
    open input packageFile.
    if packageFileStatus is equal to "00" then
        move "N" to packageEofSwitch
        perform until atEndOfPackage
            read packageFile
                at end
                    move "Y" to packageEofSwitch
                not at end
                    perform hash-one-line
            end-read
        end-perform
        close packageFile
    end-if.

hash-one-line.
    add 1 to recordCount.
    if package-record(1:9) is numeric then
        move package-record(1:9) to lineValue
        add lineValue to hashTotal
        divide hashTotal by 1000000000
            giving hashQuotient remainder hashRemainder
        move hashRemainder to hashTotal
    end-if.

*> the request's records in the transfer file: header, each piece
*> wrapped in its own header and trailer, then the request trailer
write-one-request.
    if not outboundOpen then
        open output outboundFile
        move "Y" to outboundSwitch
        move spaces to ob-record
        string "HDR SIEVE OUTBOUND " delimited by size,
            xmitDate delimited by size, " " delimited by size,
            xmitTime(1:6) delimited by size into ob-record
        write ob-record
    end-if.
    move spaces to ob-record.
    string "RQH " delimited by size, reqNum delimited by size,
        " BAND " delimited by size, cat-lowerLimit delimited by size,
        " " delimited by size, cat-upperLimit delimited by size,
        " RUN " delimited by size, cat-runDate delimited by size,
        " MANIFESTED " delimited by size,
        cat-releaseDate delimited by size into ob-record.
    write ob-record.
    move 0 to requestRecords.
    move 0 to requestHash.
    move 1 to pieceIndex.
    perform send-one-piece
        until pieceIndex is greater than pieceCount.
    move spaces to ob-record.
    string "RQT " delimited by size, reqNum delimited by size,
        " FILES " delimited by size, pieceCount delimited by size,
        " RECORDS " delimited by size, requestRecords delimited by size,
        " HASH " delimited by size, requestHash(10:9) delimited by size
        into ob-record.
    write ob-record.
    add 1 to sentCount.

    move xmitDate to cat-sentDate.
    move requestRecords to cat-sentRecords.
    move requestHash(10:9) to cat-sentHash.
    move space to cat-ackState.
    move 0 to cat-ackDate, cat-ackRecords, cat-ackHash.
    move spaces to cat-ackReason.
    rewrite sievecat-record.

    move spaces to xr-record.
    string "REQ " delimited by size, reqNum delimited by size,
        " SENT - " delimited by size, pieceCount delimited by size,
        " FILE(S) RECORDS " delimited by size,
        requestRecords delimited by size,
        " HASH " delimited by size,
        requestHash(10:9) delimited by size into xr-record.
    write xr-record.

send-one-piece.
    move pieceName(pieceIndex) to packageFileName.
    move spaces to ob-record.
    string "FLH " delimited by size, reqNum delimited by size,
        " " delimited by size, packageFileName delimited by size,
        " RECORDS " delimited by size,
        pieceRecords(pieceIndex) delimited by size,
        " HASH " delimited by size,
        pieceHash(pieceIndex) delimited by size into ob-record.
    write ob-record.
    open input packageFile.
    move "N" to packageEofSwitch.
    perform until atEndOfPackage
        read packageFile
            at end
                move "Y" to packageEofSwitch
            not at end
                move spaces to ob-record
                string "DAT " delimited by size,
                    package-record delimited by size into ob-record
                write ob-record
                add 1 to transferRecords
        end-read
    end-perform.
    close packageFile.
    move spaces to ob-record.
    string "FLT " delimited by size, reqNum delimited by size,
        " " delimited by size, packageFileName delimited by size,
        " RECORDS " delimited by size,
        pieceRecords(pieceIndex) delimited by size,
        " HASH " delimited by size,
        pieceHash(pieceIndex) delimited by size into ob-record.
    write ob-record.
    add pieceRecords(pieceIndex) to requestRecords.
    add pieceHash(pieceIndex) to requestHash.
    divide requestHash by 1000000000
        giving hashQuotient remainder hashRemainder.
    move hashRemainder to requestHash.
    add 1 to pieceIndex.
