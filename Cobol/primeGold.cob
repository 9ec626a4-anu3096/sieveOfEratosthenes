*> ****************************************primeGold.cob**************************************
*> Author: Anugesh Balasubramaniam
*> Date: 2026-10-15
*> Goldbach partition report for the research group, replacing the
*> hand counts they were making from outputFileNNN.txt extracts. For
*> every even number in a range it counts the ways the number is the
*> sum of two primes (p + q with p not above q) and names the minimal
*> pair, the one with the smallest p. GOLDIN.txt carries the range and
*> the option on one line:
*>     000000004 000010000 D
*> (low, high, then D for a line per number or S for the summary
*> only; S is taken when the option is left blank). An odd low end is
*> raised and an odd high end lowered to the even number inside, and
*> the range starts no lower than 4. Every answer comes from PRIMEMST
*> keyed reads - the master's primes walk up to half the number and
*> each complement is one keyed read - and a range whose top is above
*> the certified ceiling primeCert stamps into the master's control
*> record (key zero) is refused outright, so no figure ever rests on
*> unverified coverage.
*> GOLDBACHRPT.txt gets a header, the detail lines when asked for, a
*> line for every even number that had no partition at all (written
*> in both modes - below the certified ceiling that can only mean a
*> gap in the master, never a research result), and a trailer naming
*> the numbers with the fewest and the most partitions. Return code 8
*> when the range is refused or any number had no partition.
*> **********************************************************************************************

identification division.
program-id. primeGold.
environment division.
input-output section.

file-control.
    select standard-output assign to display.
    select goldInput assign to "GOLDIN.txt"
        organization is line sequential
        file status is goldInputStatus.
    select primeMaster assign to "PRIMEMST"
        organization is indexed
        access mode is dynamic
        record key is pm-prime
        file status is primeMasterStatus.
    select goldReport assign to "GOLDBACHRPT.txt"
        organization is line sequential.

data division.

file section.
    fd standard-output.
        01 stdout-record pic x(80).
    fd goldInput.
        01 goldin-record.
            05 goldin-low pic x(9).
            05 goldin-sep1 pic x(1).
            05 goldin-high pic x(9).
            05 goldin-sep2 pic x(1).
            05 goldin-option pic x(1).
    fd primeMaster.
        01 primemst-record.
            05 pm-prime pic 9(9).
            05 pm-firstRunDate pic 9(8).
            05 pm-reqNum pic 9(3).
        01 primemst-control.
            05 pmc-key pic 9(9).
            05 pmc-certifiedCeiling pic 9(9).
            05 pmc-filler pic 9(2).
    fd goldReport.
        01 gr-record pic x(100).

working-storage section.
    77 goldInputStatus pic x(2) value "00".
    77 primeMasterStatus pic x(2) value "00".
    77 certifiedCeiling pic 9(9) value 0.
    77 runDate pic 9(8) value 0.
    77 rangeLow pic 9(9) value 0.
    77 rangeHigh pic 9(9) value 0.
    77 reportOption pic x(1) value "S".
        88 detailReport value "D" "d".
        88 summaryReport value "S" "s".
    77 reportOptionWords pic x(7) value spaces.
    77 evenNumber pic 9(9) value 0.
    77 halfNumber pic 9(9) value 0.
    77 trialPrime pic 9(9) value 0.
    77 complementPrime pic 9(9) value 0.
    77 evenQuotient pic 9(9) value 0.
    77 evenRemainder pic 9(1) value 0.
    77 partitionCount pic 9(9) value 0.
    77 minimalLow pic 9(9) value 0.
    77 minimalHigh pic 9(9) value 0.
    77 walkSwitch pic x(1) value "N".
        88 walkDone value "Y".
    77 numberCount pic 9(9) value 0.
    77 noPartitionCount pic 9(9) value 0.
    77 fewestCount pic 9(9) value 0.
    77 fewestNumber pic 9(9) value 0.
    77 mostCount pic 9(9) value 0.
    77 mostNumber pic 9(9) value 0.

procedure division.
open output standard-output.

    open input goldInput.
    if goldInputStatus is not equal to "00" then
        display "GOLDIN.txt not found or unreadable - no range to report."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    move spaces to goldin-record.
    read goldInput
        at end
            move spaces to goldin-record
    end-read.
    close goldInput.
    if goldin-low is not numeric or goldin-high is not numeric then
        display "GOLDIN.txt not understood - key the low and high ends as nine digits each, then D or S (e.g. 000000004 000010000 D)."
        close standard-output
        move 8 to return-code
        stop run
    end-if.
    if goldin-option is not equal to space then
        move goldin-option to reportOption
    end-if.
    if not detailReport and not summaryReport then
        display "GOLDIN.txt option " goldin-option " not understood - key D for detail or S for the summary only."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    *> the range is pulled in to the even numbers inside it, from 4
    move goldin-low to rangeLow.
    move goldin-high to rangeHigh.
    if rangeLow is less than 4 then
        move 4 to rangeLow
    end-if.
    divide rangeLow by 2 giving evenQuotient remainder evenRemainder.
    if evenRemainder is not equal to 0 then
        add 1 to rangeLow
    end-if.
    divide rangeHigh by 2 giving evenQuotient remainder evenRemainder.
    if evenRemainder is not equal to 0 then
        subtract 1 from rangeHigh
    end-if.
    if rangeHigh is less than rangeLow then
        display "GOLDIN.txt range " goldin-low " thru " goldin-high " holds no even number from 4 up - nothing to report."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    open input primeMaster.
    if primeMasterStatus is not equal to "00" then
        display "PRIMEMST not found or unreadable (file status " primeMasterStatus ") - run primeLoad first."
        close standard-output
        move 8 to return-code
        stop run
    end-if.

    *> every prime a partition needs sits below the even number, so a
    *> range topped at or under the certified ceiling is answered
    *> wholly from proven coverage; above it nothing is answered
    move 0 to pm-prime.
    read primeMaster
        invalid key
            move 0 to certifiedCeiling
        not invalid key
            move pmc-certifiedCeiling to certifiedCeiling
    end-read.
    if certifiedCeiling is less than 2 then
        display "PRIMEMST has no certified ceiling - run primeCert before asking for Goldbach figures."
        close primeMaster, standard-output
        move 8 to return-code
        stop run
    end-if.
    if rangeHigh is greater than certifiedCeiling then
        display "Range top " rangeHigh " is above the certified ceiling " certifiedCeiling " - refused; run primeCert after loading a bigger run."
        close primeMaster, standard-output
        move 8 to return-code
        stop run
    end-if.

    accept runDate from DATE YYYYMMDD.
    if detailReport then
        move "DETAIL" to reportOptionWords
    else
        move "SUMMARY" to reportOptionWords
    end-if.
    open output goldReport.
    move spaces to gr-record.
    string "GOLDBACH PARTITIONS " delimited by size,
        rangeLow delimited by size, " THRU " delimited by size,
        rangeHigh delimited by size, " " delimited by size,
        reportOptionWords delimited by space,
        " - CERTIFIED CEILING " delimited by size,
        certifiedCeiling delimited by size, " RUN " delimited by size,
        runDate delimited by size into gr-record.
    write gr-record.

    move rangeLow to evenNumber.
    perform count-one-even-number
        until evenNumber is greater than rangeHigh.

    perform write-gold-trailer.
    close goldReport, primeMaster.

    display "Goldbach report written to GOLDBACHRPT.txt: " numberCount " even number(s), " noPartitionCount " with no partition.".
    if noPartitionCount is greater than 0 then
        display "*** " noPartitionCount " even number(s) with no partition - PRIMEMST has a gap below the certified ceiling, see GOLDBACHRPT.txt. ***"
    end-if.
    close standard-output.
    if noPartitionCount is greater than 0 then
        move 8 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one even number: the master's primes walk up from 2 to half the
*> number, and each one's complement is a keyed read on the master
count-one-even-number.
    add 1 to numberCount.
    divide evenNumber by 2 giving halfNumber.
    move 0 to partitionCount, minimalLow, minimalHigh.
    move 1 to trialPrime.
    move "N" to walkSwitch.
    perform try-one-trial-prime
        until walkDone.
    perform note-one-count.
    if detailReport and partitionCount is greater than 0 then
        move spaces to gr-record
        string evenNumber delimited by size,
            " PARTITIONS " delimited by size,
            partitionCount delimited by size,
            " MINIMAL PAIR " delimited by size,
            minimalLow delimited by size, " + " delimited by size,
            minimalHigh delimited by size into gr-record
        write gr-record
    end-if.
    if partitionCount is equal to 0 then
        add 1 to noPartitionCount
        move spaces to gr-record
        string evenNumber delimited by size,
            " *** NO PARTITION - PRIMEMST HAS A GAP BELOW THIS NUMBER,"
            delimited by size,
            " NOT A RESEARCH RESULT ***" delimited by size into gr-record
        write gr-record
    end-if.
    add 2 to evenNumber.

*> the keyed read on the complement moves the master off the walk, so
*> each step repositions just past the last trial prime
try-one-trial-prime.
    move trialPrime to pm-prime.
    start primeMaster key is greater than pm-prime
        invalid key
            move "Y" to walkSwitch
    end-start.
    if not walkDone then
        read primeMaster next
            at end
                move "Y" to walkSwitch
            not at end
                if pm-prime is greater than halfNumber then
                    move "Y" to walkSwitch
                else
                    move pm-prime to trialPrime
                    perform check-one-complement
                end-if
        end-read
    end-if.

check-one-complement.
    subtract trialPrime from evenNumber giving complementPrime.
    move complementPrime to pm-prime.
    read primeMaster
        invalid key
            continue
        not invalid key
            add 1 to partitionCount
            if minimalLow is equal to 0 then
                move trialPrime to minimalLow
                move complementPrime to minimalHigh
            end-if
    end-read.

*> the first number reaching the fewest or the most keeps the title
note-one-count.
    if numberCount is equal to 1 then
        move partitionCount to fewestCount, mostCount
        move evenNumber to fewestNumber, mostNumber
    else
        if partitionCount is less than fewestCount then
            move partitionCount to fewestCount
            move evenNumber to fewestNumber
        end-if
        if partitionCount is greater than mostCount then
            move partitionCount to mostCount
            move evenNumber to mostNumber
        end-if
    end-if.

write-gold-trailer.
    move spaces to gr-record.
    string "EVEN NUMBERS " delimited by size,
        numberCount delimited by size,
        " NO PARTITION " delimited by size,
        noPartitionCount delimited by size into gr-record.
    write gr-record.
    move spaces to gr-record.
    string "FEWEST PARTITIONS " delimited by size,
        fewestCount delimited by size, " AT " delimited by size,
        fewestNumber delimited by size into gr-record.
    write gr-record.
    move spaces to gr-record.
    string "MOST PARTITIONS   " delimited by size,
        mostCount delimited by size, " AT " delimited by size,
        mostNumber delimited by size into gr-record.
    write gr-record.
    if noPartitionCount is greater than 0 then
        move spaces to gr-record
        string "*** " delimited by size,
            noPartitionCount delimited by size,
            " EVEN NUMBER(S) WITH NO PARTITION - THESE FIGURES REST ON A"
            delimited by size,
            " MASTER WITH A GAP ***" delimited by size into gr-record
        write gr-record
    end-if.
