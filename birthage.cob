      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. birthage.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - age-from-date-of-birth pulled into one place. The
*>              batch run, roster edit, suspense workbench, election
*>              certification and student profile all need the same
*>              answer to "how old on this date, and is the date of
*>              birth believable at all", so they call here instead
*>              of each carrying its own copy of the arithmetic.

ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 BirthDateNum pic 9(8) value 0.
01 BirthDateParts redefines BirthDateNum.
       05 BirthYear pic 9(4).
       05 BirthMonthDay pic 9(4).
01 AsOfDateParts.
       05 AsOfYear pic 9(4).
       05 AsOfMonthDay pic 9(4).
01 AgeYears pic s9(5) value 0.
01 MinBirthYear pic 9(4) value 1900.
01 MaxAgeYears pic 9(3) value 99.
LINKAGE SECTION.
01 LsBirthAgeArea.
    COPY bagparm.
PROCEDURE DIVISION USING LsBirthAgeArea.
*> The result code is the contract with the callers: they route
*> invalid and future dates of birth to their own reject/suspense
*> paths, and fall back on the keyed age only when the date is
*> missing. BagAge is only meaningful on a valid result.
0000-Main-Logic.
    move 0 to BagAge
    if BagBirthDate = spaces
           set BagBirthDateMissing to true
           goback
    end-if
    if BagBirthDate is not numeric
           set BagBirthDateInvalid to true
           goback
    end-if
    move BagBirthDate to BirthDateNum
    if function test-date-yyyymmdd(BirthDateNum) not = 0
           or BirthYear < MinBirthYear
           set BagBirthDateInvalid to true
           goback
    end-if
    if BirthDateNum > BagAsOfDate
           set BagBirthDateFuture to true
           goback
    end-if
    perform 1000-Compute-Age
    if AgeYears > MaxAgeYears
           set BagBirthDateInvalid to true
           goback
    end-if
    move AgeYears to BagAge
    set BagBirthDateValid to true
    goback.

*> Whole years: the difference in years, less one if the birthday
*> has not come round yet on the as-of date. A 29 February birthday
*> counts from 1 March in a common year.
1000-Compute-Age.
    move BagAsOfDate to AsOfDateParts
    compute AgeYears = AsOfYear - BirthYear
    if AsOfMonthDay < BirthMonthDay
           subtract 1 from AgeYears
    end-if.
