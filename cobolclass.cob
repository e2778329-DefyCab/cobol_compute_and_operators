*>              return run can refuse a return file that answers a
*>              different night's feed and the operations report
*>              can surface feeds the district never answered.
*> 15/10/2026 - the roster and STUDENT-MASTER now carry a date of
*>              birth. Where one is on file the keyed age is no
*>              longer trusted: the age on the run date (sanity
*>              bounds, voting, master, SIS detail) and the placement
*>              age as of the SCHOOL-YEAR-CONTROL cutoff date (grade
*>              bands, continuing ed) are both derived from it, and
*>              an impossible or future date of birth is routed to
*>              AGE-SUSPENSE with its own reason. Rosters without
*>              the field fall back on the master's date of birth,
*>              then on the keyed age. The vote log records the date
*>              of birth so eligibility can be re-judged as of the
*>              election date.
*> 15/10/2026 - guardian letters are now addressed. Each letter is
*>              queued with the student's GUARDIAN-CONTACT and the
*>              run-end letter pass groups students sharing a
*>              household ID into one mailing with the address
*>              block on top, prints each mailing in the guardian's
*>              own language, and writes the mailings in postal code
*>              order with a matching ADDRESS-LABELS file. A
*>              household whose address is flagged undeliverable has
*>              its letters held on GUARDIAN-LETTERS-HELD for the
*>              office, and students with no contact on file are
*>              held there too and listed on the GUARDIAN-NO-
*>              CONTACT report.
*> 15/10/2026 - master records added or changed by the run append
*>              their before and after image to MASTER-CHANGE-AUDIT.
*>              A nightly re-enrollment that only restamps the run
*>              date is not written there - the audit is for
*>              changes, not for every night a student was seen.
*> 15/10/2026 - a degraded run - the enrollment file could not be
*>              opened - now ends with return code 8, so the nightly
*>              job-stream controller does not count it as clean.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT SchoolYearControlFile ASSIGN TO "SCHOOLYEARCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SchoolYearControlStatus.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT GuardianContactFile ASSIGN TO "GUARDIANCONTACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GconStudentId
        FILE STATUS IS ContactStatus.
    SELECT LetterQueueFile ASSIGN TO "LETTERQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LetterQueueStatus.
    SELECT LetterMailWorkFile ASSIGN TO "LETTERMAILWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LetterMailWorkStatus.
    SELECT HeldLetterFile ASSIGN TO "GUARDIANLETTERSHELD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HeldLetterStatus.
    SELECT NoContactReportFile ASSIGN TO "GUARDIANNOCONTACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NoContactStatus.
    SELECT AddressLabelFile ASSIGN TO "ADDRESSLABELS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AddressLabelStatus.
    SELECT LetterHouseSortFile ASSIGN TO "LETTERHOUSESORT".
    SELECT LetterMailSortFile ASSIGN TO "LETTERMAILSORT".
DATA DIVISION.
FILE SECTION.
FD StudentEnrollmentFile.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
FD SchoolYearControlFile.
01 SchoolYearControlRecord.
    COPY schyrctl.
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD GuardianContactFile.
01 GuardianContactRecord.
    COPY gcontact.
FD LetterQueueFile.
01 LetterQueueRecord.
    COPY lettrq.
FD LetterMailWorkFile.
01 LetterMailWorkRecord pic x(175).
FD HeldLetterFile.
01 HeldLetterLine pic x(80).
FD NoContactReportFile.
01 NoContactLine pic x(80).
FD AddressLabelFile.
01 AddressLabelRecord.
    COPY addrlabel.
SD LetterHouseSortFile.
01 LetterHouseSortRecord.
*>     household, then the held and contact flags descending, so the
*>     first record of each household decides for all of it: held if
*>     any member's address came back, mailed at that member's
*>     address otherwise.
    COPY lettrq REPLACING LEADING ==Lq== BY ==Lh==.
SD LetterMailSortFile.
01 LetterMailSortRecord.
    COPY lettrq REPLACING LEADING ==Lq== BY ==Lm==.
WORKING-STORAGE SECTION.
COPY messages.
01 Age pic 99 value 0.
01 FeedRegisterEof pic x value "N".
       88 EndOfFeedRegister value "Y".
01 FeedSerialWs pic 9(6) value 0.
01 PlacementAge pic 99 value 0.
01 BirthAgeArea.
    COPY bagparm.
01 BirthDateWs pic x(8) value spaces.
01 BirthDateResult pic x value "M".
       88 BirthDateRejected value "I" "F".
01 MasterBirthDateWs pic x(8) value spaces.
01 SchoolYearControlStatus pic xx value "00".
01 SchoolYearCutoffMonthDay pic 9(4) value 1231.
01 SchoolYearCutoffDate pic 9(8) value 0.
01 MasterAuditStatus pic xx value "00".
01 MasterBeforeImage pic x(56) value spaces.
01 MasterCompareImage.
    COPY stumast REPLACING LEADING ==Mast== BY ==Cmp==.
01 ContactStatus pic xx value "00".
01 ContactFileFlag pic x value "N".
       88 ContactFileOk value "Y".
01 LetterQueueStatus pic xx value "00".
01 LetterMailWorkStatus pic xx value "00".
01 HeldLetterStatus pic xx value "00".
01 NoContactStatus pic xx value "00".
01 AddressLabelStatus pic xx value "00".
01 HouseSortEof pic x value "N".
       88 EndOfHouseSort value "Y".
01 MailSortEof pic x value "N".
       88 EndOfMailSort value "Y".
01 HouseKeyWs pic x(9) value low-values.
01 HouseDisposition pic x(1) value space.
01 HouseMailTo pic x(126) value spaces.
01 OpenMailingFlag pic x value "N".
       88 HaveOpenMailing value "Y".
01 CurrentMailing.
    COPY lettrq REPLACING LEADING ==Lq== BY ==Cm==.
01 MailingLetterCount pic 9(2) value 0.
01 MailingCount pic 9(5) value 0.
01 HeldLetterCount pic 9(5) value 0.
01 NoContactCount pic 9(5) value 0.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Open-Enrollment
    end-perform
    perform 9000-Close-Enrollment
    call "testitemanalysis" using LangCode
*>  a degraded run (no enrollment file) must not count as a clean
*>  night for the steps scheduled after it
    if not EnrollmentFileOk
           move 8 to return-code
    end-if
    stop run.

1000-Open-Enrollment.
        function current-date(1:4))
*>  the message catalog loads before anything that reports in it
    perform 1200-Load-Language
    perform 1250-Load-School-Year-Control
    perform 1600-Load-Prior-Placements
    perform 1700-Load-Placement-Overrides
    open extend StudentGradeHistoryFile
    if SisDetailStatus = "05" or SisDetailStatus = "35"
           open output SisDetailFile
    end-if
    open output LetterQueueFile
    open input GuardianContactFile
    if ContactStatus = "00"
           set ContactFileOk to true
    else
           display "Unable to open guardian contact file - status "
                  ContactStatus " - every letter held as no contact"
    end-if
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute RunStartTime = function numval(
    end-if
    if MasterStatus = "00"
           set MasterFileOk to true
           perform 1410-Open-Master-Audit
    else
           display "Unable to open student master file - status "
                  MasterStatus
                  " - master maintenance skipped this run"
    end-if.

*> Master maintenance only goes ahead with the change audit open -
*> an unaudited change to the master is worse than a late one.
1410-Open-Master-Audit.
    open extend MasterAuditFile
    if MasterAuditStatus = "05" or MasterAuditStatus = "35"
           open output MasterAuditFile
    end-if
    if MasterAuditStatus not = "00"
           display "Unable to open master change audit file - status "
                  MasterAuditStatus
                  " - master maintenance skipped this run"
           close StudentMasterFile
           move "N" to MasterFileFlag
    end-if.

*> The students already on CONTINUING-ED-ENROLLMENT for the current
*> school year, sorted to a key work file that 3200-Track-Continuing-
*> Ed walks alongside the ascending roster, so a student is appended
        when other move SvCatalog to ActiveMessages
    end-evaluate.

*> The placement cutoff falls in the current school year. A missing
*> control file, or a cutoff that is not a real month and day,
*> leaves the 31 December default - placement by birth year.
1250-Load-School-Year-Control.
    open input SchoolYearControlFile
    if SchoolYearControlStatus = "00"
           read SchoolYearControlFile
               not at end
                   move SchYrCutoffMonthDay to SchoolYearCutoffMonthDay
           end-read
           close SchoolYearControlFile
    end-if
    compute SchoolYearCutoffDate = CurrentSchoolYear * 10000
        + SchoolYearCutoffMonthDay
    if function test-date-yyyymmdd(SchoolYearCutoffDate) not = 0
           display "SCHOOLYEARCONTROL cutoff " SchoolYearCutoffMonthDay
                  " is not a valid month and day - 1231 used"
           move 1231 to SchoolYearCutoffMonthDay
           compute SchoolYearCutoffDate = CurrentSchoolYear * 10000
               + SchoolYearCutoffMonthDay
    end-if.

1100-Load-Grade-Cutoffs.
    open input GradeCutoffFile
    if GradeCutoffStatus = "00"
                  display " "
                  perform 3700-Update-Restart-Checkpoint
           else
                  perform 3030-Derive-Ages
                  move EnrollScore to Score
                  add 1 to RosterStudentCount
                  perform 3020-Maintain-Student-Master
                  if BirthDateRejected
                         or Age < MinValidAge or Age > MaxValidAge
                         perform 3010-Write-Age-Suspense
                  else
                         add 1 to RosterAcceptedCount
*> carries spaces there and is treated as active.
3040-Check-Withdrawn.
    move "N" to WithdrawnFlag
    move spaces to MasterBirthDateWs
    if MasterFileOk
           move EnrollStudentId to MastStudentId
           read StudentMasterFile
                   if MastEnrollStatus = "W"
                          set StudentWithdrawn to true
                   end-if
                   move MastBirthDate to MasterBirthDateWs
           end-read
    end-if.

*> The date of birth outranks the keyed age wherever one is known:
*> the roster's own first, else the one already on the master. The
*> age on the run date drives the sanity bounds, voting and the
*> master; the age reached by the school-year cutoff drives the
*> placement. With no date of birth anywhere the keyed age stands
*> in for both, the way every roster was placed before the field
*> existed. Runs after 3040-Check-Withdrawn, which picks up the
*> master's date of birth.
3030-Derive-Ages.
    move EnrollAge to Age
    move EnrollAge to PlacementAge
    if EnrollBirthDate not = spaces
           move EnrollBirthDate to BirthDateWs
    else
           move MasterBirthDateWs to BirthDateWs
    end-if
    move BirthDateWs to BagBirthDate
    move CurrentRunDate to BagAsOfDate
    call "birthage" using BirthAgeArea
    move BagResult to BirthDateResult
    if BagBirthDateValid
           move BagAge to Age
           move SchoolYearCutoffDate to BagAsOfDate
           call "birthage" using BirthAgeArea
           if BagBirthDateValid
                  move BagAge to PlacementAge
           else
*>                born after the cutoff - no placement age yet
                  move 0 to PlacementAge
           end-if
    end-if.

*> Both work files and the roster are in student ID order, so these
*> walks only ever move forward - one sequential pass each covers
*> the whole run, including the letters re-produced for restart-
                   move EnrollSchoolCode to MastSchoolCode
                   move "A" to MastEnrollStatus
                   move CurrentRunDate to MastStatusDate
                   move spaces to MastBirthDate
                   if BirthDateResult = "V"
                          move BirthDateWs to MastBirthDate
                   end-if
                   write StudentMasterRecord
                   move spaces to MasterBeforeImage
                   move "A" to AudAction
                   perform 3025-Write-Master-Audit
               not invalid key
                   move StudentMasterRecord to MasterBeforeImage
*>                 name, age and date of birth only - school and
*>                 status belong to the student-status transaction
*>                 run. A rejected date of birth never overwrites a
*>                 good one already on file.
                   move EnrollStudentName to MastStudentName
                   move Age to MastAge
                   move CurrentRunDate to MastLastUpdate
                   if BirthDateResult = "V"
                          move BirthDateWs to MastBirthDate
                   end-if
                   rewrite StudentMasterRecord
                   move MasterBeforeImage to MasterCompareImage
                   move MastLastUpdate to CmpLastUpdate
                   if MasterCompareImage not = StudentMasterRecord
                          move "C" to AudAction
                          perform 3025-Write-Master-Audit
                   end-if
           end-read
    end-if.

3025-Write-Master-Audit.
    move MastStudentId to AudStudentId
    move CurrentRunDate to AudChangeDate
    move RunStartTime to AudChangeTime
    move "cobolclass" to AudProgram
    move spaces to AudOperatorId
    move MasterBeforeImage to AudBeforeImage
    move StudentMasterRecord to AudAfterImage
    write MasterAuditRecord.

*> The letters file is OPEN OUTPUT per run, so a restarted run must
*> re-produce the letters for the students it skips past - their
*> placement and grading are recomputed here from the enrollment
*> the roster.
3060-Write-Skipped-Letter.
    perform 3040-Check-Withdrawn
    perform 3030-Derive-Ages
    move EnrollScore to Score
    if StudentWithdrawn or BirthDateRejected
           or Age < MinValidAge or Age > MaxValidAge
           continue
    else
           move spaces to HistGradeType
           move 0 to HistGradeLevel
           if PlacementAge >= 6 and PlacementAge < 16
                  compute GradeZeroRemover = PlacementAge - 6
                  move "0" to HistGradeType
                  move GradeZeroRemover to HistGradeLevel
           end-if
           if PlacementAge >= 16 and < 18
                  compute Grade = PlacementAge - 6
                  compute GradeGymnasium = Grade - 9
                  move "G" to HistGradeType
                  move GradeGymnasium to HistGradeLevel
           end-if
           if PlacementAge = 18
                  compute Grade = PlacementAge - 6
                  compute GradeGymnasium = Grade - 9
                  move "G" to HistGradeType
                  move GradeGymnasium to HistGradeLevel
           else
                  move "N" to PassFailFlag
           end-if
           perform 3900-Queue-Guardian-Letter
    end-if.

3010-Write-Age-Suspense.
    move EnrollStudentId to SuspStudentId
    move EnrollStudentName to SuspStudentName
    move Age to SuspAge
    evaluate BirthDateResult
        when "I" move "BIRTH DATE INVALID" to SuspReason
        when "F" move "BIRTH DATE FUTURE" to SuspReason
        when other move "AGE OUT OF RANGE" to SuspReason
    end-evaluate
    move Score to SuspScore
    move EnrollSchoolCode to SuspSchoolCode
    move CurrentRunDate to SuspRunDate
    move BirthDateWs to SuspBirthDate
    write AgeSuspenseRecord
    add 1 to RosterRejectedCount
    evaluate BirthDateResult
        when "I"
            display function trim(MsgStudentLabel) " " EnrollStudentId
                   " " EnrollStudentName " ("
                   function trim(MsgBirthDateLabel) " " BirthDateWs
                   ") " function trim(MsgBirthDateInvalidLabel)
        when "F"
            display function trim(MsgStudentLabel) " " EnrollStudentId
                   " " EnrollStudentName " ("
                   function trim(MsgBirthDateLabel) " " BirthDateWs
                   ") " function trim(MsgBirthDateFutureLabel)
        when other
            display function trim(MsgStudentLabel) " " EnrollStudentId
                   " " EnrollStudentName " (" function trim(MsgAgeLabel)
                   " " Age ") " function trim(MsgSuspenseReasonLabel)
    end-evaluate
    display " ".

3100-Apply-Student-Logic.
    display function trim(MsgStudentLabel) " " EnrollStudentId " "
           EnrollStudentName " (" function trim(MsgAgeLabel) " " Age
           ", " function trim(MsgPlacementAgeLabel) " " PlacementAge
           ") " function trim(MsgSchoolLabel) " " EnrollSchoolCode

*>  voting follows the age on the run date; everything about where
*>  the student sits this school year follows the placement age
    if Age >= 18 then
           display function trim(MsgFarRosta)
    end-if
    if Age < 18 then
           display function trim(MsgFarInteRosta)
    end-if
    if PlacementAge <= 5 then
           display function trim(MsgDagis)
    end-if
    if PlacementAge >= 19 then
           display function trim(MsgSlutatSkolan)
           display function trim(MsgContinuingEd)
           perform 3200-Track-Continuing-Ed
    end-if
    move spaces to HistGradeType
    move 0 to HistGradeLevel
    if PlacementAge >= 6 and PlacementAge < 16 then
           compute GradeZeroRemover = PlacementAge - 6
           display function trim(MsgGrundskolaPrefix) " "
                  GradeZeroRemover function trim(MsgGrundskolaSuffix)
           move "0" to HistGradeType
           move GradeZeroRemover to HistGradeLevel
    end-if
    if PlacementAge >= 16 and < 18 then
           compute Grade = PlacementAge - 6
           compute GradeGymnasium = Grade - 9
           display function trim(MsgGrundskolaPrefix) " "
                  GradeGymnasium function trim(MsgGymnasiumSuffixA)
           move "G" to HistGradeType
           move GradeGymnasium to HistGradeLevel
    end-if
    if PlacementAge = 18 then
           compute Grade = PlacementAge - 6
           compute GradeGymnasium = Grade - 9
           display function trim(MsgGrundskolaPrefix) " "
                  GradeGymnasium function trim(MsgGymnasiumSuffixB)
    end-if
    move CurrentRunDate to VoteLogRunDate
    move EnrollSchoolCode to VoteLogSchoolCode
    move spaces to VoteLogBirthDate
    if BirthDateResult = "V"
           move BirthDateWs to VoteLogBirthDate
    end-if
    write VoteEligibilityLogRecord

    perform 3800-Write-Sis-Detail
    perform 3900-Queue-Guardian-Letter

    display " ".

    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

*> One letter per student, queued with the guardian contact it is
*> addressed to. The letters themselves are printed by the run-end
*> letter pass, once every student sharing a household is known.
3900-Queue-Guardian-Letter.
    move spaces to LetterQueueRecord
    move "S" to LqHouseholdType
    move EnrollStudentId to LqHouseholdId
    move "N" to LqHoldFlag
    move "N" to LqContactFlag
    move EnrollStudentId to LqStudentId
    move EnrollStudentName to LqStudentName
    move EnrollSchoolCode to LqSchoolCode
    move HistGradeType to LqGradeType
    move HistGradeLevel to LqGradeLevel
    move Score to LqScore
    move ScoreLetter to LqScoreLetter
    move PassFailFlag to LqPassFail
    move 0 to LqUndelivDate
    if ContactFileOk
           move EnrollStudentId to GconStudentId
           read GuardianContactFile
               invalid key continue
               not invalid key perform 3910-Load-Letter-Contact
           end-read
    end-if
    write LetterQueueRecord.

3910-Load-Letter-Contact.
    move "Y" to LqContactFlag
    if GconHouseholdId not = spaces
           move "H" to LqHouseholdType
           move GconHouseholdId to LqHouseholdId
    end-if
    if GconUndeliverable = "Y"
           move "Y" to LqHoldFlag
           move GconUndelivDate to LqUndelivDate
    end-if
    move GconGuardianName to LqGuardianName
    move GconAddressLine1 to LqAddressLine1
    move GconAddressLine2 to LqAddressLine2
    move GconPostalCode to LqPostalCode
    move GconCity to LqCity
    move GconLangCode to LqLangCode.

*> The key work file and the roster are both in student ID order, so
*> the key file only ever advances - one sequential pass covers the
    close PlacementExceptionFile
    if MasterFileOk
           close StudentMasterFile
           close MasterAuditFile
    end-if
    if ContactFileOk
           close GuardianContactFile
    end-if
    perform 9300-Produce-Guardian-Letters
    perform 9100-Build-Sis-Extract
    perform 9400-Write-Run-Journal
    perform 9200-Mark-Run-Complete
           " " function trim(MsgRejectedLabel) ":" RosterRejectedCount
           " " function trim(MsgSkippedLabel) ":" RosterSkippedCount.

*> The letter pass. The first sort brings each household together
*> and settles, from its first record, whether it is mailed, held
*> for returned mail or has no contact at all; the second puts the
*> mailings in postal code order for the printer and the labels.
*> Every queued letter lands in exactly one of the mailed or held
*> files, so the summary still balances against the roster.
9300-Produce-Guardian-Letters.
    close LetterQueueFile
    open output GuardianLetterFile
    open output HeldLetterFile
    open output NoContactReportFile
    open output AddressLabelFile
    perform 9305-Write-Letter-Headings
    sort LetterHouseSortFile on ascending key LhHouseholdKey
                             descending key LhHoldFlag
                                            LhContactFlag
                             ascending key LhStudentId
        using LetterQueueFile
        output procedure 9320-Resolve-Households
    sort LetterMailSortFile on ascending key LmDisposition
                                            LmPostalCode
                                            LmHouseholdKey
                                            LmStudentId
        using LetterMailWorkFile
        output procedure 9340-Print-Mailings
    perform 9395-Set-Run-Catalog
    move all "=" to LetterLineWs
    write GuardianLetterLine from LetterLineWs
    move spaces to LetterLineWs
           delimited by size into LetterLineWs
    end-string
    write GuardianLetterLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgMailingCountLabel) " " MailingCount
           delimited by size into LetterLineWs
    end-string
    write GuardianLetterLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgHeldCountLabel) " " HeldLetterCount
           delimited by size into LetterLineWs
    end-string
    write GuardianLetterLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgNoContactCountLabel) " " NoContactCount
           delimited by size into LetterLineWs
    end-string
    write GuardianLetterLine from LetterLineWs
    move all "=" to LetterLineWs
    write GuardianLetterLine from LetterLineWs
    move all "=" to LetterLineWs
    write NoContactLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgNoContactCountLabel) " " NoContactCount
           delimited by size into LetterLineWs
    end-string
    write NoContactLine from LetterLineWs
    close GuardianLetterFile
    close HeldLetterFile
    close NoContactReportFile
    close AddressLabelFile
    display function trim(MsgLetterCountLabel) " " LetterCount
    display function trim(MsgMailingCountLabel) " " MailingCount
    display function trim(MsgHeldCountLabel) " " HeldLetterCount
    display function trim(MsgNoContactCountLabel) " " NoContactCount.

9305-Write-Letter-Headings.
    move all "=" to LetterLineWs
    write HeldLetterLine from LetterLineWs
    write NoContactLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgHeldLettersTitle)
           delimited by size into LetterLineWs
    end-string
    write HeldLetterLine from LetterLineWs
    move spaces to LetterLineWs
    string function trim(MsgNoContactTitle)
           delimited by size into LetterLineWs
    end-string
    write NoContactLine from LetterLineWs
    move all "=" to LetterLineWs
    write HeldLetterLine from LetterLineWs
    write NoContactLine from LetterLineWs.

9320-Resolve-Households.
    open output LetterMailWorkFile
    perform until EndOfHouseSort
        return LetterHouseSortFile
            at end set EndOfHouseSort to true
            not at end perform 9325-Resolve-Household-Letter
        end-return
    end-perform
    close LetterMailWorkFile.

*> Siblings are meant to share one address on their contacts; where
*> they do not, the household still goes out as one mailing, at the
*> address of its first member in student ID order.
9325-Resolve-Household-Letter.
    if LhHouseholdKey not = HouseKeyWs
           move LhHouseholdKey to HouseKeyWs
           evaluate true
               when LhHoldFlag = "Y"
                   move "H" to HouseDisposition
               when LhContactFlag = "Y"
                   move "M" to HouseDisposition
               when other
                   move "N" to HouseDisposition
           end-evaluate
           move LhMailTo to HouseMailTo
    end-if
    move HouseDisposition to LhDisposition
    move HouseMailTo to LhMailTo
    write LetterMailWorkRecord from LetterHouseSortRecord.

9340-Print-Mailings.
    perform until EndOfMailSort
        return LetterMailSortFile
            at end set EndOfMailSort to true
            not at end perform 9345-Print-Queued-Letter
        end-return
    end-perform
    if HaveOpenMailing
           perform 9370-End-Mailing
    end-if.

9345-Print-Queued-Letter.
    if HaveOpenMailing
           and (LmHouseholdKey not = CmHouseholdKey
                or LmDisposition not = CmDisposition)
           perform 9370-End-Mailing
    end-if
    if not HaveOpenMailing
           perform 9350-Start-Mailing
    end-if
    perform 9360-Print-Letter-Page.

*> The office-facing banner on a held mailing prints in the run's
*> language; the address block and the letters themselves print in
*> the guardian's. A student with no contact has no guardian
*> language, so the letters stay in the run's.
9350-Start-Mailing.
    move LetterMailSortRecord to CurrentMailing
    move 0 to MailingLetterCount
    set HaveOpenMailing to true
    perform 9395-Set-Run-Catalog
    evaluate CmDisposition
        when "M"
            add 1 to MailingCount
        when "H"
            move all "*" to LetterLineWs
            write HeldLetterLine from LetterLineWs
            move spaces to LetterLineWs
            string function trim(MsgHouseholdLabel) " "
                   CmHouseholdId " - "
                   function trim(MsgHeldSinceLabel) " "
                   CmUndelivDate
                   delimited by size into LetterLineWs
            end-string
            write HeldLetterLine from LetterLineWs
        when other
            move all "*" to LetterLineWs
            write HeldLetterLine from LetterLineWs
            move spaces to LetterLineWs
            string function trim(MsgStudentLabel) " "
                   CmStudentId " - "
                   function trim(MsgNoContactLabel)
                   delimited by size into LetterLineWs
            end-string
            write HeldLetterLine from LetterLineWs
    end-evaluate
    if CmDisposition not = "N"
           perform 9390-Set-Guardian-Catalog
           move all "=" to LetterLineWs
           perform 9380-Write-Letter-Line
           move CmGuardianName to LetterLineWs
           perform 9380-Write-Letter-Line
           move CmAddressLine1 to LetterLineWs
           perform 9380-Write-Letter-Line
           if CmAddressLine2 not = spaces
                  move CmAddressLine2 to LetterLineWs
                  perform 9380-Write-Letter-Line
           end-if
           move spaces to LetterLineWs
           string CmPostalCode "  " function trim(CmCity)
                  delimited by size into LetterLineWs
           end-string
           perform 9380-Write-Letter-Line
           move spaces to LetterLineWs
           perform 9380-Write-Letter-Line
    end-if.

*> One letter page per student, built from the same placement,
*> score and pass/fail results the roster report shows.
9360-Print-Letter-Page.
    move all "=" to LetterLineWs
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    string function trim(MsgLetterTitle)
           delimited by size into LetterLineWs
    end-string
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    string function trim(MsgLetterRegarding) " " LmStudentId
           " " function trim(LmStudentName)
           delimited by size into LetterLineWs
    end-string
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    perform 9380-Write-Letter-Line
    move LmGradeLevel to GradeLevelDisplay
    move spaces to LetterLineWs
    evaluate LmGradeType
        when "0"
            string function trim(MsgLetterPlacement) " "
                   CurrentSchoolYear ": "
                   function trim(MsgGrundskolaWord) " "
                   function trim(GradeLevelDisplay)
                   delimited by size into LetterLineWs
            end-string
        when "G"
            string function trim(MsgLetterPlacement) " "
                   CurrentSchoolYear ": "
                   function trim(MsgGymnasiumWord) " "
                   function trim(GradeLevelDisplay)
                   delimited by size into LetterLineWs
            end-string
        when other
            string function trim(MsgLetterPlacement) " "
                   CurrentSchoolYear ": "
                   function trim(MsgNoGradeLabel)
                   delimited by size into LetterLineWs
            end-string
    end-evaluate
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    string function trim(MsgScoreLabel) " " LmScore " "
           function trim(MsgIsGradeLabel) " " LmScoreLetter
           delimited by size into LetterLineWs
    end-string
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    if LmPassFail = "Y"
           string function trim(MsgPassed)
                  delimited by size into LetterLineWs
           end-string
    else
           string function trim(MsgFailed)
                  delimited by size into LetterLineWs
           end-string
    end-if
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    perform 9380-Write-Letter-Line
    move spaces to LetterLineWs
    string function trim(MsgLetterClosing)
           delimited by size into LetterLineWs
    end-string
    perform 9380-Write-Letter-Line
    add 1 to LetterCount
    add 1 to MailingLetterCount
    evaluate CmDisposition
        when "M"
            continue
        when "H"
            add 1 to HeldLetterCount
        when other
            add 1 to NoContactCount
            perform 9365-Report-No-Contact
    end-evaluate.

9365-Report-No-Contact.
    move spaces to LetterLineWs
    string function trim(MsgStudentLabel) " " LmStudentId " "
           function trim(LmStudentName) " "
           function trim(MsgSchoolLabel) " " LmSchoolCode " - "
           function trim(MsgNoContactLabel)
           delimited by size into LetterLineWs
    end-string
    write NoContactLine from LetterLineWs.

*> The label carries the letter count so the mailroom can check the
*> envelope is full before sealing it.
9370-End-Mailing.
    if CmDisposition = "M"
           move CmPostalCode to LblPostalCode
           move CmCity to LblCity
           move CmGuardianName to LblGuardianName
           move CmAddressLine1 to LblAddressLine1
           move CmAddressLine2 to LblAddressLine2
           move CmHouseholdId to LblHouseholdId
           move MailingLetterCount to LblLetterCount
           write AddressLabelRecord
    end-if
    move "N" to OpenMailingFlag.

9380-Write-Letter-Line.
    if CmDisposition = "M"
           write GuardianLetterLine from LetterLineWs
    else
           write HeldLetterLine from LetterLineWs
    end-if.

9390-Set-Guardian-Catalog.
    evaluate CmLangCode
        when "EN" move EnCatalog to ActiveMessages
        when "SV" move SvCatalog to ActiveMessages
        when other perform 9395-Set-Run-Catalog
    end-evaluate.

9395-Set-Run-Catalog.
    evaluate LangCode
        when "EN" move EnCatalog to ActiveMessages
        when other move SvCatalog to ActiveMessages
    end-evaluate.

*> The night's balancing record: appended after the SIS feed is
*> rebuilt so the detail count and hash total are final.
