*>              corrections applied - the day the queue passes 500.
*>              The rewritten AGE-SUSPENSE comes back in student ID
*>              order.
*> 15/10/2026 - dates of birth. Suspense items carry the date of
*>              birth the batch run judged, an impossible or future
*>              one included, and a correction may now key the
*>              corrected date of birth instead of an age. A keyed
*>              date of birth is validated, drives the age on the
*>              run date and the placement age as of the
*>              SCHOOL-YEAR-CONTROL cutoff exactly as in the batch
*>              run, and is written to the master and vote log.
*> 15/10/2026 - every master record added or changed here appends
*>              its before and after image to MASTER-CHANGE-AUDIT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT SchoolYearControlFile ASSIGN TO "SCHOOLYEARCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SchoolYearControlStatus.
    SELECT CorrSortFile ASSIGN TO "SUSPCORRSORT".
    SELECT SuspSortFile ASSIGN TO "SUSPITEMSORT".
DATA DIVISION.
01 CorrWorkRecord.
       05 CwStudentId pic x(6).
       05 CwAge pic 99.
       05 CwBirthDate pic x(8).
FD SuspWorkFile.
01 SuspWorkRecord.
       05 SwStudentId pic x(6).
       05 SwScore pic x(3).
       05 SwSchoolCode pic x(3).
       05 SwRunDate pic x(8).
       05 SwBirthDate pic x(8).
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD SchoolYearControlFile.
01 SchoolYearControlRecord.
    COPY schyrctl.
SD CorrSortFile.
01 CorrSortRecord.
*>     the sequence key keeps corrections for the same student in
       05 CsStudentId pic x(6).
       05 CsSeq pic 9(7).
       05 CsAge pic 99.
       05 CsBirthDate pic x(8).
SD SuspSortFile.
01 SuspSortRecord.
       05 SsStudentId pic x(6).
       05 SsScore pic x(3).
       05 SsSchoolCode pic x(3).
       05 SsRunDate pic x(8).
       05 SsBirthDate pic x(8).
WORKING-STORAGE SECTION.
COPY messages.
01 Age pic 99 value 0.
01 LangControlStatus pic xx value "00".
01 AgingReportStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterAuditStatus pic xx value "00".
01 MasterBeforeImage pic x(56) value spaces.
01 CurrentRunTime pic 9(6) value 0.
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 PlacementOverrideStatus pic xx value "00".
       05 MatchedOvrGradeLevel pic 9(2).
01 LangCode pic x(2) value "SV".
01 PrintLine pic x(80) value spaces.
01 PlacementAge pic 99 value 0.
01 BirthAgeArea.
    COPY bagparm.
01 BirthDateWs pic x(8) value spaces.
01 CorrectionValidFlag pic x value "N".
       88 CorrectionValid value "Y".
01 SchoolYearControlStatus pic xx value "00".
01 SchoolYearCutoffMonthDay pic 9(4) value 1231.
01 SchoolYearCutoffDate pic 9(8) value 0.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
        function current-date(1:4))
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentRunTime = function numval(
        function current-date(9:6))
    perform 1250-Load-School-Year-Control
    open extend StudentGradeHistoryFile
    if GradeHistoryStatus = "05" or GradeHistoryStatus = "35"
           open output StudentGradeHistoryFile
        when other move SvCatalog to ActiveMessages
    end-evaluate.

*> Same cutoff, same default as the batch run - a corrected student
*> must land in the placement a clean roster pass would give them.
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
    end-if
    if MasterStatus = "00"
           set MasterFileOk to true
           perform 1510-Open-Master-Audit
    else
           display "Unable to open student master file - status "
                  MasterStatus
                  " - master maintenance skipped this run"
    end-if.

*> Master maintenance only goes ahead with the change audit open -
*> an unaudited change to the master is worse than a late one.
1510-Open-Master-Audit.
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

2000-Load-Corrections.
    open input AgeCorrectionFile
    if AgeCorrectionStatus = "00"
                       move CorrStudentId to CsStudentId
                       move CorrReleaseSeq to CsSeq
                       move CorrCorrectedAge to CsAge
                       move CorrBirthDate to CsBirthDate
                       release CorrSortRecord
               end-read
           end-perform
            not at end
                move CsStudentId to CwStudentId
                move CsAge to CwAge
                move CsBirthDate to CwBirthDate
                write CorrWorkRecord
        end-return
    end-perform
                       move SuspScore to SsScore
                       move SuspSchoolCode to SsSchoolCode
                       move SuspRunDate to SsRunDate
                       move SuspBirthDate to SsBirthDate
                       release SuspSortRecord
               end-read
           end-perform
                move SsScore to SwScore
                move SsSchoolCode to SwSchoolCode
                move SsRunDate to SwRunDate
                move SsBirthDate to SwBirthDate
                write SuspWorkRecord
        end-return
    end-perform
*> otherwise the item falls through to the queue at the student
*> break, as the table version's unworked flag always allowed.
3050-Work-Suspense-Item.
    perform 3040-Validate-Correction
    if not CorrectionValid
           add 1 to CorrInvalidCount
           move spaces to PrintLine
           string function trim(MsgCorrInvalidLabel) " - "
           end-string
           write AgingReportLine from PrintLine
    else
           if SwScore is numeric
                  move SwScore to Score
           else
    end-if
    perform 3510-Read-Corr-Work.

*> A keyed date of birth takes precedence over a keyed age and is
*> put through the same test the batch run applies - an impossible
*> or future date of birth on a correction is as invalid as an
*> out-of-range age. An age-only correction places on that age, as
*> it always has, and leaves the date of birth unknown.
3040-Validate-Correction.
    move "N" to CorrectionValidFlag
    move spaces to BirthDateWs
    if CwBirthDate not = spaces
           move CwBirthDate to BagBirthDate
           move CurrentRunDate to BagAsOfDate
           call "birthage" using BirthAgeArea
           if BagBirthDateValid
                  move CwBirthDate to BirthDateWs
                  move BagAge to Age
                  move SchoolYearCutoffDate to BagAsOfDate
                  call "birthage" using BirthAgeArea
                  if BagBirthDateValid
                         move BagAge to PlacementAge
                  else
                         move 0 to PlacementAge
                  end-if
                  if Age >= MinValidAge and Age <= MaxValidAge
                         set CorrectionValid to true
                  end-if
           end-if
    else
           move CwAge to Age
           move CwAge to PlacementAge
           if CwAge >= MinValidAge and CwAge <= MaxValidAge
                  set CorrectionValid to true
           end-if
    end-if.

3900-Keep-Suspense-Item.
    perform 3910-Write-Suspense-Back
    perform 3930-Print-Aging-Line
           else
                  move 0 to SuspRunDate
           end-if
           move SwBirthDate to SuspBirthDate
           write AgeSuspenseRecord
    end-if.

3930-Print-Aging-Line.
    move spaces to PrintLine
    if SwBirthDate not = spaces
           string function trim(MsgStillInSuspenseLabel) " - "
                  SwStudentId " " SwStudentName " ("
                  function trim(MsgBirthDateLabel) " " SwBirthDate
                  ") " SwReason
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgStillInSuspenseLabel) " - "
                  SwStudentId " " SwStudentName " ("
                  function trim(MsgAgeLabel) " " SwAge
                  ") " SwReason
                  delimited by size into PrintLine
           end-string
    end-if
    write AgingReportLine from PrintLine.

3950-Report-Unmatched-Correction.
                   move SwSchoolCode to MastSchoolCode
                   move "A" to MastEnrollStatus
                   move CurrentRunDate to MastStatusDate
                   move BirthDateWs to MastBirthDate
                   write StudentMasterRecord
                   move spaces to MasterBeforeImage
                   move "A" to AudAction
                   perform 3080-Write-Master-Audit
               not invalid key
                   move StudentMasterRecord to MasterBeforeImage
                   move Age to MastAge
                   move CurrentRunDate to MastLastUpdate
                   if BirthDateWs not = spaces
                          move BirthDateWs to MastBirthDate
                   end-if
                   rewrite StudentMasterRecord
                   move "C" to AudAction
                   perform 3080-Write-Master-Audit
           end-read
    end-if.

3080-Write-Master-Audit.
    move MastStudentId to AudStudentId
    move CurrentRunDate to AudChangeDate
    move CurrentRunTime to AudChangeTime
    move "suspworkbench" to AudProgram
    move spaces to AudOperatorId
    move MasterBeforeImage to AudBeforeImage
    move StudentMasterRecord to AudAfterImage
    write MasterAuditRecord.

*> Mirrors 3100-Apply-Student-Logic in cobolclass so a corrected
*> student lands in exactly the records a clean roster pass would
*> have produced.
3100-Apply-Student-Logic.
    display function trim(MsgStudentLabel) " " SwStudentId
           " " SwStudentName " ("
           function trim(MsgAgeLabel) " " Age ", "
           function trim(MsgPlacementAgeLabel) " " PlacementAge ") "
           function trim(MsgCorrAppliedLabel)

*>  voting follows the age on the run date; the placement follows
*>  the age reached by the school-year cutoff
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
    move SwSchoolCode to VoteLogSchoolCode
    move BirthDateWs to VoteLogBirthDate
    write VoteEligibilityLogRecord

    perform 3800-Write-Sis-Detail
    close AgingReportFile
    if MasterFileOk
           close StudentMasterFile
           close MasterAuditFile
    end-if
    close StudentGradeHistoryFile
    close VoteEligibilityLogFile
