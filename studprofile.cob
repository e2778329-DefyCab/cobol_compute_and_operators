*>              student ID from PROFILE-REQUEST the way the
*>              transcript run takes TRANSCRIPT-REQUEST, and prints
*>              in the LANG-CONTROL language like every report.
*> 15/10/2026 - the master block now shows the date of birth and the
*>              age it gives today, or flags a date of birth that is
*>              impossible or in the future; the suspense block
*>              shows the reason the student is held and, for a
*>              date-of-birth reason, the date of birth as keyed.
*> 15/10/2026 - attendance block: the student's days present,
*>              unexcused, excused and late for every term on
*>              ATTENDANCE-SUMMARY, with the absence rate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SisReturnFile ASSIGN TO "SISRETURN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SisReturnStatus.
    SELECT AttendSummaryFile ASSIGN TO "ATTENDANCESUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendSummaryStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
FD SisReturnFile.
01 SisReturnRecord.
    COPY sisret.
FD AttendSummaryFile.
01 AttendSummaryRecord.
    COPY attsumm.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
01 SortPosNext pic 9(2) value 0.
01 YearFoundFlag pic x value "N".
       88 YearFound value "Y".
01 TermTable.
*>     the one student's terms from ATTENDANCE-SUMMARY, which is kept
*>     in student and term order, so they arrive already sorted.
       05 TermEntry occurs 1 to 20 times
           depending on TermCount
           indexed by TmIdx.
           10 TmTermYear pic 9(4).
           10 TmTermNo pic 9(1).
           10 TmSchoolCode pic x(3).
           10 TmDaysRecorded pic 9(3).
           10 TmPresentDays pic 9(3).
           10 TmAbsentDays pic 9(3).
           10 TmExcusedDays pic 9(3).
           10 TmLateDays pic 9(3).
01 TermCount pic 9(2) value 0.
01 AttendSummaryEof pic x value "N".
       88 EndOfAttendSummary value "Y".
01 AttendSummaryStatus pic xx value "00".
01 TermTextWs pic x(15) value spaces.
01 AbsenceRateWs pic 9(3)v9 value 0.
01 AbsenceRateDisplay pic zz9.9.
01 RequestStatus pic xx value "00".
01 GradeHistoryStatus pic xx value "00".
01 VoteLogStatus pic xx value "00".
01 GradeLevelDisplay pic z9.
01 PrintLine pic x(100) value spaces.
01 LineBuildWs pic x(100) value spaces.
01 CurrentRunDate pic 9(8) value 0.
01 BirthAgeArea.
    COPY bagparm.
01 SuspReasonWs pic x(20) value spaces.
01 SuspBirthDateWs pic x(8) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 4000-Collect-Continuing-Ed
    perform 4500-Collect-Suspense
    perform 5000-Collect-Sis-State
    perform 5500-Collect-Attendance
    perform 6000-Print-Profile
    perform 9000-Finish
    stop run.
1000-Initialize.
    perform 1200-Load-Language
    perform 1300-Load-Request
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    open input StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
                   not at end
                       if SuspStudentId = RequestedStudentId
                              set InSuspense to true
                              move SuspReason to SuspReasonWs
                              move SuspBirthDate to SuspBirthDateWs
                              if SuspRunDate is numeric
                                     move SuspRunDate to
                                            SuspSinceDate
           end-if
    end-if.

*> Only the most recent terms are kept when a student has more than
*> the table holds - the oldest term is dropped from the front.
5500-Collect-Attendance.
    open input AttendSummaryFile
    if AttendSummaryStatus = "00"
           perform until EndOfAttendSummary
               read AttendSummaryFile
                   at end set EndOfAttendSummary to true
                   not at end
                       if AsumStudentId = RequestedStudentId
                              perform 5550-Store-Term
                       end-if
               end-read
           end-perform
           close AttendSummaryFile
    end-if.

5550-Store-Term.
    if TermCount >= 20
           perform varying TmIdx from 1 by 1 until TmIdx >= 20
               move TermEntry(TmIdx + 1) to TermEntry(TmIdx)
           end-perform
    else
           add 1 to TermCount
    end-if
    set TmIdx to TermCount
    move AsumTermYear to TmTermYear(TmIdx)
    move AsumTermNo to TmTermNo(TmIdx)
    move AsumSchoolCode to TmSchoolCode(TmIdx)
    move AsumDaysRecorded to TmDaysRecorded(TmIdx)
    move AsumPresentDays to TmPresentDays(TmIdx)
    move AsumAbsentDays to TmAbsentDays(TmIdx)
    move AsumExcusedDays to TmExcusedDays(TmIdx)
    move AsumLateDays to TmLateDays(TmIdx).

6000-Print-Profile.
    move all "=" to PrintLine
    write ProfileReportLine from PrintLine
    perform 6400-Print-ContEd-Block
    perform 6500-Print-Suspense-Block
    perform 6600-Print-Sis-Block
    perform 6700-Print-Attendance-Block
    move all "=" to PrintLine
    write ProfileReportLine from PrintLine.

                  delimited by size into PrintLine
           end-string
    end-if
    write ProfileReportLine from PrintLine
    if MasterFound
           perform 6150-Print-Birth-Date-Line
    end-if.

*> MastAge is the age on the last update; the date of birth gives
*> the age today. A master date of birth that no longer passes the
*> test is flagged rather than turned into an age.
6150-Print-Birth-Date-Line.
    move spaces to PrintLine
    move MastBirthDate to BagBirthDate
    move CurrentRunDate to BagAsOfDate
    call "birthage" using BirthAgeArea
    evaluate true
        when BagBirthDateValid
            string function trim(MsgBirthDateLabel) " "
                   MastBirthDate " ("
                   function trim(MsgAgeLabel) " " BagAge ")"
                   delimited by size into PrintLine
            end-string
        when BagBirthDateFuture
            string function trim(MsgBirthDateLabel) " "
                   MastBirthDate " - "
                   function trim(MsgBirthDateFutureLabel)
                   delimited by size into PrintLine
            end-string
        when BagBirthDateInvalid
            string function trim(MsgBirthDateLabel) " "
                   MastBirthDate " - "
                   function trim(MsgBirthDateInvalidLabel)
                   delimited by size into PrintLine
            end-string
        when other
            string function trim(MsgBirthDateLabel) " - "
                   function trim(MsgNoRecordLabel)
                   delimited by size into PrintLine
            end-string
    end-evaluate
    write ProfileReportLine from PrintLine.

6200-Print-History-Block.
6500-Print-Suspense-Block.
    move spaces to PrintLine
    if InSuspense
           evaluate SuspReasonWs
               when "BIRTH DATE INVALID"
                   string function trim(MsgStillInSuspenseLabel) " - "
                          SuspSinceDate " - "
                          function trim(MsgBirthDateInvalidLabel) " "
                          SuspBirthDateWs
                          delimited by size into PrintLine
                   end-string
               when "BIRTH DATE FUTURE"
                   string function trim(MsgStillInSuspenseLabel) " - "
                          SuspSinceDate " - "
                          function trim(MsgBirthDateFutureLabel) " "
                          SuspBirthDateWs
                          delimited by size into PrintLine
                   end-string
               when other
                   string function trim(MsgStillInSuspenseLabel) " - "
                          SuspSinceDate " - " SuspReasonWs
                          delimited by size into PrintLine
                   end-string
           end-evaluate
    else
           string function trim(MsgStillInSuspenseLabel) " - "
                  function trim(MsgNoRecordLabel)
    end-if
    write ProfileReportLine from PrintLine.

6700-Print-Attendance-Block.
    if TermCount = 0
           move spaces to PrintLine
           string function trim(MsgAttendanceProfileLabel) " - "
                  function trim(MsgNoRecordLabel)
                  delimited by size into PrintLine
           end-string
           write ProfileReportLine from PrintLine
    else
           perform varying TmIdx from 1 by 1
                   until TmIdx > TermCount
               perform 6750-Print-Attendance-Line
           end-perform
    end-if.

6750-Print-Attendance-Line.
    move spaces to TermTextWs
    if TmTermNo(TmIdx) = 2
           string function trim(MsgAutumnTermWord) " "
                  TmTermYear(TmIdx)
                  delimited by size into TermTextWs
           end-string
    else
           string function trim(MsgSpringTermWord) " "
                  TmTermYear(TmIdx)
                  delimited by size into TermTextWs
           end-string
    end-if
    move 0 to AbsenceRateWs
    if TmDaysRecorded(TmIdx) > 0
           compute AbsenceRateWs rounded =
                  TmAbsentDays(TmIdx) * 100 / TmDaysRecorded(TmIdx)
    end-if
    move AbsenceRateWs to AbsenceRateDisplay
    move spaces to PrintLine
    string function trim(MsgAttendanceProfileLabel) " "
           function trim(TermTextWs) " " TmSchoolCode(TmIdx) " - "
           function trim(MsgPresentLabel) " " TmPresentDays(TmIdx)
           " " function trim(MsgUnexcusedLabel) " "
           TmAbsentDays(TmIdx)
           " " function trim(MsgExcusedLabel) " "
           TmExcusedDays(TmIdx)
           " " function trim(MsgLateLabel) " " TmLateDays(TmIdx)
           " (" function trim(AbsenceRateDisplay) "%)"
           delimited by size into PrintLine
    end-string
    write ProfileReportLine from PrintLine.

9000-Finish.
    close ProfileReportFile
    if MasterFileOk
