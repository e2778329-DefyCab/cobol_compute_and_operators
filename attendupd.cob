      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. attendupd.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Applies the schools' daily
*>              ATTENDANCE-TRANSACTION file to the per-student,
*>              per-term ATTENDANCE-SUMMARY in one balanced pass
*>              the way the continuing-ed run applies its file,
*>              rejecting unknown and withdrawn students, bad codes
*>              and dates, the wrong school and days already
*>              counted to ATTENDANCE-REJECTS. A student whose
*>              unexcused absences cross an ATTENDANCE-CONTROL
*>              threshold is flagged on the ABSENCE-REPORT and the
*>              guardian is sent an absence notice in the
*>              LANG-CONTROL language, once per threshold per term;
*>              the report closes with the absence rates per school
*>              and grade level for the term.
*> 15/10/2026 - every day counted is now kept on ATTENDANCE-DAYS and
*>              a day is judged already counted by its own row, not
*>              by the term's last date: a sheet keyed after a later
*>              day has run is applied, a day keyed again with
*>              another code (an A excused by the guardian's note the
*>              next day) moves the count to the new code, and only
*>              a repeat with the same code is rejected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AttendTransFile ASSIGN TO "ATTENDANCETRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendTransStatus.
    SELECT AttendSummaryFile ASSIGN TO "ATTENDANCESUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendSummaryStatus.
    SELECT SummWorkFile ASSIGN TO "ATTENDSUMMWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SummWorkStatus.
    SELECT AttendDaysFile ASSIGN TO "ATTENDANCEDAYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendDaysStatus.
    SELECT DaysWorkFile ASSIGN TO "ATTENDDAYSWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DaysWorkStatus.
    SELECT PlaceWorkFile ASSIGN TO "ATTENDPLACEWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PlaceWorkStatus.
    SELECT StudentGradeHistoryFile ASSIGN TO "STUDENTGRADEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistoryStatus.
    SELECT AttendControlFile ASSIGN TO "ATTENDANCECONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendControlStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT AbsenceReportFile ASSIGN TO "ABSENCEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AbsenceReportStatus.
    SELECT AttendRejectFile ASSIGN TO "ATTENDANCEREJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttendRejectStatus.
    SELECT AbsenceNoticeFile ASSIGN TO "ABSENCENOTICES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AbsenceNoticeStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT GuardianContactFile ASSIGN TO "GUARDIANCONTACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GconStudentId
        FILE STATUS IS ContactStatus.
    SELECT PlaceSortFile ASSIGN TO "ATTENDPLACESORT".
    SELECT AttendSortFile ASSIGN TO "ATTENDTRANSORT".
DATA DIVISION.
FILE SECTION.
FD AttendTransFile.
01 AttendTransRecord.
    COPY atttran.
FD AttendSummaryFile.
01 AttendSummaryRecord.
    COPY attsumm.
FD SummWorkFile.
01 SummWorkRecord.
    COPY attsumm REPLACING LEADING ==Asum== BY ==Sw==.
FD AttendDaysFile.
01 AttendDaysRecord.
    COPY attday.
FD DaysWorkFile.
01 DaysWorkRecord.
    COPY attday REPLACING LEADING ==Aday== BY ==Dw==.
FD PlaceWorkFile.
01 PlaceWorkRecord.
       05 PwStudentId pic x(6).
       05 PwGradeType pic x(1).
       05 PwGradeLevel pic 9(2).
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD AttendControlFile.
01 AttendControlRecord.
    COPY attctl.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD AbsenceReportFile.
01 AbsenceReportLine pic x(100).
FD AttendRejectFile.
01 AttendRejectLine pic x(80).
FD AbsenceNoticeFile.
01 AbsenceNoticeLine pic x(80).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
FD GuardianContactFile.
01 GuardianContactRecord.
    COPY gcontact.
SD PlaceSortFile.
01 PlaceSortRecord.
*>     history rows keyed so the last record in each student group
*>     is the latest placement - latest school year, then the latest
*>     row in file order, the same collapse the transcript applies.
       05 PsStudentId pic x(6).
       05 PsSchoolYear pic 9(4).
       05 PsSeq pic 9(7).
       05 PsGradeType pic x(1).
       05 PsGradeLevel pic 9(2).
SD AttendSortFile.
01 AttendSortRecord.
*>     student and term, then the day, so each student's term is
*>     applied in date order; the sequence key keeps a day keyed
*>     twice in keying order, so the later keying is the one that
*>     stands.
       05 AtsKey.
           10 AtsStudentId pic x(6).
           10 AtsTerm.
               15 AtsTermYear pic 9(4).
               15 AtsTermNo pic 9(1).
       05 AtsDate pic 9(8).
       05 AtsSeq pic 9(7).
       05 AtsCode pic x(1).
       05 AtsSchoolCode pic x(3).
WORKING-STORAGE SECTION.
COPY messages.
01 RateTable.
*>     one row per school, grade type and grade level seen in the
*>     report term - bounded by the district's schools and grades,
*>     not by the number of students.
       05 RateEntry occurs 1 to 300 times
           depending on RateCount
           indexed by RateIdx.
           10 RtKey.
               15 RtSchoolCode pic x(3).
               15 RtGradeType pic x(1).
               15 RtGradeLevel pic 9(2).
           10 RtStudents pic 9(5).
           10 RtDays pic 9(7).
           10 RtUnexcused pic 9(7).
           10 RtExcused pic 9(7).
           10 RtLate pic 9(7).
01 RateCount pic 9(3) value 0.
01 SwapRateEntry.
       05 SwapKey pic x(6).
       05 SwapStudents pic 9(5).
       05 SwapDays pic 9(7).
       05 SwapUnexcused pic 9(7).
       05 SwapExcused pic 9(7).
       05 SwapLate pic 9(7).
01 SortPass pic 9(3) value 0.
01 SortPos pic 9(3) value 0.
01 SortPosNext pic 9(3) value 0.
01 RateFoundFlag pic x value "N".
       88 RateFound value "Y".
01 OverflowWarnedFlag pic x value "N".
       88 OverflowWarned value "Y".
01 AttendTransStatus pic xx value "00".
01 AttendSummaryStatus pic xx value "00".
01 SummWorkStatus pic xx value "00".
01 AttendDaysStatus pic xx value "00".
01 DaysWorkStatus pic xx value "00".
01 PlaceWorkStatus pic xx value "00".
01 GradeHistoryStatus pic xx value "00".
01 AttendControlStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 AbsenceReportStatus pic xx value "00".
01 AttendRejectStatus pic xx value "00".
01 AbsenceNoticeStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 ContactStatus pic xx value "00".
01 ContactFileFlag pic x value "N".
       88 ContactFileOk value "Y".
01 LangCode pic x(2) value "SV".
01 TransEof pic x value "N".
       88 EndOfTrans value "Y".
01 SummaryEof pic x value "N".
       88 EndOfSummary value "Y".
01 SummWorkEof pic x value "N".
       88 EndOfSummWork value "Y".
01 AttendDaysEof pic x value "N".
       88 EndOfAttendDays value "Y".
01 DaysWorkEof pic x value "N".
       88 EndOfDaysWork value "Y".
01 AttendSortEof pic x value "N".
       88 EndOfAttendSort value "Y".
01 HistoryEof pic x value "N".
       88 EndOfHistory value "Y".
01 PlaceSortEof pic x value "N".
       88 EndOfPlaceSort value "Y".
01 PlaceWorkEof pic x value "N".
       88 EndOfPlaceWork value "Y".
01 PendingPlaceFlag pic x value "N".
       88 HavePendingPlace value "Y".
01 PendingPlace.
       05 PendPlStudentId pic x(6).
       05 PendPlGradeType pic x(1).
       05 PendPlGradeLevel pic 9(2).
01 PlaceReleaseSeq pic 9(7) value 0.
01 TranReleaseSeq pic 9(7) value 0.
01 CurrentSummary.
    COPY attsumm REPLACING LEADING ==Asum== BY ==Cur==.
*> the day being applied, held until a transaction for another day
*> arrives so a day keyed twice tonight is judged against itself.
01 PendingDayFlag pic x value "N".
       88 HavePendingDay value "Y".
01 PendingDay.
    COPY attday REPLACING LEADING ==Aday== BY ==Pday==.
01 TransDayKey.
       05 TdKey pic x(11).
       05 TdDate pic 9(8).
*> Thresholds and the autumn term's first month when the control
*> file is missing.
01 FirstThreshold pic 9(3) value 5.
01 SecondThreshold pic 9(3) value 10.
01 AutumnStartMonth pic 9(2) value 8.
01 ReportTerm.
       05 ReportTermYear pic 9(4) value 0.
       05 ReportTermNo pic 9(1) value 0.
01 ReportTermNumeric redefines ReportTerm pic 9(5).
01 CrossedThreshold pic 9(3) value 0.
01 CurrentRunDate pic 9(8) value 0.
01 DateWork.
       05 DateWorkYear pic 9(4).
       05 DateWorkMonth pic 9(2).
       05 DateWorkDay pic 9(2).
01 DateWorkNumeric redefines DateWork pic 9(8).
01 TransReadCount pic 9(6) value 0.
01 TransAppliedCount pic 9(6) value 0.
01 TransRejectedCount pic 9(6) value 0.
01 DaysCorrectedCount pic 9(6) value 0.
01 FlaggedCount pic 9(5) value 0.
01 NoticeCount pic 9(5) value 0.
01 RejectLabelWs pic x(45) value spaces.
01 RejectStudentId pic x(6) value spaces.
01 RejectDate pic x(8) value spaces.
01 RejectCode pic x(1) value space.
01 StudentNameWs pic x(20) value spaces.
01 TermTextWs pic x(15) value spaces.
01 GradeTextWs pic x(40) value spaces.
01 GradeLevelDisplay pic z9.
01 RateWs pic 9(3)v9 value 0.
01 RateDisplay pic zz9.9.
01 ExcusedRateDisplay pic zz9.9.
01 SchoolBreakCode pic x(3) value spaces.
01 SchoolStudents pic 9(5) value 0.
01 SchoolDays pic 9(7) value 0.
01 SchoolUnexcused pic 9(7) value 0.
01 SchoolExcused pic 9(7) value 0.
01 SchoolLate pic 9(7) value 0.
01 PrintLine pic x(100) value spaces.
01 NoticeLineWs pic x(80) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1500-Load-Placements
    perform 1400-Copy-Summary-To-Work
    perform 1450-Copy-Days-To-Work
    sort AttendSortFile on ascending key AtsKey AtsDate AtsSeq
        input procedure 2000-Release-Transactions
        output procedure 3000-Apply-Attendance
    perform 6000-Print-Absence-Rates
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    perform 1300-Load-Attend-Control
    open input StudentMasterFile
    if MasterStatus not = "00"
           display "Unable to open student master file - status "
                  MasterStatus " - no attendance applied"
           stop run
    end-if
    open input GuardianContactFile
    if ContactStatus = "00"
           set ContactFileOk to true
    else
           display "Unable to open guardian contact file - status "
                  ContactStatus " - notices printed without address"
    end-if
    open output AbsenceReportFile
    if AbsenceReportStatus not = "00"
           display "Unable to open absence report file - status "
                  AbsenceReportStatus
           stop run
    end-if
    open output AttendRejectFile
    open output AbsenceNoticeFile
    perform 8300-Build-Term-Text
    move all "=" to PrintLine
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgAbsenceReportTitle) " - "
           function trim(TermTextWs)
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move all "=" to PrintLine
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgThresholdCrossedTitle) " ("
           function trim(MsgThresholdLabel) " " FirstThreshold
           " / " SecondThreshold ")"
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move all "-" to PrintLine
    write AbsenceReportLine from PrintLine
    move all "=" to NoticeLineWs
    write AttendRejectLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgAttendRejectTitle)
           delimited by size into NoticeLineWs
    end-string
    write AttendRejectLine from NoticeLineWs
    move all "=" to NoticeLineWs
    write AttendRejectLine from NoticeLineWs
    display function trim(MsgAttendUpdTitle)
    display "====================================================".

1200-Load-Language.
    open input LanguageControlFile
    if LangControlStatus = "00"
           read LanguageControlFile
               not at end move CtlLangCode to LangCode
           end-read
           close LanguageControlFile
    end-if
    evaluate LangCode
        when "EN" move EnCatalog to ActiveMessages
        when other move SvCatalog to ActiveMessages
    end-evaluate.

*> A second threshold at or below the first could never be crossed on
*> its own, so it is pushed above the first rather than trusted.
1300-Load-Attend-Control.
    open input AttendControlFile
    if AttendControlStatus = "00"
           read AttendControlFile
               not at end
                   if AttCtlFirstThreshold is numeric
                          and AttCtlFirstThreshold > 0
                          move AttCtlFirstThreshold to FirstThreshold
                   end-if
                   if AttCtlSecondThreshold is numeric
                          and AttCtlSecondThreshold > 0
                          move AttCtlSecondThreshold to
                                 SecondThreshold
                   end-if
                   if AttCtlAutumnStartMonth is numeric
                          and AttCtlAutumnStartMonth >= 1
                          and AttCtlAutumnStartMonth <= 12
                          move AttCtlAutumnStartMonth to
                                 AutumnStartMonth
                   end-if
                   if AttCtlReportTerm is numeric
                          move AttCtlReportTerm to ReportTermNumeric
                   end-if
           end-read
           close AttendControlFile
    else
           display "No attendance control file - using thresholds "
                  FirstThreshold " / " SecondThreshold
    end-if
    if SecondThreshold <= FirstThreshold
           compute SecondThreshold = FirstThreshold + 1
    end-if
    if ReportTermNumeric = 0
           or (ReportTermNo not = 1 and ReportTermNo not = 2)
           move CurrentRunDate to DateWorkNumeric
           move DateWorkYear to ReportTermYear
           if DateWorkMonth >= AutumnStartMonth
                  move 2 to ReportTermNo
           else
                  move 1 to ReportTermNo
           end-if
    end-if.

*> The summary is rewritten in full by the balanced pass, so the
*> current file is first copied aside to read from.
1400-Copy-Summary-To-Work.
    open output SummWorkFile
    open input AttendSummaryFile
    if AttendSummaryStatus = "00"
           perform until EndOfSummary
               read AttendSummaryFile
                   at end set EndOfSummary to true
                   not at end
                       write SummWorkRecord from AttendSummaryRecord
               end-read
           end-perform
           close AttendSummaryFile
    else
           display "No attendance summary file - starting a new one"
    end-if
    close SummWorkFile.

1450-Copy-Days-To-Work.
    open output DaysWorkFile
    open input AttendDaysFile
    if AttendDaysStatus = "00"
           perform until EndOfAttendDays
               read AttendDaysFile
                   at end set EndOfAttendDays to true
                   not at end
                       write DaysWorkRecord from AttendDaysRecord
               end-read
           end-perform
           close AttendDaysFile
    else
           display "No attendance days file - starting a new one"
    end-if
    close DaysWorkFile.

1500-Load-Placements.
    sort PlaceSortFile on ascending key PsStudentId
                                       PsSchoolYear
                                       PsSeq
        input procedure 1510-Release-History-Rows
        output procedure 1520-Write-Place-Work
    open input PlaceWorkFile
    perform 1530-Read-Place-Work.

1510-Release-History-Rows.
    open input StudentGradeHistoryFile
    if GradeHistoryStatus = "00"
           perform until EndOfHistory
               read StudentGradeHistoryFile
                   at end set EndOfHistory to true
                   not at end
                       add 1 to PlaceReleaseSeq
                       move HistStudentId to PsStudentId
                       move HistSchoolYear to PsSchoolYear
                       move PlaceReleaseSeq to PsSeq
                       move HistGradeType to PsGradeType
                       move HistGradeLevel to PsGradeLevel
                       release PlaceSortRecord
               end-read
           end-perform
           close StudentGradeHistoryFile
    end-if.

1520-Write-Place-Work.
    open output PlaceWorkFile
    perform until EndOfPlaceSort
        return PlaceSortFile
            at end set EndOfPlaceSort to true
            not at end
                if HavePendingPlace
                       and PsStudentId not = PendPlStudentId
                       write PlaceWorkRecord from PendingPlace
                end-if
                move PsStudentId to PendPlStudentId
                move PsGradeType to PendPlGradeType
                move PsGradeLevel to PendPlGradeLevel
                set HavePendingPlace to true
        end-return
    end-perform
    if HavePendingPlace
           write PlaceWorkRecord from PendingPlace
    end-if
    close PlaceWorkFile.

1530-Read-Place-Work.
    read PlaceWorkFile
        at end set EndOfPlaceWork to true
    end-read.

*> Everything that can be judged from the transaction and the master
*> alone is rejected here, before the sort; what needs the day
*> detail - a day already counted - is judged in the balanced pass.
2000-Release-Transactions.
    open input AttendTransFile
    if AttendTransStatus = "00"
           perform until EndOfTrans
               read AttendTransFile
                   at end set EndOfTrans to true
                   not at end
                       add 1 to TransReadCount
                       perform 2100-Edit-Transaction
               end-read
           end-perform
           close AttendTransFile
    else
           display "Unable to open attendance transaction file - "
                  "status " AttendTransStatus
    end-if.

2100-Edit-Transaction.
    move spaces to RejectLabelWs
    move AttStudentId to RejectStudentId
    move AttDate to RejectDate
    move AttCode to RejectCode
    move AttStudentId to MastStudentId
    read StudentMasterFile
        invalid key move MsgUnknownStudentLabel to RejectLabelWs
    end-read
    if RejectLabelWs = spaces and MastEnrollStatus = "W"
           move MsgWithdrawnSkipLabel to RejectLabelWs
    end-if
    if RejectLabelWs = spaces
           and AttCode not = "P" and AttCode not = "A"
           and AttCode not = "E" and AttCode not = "L"
           move MsgInvalidAttCodeLabel to RejectLabelWs
    end-if
    if RejectLabelWs = spaces
           if AttDate is not numeric
                  move MsgInvalidAttDateLabel to RejectLabelWs
           else
                  if function test-date-yyyymmdd(AttDate) not = 0
                         or AttDate > CurrentRunDate
                         move MsgInvalidAttDateLabel to RejectLabelWs
                  end-if
           end-if
    end-if
    if RejectLabelWs = spaces
           and AttSchoolCode not = spaces
           and MastSchoolCode not = spaces
           and AttSchoolCode not = MastSchoolCode
           move MsgWrongSchoolLabel to RejectLabelWs
    end-if
    if RejectLabelWs = spaces
           add 1 to TranReleaseSeq
           move AttStudentId to AtsStudentId
           move AttDate to DateWorkNumeric
           perform 8200-Derive-Term
           move AttDate to AtsDate
           move TranReleaseSeq to AtsSeq
           move AttCode to AtsCode
           if AttSchoolCode = spaces
                  move MastSchoolCode to AtsSchoolCode
           else
                  move AttSchoolCode to AtsSchoolCode
           end-if
           release AttendSortRecord
    else
           perform 3900-Write-Reject
    end-if.

*> Balanced-line pass over the summary work file and the sorted
*> transactions, both in student and term order. A summary row with
*> no transactions tonight goes back unchanged; a student's first
*> day in a term starts a new row. The day detail is in the same
*> order and is walked forward alongside the transactions.
3000-Apply-Attendance.
    open input SummWorkFile
    open output AttendSummaryFile
    open input DaysWorkFile
    open output AttendDaysFile
    perform 3395-Read-Days-Work
    perform 3510-Read-Summ-Work
    perform 3520-Return-Transaction
    perform until EndOfSummWork and EndOfAttendSort
        evaluate true
            when EndOfAttendSort
                perform 3100-Carry-Summary
            when EndOfSummWork
                perform 3200-Start-New-Summary
                perform 3300-Apply-Term-Days
            when SwKey < AtsKey
                perform 3100-Carry-Summary
            when SwKey > AtsKey
                perform 3200-Start-New-Summary
                perform 3300-Apply-Term-Days
            when other
                move SummWorkRecord to CurrentSummary
                perform 3510-Read-Summ-Work
                perform 3250-Refresh-Placement
                perform 3300-Apply-Term-Days
        end-evaluate
    end-perform
    perform 3380-Flush-Pending-Day
    perform until EndOfDaysWork
        perform 3390-Carry-Day
    end-perform
    close SummWorkFile
    close AttendSummaryFile
    close DaysWorkFile
    close AttendDaysFile
    close PlaceWorkFile.

3510-Read-Summ-Work.
    read SummWorkFile
        at end set EndOfSummWork to true
    end-read.

3520-Return-Transaction.
    return AttendSortFile
        at end set EndOfAttendSort to true
    end-return.

3100-Carry-Summary.
    move SummWorkRecord to CurrentSummary
    perform 3400-Write-Summary
    perform 3510-Read-Summ-Work.

3200-Start-New-Summary.
    move AtsStudentId to CurStudentId
    move AtsTermYear to CurTermYear
    move AtsTermNo to CurTermNo
    move AtsSchoolCode to CurSchoolCode
    move space to CurGradeType
    move 0 to CurGradeLevel
    move 0 to CurDaysRecorded CurPresentDays CurAbsentDays
           CurExcusedDays CurLateDays CurLastAttDate
           CurNoticeLevel CurLastNoticeDate
    perform 3250-Refresh-Placement.

*> Transactions arrive in student order, so the placement work file
*> is walked forward alongside them.
3250-Refresh-Placement.
    perform until EndOfPlaceWork or PwStudentId >= CurStudentId
        perform 1530-Read-Place-Work
    end-perform
    if not EndOfPlaceWork and PwStudentId = CurStudentId
           move PwGradeType to CurGradeType
           move PwGradeLevel to CurGradeLevel
    end-if.

3300-Apply-Term-Days.
    move 0 to CrossedThreshold
    perform until EndOfAttendSort
            or AtsStudentId not = CurStudentId
            or AtsTerm not = CurTerm
        perform 3350-Apply-Day
        perform 3520-Return-Transaction
    end-perform
    perform 3600-Check-Thresholds
    perform 3400-Write-Summary.

*> A day is already counted when it has an ATTENDANCE-DAYS row, in
*> whatever order it was keyed. Keyed again with the same code - a
*> second keying, or a rerun of last night's file - it is refused;
*> with another code it is a correction and the count moves over.
3350-Apply-Day.
    move AtsKey to TdKey
    move AtsDate to TdDate
    if not (HavePendingDay and PdayDayKey = TransDayKey)
           perform 3380-Flush-Pending-Day
           perform until EndOfDaysWork or DwDayKey >= TransDayKey
               perform 3390-Carry-Day
           end-perform
           if not EndOfDaysWork and DwDayKey = TransDayKey
                  move DaysWorkRecord to PendingDay
                  set HavePendingDay to true
                  perform 3395-Read-Days-Work
           end-if
    end-if
    if HavePendingDay and PdayDayKey = TransDayKey
           if PdayCode = AtsCode
                  move MsgDayAlreadyAppliedLabel to RejectLabelWs
                  move AtsStudentId to RejectStudentId
                  move AtsDate to RejectDate
                  move AtsCode to RejectCode
                  perform 3900-Write-Reject
           else
                  perform 3360-Correct-Day
           end-if
    else
           perform 3370-Record-New-Day
    end-if.

3360-Correct-Day.
    add 1 to TransAppliedCount
    add 1 to DaysCorrectedCount
    evaluate PdayCode
        when "P"
            if CurPresentDays > 0
                   subtract 1 from CurPresentDays
            end-if
        when "A"
            if CurAbsentDays > 0
                   subtract 1 from CurAbsentDays
            end-if
        when "E"
            if CurExcusedDays > 0
                   subtract 1 from CurExcusedDays
            end-if
        when "L"
            if CurLateDays > 0
                   subtract 1 from CurLateDays
            end-if
    end-evaluate
    perform 3375-Count-Code
    move AtsCode to PdayCode
    move AtsSchoolCode to PdaySchoolCode
    move CurrentRunDate to PdayAppliedDate.

3370-Record-New-Day.
    add 1 to TransAppliedCount
    add 1 to CurDaysRecorded
    perform 3375-Count-Code
    if AtsDate >= CurLastAttDate
           move AtsDate to CurLastAttDate
           move AtsSchoolCode to CurSchoolCode
    end-if
    move TransDayKey to PdayDayKey
    move AtsCode to PdayCode
    move AtsSchoolCode to PdaySchoolCode
    move CurrentRunDate to PdayAppliedDate
    set HavePendingDay to true.

3375-Count-Code.
    evaluate AtsCode
        when "P" add 1 to CurPresentDays
        when "A" add 1 to CurAbsentDays
        when "E" add 1 to CurExcusedDays
        when "L" add 1 to CurLateDays
    end-evaluate.

3380-Flush-Pending-Day.
    if HavePendingDay
           write AttendDaysRecord from PendingDay
           move "N" to PendingDayFlag
    end-if.

3390-Carry-Day.
    write AttendDaysRecord from DaysWorkRecord
    perform 3395-Read-Days-Work.

3395-Read-Days-Work.
    read DaysWorkFile
        at end set EndOfDaysWork to true
    end-read.

3400-Write-Summary.
    write AttendSummaryRecord from CurrentSummary
    if CurTerm = ReportTerm
           perform 6100-Tally-Rate
    end-if.

*> Only the highest threshold newly crossed tonight is acted on - a
*> student who jumps past both at once gets the one, stronger notice.
3600-Check-Thresholds.
    evaluate true
        when CurAbsentDays >= SecondThreshold and CurNoticeLevel < 2
            move 2 to CurNoticeLevel
            move SecondThreshold to CrossedThreshold
        when CurAbsentDays >= FirstThreshold and CurNoticeLevel < 1
            move 1 to CurNoticeLevel
            move FirstThreshold to CrossedThreshold
        when other
            move 0 to CrossedThreshold
    end-evaluate
    if CrossedThreshold > 0
           move CurrentRunDate to CurLastNoticeDate
           move CurStudentId to MastStudentId
           move spaces to StudentNameWs
           read StudentMasterFile
               not invalid key move MastStudentName to StudentNameWs
           end-read
           perform 8100-Build-Cur-Term-Text
           perform 3700-Flag-Student
           perform 3800-Write-Absence-Notice
    end-if.

3700-Flag-Student.
    add 1 to FlaggedCount
    move spaces to PrintLine
    string "*** " function trim(MsgStudentLabel) " " CurStudentId
           " " StudentNameWs " " function trim(MsgSchoolLabel) " "
           CurSchoolCode " " function trim(TermTextWs) " - "
           function trim(MsgUnexcusedLabel) " " CurAbsentDays
           " (" function trim(MsgThresholdLabel) " "
           CrossedThreshold ")"
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    display PrintLine.

*> The notice is addressed from GUARDIAN-CONTACT when the guardian is
*> on file; without a contact it still prints for the school office
*> to address by hand.
3800-Write-Absence-Notice.
    add 1 to NoticeCount
    move all "=" to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgNoticeTitle)
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs
    if ContactFileOk
           move CurStudentId to GconStudentId
           read GuardianContactFile
               invalid key continue
               not invalid key perform 3810-Write-Notice-Address
           end-read
    end-if
    move spaces to NoticeLineWs
    string function trim(MsgLetterRegarding) " " CurStudentId " "
           function trim(StudentNameWs)
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgSchoolLabel) " " CurSchoolCode " - "
           function trim(TermTextWs)
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgUnexcusedLabel) ": " CurAbsentDays " "
           function trim(MsgNoticeDaysWord) " ("
           function trim(MsgThresholdLabel) " " CrossedThreshold ")"
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgExcusedLabel) ": " CurExcusedDays " - "
           function trim(MsgLateLabel) ": " CurLateDays
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    string function trim(MsgNoticeClosing)
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs.

3810-Write-Notice-Address.
    move GconGuardianName to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs
    move GconAddressLine1 to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs
    if GconAddressLine2 not = spaces
           move GconAddressLine2 to NoticeLineWs
           write AbsenceNoticeLine from NoticeLineWs
    end-if
    move spaces to NoticeLineWs
    string GconPostalCode "  " function trim(GconCity)
           delimited by size into NoticeLineWs
    end-string
    write AbsenceNoticeLine from NoticeLineWs
    move spaces to NoticeLineWs
    write AbsenceNoticeLine from NoticeLineWs.

3900-Write-Reject.
    add 1 to TransRejectedCount
    move spaces to NoticeLineWs
    string function trim(MsgStudentLabel) " " RejectStudentId " "
           RejectDate " " RejectCode " - "
           function trim(RejectLabelWs)
           delimited by size into NoticeLineWs
    end-string
    write AttendRejectLine from NoticeLineWs
    display NoticeLineWs.

*> The absence rates: every summary row of the report term, whether
*> or not it changed tonight, counted once under the placement it
*> carries.
6000-Print-Absence-Rates.
    perform 6300-Sort-Rate-Table
    move all "=" to PrintLine
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgAbsenceRateLabel) " - "
           function trim(MsgUnexcusedLabel) " / "
           function trim(MsgExcusedLabel)
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move all "-" to PrintLine
    write AbsenceReportLine from PrintLine
    move spaces to SchoolBreakCode
    perform varying RateIdx from 1 by 1
            until RateIdx > RateCount
        if RtSchoolCode(RateIdx) not = SchoolBreakCode
               if RateIdx > 1
                      perform 6500-Print-School-Total
               end-if
               move RtSchoolCode(RateIdx) to SchoolBreakCode
               move 0 to SchoolStudents SchoolDays SchoolUnexcused
                      SchoolExcused SchoolLate
        end-if
        perform 6400-Print-Rate-Line
    end-perform
    if RateCount > 0
           perform 6500-Print-School-Total
    end-if.

6100-Tally-Rate.
    move "N" to RateFoundFlag
    perform varying RateIdx from 1 by 1
            until RateIdx > RateCount or RateFound
        if RtSchoolCode(RateIdx) = CurSchoolCode
               and RtGradeType(RateIdx) = CurGradeType
               and RtGradeLevel(RateIdx) = CurGradeLevel
               set RateFound to true
               perform 6200-Add-To-Rate
        end-if
    end-perform
    if not RateFound
           if RateCount >= 300
                  if not OverflowWarned
                         display "More than 300 school and grade "
                                "groups - extras not reported"
                         set OverflowWarned to true
                  end-if
           else
                  add 1 to RateCount
                  set RateIdx to RateCount
                  move CurSchoolCode to RtSchoolCode(RateIdx)
                  move CurGradeType to RtGradeType(RateIdx)
                  move CurGradeLevel to RtGradeLevel(RateIdx)
                  move 0 to RtStudents(RateIdx) RtDays(RateIdx)
                         RtUnexcused(RateIdx) RtExcused(RateIdx)
                         RtLate(RateIdx)
                  perform 6200-Add-To-Rate
           end-if
    end-if.

6200-Add-To-Rate.
    add 1 to RtStudents(RateIdx)
    add CurDaysRecorded to RtDays(RateIdx)
    add CurAbsentDays to RtUnexcused(RateIdx)
    add CurExcusedDays to RtExcused(RateIdx)
    add CurLateDays to RtLate(RateIdx).

6300-Sort-Rate-Table.
    if RateCount < 2
           continue
    else
           perform varying SortPass from 1 by 1
                   until SortPass >= RateCount
               perform varying SortPos from 1 by 1
                       until SortPos >= RateCount
                   compute SortPosNext = SortPos + 1
                   if RtKey(SortPos) > RtKey(SortPosNext)
                          move RateEntry(SortPos) to SwapRateEntry
                          move RateEntry(SortPosNext) to
                                 RateEntry(SortPos)
                          move SwapRateEntry to
                                 RateEntry(SortPosNext)
                   end-if
               end-perform
           end-perform
    end-if.

6400-Print-Rate-Line.
    add RtStudents(RateIdx) to SchoolStudents
    add RtDays(RateIdx) to SchoolDays
    add RtUnexcused(RateIdx) to SchoolUnexcused
    add RtExcused(RateIdx) to SchoolExcused
    add RtLate(RateIdx) to SchoolLate
    move RtGradeLevel(RateIdx) to GradeLevelDisplay
    move spaces to GradeTextWs
    evaluate RtGradeType(RateIdx)
        when "0"
            string function trim(MsgGrundskolaWord) " "
                   function trim(GradeLevelDisplay)
                   delimited by size into GradeTextWs
            end-string
        when "G"
            string function trim(MsgGymnasiumWord) " "
                   function trim(GradeLevelDisplay)
                   delimited by size into GradeTextWs
            end-string
        when other
            move MsgNoGradeLabel to GradeTextWs
    end-evaluate
    move 0 to RateWs
    if RtDays(RateIdx) > 0
           compute RateWs rounded =
                  RtUnexcused(RateIdx) * 100 / RtDays(RateIdx)
    end-if
    move RateWs to RateDisplay
    move 0 to RateWs
    if RtDays(RateIdx) > 0
           compute RateWs rounded =
                  RtExcused(RateIdx) * 100 / RtDays(RateIdx)
    end-if
    move RateWs to ExcusedRateDisplay
    move spaces to PrintLine
    string function trim(MsgSchoolLabel) " " RtSchoolCode(RateIdx)
           " " GradeTextWs(1:25) " "
           function trim(MsgHeadcountLabel) " " RtStudents(RateIdx)
           " " function trim(MsgDaysLabel) " " RtDays(RateIdx)
           " - " RateDisplay " / " ExcusedRateDisplay
           " " function trim(MsgLateLabel) " " RtLate(RateIdx)
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine.

6500-Print-School-Total.
    move 0 to RateWs
    if SchoolDays > 0
           compute RateWs rounded = SchoolUnexcused * 100 / SchoolDays
    end-if
    move RateWs to RateDisplay
    move 0 to RateWs
    if SchoolDays > 0
           compute RateWs rounded = SchoolExcused * 100 / SchoolDays
    end-if
    move RateWs to ExcusedRateDisplay
    move spaces to PrintLine
    string function trim(MsgSchoolLabel) " " SchoolBreakCode " "
           function trim(MsgSchoolTotalLabel) " "
           function trim(MsgHeadcountLabel) " " SchoolStudents
           " " function trim(MsgDaysLabel) " " SchoolDays
           " - " RateDisplay " / " ExcusedRateDisplay
           " " function trim(MsgLateLabel) " " SchoolLate
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move all "-" to PrintLine
    write AbsenceReportLine from PrintLine.

8100-Build-Cur-Term-Text.
    move spaces to TermTextWs
    if CurTermNo = 2
           string function trim(MsgAutumnTermWord) " " CurTermYear
                  delimited by size into TermTextWs
           end-string
    else
           string function trim(MsgSpringTermWord) " " CurTermYear
                  delimited by size into TermTextWs
           end-string
    end-if.

*> The term a day belongs to: months from the autumn start month on
*> are the autumn term, earlier months the spring term, both of the
*> calendar year.
8200-Derive-Term.
    move DateWorkYear to AtsTermYear
    if DateWorkMonth >= AutumnStartMonth
           move 2 to AtsTermNo
    else
           move 1 to AtsTermNo
    end-if.

8300-Build-Term-Text.
    move spaces to TermTextWs
    if ReportTermNo = 2
           string function trim(MsgAutumnTermWord) " " ReportTermYear
                  delimited by size into TermTextWs
           end-string
    else
           string function trim(MsgSpringTermWord) " " ReportTermYear
                  delimited by size into TermTextWs
           end-string
    end-if.

9000-Finish.
    move all "=" to PrintLine
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgNoticeCountLabel) ": " NoticeCount
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgReconciliationLabel) " - "
           function trim(MsgReadLabel) ":" TransReadCount
           " " function trim(MsgAcceptedLabel) ":" TransAppliedCount
           " " function trim(MsgRejectedLabel) ":" TransRejectedCount
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgDayCorrectedLabel) " " DaysCorrectedCount
           delimited by size into PrintLine
    end-string
    write AbsenceReportLine from PrintLine
    close AbsenceReportFile
    close AttendRejectFile
    close AbsenceNoticeFile
    close StudentMasterFile
    if ContactFileOk
           close GuardianContactFile
    end-if
    display "===================================================="
    display function trim(MsgNoticeCountLabel) ": " NoticeCount
    display function trim(MsgReconciliationLabel) " - "
           function trim(MsgReadLabel) ":" TransReadCount
           " " function trim(MsgAcceptedLabel) ":" TransAppliedCount
           " " function trim(MsgRejectedLabel) ":" TransRejectedCount
    display function trim(MsgDayCorrectedLabel) " " DaysCorrectedCount.
