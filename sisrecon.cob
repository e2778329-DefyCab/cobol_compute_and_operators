      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. sisrecon.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Reconciles the whole of
*>              STUDENT-MASTER, with each student's latest
*>              STUDENT-GRADE-HISTORY placement, against the
*>              district's monthly SIS-SNAPSHOT in one balanced pass
*>              on student ID. SIS-RECON-REPORT lists students known
*>              only to us, students known only to the district, and
*>              school, status and placement mismatches, with
*>              totals per school. With SIS-RECON-CONTROL set to
*>              queue corrections, a "D" detail or "W" withdrawal
*>              row is appended to SIS-EXTRACT-DETAIL for each
*>              discrepancy so the next nightly feed puts the
*>              district right.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
       CLASS PassingScore IS "A" THRU "C", "D".
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SisSnapshotFile ASSIGN TO "SISSNAPSHOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SnapshotStatus.
    SELECT ReconControlFile ASSIGN TO "SISRECONCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReconControlStatus.
    SELECT StudentGradeHistoryFile ASSIGN TO "STUDENTGRADEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistoryStatus.
    SELECT PlaceWorkFile ASSIGN TO "RECONPLACEWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PlaceWorkStatus.
    SELECT SisDetailFile ASSIGN TO "SISEXTRACTDETAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SisDetailStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT ReconReportFile ASSIGN TO "SISRECONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReconReportStatus.
*>  The whole master is walked in key order alongside the sorted
*>  snapshot, so this run reads it sequentially rather than by key.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT PlaceSortFile ASSIGN TO "RECONPLACESORT".
    SELECT SnapSortFile ASSIGN TO "RECONSNAPSORT".
DATA DIVISION.
FILE SECTION.
FD SisSnapshotFile.
01 SisSnapshotRecord.
    COPY sissnap.
FD ReconControlFile.
01 ReconControlRecord.
    COPY reconctl.
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD PlaceWorkFile.
01 PlaceWorkRecord.
       05 PwStudentId pic x(6).
       05 PwGradeType pic x(1).
       05 PwGradeLevel pic 9(2).
       05 PwScoreLetter pic x(1).
FD SisDetailFile.
01 SisDetailRecord.
    COPY sisdet.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD ReconReportFile.
01 ReconReportLine pic x(100).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
SD PlaceSortFile.
01 PlaceSortRecord.
*>     the last record in each student group is the latest
*>     placement - latest school year, then the latest row in file
*>     order, the same collapse the transcript applies.
       05 PsStudentId pic x(6).
       05 PsSchoolYear pic 9(4).
       05 PsSeq pic 9(7).
       05 PsGradeType pic x(1).
       05 PsGradeLevel pic 9(2).
       05 PsScoreLetter pic x(1).
SD SnapSortFile.
01 SnapSortRecord.
       05 SnsStudentId pic x(6).
       05 SnsSeq pic 9(7).
       05 SnsSchoolCode pic x(3).
       05 SnsEnrollStatus pic x(1).
       05 SnsGradeType pic x(1).
       05 SnsGradeLevel pic 9(2).
WORKING-STORAGE SECTION.
COPY messages.
01 SchoolTable.
*>     one row per school code met on either side - bounded by the
*>     district's schools, not by the number of students.
       05 SchoolEntry occurs 1 to 100 times
           depending on SchoolCount
           indexed by SchIdx.
           10 StSchoolCode pic x(3).
           10 StMatched pic 9(6).
           10 StOursOnly pic 9(6).
           10 StDistrictOnly pic 9(6).
           10 StSchoolMismatch pic 9(6).
           10 StStatusMismatch pic 9(6).
           10 StPlacementMismatch pic 9(6).
01 SchoolCount pic 9(3) value 0.
01 SwapSchoolEntry pic x(39).
01 SortPass pic 9(3) value 0.
01 SortPos pic 9(3) value 0.
01 SortPosNext pic 9(3) value 0.
01 SchoolFoundFlag pic x value "N".
       88 SchoolFound value "Y".
01 SchoolOverflowFlag pic x value "N".
       88 SchoolOverflowWarned value "Y".
01 SchoolLookupCode pic x(3) value spaces.
01 SnapshotStatus pic xx value "00".
01 ReconControlStatus pic xx value "00".
01 GradeHistoryStatus pic xx value "00".
01 PlaceWorkStatus pic xx value "00".
01 SisDetailStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 ReconReportStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 QueueCorrectionsFlag pic x value "N".
       88 QueueCorrections value "Y".
01 LangCode pic x(2) value "SV".
01 SnapshotEof pic x value "N".
       88 EndOfSnapshot value "Y".
01 SnapSortEof pic x value "N".
       88 EndOfSnapSort value "Y".
01 MasterEof pic x value "N".
       88 EndOfMaster value "Y".
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
       05 PendPlScoreLetter pic x(1).
01 PlaceFoundFlag pic x value "N".
       88 PlaceFound value "Y".
01 OurGradeType pic x(1) value space.
01 OurGradeLevel pic 9(2) value 0.
01 OurScoreLetter pic x(1) value space.
01 OurStatus pic x(1) value space.
01 SnapStatusWs pic x(1) value space.
01 PreviousSnapId pic x(6) value spaces.
01 CorrectionNeededFlag pic x value "N".
       88 CorrectionNeeded value "Y".
01 PlaceReleaseSeq pic 9(7) value 0.
01 SnapReleaseSeq pic 9(7) value 0.
01 MasterReadCount pic 9(6) value 0.
01 SnapshotReadCount pic 9(6) value 0.
01 MatchedCount pic 9(6) value 0.
01 OursOnlyCount pic 9(6) value 0.
01 DistrictOnlyCount pic 9(6) value 0.
01 SchoolMismatchCount pic 9(6) value 0.
01 StatusMismatchCount pic 9(6) value 0.
01 PlacementMismatchCount pic 9(6) value 0.
01 DuplicateSnapCount pic 9(6) value 0.
01 CorrectionCount pic 9(6) value 0.
01 DiscrepancyLabelWs pic x(30) value spaces.
01 OursValueWs pic x(10) value spaces.
01 DistrictValueWs pic x(10) value spaces.
01 GradeLevelDisplay pic z9.
01 CurrentRunDate pic 9(8) value 0.
01 BirthAgeArea.
    COPY bagparm.
01 VotingAge pic 99 value 18.
01 PrintLine pic x(100) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1500-Load-Placements
    sort SnapSortFile on ascending key SnsStudentId SnsSeq
        input procedure 2000-Release-Snapshot
        output procedure 3000-Reconcile
    perform 6000-Print-School-Totals
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    perform 1300-Load-Recon-Control
    open input StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
    else
           display "Unable to open student master file - status "
                  MasterStatus " - no reconciliation"
           stop run
    end-if
    open output ReconReportFile
    if ReconReportStatus not = "00"
           display "Unable to open reconciliation report file - "
                  "status " ReconReportStatus
           stop run
    end-if
    if QueueCorrections
           open extend SisDetailFile
           if SisDetailStatus = "05" or SisDetailStatus = "35"
                  open output SisDetailFile
           end-if
    end-if
    move all "=" to PrintLine
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    if QueueCorrections
           string function trim(MsgSisReconTitle) " "
                  CurrentRunDate " - "
                  function trim(MsgCorrectionQueuedLabel)
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgSisReconTitle) " "
                  CurrentRunDate " - "
                  function trim(MsgReportOnlyLabel)
                  delimited by size into PrintLine
           end-string
    end-if
    write ReconReportLine from PrintLine
    move all "=" to PrintLine
    write ReconReportLine from PrintLine
    display function trim(MsgSisReconTitle)
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

*> Queuing corrections changes what the district will be told, so
*> it happens only when the control file asks for it - a missing
*> control file means report only.
1300-Load-Recon-Control.
    open input ReconControlFile
    if ReconControlStatus = "00"
           read ReconControlFile
               not at end
                   if RcnQueueCorrections = "Y"
                          set QueueCorrections to true
                   end-if
           end-read
           close ReconControlFile
    end-if.

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
                       move HistScoreLetter to PsScoreLetter
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
                move PsScoreLetter to PendPlScoreLetter
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

2000-Release-Snapshot.
    open input SisSnapshotFile
    if SnapshotStatus = "00"
           perform until EndOfSnapshot
               read SisSnapshotFile
                   at end set EndOfSnapshot to true
                   not at end
                       add 1 to SnapshotReadCount
                       add 1 to SnapReleaseSeq
                       move SnapStudentId to SnsStudentId
                       move SnapReleaseSeq to SnsSeq
                       move SnapSchoolCode to SnsSchoolCode
                       move SnapEnrollStatus to SnsEnrollStatus
                       move SnapGradeType to SnsGradeType
                       move SnapGradeLevel to SnsGradeLevel
                       release SnapSortRecord
               end-read
           end-perform
           close SisSnapshotFile
    else
           display "Unable to open district snapshot file - status "
                  SnapshotStatus " - every active student is "
                  "reported as known only to us"
    end-if.

*> Balanced-line pass: the master in key order against the sorted
*> snapshot. Withdrawn students on our side and withdrawn rows on
*> the district's side are expected to drop out on the other side,
*> so only an active student missing on the other side is a
*> discrepancy.
3000-Reconcile.
    perform 3510-Read-Master
    perform 3520-Return-Snapshot
    perform until EndOfMaster and EndOfSnapSort
        evaluate true
            when EndOfSnapSort
                perform 3100-Ours-Only
            when EndOfMaster
                perform 3200-District-Only
            when MastStudentId < SnsStudentId
                perform 3100-Ours-Only
            when MastStudentId > SnsStudentId
                perform 3200-District-Only
            when other
                perform 3300-Compare-Student
        end-evaluate
    end-perform
    close PlaceWorkFile.

3100-Ours-Only.
    perform 3400-Set-Our-Values
    if OurStatus not = "W"
           add 1 to OursOnlyCount
           move MastSchoolCode to SchoolLookupCode
           perform 8100-Find-School
           if SchoolFound
                  add 1 to StOursOnly(SchIdx)
           end-if
           move MsgOursOnlyLabel to DiscrepancyLabelWs
           move spaces to OursValueWs DistrictValueWs
           perform 3800-Print-Discrepancy
           if QueueCorrections
                  perform 8600-Queue-Detail
           end-if
    end-if
    perform 3510-Read-Master.

3200-District-Only.
    move SnsEnrollStatus to SnapStatusWs
    if SnapStatusWs = space
           move "A" to SnapStatusWs
    end-if
    if SnapStatusWs not = "W"
           add 1 to DistrictOnlyCount
           move SnsSchoolCode to SchoolLookupCode
           perform 8100-Find-School
           if SchoolFound
                  add 1 to StDistrictOnly(SchIdx)
           end-if
           move spaces to PrintLine
           string function trim(MsgStudentLabel) " " SnsStudentId
                  " " function trim(MsgSchoolLabel) " "
                  SnsSchoolCode " - "
                  function trim(MsgDistrictOnlyLabel)
                  delimited by size into PrintLine
           end-string
           write ReconReportLine from PrintLine
           if QueueCorrections
                  perform 8710-Queue-District-Withdrawal
           end-if
    end-if
    perform 3520-Return-Snapshot.

*> A student withdrawn on both sides agrees, whatever school or
*> placement either side last held. A status difference is the one
*> discrepancy reported for the student; otherwise school and
*> placement are each compared, and one corrective detail row
*> covers both.
3300-Compare-Student.
    perform 3400-Set-Our-Values
    move SnsEnrollStatus to SnapStatusWs
    if SnapStatusWs = space
           move "A" to SnapStatusWs
    end-if
    move "N" to CorrectionNeededFlag
    move MastSchoolCode to SchoolLookupCode
    perform 8100-Find-School
    evaluate true
        when OurStatus = "W" and SnapStatusWs = "W"
            perform 3350-Count-Matched
        when OurStatus not = SnapStatusWs
            add 1 to StatusMismatchCount
            if SchoolFound
                   add 1 to StStatusMismatch(SchIdx)
            end-if
            move MsgStatusMismatchLabel to DiscrepancyLabelWs
            move OurStatus to OursValueWs
            move SnapStatusWs to DistrictValueWs
            perform 3800-Print-Discrepancy
            if QueueCorrections
                   if OurStatus = "W"
                          perform 8700-Queue-Withdrawal
                   else
                          perform 8600-Queue-Detail
                   end-if
            end-if
        when other
            perform 3360-Compare-Active
    end-evaluate
    perform 3510-Read-Master
    perform 3520-Return-Snapshot.

3350-Count-Matched.
    add 1 to MatchedCount
    if SchoolFound
           add 1 to StMatched(SchIdx)
    end-if.

*> A student we have no grade-history row for has no placement of
*> ours to compare, so only the school is checked.
3360-Compare-Active.
    if MastSchoolCode not = SnsSchoolCode
           add 1 to SchoolMismatchCount
           if SchoolFound
                  add 1 to StSchoolMismatch(SchIdx)
           end-if
           move MsgSchoolMismatchLabel to DiscrepancyLabelWs
           move MastSchoolCode to OursValueWs
           move SnsSchoolCode to DistrictValueWs
           perform 3800-Print-Discrepancy
           set CorrectionNeeded to true
    end-if
    if PlaceFound
           and (OurGradeType not = SnsGradeType
                or OurGradeLevel not = SnsGradeLevel)
           add 1 to PlacementMismatchCount
           if SchoolFound
                  add 1 to StPlacementMismatch(SchIdx)
           end-if
           move MsgPlacementMismatchLabel to DiscrepancyLabelWs
           move OurGradeLevel to GradeLevelDisplay
           move spaces to OursValueWs
           string OurGradeType "-" function trim(GradeLevelDisplay)
                  delimited by size into OursValueWs
           end-string
           move SnsGradeLevel to GradeLevelDisplay
           move spaces to DistrictValueWs
           string SnsGradeType "-" function trim(GradeLevelDisplay)
                  delimited by size into DistrictValueWs
           end-string
           perform 3800-Print-Discrepancy
           set CorrectionNeeded to true
    end-if
    if CorrectionNeeded
           if QueueCorrections
                  perform 8600-Queue-Detail
           end-if
    else
           perform 3350-Count-Matched
    end-if.

*> Our side of the comparison: the master status (spaces read as
*> active) and the latest placement, found by walking the placement
*> work file forward in step with the master.
3400-Set-Our-Values.
    move MastEnrollStatus to OurStatus
    if OurStatus = space
           move "A" to OurStatus
    end-if
    move "N" to PlaceFoundFlag
    move space to OurGradeType OurScoreLetter
    move 0 to OurGradeLevel
    perform until EndOfPlaceWork or PwStudentId >= MastStudentId
        perform 1530-Read-Place-Work
    end-perform
    if not EndOfPlaceWork and PwStudentId = MastStudentId
           set PlaceFound to true
           move PwGradeType to OurGradeType
           move PwGradeLevel to OurGradeLevel
           move PwScoreLetter to OurScoreLetter
    end-if.

3510-Read-Master.
    read StudentMasterFile
        at end set EndOfMaster to true
        not at end add 1 to MasterReadCount
    end-read.

*> A student the district lists twice is reconciled on the first row
*> and the repeat reported, so one bad snapshot row cannot produce
*> two corrections.
3520-Return-Snapshot.
    return SnapSortFile
        at end set EndOfSnapSort to true
    end-return
    perform until EndOfSnapSort
            or SnsStudentId not = PreviousSnapId
        add 1 to DuplicateSnapCount
        move spaces to PrintLine
        string function trim(MsgStudentLabel) " " SnsStudentId
               " - " function trim(MsgDuplicateSnapshotLabel)
               delimited by size into PrintLine
        end-string
        write ReconReportLine from PrintLine
        return SnapSortFile
            at end set EndOfSnapSort to true
        end-return
    end-perform
    if not EndOfSnapSort
           move SnsStudentId to PreviousSnapId
    end-if.

3800-Print-Discrepancy.
    move spaces to PrintLine
    if OursValueWs = spaces and DistrictValueWs = spaces
           string function trim(MsgStudentLabel) " " MastStudentId
                  " " MastStudentName " "
                  function trim(MsgSchoolLabel) " " MastSchoolCode
                  " - " function trim(DiscrepancyLabelWs)
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgStudentLabel) " " MastStudentId
                  " " MastStudentName " "
                  function trim(MsgSchoolLabel) " " MastSchoolCode
                  " - " function trim(DiscrepancyLabelWs) ": "
                  function trim(MsgOursLabel) " "
                  function trim(OursValueWs) " / "
                  function trim(MsgDistrictLabel) " "
                  function trim(DistrictValueWs)
                  delimited by size into PrintLine
           end-string
    end-if
    write ReconReportLine from PrintLine.

6000-Print-School-Totals.
    perform 6100-Sort-Schools
    move all "=" to PrintLine
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSchoolTotalLabel) " - "
           function trim(MsgMatchedLabel) " / "
           function trim(MsgOursOnlyLabel) " / "
           function trim(MsgDistrictOnlyLabel)
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string "    " function trim(MsgSchoolMismatchLabel) " / "
           function trim(MsgStatusMismatchLabel) " / "
           function trim(MsgPlacementMismatchLabel)
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    move all "-" to PrintLine
    write ReconReportLine from PrintLine
    perform varying SchIdx from 1 by 1
            until SchIdx > SchoolCount
        move spaces to PrintLine
        string function trim(MsgSchoolLabel) " "
               StSchoolCode(SchIdx) " - "
               StMatched(SchIdx) " / " StOursOnly(SchIdx) " / "
               StDistrictOnly(SchIdx) " / "
               StSchoolMismatch(SchIdx) " / "
               StStatusMismatch(SchIdx) " / "
               StPlacementMismatch(SchIdx)
               delimited by size into PrintLine
        end-string
        write ReconReportLine from PrintLine
    end-perform.

6100-Sort-Schools.
    if SchoolCount > 1
           perform varying SortPass from 1 by 1
                   until SortPass >= SchoolCount
               perform varying SortPos from 1 by 1
                       until SortPos >= SchoolCount
                   compute SortPosNext = SortPos + 1
                   if StSchoolCode(SortPos) >
                          StSchoolCode(SortPosNext)
                          move SchoolEntry(SortPos) to
                                 SwapSchoolEntry
                          move SchoolEntry(SortPosNext) to
                                 SchoolEntry(SortPos)
                          move SwapSchoolEntry to
                                 SchoolEntry(SortPosNext)
                   end-if
               end-perform
           end-perform
    end-if.

*> The search leaves the index one past the match, so it is stepped
*> back. A school beyond the table is reported once and its figures
*> left out of the totals.
8100-Find-School.
    move "N" to SchoolFoundFlag
    perform varying SchIdx from 1 by 1
            until SchIdx > SchoolCount or SchoolFound
        if StSchoolCode(SchIdx) = SchoolLookupCode
               set SchoolFound to true
        end-if
    end-perform
    if SchoolFound
           set SchIdx down by 1
    else
           if SchoolCount >= 100
                  if not SchoolOverflowWarned
                         display "More than 100 schools - extras "
                                "not totalled"
                         set SchoolOverflowWarned to true
                  end-if
           else
                  add 1 to SchoolCount
                  set SchIdx to SchoolCount
                  move SchoolLookupCode to StSchoolCode(SchIdx)
                  move 0 to StMatched(SchIdx) StOursOnly(SchIdx)
                         StDistrictOnly(SchIdx)
                         StSchoolMismatch(SchIdx)
                         StStatusMismatch(SchIdx)
                         StPlacementMismatch(SchIdx)
                  set SchoolFound to true
           end-if
    end-if.

*> The corrective detail row carries what we hold: the master's
*> school, the latest placement and letter, and the age and voting
*> eligibility as of today - from the date of birth where it is
*> valid, else the age on the master.
8600-Queue-Detail.
    add 1 to CorrectionCount
    move "D" to DetRecordType
    move MastStudentId to DetStudentId
    move MastAge to DetAge
    move MastBirthDate to BagBirthDate
    move CurrentRunDate to BagAsOfDate
    call "birthage" using BirthAgeArea
    if BagBirthDateValid
           move BagAge to DetAge
    end-if
    move OurGradeLevel to DetGradeLevel
    move OurGradeType to DetGradeType
    move OurScoreLetter to DetScoreLetter
    evaluate true
        when OurScoreLetter = space
            move space to DetPassFail
        when OurScoreLetter is PassingScore
            move "Y" to DetPassFail
        when other
            move "N" to DetPassFail
    end-evaluate
    if DetAge >= VotingAge
           move "Y" to DetVoteEligible
    else
           move "N" to DetVoteEligible
    end-if
    move MastSchoolCode to DetSchoolCode
    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

*> Same "W" notice the status run queues for a withdrawal.
8700-Queue-Withdrawal.
    add 1 to CorrectionCount
    move "W" to DetRecordType
    move 0 to DetGradeLevel
    move spaces to DetGradeType DetScoreLetter DetPassFail
           DetVoteEligible
    move MastStudentId to DetStudentId
    move MastAge to DetAge
    move MastSchoolCode to DetSchoolCode
    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

*> A student the district holds and we have never had is withdrawn
*> under the school the district has them at.
8710-Queue-District-Withdrawal.
    add 1 to CorrectionCount
    move "W" to DetRecordType
    move SnsStudentId to DetStudentId
    move 0 to DetAge DetGradeLevel
    move spaces to DetGradeType DetScoreLetter DetPassFail
           DetVoteEligible
    move SnsSchoolCode to DetSchoolCode
    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

9000-Finish.
    move all "=" to PrintLine
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgReconciliationLabel) " - "
           function trim(MsgReadLabel) ":" MasterReadCount " / "
           SnapshotReadCount " "
           function trim(MsgMatchedLabel) ":" MatchedCount
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgOursOnlyLabel) ":" OursOnlyCount " "
           function trim(MsgDistrictOnlyLabel) ":"
           DistrictOnlyCount
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSchoolMismatchLabel) ":"
           SchoolMismatchCount " "
           function trim(MsgStatusMismatchLabel) ":"
           StatusMismatchCount " "
           function trim(MsgPlacementMismatchLabel) ":"
           PlacementMismatchCount
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgDuplicateSnapshotLabel) ":"
           DuplicateSnapCount " "
           function trim(MsgCorrectionQueuedLabel) ":"
           CorrectionCount
           delimited by size into PrintLine
    end-string
    write ReconReportLine from PrintLine
    close ReconReportFile
    if QueueCorrections
           close SisDetailFile
    end-if
    if MasterFileOk
           close StudentMasterFile
    end-if
    display "===================================================="
    display function trim(MsgReconciliationLabel) " - "
           function trim(MsgMatchedLabel) ":" MatchedCount " "
           function trim(MsgDiscrepancyLabel) ":"
           OursOnlyCount " / " DistrictOnlyCount " / "
           SchoolMismatchCount " / " StatusMismatchCount " / "
           PlacementMismatchCount.
