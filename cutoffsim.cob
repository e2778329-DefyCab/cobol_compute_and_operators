      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. cutoffsim.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. What-if run for a proposed
*>              GRADE-CUTOFF table before it goes live: re-grades
*>              this school year's STUDENT-GRADE-HISTORY scores
*>              (latest row per student, as on the transcript)
*>              under the current GRADE-CUTOFF and the
*>              PROPOSED-CUTOFF table, and prints on CUTOFF-SIM-REPORT
*>              every student whose pass/fail would change, named
*>              from STUDENT-MASTER, and the letter distribution per
*>              school under both. A proposed table that is not in
*>              descending CutoffMinScore order or has no zero floor
*>              is rejected unsimulated. Writes no log, master or
*>              feed file.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
       CLASS PassingScore IS "A" THRU "C", "D".
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GradeCutoffFile ASSIGN TO "GRADECUTOFF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeCutoffStatus.
    SELECT ProposedCutoffFile ASSIGN TO "PROPOSEDCUTOFF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProposedCutoffStatus.
    SELECT StudentGradeHistoryFile ASSIGN TO "STUDENTGRADEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistoryStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT CutoffSimReportFile ASSIGN TO "CUTOFFSIMREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SimReportStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT HistorySortFile ASSIGN TO "CUTOFFSIMSORT".
DATA DIVISION.
FILE SECTION.
FD GradeCutoffFile.
01 GradeCutoffRecord.
    COPY gradecut.
FD ProposedCutoffFile.
01 ProposedCutoffRecord.
    COPY gradecut REPLACING LEADING ==Cutoff== BY ==Prop==.
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD CutoffSimReportFile.
01 CutoffSimReportLine pic x(100).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
SD HistorySortFile.
01 HistorySortRecord.
*>     file order within a student, so the last row is the year's
*>     latest run - the one the transcript shows.
       05 HsStudentId pic x(6).
       05 HsSeq pic 9(7).
       05 HsSchoolCode pic x(3).
       05 HsScore pic 9(3).
WORKING-STORAGE SECTION.
COPY messages.
01 GradeCutoffTable.
       05 GradeCutoffEntry occurs 1 to 10 times
           depending on GradeCutoffCount
           indexed by CutoffIdx.
           10 TableCutoffLetter pic x(1).
           10 TableCutoffMinScore pic 9(3).
01 GradeCutoffCount pic 9(2) value 0.
01 ProposedCutoffTable.
       05 ProposedCutoffEntry occurs 1 to 10 times
           depending on ProposedCutoffCount
           indexed by PropIdx.
           10 TablePropLetter pic x(1).
           10 TablePropMinScore pic 9(3).
01 ProposedCutoffCount pic 9(2) value 0.
01 SchoolTable.
*>     one row per school in this year's history - bounded by the
*>     district's schools.
       05 SchoolEntry occurs 1 to 100 times
           depending on SchoolCount
           indexed by SchIdx.
           10 StSchoolCode pic x(3).
           10 StStudents pic 9(5).
           10 StFlips pic 9(5).
           10 StCurrentCounts.
               15 StCurrentCount pic 9(5) occurs 5 times.
           10 StProposedCounts.
               15 StProposedCount pic 9(5) occurs 5 times.
01 SchoolCount pic 9(3) value 0.
01 SwapSchoolEntry pic x(63).
01 DistrictCurrentCounts.
       05 DistCurrentCount pic 9(6) occurs 5 times.
01 DistrictProposedCounts.
       05 DistProposedCount pic 9(6) occurs 5 times.
01 LetterSlot pic 9 value 0.
01 SortPass pic 9(3) value 0.
01 SortPos pic 9(3) value 0.
01 SortPosNext pic 9(3) value 0.
01 SchoolFoundFlag pic x value "N".
       88 SchoolFound value "Y".
01 SchoolOverflowFlag pic x value "N".
       88 SchoolOverflowWarned value "Y".
01 GradeCutoffStatus pic xx value "00".
01 ProposedCutoffStatus pic xx value "00".
01 GradeHistoryStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 SimReportStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 LangCode pic x(2) value "SV".
01 GradeCutoffEof pic x value "N".
       88 EndOfGradeCutoffs value "Y".
01 ProposedCutoffEof pic x value "N".
       88 EndOfProposedCutoffs value "Y".
01 HistoryEof pic x value "N".
       88 EndOfHistory value "Y".
01 HistorySortEof pic x value "N".
       88 EndOfHistorySort value "Y".
01 ProposalErrorFlag pic x value "N".
       88 ProposalRejected value "Y".
01 ProposalErrorWs pic x(50) value spaces.
01 PendingRowFlag pic x value "N".
       88 HavePendingRow value "Y".
01 PendingRow.
       05 PendStudentId pic x(6).
       05 PendSchoolCode pic x(3).
       05 PendScore pic 9(3).
01 CurrentSchoolYear pic 9(4) value 0.
01 ReleaseSeq pic 9(7) value 0.
01 SimulatedCount pic 9(6) value 0.
01 FlipCount pic 9(6) value 0.
01 CurrentLetter pic x(1) value space.
01 ProposedLetter pic x(1) value space.
01 CurrentPassWs pic x(12) value spaces.
01 ProposedPassWs pic x(12) value spaces.
01 StudentNameWs pic x(20) value spaces.
01 CutoffLineWs pic x(60) value spaces.
01 CutoffItemWs pic x(8) value spaces.
01 PrintLine pic x(100) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1400-Validate-Proposal
    if ProposalRejected
           perform 1450-Print-Rejection
    else
           perform 1500-Print-Flip-Heading
           sort HistorySortFile on ascending key HsStudentId HsSeq
               input procedure 2000-Release-History
               output procedure 3000-Simulate-Grades
           perform 6000-Print-Distribution
    end-if
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentSchoolYear = function numval(
        function current-date(1:4))
    perform 1100-Load-Grade-Cutoffs
    perform 1150-Load-Proposed-Cutoffs
    open input StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
    else
           display "Unable to open student master file - status "
                  MasterStatus " - students listed without names"
    end-if
    open output CutoffSimReportFile
    if SimReportStatus not = "00"
           display "Unable to open cutoff simulation report file - "
                  "status " SimReportStatus
           stop run
    end-if
    move all "=" to PrintLine
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgCutoffSimTitle) " - "
           function trim(MsgSchoolYearLabel) " " CurrentSchoolYear
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move all "=" to PrintLine
    write CutoffSimReportLine from PrintLine
    perform 1300-Print-Cutoff-Tables
    display function trim(MsgCutoffSimTitle)
    display "====================================================".

*> Loaded exactly as the batch run loads it, so the current side of
*> the comparison is the grading actually in force.
1100-Load-Grade-Cutoffs.
    open input GradeCutoffFile
    if GradeCutoffStatus = "00"
           perform until EndOfGradeCutoffs
               read GradeCutoffFile
                   at end set EndOfGradeCutoffs to true
                   not at end
                       if GradeCutoffCount >= 10
                              display "GRADECUTOFF has more than 10 "
                                     "entries - extras ignored"
                              set EndOfGradeCutoffs to true
                       else
                              add 1 to GradeCutoffCount
                              set CutoffIdx to GradeCutoffCount
                              move CutoffLetter to
                                     TableCutoffLetter(CutoffIdx)
                              move CutoffMinScore to
                                     TableCutoffMinScore(CutoffIdx)
                       end-if
               end-read
           end-perform
           close GradeCutoffFile
    else
           display "Unable to open grade cutoff file - status "
                  GradeCutoffStatus
                  " - every current score will be reported as grade F"
    end-if.

1150-Load-Proposed-Cutoffs.
    open input ProposedCutoffFile
    if ProposedCutoffStatus = "00"
           perform until EndOfProposedCutoffs
               read ProposedCutoffFile
                   at end set EndOfProposedCutoffs to true
                   not at end
                       if ProposedCutoffCount >= 10
                              set ProposalRejected to true
                              move MsgCutoffCountErrorLabel to
                                     ProposalErrorWs
                              set EndOfProposedCutoffs to true
                       else
                              add 1 to ProposedCutoffCount
                              set PropIdx to ProposedCutoffCount
                              move PropLetter to
                                     TablePropLetter(PropIdx)
                              move PropMinScore to
                                     TablePropMinScore(PropIdx)
                       end-if
               end-read
           end-perform
           close ProposedCutoffFile
    else
           display "Unable to open proposed cutoff file - status "
                  ProposedCutoffStatus " - nothing simulated"
           stop run
    end-if.

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

1300-Print-Cutoff-Tables.
    move spaces to CutoffLineWs
    perform varying CutoffIdx from 1 by 1
            until CutoffIdx > GradeCutoffCount
        move spaces to CutoffItemWs
        string TableCutoffLetter(CutoffIdx) "="
               TableCutoffMinScore(CutoffIdx)
               delimited by size into CutoffItemWs
        end-string
        move CutoffItemWs to
               CutoffLineWs((CutoffIdx - 1) * 6 + 1:6)
    end-perform
    move spaces to PrintLine
    string function trim(MsgCurrentCutoffLabel) ": " CutoffLineWs
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move spaces to CutoffLineWs
    perform varying PropIdx from 1 by 1
            until PropIdx > ProposedCutoffCount
        move spaces to CutoffItemWs
        string TablePropLetter(PropIdx) "="
               TablePropMinScore(PropIdx)
               delimited by size into CutoffItemWs
        end-string
        move CutoffItemWs to CutoffLineWs((PropIdx - 1) * 6 + 1:6)
    end-perform
    move spaces to PrintLine
    string function trim(MsgProposedCutoffLabel) ": " CutoffLineWs
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine.

*> The lookup stops at the first entry a score qualifies for, so the
*> proposed table must run from the highest minimum down, each below
*> the one before, and end at zero so every score gets a letter
*> from the table rather than the F fallback.
1400-Validate-Proposal.
    if not ProposalRejected
           perform varying PropIdx from 1 by 1
                   until PropIdx > ProposedCutoffCount
                      or ProposalRejected
               if TablePropMinScore(PropIdx) is not numeric
                      or TablePropMinScore(PropIdx) > 100
                      set ProposalRejected to true
                      move MsgCutoffScoreErrorLabel to
                             ProposalErrorWs
               end-if
           end-perform
    end-if
    if not ProposalRejected
           perform varying PropIdx from 2 by 1
                   until PropIdx > ProposedCutoffCount
                      or ProposalRejected
               if TablePropMinScore(PropIdx) >=
                      TablePropMinScore(PropIdx - 1)
                      set ProposalRejected to true
                      move MsgCutoffOrderErrorLabel to
                             ProposalErrorWs
               end-if
           end-perform
    end-if
    if not ProposalRejected
           if ProposedCutoffCount = 0
                  set ProposalRejected to true
                  move MsgCutoffFloorErrorLabel to ProposalErrorWs
           else
                  if TablePropMinScore(ProposedCutoffCount) not = 0
                         set ProposalRejected to true
                         move MsgCutoffFloorErrorLabel to
                                ProposalErrorWs
                  end-if
           end-if
    end-if.

1450-Print-Rejection.
    move all "-" to PrintLine
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string "*** " function trim(MsgCutoffRejectedLabel) " - "
           function trim(ProposalErrorWs)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    display PrintLine.

1500-Print-Flip-Heading.
    move all "-" to PrintLine
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgPassFailFlipTitle)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move all "-" to PrintLine
    write CutoffSimReportLine from PrintLine.

*> Only this school year's rows with a score on them can be
*> re-graded - rows from before the score was kept carry spaces.
2000-Release-History.
    open input StudentGradeHistoryFile
    if GradeHistoryStatus = "00"
           perform until EndOfHistory
               read StudentGradeHistoryFile
                   at end set EndOfHistory to true
                   not at end
                       if HistSchoolYear = CurrentSchoolYear
                              and HistScore is numeric
                              add 1 to ReleaseSeq
                              move HistStudentId to HsStudentId
                              move ReleaseSeq to HsSeq
                              move HistSchoolCode to HsSchoolCode
                              move HistScore to HsScore
                              release HistorySortRecord
                       end-if
               end-read
           end-perform
           close StudentGradeHistoryFile
    else
           display "Unable to open grade history file - status "
                  GradeHistoryStatus
    end-if.

3000-Simulate-Grades.
    perform until EndOfHistorySort
        return HistorySortFile
            at end set EndOfHistorySort to true
            not at end
                if HavePendingRow and HsStudentId not = PendStudentId
                       perform 3100-Simulate-Student
                end-if
                move HsStudentId to PendStudentId
                move HsSchoolCode to PendSchoolCode
                move HsScore to PendScore
                set HavePendingRow to true
        end-return
    end-perform
    if HavePendingRow
           perform 3100-Simulate-Student
    end-if.

3100-Simulate-Student.
    add 1 to SimulatedCount
    perform 3500-Derive-Current-Letter
    perform 3550-Derive-Proposed-Letter
    perform 3600-Tally-School
    if (CurrentLetter is PassingScore
            and ProposedLetter is not PassingScore)
       or (CurrentLetter is not PassingScore
            and ProposedLetter is PassingScore)
           perform 3200-List-Flip
    end-if.

3200-List-Flip.
    add 1 to FlipCount
    if SchoolFound
           add 1 to StFlips(SchIdx)
    end-if
    move spaces to StudentNameWs
    if MasterFileOk
           move PendStudentId to MastStudentId
           read StudentMasterFile
               not invalid key move MastStudentName to StudentNameWs
           end-read
    end-if
    if CurrentLetter is PassingScore
           move MsgPassWord to CurrentPassWs
           move MsgFailWord to ProposedPassWs
    else
           move MsgFailWord to CurrentPassWs
           move MsgPassWord to ProposedPassWs
    end-if
    move spaces to PrintLine
    string function trim(MsgStudentLabel) " " PendStudentId " "
           StudentNameWs " " function trim(MsgSchoolLabel) " "
           PendSchoolCode " " function trim(MsgScoreLabel) " "
           PendScore " - " CurrentLetter " "
           function trim(CurrentPassWs) " -> " ProposedLetter " "
           function trim(ProposedPassWs)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine.

*> The same lookup the batch run applies, once per table.
3500-Derive-Current-Letter.
    move "F" to CurrentLetter
    perform varying CutoffIdx from 1 by 1
            until CutoffIdx > GradeCutoffCount
        if PendScore >= TableCutoffMinScore(CutoffIdx) then
               move TableCutoffLetter(CutoffIdx) to CurrentLetter
               set CutoffIdx to GradeCutoffCount
        end-if
    end-perform.

3550-Derive-Proposed-Letter.
    move "F" to ProposedLetter
    perform varying PropIdx from 1 by 1
            until PropIdx > ProposedCutoffCount
        if PendScore >= TablePropMinScore(PropIdx) then
               move TablePropLetter(PropIdx) to ProposedLetter
               set PropIdx to ProposedCutoffCount
        end-if
    end-perform.

3600-Tally-School.
    move "N" to SchoolFoundFlag
    perform varying SchIdx from 1 by 1
            until SchIdx > SchoolCount or SchoolFound
        if StSchoolCode(SchIdx) = PendSchoolCode
               set SchoolFound to true
        end-if
    end-perform
    if SchoolFound
           set SchIdx down by 1
    else
           if SchoolCount >= 100
                  if not SchoolOverflowWarned
                         display "More than 100 school codes - "
                                "extras not distributed"
                         set SchoolOverflowWarned to true
                  end-if
           else
                  add 1 to SchoolCount
                  set SchIdx to SchoolCount
                  move PendSchoolCode to StSchoolCode(SchIdx)
                  move 0 to StStudents(SchIdx) StFlips(SchIdx)
                  move zeros to StCurrentCounts(SchIdx)
                         StProposedCounts(SchIdx)
                  set SchoolFound to true
           end-if
    end-if
    move CurrentLetter to CutoffItemWs
    perform 3650-Set-Letter-Slot
    add 1 to DistCurrentCount(LetterSlot)
    if SchoolFound
           add 1 to StStudents(SchIdx)
           add 1 to StCurrentCount(SchIdx, LetterSlot)
    end-if
    move ProposedLetter to CutoffItemWs
    perform 3650-Set-Letter-Slot
    add 1 to DistProposedCount(LetterSlot)
    if SchoolFound
           add 1 to StProposedCount(SchIdx, LetterSlot)
    end-if.

*> A letter outside A-D counts with F, as in the batch run's tally.
3650-Set-Letter-Slot.
    evaluate CutoffItemWs(1:1)
        when "A" move 1 to LetterSlot
        when "B" move 2 to LetterSlot
        when "C" move 3 to LetterSlot
        when "D" move 4 to LetterSlot
        when other move 5 to LetterSlot
    end-evaluate.

6000-Print-Distribution.
    perform 6100-Sort-Schools
    move all "=" to PrintLine
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgLetterDistTitle)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move all "-" to PrintLine
    write CutoffSimReportLine from PrintLine
    perform varying SchIdx from 1 by 1
            until SchIdx > SchoolCount
        move spaces to PrintLine
        string function trim(MsgSchoolLabel) " "
               StSchoolCode(SchIdx) " - "
               function trim(MsgHeadcountLabel) " "
               StStudents(SchIdx) " "
               function trim(MsgFlipCountLabel) " " StFlips(SchIdx)
               delimited by size into PrintLine
        end-string
        write CutoffSimReportLine from PrintLine
        move spaces to PrintLine
        string "    " MsgCurrentCutoffLabel
               " A " StCurrentCount(SchIdx, 1)
               " B " StCurrentCount(SchIdx, 2)
               " C " StCurrentCount(SchIdx, 3)
               " D " StCurrentCount(SchIdx, 4)
               " F " StCurrentCount(SchIdx, 5)
               delimited by size into PrintLine
        end-string
        write CutoffSimReportLine from PrintLine
        move spaces to PrintLine
        string "    " MsgProposedCutoffLabel
               " A " StProposedCount(SchIdx, 1)
               " B " StProposedCount(SchIdx, 2)
               " C " StProposedCount(SchIdx, 3)
               " D " StProposedCount(SchIdx, 4)
               " F " StProposedCount(SchIdx, 5)
               delimited by size into PrintLine
        end-string
        write CutoffSimReportLine from PrintLine
    end-perform
    move all "-" to PrintLine
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgTotalProcessedLabel) " " SimulatedCount
           " " function trim(MsgFlipCountLabel) " " FlipCount
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string "    " MsgCurrentCutoffLabel
           " A " DistCurrentCount(1) " B " DistCurrentCount(2)
           " C " DistCurrentCount(3) " D " DistCurrentCount(4)
           " F " DistCurrentCount(5)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine
    move spaces to PrintLine
    string "    " MsgProposedCutoffLabel
           " A " DistProposedCount(1) " B " DistProposedCount(2)
           " C " DistProposedCount(3) " D " DistProposedCount(4)
           " F " DistProposedCount(5)
           delimited by size into PrintLine
    end-string
    write CutoffSimReportLine from PrintLine.

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

9000-Finish.
    move all "=" to PrintLine
    write CutoffSimReportLine from PrintLine
    close CutoffSimReportFile
    if MasterFileOk
           close StudentMasterFile
    end-if
    display "===================================================="
    if ProposalRejected
           display function trim(MsgCutoffRejectedLabel)
    else
           display function trim(MsgTotalProcessedLabel) " "
                  SimulatedCount " "
                  function trim(MsgFlipCountLabel) " " FlipCount
    end-if.
