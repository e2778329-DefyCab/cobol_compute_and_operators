      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. classrank.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Class rank and honor roll run for the
*>              counseling office: ranks every student placed in
*>              the CLASS-RANK-CONTROL school year within school,
*>              grade type and grade level on the cumulative average
*>              of their scored STUDENT-GRADE-HISTORY years (and
*>              GRADEHISTARCHIVE years on request), with equal
*>              averages sharing a rank, and prints the ranking with
*>              a percentile and an honor roll on CLASS-RANK-REPORT,
*>              plus the fixed-width CLASS-RANK-EXTRACT. Withdrawn
*>              students are left out of both. The history streams
*>              through sort work files, so the size of the file
*>              never caps the ranking.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentGradeHistoryFile ASSIGN TO "STUDENTGRADEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistoryStatus.
    SELECT GradeHistArchiveFile ASSIGN TO "GRADEHISTARCHIVE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistArchiveStatus.
    SELECT ClassRankControlFile ASSIGN TO "CLASSRANKCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RankControlStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT ClassRankReportFile ASSIGN TO "CLASSRANKREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RankReportStatus.
    SELECT ClassRankExtractFile ASSIGN TO "CLASSRANKEXTRACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RankExtractStatus.
    SELECT RankStudentWorkFile ASSIGN TO "RANKSTUDWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StudentWorkStatus.
    SELECT RankedWorkFile ASSIGN TO "RANKWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RankedWorkStatus.
    SELECT GroupCountWorkFile ASSIGN TO "RANKGROUPWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GroupCountStatus.
    SELECT HonorWorkFile ASSIGN TO "HONORWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HonorWorkStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT HistorySortFile ASSIGN TO "RANKSORTWORK".
    SELECT GroupSortFile ASSIGN TO "RANKGROUPSORT".
DATA DIVISION.
FILE SECTION.
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD GradeHistArchiveFile.
01 GradeHistArchiveRecord pic x(100).
FD ClassRankControlFile.
01 ClassRankControlRecord.
    COPY rankctl.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD ClassRankReportFile.
01 ClassRankReportLine pic x(120).
FD ClassRankExtractFile.
01 ClassRankExtractRecord.
    COPY rankext.
FD RankStudentWorkFile.
01 RankStudentWorkRecord pic x(43).
FD RankedWorkFile.
01 RankedWorkRecord pic x(48).
FD GroupCountWorkFile.
01 GroupCountRecord.
       05 GcSchoolCode pic x(3).
       05 GcGradeType pic x(1).
       05 GcGradeLevel pic 9(2).
       05 GcStudentCount pic 9(5).
FD HonorWorkFile.
01 HonorWorkRecord pic x(48).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
SD HistorySortFile.
01 HistorySortRecord.
*>     scored history rows up to the ranked year. The sequence number
*>     is the row's position across the archive (first) and live
*>     (second) loads, so on equal student and year the latest row
*>     in file order wins, the same collapse the transcript applies.
       05 HsStudentId pic x(6).
       05 HsSchoolYear pic 9(4).
       05 HsSeq pic 9(7).
       05 HsSchoolCode pic x(3).
       05 HsGradeType pic x(1).
       05 HsGradeLevel pic 9(2).
       05 HsScore pic 9(3).
       05 HsScoreLetter pic x(1).
SD GroupSortFile.
01 GroupSortRecord.
       05 GsSchoolCode pic x(3).
       05 GsGradeType pic x(1).
       05 GsGradeLevel pic 9(2).
       05 GsCumAverage pic 9(3)v99.
       05 GsStudentId pic x(6).
       05 GsStudentName pic x(20).
       05 GsYearScore pic 9(3).
       05 GsYearLetter pic x(1).
       05 GsScoredYears pic 9(2).
WORKING-STORAGE SECTION.
COPY messages.
01 RankedStudent.
*>     a GroupSortRecord with its rank, as it travels through the
*>     RANKWORK and HONORWORK files.
       05 RsSchoolCode pic x(3).
       05 RsGradeType pic x(1).
       05 RsGradeLevel pic 9(2).
       05 RsCumAverage pic 9(3)v99.
       05 RsStudentId pic x(6).
       05 RsStudentName pic x(20).
       05 RsYearScore pic 9(3).
       05 RsYearLetter pic x(1).
       05 RsScoredYears pic 9(2).
       05 RsClassRank pic 9(5).
01 GradeHistoryStatus pic xx value "00".
01 GradeHistArchiveStatus pic xx value "00".
01 RankControlStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 RankReportStatus pic xx value "00".
01 RankExtractStatus pic xx value "00".
01 StudentWorkStatus pic xx value "00".
01 RankedWorkStatus pic xx value "00".
01 GroupCountStatus pic xx value "00".
01 HonorWorkStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 LangCode pic x(2) value "SV".
01 GradeHistoryEof pic x value "N".
       88 EndOfGradeHistory value "Y".
01 ArchiveEof pic x value "N".
       88 EndOfArchive value "Y".
01 SortReturnEof pic x value "N".
       88 EndOfSortReturn value "Y".
01 GroupReturnEof pic x value "N".
       88 EndOfGroupReturn value "Y".
01 RankedWorkEof pic x value "N".
       88 EndOfRankedWork value "Y".
01 HonorWorkEof pic x value "N".
       88 EndOfHonorWork value "Y".
01 IncludeArchiveFlag pic x value "N".
       88 IncludeArchive value "Y".
01 StudentWithdrawnFlag pic x value "N".
       88 StudentWithdrawn value "Y".
01 RankSchoolYear pic 9(4) value 0.
01 HonorMinLetter pic x(1) value "B".
01 HonorMinAverage pic 9(3) value 80.
01 ReleaseSeq pic 9(7) value 0.
01 CurrentStudentId pic x(6) value spaces.
*> the student being collapsed: the pending year is held until a
*> later row for the same year replaces it or the next year arrives.
01 PendingYearFlag pic x value "N".
       88 HavePendingYear value "Y".
01 PendingYear.
       05 PendSchoolYear pic 9(4).
       05 PendSchoolCode pic x(3).
       05 PendGradeType pic x(1).
       05 PendGradeLevel pic 9(2).
       05 PendScore pic 9(3).
       05 PendScoreLetter pic x(1).
01 RankedYearFlag pic x value "N".
       88 HaveRankedYear value "Y".
01 RankedYear.
       05 RkySchoolCode pic x(3).
       05 RkyGradeType pic x(1).
       05 RkyGradeLevel pic 9(2).
       05 RkyScore pic 9(3).
       05 RkyScoreLetter pic x(1).
01 ScoreSum pic 9(5) value 0.
01 ScoredYearCount pic 9(2) value 0.
01 StudentNameWs pic x(20) value spaces.
*> the group being ranked in 4000, and the one being printed in 5000
01 RankGroupKey.
       05 RgSchoolCode pic x(3).
       05 RgGradeType pic x(1).
       05 RgGradeLevel pic 9(2).
01 PrintGroupKey.
       05 PgSchoolCode pic x(3).
       05 PgGradeType pic x(1).
       05 PgGradeLevel pic 9(2).
01 GroupPosition pic 9(5) value 0.
01 GroupRank pic 9(5) value 0.
01 GroupSize pic 9(5) value 0.
01 PrevCumAverage pic 9(3)v99 value 0.
01 Percentile pic 9(3) value 0.
01 HonorRollFlag pic x value "N".
       88 OnHonorRoll value "Y".
01 HonorSchoolCode pic x(3) value low-values.
01 StudentsRanked pic 9(5) value 0.
01 StudentsOnHonorRoll pic 9(5) value 0.
01 WithdrawnLeftOut pic 9(5) value 0.
01 GradeLevelDisplay pic z9.
01 RankDisplay pic zzzz9.
01 GroupSizeDisplay pic zzzz9.
01 AverageDisplay pic zz9.99.
01 PercentileDisplay pic zz9.
01 ScoredYearsDisplay pic z9.
01 PrintLine pic x(120) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    sort HistorySortFile on ascending key HsStudentId
                                         HsSchoolYear
                                         HsSeq
        input procedure 2000-Load-History
        output procedure 3000-Collapse-Students
    sort GroupSortFile on ascending key GsSchoolCode
                                        GsGradeType
                                        GsGradeLevel
                       on descending key GsCumAverage
                       on ascending key GsStudentId
        using RankStudentWorkFile
        output procedure 4000-Assign-Ranks
    perform 5000-Print-Ranking
    perform 6000-Print-Honor-Roll
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    perform 1300-Load-Rank-Control
    perform 1250-Open-Student-Master
    open output ClassRankReportFile
    if RankReportStatus not = "00"
           display "Unable to open class rank report file - status "
                  RankReportStatus
           stop run
    end-if
    open output ClassRankExtractFile
    if RankExtractStatus not = "00"
           display "Unable to open class rank extract file - status "
                  RankExtractStatus
           stop run
    end-if
    move all "=" to PrintLine
    write ClassRankReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgClassRankTitle) " - "
           function trim(MsgSchoolYearLabel) " " RankSchoolYear
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    if IncludeArchive
           move spaces to PrintLine
           string function trim(MsgArchiveIncludedLabel)
                  delimited by size into PrintLine
           end-string
           write ClassRankReportLine from PrintLine
    end-if
    move all "=" to PrintLine
    write ClassRankReportLine from PrintLine
    display function trim(MsgClassRankTitle) " - "
           function trim(MsgSchoolYearLabel) " " RankSchoolYear
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

1250-Open-Student-Master.
    open input StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
    else
           display "Unable to open student master file - status "
                  MasterStatus " - names blank, withdrawals not checked"
    end-if.

*> The school year defaults to the current one, as cobolclass
*> defines it - the calendar year of the run.
1300-Load-Rank-Control.
    open input ClassRankControlFile
    if RankControlStatus = "00"
           read ClassRankControlFile
               not at end
                   if RnkSchoolYear is numeric
                          move RnkSchoolYear to RankSchoolYear
                   end-if
                   move RnkIncludeArchive to IncludeArchiveFlag
                   if RnkHonorMinLetter >= "A"
                          and RnkHonorMinLetter <= "F"
                          move RnkHonorMinLetter to HonorMinLetter
                   end-if
                   if RnkHonorMinAverage is numeric
                          move RnkHonorMinAverage to HonorMinAverage
                   end-if
           end-read
           close ClassRankControlFile
    else
           display "No class rank control file - honor roll "
                  HonorMinLetter " / " HonorMinAverage
                  ", current school year"
    end-if
    if RankSchoolYear = 0
           move function current-date(1:4) to RankSchoolYear
    end-if.

8000-Lookup-Student.
    move spaces to StudentNameWs
    move "N" to StudentWithdrawnFlag
    if MasterFileOk
           read StudentMasterFile
               invalid key move spaces to StudentNameWs
               not invalid key
                   move MastStudentName to StudentNameWs
                   if MastEnrollStatus = "W"
                          set StudentWithdrawn to true
                   end-if
           end-read
    end-if.

*> The archive rows release before the live rows so their lower
*> sequence numbers let a live row supersede its archived twin.
1900-Load-Archive-History.
    open input GradeHistArchiveFile
    if GradeHistArchiveStatus = "00"
           perform until EndOfArchive
               read GradeHistArchiveFile
                   at end set EndOfArchive to true
                   not at end
                       move GradeHistArchiveRecord to
                              GradeHistoryRecord
                       perform 2200-Release-History-Record
               end-read
           end-perform
           close GradeHistArchiveFile
    else
           display "Unable to open grade history archive - status "
                  GradeHistArchiveStatus
                  " - archived years not included"
    end-if.

2000-Load-History.
    if IncludeArchive
           perform 1900-Load-Archive-History
    end-if
    open input StudentGradeHistoryFile
    if GradeHistoryStatus = "00"
           perform until EndOfGradeHistory
               read StudentGradeHistoryFile
                   at end set EndOfGradeHistory to true
                   not at end perform 2200-Release-History-Record
               end-read
           end-perform
           close StudentGradeHistoryFile
    else
           display "Unable to open grade history file - status "
                  GradeHistoryStatus
    end-if.

*> Only scored rows take part - rows written before the score field
*> existed carry spaces there. Years after the ranked one are left
*> out, so a rerun for an earlier year gives the average as it stood
*> then.
2200-Release-History-Record.
    if HistScore is numeric
           and HistSchoolYear is numeric
           and HistSchoolYear <= RankSchoolYear
           add 1 to ReleaseSeq
           move HistStudentId to HsStudentId
           move HistSchoolYear to HsSchoolYear
           move ReleaseSeq to HsSeq
           move HistSchoolCode to HsSchoolCode
           move HistGradeType to HsGradeType
           move HistGradeLevel to HsGradeLevel
           move HistScore to HsScore
           move HistScoreLetter to HsScoreLetter
           release HistorySortRecord
    end-if.

3000-Collapse-Students.
    open output RankStudentWorkFile
    move spaces to CurrentStudentId
    perform until EndOfSortReturn
        return HistorySortFile
            at end set EndOfSortReturn to true
            not at end perform 3100-Collect-Student-Year
        end-return
    end-perform
    if CurrentStudentId not = spaces
           perform 3500-Finish-Student
    end-if
    close RankStudentWorkFile.

3100-Collect-Student-Year.
    if HsStudentId not = CurrentStudentId
           if CurrentStudentId not = spaces
                  perform 3500-Finish-Student
           end-if
           move HsStudentId to CurrentStudentId
           move 0 to ScoreSum ScoredYearCount
           move "N" to PendingYearFlag RankedYearFlag
    end-if
    if HavePendingYear and PendSchoolYear not = HsSchoolYear
           perform 3200-Count-Pending-Year
    end-if
*>  same year from a later run simply overwrites the pending year
    move HsSchoolYear to PendSchoolYear
    move HsSchoolCode to PendSchoolCode
    move HsGradeType to PendGradeType
    move HsGradeLevel to PendGradeLevel
    move HsScore to PendScore
    move HsScoreLetter to PendScoreLetter
    set HavePendingYear to true.

3200-Count-Pending-Year.
    add PendScore to ScoreSum
    add 1 to ScoredYearCount
    if PendSchoolYear = RankSchoolYear
           move PendSchoolCode to RkySchoolCode
           move PendGradeType to RkyGradeType
           move PendGradeLevel to RkyGradeLevel
           move PendScore to RkyScore
           move PendScoreLetter to RkyScoreLetter
           set HaveRankedYear to true
    end-if
    move "N" to PendingYearFlag.

*> A student is ranked only when placed in a grade in the ranked
*> year - a year with no grade level has no class to rank within.
3500-Finish-Student.
    if HavePendingYear
           perform 3200-Count-Pending-Year
    end-if
    if HaveRankedYear
           and (RkyGradeType = "0" or RkyGradeType = "G")
           move CurrentStudentId to MastStudentId
           perform 8000-Lookup-Student
           if StudentWithdrawn
                  add 1 to WithdrawnLeftOut
           else
                  move RkySchoolCode to GsSchoolCode
                  move RkyGradeType to GsGradeType
                  move RkyGradeLevel to GsGradeLevel
                  compute GsCumAverage rounded =
                      ScoreSum / ScoredYearCount
                  move CurrentStudentId to GsStudentId
                  move StudentNameWs to GsStudentName
                  move RkyScore to GsYearScore
                  move RkyScoreLetter to GsYearLetter
                  move ScoredYearCount to GsScoredYears
                  write RankStudentWorkRecord from GroupSortRecord
           end-if
    end-if.

*> Standard competition ranking: students with equal averages share
*> the rank of the first of them, and the next average takes its
*> position in the group (1, 2, 2, 4). The group's size goes to
*> RANKGROUPWORK in the same order so the print pass can give every
*> student a percentile.
4000-Assign-Ranks.
    open output RankedWorkFile
    open output GroupCountWorkFile
    move low-values to RankGroupKey
    move 0 to GroupPosition
    perform until EndOfGroupReturn
        return GroupSortFile
            at end set EndOfGroupReturn to true
            not at end perform 4100-Rank-Student
        end-return
    end-perform
    if GroupPosition > 0
           perform 4200-Write-Group-Count
    end-if
    close RankedWorkFile GroupCountWorkFile.

4100-Rank-Student.
    if GsSchoolCode not = RgSchoolCode
           or GsGradeType not = RgGradeType
           or GsGradeLevel not = RgGradeLevel
           if GroupPosition > 0
                  perform 4200-Write-Group-Count
           end-if
           move GsSchoolCode to RgSchoolCode
           move GsGradeType to RgGradeType
           move GsGradeLevel to RgGradeLevel
           move 0 to GroupPosition
    end-if
    add 1 to GroupPosition
    if GroupPosition = 1 or GsCumAverage not = PrevCumAverage
           move GroupPosition to GroupRank
    end-if
    move GsCumAverage to PrevCumAverage
    move GroupSortRecord to RankedStudent
    move GroupRank to RsClassRank
    write RankedWorkRecord from RankedStudent.

4200-Write-Group-Count.
    move RgSchoolCode to GcSchoolCode
    move RgGradeType to GcGradeType
    move RgGradeLevel to GcGradeLevel
    move GroupPosition to GcStudentCount
    write GroupCountRecord.

5000-Print-Ranking.
    open input RankedWorkFile
    open input GroupCountWorkFile
    open output HonorWorkFile
    move low-values to PrintGroupKey
    perform until EndOfRankedWork
        read RankedWorkFile into RankedStudent
            at end set EndOfRankedWork to true
            not at end perform 5100-Print-Student-Rank
        end-read
    end-perform
    close RankedWorkFile GroupCountWorkFile HonorWorkFile.

*> The group counts were written in the ranking order, so the next
*> count row always belongs to the group starting here.
5100-Print-Student-Rank.
    if RsSchoolCode not = PgSchoolCode
           or RsGradeType not = PgGradeType
           or RsGradeLevel not = PgGradeLevel
           move RsSchoolCode to PgSchoolCode
           move RsGradeType to PgGradeType
           move RsGradeLevel to PgGradeLevel
           move 0 to GroupSize
           read GroupCountWorkFile
               not at end move GcStudentCount to GroupSize
           end-read
           perform 5200-Print-Group-Header
    end-if
    add 1 to StudentsRanked
    compute Percentile rounded =
        ((GroupSize - RsClassRank + 1) * 100) / GroupSize
    move "N" to HonorRollFlag
    if RsYearLetter >= "A" and RsYearLetter <= HonorMinLetter
           and RsCumAverage >= HonorMinAverage
           set OnHonorRoll to true
           add 1 to StudentsOnHonorRoll
           write HonorWorkRecord from RankedStudent
    end-if
    move RsClassRank to RankDisplay
    move GroupSize to GroupSizeDisplay
    move RsCumAverage to AverageDisplay
    move Percentile to PercentileDisplay
    move RsScoredYears to ScoredYearsDisplay
    move spaces to PrintLine
    string RankDisplay " " function trim(MsgRankOfWord) " "
           GroupSizeDisplay "  " RsStudentId " " RsStudentName " "
           function trim(MsgScoreLabel) " " RsYearScore
           " (" RsYearLetter ") "
           function trim(MsgCumAverageLabel) " " AverageDisplay
           " (" function trim(ScoredYearsDisplay) " "
           function trim(MsgScoredYearsLabel) ") "
           function trim(MsgPercentileLabel) " " PercentileDisplay
           delimited by size into PrintLine
    end-string
    if OnHonorRoll
           move "*" to PrintLine(120:1)
    end-if
    write ClassRankReportLine from PrintLine
    perform 5300-Write-Extract.

5200-Print-Group-Header.
    move RsGradeLevel to GradeLevelDisplay
    move spaces to PrintLine
    if RsGradeType = "G"
           string function trim(MsgSchoolLabel) " " RsSchoolCode
                  " - " function trim(MsgGymnasiumWord) " "
                  function trim(GradeLevelDisplay)
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgSchoolLabel) " " RsSchoolCode
                  " - " function trim(MsgGrundskolaWord) " "
                  function trim(GradeLevelDisplay)
                  delimited by size into PrintLine
           end-string
    end-if
    write ClassRankReportLine from PrintLine.

5300-Write-Extract.
    move RankSchoolYear to RxSchoolYear
    move RsSchoolCode to RxSchoolCode
    move RsGradeType to RxGradeType
    move RsGradeLevel to RxGradeLevel
    move RsStudentId to RxStudentId
    move RsStudentName to RxStudentName
    move RsYearScore to RxYearScore
    move RsYearLetter to RxYearLetter
    move RsCumAverage to RxCumAverage
    move RsScoredYears to RxScoredYears
    move RsClassRank to RxClassRank
    move GroupSize to RxGroupSize
    move Percentile to RxPercentile
    move HonorRollFlag to RxHonorRoll
    write ClassRankExtractRecord.

*> The honor roll keeps the ranking order - school, grade, average -
*> so each school's list reads top down by class.
6000-Print-Honor-Roll.
    move all "=" to PrintLine
    write ClassRankReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgHonorRollTitle) " - "
           function trim(MsgSchoolYearLabel) " " RankSchoolYear
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    move HonorMinAverage to PercentileDisplay
    move spaces to PrintLine
    string function trim(MsgHonorCriteriaLabel) ": " HonorMinLetter
           " / " function trim(PercentileDisplay)
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    move all "=" to PrintLine
    write ClassRankReportLine from PrintLine
    open input HonorWorkFile
    if HonorWorkStatus = "00"
           perform until EndOfHonorWork
               read HonorWorkFile into RankedStudent
                   at end set EndOfHonorWork to true
                   not at end perform 6100-Print-Honor-Student
               end-read
           end-perform
           close HonorWorkFile
    end-if.

6100-Print-Honor-Student.
    if RsSchoolCode not = HonorSchoolCode
           move RsSchoolCode to HonorSchoolCode
           move spaces to PrintLine
           string function trim(MsgSchoolLabel) " " RsSchoolCode
                  delimited by size into PrintLine
           end-string
           write ClassRankReportLine from PrintLine
    end-if
    move RsGradeLevel to GradeLevelDisplay
    move RsClassRank to RankDisplay
    move RsCumAverage to AverageDisplay
    move spaces to PrintLine
    if RsGradeType = "G"
           string "  " RsStudentId " " RsStudentName " "
                  function trim(MsgGymnasiumWord) " "
                  GradeLevelDisplay "  " RsYearLetter "  "
                  function trim(MsgCumAverageLabel) " " AverageDisplay
                  "  " function trim(MsgRankLabel) " " RankDisplay
                  delimited by size into PrintLine
           end-string
    else
           string "  " RsStudentId " " RsStudentName " "
                  function trim(MsgGrundskolaWord) " "
                  GradeLevelDisplay "  " RsYearLetter "  "
                  function trim(MsgCumAverageLabel) " " AverageDisplay
                  "  " function trim(MsgRankLabel) " " RankDisplay
                  delimited by size into PrintLine
           end-string
    end-if
    write ClassRankReportLine from PrintLine.

9000-Finish.
    move all "=" to PrintLine
    write ClassRankReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgRankedCountLabel) " " StudentsRanked
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgHonorCountLabel) " " StudentsOnHonorRoll
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgWithdrawnExcludedLabel) " "
           WithdrawnLeftOut
           delimited by size into PrintLine
    end-string
    write ClassRankReportLine from PrintLine
    close ClassRankReportFile ClassRankExtractFile
    if MasterFileOk
           close StudentMasterFile
    end-if
    display "===================================================="
    display function trim(MsgRankedCountLabel) " " StudentsRanked
    display function trim(MsgHonorCountLabel) " " StudentsOnHonorRoll
    display function trim(MsgWithdrawnExcludedLabel) " "
           WithdrawnLeftOut.
