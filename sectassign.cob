      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. sectassign.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Homeroom class assignment run: seats
*>              every active student placed by cobolclass this
*>              school year in one of the CLASS-SECTION classes for
*>              their school and grade. A student keeps the seat on
*>              STUDENT-SECTION while it still matches; new
*>              students, transfers (school from STUDENT-MASTER, as
*>              studstatusupd leaves it) and students whose grade
*>              or class changed go to the least-loaded class with
*>              a free seat; withdrawn and no longer placed students
*>              give their seat up. Rewrites STUDENT-SECTION, prints
*>              CLASS-LISTS per teacher and lists on SECTION-OVERFLOW
*>              every student no class had room for, with the seats
*>              taken in each class.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClassSectionFile ASSIGN TO "CLASSSECTION"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClassSectionStatus.
    SELECT StudentSectionFile ASSIGN TO "STUDENTSECTION"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StudentSectionStatus.
    SELECT SectOldWorkFile ASSIGN TO "SECTOLDWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SectOldWorkStatus.
    SELECT NeedSeatWorkFile ASSIGN TO "SECTNEEDWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NeedSeatWorkStatus.
    SELECT AssignWorkFile ASSIGN TO "SECTASSIGNWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AssignWorkStatus.
    SELECT StudentGradeHistoryFile ASSIGN TO "STUDENTGRADEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GradeHistoryStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT ClassListFile ASSIGN TO "CLASSLISTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClassListStatus.
    SELECT SectOverflowFile ASSIGN TO "SECTIONOVERFLOW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SectOverflowStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT PlaceSortFile ASSIGN TO "SECTPLACESORT".
    SELECT AssignSortFile ASSIGN TO "SECTASSIGNSORT".
    SELECT ClassListSortFile ASSIGN TO "SECTLISTSORT".
DATA DIVISION.
FILE SECTION.
FD ClassSectionFile.
01 ClassSectionRecord.
    COPY clssect.
FD StudentSectionFile.
01 StudentSectionRecord.
    COPY stusect.
FD SectOldWorkFile.
01 SectOldWorkRecord pic x(28).
FD NeedSeatWorkFile.
01 NeedSeatRecord.
       05 NsStudentId pic x(6).
       05 NsSchoolCode pic x(3).
       05 NsGradeType pic x(1).
       05 NsGradeLevel pic 9(2).
       05 NsAssignAction pic x(1).
FD AssignWorkFile.
01 AssignWorkRecord pic x(28).
FD StudentGradeHistoryFile.
01 GradeHistoryRecord.
    COPY gradehist.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD ClassListFile.
01 ClassListLine pic x(80).
FD SectOverflowFile.
01 SectOverflowLine pic x(100).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
SD PlaceSortFile.
01 PlaceSortRecord.
*>     this school year's history rows; the sequence number keeps
*>     file order within a student so the latest run's placement
*>     wins.
       05 PsStudentId pic x(6).
       05 PsSeq pic 9(7).
       05 PsSchoolCode pic x(3).
       05 PsGradeType pic x(1).
       05 PsGradeLevel pic 9(2).
SD AssignSortFile.
01 AssignSortRecord.
       05 AsStudentId pic x(6).
       05 filler pic x(22).
SD ClassListSortFile.
01 ClassListSortRecord.
       05 ClTeacherName pic x(25).
       05 ClSchoolCode pic x(3).
       05 ClGradeType pic x(1).
       05 ClGradeLevel pic 9(2).
       05 ClSectionId pic x(3).
       05 ClStudentName pic x(20).
       05 ClStudentId pic x(6).
       05 ClAssignAction pic x(1).
WORKING-STORAGE SECTION.
COPY messages.
01 SectionTable.
*>     this school year's classes with the seats taken so far. A
*>     district has a few hundred classes at most.
       05 SectionEntry occurs 1 to 500 times
           depending on SectionCount
           indexed by SctIdx BestIdx.
           10 SctSchoolCode pic x(3).
           10 SctGradeType pic x(1).
           10 SctGradeLevel pic 9(2).
           10 SctSectionId pic x(3).
           10 SctTeacherName pic x(25).
           10 SctCapacity pic 9(3).
           10 SctLoad pic 9(3).
01 SectionCount pic 9(3) value 0.
01 OldSection.
       05 OldStudentId pic x(6).
       05 OldSchoolYear pic 9(4).
       05 OldSchoolCode pic x(3).
       05 OldGradeType pic x(1).
       05 OldGradeLevel pic 9(2).
       05 OldSectionId pic x(3).
       05 OldAssignDate pic 9(8).
       05 OldAssignAction pic x(1).
01 NewSection.
       05 NewStudentId pic x(6).
       05 NewSchoolYear pic 9(4).
       05 NewSchoolCode pic x(3).
       05 NewGradeType pic x(1).
       05 NewGradeLevel pic 9(2).
       05 NewSectionId pic x(3).
       05 NewAssignDate pic 9(8).
       05 NewAssignAction pic x(1).
01 ClassSectionStatus pic xx value "00".
01 StudentSectionStatus pic xx value "00".
01 SectOldWorkStatus pic xx value "00".
01 NeedSeatWorkStatus pic xx value "00".
01 AssignWorkStatus pic xx value "00".
01 GradeHistoryStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 ClassListStatus pic xx value "00".
01 SectOverflowStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 LangCode pic x(2) value "SV".
01 ClassSectionEof pic x value "N".
       88 EndOfClassSection value "Y".
01 StudentSectionEof pic x value "N".
       88 EndOfStudentSection value "Y".
01 SectOldWorkEof pic x value "N".
       88 EndOfSectOldWork value "Y".
01 NeedSeatEof pic x value "N".
       88 EndOfNeedSeat value "Y".
01 GradeHistoryEof pic x value "N".
       88 EndOfGradeHistory value "Y".
01 PlaceSortEof pic x value "N".
       88 EndOfPlaceSort value "Y".
01 AssignWorkEof pic x value "N".
       88 EndOfAssignWork value "Y".
01 ClassListSortEof pic x value "N".
       88 EndOfClassListSort value "Y".
01 StudentFoundFlag pic x value "N".
       88 StudentFound value "Y".
01 SectionFoundFlag pic x value "N".
       88 SectionFound value "Y".
01 GradeHasSectionFlag pic x value "N".
       88 GradeHasSection value "Y".
01 CurrentRunDate pic 9(8) value 0.
01 CurrentSchoolYear pic 9(4) value 0.
01 PlaceReleaseSeq pic 9(7) value 0.
01 PendingPlaceFlag pic x value "N".
       88 HavePendingPlace value "Y".
01 PendingPlace.
       05 PendStudentId pic x(6).
       05 PendSchoolCode pic x(3).
       05 PendGradeType pic x(1).
       05 PendGradeLevel pic 9(2).
01 StudentSchoolCode pic x(3) value spaces.
01 StudentNameWs pic x(20) value spaces.
01 LookupSchoolCode pic x(3) value spaces.
01 LookupGradeType pic x(1) value space.
01 LookupGradeLevel pic 9(2) value 0.
01 LookupSectionId pic x(3) value spaces.
01 ListSectionKey.
       05 LstTeacherName pic x(25).
       05 LstSchoolCode pic x(3).
       05 LstGradeType pic x(1).
       05 LstGradeLevel pic 9(2).
       05 LstSectionId pic x(3).
01 ListPosition pic 9(3) value 0.
01 KeptCount pic 9(5) value 0.
01 NewCount pic 9(5) value 0.
01 TransferCount pic 9(5) value 0.
01 MovedCount pic 9(5) value 0.
01 ReleasedCount pic 9(5) value 0.
01 OverflowCount pic 9(5) value 0.
01 GradeTextWs pic x(40) value spaces.
01 GradeLevelDisplay pic z9.
01 ListPositionDisplay pic zz9.
01 LoadDisplay pic zz9.
01 CapacityDisplay pic zz9.
01 PrintLine pic x(100) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1400-Copy-Sections-To-Work
    sort PlaceSortFile on ascending key PsStudentId PsSeq
        input procedure 2000-Release-Placements
        output procedure 3000-Match-Seats
    perform 4000-Seat-Students
    sort AssignSortFile on ascending key AsStudentId
        using AssignWorkFile
        giving StudentSectionFile
    sort ClassListSortFile on ascending key ClTeacherName
                                            ClSchoolCode
                                            ClGradeType
                                            ClGradeLevel
                                            ClSectionId
                                            ClStudentName
                                            ClStudentId
        input procedure 5000-Release-Class-Lists
        output procedure 5500-Print-Class-Lists
    perform 9000-Finish
    stop run.

*> The school year is the calendar year of the run, as cobolclass
*> defines it - the year its placements are written under.
1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentSchoolYear = CurrentRunDate / 10000
    open input StudentMasterFile
    if MasterStatus not = "00"
           display "Unable to open student master file - status "
                  MasterStatus " - no classes assigned"
           stop run
    end-if
    perform 1300-Load-Sections
    open output ClassListFile
    if ClassListStatus not = "00"
           display "Unable to open class list file - status "
                  ClassListStatus
           stop run
    end-if
    open output SectOverflowFile
    if SectOverflowStatus not = "00"
           display "Unable to open section overflow file - status "
                  SectOverflowStatus
           stop run
    end-if
    move all "=" to PrintLine
    write SectOverflowLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSectOverflowTitle) " - "
           function trim(MsgSchoolYearLabel) " " CurrentSchoolYear
           delimited by size into PrintLine
    end-string
    write SectOverflowLine from PrintLine
    move all "=" to PrintLine
    write SectOverflowLine from PrintLine
    display function trim(MsgSectAssignTitle) " - "
           function trim(MsgSchoolYearLabel) " " CurrentSchoolYear
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

*> Without the class list for the year no seat can be kept or given,
*> and rewriting STUDENT-SECTION from nothing would empty every class.
1300-Load-Sections.
    open input ClassSectionFile
    if ClassSectionStatus not = "00"
           display "Unable to open class section file - status "
                  ClassSectionStatus " - no classes assigned"
           stop run
    end-if
    perform until EndOfClassSection
        read ClassSectionFile
            at end set EndOfClassSection to true
            not at end
                if CsSchoolYear = CurrentSchoolYear
                       perform 1350-Store-Section
                end-if
        end-read
    end-perform
    close ClassSectionFile
    if SectionCount = 0
           display "No classes on the class section file for "
                  CurrentSchoolYear " - no classes assigned"
           stop run
    end-if.

1350-Store-Section.
    move CsSchoolCode to LookupSchoolCode
    move CsGradeType to LookupGradeType
    move CsGradeLevel to LookupGradeLevel
    move CsSectionId to LookupSectionId
    perform 8200-Find-Section
    if SectionFound
           display "Class " CsSchoolCode " " CsGradeType CsGradeLevel
                  " " CsSectionId " entered twice - first one kept"
    else
           if SectionCount >= 500
                  display "More than 500 classes on the class section "
                         "file - no classes assigned"
                  stop run
           end-if
           add 1 to SectionCount
           set SctIdx to SectionCount
           move CsSchoolCode to SctSchoolCode(SctIdx)
           move CsGradeType to SctGradeType(SctIdx)
           move CsGradeLevel to SctGradeLevel(SctIdx)
           move CsSectionId to SctSectionId(SctIdx)
           move CsTeacherName to SctTeacherName(SctIdx)
           if CsCapacity is numeric
                  move CsCapacity to SctCapacity(SctIdx)
           else
                  move 0 to SctCapacity(SctIdx)
           end-if
           move 0 to SctLoad(SctIdx)
    end-if.

*> STUDENT-SECTION is rewritten at the end of the run, so last run's
*> seats are read from a copy, the way attendupd keeps its summary.
1400-Copy-Sections-To-Work.
    open output SectOldWorkFile
    open input StudentSectionFile
    if StudentSectionStatus = "00"
           perform until EndOfStudentSection
               read StudentSectionFile
                   at end set EndOfStudentSection to true
                   not at end
                       write SectOldWorkRecord from
                              StudentSectionRecord
               end-read
           end-perform
           close StudentSectionFile
    else
           display "No student section file - every student seated "
                  "as new"
    end-if
    close SectOldWorkFile.

*> Without this year's placements every seat would be released and
*> STUDENT-SECTION rewritten empty, so both cases stop the run here,
*> before that file is opened for output.
2000-Release-Placements.
    open input StudentGradeHistoryFile
    if GradeHistoryStatus not = "00"
           display "Unable to open grade history file - status "
                  GradeHistoryStatus " - no classes assigned"
           stop run
    end-if
    perform until EndOfGradeHistory
        read StudentGradeHistoryFile
            at end set EndOfGradeHistory to true
            not at end
                if HistSchoolYear = CurrentSchoolYear
                       add 1 to PlaceReleaseSeq
                       move HistStudentId to PsStudentId
                       move PlaceReleaseSeq to PsSeq
                       move HistSchoolCode to PsSchoolCode
                       move HistGradeType to PsGradeType
                       move HistGradeLevel to PsGradeLevel
                       release PlaceSortRecord
                end-if
        end-read
    end-perform
    close StudentGradeHistoryFile
    if PlaceReleaseSeq = 0
           display "No grade history placements for "
                  CurrentSchoolYear " - no classes assigned"
           stop run
    end-if.

*> Balanced line of this year's placements against last run's seats,
*> both in student ID order. Seats that still match are kept and
*> counted against their class first; everyone needing a seat goes
*> to SECTNEEDWORK for 4000, so no newcomer can take a seat a kept
*> student is still sitting in.
3000-Match-Seats.
    open input SectOldWorkFile
    open output NeedSeatWorkFile
    open output AssignWorkFile
    perform 3900-Read-Old-Section
    move "N" to PendingPlaceFlag
    perform until EndOfPlaceSort
        return PlaceSortFile
            at end set EndOfPlaceSort to true
            not at end perform 3100-Collect-Placement
        end-return
    end-perform
    if HavePendingPlace
           perform 3200-Place-Student
    end-if
    perform until EndOfSectOldWork
        perform 3800-Release-Old-Seat
    end-perform
    close SectOldWorkFile NeedSeatWorkFile.

3100-Collect-Placement.
    if HavePendingPlace and PsStudentId not = PendStudentId
           perform 3200-Place-Student
    end-if
    move PsStudentId to PendStudentId
    move PsSchoolCode to PendSchoolCode
    move PsGradeType to PendGradeType
    move PsGradeLevel to PendGradeLevel
    set HavePendingPlace to true.

*> The school comes from STUDENT-MASTER when it carries one, so a
*> transfer studstatusupd applied after tonight's placement still
*> moves the student to a class at the new school.
3200-Place-Student.
    perform until EndOfSectOldWork or OldStudentId >= PendStudentId
        perform 3800-Release-Old-Seat
    end-perform
    move PendStudentId to MastStudentId
    perform 8000-Lookup-Student
    if not StudentFound
           or MastEnrollStatus = "W"
           or (PendGradeType not = "0" and PendGradeType not = "G")
           if not EndOfSectOldWork and OldStudentId = PendStudentId
                  perform 3800-Release-Old-Seat
           end-if
    else
           move MastSchoolCode to StudentSchoolCode
           if StudentSchoolCode = spaces
                  move PendSchoolCode to StudentSchoolCode
           end-if
           if not EndOfSectOldWork and OldStudentId = PendStudentId
                  perform 3300-Check-Old-Seat
                  perform 3900-Read-Old-Section
           else
                  move "N" to NsAssignAction
                  perform 3500-Queue-Need-Seat
           end-if
    end-if
    move "N" to PendingPlaceFlag.

3300-Check-Old-Seat.
    move "N" to SectionFoundFlag
    if OldSchoolYear = CurrentSchoolYear
           and OldSchoolCode = StudentSchoolCode
           and OldGradeType = PendGradeType
           and OldGradeLevel = PendGradeLevel
           move OldSchoolCode to LookupSchoolCode
           move OldGradeType to LookupGradeType
           move OldGradeLevel to LookupGradeLevel
           move OldSectionId to LookupSectionId
           perform 8200-Find-Section
    end-if
    if SectionFound
           add 1 to SctLoad(SctIdx)
           add 1 to KeptCount
           move OldSection to NewSection
           move "K" to NewAssignAction
           write AssignWorkRecord from NewSection
    else
           if OldSchoolCode not = StudentSchoolCode
                  move "T" to NsAssignAction
           else
                  move "M" to NsAssignAction
           end-if
           perform 3500-Queue-Need-Seat
    end-if.

3500-Queue-Need-Seat.
    move PendStudentId to NsStudentId
    move StudentSchoolCode to NsSchoolCode
    move PendGradeType to NsGradeType
    move PendGradeLevel to NsGradeLevel
    write NeedSeatRecord.

3800-Release-Old-Seat.
    add 1 to ReleasedCount
    perform 3900-Read-Old-Section.

3900-Read-Old-Section.
    read SectOldWorkFile into OldSection
        at end set EndOfSectOldWork to true
    end-read.

*> Least-loaded class first, so the grade's classes fill evenly; on
*> equal load the class keyed first on CLASS-SECTION wins.
4000-Seat-Students.
    open input NeedSeatWorkFile
    perform until EndOfNeedSeat
        read NeedSeatWorkFile
            at end set EndOfNeedSeat to true
            not at end perform 4100-Seat-Student
        end-read
    end-perform
    close NeedSeatWorkFile AssignWorkFile.

4100-Seat-Student.
    move "N" to SectionFoundFlag GradeHasSectionFlag
    perform varying SctIdx from 1 by 1 until SctIdx > SectionCount
        if SctSchoolCode(SctIdx) = NsSchoolCode
               and SctGradeType(SctIdx) = NsGradeType
               and SctGradeLevel(SctIdx) = NsGradeLevel
               set GradeHasSection to true
               if SctLoad(SctIdx) < SctCapacity(SctIdx)
                      if not SectionFound
                             or SctLoad(SctIdx) < SctLoad(BestIdx)
                             set BestIdx to SctIdx
                             set SectionFound to true
                      end-if
               end-if
        end-if
    end-perform
    if SectionFound
           add 1 to SctLoad(BestIdx)
           move NsStudentId to NewStudentId
           move CurrentSchoolYear to NewSchoolYear
           move NsSchoolCode to NewSchoolCode
           move NsGradeType to NewGradeType
           move NsGradeLevel to NewGradeLevel
           move SctSectionId(BestIdx) to NewSectionId
           move CurrentRunDate to NewAssignDate
           move NsAssignAction to NewAssignAction
           write AssignWorkRecord from NewSection
           evaluate NsAssignAction
               when "T" add 1 to TransferCount
               when "M" add 1 to MovedCount
               when other add 1 to NewCount
           end-evaluate
    else
           perform 4200-Print-Overflow
    end-if.

4200-Print-Overflow.
    add 1 to OverflowCount
    move NsStudentId to MastStudentId
    perform 8000-Lookup-Student
    move NsGradeType to LookupGradeType
    move NsGradeLevel to LookupGradeLevel
    perform 8500-Build-Grade-Text
    move spaces to PrintLine
    if GradeHasSection
           string function trim(MsgSchoolLabel) " " NsSchoolCode " "
                  function trim(GradeTextWs) "  " NsStudentId " "
                  StudentNameWs " - "
                  function trim(MsgAllSectionsFullLabel)
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgSchoolLabel) " " NsSchoolCode " "
                  function trim(GradeTextWs) "  " NsStudentId " "
                  StudentNameWs " - "
                  function trim(MsgNoSectionLabel)
                  delimited by size into PrintLine
           end-string
    end-if
    write SectOverflowLine from PrintLine
    display PrintLine.

5000-Release-Class-Lists.
    open input AssignWorkFile
    perform until EndOfAssignWork
        read AssignWorkFile into NewSection
            at end set EndOfAssignWork to true
            not at end perform 5100-Release-Class-Student
        end-read
    end-perform
    close AssignWorkFile.

5100-Release-Class-Student.
    move NewSchoolCode to LookupSchoolCode
    move NewGradeType to LookupGradeType
    move NewGradeLevel to LookupGradeLevel
    move NewSectionId to LookupSectionId
    perform 8200-Find-Section
    move NewStudentId to MastStudentId
    perform 8000-Lookup-Student
    if SectionFound
           move SctTeacherName(SctIdx) to ClTeacherName
    else
           move spaces to ClTeacherName
    end-if
    move NewSchoolCode to ClSchoolCode
    move NewGradeType to ClGradeType
    move NewGradeLevel to ClGradeLevel
    move NewSectionId to ClSectionId
    move StudentNameWs to ClStudentName
    move NewStudentId to ClStudentId
    move NewAssignAction to ClAssignAction
    release ClassListSortRecord.

5500-Print-Class-Lists.
    move low-values to ListSectionKey
    perform until EndOfClassListSort
        return ClassListSortFile
            at end set EndOfClassListSort to true
            not at end perform 5600-Print-Class-Student
        end-return
    end-perform.

5600-Print-Class-Student.
    if ClTeacherName not = LstTeacherName
           or ClSchoolCode not = LstSchoolCode
           or ClGradeType not = LstGradeType
           or ClGradeLevel not = LstGradeLevel
           or ClSectionId not = LstSectionId
           move ClTeacherName to LstTeacherName
           move ClSchoolCode to LstSchoolCode
           move ClGradeType to LstGradeType
           move ClGradeLevel to LstGradeLevel
           move ClSectionId to LstSectionId
           move 0 to ListPosition
           perform 5700-Print-Class-Header
    end-if
    add 1 to ListPosition
    move ListPosition to ListPositionDisplay
    move spaces to PrintLine
    if ClAssignAction = "K"
           string "  " ListPositionDisplay ". " ClStudentId " "
                  ClStudentName
                  delimited by size into PrintLine
           end-string
    else
*>         a "*" marks a student new to the class this run
           string "  " ListPositionDisplay ". " ClStudentId " "
                  ClStudentName " *"
                  delimited by size into PrintLine
           end-string
    end-if
    write ClassListLine from PrintLine.

5700-Print-Class-Header.
    move ClSchoolCode to LookupSchoolCode
    move ClGradeType to LookupGradeType
    move ClGradeLevel to LookupGradeLevel
    move ClSectionId to LookupSectionId
    perform 8200-Find-Section
    perform 8500-Build-Grade-Text
    move all "=" to PrintLine
    write ClassListLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgClassListTitle) " - "
           function trim(MsgTeacherLabel) " "
           function trim(ClTeacherName)
           delimited by size into PrintLine
    end-string
    write ClassListLine from PrintLine
    move spaces to PrintLine
    if SectionFound
           move SctLoad(SctIdx) to LoadDisplay
           move SctCapacity(SctIdx) to CapacityDisplay
           string function trim(MsgSchoolLabel) " " ClSchoolCode " - "
                  function trim(GradeTextWs) " - "
                  function trim(MsgSectionLabel) " "
                  function trim(ClSectionId) " - "
                  function trim(LoadDisplay) "/"
                  function trim(CapacityDisplay) " "
                  function trim(MsgSeatsLabel)
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgSchoolLabel) " " ClSchoolCode " - "
                  function trim(GradeTextWs) " - "
                  function trim(MsgSectionLabel) " " ClSectionId
                  delimited by size into PrintLine
           end-string
    end-if
    write ClassListLine from PrintLine
    move all "-" to PrintLine
    write ClassListLine from PrintLine.

8000-Lookup-Student.
    move spaces to StudentNameWs
    move "N" to StudentFoundFlag
    read StudentMasterFile
        invalid key move spaces to StudentNameWs
        not invalid key
            move MastStudentName to StudentNameWs
            set StudentFound to true
    end-read.

8200-Find-Section.
    move "N" to SectionFoundFlag
    perform varying SctIdx from 1 by 1
            until SctIdx > SectionCount or SectionFound
        if SctSchoolCode(SctIdx) = LookupSchoolCode
               and SctGradeType(SctIdx) = LookupGradeType
               and SctGradeLevel(SctIdx) = LookupGradeLevel
               and SctSectionId(SctIdx) = LookupSectionId
               set SectionFound to true
        end-if
    end-perform
    if SectionFound
           set SctIdx down by 1
    end-if.

8500-Build-Grade-Text.
    move LookupGradeLevel to GradeLevelDisplay
    move spaces to GradeTextWs
    if LookupGradeType = "G"
           string function trim(MsgGymnasiumWord) " "
                  function trim(GradeLevelDisplay)
                  delimited by size into GradeTextWs
           end-string
    else
           string function trim(MsgGrundskolaWord) " "
                  function trim(GradeLevelDisplay)
                  delimited by size into GradeTextWs
           end-string
    end-if.

*> The seats taken in every class close the overflow report, so the
*> principal sees which grade ran out of room and by how much.
8800-Print-Section-Loads.
    move all "-" to PrintLine
    write SectOverflowLine from PrintLine
    perform varying SctIdx from 1 by 1 until SctIdx > SectionCount
        move SctGradeType(SctIdx) to LookupGradeType
        move SctGradeLevel(SctIdx) to LookupGradeLevel
        perform 8500-Build-Grade-Text
        move SctLoad(SctIdx) to LoadDisplay
        move SctCapacity(SctIdx) to CapacityDisplay
        move spaces to PrintLine
        string function trim(MsgSchoolLabel) " "
               SctSchoolCode(SctIdx) " " function trim(GradeTextWs)
               " - " function trim(MsgSectionLabel) " "
               SctSectionId(SctIdx) " " SctTeacherName(SctIdx) " "
               LoadDisplay "/" CapacityDisplay " "
               function trim(MsgSeatsLabel)
               delimited by size into PrintLine
        end-string
        write SectOverflowLine from PrintLine
    end-perform.

9000-Finish.
    perform 8800-Print-Section-Loads
    move all "=" to PrintLine
    write SectOverflowLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgKeptSeatLabel) " " KeptCount "  "
           function trim(MsgNewSeatLabel) " " NewCount "  "
           function trim(MsgTransferSeatLabel) " " TransferCount
           delimited by size into PrintLine
    end-string
    write SectOverflowLine from PrintLine
    display PrintLine
    move spaces to PrintLine
    string function trim(MsgMovedSeatLabel) " " MovedCount "  "
           function trim(MsgReleasedSeatLabel) " " ReleasedCount "  "
           function trim(MsgOverflowCountLabel) " " OverflowCount
           delimited by size into PrintLine
    end-string
    write SectOverflowLine from PrintLine
    display PrintLine
    close ClassListFile SectOverflowFile StudentMasterFile
    display "====================================================".
