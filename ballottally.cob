      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ballottally.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Counts the student council BALLOT
*>              file for the ELECTION-CONTROL date against the
*>              CERTIFIED-VOTERS roster the certification run
*>              writes: a ballot counts only when its voter is
*>              certified eligible for that school, is still on
*>              STUDENT-MASTER and not withdrawn, and names a
*>              CANDIDATE registered for that school and date; only
*>              a voter's first ballot counts. Every other ballot is
*>              listed with its reason on SPOILED-BALLOTS. Prints
*>              the votes per candidate and the turnout against the
*>              certified eligible count per school on
*>              ELECTION-RESULTS, with a certification trailer for
*>              the election committee to sign.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BallotFile ASSIGN TO "BALLOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BallotStatus.
    SELECT CandidateFile ASSIGN TO "CANDIDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CandidateStatus.
    SELECT CertifiedVoterFile ASSIGN TO "CERTIFIEDVOTERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CertifiedVoterStatus.
    SELECT ElectionControlFile ASSIGN TO "ELECTIONCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ElectionControlStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT ElectionResultFile ASSIGN TO "ELECTIONRESULTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ElectionResultStatus.
    SELECT SpoiledBallotFile ASSIGN TO "SPOILEDBALLOTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SpoiledBallotStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
    SELECT BallotSortFile ASSIGN TO "BALLOTSORTWORK".
DATA DIVISION.
FILE SECTION.
FD BallotFile.
01 BallotRecord.
    COPY ballot.
FD CandidateFile.
01 CandidateRecord.
    COPY candidate.
FD CertifiedVoterFile.
01 CertifiedVoterRecord.
    COPY certvot.
FD ElectionControlFile.
01 ElectionControlRecord.
    COPY electctl.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD ElectionResultFile.
01 ElectionResultLine pic x(80).
FD SpoiledBallotFile.
01 SpoiledBallotLine pic x(80).
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
SD BallotSortFile.
01 BallotSortRecord.
*>     voter, then the order the ballots were keyed in, so the first
*>     ballot in each voter group is the one that counts.
       05 BsVoterId pic x(6).
       05 BsSeq pic 9(7).
       05 BsSchoolCode pic x(3).
       05 BsCandidateId pic x(6).
WORKING-STORAGE SECTION.
COPY messages.
01 CandidateTable.
*>     the candidates standing on the election date - a handful per
*>     school, bounded by the district's schools.
       05 CandEntry occurs 1 to 500 times
           depending on CandCount
           indexed by CandIdx.
           10 CtKey.
               15 CtSchoolCode pic x(3).
               15 CtCandidateId pic x(6).
           10 CtName pic x(20).
           10 CtVotes pic 9(5).
01 CandCount pic 9(3) value 0.
01 SwapCandEntry.
       05 SwapCandKey pic x(9).
       05 SwapCandName pic x(20).
       05 SwapCandVotes pic 9(5).
01 SchoolTable.
*>     one row per school seen on the roster, the candidates or the
*>     ballots.
       05 SchoolEntry occurs 1 to 100 times
           depending on SchoolCount
           indexed by SchIdx.
           10 StSchoolCode pic x(3).
           10 StCertEligible pic 9(5).
           10 StCounted pic 9(5).
           10 StSpoiled pic 9(5).
01 SchoolCount pic 9(3) value 0.
01 SwapSchoolEntry.
       05 SwapSchoolCode pic x(3).
       05 SwapCertEligible pic 9(5).
       05 SwapCounted pic 9(5).
       05 SwapSpoiled pic 9(5).
01 SortPass pic 9(3) value 0.
01 SortPos pic 9(3) value 0.
01 SortPosNext pic 9(3) value 0.
01 SwapNeededFlag pic x value "N".
       88 SwapNeeded value "Y".
01 CandFoundFlag pic x value "N".
       88 CandFound value "Y".
01 SchoolFoundFlag pic x value "N".
       88 SchoolFound value "Y".
01 CandOverflowFlag pic x value "N".
       88 CandOverflowWarned value "Y".
01 SchoolOverflowFlag pic x value "N".
       88 SchoolOverflowWarned value "Y".
01 SchoolLookupCode pic x(3) value spaces.
01 CandSchoolPrinted pic 9(3) value 0.
01 CertElectionDate pic 9(8) value 0.
01 BallotStatus pic xx value "00".
01 CandidateStatus pic xx value "00".
01 CertifiedVoterStatus pic xx value "00".
01 ElectionControlStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 ElectionResultStatus pic xx value "00".
01 SpoiledBallotStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 LangCode pic x(2) value "SV".
01 BallotEof pic x value "N".
       88 EndOfBallots value "Y".
01 CandidateEof pic x value "N".
       88 EndOfCandidates value "Y".
01 CertVoterEof pic x value "N".
       88 EndOfCertVoters value "Y".
01 BallotSortEof pic x value "N".
       88 EndOfBallotSort value "Y".
01 CurrentVoterId pic x(6) value spaces.
01 SpoilReasonWs pic x(40) value spaces.
01 BallotReleaseSeq pic 9(7) value 0.
01 BallotsReadCount pic 9(6) value 0.
01 CountedCount pic 9(6) value 0.
01 SpoiledCount pic 9(6) value 0.
01 DuplicateCount pic 9(6) value 0.
01 UnknownVoterCount pic 9(6) value 0.
01 NotOnRosterCount pic 9(6) value 0.
01 WithdrawnVoterCount pic 9(6) value 0.
01 UnregCandCount pic 9(6) value 0.
01 CertEligibleTotal pic 9(6) value 0.
01 TurnoutWs pic 9(3)v9 value 0.
01 TurnoutDisplay pic zz9.9.
01 PrintLine pic x(80) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1400-Load-Candidates
    perform 1500-Open-Certified-Voters
    sort BallotSortFile on ascending key BsVoterId BsSeq
        input procedure 2000-Release-Ballots
        output procedure 3000-Tally-Ballots
    perform 6000-Print-Results
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    perform 1300-Load-Election-Control
    perform 1250-Open-Student-Master
    open output ElectionResultFile
    if ElectionResultStatus not = "00"
           display "Unable to open election results file - status "
                  ElectionResultStatus
           stop run
    end-if
    open output SpoiledBallotFile
    if SpoiledBallotStatus not = "00"
           display "Unable to open spoiled ballot file - status "
                  SpoiledBallotStatus
           stop run
    end-if
    move all "=" to PrintLine
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSpoiledBallotTitle) " - "
           function trim(MsgElectionDateLabel) " " CertElectionDate
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move all "=" to PrintLine
    write SpoiledBallotLine from PrintLine
    display function trim(MsgBallotTallyTitle) " "
           CertElectionDate
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

*> The master's withdrawn marker spoils the ballot of a student the
*> office has withdrawn since the roster was certified - without it
*> the result cannot be certified, as with the roster itself.
1250-Open-Student-Master.
    open input StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
    else
           display "Unable to open student master file - status "
                  MasterStatus " - ballots not tallied"
           stop run
    end-if.

1300-Load-Election-Control.
    open input ElectionControlFile
    if ElectionControlStatus = "00"
           read ElectionControlFile
               not at end move ElectionDate to CertElectionDate
           end-read
           close ElectionControlFile
    end-if
    if CertElectionDate = 0
           display "Unable to read election control file - status "
                  ElectionControlStatus
           stop run
    end-if.

*> Candidates registered for another election date are not standing
*> in this one. A candidate keyed twice for the same school stands
*> once.
1400-Load-Candidates.
    open input CandidateFile
    if CandidateStatus = "00"
           perform until EndOfCandidates
               read CandidateFile
                   at end set EndOfCandidates to true
                   not at end
                       if CandElectionDate = CertElectionDate
                              perform 1450-Store-Candidate
                       end-if
               end-read
           end-perform
           close CandidateFile
    else
           display "Unable to open candidate file - status "
                  CandidateStatus " - every ballot will be spoiled"
    end-if.

1450-Store-Candidate.
    move CandSchoolCode to SchoolLookupCode
    perform 8100-Find-School
    move "N" to CandFoundFlag
    perform varying CandIdx from 1 by 1
            until CandIdx > CandCount or CandFound
        if CtSchoolCode(CandIdx) = CandSchoolCode
               and CtCandidateId(CandIdx) = CandCandidateId
               set CandFound to true
        end-if
    end-perform
    if not CandFound
           if CandCount >= 500
                  if not CandOverflowWarned
                         display "More than 500 candidates - extras "
                                "not registered"
                         set CandOverflowWarned to true
                  end-if
           else
                  add 1 to CandCount
                  set CandIdx to CandCount
                  move CandSchoolCode to CtSchoolCode(CandIdx)
                  move CandCandidateId to CtCandidateId(CandIdx)
                  move CandName to CtName(CandIdx)
                  move 0 to CtVotes(CandIdx)
           end-if
    end-if.

*> The tally may only run against the roster certified for this
*> election - a roster left over from another election date would
*> decide who may vote on the wrong list, so it stops the run.
1500-Open-Certified-Voters.
    open input CertifiedVoterFile
    if CertifiedVoterStatus not = "00"
           display "Unable to open certified voter file - status "
                  CertifiedVoterStatus " - ballots not tallied"
           stop run
    end-if
    perform 3510-Read-Certified-Voter
    if not EndOfCertVoters
           and CvElectionDate not = CertElectionDate
           display "Certified voter file is for election date "
                  CvElectionDate " not " CertElectionDate
                  " - ballots not tallied"
           stop run
    end-if.

2000-Release-Ballots.
    open input BallotFile
    if BallotStatus = "00"
           perform until EndOfBallots
               read BallotFile
                   at end set EndOfBallots to true
                   not at end
                       add 1 to BallotsReadCount
                       add 1 to BallotReleaseSeq
                       move BalVoterId to BsVoterId
                       move BallotReleaseSeq to BsSeq
                       move BalSchoolCode to BsSchoolCode
                       move BalCandidateId to BsCandidateId
                       release BallotSortRecord
               end-read
           end-perform
           close BallotFile
    else
           display "Unable to open ballot file - status "
                  BallotStatus
    end-if.

*> Ballots and the certified roster both arrive in student order and
*> are walked side by side. Every roster row is counted into its
*> school's eligible total as the walk passes it, whether or not the
*> student voted.
3000-Tally-Ballots.
    perform 3520-Return-Ballot
    perform until EndOfBallotSort
        perform until EndOfCertVoters
                or CvStudentId >= BsVoterId
            perform 3100-Count-Certified-Voter
        end-perform
        move BsVoterId to CurrentVoterId
        perform 3200-Judge-First-Ballot
        perform 3520-Return-Ballot
        perform until EndOfBallotSort
                or BsVoterId not = CurrentVoterId
            add 1 to DuplicateCount
            move MsgDuplicateBallotLabel to SpoilReasonWs
            perform 3900-Spoil-Ballot
            perform 3520-Return-Ballot
        end-perform
    end-perform
    perform until EndOfCertVoters
        perform 3100-Count-Certified-Voter
    end-perform
    close CertifiedVoterFile.

3100-Count-Certified-Voter.
    if CvEligible = "Y"
           add 1 to CertEligibleTotal
           move CvSchoolCode to SchoolLookupCode
           perform 8100-Find-School
           if SchoolFound
                  add 1 to StCertEligible(SchIdx)
           end-if
    end-if
    perform 3510-Read-Certified-Voter.

*> The checks run from the student outwards: on the master at all,
*> still enrolled, certified eligible at the school the ballot was
*> cast in, and voting for someone standing there.
3200-Judge-First-Ballot.
    move spaces to SpoilReasonWs
    move BsVoterId to MastStudentId
    read StudentMasterFile
        invalid key
            add 1 to UnknownVoterCount
            move MsgUnknownStudentLabel to SpoilReasonWs
    end-read
    if SpoilReasonWs = spaces and MastEnrollStatus = "W"
           add 1 to WithdrawnVoterCount
           move MsgWithdrawnLabel to SpoilReasonWs
    end-if
    if SpoilReasonWs = spaces
           if EndOfCertVoters
                  or CvStudentId not = BsVoterId
                  or CvEligible not = "Y"
                  or CvSchoolCode not = BsSchoolCode
                  add 1 to NotOnRosterCount
                  move MsgNotOnRosterLabel to SpoilReasonWs
           end-if
    end-if
    if SpoilReasonWs = spaces
           move "N" to CandFoundFlag
           perform varying CandIdx from 1 by 1
                   until CandIdx > CandCount or CandFound
               if CtSchoolCode(CandIdx) = BsSchoolCode
                      and CtCandidateId(CandIdx) = BsCandidateId
                      set CandFound to true
               end-if
           end-perform
           if CandFound
                  set CandIdx down by 1
                  add 1 to CtVotes(CandIdx)
           else
                  add 1 to UnregCandCount
                  move MsgUnregCandidateLabel to SpoilReasonWs
           end-if
    end-if
    if SpoilReasonWs = spaces
           add 1 to CountedCount
           move BsSchoolCode to SchoolLookupCode
           perform 8100-Find-School
           if SchoolFound
                  add 1 to StCounted(SchIdx)
           end-if
    else
           perform 3900-Spoil-Ballot
    end-if.

3510-Read-Certified-Voter.
    read CertifiedVoterFile
        at end set EndOfCertVoters to true
    end-read.

3520-Return-Ballot.
    return BallotSortFile
        at end set EndOfBallotSort to true
    end-return.

3900-Spoil-Ballot.
    add 1 to SpoiledCount
    move BsSchoolCode to SchoolLookupCode
    perform 8100-Find-School
    if SchoolFound
           add 1 to StSpoiled(SchIdx)
    end-if
    move spaces to PrintLine
    string function trim(MsgStudentLabel) " " BsVoterId " "
           function trim(MsgSchoolLabel) " " BsSchoolCode " "
           function trim(MsgCandidateLabel) " " BsCandidateId " - "
           function trim(SpoilReasonWs)
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    display PrintLine.

*> Results by school: the candidates in order of votes (candidate ID
*> on a tie), then the turnout - ballots counted against the number
*> certified eligible at the school.
6000-Print-Results.
    perform 6100-Sort-Schools
    perform 6200-Sort-Candidates
    move all "=" to PrintLine
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgBallotTallyTitle)
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgElectionDateLabel) " " CertElectionDate
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move all "=" to PrintLine
    write ElectionResultLine from PrintLine
    perform varying SchIdx from 1 by 1
            until SchIdx > SchoolCount
        perform 6300-Print-School-Results
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

6200-Sort-Candidates.
    if CandCount > 1
           perform varying SortPass from 1 by 1
                   until SortPass >= CandCount
               perform varying SortPos from 1 by 1
                       until SortPos >= CandCount
                   compute SortPosNext = SortPos + 1
                   perform 6250-Compare-Candidates
                   if SwapNeeded
                          move CandEntry(SortPos) to SwapCandEntry
                          move CandEntry(SortPosNext) to
                                 CandEntry(SortPos)
                          move SwapCandEntry to
                                 CandEntry(SortPosNext)
                   end-if
               end-perform
           end-perform
    end-if.

6250-Compare-Candidates.
    move "N" to SwapNeededFlag
    evaluate true
        when CtSchoolCode(SortPos) > CtSchoolCode(SortPosNext)
            set SwapNeeded to true
        when CtSchoolCode(SortPos) < CtSchoolCode(SortPosNext)
            continue
        when CtVotes(SortPos) < CtVotes(SortPosNext)
            set SwapNeeded to true
        when CtVotes(SortPos) = CtVotes(SortPosNext)
               and CtCandidateId(SortPos) >
                      CtCandidateId(SortPosNext)
            set SwapNeeded to true
    end-evaluate.

6300-Print-School-Results.
    move spaces to PrintLine
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSchoolLabel) " " StSchoolCode(SchIdx)
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move all "-" to PrintLine
    write ElectionResultLine from PrintLine
    move 0 to CandSchoolPrinted
    perform varying CandIdx from 1 by 1
            until CandIdx > CandCount
        if CtSchoolCode(CandIdx) = StSchoolCode(SchIdx)
               add 1 to CandSchoolPrinted
               move spaces to PrintLine
               string "  " function trim(MsgCandidateLabel) " "
                      CtCandidateId(CandIdx) " " CtName(CandIdx)
                      " " CtVotes(CandIdx) " "
                      function trim(MsgVotesLabel)
                      delimited by size into PrintLine
               end-string
               write ElectionResultLine from PrintLine
        end-if
    end-perform
    if CandSchoolPrinted = 0
           move spaces to PrintLine
           string "  " function trim(MsgNoCandidatesLabel)
                  delimited by size into PrintLine
           end-string
           write ElectionResultLine from PrintLine
    end-if
    move 0 to TurnoutWs
    if StCertEligible(SchIdx) > 0
           compute TurnoutWs rounded =
                  StCounted(SchIdx) * 100 / StCertEligible(SchIdx)
    end-if
    move TurnoutWs to TurnoutDisplay
    move spaces to PrintLine
    string "  " function trim(MsgCountedLabel) " "
           StCounted(SchIdx) " / "
           function trim(MsgEligibleLabel) " "
           StCertEligible(SchIdx) " - "
           function trim(MsgTurnoutLabel) " "
           function trim(TurnoutDisplay) "%  "
           function trim(MsgSpoiledLabel) " " StSpoiled(SchIdx)
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine.

*> The search leaves the index one past the match, so it is stepped
*> back. Schools are added as they are first seen; a school beyond
*> the table is reported once and its figures left out.
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
                                "not reported"
                         set SchoolOverflowWarned to true
                  end-if
           else
                  add 1 to SchoolCount
                  set SchIdx to SchoolCount
                  move SchoolLookupCode to StSchoolCode(SchIdx)
                  move 0 to StCertEligible(SchIdx) StCounted(SchIdx)
                         StSpoiled(SchIdx)
                  set SchoolFound to true
           end-if
    end-if.

9000-Finish.
    move all "=" to PrintLine
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgBallotsCastLabel) ": " BallotsReadCount
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgCountedLabel) ": " CountedCount
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSpoiledLabel) ": " SpoiledCount
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgEligibleLabel) ": " CertEligibleTotal
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgTallyCertStatement)
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgCertSignatureLabel)
           delimited by size into PrintLine
    end-string
    write ElectionResultLine from PrintLine
    move all "=" to PrintLine
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgDuplicateBallotLabel) ": "
           DuplicateCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgUnknownStudentLabel) ": "
           UnknownVoterCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgWithdrawnLabel) ": "
           WithdrawnVoterCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgNotOnRosterLabel) ": "
           NotOnRosterCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgUnregCandidateLabel) ": "
           UnregCandCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgSpoiledLabel) ": " SpoiledCount
           delimited by size into PrintLine
    end-string
    write SpoiledBallotLine from PrintLine
    close ElectionResultFile
    close SpoiledBallotFile
    if MasterFileOk
           close StudentMasterFile
    end-if
    display "===================================================="
    display function trim(MsgBallotTallyTitle) " "
           CertElectionDate " - "
           function trim(MsgBallotsCastLabel) ":" BallotsReadCount
           " " function trim(MsgCountedLabel) ":" CountedCount
           " " function trim(MsgSpoiledLabel) ":" SpoiledCount.
