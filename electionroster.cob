*>              each student group is the latest determination on
*>              or before the election date, exactly the resolution
*>              the table version applied.
*> 15/10/2026 - eligibility is now judged as of the election date.
*>              Where a date of birth is known - from the master,
*>              else from the determination itself - the age on the
*>              election date is derived from it and decides the
*>              line, so a student who turns 18 between the last
*>              roster run and the election is certified eligible.
*>              The logged age and flag stand only where no date of
*>              birth is on file.
*> 15/10/2026 - every roster line is also written to CERTIFIED-VOTERS
*>              with the student's school and the election date, so
*>              the ballot tally can check each ballot against the
*>              roster the committee certified.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CertifiedRosterFile ASSIGN TO "CERTIFIEDROSTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CertifiedRosterStatus.
    SELECT CertifiedVoterFile ASSIGN TO "CERTIFIEDVOTERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CertifiedVoterStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
    COPY langctl.
FD CertifiedRosterFile.
01 CertifiedRosterLine pic x(80).
FD CertifiedVoterFile.
01 CertifiedVoterRecord.
    COPY certvot.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
       05 VsSeq pic 9(7).
       05 VsAge pic 99.
       05 VsEligible pic x(1).
       05 VsBirthDate pic x(8).
WORKING-STORAGE SECTION.
COPY messages.
01 CertElectionDate pic 9(8) value 0.
01 ElectionControlStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 CertifiedRosterStatus pic xx value "00".
01 CertifiedVoterStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
       05 PendStudentId pic x(6).
       05 PendAge pic 99.
       05 PendEligible pic x(1).
       05 PendBirthDate pic x(8).
01 MasterBirthDateWs pic x(8) value spaces.
01 MasterSchoolWs pic x(3) value spaces.
01 BirthAgeArea.
    COPY bagparm.
01 VotingAge pic 99 value 18.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
           display "Unable to open certified roster file - status "
                  CertifiedRosterStatus
           stop run
    end-if
    open output CertifiedVoterFile
    if CertifiedVoterStatus not = "00"
           display "Unable to open certified voter file - status "
                  CertifiedVoterStatus
           stop run
    end-if.

1200-Load-Language.

8000-Lookup-Student-Name.
    move spaces to StudentNameWs
    move spaces to MasterBirthDateWs
    move spaces to MasterSchoolWs
    move "N" to WithdrawnFlag
    if MasterFileOk
           read StudentMasterFile
               invalid key move spaces to StudentNameWs
               not invalid key
                   move MastStudentName to StudentNameWs
                   move MastBirthDate to MasterBirthDateWs
                   move MastSchoolCode to MasterSchoolWs
                   if MastEnrollStatus = "W"
                          set StudentWithdrawn to true
                   end-if
                              move ReleaseSeq to VsSeq
                              move VoteLogAge to VsAge
                              move VoteLogEligible to VsEligible
                              move VoteLogBirthDate to VsBirthDate
                              release VoterSortRecord
                       end-if
               end-read
    move VsStudentId to PendStudentId
    move VsAge to PendAge
    move VsEligible to PendEligible
    move VsBirthDate to PendBirthDate
    set HavePendingVoter to true.

*> A student the office has withdrawn must not appear on a certified
    if StudentWithdrawn
           add 1 to WithdrawnDropCount
    else
           perform 4120-Judge-At-Election-Date
           perform 4150-Write-Voter-Line
    end-if
    move "N" to PendingVoterFlag.

*> The logged determination is as of the night it was made; the
*> certified roster must be as of the election. The master's date
*> of birth is the authoritative one (a correction reaches it
*> first), the one logged with the determination the fallback. A
*> date of birth that does not give a usable age on the election
*> date leaves the logged age and flag in place.
4120-Judge-At-Election-Date.
    if MasterBirthDateWs not = spaces
           move MasterBirthDateWs to BagBirthDate
    else
           move PendBirthDate to BagBirthDate
    end-if
    move CertElectionDate to BagAsOfDate
    call "birthage" using BirthAgeArea
    if BagBirthDateValid
           move BagAge to PendAge
           if BagAge >= VotingAge
                  move "Y" to PendEligible
           else
                  move "N" to PendEligible
           end-if
    end-if.

4150-Write-Voter-Line.
    move spaces to PrintLine
    if PendEligible = "Y"
                  delimited by size into PrintLine
           end-string
    end-if
    write CertifiedRosterLine from PrintLine
    move PendStudentId to CvStudentId
    move MasterSchoolWs to CvSchoolCode
    move CertElectionDate to CvElectionDate
    move PendAge to CvAge
    move PendEligible to CvEligible
    write CertifiedVoterRecord.

9000-Finish.
    move all "=" to PrintLine
    end-string
    write CertifiedRosterLine from PrintLine
    close CertifiedRosterFile
    close CertifiedVoterFile
    if MasterFileOk
           close StudentMasterFile
    end-if
