      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. mastmaint.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Applies the office's
*>              MASTER-MAINTENANCE correction file (name, school
*>              code, status and date of birth corrections, each
*>              keyed with an operator ID) against STUDENT-MASTER,
*>              rejecting unknown IDs, missing operators, blank or
*>              invalid new values and corrections that change
*>              nothing the way the student-status run rejects its
*>              illegal moves. Every applied correction appends a
*>              before/after image with the operator to
*>              MASTER-CHANGE-AUDIT, and a correction to withdrawn
*>              queues the same "W" notice the status run does so
*>              the district follows.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MasterMaintTransFile ASSIGN TO "MASTERMAINTTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MaintTransStatus.
    SELECT SisDetailFile ASSIGN TO "SISEXTRACTDETAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SisDetailStatus.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
DATA DIVISION.
FILE SECTION.
FD MasterMaintTransFile.
01 MasterMaintTransRecord.
    COPY mastmtr.
FD SisDetailFile.
01 SisDetailRecord.
    COPY sisdet.
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
WORKING-STORAGE SECTION.
COPY messages.
01 MaintTransStatus pic xx value "00".
01 SisDetailStatus pic xx value "00".
01 MasterAuditStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 LangCode pic x(2) value "SV".
01 TransEof pic x value "N".
       88 EndOfTrans value "Y".
01 TransAppliedCount pic 9(5) value 0.
01 TransRejectedCount pic 9(5) value 0.
01 CurrentRunDate pic 9(8) value 0.
01 CurrentRunTime pic 9(6) value 0.
01 MasterBeforeImage pic x(56) value spaces.
01 CurrentStatusWs pic x(1) value space.
01 BirthAgeArea.
    COPY bagparm.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 2000-Process-Transactions
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentRunTime = function numval(
        function current-date(9:6))
    open i-o StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
    else
           display "Unable to open student master file - status "
                  MasterStatus " - no transactions applied"
           stop run
    end-if
    open extend MasterAuditFile
    if MasterAuditStatus = "05" or MasterAuditStatus = "35"
           open output MasterAuditFile
    end-if
    if MasterAuditStatus not = "00"
           display "Unable to open master change audit file - status "
                  MasterAuditStatus " - no transactions applied"
           stop run
    end-if
    open extend SisDetailFile
    if SisDetailStatus = "05" or SisDetailStatus = "35"
           open output SisDetailFile
    end-if
    display function trim(MsgMastMaintTitle)
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

2000-Process-Transactions.
    open input MasterMaintTransFile
    if MaintTransStatus = "00"
           perform until EndOfTrans
               read MasterMaintTransFile
                   at end set EndOfTrans to true
                   not at end perform 3000-Apply-Transaction
               end-read
           end-perform
           close MasterMaintTransFile
    else
           display "Unable to open master maintenance transaction "
                  "file - status " MaintTransStatus
    end-if.

*> A correction with no operator on it cannot be answered for later,
*> so it is refused before the master is even read.
3000-Apply-Transaction.
    if MmtOperatorId = spaces
           add 1 to TransRejectedCount
           display function trim(MsgMissingOperatorLabel) " - "
                  MmtStudentId " " MmtAction
    else
           move MmtStudentId to MastStudentId
           read StudentMasterFile
               invalid key
                   add 1 to TransRejectedCount
                   display function trim(MsgUnknownStudentLabel)
                          " - " MmtStudentId
               not invalid key
                   move StudentMasterRecord to MasterBeforeImage
                   perform 3100-Apply-Correction
           end-read
    end-if.

3100-Apply-Correction.
    evaluate MmtAction
        when "N"
            perform 3200-Correct-Name
        when "S"
            perform 3300-Correct-School
        when "T"
            perform 3400-Correct-Status
        when "B"
            perform 3500-Correct-Birth-Date
        when other
            add 1 to TransRejectedCount
            display function trim(MsgIllegalMoveLabel) " - "
                   MmtStudentId " " MmtAction
    end-evaluate.

3200-Correct-Name.
    evaluate true
        when MmtNewName = spaces
            add 1 to TransRejectedCount
            display function trim(MsgBlankNameLabel) " - "
                   MmtStudentId
        when MmtNewName = MastStudentName
            perform 3900-Reject-No-Change
        when other
            move MmtNewName to MastStudentName
            perform 3800-Rewrite-And-Audit
            display function trim(MsgStudentLabel) " "
                   MmtStudentId " "
                   function trim(MastStudentName) " - "
                   function trim(MsgNameCorrectedLabel)
    end-evaluate.

*> A school correction fixes a mis-keyed code and leaves the status
*> date alone - a real move between schools is a transfer and
*> belongs on the student-status transaction file.
3300-Correct-School.
    evaluate true
        when MmtNewSchool = spaces
            add 1 to TransRejectedCount
            display function trim(MsgIllegalMoveLabel) " - "
                   MmtStudentId " " MmtAction " "
                   function trim(MsgSchoolLabel) " ?"
        when MmtNewSchool = MastSchoolCode
            perform 3900-Reject-No-Change
        when other
            move MmtNewSchool to MastSchoolCode
            perform 3800-Rewrite-And-Audit
            display function trim(MsgStudentLabel) " "
                   MmtStudentId " "
                   function trim(MastStudentName) " - "
                   function trim(MsgSchoolCorrectedLabel) " "
                   MmtNewSchool
    end-evaluate.

*> A master row written before the status field existed carries
*> spaces there and is treated as active, as in the status run.
3400-Correct-Status.
    move MastEnrollStatus to CurrentStatusWs
    if CurrentStatusWs = space
           move "A" to CurrentStatusWs
    end-if
    evaluate true
        when MmtNewStatus not = "A" and MmtNewStatus not = "W"
            add 1 to TransRejectedCount
            display function trim(MsgIllegalMoveLabel) " - "
                   MmtStudentId " " MmtAction " "
                   function trim(MsgStatusLabel) " " MmtNewStatus
        when MmtNewStatus = CurrentStatusWs
            perform 3900-Reject-No-Change
        when other
            move MmtNewStatus to MastEnrollStatus
            if MmtEffectiveDate = 0
                   move CurrentRunDate to MastStatusDate
            else
                   move MmtEffectiveDate to MastStatusDate
            end-if
            perform 3800-Rewrite-And-Audit
            if MastEnrollStatus = "W"
                   perform 3700-Write-Withdrawal-Notice
            end-if
            display function trim(MsgStudentLabel) " "
                   MmtStudentId " "
                   function trim(MastStudentName) " - "
                   function trim(MsgStatusCorrectedLabel) " "
                   MastEnrollStatus
    end-evaluate.

*> The corrected date of birth goes through the same edit as the
*> roster's, and the age on the master is refreshed to match it as
*> of today, the date the record is stamped with.
3500-Correct-Birth-Date.
    move MmtNewBirthDate to BagBirthDate
    move CurrentRunDate to BagAsOfDate
    call "birthage" using BirthAgeArea
    evaluate true
        when not BagBirthDateValid
            add 1 to TransRejectedCount
            display function trim(MsgStudentLabel) " "
                   MmtStudentId " - "
                   function trim(MsgBadBirthDateLabel) " "
                   MmtNewBirthDate
        when MmtNewBirthDate = MastBirthDate
            perform 3900-Reject-No-Change
        when other
            move MmtNewBirthDate to MastBirthDate
            move BagAge to MastAge
            perform 3800-Rewrite-And-Audit
            display function trim(MsgStudentLabel) " "
                   MmtStudentId " "
                   function trim(MastStudentName) " - "
                   function trim(MsgBirthDateCorrectedLabel) " "
                   MmtNewBirthDate
    end-evaluate.

*> Same "W" notice the status run queues for a withdrawal, so the
*> district drops a student we have corrected to withdrawn.
3700-Write-Withdrawal-Notice.
    move "W" to DetRecordType
    move MastStudentId to DetStudentId
    move MastAge to DetAge
    move 0 to DetGradeLevel
    move spaces to DetGradeType DetScoreLetter DetPassFail
           DetVoteEligible
    move MastSchoolCode to DetSchoolCode
    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

3800-Rewrite-And-Audit.
    move CurrentRunDate to MastLastUpdate
    rewrite StudentMasterRecord
    add 1 to TransAppliedCount
    move "C" to AudAction
    perform 8500-Write-Master-Audit.

3900-Reject-No-Change.
    add 1 to TransRejectedCount
    display function trim(MsgNoChangeLabel) " - "
           MmtStudentId " " MmtAction.

8500-Write-Master-Audit.
    move MastStudentId to AudStudentId
    move CurrentRunDate to AudChangeDate
    move CurrentRunTime to AudChangeTime
    move "mastmaint" to AudProgram
    move MmtOperatorId to AudOperatorId
    move MasterBeforeImage to AudBeforeImage
    move StudentMasterRecord to AudAfterImage
    write MasterAuditRecord.

9000-Finish.
    close SisDetailFile
    close MasterAuditFile
    if MasterFileOk
           close StudentMasterFile
    end-if
    display "===================================================="
    display function trim(MsgReconciliationLabel) " - "
           function trim(MsgAcceptedLabel) ":" TransAppliedCount
           " " function trim(MsgRejectedLabel) ":"
           TransRejectedCount.
