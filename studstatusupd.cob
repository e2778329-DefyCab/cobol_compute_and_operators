*>              off the certified election roster and get no
*>              guardian letter or SIS detail from the batch run
*>              even when a stale roster still carries them.
*> 15/10/2026 - every applied move appends the master record's
*>              before and after image to MASTER-CHANGE-AUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SisDetailFile ASSIGN TO "SISEXTRACTDETAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SisDetailStatus.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
FD SisDetailFile.
01 SisDetailRecord.
    COPY sisdet.
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
COPY messages.
01 StatusTransStatus pic xx value "00".
01 SisDetailStatus pic xx value "00".
01 MasterAuditStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterFileFlag pic x value "N".
01 TransAppliedCount pic 9(5) value 0.
01 TransRejectedCount pic 9(5) value 0.
01 CurrentRunDate pic 9(8) value 0.
01 CurrentRunTime pic 9(6) value 0.
01 MasterBeforeImage pic x(56) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentRunTime = function numval(
        function current-date(9:6))
    open i-o StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
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
            display function trim(MsgUnknownStudentLabel) " - "
                   STranStudentId
        not invalid key
            move StudentMasterRecord to MasterBeforeImage
            perform 3100-Apply-Status-Move
    end-read.

3200-Rewrite-And-Count.
    move CurrentRunDate to MastLastUpdate
    rewrite StudentMasterRecord
    add 1 to TransAppliedCount
    move "C" to AudAction
    perform 8500-Write-Master-Audit.

*> The withdrawal notice rides the durable detail file into the next
*> nightly SIS-EXTRACT feed as a "W" record in the student's school
    move CurrentRunDate to DetRunDate
    write SisDetailRecord.

8500-Write-Master-Audit.
    move MastStudentId to AudStudentId
    move CurrentRunDate to AudChangeDate
    move CurrentRunTime to AudChangeTime
    move "studstatusupd" to AudProgram
    move spaces to AudOperatorId
    move MasterBeforeImage to AudBeforeImage
    move StudentMasterRecord to AudAfterImage
    write MasterAuditRecord.

9000-Finish.
    close SisDetailFile
    close MasterAuditFile
    if MasterFileOk
           close StudentMasterFile
    end-if
