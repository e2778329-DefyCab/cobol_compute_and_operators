*>              resolve repeats - latest row in file order wins per
*>              school year, as in the transcript's
*>              2100-Store-History-Record.
*> 15/10/2026 - the retired STUDENT-MASTER record's last image is
*>              appended to MASTER-CHANGE-AUDIT when it is deleted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT MergeAuditFile ASSIGN TO "MERGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MergeAuditStatus.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
    COPY langctl.
FD MergeAuditFile.
01 MergeAuditLine pic x(100).
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
01 LangControlStatus pic xx value "00".
01 MergeAuditStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 MasterAuditStatus pic xx value "00".
01 CurrentRunDate pic 9(8) value 0.
01 CurrentRunTime pic 9(6) value 0.
01 MasterBeforeImage pic x(56) value spaces.
01 MasterFileFlag pic x value "N".
       88 MasterFileOk value "Y".
01 LangCode pic x(2) value "SV".

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentRunTime = function numval(
        function current-date(9:6))
    open i-o StudentMasterFile
    if MasterStatus = "00"
           set MasterFileOk to true
                  MasterStatus " - no merges applied"
           stop run
    end-if
    open extend MasterAuditFile
    if MasterAuditStatus = "05" or MasterAuditStatus = "35"
           open output MasterAuditFile
    end-if
    if MasterAuditStatus not = "00"
           display "Unable to open master change audit file - status "
                  MasterAuditStatus " - no merges applied"
           stop run
    end-if
    open output MergeAuditFile
    if MergeAuditStatus not = "00"
           display "Unable to open merge audit file - status "
            display function trim(MsgUnknownStudentLabel) " - "
                   RetiredIdWs
        not invalid key
            move StudentMasterRecord to MasterBeforeImage
            perform 3100-Merge-Identity
    end-read.

            move "STUDENTMASTER" to FileNameWs
            move spaces to KeyInfoWs
            perform 8000-Audit-Touched-Row
            perform 8500-Write-Master-Audit
    end-delete.

8000-Audit-Touched-Row.
    write MergeAuditLine from PrintLine
    display PrintLine.

*> The surviving record is untouched by a merge; only the deleted
*> one is written to the change audit, its last image as before.
8500-Write-Master-Audit.
    move RetiredIdWs to AudStudentId
    move CurrentRunDate to AudChangeDate
    move CurrentRunTime to AudChangeTime
    move "studmerge" to AudProgram
    move "D" to AudAction
    move spaces to AudOperatorId
    move MasterBeforeImage to AudBeforeImage
    move spaces to AudAfterImage
    write MasterAuditRecord.

9000-Finish.
    move all "=" to PrintLine
    write MergeAuditLine from PrintLine
    end-string
    write MergeAuditLine from PrintLine
    close MergeAuditFile
    close MasterAuditFile
    if MasterFileOk
           close StudentMasterFile
    end-if
