      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. mastauditrpt.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Registrar's report over the
*>              MASTER-CHANGE-AUDIT file the master writers append
*>              to: lists the changes for the student and/or date
*>              range on MASTER-AUDIT-REQUEST in the order they were
*>              made, each with the program, operator and time, and
*>              under it every field that changed from its before
*>              value to its after value - the whole record for an
*>              added or deleted student.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MasterAuditFile ASSIGN TO "MASTERCHANGEAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterAuditStatus.
    SELECT AuditRequestFile ASSIGN TO "MASTERAUDITREQUEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RequestStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT AuditReportFile ASSIGN TO "MASTERAUDITREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AuditReportStatus.
DATA DIVISION.
FILE SECTION.
FD MasterAuditFile.
01 MasterAuditRecord.
    COPY mastaud.
FD AuditRequestFile.
01 AuditRequestRecord.
    COPY audreq.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD AuditReportFile.
01 AuditReportLine pic x(120).
WORKING-STORAGE SECTION.
COPY messages.
01 MasterAuditStatus pic xx value "00".
01 RequestStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 AuditReportStatus pic xx value "00".
01 LangCode pic x(2) value "SV".
01 AuditEof pic x value "N".
       88 EndOfAudit value "Y".
01 RequestedStudentId pic x(6) value spaces.
01 RequestedFromDate pic 9(8) value 0.
01 RequestedToDate pic 9(8) value 99999999.
01 SelectedFlag pic x value "N".
       88 EntrySelected value "Y".
01 AuditReadCount pic 9(6) value 0.
01 AuditListedCount pic 9(6) value 0.
01 AuditBefore.
    COPY stumast REPLACING LEADING ==Mast== BY ==Bef==.
01 AuditAfter.
    COPY stumast REPLACING LEADING ==Mast== BY ==Aft==.
01 EntryNameWs pic x(20) value spaces.
01 ActionLabelWs pic x(20) value spaces.
01 OperatorTextWs pic x(30) value spaces.
01 FieldLabelWs pic x(20) value spaces.
01 FieldBeforeWs pic x(20) value spaces.
01 FieldAfterWs pic x(20) value spaces.
01 PrintLine pic x(120) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 2000-List-Changes
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    perform 1300-Load-Request
    open output AuditReportFile
    if AuditReportStatus not = "00"
           display "Unable to open master audit report file - status "
                  AuditReportStatus
           stop run
    end-if
    move all "=" to PrintLine
    write AuditReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgAuditReportTitle)
           delimited by size into PrintLine
    end-string
    write AuditReportLine from PrintLine
    move spaces to PrintLine
    if RequestedStudentId = spaces
           string function trim(MsgAuditSelectionLabel) ": "
                  function trim(MsgAllStudentsLabel) "  "
                  RequestedFromDate " - " RequestedToDate
                  delimited by size into PrintLine
           end-string
    else
           string function trim(MsgAuditSelectionLabel) ": "
                  function trim(MsgStudentLabel) " "
                  RequestedStudentId "  "
                  RequestedFromDate " - " RequestedToDate
                  delimited by size into PrintLine
           end-string
    end-if
    write AuditReportLine from PrintLine
    move all "=" to PrintLine
    write AuditReportLine from PrintLine
    display function trim(MsgAuditReportTitle)
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

*> A zero date leaves that side of the range open, so a request with
*> only a student ID lists that student's whole history.
1300-Load-Request.
    open input AuditRequestFile
    if RequestStatus = "00"
           read AuditRequestFile
               not at end
                   move AreqStudentId to RequestedStudentId
                   move AreqFromDate to RequestedFromDate
                   if AreqToDate not = 0
                          move AreqToDate to RequestedToDate
                   end-if
           end-read
           close AuditRequestFile
    else
           display "No master audit request file - listing every "
                  "change on file"
    end-if.

*> The audit is appended in the order the changes were made, so the
*> file order is already the chronological order the registrar
*> reads it in.
2000-List-Changes.
    open input MasterAuditFile
    if MasterAuditStatus = "00"
           perform until EndOfAudit
               read MasterAuditFile
                   at end set EndOfAudit to true
                   not at end
                       add 1 to AuditReadCount
                       perform 3000-Select-Entry
                       if EntrySelected
                              perform 3100-Print-Entry
                       end-if
               end-read
           end-perform
           close MasterAuditFile
    else
           display "Unable to open master change audit file - status "
                  MasterAuditStatus
    end-if.

3000-Select-Entry.
    move "Y" to SelectedFlag
    if RequestedStudentId not = spaces
           and AudStudentId not = RequestedStudentId
           move "N" to SelectedFlag
    end-if
    if AudChangeDate < RequestedFromDate
           or AudChangeDate > RequestedToDate
           move "N" to SelectedFlag
    end-if.

3100-Print-Entry.
    add 1 to AuditListedCount
    move AudBeforeImage to AuditBefore
    move AudAfterImage to AuditAfter
    evaluate AudAction
        when "A"
            move MsgAuditAddedLabel to ActionLabelWs
            move AftStudentName to EntryNameWs
        when "D"
            move MsgAuditDeletedLabel to ActionLabelWs
            move BefStudentName to EntryNameWs
        when other
            move MsgAuditChangedLabel to ActionLabelWs
            move AftStudentName to EntryNameWs
    end-evaluate
    move spaces to PrintLine
    write AuditReportLine from PrintLine
    move spaces to OperatorTextWs
    if AudOperatorId not = spaces
           string " - " function trim(MsgOperatorLabel) " "
                  AudOperatorId
                  delimited by size into OperatorTextWs
           end-string
    end-if
    move spaces to PrintLine
    string AudChangeDate " " AudChangeTime " "
           function trim(MsgStudentLabel) " " AudStudentId " "
           EntryNameWs " - " function trim(ActionLabelWs) " - "
           function trim(MsgProgramLabel) " "
           function trim(AudProgram) OperatorTextWs
           delimited by size into PrintLine
    end-string
    write AuditReportLine from PrintLine
    evaluate AudAction
        when "A"
            move spaces to AuditBefore
            perform 3200-Print-All-Fields
        when "D"
            move spaces to AuditAfter
            perform 3200-Print-All-Fields
        when other
            perform 3300-Print-Changed-Fields
    end-evaluate.

*> An added or deleted record has no other side to compare against,
*> so every field is shown with the missing side left blank.
3200-Print-All-Fields.
    move MsgNameLabel to FieldLabelWs
    move BefStudentName to FieldBeforeWs
    move AftStudentName to FieldAfterWs
    perform 3400-Print-Field-Line
    move MsgSchoolLabel to FieldLabelWs
    move BefSchoolCode to FieldBeforeWs
    move AftSchoolCode to FieldAfterWs
    perform 3400-Print-Field-Line
    move MsgStatusLabel to FieldLabelWs
    move BefEnrollStatus to FieldBeforeWs
    move AftEnrollStatus to FieldAfterWs
    perform 3400-Print-Field-Line
    move MsgBirthDateLabel to FieldLabelWs
    move BefBirthDate to FieldBeforeWs
    move AftBirthDate to FieldAfterWs
    perform 3400-Print-Field-Line.

*> The last-update stamp changes with every rewrite and is left out -
*> it would only repeat the change date already on the entry line.
3300-Print-Changed-Fields.
    if BefStudentName not = AftStudentName
           move MsgNameLabel to FieldLabelWs
           move BefStudentName to FieldBeforeWs
           move AftStudentName to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if
    if BefAge not = AftAge
           move MsgAgeLabel to FieldLabelWs
           move BefAge to FieldBeforeWs
           move AftAge to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if
    if BefSchoolCode not = AftSchoolCode
           move MsgSchoolLabel to FieldLabelWs
           move BefSchoolCode to FieldBeforeWs
           move AftSchoolCode to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if
    if BefEnrollStatus not = AftEnrollStatus
           move MsgStatusLabel to FieldLabelWs
           move BefEnrollStatus to FieldBeforeWs
           move AftEnrollStatus to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if
    if BefStatusDate not = AftStatusDate
           move MsgStatusDateLabel to FieldLabelWs
           move BefStatusDate to FieldBeforeWs
           move AftStatusDate to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if
    if BefBirthDate not = AftBirthDate
           move MsgBirthDateLabel to FieldLabelWs
           move BefBirthDate to FieldBeforeWs
           move AftBirthDate to FieldAfterWs
           perform 3400-Print-Field-Line
    end-if.

3400-Print-Field-Line.
    move spaces to PrintLine
    string "    " FieldLabelWs ": " FieldBeforeWs " -> "
           FieldAfterWs
           delimited by size into PrintLine
    end-string
    write AuditReportLine from PrintLine.

9000-Finish.
    move all "=" to PrintLine
    write AuditReportLine from PrintLine
    move spaces to PrintLine
    string function trim(MsgAuditEntryCountLabel) ": "
           AuditListedCount " / " AuditReadCount
           delimited by size into PrintLine
    end-string
    write AuditReportLine from PrintLine
    close AuditReportFile
    display PrintLine
    display "====================================================".
