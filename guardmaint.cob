      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. guardmaint.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Applies the office's GUARDIAN-CONTACT
*>              transactions (add, change, delete, returned mail)
*>              against the indexed GUARDIAN-CONTACT file the batch
*>              run's letter pass addresses its mailings from, the
*>              way the student-status run applies its file: IDs
*>              not on STUDENT-MASTER and illegal moves are
*>              rejected with a report line, and the run ends with
*>              an applied/rejected reconciliation. A returned-mail
*>              transaction flags the address undeliverable, which
*>              holds the household's letters for the office from
*>              the next batch run on; a change that supplies a new
*>              address clears the flag.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ContactTransFile ASSIGN TO "GUARDIANCONTACTTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ContactTransStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT GuardianContactFile ASSIGN TO "GUARDIANCONTACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GconStudentId
        FILE STATUS IS ContactStatus.
    SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MastStudentId
        FILE STATUS IS MasterStatus.
DATA DIVISION.
FILE SECTION.
FD ContactTransFile.
01 ContactTransRecord.
    COPY gcontr.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD GuardianContactFile.
01 GuardianContactRecord.
    COPY gcontact.
FD StudentMasterFile.
01 StudentMasterRecord.
    COPY stumast.
WORKING-STORAGE SECTION.
COPY messages.
01 ContactTransStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 ContactStatus pic xx value "00".
01 MasterStatus pic xx value "00".
01 LangCode pic x(2) value "SV".
01 TransEof pic x value "N".
       88 EndOfTrans value "Y".
01 TransAppliedCount pic 9(5) value 0.
01 TransRejectedCount pic 9(5) value 0.
01 CurrentRunDate pic 9(8) value 0.
01 ContactFoundFlag pic x value "N".
       88 ContactFound value "Y".
01 NewAddressFlag pic x value "N".
       88 NewAddressGiven value "Y".
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 2000-Process-Transactions
    perform 9000-Finish
    stop run.

*> The master decides who is a student at all - without it no
*> transaction can be validated, so a failed open stops the run.
*> The contact file is created on first use, the way the batch run
*> creates the master.
1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    open input StudentMasterFile
    if MasterStatus not = "00"
           display "Unable to open student master file - status "
                  MasterStatus " - no transactions applied"
           stop run
    end-if
    open i-o GuardianContactFile
    if ContactStatus = "05" or ContactStatus = "35"
           open output GuardianContactFile
           close GuardianContactFile
           open i-o GuardianContactFile
    end-if
    if ContactStatus not = "00"
           display "Unable to open guardian contact file - status "
                  ContactStatus " - no transactions applied"
           stop run
    end-if
    display function trim(MsgGuardMaintTitle)
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
    open input ContactTransFile
    if ContactTransStatus = "00"
           perform until EndOfTrans
               read ContactTransFile
                   at end set EndOfTrans to true
                   not at end perform 3000-Apply-Transaction
               end-read
           end-perform
           close ContactTransFile
    else
           display "Unable to open guardian contact transaction file "
                  "- status " ContactTransStatus
    end-if.

3000-Apply-Transaction.
    move GctStudentId to MastStudentId
    read StudentMasterFile
        invalid key
            add 1 to TransRejectedCount
            display function trim(MsgUnknownStudentLabel) " - "
                   GctStudentId
        not invalid key
            perform 3050-Read-Contact
            perform 3100-Apply-Contact-Move
    end-read.

3050-Read-Contact.
    move "N" to ContactFoundFlag
    move GctStudentId to GconStudentId
    read GuardianContactFile
        invalid key continue
        not invalid key set ContactFound to true
    end-read.

*> Adding over an existing contact, and changing, deleting or
*> returning mail for a contact that is not there, are the illegal
*> moves - as is a language the catalog cannot print in, or mail
*> returned twice for the same address.
3100-Apply-Contact-Move.
    evaluate GctAction also ContactFoundFlag
        when "A" also "N"
            perform 3200-Add-Contact
        when "C" also "Y"
            perform 3300-Change-Contact
        when "D" also "Y"
            delete GuardianContactFile record
            add 1 to TransAppliedCount
            display function trim(MsgStudentLabel) " "
                   GctStudentId " "
                   function trim(MastStudentName) " - "
                   function trim(MsgContactDeletedLabel)
        when "R" also "Y"
            perform 3400-Record-Returned-Mail
        when "C" also "N"
        when "D" also "N"
        when "R" also "N"
            add 1 to TransRejectedCount
            display function trim(MsgIllegalMoveLabel) " - "
                   GctStudentId " " GctAction " "
                   function trim(MsgNoContactLabel)
        when other
            add 1 to TransRejectedCount
            display function trim(MsgIllegalMoveLabel) " - "
                   GctStudentId " " GctAction
    end-evaluate.

3200-Add-Contact.
    if GctGuardianName = spaces or GctAddressLine1 = spaces
           or GctPostalCode = spaces or GctCity = spaces
           add 1 to TransRejectedCount
           display function trim(MsgIllegalMoveLabel) " - "
                  GctStudentId " " GctAction " ?"
    else
        if GctLangCode not = "SV" and GctLangCode not = "EN"
               and GctLangCode not = spaces
               perform 3900-Reject-Language
        else
               move GctStudentId to GconStudentId
               move GctGuardianName to GconGuardianName
               move GctAddressLine1 to GconAddressLine1
               move GctAddressLine2 to GconAddressLine2
               move GctPostalCode to GconPostalCode
               move GctCity to GconCity
               move GctLangCode to GconLangCode
               move GctHouseholdId to GconHouseholdId
               move space to GconUndeliverable
               move 0 to GconUndelivDate
               move CurrentRunDate to GconLastUpdate
               write GuardianContactRecord
               add 1 to TransAppliedCount
               display function trim(MsgStudentLabel) " "
                      GctStudentId " "
                      function trim(MastStudentName) " - "
                      function trim(MsgContactAddedLabel)
        end-if
    end-if.

*> Only the fields keyed on the change replace what is on file. Any
*> new address field means the office has a new address, so mail
*> can go out again.
3300-Change-Contact.
    if GctLangCode not = "SV" and GctLangCode not = "EN"
           and GctLangCode not = spaces
           perform 3900-Reject-Language
    else
           move "N" to NewAddressFlag
           if GctGuardianName not = spaces
                  move GctGuardianName to GconGuardianName
           end-if
           if GctAddressLine1 not = spaces
                  move GctAddressLine1 to GconAddressLine1
                  set NewAddressGiven to true
           end-if
           if GctAddressLine2 not = spaces
                  move GctAddressLine2 to GconAddressLine2
                  set NewAddressGiven to true
           end-if
           if GctPostalCode not = spaces
                  move GctPostalCode to GconPostalCode
                  set NewAddressGiven to true
           end-if
           if GctCity not = spaces
                  move GctCity to GconCity
                  set NewAddressGiven to true
           end-if
           if GctLangCode not = spaces
                  move GctLangCode to GconLangCode
           end-if
           if GctHouseholdId not = spaces
                  move GctHouseholdId to GconHouseholdId
           end-if
           if NewAddressGiven
                  move space to GconUndeliverable
                  move 0 to GconUndelivDate
           end-if
           move CurrentRunDate to GconLastUpdate
           rewrite GuardianContactRecord
           add 1 to TransAppliedCount
           display function trim(MsgStudentLabel) " "
                  GctStudentId " "
                  function trim(MastStudentName) " - "
                  function trim(MsgContactChangedLabel)
    end-if.

3400-Record-Returned-Mail.
    if GconUndeliverable = "Y"
           add 1 to TransRejectedCount
           display function trim(MsgIllegalMoveLabel) " - "
                  GctStudentId " " GctAction " "
                  function trim(MsgHeldSinceLabel) " "
                  GconUndelivDate
    else
           move "Y" to GconUndeliverable
           if GctEffectiveDate is numeric and GctEffectiveDate > 0
                  move GctEffectiveDate to GconUndelivDate
           else
                  move CurrentRunDate to GconUndelivDate
           end-if
           move CurrentRunDate to GconLastUpdate
           rewrite GuardianContactRecord
           add 1 to TransAppliedCount
           display function trim(MsgStudentLabel) " "
                  GctStudentId " "
                  function trim(MastStudentName) " - "
                  function trim(MsgReturnedMailLabel)
    end-if.

3900-Reject-Language.
    add 1 to TransRejectedCount
    display function trim(MsgIllegalMoveLabel) " - "
           GctStudentId " " GctAction " " GctLangCode.

9000-Finish.
    close GuardianContactFile
    close StudentMasterFile
    display "===================================================="
    display function trim(MsgReconciliationLabel) " - "
           function trim(MsgAcceptedLabel) ":" TransAppliedCount
           " " function trim(MsgRejectedLabel) ":"
           TransRejectedCount.
