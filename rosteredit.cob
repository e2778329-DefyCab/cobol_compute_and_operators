*>              deliberately untouched - out-of-range ages still
*>              flow through to AGE-SUSPENSE for the office to
*>              research.
*> 15/10/2026 - the roster now carries a date of birth. One that is
*>              not numeric or not a calendar date is a keying error
*>              and is rejected here like a garbage score; a real
*>              date that is in the future or implausibly old is
*>              left for the batch run to route to AGE-SUSPENSE,
*>              the same split as an out-of-range age.
*> 15/10/2026 - a run that stops on a file it cannot open now ends
*>              with return code 16, so the nightly job-stream
*>              controller holds back the steps that depend on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 EnrollRejectRecord.
    COPY enrrej.
FD RosterWorkFile.
01 RosterWorkRecord pic x(42).
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
           10 SortAge pic x(2).
           10 SortScore pic x(3).
           10 SortSchoolCode pic x(3).
           10 SortBirthDate pic x(8).
WORKING-STORAGE SECTION.
COPY messages.
01 EnrollmentStatus pic xx value "00".
01 PrevStudentId pic x(6) value low-values.
01 EditedRosterRecord.
       05 EditedStudentId pic x(6).
       05 EditedRosterFields pic x(36).
01 RejectReasonWs pic x(20) value spaces.
01 CurrentRunDate pic 9(8) value 0.
01 ScoreNumericWs pic 9(3) value 0.
01 BirthDateNumericWs pic 9(8) value 0.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    if EnrollRejectStatus not = "00"
           display "Unable to open enrollment reject file - status "
                  EnrollRejectStatus
           move 16 to return-code
           stop run
    end-if
    display function trim(MsgRosterEditTitle)
                add 1 to RosterReadCount
                move StudentEnrollmentRecord(1:6) to SortStudentId
                move RosterReadCount to SortSeq
                move StudentEnrollmentRecord(7:36) to
                       SortRosterFields
                release RosterSortRecord
        end-read
                  move "SCORE OVER 100" to RejectReasonWs
           end-if
    end-if
*>  spaces are allowed - rosters cut before the field existed
    if RejectReasonWs = spaces and SortBirthDate not = spaces
           if SortBirthDate is not numeric
                  move "BIRTH DATE NOT DATE" to RejectReasonWs
           else
                  move SortBirthDate to BirthDateNumericWs
                  if function test-date-yyyymmdd(BirthDateNumericWs)
                         not = 0
                         move "BIRTH DATE NOT DATE" to RejectReasonWs
                  end-if
           end-if
    end-if
    if RejectReasonWs = spaces
           add 1 to RosterAcceptedCount
           move SortStudentId to PrevStudentId
    move SortSchoolCode to ERejSchoolCode
    move RejectReasonWs to ERejReason
    move CurrentRunDate to ERejRunDate
    move SortBirthDate to ERejBirthDate
    write EnrollRejectRecord
    evaluate RejectReasonWs
        when "DUPLICATE ID"
            display function trim(MsgStudentLabel) " " SortStudentId
                   " " SortStudentName " - "
                   function trim(MsgScoreRangeLabel)
        when "BIRTH DATE NOT DATE"
            display function trim(MsgStudentLabel) " " SortStudentId
                   " " SortStudentName " - "
                   function trim(MsgBadBirthDateLabel) " "
                   SortBirthDate
    end-evaluate.

*> The clean records go back over STUDENT-ENROLLMENT in ID order -
