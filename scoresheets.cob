*>              it. Key items without a correct-answer letter (rows
*>              from before the field existed) are left out of the
*>              marking.
*> 15/10/2026 - roster work record widened so the date of birth now
*>              on the roster survives the score rewrite.
*> 15/10/2026 - a run that stops with nothing scored now ends
*>              with return code 16, so the nightly job-stream
*>              controller holds back the steps that depend on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       05 ScoredStudentId pic x(6).
       05 ScoredScore pic 9(3).
FD RosterWorkFile.
01 RosterWorkRecord pic x(42).
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
    if KeyItemCount = 0
           display "No keyed answers on the answer key - "
                  "nothing scored"
           move 16 to return-code
           stop run
    end-if.

