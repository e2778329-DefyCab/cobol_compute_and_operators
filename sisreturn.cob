*>              drop returns again. Pairing order per student
*>              matches the table version (k-th return answers the
*>              k-th detail row).
*> 15/10/2026 - a run that stops on a file it cannot open now ends
*>              with return code 16, so the nightly job-stream
*>              controller holds back the steps that depend on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    if RejectsReportStatus not = "00"
           display "Unable to open rejects report file - status "
                  RejectsReportStatus
           move 16 to return-code
           stop run
    end-if
    move all "=" to PrintLine
    else
           display "Unable to open SIS extract file - status "
                  SisExtractStatus
           move 16 to return-code
           stop run
    end-if.

