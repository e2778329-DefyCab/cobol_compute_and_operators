      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. nightctl.
AUTHOR. Love Bellinder.

DATE-WRITTEN.  15/10/2026.
*>
*> Modification history
*> 15/10/2026 - first version. Nightly job-stream controller: runs
*>              the steps listed on JOB-STEP-CONTROL in order,
*>              appending each step's start, end, return code and
*>              outcome to JOB-STEP-STATUS, and refuses to start a
*>              step whose prerequisites have not completed cleanly
*>              tonight. A failed required step ends the stream; a
*>              rerun the same night skips the steps already
*>              completed and resumes at the failed one. Every run
*>              rewrites the one-page BATCH-WINDOW-SUMMARY for
*>              operations to check beside the RUN-JOURNAL report,
*>              and ends with return code 16 while any required step
*>              is still not completed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobStepControlFile ASSIGN TO "JOBSTEPCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StepControlStatus.
    SELECT JobStepStatusFile ASSIGN TO "JOBSTEPSTATUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StepStatusStatus.
    SELECT LanguageControlFile ASSIGN TO "LANGCONTROL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LangControlStatus.
    SELECT WindowSummaryFile ASSIGN TO "BATCHWINDOWSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WindowSummaryStatus.
DATA DIVISION.
FILE SECTION.
FD JobStepControlFile.
01 JobStepControlRecord.
    COPY jobstep.
FD JobStepStatusFile.
01 JobStepStatusRecord.
    COPY jobstat.
FD LanguageControlFile.
01 LanguageControlRecord.
    COPY langctl.
FD WindowSummaryFile.
01 WindowSummaryLine pic x(100).
WORKING-STORAGE SECTION.
COPY messages.
01 StepTable.
*>     the night's steps in running order - a batch window is a
*>     handful of programs, and the summary has to fit one page.
       05 StepEntry occurs 1 to 40 times
           depending on StepCount
           indexed by StpIdx PreIdx.
           10 TsStepName pic x(15).
           10 TsRequired pic x(1).
           10 TsPrereqName pic x(15) occurs 3 times.
           10 TsCommand pic x(80).
           10 TsState pic x(1).
      *>       tonight's latest JOB-STEP-STATUS outcome, space when
      *>       the step has no row tonight.
           10 TsStartTime pic 9(6).
           10 TsEndTime pic 9(6).
           10 TsReturnCode pic 9(5).
           10 TsThisRun pic x(1).
      *>       "X" = started or refused by this run, "D" = already
      *>       completed earlier tonight, space = not reached.
01 StepCount pic 9(2) value 0.
01 PrereqSlot pic 9 value 0.
01 StepControlStatus pic xx value "00".
01 StepStatusStatus pic xx value "00".
01 LangControlStatus pic xx value "00".
01 WindowSummaryStatus pic xx value "00".
01 LangCode pic x(2) value "SV".
01 StepControlEof pic x value "N".
       88 EndOfStepControl value "Y".
01 StepStatusEof pic x value "N".
       88 EndOfStepStatus value "Y".
01 StreamStopFlag pic x value "N".
       88 StreamStopped value "Y".
01 PrereqMetFlag pic x value "N".
       88 PrereqsMet value "Y".
01 StepFoundFlag pic x value "N".
       88 StepFound value "Y".
01 LookupStepName pic x(15) value spaces.
01 CurrentRunDate pic 9(8) value 0.
01 CurrentTime pic 9(6) value 0.
01 CurrentHour pic 9(2) value 0.
01 BatchDate pic 9(8) value 0.
*> A night's window runs from noon to noon, so a step started after
*> midnight - or a rerun in the small hours - belongs to the
*> evening the window opened.
01 WindowNoonHour pic 9(2) value 12.
01 WindowStartTime pic 9(6) value 0.
01 WindowEndTime pic 9(6) value 0.
01 StepCommandWs pic x(81) value spaces.
01 StepReturnCode pic s9(9) comp value 0.
01 TimeWork.
       05 TimeWorkHour pic 9(2).
       05 TimeWorkMinute pic 9(2).
       05 TimeWorkSecond pic 9(2).
01 TimeWorkNumeric redefines TimeWork pic 9(6).
01 StartSeconds pic 9(5) value 0.
01 EndSeconds pic 9(5) value 0.
01 ElapsedSeconds pic 9(5) value 0.
01 ElapsedDisplay pic zzzz9.
01 OutcomeLabelWs pic x(40) value spaces.
01 RequiredLabelWs pic x(10) value spaces.
01 ResumeStepName pic x(15) value spaces.
01 FirstOpenStepName pic x(15) value spaces.
01 RequiredOpenFlag pic x value "N".
       88 RequiredStepOpen value "Y".
01 StepsRunCount pic 9(2) value 0.
01 PrintLine pic x(100) value spaces.
PROCEDURE DIVISION.
0000-Main-Logic.
    perform 1000-Initialize
    perform 1300-Load-Step-Control
    perform 1400-Load-Tonights-Status
    perform 1500-Open-Step-Status
    perform varying StpIdx from 1 by 1
            until StpIdx > StepCount or StreamStopped
        perform 3000-Run-Step
    end-perform
    close JobStepStatusFile
    perform 6000-Print-Window-Summary
    perform 9000-Finish
    stop run.

1000-Initialize.
    perform 1200-Load-Language
    compute CurrentRunDate = function numval(
        function current-date(1:8))
    compute CurrentTime = function numval(
        function current-date(9:6))
    move CurrentTime to WindowStartTime
    compute CurrentHour = CurrentTime / 10000
    if CurrentHour < WindowNoonHour
           compute BatchDate = function date-of-integer(
               function integer-of-date(CurrentRunDate) - 1)
    else
           move CurrentRunDate to BatchDate
    end-if
    display function trim(MsgJobStreamTitle) " - "
           function trim(MsgBatchNightLabel) " " BatchDate
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

*> Without the step list there is nothing safe to run.
1300-Load-Step-Control.
    open input JobStepControlFile
    if StepControlStatus not = "00"
           display "Unable to open job step control file - status "
                  StepControlStatus " - no steps run"
           move 16 to return-code
           stop run
    end-if
    perform until EndOfStepControl
        read JobStepControlFile
            at end set EndOfStepControl to true
            not at end
                if JscStepName not = spaces
                       perform 1350-Store-Step
                end-if
        end-read
    end-perform
    close JobStepControlFile
    if StepCount = 0
           display "No steps on the job step control file - "
                  "no steps run"
           move 16 to return-code
           stop run
    end-if.

*> Steps beyond the table would silently never run, so an
*> overlong step list stops the controller before anything starts.
1350-Store-Step.
    if StepCount >= 40
           display "More than 40 steps on the job step control "
                  "file - no steps run"
           move 16 to return-code
           stop run
    end-if
    add 1 to StepCount
    set StpIdx to StepCount
    move JscStepName to TsStepName(StpIdx)
    move JscRequired to TsRequired(StpIdx)
    if TsRequired(StpIdx) not = "O"
           move "R" to TsRequired(StpIdx)
    end-if
    move JscPrereqName(1) to TsPrereqName(StpIdx, 1)
    move JscPrereqName(2) to TsPrereqName(StpIdx, 2)
    move JscPrereqName(3) to TsPrereqName(StpIdx, 3)
    move JscCommand to TsCommand(StpIdx)
    move space to TsState(StpIdx) TsThisRun(StpIdx)
    move 0 to TsStartTime(StpIdx) TsEndTime(StpIdx)
           TsReturnCode(StpIdx).

*> The status file is appended in time order, so the last row for a
*> step tonight is its state - a step whose last row is its "S"
*> start row was running when the stream died and counts as failed.
1400-Load-Tonights-Status.
    open input JobStepStatusFile
    if StepStatusStatus = "00"
           perform until EndOfStepStatus
               read JobStepStatusFile
                   at end set EndOfStepStatus to true
                   not at end
                       if JssBatchDate = BatchDate
                              perform 1450-Apply-Status-Row
                       end-if
               end-read
           end-perform
           close JobStepStatusFile
    end-if.

1450-Apply-Status-Row.
    move JssStepName to LookupStepName
    perform 8100-Find-Step
    if StepFound
           move JssOutcome to TsState(PreIdx)
           move JssStartTime to TsStartTime(PreIdx)
           move JssEndTime to TsEndTime(PreIdx)
           move JssReturnCode to TsReturnCode(PreIdx)
    end-if.

*> A step that ran without its status being recorded could not be
*> skipped or held back on the rerun, so nothing runs unrecorded.
1500-Open-Step-Status.
    open extend JobStepStatusFile
    if StepStatusStatus = "05" or StepStatusStatus = "35"
           open output JobStepStatusFile
    end-if
    if StepStatusStatus not = "00"
           display "Unable to open job step status file - status "
                  StepStatusStatus " - no steps run"
           move 16 to return-code
           stop run
    end-if.

3000-Run-Step.
    if TsState(StpIdx) = "C"
           move "D" to TsThisRun(StpIdx)
    else
           move "X" to TsThisRun(StpIdx)
           perform 3100-Check-Prereqs
           if PrereqsMet
                  perform 3200-Execute-Step
           else
                  perform 3300-Refuse-Step
           end-if
           if TsState(StpIdx) not = "C"
                  and TsRequired(StpIdx) = "R"
                  set StreamStopped to true
           end-if
    end-if.

*> A prerequisite counts only if it completed cleanly tonight - a
*> name that is not on the step list can never be met.
3100-Check-Prereqs.
    set PrereqsMet to true
    perform varying PrereqSlot from 1 by 1
            until PrereqSlot > 3 or not PrereqsMet
        if TsPrereqName(StpIdx, PrereqSlot) not = spaces
               move TsPrereqName(StpIdx, PrereqSlot) to
                      LookupStepName
               perform 8100-Find-Step
               if not StepFound
                      move "N" to PrereqMetFlag
               else
                      if TsState(PreIdx) not = "C"
                             move "N" to PrereqMetFlag
                      end-if
               end-if
        end-if
    end-perform.

*> The "S" row goes out before the step starts, so a step that
*> takes the stream down with it is still on record as started.
3200-Execute-Step.
    add 1 to StepsRunCount
    compute CurrentTime = function numval(
        function current-date(9:6))
    move CurrentTime to TsStartTime(StpIdx)
    move 0 to TsEndTime(StpIdx) TsReturnCode(StpIdx)
    move "S" to TsState(StpIdx)
    perform 8500-Write-Step-Status
    display function trim(MsgStepLabel) " "
           function trim(TsStepName(StpIdx)) " - "
           TsStartTime(StpIdx)
    move TsCommand(StpIdx) to StepCommandWs
    call "SYSTEM" using StepCommandWs
    move return-code to StepReturnCode
    move 0 to return-code
    compute CurrentTime = function numval(
        function current-date(9:6))
    move CurrentTime to TsEndTime(StpIdx)
    if StepReturnCode = 0
           move "C" to TsState(StpIdx)
    else
           move "F" to TsState(StpIdx)
    end-if
*>  the shell hands back the wait status - the step's own exit code
*>  sits in its high byte
    if StepReturnCode > 255
           compute StepReturnCode = StepReturnCode / 256
    end-if
    if StepReturnCode < 0
           compute TsReturnCode(StpIdx) = 0 - StepReturnCode
    else
           if StepReturnCode > 99999
                  move 99999 to TsReturnCode(StpIdx)
           else
                  move StepReturnCode to TsReturnCode(StpIdx)
           end-if
    end-if
    perform 8500-Write-Step-Status.

3300-Refuse-Step.
    compute CurrentTime = function numval(
        function current-date(9:6))
    move CurrentTime to TsStartTime(StpIdx) TsEndTime(StpIdx)
    move 0 to TsReturnCode(StpIdx)
    move "R" to TsState(StpIdx)
    perform 8500-Write-Step-Status
    display function trim(MsgStepLabel) " "
           function trim(TsStepName(StpIdx)) " - "
           function trim(MsgStepRefusedLabel).

6000-Print-Window-Summary.
    compute WindowEndTime = function numval(
        function current-date(9:6))
    open output WindowSummaryFile
    if WindowSummaryStatus not = "00"
           display "Unable to open batch window summary file - "
                  "status " WindowSummaryStatus
    else
           move all "=" to PrintLine
           write WindowSummaryLine from PrintLine
           move spaces to PrintLine
           string function trim(MsgJobStreamTitle) " - "
                  function trim(MsgBatchNightLabel) " " BatchDate
                  delimited by size into PrintLine
           end-string
           write WindowSummaryLine from PrintLine
           move spaces to PrintLine
           string function trim(MsgWindowLabel) " " CurrentRunDate
                  " " WindowStartTime " - " WindowEndTime
                  delimited by size into PrintLine
           end-string
           write WindowSummaryLine from PrintLine
           move all "=" to PrintLine
           write WindowSummaryLine from PrintLine
           move spaces to FirstOpenStepName ResumeStepName
           move "N" to RequiredOpenFlag
           perform varying StpIdx from 1 by 1
                   until StpIdx > StepCount
               perform 6100-Print-Step-Line
           end-perform
           if RequiredStepOpen
                  move FirstOpenStepName to ResumeStepName
           end-if
           move all "=" to PrintLine
           write WindowSummaryLine from PrintLine
           move spaces to PrintLine
           if ResumeStepName = spaces
                  string function trim(MsgStreamCompleteLabel)
                         delimited by size into PrintLine
                  end-string
           else
                  string function trim(MsgStreamIncompleteLabel) " "
                         ResumeStepName
                         delimited by size into PrintLine
                  end-string
           end-if
           write WindowSummaryLine from PrintLine
           display PrintLine
           close WindowSummaryFile
    end-if.

*> The window is incomplete only while a required step is open, but
*> the rerun then resumes at the first step in running order that
*> has not completed tonight, optional or not - the rerun retries it.
6100-Print-Step-Line.
    if TsState(StpIdx) not = "C"
           if FirstOpenStepName = spaces
                  move TsStepName(StpIdx) to FirstOpenStepName
           end-if
           if TsRequired(StpIdx) = "R"
                  set RequiredStepOpen to true
           end-if
    end-if
    if TsRequired(StpIdx) = "O"
           move MsgOptionalWord to RequiredLabelWs
    else
           move MsgRequiredWord to RequiredLabelWs
    end-if
    evaluate true
        when TsThisRun(StpIdx) = "D"
            move MsgStepDoneEarlierLabel to OutcomeLabelWs
        when TsThisRun(StpIdx) = space and TsState(StpIdx) = space
            move MsgStepNotReachedLabel to OutcomeLabelWs
        when TsState(StpIdx) = "C"
            move MsgStepCompletedLabel to OutcomeLabelWs
        when TsState(StpIdx) = "R"
            move MsgStepRefusedLabel to OutcomeLabelWs
        when TsState(StpIdx) = "S"
            move MsgStepAbendedLabel to OutcomeLabelWs
        when other
            move MsgStepFailedLabel to OutcomeLabelWs
    end-evaluate
    move 0 to ElapsedSeconds
    if TsEndTime(StpIdx) > 0
           move TsStartTime(StpIdx) to TimeWorkNumeric
           compute StartSeconds = TimeWorkHour * 3600
               + TimeWorkMinute * 60 + TimeWorkSecond
           move TsEndTime(StpIdx) to TimeWorkNumeric
           compute EndSeconds = TimeWorkHour * 3600
               + TimeWorkMinute * 60 + TimeWorkSecond
           if EndSeconds < StartSeconds
                  add 86400 to EndSeconds
           end-if
           compute ElapsedSeconds = EndSeconds - StartSeconds
    end-if
    move ElapsedSeconds to ElapsedDisplay
    move spaces to PrintLine
    string TsStepName(StpIdx) " " RequiredLabelWs " "
           TsStartTime(StpIdx) " " TsEndTime(StpIdx) " "
           ElapsedDisplay " " function trim(MsgElapsedLabel)
           " RC " TsReturnCode(StpIdx) " - "
           function trim(OutcomeLabelWs)
           delimited by size into PrintLine
    end-string
    write WindowSummaryLine from PrintLine.

*> Leaves PreIdx on the step found, so the caller can read its state
*> without disturbing StpIdx, the step being run.
8100-Find-Step.
    move "N" to StepFoundFlag
    perform varying PreIdx from 1 by 1
            until PreIdx > StepCount or StepFound
        if TsStepName(PreIdx) = LookupStepName
               set StepFound to true
        end-if
    end-perform
    if StepFound
           set PreIdx down by 1
    end-if.

8500-Write-Step-Status.
    move BatchDate to JssBatchDate
    move TsStepName(StpIdx) to JssStepName
    move TsStartTime(StpIdx) to JssStartTime
    move TsEndTime(StpIdx) to JssEndTime
    move TsState(StpIdx) to JssOutcome
    move TsReturnCode(StpIdx) to JssReturnCode
    move CurrentRunDate to JssRunDate
    write JobStepStatusRecord.

*> Operations' scheduler sees a failed night as the controller's own
*> return code.
9000-Finish.
    move 0 to return-code
    perform varying StpIdx from 1 by 1
            until StpIdx > StepCount
        if TsRequired(StpIdx) = "R" and TsState(StpIdx) not = "C"
               move 16 to return-code
        end-if
    end-perform
    display "====================================================".
