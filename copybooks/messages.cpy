               value "förväntad".
           05 SvMsgOverrideLabel       pic x(40)
               value "placering enligt beslut".
           05 SvMsgBirthDateLabel     pic x(20) value "födelsedatum".
           05 SvMsgBirthDateInvalidLabel pic x(30)
               value "ogiltigt födelsedatum".
           05 SvMsgBirthDateFutureLabel pic x(30)
               value "födelsedatum i framtiden".
           05 SvMsgPlacementAgeLabel  pic x(20) value "placeringsålder".
           05 SvMsgBadBirthDateLabel  pic x(30)
               value "födelsedatum är inget datum".
           05 SvMsgGuardMaintTitle    pic x(40)
               value "VÅRDNADSHAVARE - KONTAKTUNDERHÅLL".
           05 SvMsgContactAddedLabel  pic x(25) value "kontakt tillagd".
           05 SvMsgContactChangedLabel pic x(25) value "kontakt ändrad".
           05 SvMsgContactDeletedLabel pic x(25)
               value "kontakt borttagen".
           05 SvMsgReturnedMailLabel  pic x(40)
               value "returpost - brev hålls kvar".
           05 SvMsgNoContactTitle     pic x(45)
               value "ELEVER UTAN VÅRDNADSHAVARKONTAKT".
           05 SvMsgNoContactLabel     pic x(40)
               value "ingen vårdnadshavare registrerad".
           05 SvMsgHeldLettersTitle   pic x(45)
               value "BREV KVARHÅLLNA - RETURPOST".
           05 SvMsgHeldSinceLabel     pic x(40)
               value "adressen oanbringbar sedan".
           05 SvMsgMailingCountLabel  pic x(40)
               value "Antal utskick (kuvert):".
           05 SvMsgHeldCountLabel     pic x(40)
               value "Brev kvarhållna (returpost):".
           05 SvMsgNoContactCountLabel pic x(40)
               value "Brev utan vårdnadshavare:".
           05 SvMsgHouseholdLabel     pic x(15) value "hushåll".
           05 SvMsgMastMaintTitle     pic x(40)
               value "Rättelser i elevregistret".
           05 SvMsgNameCorrectedLabel pic x(30) value "namn rättat".
           05 SvMsgSchoolCorrectedLabel pic x(30) value "skola rättad".
           05 SvMsgStatusCorrectedLabel pic x(30) value "status rättad".
           05 SvMsgBirthDateCorrectedLabel pic x(30)
               value "födelsedatum rättat".
           05 SvMsgOperatorLabel      pic x(15) value "Handläggare".
           05 SvMsgMissingOperatorLabel pic x(40)
               value "handläggare saknas".
           05 SvMsgNoChangeLabel      pic x(40)
               value "ingen ändring mot registret".
           05 SvMsgAuditReportTitle   pic x(45)
               value "Ändringslogg för elevregistret".
           05 SvMsgAuditSelectionLabel pic x(15) value "Urval".
           05 SvMsgAuditAddedLabel    pic x(20) value "tillagd".
           05 SvMsgAuditChangedLabel  pic x(20) value "ändrad".
           05 SvMsgAuditDeletedLabel  pic x(20) value "borttagen".
           05 SvMsgAuditEntryCountLabel pic x(40)
               value "Antal listade ändringar".
           05 SvMsgProgramLabel       pic x(15) value "Program".
           05 SvMsgNameLabel          pic x(15) value "Namn".
           05 SvMsgStatusDateLabel    pic x(20) value "Statusdatum".
           05 SvMsgAllStudentsLabel   pic x(20) value "alla elever".
           05 SvMsgAttendUpdTitle     pic x(40)
               value "Närvaroregistrering".
           05 SvMsgAbsenceReportTitle pic x(45)
               value "Frånvaro per skola och årskurs".
           05 SvMsgAttendRejectTitle  pic x(45)
               value "Avvisade närvarotransaktioner".
           05 SvMsgTermLabel          pic x(10) value "Termin".
           05 SvMsgSpringTermWord     pic x(10) value "VT".
           05 SvMsgAutumnTermWord     pic x(10) value "HT".
           05 SvMsgDaysLabel          pic x(15) value "Dagar".
           05 SvMsgPresentLabel       pic x(15) value "Närvarande".
           05 SvMsgUnexcusedLabel     pic x(20)
               value "Ogiltig frånvaro".
           05 SvMsgExcusedLabel       pic x(20) value "Giltig frånvaro".
           05 SvMsgLateLabel          pic x(15) value "Sen ankomst".
           05 SvMsgAbsenceRateLabel   pic x(15) value "Frånvaro %".
           05 SvMsgThresholdCrossedTitle pic x(45)
               value "Elever över frånvarogränsen".
           05 SvMsgThresholdLabel     pic x(15) value "Gräns".
           05 SvMsgNoticeTitle        pic x(40)
               value "Meddelande om frånvaro".
           05 SvMsgNoticeDaysWord     pic x(20)
               value "dagar denna termin".
           05 SvMsgNoticeClosing      pic x(60)
               value "Kontakta skolan om ni har frågor.".
           05 SvMsgNoticeCountLabel   pic x(40)
               value "Antal frånvaromeddelanden".
           05 SvMsgInvalidAttCodeLabel pic x(30)
               value "ogiltig närvarokod".
           05 SvMsgInvalidAttDateLabel pic x(30) value "ogiltigt datum".
           05 SvMsgDayAlreadyAppliedLabel pic x(40)
               value "dagen redan registrerad med samma kod".
           05 SvMsgWrongSchoolLabel   pic x(30) value "fel skola".
           05 SvMsgAttendanceProfileLabel pic x(30) value "Närvaro".
           05 SvMsgSchoolTotalLabel   pic x(20) value "Skolan totalt".
           05 SvMsgBallotTallyTitle   pic x(40)
               value "VALRESULTAT ELEVRÅD".
           05 SvMsgSpoiledBallotTitle pic x(40)
               value "OGILTIGA VALSEDLAR".
           05 SvMsgDuplicateBallotLabel pic x(40)
               value "dubbel valsedel - första räknas".
           05 SvMsgNotOnRosterLabel   pic x(40)
               value "ej på skolans certifierade röstlängd".
           05 SvMsgUnregCandidateLabel pic x(40)
               value "kandidaten ej registrerad på skolan".
           05 SvMsgCandidateLabel     pic x(15) value "Kandidat".
           05 SvMsgVotesLabel         pic x(10) value "röster".
           05 SvMsgTurnoutLabel       pic x(15) value "Valdeltagande".
           05 SvMsgBallotsCastLabel   pic x(20)
               value "Avgivna valsedlar".
           05 SvMsgCountedLabel       pic x(20) value "Räknade".
           05 SvMsgSpoiledLabel       pic x(20) value "Ogiltiga".
           05 SvMsgTallyCertStatement pic x(60)
               value "Vi intygar att resultatet ovan är korrekt".
           05 SvMsgNoCandidatesLabel  pic x(40)
               value "inga registrerade kandidater".
           05 SvMsgSisReconTitle      pic x(50)
               value "AVSTÄMNING MOT DISTRIKTETS ELEVREGISTER".
           05 SvMsgOursOnlyLabel      pic x(30)
               value "finns bara hos oss".
           05 SvMsgDistrictOnlyLabel  pic x(30)
               value "finns bara hos distriktet".
           05 SvMsgSchoolMismatchLabel pic x(30) value "olika skola".
           05 SvMsgStatusMismatchLabel pic x(30) value "olika status".
           05 SvMsgPlacementMismatchLabel pic x(30)
               value "olika placering".
           05 SvMsgOursLabel          pic x(10) value "vi".
           05 SvMsgDistrictLabel      pic x(12) value "distriktet".
           05 SvMsgCorrectionQueuedLabel pic x(30)
               value "rättelse köad".
           05 SvMsgReportOnlyLabel    pic x(30) value "endast rapport".
           05 SvMsgMatchedLabel       pic x(20) value "överensstämmer".
           05 SvMsgDiscrepancyLabel   pic x(20) value "avvikelser".
           05 SvMsgDuplicateSnapshotLabel pic x(40)
               value "dubblett i distriktets fil".
           05 SvMsgCutoffSimTitle     pic x(50)
               value "SIMULERING AV FÖRESLAGNA BETYGSGRÄNSER".
           05 SvMsgCurrentCutoffLabel pic x(15) value "nuvarande".
           05 SvMsgProposedCutoffLabel pic x(15) value "föreslagen".
           05 SvMsgPassFailFlipTitle  pic x(50)
               value "ELEVER DÄR GODKÄNT/UNDERKÄNT SKULLE ÄNDRAS".
           05 SvMsgLetterDistTitle    pic x(50)
               value "BETYGSFÖRDELNING PER SKOLA".
           05 SvMsgCutoffOrderErrorLabel pic x(50)
               value "gränserna står inte i fallande ordning".
           05 SvMsgCutoffFloorErrorLabel pic x(50)
               value "gränserna saknar en nollgräns".
           05 SvMsgCutoffScoreErrorLabel pic x(50)
               value "gräns med ogiltig poäng".
           05 SvMsgCutoffCountErrorLabel pic x(50)
               value "fler än 10 gränser".
           05 SvMsgCutoffRejectedLabel pic x(50)
               value "förslaget avvisat - ingen simulering".
           05 SvMsgPassWord           pic x(12) value "godkänd".
           05 SvMsgFailWord           pic x(12) value "underkänd".
           05 SvMsgFlipCountLabel     pic x(20) value "ändrade".
           05 SvMsgJobStreamTitle     pic x(50)
               value "NATTKÖRNING - SAMMANFATTNING".
           05 SvMsgBatchNightLabel    pic x(15) value "Körnatt".
           05 SvMsgStepLabel          pic x(10) value "Steg".
           05 SvMsgRequiredWord       pic x(10) value "krävs".
           05 SvMsgOptionalWord       pic x(10) value "valfritt".
           05 SvMsgStepCompletedLabel pic x(30) value "klart".
           05 SvMsgStepFailedLabel    pic x(30) value "misslyckades".
           05 SvMsgStepRefusedLabel   pic x(40)
               value "ej startat - förutsättning ej klar".
           05 SvMsgStepDoneEarlierLabel pic x(30)
               value "klart tidigare i natt".
           05 SvMsgStepNotReachedLabel pic x(30) value "ej nått".
           05 SvMsgStepAbendedLabel   pic x(40)
               value "startat men aldrig avslutat".
           05 SvMsgStreamCompleteLabel pic x(50)
               value "nattkörningen klar".
           05 SvMsgStreamIncompleteLabel pic x(50)
               value "ofullständig - omstart börjar vid".
           05 SvMsgElapsedLabel       pic x(10) value "sek".
           05 SvMsgWindowLabel        pic x(15) value "Körfönster".
           05 SvMsgClassRankTitle     pic x(50)
               value "KLASSRANKNING OCH HEDERSLISTA".
           05 SvMsgRankLabel          pic x(10) value "Rang".
           05 SvMsgRankOfWord         pic x(5) value "av".
           05 SvMsgCumAverageLabel    pic x(20) value "Snittpoäng".
           05 SvMsgScoredYearsLabel   pic x(15) value "år med poäng".
           05 SvMsgPercentileLabel    pic x(12) value "Percentil".
           05 SvMsgHonorRollTitle     pic x(40) value "HEDERSLISTA".
           05 SvMsgHonorCriteriaLabel pic x(40)
               value "Lägsta betyg och snittpoäng".
           05 SvMsgArchiveIncludedLabel pic x(40)
               value "Arkiverade år medräknade".
           05 SvMsgRankedCountLabel   pic x(40)
               value "Antal rankade elever:".
           05 SvMsgHonorCountLabel    pic x(40)
               value "Antal på hederslistan:".
           05 SvMsgWithdrawnExcludedLabel pic x(40)
               value "Utskrivna elever uteslutna:".
           05 SvMsgSectAssignTitle    pic x(40) value "KLASSINDELNING".
           05 SvMsgClassListTitle     pic x(40) value "KLASSLISTA".
           05 SvMsgSectOverflowTitle  pic x(50)
               value "ELEVER UTAN PLATS I NÅGON KLASS".
           05 SvMsgTeacherLabel       pic x(10) value "Lärare".
           05 SvMsgSectionLabel       pic x(10) value "Klass".
           05 SvMsgSeatsLabel         pic x(10) value "platser".
           05 SvMsgAllSectionsFullLabel pic x(40)
               value "alla klasser fulla".
           05 SvMsgNoSectionLabel     pic x(40)
               value "ingen klass för årskursen".
           05 SvMsgKeptSeatLabel      pic x(30) value "Behöll plats:".
           05 SvMsgNewSeatLabel       pic x(30)
               value "Nya elever placerade:".
           05 SvMsgTransferSeatLabel  pic x(30)
               value "Flyttade från annan skola:".
           05 SvMsgMovedSeatLabel     pic x(30)
               value "Flyttade inom skolan:".
           05 SvMsgReleasedSeatLabel  pic x(30)
               value "Frigjorda platser:".
           05 SvMsgOverflowCountLabel pic x(30) value "Utan plats:".
           05 SvMsgDayCorrectedLabel  pic x(20) value "Rättade dagar:".
       01 EnCatalog.
           05 EnMsgFarRosta           pic x(40) value "You may vote".
           05 EnMsgFarInteRosta       pic x(40)
               value "expected".
           05 EnMsgOverrideLabel       pic x(40)
               value "placement override applied".
           05 EnMsgBirthDateLabel     pic x(20) value "date of birth".
           05 EnMsgBirthDateInvalidLabel pic x(30)
               value "invalid date of birth".
           05 EnMsgBirthDateFutureLabel pic x(30)
               value "date of birth in the future".
           05 EnMsgPlacementAgeLabel  pic x(20) value "placement age".
           05 EnMsgBadBirthDateLabel  pic x(30)
               value "date of birth is not a date".
           05 EnMsgGuardMaintTitle    pic x(40)
               value "GUARDIAN CONTACT MAINTENANCE".
           05 EnMsgContactAddedLabel  pic x(25) value "contact added".
           05 EnMsgContactChangedLabel pic x(25)
               value "contact changed".
           05 EnMsgContactDeletedLabel pic x(25)
               value "contact deleted".
           05 EnMsgReturnedMailLabel  pic x(40)
               value "returned mail - letters held".
           05 EnMsgNoContactTitle     pic x(45)
               value "STUDENTS WITH NO GUARDIAN CONTACT".
           05 EnMsgNoContactLabel     pic x(40)
               value "no guardian contact on file".
           05 EnMsgHeldLettersTitle   pic x(45)
               value "LETTERS HELD - RETURNED MAIL".
           05 EnMsgHeldSinceLabel     pic x(40)
               value "address undeliverable since".
           05 EnMsgMailingCountLabel  pic x(40)
               value "Mailings (envelopes):".
           05 EnMsgHeldCountLabel     pic x(40)
               value "Letters held (returned mail):".
           05 EnMsgNoContactCountLabel pic x(40)
               value "Letters with no guardian contact:".
           05 EnMsgHouseholdLabel     pic x(15) value "household".
           05 EnMsgMastMaintTitle     pic x(40)
               value "Student master maintenance".
           05 EnMsgNameCorrectedLabel pic x(30) value "name corrected".
           05 EnMsgSchoolCorrectedLabel pic x(30)
               value "school corrected".
           05 EnMsgStatusCorrectedLabel pic x(30)
               value "status corrected".
           05 EnMsgBirthDateCorrectedLabel pic x(30)
               value "birth date corrected".
           05 EnMsgOperatorLabel      pic x(15) value "Operator".
           05 EnMsgMissingOperatorLabel pic x(40)
               value "operator ID missing".
           05 EnMsgNoChangeLabel      pic x(40)
               value "no change against the master".
           05 EnMsgAuditReportTitle   pic x(45)
               value "Student master change audit".
           05 EnMsgAuditSelectionLabel pic x(15) value "Selection".
           05 EnMsgAuditAddedLabel    pic x(20) value "added".
           05 EnMsgAuditChangedLabel  pic x(20) value "changed".
           05 EnMsgAuditDeletedLabel  pic x(20) value "deleted".
           05 EnMsgAuditEntryCountLabel pic x(40)
               value "Changes listed".
           05 EnMsgProgramLabel       pic x(15) value "Program".
           05 EnMsgNameLabel          pic x(15) value "Name".
           05 EnMsgStatusDateLabel    pic x(20) value "Status date".
           05 EnMsgAllStudentsLabel   pic x(20) value "all students".
           05 EnMsgAttendUpdTitle     pic x(40)
               value "Attendance update".
           05 EnMsgAbsenceReportTitle pic x(45)
               value "Absence rates by school and grade".
           05 EnMsgAttendRejectTitle  pic x(45)
               value "Rejected attendance transactions".
           05 EnMsgTermLabel          pic x(10) value "Term".
           05 EnMsgSpringTermWord     pic x(10) value "Spring".
           05 EnMsgAutumnTermWord     pic x(10) value "Autumn".
           05 EnMsgDaysLabel          pic x(15) value "Days".
           05 EnMsgPresentLabel       pic x(15) value "Present".
           05 EnMsgUnexcusedLabel     pic x(20)
               value "Unexcused absence".
           05 EnMsgExcusedLabel       pic x(20) value "Excused absence".
           05 EnMsgLateLabel          pic x(15) value "Late".
           05 EnMsgAbsenceRateLabel   pic x(15) value "Absence %".
           05 EnMsgThresholdCrossedTitle pic x(45)
               value "Students crossing absence thresholds".
           05 EnMsgThresholdLabel     pic x(15) value "Threshold".
           05 EnMsgNoticeTitle        pic x(40)
               value "Notice of absence".
           05 EnMsgNoticeDaysWord     pic x(20) value "days this term".
           05 EnMsgNoticeClosing      pic x(60)
               value "Please contact the school with any questions.".
           05 EnMsgNoticeCountLabel   pic x(40)
               value "Absence notices written".
           05 EnMsgInvalidAttCodeLabel pic x(30)
               value "invalid attendance code".
           05 EnMsgInvalidAttDateLabel pic x(30) value "invalid date".
           05 EnMsgDayAlreadyAppliedLabel pic x(40)
               value "day already recorded with this code".
           05 EnMsgWrongSchoolLabel   pic x(30) value "wrong school".
           05 EnMsgAttendanceProfileLabel pic x(30) value "Attendance".
           05 EnMsgSchoolTotalLabel   pic x(20) value "School total".
           05 EnMsgBallotTallyTitle   pic x(40)
               value "STUDENT COUNCIL ELECTION RESULTS".
           05 EnMsgSpoiledBallotTitle pic x(40) value "SPOILED BALLOTS".
           05 EnMsgDuplicateBallotLabel pic x(40)
               value "duplicate ballot - first one counted".
           05 EnMsgNotOnRosterLabel   pic x(40)
               value "not on school's certified roster".
           05 EnMsgUnregCandidateLabel pic x(40)
               value "candidate not registered at school".
           05 EnMsgCandidateLabel     pic x(15) value "Candidate".
           05 EnMsgVotesLabel         pic x(10) value "votes".
           05 EnMsgTurnoutLabel       pic x(15) value "Turnout".
           05 EnMsgBallotsCastLabel   pic x(20) value "Ballots cast".
           05 EnMsgCountedLabel       pic x(20) value "Counted".
           05 EnMsgSpoiledLabel       pic x(20) value "Spoiled".
           05 EnMsgTallyCertStatement pic x(60)
               value "We certify that the results above are correct".
           05 EnMsgNoCandidatesLabel  pic x(40)
               value "no registered candidates".
           05 EnMsgSisReconTitle      pic x(50)
               value "RECONCILIATION WITH DISTRICT SIS SNAPSHOT".
           05 EnMsgOursOnlyLabel      pic x(30)
               value "known only to us".
           05 EnMsgDistrictOnlyLabel  pic x(30)
               value "known only to the district".
           05 EnMsgSchoolMismatchLabel pic x(30)
               value "school mismatch".
           05 EnMsgStatusMismatchLabel pic x(30)
               value "status mismatch".
           05 EnMsgPlacementMismatchLabel pic x(30)
               value "placement mismatch".
           05 EnMsgOursLabel          pic x(10) value "ours".
           05 EnMsgDistrictLabel      pic x(12) value "district".
           05 EnMsgCorrectionQueuedLabel pic x(30)
               value "correction queued".
           05 EnMsgReportOnlyLabel    pic x(30) value "report only".
           05 EnMsgMatchedLabel       pic x(20) value "matched".
           05 EnMsgDiscrepancyLabel   pic x(20) value "discrepancies".
           05 EnMsgDuplicateSnapshotLabel pic x(40)
               value "duplicate row in district snapshot".
           05 EnMsgCutoffSimTitle     pic x(50)
               value "WHAT-IF SIMULATION OF PROPOSED GRADE CUTOFFS".
           05 EnMsgCurrentCutoffLabel pic x(15) value "current".
           05 EnMsgProposedCutoffLabel pic x(15) value "proposed".
           05 EnMsgPassFailFlipTitle  pic x(50)
               value "STUDENTS WHOSE PASS/FAIL WOULD CHANGE".
           05 EnMsgLetterDistTitle    pic x(50)
               value "LETTER DISTRIBUTION PER SCHOOL".
           05 EnMsgCutoffOrderErrorLabel pic x(50)
               value "cutoffs are not in descending order".
           05 EnMsgCutoffFloorErrorLabel pic x(50)
               value "cutoffs lack a zero floor".
           05 EnMsgCutoffScoreErrorLabel pic x(50)
               value "cutoff with an invalid score".
           05 EnMsgCutoffCountErrorLabel pic x(50)
               value "more than 10 cutoffs".
           05 EnMsgCutoffRejectedLabel pic x(50)
               value "proposal rejected - nothing simulated".
           05 EnMsgPassWord           pic x(12) value "pass".
           05 EnMsgFailWord           pic x(12) value "fail".
           05 EnMsgFlipCountLabel     pic x(20) value "changed".
           05 EnMsgJobStreamTitle     pic x(50)
               value "BATCH WINDOW SUMMARY".
           05 EnMsgBatchNightLabel    pic x(15) value "Batch night".
           05 EnMsgStepLabel          pic x(10) value "Step".
           05 EnMsgRequiredWord       pic x(10) value "required".
           05 EnMsgOptionalWord       pic x(10) value "optional".
           05 EnMsgStepCompletedLabel pic x(30) value "completed".
           05 EnMsgStepFailedLabel    pic x(30) value "failed".
           05 EnMsgStepRefusedLabel   pic x(40)
               value "not started - prerequisite not done".
           05 EnMsgStepDoneEarlierLabel pic x(30)
               value "completed earlier tonight".
           05 EnMsgStepNotReachedLabel pic x(30) value "not reached".
           05 EnMsgStepAbendedLabel   pic x(40)
               value "started but never ended".
           05 EnMsgStreamCompleteLabel pic x(50)
               value "batch window complete".
           05 EnMsgStreamIncompleteLabel pic x(50)
               value "incomplete - rerun resumes at".
           05 EnMsgElapsedLabel       pic x(10) value "sec".
           05 EnMsgWindowLabel        pic x(15) value "Window".
           05 EnMsgClassRankTitle     pic x(50)
               value "CLASS RANK AND HONOR ROLL".
           05 EnMsgRankLabel          pic x(10) value "Rank".
           05 EnMsgRankOfWord         pic x(5) value "of".
           05 EnMsgCumAverageLabel    pic x(20)
               value "Cumulative average".
           05 EnMsgScoredYearsLabel   pic x(15) value "scored years".
           05 EnMsgPercentileLabel    pic x(12) value "Percentile".
           05 EnMsgHonorRollTitle     pic x(40) value "HONOR ROLL".
           05 EnMsgHonorCriteriaLabel pic x(40)
               value "Minimum letter and average".
           05 EnMsgArchiveIncludedLabel pic x(40)
               value "Archived years included".
           05 EnMsgRankedCountLabel   pic x(40)
               value "Students ranked:".
           05 EnMsgHonorCountLabel    pic x(40)
               value "Students on the honor roll:".
           05 EnMsgWithdrawnExcludedLabel pic x(40)
               value "Withdrawn students left out:".
           05 EnMsgSectAssignTitle    pic x(40)
               value "HOMEROOM CLASS ASSIGNMENT".
           05 EnMsgClassListTitle     pic x(40) value "CLASS LIST".
           05 EnMsgSectOverflowTitle  pic x(50)
               value "STUDENTS WITHOUT A SEAT IN ANY CLASS".
           05 EnMsgTeacherLabel       pic x(10) value "Teacher".
           05 EnMsgSectionLabel       pic x(10) value "Class".
           05 EnMsgSeatsLabel         pic x(10) value "seats".
           05 EnMsgAllSectionsFullLabel pic x(40)
               value "every class full".
           05 EnMsgNoSectionLabel     pic x(40)
               value "no class set up for the grade".
           05 EnMsgKeptSeatLabel      pic x(30) value "Seats kept:".
           05 EnMsgNewSeatLabel       pic x(30)
               value "New students seated:".
           05 EnMsgTransferSeatLabel  pic x(30)
               value "Transfers seated:".
           05 EnMsgMovedSeatLabel     pic x(30)
               value "Moved within school:".
           05 EnMsgReleasedSeatLabel  pic x(30) value "Seats released:".
           05 EnMsgOverflowCountLabel pic x(30) value "Without a seat:".
           05 EnMsgDayCorrectedLabel  pic x(20) value "Days corrected:".
       01 ActiveMessages.
           05 MsgFarRosta             pic x(40).
           05 MsgFarInteRosta         pic x(40).
           05 MsgPriorLabel           pic x(15).
           05 MsgExpectedLabel        pic x(15).
           05 MsgOverrideLabel        pic x(40).
           05 MsgBirthDateLabel       pic x(20).
           05 MsgBirthDateInvalidLabel pic x(30).
           05 MsgBirthDateFutureLabel pic x(30).
           05 MsgPlacementAgeLabel    pic x(20).
           05 MsgBadBirthDateLabel    pic x(30).
           05 MsgGuardMaintTitle      pic x(40).
           05 MsgContactAddedLabel    pic x(25).
           05 MsgContactChangedLabel  pic x(25).
           05 MsgContactDeletedLabel  pic x(25).
           05 MsgReturnedMailLabel    pic x(40).
           05 MsgNoContactTitle       pic x(45).
           05 MsgNoContactLabel       pic x(40).
           05 MsgHeldLettersTitle     pic x(45).
           05 MsgHeldSinceLabel       pic x(40).
           05 MsgMailingCountLabel    pic x(40).
           05 MsgHeldCountLabel       pic x(40).
           05 MsgNoContactCountLabel  pic x(40).
           05 MsgHouseholdLabel       pic x(15).
           05 MsgMastMaintTitle       pic x(40).
           05 MsgNameCorrectedLabel   pic x(30).
           05 MsgSchoolCorrectedLabel pic x(30).
           05 MsgStatusCorrectedLabel pic x(30).
           05 MsgBirthDateCorrectedLabel pic x(30).
           05 MsgOperatorLabel        pic x(15).
           05 MsgMissingOperatorLabel pic x(40).
           05 MsgNoChangeLabel        pic x(40).
           05 MsgAuditReportTitle     pic x(45).
           05 MsgAuditSelectionLabel  pic x(15).
           05 MsgAuditAddedLabel      pic x(20).
           05 MsgAuditChangedLabel    pic x(20).
           05 MsgAuditDeletedLabel    pic x(20).
           05 MsgAuditEntryCountLabel pic x(40).
           05 MsgProgramLabel         pic x(15).
           05 MsgNameLabel            pic x(15).
           05 MsgStatusDateLabel      pic x(20).
           05 MsgAllStudentsLabel     pic x(20).
           05 MsgAttendUpdTitle       pic x(40).
           05 MsgAbsenceReportTitle   pic x(45).
           05 MsgAttendRejectTitle    pic x(45).
           05 MsgTermLabel            pic x(10).
           05 MsgSpringTermWord       pic x(10).
           05 MsgAutumnTermWord       pic x(10).
           05 MsgDaysLabel            pic x(15).
           05 MsgPresentLabel         pic x(15).
           05 MsgUnexcusedLabel       pic x(20).
           05 MsgExcusedLabel         pic x(20).
           05 MsgLateLabel            pic x(15).
           05 MsgAbsenceRateLabel     pic x(15).
           05 MsgThresholdCrossedTitle pic x(45).
           05 MsgThresholdLabel       pic x(15).
           05 MsgNoticeTitle          pic x(40).
           05 MsgNoticeDaysWord       pic x(20).
           05 MsgNoticeClosing        pic x(60).
           05 MsgNoticeCountLabel     pic x(40).
           05 MsgInvalidAttCodeLabel  pic x(30).
           05 MsgInvalidAttDateLabel  pic x(30).
           05 MsgDayAlreadyAppliedLabel pic x(40).
           05 MsgWrongSchoolLabel     pic x(30).
           05 MsgAttendanceProfileLabel pic x(30).
           05 MsgSchoolTotalLabel     pic x(20).
           05 MsgBallotTallyTitle     pic x(40).
           05 MsgSpoiledBallotTitle   pic x(40).
           05 MsgDuplicateBallotLabel pic x(40).
           05 MsgNotOnRosterLabel     pic x(40).
           05 MsgUnregCandidateLabel  pic x(40).
           05 MsgCandidateLabel       pic x(15).
           05 MsgVotesLabel           pic x(10).
           05 MsgTurnoutLabel         pic x(15).
           05 MsgBallotsCastLabel     pic x(20).
           05 MsgCountedLabel         pic x(20).
           05 MsgSpoiledLabel         pic x(20).
           05 MsgTallyCertStatement   pic x(60).
           05 MsgNoCandidatesLabel    pic x(40).
           05 MsgSisReconTitle        pic x(50).
           05 MsgOursOnlyLabel        pic x(30).
           05 MsgDistrictOnlyLabel    pic x(30).
           05 MsgSchoolMismatchLabel  pic x(30).
           05 MsgStatusMismatchLabel  pic x(30).
           05 MsgPlacementMismatchLabel pic x(30).
           05 MsgOursLabel            pic x(10).
           05 MsgDistrictLabel        pic x(12).
           05 MsgCorrectionQueuedLabel pic x(30).
           05 MsgReportOnlyLabel      pic x(30).
           05 MsgMatchedLabel         pic x(20).
           05 MsgDiscrepancyLabel     pic x(20).
           05 MsgDuplicateSnapshotLabel pic x(40).
           05 MsgCutoffSimTitle       pic x(50).
           05 MsgCurrentCutoffLabel   pic x(15).
           05 MsgProposedCutoffLabel  pic x(15).
           05 MsgPassFailFlipTitle    pic x(50).
           05 MsgLetterDistTitle      pic x(50).
           05 MsgCutoffOrderErrorLabel pic x(50).
           05 MsgCutoffFloorErrorLabel pic x(50).
           05 MsgCutoffScoreErrorLabel pic x(50).
           05 MsgCutoffCountErrorLabel pic x(50).
           05 MsgCutoffRejectedLabel  pic x(50).
           05 MsgPassWord             pic x(12).
           05 MsgFailWord             pic x(12).
           05 MsgFlipCountLabel       pic x(20).
           05 MsgJobStreamTitle       pic x(50).
           05 MsgBatchNightLabel      pic x(15).
           05 MsgStepLabel            pic x(10).
           05 MsgRequiredWord         pic x(10).
           05 MsgOptionalWord         pic x(10).
           05 MsgStepCompletedLabel   pic x(30).
           05 MsgStepFailedLabel      pic x(30).
           05 MsgStepRefusedLabel     pic x(40).
           05 MsgStepDoneEarlierLabel pic x(30).
           05 MsgStepNotReachedLabel  pic x(30).
           05 MsgStepAbendedLabel     pic x(40).
           05 MsgStreamCompleteLabel  pic x(50).
           05 MsgStreamIncompleteLabel pic x(50).
           05 MsgElapsedLabel         pic x(10).
           05 MsgWindowLabel          pic x(15).
           05 MsgClassRankTitle       pic x(50).
           05 MsgRankLabel            pic x(10).
           05 MsgRankOfWord           pic x(5).
           05 MsgCumAverageLabel      pic x(20).
           05 MsgScoredYearsLabel     pic x(15).
           05 MsgPercentileLabel      pic x(12).
           05 MsgHonorRollTitle       pic x(40).
           05 MsgHonorCriteriaLabel   pic x(40).
           05 MsgArchiveIncludedLabel pic x(40).
           05 MsgRankedCountLabel     pic x(40).
           05 MsgHonorCountLabel      pic x(40).
           05 MsgWithdrawnExcludedLabel pic x(40).
           05 MsgSectAssignTitle      pic x(40).
           05 MsgClassListTitle       pic x(40).
           05 MsgSectOverflowTitle    pic x(50).
           05 MsgTeacherLabel         pic x(10).
           05 MsgSectionLabel         pic x(10).
           05 MsgSeatsLabel           pic x(10).
           05 MsgAllSectionsFullLabel pic x(40).
           05 MsgNoSectionLabel       pic x(40).
           05 MsgKeptSeatLabel        pic x(30).
           05 MsgNewSeatLabel         pic x(30).
           05 MsgTransferSeatLabel    pic x(30).
           05 MsgMovedSeatLabel       pic x(30).
           05 MsgReleasedSeatLabel    pic x(30).
           05 MsgOverflowCountLabel   pic x(30).
           05 MsgDayCorrectedLabel    pic x(20).
