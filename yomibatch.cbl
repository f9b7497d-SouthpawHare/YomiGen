      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Unattended end-of-night close-out. Runs YOMI-CHECK,
      *          YOMI-RECON, YOMI-REBUILD, YOMI-STATS and YOMI-SEED
      *          in that order, answering each program's prompts
      *          from the parameter file BATCHPRM.DAT, so the desk
      *          can lock up while the close-out finishes. Each
      *          step's screen output goes to BATCH-<step>.OUT and
      *          BATCHLOG.DAT gets the start and end time and the
      *          outcome of every step. A step that ends with a
      *          return code above 4 (a failed check, a
      *          reconciliation mismatch, an unreadable file) stops
      *          the chain; the failed step is kept in BATCHRST.DAT
      *          and the next run starts again from it instead of
      *          repeating the steps that already completed.
      *          BATCHPRM.DAT lines are KEY,VALUE with * comment
      *          lines. CHECK, RECON, REBUILD, STATS and SEED lines
      *          give that step's answers, one line per prompt in the
      *          order the program asks (an empty value answers with
      *          Enter), e.g. REBUILD,SEASON-202608.DAT then REBUILD,
      *          then REBUILD,Y. CHECK-CMD, RECON-CMD, REBUILD-CMD,
      *          STATS-CMD and SEED-CMD replace the command that
      *          starts the step (default ./yomicheck and so on), and
      *          RESTART,N runs every step even after a failed run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-BATCH.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "BATCHPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmFileStatus.
           SELECT ANSWER-FILE ASSIGN TO "BATCHANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AnswerFileStatus.
           SELECT RESTART-FILE ASSIGN TO "BATCHRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RestartFileStatus.
           SELECT RUN-LOG-FILE ASSIGN TO "BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           01 PARAMETER-LINE PIC X(80).

       FD  ANSWER-FILE.
           01 ANSWER-LINE PIC X(60).

       FD  RESTART-FILE.
           01 RESTART-LINE PIC X(40).

       FD  RUN-LOG-FILE.
           01 RUN-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 K PIC 99.
           01 L PIC 99.

           01 ParmFileStatus PIC X(2).
           01 AnswerFileStatus PIC X(2).
           01 RestartFileStatus PIC X(2).
           01 RunLogFileStatus PIC X(2).

           01 ParmEOFFlag PIC X(1).
               88 ParmReadEOF Value 'Y'.

           01 ParmKeyIn PIC X(12).
           01 ParmValueIn PIC X(60).
           01 ParmBadLineCount PIC 99.
           01 ParmStepFound PIC 9.
           01 RestartAllowedFlag PIC X(1).
               88 RestartAllowed Value 'Y'.

      * The five close-out steps, in the order they run. Answers are
      * fed to the step's ACCEPTs through BATCHANS.DAT.
           01 BatchSteps.
               02 BatchStepEntry occurs 5 times.
                   03 StepName PIC X(8).
                   03 StepCmdKey PIC X(12).
                   03 StepCommand PIC X(60).
                   03 StepAnswerCount PIC 99.
                   03 StepAnswer PIC X(60) occurs 20 times.
           01 StepAnswerOverflow PIC 99.
           01 CurrStep PIC 9.
           01 StartStep PIC 9.
           01 FailedStep PIC 9.

           01 StepCommandLine PIC X(200).
           01 StepOutFilename PIC X(30).
           01 StepRawStatus PIC S9(9).
           01 StepReturnCode PIC 9(3).
           01 StepStartStamp PIC X(14).
           01 StepEndStamp PIC X(14).
           01 StepOutcome PIC X(30).

           01 ChainStoppedFlag PIC X(1).
               88 ChainStopped Value 'Y'.
           01 RunStamp PIC X(14).
           01 BatchReturnCode PIC 9(3).

      * BATCHRST.DAT holds the step a failed run stopped at; it is
      * emptied when a run completes.
           01 RestartRecord.
               02 RS-STEP PIC 9.
               02 FILLER PIC X(1).
               02 RS-STEP-NAME PIC X(8).
               02 FILLER PIC X(1).
               02 RS-STAMP PIC X(14).
               02 FILLER PIC X(1).
               02 RS-RETURN-CODE PIC 9(3).

           01 LogLine PIC X(120).



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Move FUNCTION CURRENT-DATE(1:14) to RunStamp
           Move Zero to BatchReturnCode
           Move Zero to FailedStep
           Move "N" to ChainStoppedFlag

           Perform InitializeSteps
           Perform LoadBatchParameters
           Perform ReadRestartState

           OPEN EXTEND RUN-LOG-FILE
           IF RunLogFileStatus equal "35" THEN
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           Perform LogRunStart

           Perform varying CurrStep from StartStep by 1 until
            CurrStep is greater than 5 or ChainStopped
               Perform RunOneStep
           END-PERFORM

           Perform LogRunEnd
           CLOSE RUN-LOG-FILE
           Perform WriteRestartState

           Move BatchReturnCode to RETURN-CODE
           STOP RUN
           .

       InitializeSteps.
           Move "CHECK" to StepName(1)
           Move "./yomicheck" to StepCommand(1)
           Move "RECON" to StepName(2)
           Move "./yomirecon" to StepCommand(2)
           Move "REBUILD" to StepName(3)
           Move "./yomirebld" to StepCommand(3)
           Move "STATS" to StepName(4)
           Move "./yomistats" to StepCommand(4)
           Move "SEED" to StepName(5)
           Move "./yomiseed" to StepCommand(5)
           Perform varying K from 1 by 1 until K is greater than 5
               Move Spaces to StepCmdKey(K)
               STRING StepName(K) DELIMITED BY SPACE
                       "-CMD" DELIMITED BY SIZE
                       INTO StepCmdKey(K)
               Move Zero to StepAnswerCount(K)
           END-PERFORM
           Move Zero to StepAnswerOverflow
           Move Zero to ParmBadLineCount
           Move "Y" to RestartAllowedFlag
           .

       LoadBatchParameters.
           OPEN INPUT PARAMETER-FILE
           IF ParmFileStatus not equal "00" THEN
               Display "Parameter file BATCHPRM.DAT could not be"
                " opened - nothing run."
               Move 8 to RETURN-CODE
               STOP RUN
           END-IF
           Move "N" to ParmEOFFlag
           Perform until ParmReadEOF
               Read PARAMETER-FILE
                   AT END
                       Move "Y" to ParmEOFFlag
                   NOT AT END
                       Perform ParseParameterLine
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE

           If ParmBadLineCount greater than Zero THEN
               Display "WARNING: " ParmBadLineCount " BATCHPRM.DAT "
                "line(s) not recognized and ignored."
           End-if
           If StepAnswerOverflow greater than Zero THEN
               Display "WARNING: " StepAnswerOverflow " answer(s) "
                "beyond 20 for one step were ignored."
           End-if
           .

       ParseParameterLine.
           If PARAMETER-LINE equal Spaces or PARAMETER-LINE(1:1)
            equal "*" THEN
               Continue
           ELSE
               Perform StoreParameterLine
           End-if
           .

       StoreParameterLine.
           Move Spaces to ParmKeyIn
           Move Spaces to ParmValueIn
           UNSTRING PARAMETER-LINE DELIMITED BY ","
               INTO ParmKeyIn ParmValueIn
           END-UNSTRING
           Move Zero to ParmStepFound

           Perform varying K from 1 by 1 until K is greater than 5
               If ParmKeyIn equal StepName(K) THEN
                   Move K to ParmStepFound
                   If StepAnswerCount(K) less than 20 THEN
                       Add 1 to StepAnswerCount(K)
                       Move ParmValueIn to
                        StepAnswer(K, StepAnswerCount(K))
                   ELSE
                       Add 1 to StepAnswerOverflow
                   End-if
               End-if
               If ParmKeyIn equal StepCmdKey(K) THEN
                   Move K to ParmStepFound
                   Move ParmValueIn to StepCommand(K)
               End-if
           END-PERFORM

           If ParmStepFound equal Zero THEN
               If ParmKeyIn equal "RESTART" THEN
                   If ParmValueIn equal "N" or ParmValueIn equal "n"
                    THEN
                       Move "N" to RestartAllowedFlag
                   End-if
               ELSE
                   Add 1 to ParmBadLineCount
               End-if
           End-if
           .

       ReadRestartState.
           Move 1 to StartStep
           Move Spaces to RestartRecord
           OPEN INPUT RESTART-FILE
           IF RestartFileStatus equal "00" THEN
               READ RESTART-FILE
                   AT END
                       Move Spaces to RESTART-LINE
               END-READ
               Move RESTART-LINE to RestartRecord
               CLOSE RESTART-FILE
           END-IF

           If RS-STEP is numeric THEN
               If RS-STEP greater than 1 and RS-STEP less than 6
                and RestartAllowed THEN
                   Move RS-STEP to StartStep
               End-if
           ELSE
               Move Spaces to RestartRecord
           End-if
           .

      * Empty when the run completed, otherwise the failed step so
      * the next run picks up there.
       WriteRestartState.
           OPEN OUTPUT RESTART-FILE
           If ChainStopped THEN
               Move Spaces to RestartRecord
               Move FailedStep to RS-STEP
               Move StepName(FailedStep) to RS-STEP-NAME
               Move StepEndStamp to RS-STAMP
               Move BatchReturnCode to RS-RETURN-CODE
               Move RestartRecord to RESTART-LINE
               WRITE RESTART-LINE
           End-if
           CLOSE RESTART-FILE
           .

       RunOneStep.
           Perform WriteStepAnswers
           Perform BuildStepCommand

           Move FUNCTION CURRENT-DATE(1:14) to StepStartStamp
           Display "Step " CurrStep " " StepName(CurrStep)
            " started " StepStartStamp(9:6)
           CALL "SYSTEM" USING StepCommandLine
           END-CALL
      * The status handed back is the wait status - the step's own
      * return code is in the high byte. Anything else (a signal, a
      * shell that could not start) counts as a failure.
           Move RETURN-CODE to StepRawStatus
           Move Zero to RETURN-CODE
           If StepRawStatus less than Zero THEN
               Move 999 to StepReturnCode
           ELSE
               Compute StepReturnCode = StepRawStatus / 256
               If StepReturnCode equal Zero and StepRawStatus
                not equal Zero THEN
                   Move 999 to StepReturnCode
               End-if
           End-if
           Move FUNCTION CURRENT-DATE(1:14) to StepEndStamp

           If StepReturnCode greater than 4 THEN
               Move "Y" to ChainStoppedFlag
               Move CurrStep to FailedStep
               Move StepReturnCode to BatchReturnCode
               Move "FAILED - chain stopped" to StepOutcome
           ELSE
               If StepReturnCode equal Zero THEN
                   Move "COMPLETED" to StepOutcome
               ELSE
                   Move "COMPLETED with warnings" to StepOutcome
                   If BatchReturnCode less than StepReturnCode THEN
                       Move StepReturnCode to BatchReturnCode
                   End-if
               End-if
           End-if
           Display "Step " CurrStep " " StepName(CurrStep)
            " ended " StepEndStamp(9:6) " return code "
            StepReturnCode " - " StepOutcome
           Perform LogStepResult
           .

       WriteStepAnswers.
           OPEN OUTPUT ANSWER-FILE
           Perform varying L from 1 by 1 until L is greater than
            StepAnswerCount(CurrStep)
               Move StepAnswer(CurrStep, L) to ANSWER-LINE
               WRITE ANSWER-LINE
           END-PERFORM
           CLOSE ANSWER-FILE
           .

       BuildStepCommand.
           Move Spaces to StepOutFilename
           STRING "BATCH-" DELIMITED BY SIZE
                   StepName(CurrStep) DELIMITED BY SPACE
                   ".OUT" DELIMITED BY SIZE
                   INTO StepOutFilename
           Move Spaces to StepCommandLine
           STRING StepCommand(CurrStep) DELIMITED BY "  "
                   " < BATCHANS.DAT > " DELIMITED BY SIZE
                   StepOutFilename DELIMITED BY SPACE
                   " 2>&1" DELIMITED BY SIZE
                   INTO StepCommandLine
           .

       LogRunStart.
           Move Spaces to LogLine
           Perform WriteLogLine
           Move Spaces to LogLine
           STRING RunStamp(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RunStamp(9:6) DELIMITED BY SIZE
                   " END-OF-NIGHT RUN STARTED" DELIMITED BY SIZE
                   INTO LogLine
           Perform WriteLogLine
           If StartStep greater than 1 THEN
               Move Spaces to LogLine
               STRING "    restarting at step " DELIMITED BY SIZE
                       StartStep DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       StepName(StartStep) DELIMITED BY SPACE
                       " (failed " DELIMITED BY SIZE
                       RS-STAMP(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RS-STAMP(9:6) DELIMITED BY SIZE
                       ", return code " DELIMITED BY SIZE
                       RS-RETURN-CODE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LogLine
               Perform WriteLogLine
               Display LogLine
               Perform varying K from 1 by 1 until K is not less
                than StartStep
                   Move Spaces to LogLine
                   STRING "    step " DELIMITED BY SIZE
                           K(2:1) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           StepName(K) DELIMITED BY SPACE
                           " skipped - completed on an earlier run"
                           DELIMITED BY SIZE
                           INTO LogLine
                   Perform WriteLogLine
               END-PERFORM
           End-if
           If ParmBadLineCount greater than Zero THEN
               Move Spaces to LogLine
               STRING "    WARNING: " DELIMITED BY SIZE
                       ParmBadLineCount DELIMITED BY SIZE
                       " BATCHPRM.DAT line(s) not recognized"
                       DELIMITED BY SIZE
                       INTO LogLine
               Perform WriteLogLine
           End-if
           .

       LogStepResult.
           Move Spaces to LogLine
           STRING "    step " DELIMITED BY SIZE
                   CurrStep DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   StepName(CurrStep) DELIMITED BY SPACE
                   " start " DELIMITED BY SIZE
                   StepStartStamp(9:6) DELIMITED BY SIZE
                   " end " DELIMITED BY SIZE
                   StepEndStamp(9:6) DELIMITED BY SIZE
                   " rc " DELIMITED BY SIZE
                   StepReturnCode DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   StepOutcome DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   StepOutFilename DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO LogLine
           Perform WriteLogLine
           .

       LogRunEnd.
           Move Spaces to LogLine
           Move FUNCTION CURRENT-DATE(1:14) to RunStamp
           If ChainStopped THEN
               STRING RunStamp(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RunStamp(9:6) DELIMITED BY SIZE
                       " RUN STOPPED at step " DELIMITED BY SIZE
                       FailedStep DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       StepName(FailedStep) DELIMITED BY SPACE
                       " - fix the problem and rerun, it restarts"
                       DELIMITED BY SIZE
                       " there" DELIMITED BY SIZE
                       INTO LogLine
           ELSE
               STRING RunStamp(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RunStamp(9:6) DELIMITED BY SIZE
                       " RUN COMPLETE - every step ran"
                       DELIMITED BY SIZE
                       INTO LogLine
           End-if
           Perform WriteLogLine
           Display LogLine
           .

       WriteLogLine.
           Move LogLine to RUN-LOG-LINE
           WRITE RUN-LOG-LINE
           .

       END PROGRAM YOMI-BATCH.
