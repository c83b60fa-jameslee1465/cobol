      *exactly like the fixed steps - instead of depending on
      *someone remembering. February's statements were two weeks
      *late for exactly that reason.
      *The subledger balancing step closes the night, after every
      *step that can post to a balance : the prior close plus the
      *night's audit activity must equal the StudentFile total, and
      *an out-of-balance night fails the run like any other step.
      *The referential integrity scan runs last, once everything
      *that can add or drop lines has run. Orphans it lists end it
      *with a warning; that warning is logged and carried out as
      *the run's own return code, but it does not fail the night -
      *the exceptions go to the office on the REFCHK report, and a
      *rerun only repeats the scan.
      *Any other step ending with a warning is treated the same
      *way : it completed, with exceptions listed on its own report
      *(overdue reviews, missed doses, students with no phone and
      *the like), so it is logged, counted as done for a rerun, and
      *the chain carries on to the balancing and integrity steps.
      *Only a discrepancy or file error fails the night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ProcDay PIC 9(2).
       01 ProcYearMon PIC 9(6).
       01 CalStepCount PIC 9(2) VALUE 0.
       01 ExceptionsFlag PIC A VALUE "N".
       COPY STATCODE.

       PROCEDURE DIVISION.
           IF STEPFAILEDFLAG = 'N'
               PERFORM RunCalendarSteps
           END-IF.
           IF STEPFAILEDFLAG = 'N'
               MOVE "BALANCE" TO STEPNAME
               PERFORM RunOneStep
           END-IF.
           IF STEPFAILEDFLAG = 'N'
               MOVE "REFCHECK" TO STEPNAME
               PERFORM RunOneStep
           END-IF.
           EVALUATE TRUE
               WHEN STEPFAILEDFLAG = 'Y'
                   DISPLAY "End-of-day batch run FAILED."
                   MOVE RC-DISCREPANCY TO RETURN-CODE
               WHEN EXCEPTIONSFLAG = 'Y'
                   DISPLAY "End-of-day batch run completed - "
                       "exceptions listed."
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "End-of-day batch run completed "
                       "successfully."
                   MOVE RC-SUCCESS TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *One step : skip it if today's history already shows it
      *completed (RC zero, or a warning), otherwise run it between a
      *start and end stamp and log the outcome either way.
       RunOneStep.
           PERFORM CheckStepDone.
           IF STEPDONEFLAG = 'Y'
               PERFORM DispatchStep
               MOVE RETURN-CODE TO STEPRC
               PERFORM RecordStep
               EVALUATE TRUE
                   WHEN STEPRC = RC-SUCCESS
                       CONTINUE
                   WHEN STEPRC = RC-WARNING AND STEPNAME = "REFCHECK"
                       DISPLAY "Step REFCHECK listed integrity "
                           "exceptions - see the REFCHK report."
                       MOVE 'Y' TO EXCEPTIONSFLAG
                   WHEN STEPRC = RC-WARNING
                       DISPLAY "Step " STEPNAME " completed with "
                           "exceptions - see its report."
                       MOVE 'Y' TO EXCEPTIONSFLAG
                   WHEN OTHER
                       DISPLAY "STEP FAILED : " STEPNAME
                           ", return code " STEPRC
                       MOVE 'Y' TO STEPFAILEDFLAG
               END-EVALUATE
           END-IF.

       DispatchStep.
               WHEN "EXPORT" CALL "StudExp"
               WHEN "TREND" CALL "PrTrend"
               WHEN "TRANSCRIPT" CALL "Transcpt"
               WHEN "BALANCE" CALL "LedgBal"
               WHEN "AUDITARCH" CALL "AuditArch"
               WHEN "STMTRUN" CALL "StmtRun"
               WHEN "AGING" CALL "TuitAging"
               WHEN "DISTEXT" CALL "DistExt"
               WHEN "GRADELOAD" CALL "GradeLoad"
               WHEN "REFUND" CALL "RefundRun"
               WHEN "GLJRNL" CALL "GLJrnl"
               WHEN "BANKREC" CALL "BankRec"
               WHEN "TAXSTMT" CALL "TaxStmt"
               WHEN "LATEFEE" CALL "LateFee"
               WHEN "FORECAST" CALL "RcptFcst"
               WHEN "CAFELOW" CALL "CafeLow"
               WHEN "CAFESTMT" CALL "CafeStmt"
               WHEN "COVERSHT" CALL "CoverSht"
               WHEN "SUBDAYS" CALL "SubDays"
               WHEN "GRADECALC" CALL "GradeCalc"
               WHEN "TESTLOAD" CALL "TestLoad"
               WHEN "TESTPROF" CALL "TestProf"
               WHEN "CRSDMD" CALL "CrsDmd"
               WHEN "PERDAILY" CALL "PerDaily"
               WHEN "CUTRPT" CALL "CutRpt"
               WHEN "DIALOUT" CALL "DialOut"
               WHEN "DIALRSLT" CALL "DialRslt"
               WHEN "OVERDUE" CALL "OverDue"
               WHEN "MISSDOSE" CALL "MissDose"
               WHEN "VISITSUM" CALL "VisitRpt"
               WHEN "SIGNOUT" CALL "SignRpt"
               WHEN "ACTFEE" CALL "ActFee"
               WHEN "ACTROST" CALL "ActRost"
               WHEN "ELIGWK" CALL "EligRun"
               WHEN "ACCLIST" CALL "AccList"
               WHEN "ACCREVW" CALL "AccRev"
               WHEN "CASELOAD" CALL "CaseRpt"
               WHEN "ADMSUM" CALL "AdmRpt"
               WHEN "CONFSCHD" CALL "ConfRpt"
               WHEN "DIPLOMA" CALL "DiplRun"
               WHEN "MERGELTR" CALL "MergeLtr"
               WHEN "SCANEXC" CALL "ScanExc"
               WHEN "SISDELTA" CALL "SisDelta"
               WHEN "RPTRETAIN" CALL "RptRetn"
               WHEN "REFCHECK" CALL "RefChk"
               WHEN OTHER
                   DISPLAY "Unknown calendar step " STEPNAME
                       " - skipped."
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND JH-RUNDATE = PROCDATE
                           AND (JH-RC = RC-SUCCESS
                               OR JH-RC = RC-WARNING)
                           AND DONECOUNT < 50
                       ADD 1 TO DONECOUNT
                       MOVE JH-STEPNAME TO DN-STEPNAME (DONECOUNT)
