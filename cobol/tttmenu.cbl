           DISPLAY " 25 = REVIEW PERFORMANCE ALARMS (SUPERVISOR)"
           DISPLAY " 26 = ALARM REVIEW STATUS REPORT"
           DISPLAY " 27 = ANALYSIS BOARD (EXPLORE A POSITION)"
           DISPLAY " 28 = BATCH-WINDOW SERVICE LEVEL REPORT"
           DISPLAY " 29 = MORNING OPERATIONS BULLETIN"
           DISPLAY " 30 = MONTHLY ENGINE-TIME CHARGEBACK"
           DISPLAY " 31 = SITE-PARAMETER MAINTENANCE (SUPERVISOR)"
           DISPLAY " 32 = APPROVAL REVIEW (SECOND SUPERVISOR)"
           DISPLAY " 33 = MONTH-END CLOSE (SUPERVISOR)"
           DISPLAY " 34 = SCORING-QUEUE MAINTENANCE"
           DISPLAY " 35 = SCORING-QUEUE BULK SUBMIT FROM FILE"
           DISPLAY " 36 = DELIVER QUEUE RESULTS TO REQUESTOR FILES"
           DISPLAY " 37 = BUILD A REGRESSION DECK FROM EXISTING DATA"
           DISPLAY " 38 = BUILD TRAINING PUZZLES FROM PLAYLOG MISTAKES"
           DISPLAY " 39 = TRAINING PUZZLE QUIZ"
           DISPLAY " 40 = TRAINEE CERTIFICATION AND STATUS REPORT"
           DISPLAY " 41 = BUILD THE 4X4 OPENING BOOK"
           DISPLAY " 42 = VERIFY THE 4X4 OPENING BOOK"
           DISPLAY " 43 = ENGINE CERTIFICATION SWEEP (SUPERVISOR)"
           DISPLAY " 44 = CALIBRATE THE PLAY STRENGTH LADDER"
           DISPLAY " 45 = EXPORT PLAYLOG GAMES FOR THE TRAINING VENDOR"
           DISPLAY " 46 = IMPORT VENDOR GAMES INTO PLAYLOG"
           DISPLAY " 47 = BACK UP THE SUITE DATASETS"
           DISPLAY " 48 = RESTORE FROM A BACKUP SET (SUPERVISOR)"
           DISPLAY " 49 = APPROVE BATTERY FINGERPRINTS (SUPERVISOR)"
           DISPLAY "  0 = EXIT"
           DISPLAY "CHOICE:".

                   MOVE "SET UP, SCORE, AND STEP THROUGH LINES"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "28"
                   MOVE "NIGHTRPT" TO chosen-program
                   MOVE "NIGHTLOG WINDOW, STEP NORMS, AND RESTARTS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "29"
                   MOVE "MORNBULL" TO chosen-program
                   MOVE "ONE-PAGE GREEN/AMBER/RED OVERNIGHT STATUS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "30"
                   MOVE "CHGBACK" TO chosen-program
                   MOVE "PRICE A MONTH'S RUNS PER OPERATOR/REQUESTOR"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "31"
                   MOVE "SITEMNT" TO chosen-program
                   MOVE "SET TOLERANCES, LIMITS, AND INTERVALS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "32"
                   MOVE "APPRREV" TO chosen-program
                   MOVE "APPROVE OR REJECT DUAL-CONTROL REQUESTS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "33"
                   MOVE "MONCLOSE" TO chosen-program
                   MOVE "SIGN OFF, REOPEN, OR VERIFY A MONTH"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "34"
                   MOVE "TTQMNT" TO chosen-program
                   MOVE "CANCEL, HOLD, RELEASE, OR REPRIORITIZE"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "35"
                   MOVE "TTQBULK" TO chosen-program
                   MOVE "QUEUE A BULKREQ FILE UNDER ONE BATCH ID"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "36"
                   MOVE "TTQDLVR" TO chosen-program
                   MOVE "WRITE NEWLY DONE RESULTS TO TTQOUT FILES"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "37"
                   MOVE "DECKBLD" TO chosen-program
                   MOVE "DECK FROM SOLDB, GAMES, OR NOTATIONS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "38"
                   MOVE "PUZZGEN" TO chosen-program
                   MOVE "REBUILD PUZZLES FROM HUMAN MISTAKES IN PLAYLOG"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "39"
                   MOVE "PUZQUIZ" TO chosen-program
                   MOVE "DRILL TRAINING PUZZLES, SCORE TO QUIZRSLT"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "40"
                   MOVE "CERTEVAL" TO chosen-program
                   MOVE "CERTIFY TRAINEES, STATUS REPORT TO CERTRPT"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "41"
                   MOVE "BOOK4BLD" TO chosen-program
                   MOVE "SOLVE 4X4 OPENING PLIES INTO TTTBOOK4"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "42"
                   MOVE "BOOK4VFY" TO chosen-program
                   MOVE "CHECK TTTBOOK4 AGAINST NEGAMAX, REPORT B4VREPT"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "43"
                   MOVE "ENGCERT" TO chosen-program
                   MOVE "SWEEP TTTSOLDB WITH ALL ENGINES, CERTIFY"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "44"
                   MOVE "STRLADDR" TO chosen-program
                   MOVE "RATE EACH PLAY STRENGTH, WRITE STRLADDR"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "45"
                   MOVE "PLAYXEXP" TO chosen-program
                   MOVE "WRITE PLAYLOG GAMES TO PLAYXOUT INTERCHANGE"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "46"
                   MOVE "PLAYXIMP" TO chosen-program
                   MOVE "CHECK AND LOAD PLAYXIN GAMES, REJECTS PLAYXREJ"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "47"
                   MOVE "SUITEBKP" TO chosen-program
                   MOVE "COPY EVERY SUITE DATASET TO TODAY'S BACKUP SET"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "48"
                   MOVE "SUITERST" TO chosen-program
                   MOVE "VERIFY A BACKUP SET AND RESTORE FROM IT"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "49"
                   MOVE "BATTFPRT" TO chosen-program
                   MOVE "ACCEPT CHANGED BATTERY FINGERPRINTS"
                       TO chosen-title
                   PERFORM run-chosen-program
               WHEN "0"
               WHEN "X"
               WHEN "x"
